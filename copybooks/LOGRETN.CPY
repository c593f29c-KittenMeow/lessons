      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> LOGRETN.CPY
*> Record layout for the LOGRETN log-retention control file - one
*> 80-byte card per audit or control log the tut0hkp housekeeping
*> job trims, maintained by hand like any other control card file.
*>   LR-FILE-ID      the log's DD name - MAINTLOG, NAMEDLOG,
*>                   OPERLOG, SECVLOG, CYCLECTL, RUNHIST or SUMMLOG
*>   LR-RETAIN-DAYS  days of records kept on the live file,
*>                   counted back from the PROCDATE business date;
*>                   anything dated earlier moves to the log's
*>                   history generation.  Must be 0001 or more.
*>   LR-COMMENT      free text, ignored
*> A log with no card is left exactly as it is.  A card with "*"
*> in column one is a comment and is skipped.
*> ---------------------------------------------------------------
01 LOG-RETENTION-CARD.
    02 LR-FILE-ID PIC X(08).
    02 FILLER PIC X(01).
    02 LR-RETAIN-DAYS PIC 9(04).
    02 FILLER PIC X(01).
    02 LR-COMMENT PIC X(66).
