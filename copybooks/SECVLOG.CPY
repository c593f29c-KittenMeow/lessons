      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SECVLOG.CPY
*> Record layout for the SECVLOG security violation log.  tut0sec
*> appends one record for every sign-on or authority check it
*> refuses: the calendar date and time, the program asking, the
*> operator ID as entered (which may not exist), why it was
*> refused, and the authority wanted against the authority held.
*> tut0secr reads it back for the daily security review.
*> ---------------------------------------------------------------
01 SEC-VIOLATION-RECORD.
    02 SV-DATE PIC 9(08).
    02 SV-TIME PIC 9(08).
    02 SV-PROGRAM PIC X(08).
    02 SV-OPERATOR-ID PIC X(08).
    02 SV-REASON PIC X(03).
        88 SV-UNKNOWN-ID VALUE "UNK".
        88 SV-BAD-PASSWORD VALUE "PWD".
        88 SV-INACTIVE-ID VALUE "INA".
        88 SV-NO-AUTHORITY VALUE "AUT".
    02 SV-REQUIRED-AUTH PIC X(01).
    02 SV-HELD-AUTH PIC X(01).
