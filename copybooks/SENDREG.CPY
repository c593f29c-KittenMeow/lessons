      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SENDREG.CPY
*> Record layout for the SENDREG sender registry - one 80-byte
*> card per sender allowed to feed the TUT0BAT chain, maintained
*> by hand like any other control card file.  The sender ID is the
*> one the sender puts in its TRANSIN header (TIH-SENDER-ID), and
*> tut0edt will not accept a file from a sender that is missing
*> here or suspended.
*>   SG-STATUS    "A" active, "S" suspended (files held unread)
*>   SG-EXPECTED  "Y" sends every night - reported as not
*>                    received when its file does not arrive,
*>                "N" sends on demand only (e.g. TUT0RFIX, the
*>                    reject repair resubmission)
*> A card with "*" in column one is a comment and is skipped.
*> ---------------------------------------------------------------
01 SENDER-REG-RECORD.
    02 SG-SENDER-ID PIC X(08).
    02 FILLER PIC X(01).
    02 SG-STATUS PIC X(01).
        88 SG-ACTIVE VALUE "A".
        88 SG-SUSPENDED VALUE "S".
    02 FILLER PIC X(01).
    02 SG-EXPECTED PIC X(01).
        88 SG-EXPECTED-NIGHTLY VALUE "Y".
    02 FILLER PIC X(01).
    02 SG-SENDER-NAME PIC X(30).
    02 FILLER PIC X(37).
