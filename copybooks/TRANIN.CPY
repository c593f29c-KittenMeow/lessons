*> well-formed TRANSIN starts with one "HDR" record carrying the
*> file's business date and ends with one "TRL" record carrying the
*> detail record count, so the front-end edit (tut0edt) can prove
*> the whole file arrived before tut0bat ever sees it.  The header
*> also names the sender (as registered on SENDREG), and each
*> sender's file carries its own HDR/TRL pair, so several senders'
*> files can be read as one TRANSIN and each proved on its own.
*> ---------------------------------------------------------------
01 TRANS-IN-HEADER-REC.
    02 TIH-RECORD-ID PIC X(03).
    02 TIH-FILE-DATE PIC 9(08).
    02 TIH-SENDER-ID PIC X(08).
    02 FILLER PIC X(87).

01 TRANS-IN-TRAILER-REC.
    02 TIT-RECORD-ID PIC X(03).
