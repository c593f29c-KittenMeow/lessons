      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> TRANVAL.CPY
*> Record layout for the TRANVAL validated-transaction file
*> tut0edt writes and tut0bat (and tut0bal) read: the 106-byte
*> TRANSIN detail exactly as it arrived, followed by the sender ID
*> from the header of the file it came in, so the sender can be
*> carried onto TRANSOUT, TRANHIST and TRANHOLD.  Readers move
*> TV-TRANS-IMAGE into a TRANIN.CPY record to get at the fields.
*> ---------------------------------------------------------------
01 TRANS-VAL-RECORD.
    02 TV-TRANS-IMAGE PIC X(106).
    02 TV-SENDER-ID PIC X(08).
