      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SENDTOT.CPY
*> Record layout for the SENDTOT per-sender intake totals tut0edt
*> writes for every TRANSIN run - one record per sender file it
*> read, plus one for each registered nightly sender whose file
*> never arrived.  tut0bal reads it back to balance what each
*> sender sent against what reached TRANVAL and what tut0bat
*> posted or held.
*>   SN-FILE-STATUS  "A" file accepted - its clean details went to
*>                       TRANVAL and its rejects to TRANREJ,
*>                   "H" file held - nothing from it went anywhere;
*>                       SN-HOLD-REASON says why, and the sender
*>                       resends the whole file,
*>                   "N" not received
*> Received = every detail between the sender's header and
*> trailer; accepted + rejected = received on an accepted file.
*> The amounts are Num1 + Num2 over the details, the same figure
*> tut0bat posts as the total; a non-numeric Num1 or Num2 (a
*> reject) contributes nothing to any amount.
*> ---------------------------------------------------------------
01 SENDER-TOTAL-RECORD.
    02 SN-SENDER-ID PIC X(08).
    02 SN-SENDER-NAME PIC X(30).
    02 SN-FILE-STATUS PIC X(01).
        88 SN-FILE-ACCEPTED VALUE "A".
        88 SN-FILE-HELD VALUE "H".
        88 SN-NOT-RECEIVED VALUE "N".
    02 SN-HOLD-REASON PIC X(30).
    02 SN-BUS-DATE PIC 9(08).
    02 SN-FILE-DATE PIC 9(08).
    02 SN-TRAILER-COUNT PIC 9(08).
    02 SN-RECEIVED-COUNT PIC 9(08).
    02 SN-RECEIVED-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 SN-ACCEPTED-COUNT PIC 9(08).
    02 SN-ACCEPTED-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 SN-REJECTED-COUNT PIC 9(08).
    02 SN-REJECTED-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 FILLER PIC X(02).
