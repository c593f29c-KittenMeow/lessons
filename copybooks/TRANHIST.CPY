*> TRANARCH still carries plain 145-byte TRANLOG images, so the
*> end-of-day cut maps TH- fields back into a
*> TRANSACTION-LOG-RECORD on the way out.
*> Reversals and adjustments (tut0rev) are ordinary history
*> records told apart by TH-SOURCE: "R" is a reversing record -
*> the original's fields with TH-TOTAL negated - and "A" the
*> optional corrected replacement keyed in with it.  Both carry
*> the original's key in TH-ORIG-KEY and the supervisor who posted
*> them in TH-SUPERVISOR; the original itself is marked
*> TH-REVERSED so it can never be reversed twice.  Ordinary online
*> and batch records carry a zero TH-ORIG-KEY, a blank
*> TH-SUPERVISOR and TH-REVERSED-FLAG "N" - except a held batch
*> transaction released through tut0rel, which carries the
*> approving supervisor in TH-SUPERVISOR.  The link fields live
*> on the keyed history only - the TRANARCH image keeps just the
*> TH-SOURCE category.
*> TH-SENDER-ID is the sender (SENDREG) whose TRANSIN file a batch
*> transaction came in on - carried through from TRANVAL by
*> tut0bat, and from the hold record by tut0rel.  Online work
*> leaves it blank, and a reversal or adjustment carries the
*> original's.
*> ---------------------------------------------------------------
01 TRANSACTION-HIST-RECORD.
    02 TH-HIST-KEY.
    02 TH-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE.
    02 TH-SOURCE PIC X(01).
    02 TH-JOB-ID PIC X(08).
    02 TH-ORIG-KEY.
        03 TH-ORIG-RUN-DATE PIC 9(08).
        03 TH-ORIG-RUN-TIME PIC 9(08).
        03 TH-ORIG-SEQ PIC 9(04).
    02 TH-SUPERVISOR PIC X(08).
    02 TH-REVERSED-FLAG PIC X(01).
        88 TH-REVERSED VALUE "Y".
    02 TH-SENDER-ID PIC X(08).
