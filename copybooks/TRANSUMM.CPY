*> tie-out (tut0bal's TRANHIST leg) is a single keyed read
*> instead of a full pass.  The end-of-day cut deletes a day's
*> summary when it deletes the day's detail.
*> Reversals (TH-SOURCE "R") and corrected replacements ("A")
*> posted by tut0rev have buckets of their own, so the online and
*> batch buckets still tie to what those sides actually wrote and
*> TS-TRAN-COUNT/TS-TRAN-TOTAL stay the sum of all four.
*> ---------------------------------------------------------------
01 TRAN-SUMMARY-RECORD.
    02 TS-BUS-DATE PIC 9(08).
    02 TS-ONLINE-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 TS-BATCH-COUNT PIC 9(08).
    02 TS-BATCH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 TS-REVERSAL-COUNT PIC 9(08).
    02 TS-REVERSAL-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 TS-ADJUST-COUNT PIC 9(08).
    02 TS-ADJUST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
