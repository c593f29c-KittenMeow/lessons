      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SUMMLOG.CPY
*> Record layout for the SUMMLOG day-summary repair log.  tut0sumv
*> appends one record for every TRANSUMM record it rebuilds from
*> the TRANHIST detail in repair mode: the action (REW summary
*> rewritten, ADD summary created for a day that had detail but
*> no summary, DEL summary deleted for a day with no detail left),
*> the business date repaired, when, the job that did it, and the
*> day totals and all four source buckets before and after - so
*> every number tut0bal has ever balanced on can be traced back.
*> A created summary logs a zero before-image; a deleted one a
*> zero after-image.
*> ---------------------------------------------------------------
01 SUMM-REPAIR-RECORD.
    02 SL-ACTION PIC X(03).
    02 SL-BUS-DATE PIC 9(08).
    02 SL-CHANGE-DATE PIC 9(08).
    02 SL-CHANGE-TIME PIC 9(08).
    02 SL-JOB-ID PIC X(08).
    02 SL-BEFORE.
        03 SL-OLD-TRAN-COUNT PIC 9(08).
        03 SL-OLD-TRAN-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-OLD-ONLINE-COUNT PIC 9(08).
        03 SL-OLD-ONLINE-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-OLD-BATCH-COUNT PIC 9(08).
        03 SL-OLD-BATCH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-OLD-REVERSAL-COUNT PIC 9(08).
        03 SL-OLD-REVERSAL-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-OLD-ADJUST-COUNT PIC 9(08).
        03 SL-OLD-ADJUST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 SL-AFTER.
        03 SL-NEW-TRAN-COUNT PIC 9(08).
        03 SL-NEW-TRAN-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-NEW-ONLINE-COUNT PIC 9(08).
        03 SL-NEW-ONLINE-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-NEW-BATCH-COUNT PIC 9(08).
        03 SL-NEW-BATCH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-NEW-REVERSAL-COUNT PIC 9(08).
        03 SL-NEW-REVERSAL-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
        03 SL-NEW-ADJUST-COUNT PIC 9(08).
        03 SL-NEW-ADJUST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
