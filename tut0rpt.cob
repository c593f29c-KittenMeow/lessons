*>                  releases just that day, so the evening sort
*>                  stops growing with the file.  The listed date
*>                  now prints in the heading.
*> 2026-10-15  CRP  Supervisor reversals (source R) and corrected
*>                  replacements (source A) posted by tut0rev get
*>                  their own subtotals instead of falling into
*>                  UNMARKED; both print only on a day that has
*>                  any.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77 WS-ONLINE-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-BATCH-COUNT PIC 9(06) VALUE ZEROS.
77 WS-BATCH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-REVERSAL-COUNT PIC 9(06) VALUE ZEROS.
77 WS-REVERSAL-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-ADJUST-COUNT PIC 9(06) VALUE ZEROS.
77 WS-ADJUST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-OTHER-COUNT PIC 9(06) VALUE ZEROS.
77 WS-OTHER-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

        WHEN "B"
            ADD 1 TO WS-BATCH-COUNT
            ADD SW-TOTAL TO WS-BATCH-TOTAL
        WHEN "R"
            ADD 1 TO WS-REVERSAL-COUNT
            ADD SW-TOTAL TO WS-REVERSAL-TOTAL
        WHEN "A"
            ADD 1 TO WS-ADJUST-COUNT
            ADD SW-TOTAL TO WS-ADJUST-TOTAL
        WHEN OTHER
            ADD 1 TO WS-OTHER-COUNT
            ADD SW-TOTAL TO WS-OTHER-TOTAL
    MOVE WS-BATCH-COUNT TO ST-COUNT
    MOVE WS-BATCH-TOTAL TO ST-TOTAL
    WRITE REPORT-RECORD FROM SOURCE-TOTAL-LINE
    IF WS-REVERSAL-COUNT > ZERO
        MOVE "REVERSAL SUBTOTAL:" TO ST-LABEL
        MOVE WS-REVERSAL-COUNT TO ST-COUNT
        MOVE WS-REVERSAL-TOTAL TO ST-TOTAL
        WRITE REPORT-RECORD FROM SOURCE-TOTAL-LINE
    END-IF
    IF WS-ADJUST-COUNT > ZERO
        MOVE "ADJUSTMENT SUBTOTAL:" TO ST-LABEL
        MOVE WS-ADJUST-COUNT TO ST-COUNT
        MOVE WS-ADJUST-TOTAL TO ST-TOTAL
        WRITE REPORT-RECORD FROM SOURCE-TOTAL-LINE
    END-IF
    IF WS-OTHER-COUNT > ZERO
        MOVE "UNMARKED SUBTOTAL:" TO ST-LABEL
        MOVE WS-OTHER-COUNT TO ST-COUNT
