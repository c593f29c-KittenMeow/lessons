*>                  selection range - START at the from-date and
*>                  stop past the to-date - instead of passing the
*>                  whole life-to-date TRANSLOG front to back.
*> 2026-10-15  CRP  Supervisor reversals (TH-SOURCE "R") come out
*>                  of the operator breakdown onto their own
*>                  REVERSAL line, so a reversed entry no longer
*>                  reads as a second calculation of the same kind.
*>                  New ACTIVITY BY SOURCE section splits the period
*>                  into online, batch, reversal and adjustment.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77 WS-SUB-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-MUL-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-DIV-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-REV-COUNT PIC 9(08) VALUE ZEROS.
77 WS-REV-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

77 WS-ONLINE-COUNT PIC 9(08) VALUE ZEROS.
77 WS-ONLINE-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-BATCH-COUNT PIC 9(08) VALUE ZEROS.
77 WS-BATCH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-ADJUST-COUNT PIC 9(08) VALUE ZEROS.
77 WS-ADJUST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-UNMARKED-COUNT PIC 9(08) VALUE ZEROS.
77 WS-UNMARKED-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
            ELSE
                ADD 1 TO WS-SELECTED-COUNT
                PERFORM 2100-TALLY-OPERATOR THRU 2100-EXIT
                PERFORM 2150-TALLY-SOURCE THRU 2150-EXIT
                PERFORM 2200-TALLY-USER THRU 2200-EXIT
                PERFORM 2300-TALLY-DAY THRU 2300-EXIT
            END-IF
2000-EXIT.
    EXIT.

*> =================================================================
*> 2100-TALLY-OPERATOR - a reversal carries the original's operator
*> but is not a calculation in its own right, so it is counted on
*> the REVERSAL line rather than under + - * or /.
*> =================================================================
2100-TALLY-OPERATOR.
    EVALUATE TRUE
        WHEN TH-SOURCE = "R"
            ADD 1 TO WS-REV-COUNT
            ADD TH-TOTAL TO WS-REV-TOTAL
        WHEN TH-OPERATOR = "+"
            ADD 1 TO WS-ADD-COUNT
            ADD TH-TOTAL TO WS-ADD-TOTAL
        WHEN TH-OPERATOR = "-"
            ADD 1 TO WS-SUB-COUNT
            ADD TH-TOTAL TO WS-SUB-TOTAL
        WHEN TH-OPERATOR = "*"
            ADD 1 TO WS-MUL-COUNT
            ADD TH-TOTAL TO WS-MUL-TOTAL
        WHEN TH-OPERATOR = "/"
            ADD 1 TO WS-DIV-COUNT
            ADD TH-TOTAL TO WS-DIV-TOTAL
            IF TH-NUM2 = ZERO
2100-EXIT.
    EXIT.

2150-TALLY-SOURCE.
    EVALUATE TH-SOURCE
        WHEN "O"
            ADD 1 TO WS-ONLINE-COUNT
            ADD TH-TOTAL TO WS-ONLINE-TOTAL
        WHEN "B"
            ADD 1 TO WS-BATCH-COUNT
            ADD TH-TOTAL TO WS-BATCH-TOTAL
        WHEN "R"
            CONTINUE
        WHEN "A"
            ADD 1 TO WS-ADJUST-COUNT
            ADD TH-TOTAL TO WS-ADJUST-TOTAL
        WHEN OTHER
            ADD 1 TO WS-UNMARKED-COUNT
            ADD TH-TOTAL TO WS-UNMARKED-TOTAL
    END-EVALUATE.
2150-EXIT.
    EXIT.

2200-TALLY-USER.
    MOVE "N" TO WS-USER-FOUND-SW
    MOVE 1 TO WS-USER-IX
    MOVE WS-SELECTED-COUNT TO TO-COUNT
    WRITE STAT-REPORT-RECORD FROM TOTAL-LINE
    PERFORM 4100-PRINT-OPERATOR-SECTION THRU 4100-EXIT
    PERFORM 4150-PRINT-SOURCE-SECTION THRU 4150-EXIT
    PERFORM 4200-PRINT-RANKED-USERS THRU 4200-EXIT
    PERFORM 4300-PRINT-USER-SECTION THRU 4300-EXIT
    PERFORM 4400-PRINT-DAY-SECTION THRU 4400-EXIT.
    MOVE WS-DIV-COUNT TO OL-COUNT
    MOVE WS-DIV-TOTAL TO OL-TOTAL
    WRITE STAT-REPORT-RECORD FROM OPERATOR-LINE
    MOVE "REVERSAL R  " TO OL-OPERATOR
    MOVE WS-REV-COUNT TO OL-COUNT
    MOVE WS-REV-TOTAL TO OL-TOTAL
    WRITE STAT-REPORT-RECORD FROM OPERATOR-LINE
    MOVE "DIVIDE-BY-ZERO RESULTS:" TO TO-LABEL
    MOVE WS-DIVZERO-COUNT TO TO-COUNT
    WRITE STAT-REPORT-RECORD FROM TOTAL-LINE.
4100-EXIT.
    EXIT.

*> =================================================================
*> 4150-PRINT-SOURCE-SECTION - how the period's volume was entered.
*> The reversal line repeats the operator section's figure so the
*> four lines here add back to everything selected.
*> =================================================================
4150-PRINT-SOURCE-SECTION.
    MOVE SPACES TO STAT-REPORT-RECORD
    WRITE STAT-REPORT-RECORD
    MOVE "ACTIVITY BY SOURCE:" TO SE-TITLE
    WRITE STAT-REPORT-RECORD FROM SECTION-LINE
    MOVE "ONLINE     " TO OL-OPERATOR
    MOVE WS-ONLINE-COUNT TO OL-COUNT
    MOVE WS-ONLINE-TOTAL TO OL-TOTAL
    WRITE STAT-REPORT-RECORD FROM OPERATOR-LINE
    MOVE "BATCH      " TO OL-OPERATOR
    MOVE WS-BATCH-COUNT TO OL-COUNT
    MOVE WS-BATCH-TOTAL TO OL-TOTAL
    WRITE STAT-REPORT-RECORD FROM OPERATOR-LINE
    MOVE "REVERSAL   " TO OL-OPERATOR
    MOVE WS-REV-COUNT TO OL-COUNT
    MOVE WS-REV-TOTAL TO OL-TOTAL
    WRITE STAT-REPORT-RECORD FROM OPERATOR-LINE
    MOVE "ADJUSTMENT " TO OL-OPERATOR
    MOVE WS-ADJUST-COUNT TO OL-COUNT
    MOVE WS-ADJUST-TOTAL TO OL-TOTAL
    WRITE STAT-REPORT-RECORD FROM OPERATOR-LINE
    IF WS-UNMARKED-COUNT > ZERO
        MOVE "UNMARKED   " TO OL-OPERATOR
        MOVE WS-UNMARKED-COUNT TO OL-COUNT
        MOVE WS-UNMARKED-TOTAL TO OL-TOTAL
        WRITE STAT-REPORT-RECORD FROM OPERATOR-LINE
    END-IF.
4150-EXIT.
    EXIT.

*> =================================================================
*> 4200-PRINT-RANKED-USERS - up to WS-RANK-LIMIT users, busiest
*> first.  Each pass pulls the largest remaining count and blanks
