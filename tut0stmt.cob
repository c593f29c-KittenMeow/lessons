*>                  of passing the whole sequential TRANSLOG; the
*>                  archive side still reads TRANARCH's TRANLOG
*>                  images unchanged.
*> 2026-10-15  CRP  Supervisor reversals (source R) close the
*>                  statement on their own REVERSAL line instead
*>                  of being counted as another calculation under
*>                  the original's operator.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    VALUE ZEROS.
77 WS-USER-DIV-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE
    VALUE ZEROS.
77 WS-USER-REV-COUNT PIC 9(08) VALUE ZEROS.
77 WS-USER-REV-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE
    VALUE ZEROS.
77 WS-USER-COUNT PIC 9(08) VALUE ZEROS.
77 WS-USER-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

    MOVE ZEROS TO WS-USER-SUB-TOTAL
    MOVE ZEROS TO WS-USER-MUL-TOTAL
    MOVE ZEROS TO WS-USER-DIV-TOTAL
    MOVE ZEROS TO WS-USER-REV-COUNT
    MOVE ZEROS TO WS-USER-REV-TOTAL
    MOVE ZEROS TO WS-USER-COUNT
    MOVE ZEROS TO WS-USER-TOTAL
    MOVE SPACES TO USER-HEADING-LINE
    ADD SW-TOTAL TO WS-USER-TOTAL
    ADD 1 TO WS-GRAND-COUNT
    ADD SW-TOTAL TO WS-GRAND-TOTAL
    EVALUATE TRUE
        WHEN SW-SOURCE = "R"
            ADD 1 TO WS-USER-REV-COUNT
            ADD SW-TOTAL TO WS-USER-REV-TOTAL
        WHEN SW-OPERATOR = "+"
            ADD 1 TO WS-USER-ADD-COUNT
            ADD SW-TOTAL TO WS-USER-ADD-TOTAL
        WHEN SW-OPERATOR = "-"
            ADD 1 TO WS-USER-SUB-COUNT
            ADD SW-TOTAL TO WS-USER-SUB-TOTAL
        WHEN SW-OPERATOR = "*"
            ADD 1 TO WS-USER-MUL-COUNT
            ADD SW-TOTAL TO WS-USER-MUL-TOTAL
        WHEN SW-OPERATOR = "/"
            ADD 1 TO WS-USER-DIV-COUNT
            ADD SW-TOTAL TO WS-USER-DIV-TOTAL
    END-EVALUATE.

*> =================================================================
*> 4800-CLOSE-STATEMENT - counts and totals by operator (only the
*> operators the user actually used), any reversals against the
*> user's work, then the statement total.
*> =================================================================
4800-CLOSE-STATEMENT.
    MOVE SPACES TO STMT-REPORT-RECORD
        MOVE WS-USER-DIV-TOTAL TO OL-TOTAL
        WRITE STMT-REPORT-RECORD FROM OPERATOR-LINE
    END-IF
    IF WS-USER-REV-COUNT > ZERO
        MOVE "REVERSAL R  " TO OL-OPERATOR
        MOVE WS-USER-REV-COUNT TO OL-COUNT
        MOVE WS-USER-REV-TOTAL TO OL-TOTAL
        WRITE STMT-REPORT-RECORD FROM OPERATOR-LINE
    END-IF
    MOVE "STATEMENT TOTAL:" TO TO-LABEL
    MOVE WS-USER-COUNT TO TO-COUNT
    MOVE WS-USER-TOTAL TO TO-AMOUNT
