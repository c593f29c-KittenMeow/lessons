*>                  instead of the calendar date, so a chain that
*>                  runs past midnight still checks in as one
*>                  business day.
*> 2026-10-15  CRP  The period closes join the sequence: TUT0MEC
*>                  (month-end close) needs TUT0EOD's mark for the
*>                  last business day of the month being closed -
*>                  the month before the current business date -
*>                  and TUT0YEC (year-end close) needs a TUT0MEC
*>                  mark cut earlier in the current business
*>                  month.  The completion-mark scan takes a date
*>                  range to serve both.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77 WS-PRED-JOB-ID PIC X(08) VALUE SPACES.
77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.

*> The business dates a predecessor mark must fall between - the
*> business date itself for the nightly chain.
77 WS-MARK-FROM-DATE PIC 9(08) VALUE ZEROS.
77 WS-MARK-TO-DATE PIC 9(08) VALUE ZEROS.
77 WS-MONTH-START PIC 9(08) VALUE ZEROS.
77 WS-MONTH-START-INT PIC 9(07) VALUE ZEROS.

77 WS-MARK-FOUND-SW PIC X(01) VALUE "N".
    88 WS-MARK-FOUND VALUE "Y".

*>   TUT0BAL needs TUT0BAT (and its RUNHIST normal end),
*>   TUT0EOD needs TUT0BAL (the day must balance before it is
*>   archived) and TUT0BAT's RUNHIST normal end as well.
*> and the period closes that follow it:
*>   TUT0MEC needs TUT0EOD for the last day of the month before
*>   the business date (the month is all archived),
*>   TUT0YEC needs TUT0MEC earlier in the business month (the
*>   December close has run).
*> =================================================================
2000-CHECK-PREDECESSOR.
    MOVE WS-BUS-DATE TO WS-MARK-FROM-DATE
    MOVE WS-BUS-DATE TO WS-MARK-TO-DATE
    COMPUTE WS-MONTH-START = (WS-BUS-DATE / 100) * 100 + 1
    EVALUATE WS-JOB-ID
        WHEN "TUT0EDT"
            MOVE SPACES TO WS-PRED-JOB-ID
            MOVE "TUT0BAT" TO WS-PRED-JOB-ID
        WHEN "TUT0EOD"
            MOVE "TUT0BAL" TO WS-PRED-JOB-ID
        WHEN "TUT0MEC"
            MOVE "TUT0EOD" TO WS-PRED-JOB-ID
            COMPUTE WS-MONTH-START-INT =
                FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
            COMPUTE WS-MARK-FROM-DATE =
                FUNCTION DATE-OF-INTEGER(WS-MONTH-START-INT)
            MOVE WS-MARK-FROM-DATE TO WS-MARK-TO-DATE
        WHEN "TUT0YEC"
            MOVE "TUT0MEC" TO WS-PRED-JOB-ID
            MOVE WS-MONTH-START TO WS-MARK-FROM-DATE
        WHEN OTHER
            DISPLAY "*** JOB '" WS-JOB-ID "' IS NOT IN THE"
                " NIGHTLY SEQUENCE"
        PERFORM 2100-FIND-COMPLETION-MARK THRU 2100-EXIT
        IF WS-MARK-FOUND
            DISPLAY "Predecessor " WS-PRED-JOB-ID " completed for "
                WS-MARK-TO-DATE "."
        ELSE
            DISPLAY "*** PREDECESSOR " WS-PRED-JOB-ID " HAS NOT"
                " COMPLETED FOR " WS-MARK-TO-DATE " - " WS-JOB-ID
                " HELD"
            SET WS-SEQUENCE-BROKEN TO TRUE
        END-IF

*> =================================================================
*> 2100-FIND-COMPLETION-MARK - any "C" or "O" record for the
*> predecessor within the mark dates satisfies the check; an
*> override mark is as good as a completion, it just is not
*> anonymous.  A missing CYCLECTL means no job has checked in
*> today, which is a break, not an error.
            SET WS-EOF TO TRUE
        NOT AT END
            IF CC-JOB-ID = WS-PRED-JOB-ID
                AND CC-BUS-DATE NOT LESS THAN WS-MARK-FROM-DATE
                AND CC-BUS-DATE NOT GREATER THAN WS-MARK-TO-DATE
                AND (CC-COMPLETED OR CC-OVERRIDDEN)
                SET WS-MARK-FOUND TO TRUE
            END-IF
