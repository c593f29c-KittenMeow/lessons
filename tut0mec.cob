	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0mec.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Month-end and year-end close.  A month's
*>                  figures used to exist only as long as someone
*>                  re-ran tut0stat or tut0stmt over TRANARCH, and
*>                  tut0eod's retention purge took them away for
*>                  good.  "MONTH" on SYSIN freezes the month before
*>                  the current business date into the permanent
*>                  PERSUMM period-summary file: counts and totals
*>                  by user, by operator (+ - * /), by source
*>                  (online, batch, reversal, adjustment) and
*>                  shop-wide, each with the year-to-date roll.
*>                  "YEAR" (run in January, after the December
*>                  close) freezes the full-year figures and closes
*>                  the year; January's close will not run until it
*>                  has, so every new year's roll starts clean.  A
*>                  period is closed only once, in order, and only
*>                  once its control record is on file - a close
*>                  that died partway is cleared and redone on the
*>                  rerun.  MECRPT shows the frozen figures.  RC 8
*>                  when the close is refused or fails, RC 4 when
*>                  the archive no longer reaches back to the first
*>                  of the month (days may already have been
*>                  purged).  Gated by tut0seq as TUT0MEC/TUT0YEC.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AR-STATUS.

    SELECT TRANS-HIST-FILE ASSIGN TO "TRANHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TH-HIST-KEY
        ALTERNATE RECORD KEY IS TH-USERNAME WITH DUPLICATES
        FILE STATUS IS WS-TH-STATUS.

    SELECT PERIOD-SUMM-FILE ASSIGN TO "PERSUMM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PS-KEY
        FILE STATUS IS WS-PS-STATUS.

    SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

    SELECT CLOSE-REPORT-FILE ASSIGN TO "MECRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-HIST-FILE.
    COPY TRANHIST.

*> TRANARCH carries TRANSACTION-LOG-RECORD images unchanged, the
*> tut0eod convention - a bare PIC X read INTO the working-storage
*> record below; the live TRANHIST records are mapped into the
*> same record so one release path serves both sides.
FD  ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(145).

FD  PERIOD-SUMM-FILE.
    COPY PERSUMM.

FD  PROC-DATE-FILE.
    COPY PROCDATE.

SD  SORT-WORK-FILE.
01 SORT-WORK-RECORD.
    02 SW-USERNAME PIC X(30).
    02 SW-OPERATOR PIC X(01).
    02 SW-SOURCE PIC X(01).
    02 SW-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE.

FD  CLOSE-REPORT-FILE.
01 CLOSE-REPORT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
COPY TRANLOG.

01 HEADING-LINE-1.
    02 FILLER PIC X(40) VALUE "COBOLTUT PERIOD CLOSE".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(17) VALUE "  BUSINESS DATE ".
    02 HL-BUS-DATE PIC 9(08).
    02 FILLER PIC X(19) VALUE SPACES.

01 HEADING-LINE-2.
    02 HL-CLOSE-LABEL PIC X(20).
    02 HL-PERIOD PIC 9(06).
    02 FILLER PIC X(74) VALUE SPACES.

01 COLUMN-HEADING.
    02 FILLER PIC X(30) VALUE SPACES.
    02 FILLER PIC X(15) VALUE "   PERIOD COUNT".
    02 FILLER PIC X(17) VALUE "           AMOUNT".
    02 FILLER PIC X(19) VALUE " YEAR-TO-DATE COUNT".
    02 FILLER PIC X(17) VALUE "           AMOUNT".
    02 FILLER PIC X(02) VALUE SPACES.

01 FIGURE-LINE.
    02 FL-LABEL PIC X(30).
    02 FILLER PIC X(07) VALUE SPACES.
    02 FL-MONTH-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 FL-MONTH-TOTAL PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(11) VALUE SPACES.
    02 FL-YTD-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 FL-YTD-TOTAL PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(02) VALUE SPACES.

01 TOTAL-LINE.
    02 TO-LABEL PIC X(40).
    02 TO-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(52) VALUE SPACES.

01 MESSAGE-LINE.
    02 MS-TEXT PIC X(100).

*> ---------------------------------------------------------------
*> The period being closed and the one before it, as YYYYMM.
*> ---------------------------------------------------------------
01 CLOSE-PERIOD.
    02 CP-YEAR PIC 9(04).
    02 CP-MONTH PIC 9(02).

01 PRIOR-PERIOD.
    02 PP-YEAR PIC 9(04).
    02 PP-MONTH PIC 9(02).

01 YEAR-PERIOD.
    02 YP-YEAR PIC 9(04).
    02 YP-ZERO PIC 9(02) VALUE ZEROS.

*> ---------------------------------------------------------------
*> The month's accumulators, in the order the figures are written.
*> ---------------------------------------------------------------
01 SOURCE-TOTALS.
    02 SOURCE-ENTRY OCCURS 4 TIMES.
        03 ST-CODE PIC X(01).
        03 ST-LABEL PIC X(20).
        03 ST-COUNT PIC 9(08).
        03 ST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.

01 OPERATOR-TOTALS.
    02 OPERATOR-ENTRY OCCURS 4 TIMES.
        03 OT-CODE PIC X(01).
        03 OT-LABEL PIC X(20).
        03 OT-COUNT PIC 9(08).
        03 OT-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.

77 WS-AR-STATUS PIC X(02) VALUE SPACES.
77 WS-TH-STATUS PIC X(02) VALUE SPACES.
77 WS-PS-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.

77 WS-FUNCTION PIC X(05) VALUE SPACES.
    88 WS-FUNC-MONTH VALUE "MONTH" SPACES.
    88 WS-FUNC-YEAR VALUE "YEAR".

77 WS-JOB-ID PIC X(08) VALUE SPACES.
77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-TODAY PIC 9(08) VALUE ZEROS.
77 WS-NOW PIC 9(08) VALUE ZEROS.
77 WS-FROM-DATE PIC 9(08) VALUE ZEROS.
77 WS-TO-DATE PIC 9(08) VALUE ZEROS.
77 WS-OLDEST-ARCH-DATE PIC 9(08) VALUE ZEROS.

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".
77 WS-REFUSED-SW PIC X(01) VALUE "N".
    88 WS-CLOSE-REFUSED VALUE "Y".
77 WS-FAILED-SW PIC X(01) VALUE "N".
    88 WS-CLOSE-FAILED VALUE "Y".
77 WS-WARNING-SW PIC X(01) VALUE "N".
    88 WS-CLOSE-WARNING VALUE "Y".
77 WS-FOUND-SW PIC X(01) VALUE "N".
    88 WS-FOUND VALUE "Y".
77 WS-ANY-CLOSE-SW PIC X(01) VALUE "N".
    88 WS-ANY-CLOSE VALUE "Y".
77 WS-PRIOR-CLOSED-SW PIC X(01) VALUE "N".
    88 WS-PRIOR-CLOSED VALUE "Y".
77 WS-USER-OPEN-SW PIC X(01) VALUE "N".
    88 WS-USER-OPEN VALUE "Y".

77 WS-SRC-IX PIC 9(02) VALUE ZEROS.
77 WS-OPR-IX PIC 9(02) VALUE ZEROS.

77 WS-READ-COUNT PIC 9(08) VALUE ZEROS.
77 WS-ITEM-COUNT PIC 9(08) VALUE ZEROS.
77 WS-USER-WRITTEN PIC 9(08) VALUE ZEROS.
77 WS-CARRIED-COUNT PIC 9(08) VALUE ZEROS.
77 WS-CLEARED-COUNT PIC 9(08) VALUE ZEROS.

77 WS-CURR-USERNAME PIC X(30) VALUE SPACES.
77 WS-USER-COUNT PIC 9(08) VALUE ZEROS.
77 WS-USER-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-SHOP-COUNT PIC 9(08) VALUE ZEROS.
77 WS-SHOP-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

*> One figures record on its way to PERSUMM.
77 WS-FIG-KIND PIC X(01) VALUE SPACES.
77 WS-FIG-ITEM PIC X(30) VALUE SPACES.
77 WS-FIG-COUNT PIC 9(08) VALUE ZEROS.
77 WS-FIG-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

*> The prior-period record being rolled forward, and where the
*> walk of the prior period had got to.
77 WS-SAVED-KEY PIC X(38) VALUE SPACES.
77 WS-PRIOR-YTD-COUNT PIC 9(08) VALUE ZEROS.
77 WS-PRIOR-YTD-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE
    VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE - a month close summarizes the month through the
*> SORT and rolls the year to date forward from the month before;
*> a year close copies December's year to date into the year.
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-FUNC-YEAR
        PERFORM 2100-CHECK-YEAR-OPEN THRU 2100-EXIT
        IF NOT WS-CLOSE-REFUSED
            PERFORM 2500-CLEAR-PARTIAL-CLOSE THRU 2500-EXIT
            PERFORM 8000-CLOSE-YEAR THRU 8000-EXIT
            PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
        END-IF
    ELSE
        PERFORM 2000-CHECK-MONTH-OPEN THRU 2000-EXIT
        IF NOT WS-CLOSE-REFUSED
            PERFORM 2500-CLEAR-PARTIAL-CLOSE THRU 2500-EXIT
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-USERNAME
                INPUT PROCEDURE IS 3000-SELECT-MONTH THRU 3000-EXIT
                OUTPUT PROCEDURE IS 4000-SUMMARIZE-MONTH THRU 4000-EXIT
            PERFORM 5000-ROLL-YEAR-TO-DATE THRU 5000-EXIT
            PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
        END-IF
    END-IF
    PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - "MONTH" (or a blank line) or "YEAR" on SYSIN.
*> The period closed always hangs off the PROCDATE business date:
*> the month before the business month, which for the year close
*> must be December.
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-FUNCTION
    IF NOT WS-FUNC-MONTH AND NOT WS-FUNC-YEAR
        DISPLAY "*** ERROR - SYSIN FUNCTION MUST BE MONTH OR YEAR - "
            WS-FUNCTION
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW FROM TIME
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    MOVE WS-BUS-DATE (1:6) TO CLOSE-PERIOD
    IF CP-MONTH = 1
        SUBTRACT 1 FROM CP-YEAR
        MOVE 12 TO CP-MONTH
    ELSE
        SUBTRACT 1 FROM CP-MONTH
    END-IF
    MOVE CLOSE-PERIOD TO PRIOR-PERIOD
    IF PP-MONTH = 1
        SUBTRACT 1 FROM PP-YEAR
        MOVE 12 TO PP-MONTH
    ELSE
        SUBTRACT 1 FROM PP-MONTH
    END-IF
    MOVE CP-YEAR TO YP-YEAR
    COMPUTE WS-FROM-DATE = CP-YEAR * 10000 + CP-MONTH * 100 + 1
    COMPUTE WS-TO-DATE = CP-YEAR * 10000 + CP-MONTH * 100 + 31
    IF WS-FUNC-YEAR
        MOVE "TUT0YEC" TO WS-JOB-ID
    ELSE
        MOVE "TUT0MEC" TO WS-JOB-ID
    END-IF
    PERFORM 1100-INIT-TOTALS THRU 1100-EXIT
    OPEN OUTPUT CLOSE-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN MECRPT - STATUS " WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O PERIOD-SUMM-FILE
    IF WS-PS-STATUS = "35"
        OPEN OUTPUT PERIOD-SUMM-FILE
        CLOSE PERIOD-SUMM-FILE
        OPEN I-O PERIOD-SUMM-FILE
    END-IF
    IF WS-PS-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN PERSUMM - STATUS "
            WS-PS-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
1000-EXIT.
    EXIT.

1100-INIT-TOTALS.
    MOVE "O" TO ST-CODE (1)
    MOVE "ONLINE" TO ST-LABEL (1)
    MOVE "B" TO ST-CODE (2)
    MOVE "BATCH" TO ST-LABEL (2)
    MOVE "R" TO ST-CODE (3)
    MOVE "REVERSAL" TO ST-LABEL (3)
    MOVE "A" TO ST-CODE (4)
    MOVE "ADJUSTMENT" TO ST-LABEL (4)
    MOVE "+" TO OT-CODE (1)
    MOVE "ADD      +" TO OT-LABEL (1)
    MOVE "-" TO OT-CODE (2)
    MOVE "SUBTRACT -" TO OT-LABEL (2)
    MOVE "*" TO OT-CODE (3)
    MOVE "MULTIPLY *" TO OT-LABEL (3)
    MOVE "/" TO OT-CODE (4)
    MOVE "DIVIDE   /" TO OT-LABEL (4)
    MOVE 1 TO WS-SRC-IX
    PERFORM 1110-ZERO-ONE-ENTRY THRU 1110-EXIT
        UNTIL WS-SRC-IX > 4.
1100-EXIT.
    EXIT.

1110-ZERO-ONE-ENTRY.
    MOVE ZEROS TO ST-COUNT (WS-SRC-IX)
    MOVE ZEROS TO ST-TOTAL (WS-SRC-IX)
    MOVE ZEROS TO OT-COUNT (WS-SRC-IX)
    MOVE ZEROS TO OT-TOTAL (WS-SRC-IX)
    ADD 1 TO WS-SRC-IX.
1110-EXIT.
    EXIT.

*> =================================================================
*> 1500-GET-BUSINESS-DATE - the shop's current business date from
*> the PROCDATE control file, advanced only by the end-of-day
*> cycle; the calendar-date fallback is the bootstrap path, not
*> the normal one.
*> =================================================================
1500-GET-BUSINESS-DATE.
    MOVE ZEROS TO WS-BUS-DATE
    OPEN INPUT PROC-DATE-FILE
    IF WS-PD-STATUS = "00"
        READ PROC-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-BUS-DATE IS NUMERIC
                    MOVE PD-BUS-DATE TO WS-BUS-DATE
                END-IF
        END-READ
        CLOSE PROC-DATE-FILE
    END-IF
    IF WS-BUS-DATE = ZEROS
        DISPLAY "*** PROCDATE not available - using the calendar date."
        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
    END-IF.
1500-EXIT.
    EXIT.

*> =================================================================
*> 2000-CHECK-MONTH-OPEN - a month is closed once and in order.  The
*> month before it must be closed (for January, the year before
*> must be year-end closed), except on the very first close the
*> file has ever seen, whose year to date starts with that month.
*> =================================================================
2000-CHECK-MONTH-OPEN.
    MOVE "M" TO WS-FIG-KIND
    MOVE CLOSE-PERIOD TO PS-PERIOD
    PERFORM 2200-READ-CONTROL THRU 2200-EXIT
    IF WS-FOUND
        MOVE "*** MONTH ALREADY CLOSED - A CLOSED PERIOD IS NEVER REWRITTEN"
            TO MS-TEXT
        SET WS-CLOSE-REFUSED TO TRUE
    END-IF
    IF NOT WS-CLOSE-REFUSED
        IF CP-MONTH = 1
            MOVE "Y" TO WS-FIG-KIND
            MOVE PP-YEAR TO YP-YEAR
            MOVE YEAR-PERIOD TO PS-PERIOD
            MOVE CP-YEAR TO YP-YEAR
        ELSE
            MOVE "M" TO WS-FIG-KIND
            MOVE PRIOR-PERIOD TO PS-PERIOD
        END-IF
        PERFORM 2200-READ-CONTROL THRU 2200-EXIT
        IF WS-FOUND
            IF CP-MONTH NOT = 1
                SET WS-PRIOR-CLOSED TO TRUE
            END-IF
        ELSE
            PERFORM 2300-FIND-ANY-CLOSE THRU 2300-EXIT
            IF WS-ANY-CLOSE
                IF CP-MONTH = 1
                    MOVE "*** PRIOR YEAR NOT YEAR-END CLOSED - RUN THE YEAR-END CLOSE FIRST"
                        TO MS-TEXT
                ELSE
                    MOVE "*** PRIOR MONTH NOT CLOSED - MONTHS MUST BE CLOSED IN ORDER"
                        TO MS-TEXT
                END-IF
                SET WS-CLOSE-REFUSED TO TRUE
            END-IF
        END-IF
    END-IF
    MOVE "M" TO WS-FIG-KIND
    MOVE CLOSE-PERIOD TO PS-PERIOD.
2000-EXIT.
    EXIT.

*> =================================================================
*> 2100-CHECK-YEAR-OPEN - the year close runs in January, for the
*> year just ended: December must be closed and the year not.
*> =================================================================
2100-CHECK-YEAR-OPEN.
    IF CP-MONTH NOT = 12
        MOVE "*** YEAR-END CLOSE RUNS IN JANUARY, AFTER THE DECEMBER MONTH-END CLOSE"
            TO MS-TEXT
        SET WS-CLOSE-REFUSED TO TRUE
    END-IF
    IF NOT WS-CLOSE-REFUSED
        MOVE "Y" TO WS-FIG-KIND
        MOVE YEAR-PERIOD TO PS-PERIOD
        PERFORM 2200-READ-CONTROL THRU 2200-EXIT
        IF WS-FOUND
            MOVE "*** YEAR ALREADY CLOSED - A CLOSED PERIOD IS NEVER REWRITTEN"
                TO MS-TEXT
            SET WS-CLOSE-REFUSED TO TRUE
        END-IF
    END-IF
    IF NOT WS-CLOSE-REFUSED
        MOVE "M" TO WS-FIG-KIND
        MOVE CLOSE-PERIOD TO PS-PERIOD
        PERFORM 2200-READ-CONTROL THRU 2200-EXIT
        IF NOT WS-FOUND
            MOVE "*** DECEMBER NOT CLOSED - RUN THE MONTH-END CLOSE FIRST"
                TO MS-TEXT
            SET WS-CLOSE-REFUSED TO TRUE
        END-IF
    END-IF
    MOVE "Y" TO WS-FIG-KIND
    MOVE YEAR-PERIOD TO PS-PERIOD.
2100-EXIT.
    EXIT.

*> =================================================================
*> 2200-READ-CONTROL - is the close-control record on file for the
*> period type in WS-FIG-KIND and the period in PS-PERIOD?
*> =================================================================
2200-READ-CONTROL.
    MOVE "N" TO WS-FOUND-SW
    MOVE WS-FIG-KIND TO PS-PERIOD-TYPE
    SET PS-KIND-CONTROL TO TRUE
    MOVE SPACES TO PS-ITEM
    READ PERIOD-SUMM-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-FOUND TO TRUE
    END-READ.
2200-EXIT.
    EXIT.

*> =================================================================
*> 2300-FIND-ANY-CLOSE - has any period ever been closed on this
*> file?  An empty file (or one holding only a dead partial close)
*> is the first close.
*> =================================================================
2300-FIND-ANY-CLOSE.
    MOVE "N" TO WS-ANY-CLOSE-SW
    MOVE "N" TO WS-EOF-SW
    MOVE LOW-VALUES TO PS-KEY
    START PERIOD-SUMM-FILE KEY NOT LESS THAN PS-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    PERFORM 2310-SCAN-FOR-CLOSE THRU 2310-EXIT
        UNTIL WS-EOF OR WS-ANY-CLOSE.
2300-EXIT.
    EXIT.

2310-SCAN-FOR-CLOSE.
    READ PERIOD-SUMM-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF PS-KIND-CONTROL
                SET WS-ANY-CLOSE TO TRUE
            END-IF
    END-READ.
2310-EXIT.
    EXIT.

*> =================================================================
*> 2500-CLEAR-PARTIAL-CLOSE - no control record means the period is
*> not closed, so any figures already on file for it are what is
*> left of a close that died partway.  They go before the close is
*> redone, so nothing is counted twice.  The START is repeated
*> after every DELETE.
*> =================================================================
2500-CLEAR-PARTIAL-CLOSE.
    MOVE "N" TO WS-EOF-SW
    PERFORM 2510-CLEAR-ONE-RECORD THRU 2510-EXIT
        UNTIL WS-EOF
    IF WS-CLEARED-COUNT > ZERO
        DISPLAY "*** " WS-CLEARED-COUNT " record(s) of an unfinished"
            " close cleared before the rerun."
    END-IF.
2500-EXIT.
    EXIT.

2510-CLEAR-ONE-RECORD.
    IF WS-FUNC-YEAR
        SET PS-YEAR-PERIOD TO TRUE
        MOVE YEAR-PERIOD TO PS-PERIOD
    ELSE
        SET PS-MONTH-PERIOD TO TRUE
        MOVE CLOSE-PERIOD TO PS-PERIOD
    END-IF
    MOVE LOW-VALUES TO PS-KIND
    MOVE LOW-VALUES TO PS-ITEM
    START PERIOD-SUMM-FILE KEY NOT LESS THAN PS-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    IF NOT WS-EOF
        READ PERIOD-SUMM-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
        END-READ
    END-IF
    IF NOT WS-EOF
        IF (WS-FUNC-YEAR AND PS-YEAR-PERIOD
                AND PS-PERIOD = YEAR-PERIOD)
            OR (WS-FUNC-MONTH AND PS-MONTH-PERIOD
                AND PS-PERIOD = CLOSE-PERIOD)
            DELETE PERIOD-SUMM-FILE RECORD
                INVALID KEY
                    DISPLAY "*** ERROR - UNABLE TO CLEAR PERSUMM "
                        PS-KEY " - STATUS " WS-PS-STATUS
                    SET WS-CLOSE-REFUSED TO TRUE
                    MOVE "*** AN UNFINISHED EARLIER CLOSE COULD NOT BE CLEARED"
                        TO MS-TEXT
                    SET WS-EOF TO TRUE
                NOT INVALID KEY
                    ADD 1 TO WS-CLEARED-COUNT
            END-DELETE
        ELSE
            SET WS-EOF TO TRUE
        END-IF
    END-IF.
2510-EXIT.
    EXIT.

*> =================================================================
*> 3000-SELECT-MONTH - SORT input procedure: release every record
*> in the month, first from the archive, then from the live
*> history in case any of the month is not yet cut.  The oldest
*> date anywhere on the archive is kept: if it is later than the
*> first of the month, days before it may already have been purged.
*> =================================================================
3000-SELECT-MONTH.
    OPEN INPUT ARCHIVE-FILE
    IF WS-AR-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 3100-RELEASE-ARCHIVE THRU 3100-EXIT
            UNTIL WS-EOF
        CLOSE ARCHIVE-FILE
    ELSE
        IF WS-AR-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN TRANARCH - STATUS "
                WS-AR-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT TRANS-HIST-FILE
    IF WS-TH-STATUS = "00"
        MOVE WS-FROM-DATE TO TH-RUN-DATE
        MOVE ZEROS TO TH-RUN-TIME
        MOVE ZEROS TO TH-SEQ
        START TRANS-HIST-FILE KEY NOT LESS THAN TH-HIST-KEY
            INVALID KEY
                SET WS-EOF TO TRUE
            NOT INVALID KEY
                MOVE "N" TO WS-EOF-SW
        END-START
        PERFORM 3200-RELEASE-LIVE-TAIL THRU 3200-EXIT
            UNTIL WS-EOF
        CLOSE TRANS-HIST-FILE
    ELSE
        IF WS-TH-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN TRANHIST - STATUS "
                WS-TH-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF WS-OLDEST-ARCH-DATE = ZEROS
        OR WS-OLDEST-ARCH-DATE > WS-FROM-DATE
        SET WS-CLOSE-WARNING TO TRUE
    END-IF.
3000-EXIT.
    EXIT.

3100-RELEASE-ARCHIVE.
    READ ARCHIVE-FILE INTO TRANSACTION-LOG-RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF TL-RUN-DATE IS NUMERIC
                IF WS-OLDEST-ARCH-DATE = ZEROS
                    OR TL-RUN-DATE < WS-OLDEST-ARCH-DATE
                    MOVE TL-RUN-DATE TO WS-OLDEST-ARCH-DATE
                END-IF
            END-IF
            PERFORM 3300-RELEASE-IF-IN-MONTH THRU 3300-EXIT
    END-READ.
3100-EXIT.
    EXIT.

3200-RELEASE-LIVE-TAIL.
    READ TRANS-HIST-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF TH-RUN-DATE GREATER THAN WS-TO-DATE
                SET WS-EOF TO TRUE
            ELSE
                MOVE TH-USERNAME TO TL-USERNAME
                MOVE TH-OPERATOR TO TL-OPERATOR
                MOVE TH-TOTAL TO TL-TOTAL
                MOVE TH-RUN-DATE TO TL-RUN-DATE
                MOVE TH-SOURCE TO TL-SOURCE
                PERFORM 3300-RELEASE-IF-IN-MONTH THRU 3300-EXIT
            END-IF
    END-READ.
3200-EXIT.
    EXIT.

3300-RELEASE-IF-IN-MONTH.
    IF TL-RUN-DATE NOT LESS THAN WS-FROM-DATE
        AND TL-RUN-DATE NOT GREATER THAN WS-TO-DATE
        MOVE TL-USERNAME TO SW-USERNAME
        MOVE TL-OPERATOR TO SW-OPERATOR
        MOVE TL-SOURCE TO SW-SOURCE
        MOVE TL-TOTAL TO SW-TOTAL
        RELEASE SORT-WORK-RECORD
        ADD 1 TO WS-READ-COUNT
    END-IF.
3300-EXIT.
    EXIT.

*> =================================================================
*> 4000-SUMMARIZE-MONTH - SORT output procedure.  Each change of
*> UserName writes the finished user's figures; the shop, source
*> and operator figures follow once the last user is out.
*> =================================================================
4000-SUMMARIZE-MONTH.
    MOVE "N" TO WS-EOF-SW
    PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT
        UNTIL WS-EOF
    IF WS-USER-OPEN
        PERFORM 4300-WRITE-USER-FIGURES THRU 4300-EXIT
    END-IF
    PERFORM 4400-WRITE-SHOP-FIGURES THRU 4400-EXIT.
4000-EXIT.
    EXIT.

4100-RETURN-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF WS-USER-OPEN AND SW-USERNAME NOT = WS-CURR-USERNAME
                PERFORM 4300-WRITE-USER-FIGURES THRU 4300-EXIT
            END-IF
            IF NOT WS-USER-OPEN
                SET WS-USER-OPEN TO TRUE
                MOVE SW-USERNAME TO WS-CURR-USERNAME
                MOVE ZEROS TO WS-USER-COUNT
                MOVE ZEROS TO WS-USER-TOTAL
            END-IF
            PERFORM 4200-ACCUMULATE THRU 4200-EXIT
    END-RETURN.
4100-EXIT.
    EXIT.

*> =================================================================
*> 4200-ACCUMULATE - every record counts for its user and the shop.
*> Source buckets take O/B/R/A; an unmarked source counts in the
*> totals only (the tut0sumv rule).  Operator buckets leave out
*> reversals, which have their own source line.
*> =================================================================
4200-ACCUMULATE.
    ADD 1 TO WS-USER-COUNT
    ADD SW-TOTAL TO WS-USER-TOTAL
    ADD 1 TO WS-SHOP-COUNT
    ADD SW-TOTAL TO WS-SHOP-TOTAL
    EVALUATE SW-SOURCE
        WHEN "O"
            MOVE 1 TO WS-SRC-IX
        WHEN "B"
            MOVE 2 TO WS-SRC-IX
        WHEN "R"
            MOVE 3 TO WS-SRC-IX
        WHEN "A"
            MOVE 4 TO WS-SRC-IX
        WHEN OTHER
            MOVE ZEROS TO WS-SRC-IX
    END-EVALUATE
    IF WS-SRC-IX > ZERO
        ADD 1 TO ST-COUNT (WS-SRC-IX)
        ADD SW-TOTAL TO ST-TOTAL (WS-SRC-IX)
    END-IF
    EVALUATE SW-OPERATOR
        WHEN "+"
            MOVE 1 TO WS-OPR-IX
        WHEN "-"
            MOVE 2 TO WS-OPR-IX
        WHEN "*"
            MOVE 3 TO WS-OPR-IX
        WHEN "/"
            MOVE 4 TO WS-OPR-IX
        WHEN OTHER
            MOVE ZEROS TO WS-OPR-IX
    END-EVALUATE
    IF WS-OPR-IX > ZERO AND SW-SOURCE NOT = "R"
        ADD 1 TO OT-COUNT (WS-OPR-IX)
        ADD SW-TOTAL TO OT-TOTAL (WS-OPR-IX)
    END-IF.
4200-EXIT.
    EXIT.

4300-WRITE-USER-FIGURES.
    MOVE "U" TO WS-FIG-KIND
    MOVE WS-CURR-USERNAME TO WS-FIG-ITEM
    MOVE WS-USER-COUNT TO WS-FIG-COUNT
    MOVE WS-USER-TOTAL TO WS-FIG-TOTAL
    PERFORM 4900-WRITE-FIGURES THRU 4900-EXIT
    ADD 1 TO WS-USER-WRITTEN
    MOVE "N" TO WS-USER-OPEN-SW.
4300-EXIT.
    EXIT.

*> =================================================================
*> 4400-WRITE-SHOP-FIGURES - the shop total and every source and
*> operator, written even when zero so each closed month has the
*> same shape to compare against.
*> =================================================================
4400-WRITE-SHOP-FIGURES.
    MOVE "T" TO WS-FIG-KIND
    MOVE SPACES TO WS-FIG-ITEM
    MOVE WS-SHOP-COUNT TO WS-FIG-COUNT
    MOVE WS-SHOP-TOTAL TO WS-FIG-TOTAL
    PERFORM 4900-WRITE-FIGURES THRU 4900-EXIT
    MOVE 1 TO WS-SRC-IX
    PERFORM 4410-WRITE-ONE-BUCKET THRU 4410-EXIT
        UNTIL WS-SRC-IX > 4.
4400-EXIT.
    EXIT.

4410-WRITE-ONE-BUCKET.
    MOVE "S" TO WS-FIG-KIND
    MOVE ST-CODE (WS-SRC-IX) TO WS-FIG-ITEM
    MOVE ST-COUNT (WS-SRC-IX) TO WS-FIG-COUNT
    MOVE ST-TOTAL (WS-SRC-IX) TO WS-FIG-TOTAL
    PERFORM 4900-WRITE-FIGURES THRU 4900-EXIT
    MOVE "O" TO WS-FIG-KIND
    MOVE OT-CODE (WS-SRC-IX) TO WS-FIG-ITEM
    MOVE OT-COUNT (WS-SRC-IX) TO WS-FIG-COUNT
    MOVE OT-TOTAL (WS-SRC-IX) TO WS-FIG-TOTAL
    PERFORM 4900-WRITE-FIGURES THRU 4900-EXIT
    ADD 1 TO WS-SRC-IX.
4410-EXIT.
    EXIT.

*> =================================================================
*> 4900-WRITE-FIGURES - one month figures record; the year to date
*> starts as the month itself and the prior month is rolled in
*> afterwards.
*> =================================================================
4900-WRITE-FIGURES.
    MOVE SPACES TO PERIOD-SUMMARY-RECORD
    SET PS-MONTH-PERIOD TO TRUE
    MOVE CLOSE-PERIOD TO PS-PERIOD
    MOVE WS-FIG-KIND TO PS-KIND
    MOVE WS-FIG-ITEM TO PS-ITEM
    MOVE WS-FIG-COUNT TO PS-MONTH-COUNT
    MOVE WS-FIG-TOTAL TO PS-MONTH-TOTAL
    MOVE WS-FIG-COUNT TO PS-YTD-COUNT
    MOVE WS-FIG-TOTAL TO PS-YTD-TOTAL
    MOVE WS-TODAY TO PS-CLOSE-DATE
    MOVE WS-NOW TO PS-CLOSE-TIME
    WRITE PERIOD-SUMMARY-RECORD
        INVALID KEY
            DISPLAY "*** ERROR - UNABLE TO WRITE PERSUMM " PS-KEY
                " - STATUS " WS-PS-STATUS
            SET WS-CLOSE-FAILED TO TRUE
        NOT INVALID KEY
            ADD 1 TO WS-ITEM-COUNT
    END-WRITE.
4900-EXIT.
    EXIT.

*> =================================================================
*> 5000-ROLL-YEAR-TO-DATE - walk the prior month's figures and add
*> each one's year to date into the same item this month; an item
*> with nothing this month gets a carry record of its own.  The
*> walk re-STARTs after each prior record, since the random read
*> and write in between lose its place.  January has no prior
*> month to roll: its year to date is the month.
*> =================================================================
5000-ROLL-YEAR-TO-DATE.
    IF WS-PRIOR-CLOSED AND NOT WS-CLOSE-FAILED
        MOVE "N" TO WS-EOF-SW
        SET PS-MONTH-PERIOD TO TRUE
        MOVE PRIOR-PERIOD TO PS-PERIOD
        SET PS-KIND-CONTROL TO TRUE
        MOVE HIGH-VALUES TO PS-ITEM
        START PERIOD-SUMM-FILE KEY GREATER THAN PS-KEY
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM 5100-ROLL-ONE-ITEM THRU 5100-EXIT
            UNTIL WS-EOF
    END-IF.
5000-EXIT.
    EXIT.

5100-ROLL-ONE-ITEM.
    READ PERIOD-SUMM-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
    END-READ
    IF NOT WS-EOF
        IF PS-MONTH-PERIOD AND PS-PERIOD = PRIOR-PERIOD
            MOVE PS-KEY TO WS-SAVED-KEY
            MOVE PS-YTD-COUNT TO WS-PRIOR-YTD-COUNT
            MOVE PS-YTD-TOTAL TO WS-PRIOR-YTD-TOTAL
            PERFORM 5200-APPLY-PRIOR-YTD THRU 5200-EXIT
            MOVE WS-SAVED-KEY TO PS-KEY
            START PERIOD-SUMM-FILE KEY GREATER THAN PS-KEY
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
        ELSE
            SET WS-EOF TO TRUE
        END-IF
    END-IF.
5100-EXIT.
    EXIT.

5200-APPLY-PRIOR-YTD.
    MOVE CLOSE-PERIOD TO PS-PERIOD
    READ PERIOD-SUMM-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND-SW
        NOT INVALID KEY
            SET WS-FOUND TO TRUE
    END-READ
    IF WS-FOUND
        ADD WS-PRIOR-YTD-COUNT TO PS-YTD-COUNT
        ADD WS-PRIOR-YTD-TOTAL TO PS-YTD-TOTAL
        REWRITE PERIOD-SUMMARY-RECORD
            INVALID KEY
                DISPLAY "*** ERROR - UNABLE TO ROLL PERSUMM " PS-KEY
                    " - STATUS " WS-PS-STATUS
                SET WS-CLOSE-FAILED TO TRUE
        END-REWRITE
    ELSE
        MOVE WS-SAVED-KEY TO PS-KEY
        MOVE CLOSE-PERIOD TO PS-PERIOD
        MOVE ZEROS TO PS-MONTH-COUNT
        MOVE ZEROS TO PS-MONTH-TOTAL
        MOVE WS-PRIOR-YTD-COUNT TO PS-YTD-COUNT
        MOVE WS-PRIOR-YTD-TOTAL TO PS-YTD-TOTAL
        MOVE WS-TODAY TO PS-CLOSE-DATE
        MOVE WS-NOW TO PS-CLOSE-TIME
        WRITE PERIOD-SUMMARY-RECORD
            INVALID KEY
                DISPLAY "*** ERROR - UNABLE TO CARRY PERSUMM " PS-KEY
                    " - STATUS " WS-PS-STATUS
                SET WS-CLOSE-FAILED TO TRUE
            NOT INVALID KEY
                ADD 1 TO WS-ITEM-COUNT
                ADD 1 TO WS-CARRIED-COUNT
        END-WRITE
    END-IF.
5200-EXIT.
    EXIT.

*> =================================================================
*> 6000-WRITE-CONTROL - the last write of a close, and the one that
*> makes it a close: until this record is on file the period reads
*> as open and the figures under it as an unfinished run.
*> =================================================================
6000-WRITE-CONTROL.
    IF NOT WS-CLOSE-FAILED
        MOVE SPACES TO PERIOD-CONTROL-RECORD
        IF WS-FUNC-YEAR
            SET PS-YEAR-PERIOD TO TRUE
            MOVE YEAR-PERIOD TO PS-PERIOD
        ELSE
            SET PS-MONTH-PERIOD TO TRUE
            MOVE CLOSE-PERIOD TO PS-PERIOD
        END-IF
        SET PS-KIND-CONTROL TO TRUE
        MOVE WS-BUS-DATE TO PC-BUS-DATE
        MOVE WS-JOB-ID TO PC-JOB-ID
        MOVE WS-READ-COUNT TO PC-READ-COUNT
        MOVE WS-ITEM-COUNT TO PC-ITEM-COUNT
        MOVE WS-OLDEST-ARCH-DATE TO PC-OLDEST-ARCH-DATE
        MOVE WS-TODAY TO PC-CLOSE-DATE
        MOVE WS-NOW TO PC-CLOSE-TIME
        WRITE PERIOD-CONTROL-RECORD
            INVALID KEY
                DISPLAY "*** ERROR - UNABLE TO WRITE PERSUMM CONTROL - "
                    "STATUS " WS-PS-STATUS
                SET WS-CLOSE-FAILED TO TRUE
        END-WRITE
    END-IF.
6000-EXIT.
    EXIT.

*> =================================================================
*> 7000-PRINT-REPORT - the figures as frozen on PERSUMM, read back
*> rather than taken from the accumulators, then the counts and
*> the verdict.
*> =================================================================
7000-PRINT-REPORT.
    MOVE WS-TODAY TO HL-RUN-DATE
    MOVE WS-BUS-DATE TO HL-BUS-DATE
    WRITE CLOSE-REPORT-RECORD FROM HEADING-LINE-1
    IF WS-FUNC-YEAR
        MOVE "YEAR-END CLOSE FOR:" TO HL-CLOSE-LABEL
        MOVE YEAR-PERIOD TO HL-PERIOD
    ELSE
        MOVE "MONTH-END CLOSE FOR:" TO HL-CLOSE-LABEL
        MOVE CLOSE-PERIOD TO HL-PERIOD
    END-IF
    WRITE CLOSE-REPORT-RECORD FROM HEADING-LINE-2
    MOVE SPACES TO CLOSE-REPORT-RECORD
    WRITE CLOSE-REPORT-RECORD
    IF WS-CLOSE-REFUSED
        WRITE CLOSE-REPORT-RECORD FROM MESSAGE-LINE
    ELSE
        PERFORM 7100-PRINT-FROZEN-FIGURES THRU 7100-EXIT
    END-IF.
7000-EXIT.
    EXIT.

7100-PRINT-FROZEN-FIGURES.
    WRITE CLOSE-REPORT-RECORD FROM COLUMN-HEADING
    MOVE "T" TO WS-FIG-KIND
    MOVE SPACES TO WS-FIG-ITEM
    MOVE "SHOP TOTAL" TO FL-LABEL
    PERFORM 7200-PRINT-ONE-FIGURE THRU 7200-EXIT
    MOVE SPACES TO CLOSE-REPORT-RECORD
    WRITE CLOSE-REPORT-RECORD
    MOVE 1 TO WS-SRC-IX
    PERFORM 7110-PRINT-ONE-SOURCE THRU 7110-EXIT
        UNTIL WS-SRC-IX > 4
    MOVE SPACES TO CLOSE-REPORT-RECORD
    WRITE CLOSE-REPORT-RECORD
    MOVE 1 TO WS-OPR-IX
    PERFORM 7120-PRINT-ONE-OPERATOR THRU 7120-EXIT
        UNTIL WS-OPR-IX > 4
    MOVE SPACES TO CLOSE-REPORT-RECORD
    WRITE CLOSE-REPORT-RECORD
    IF WS-FUNC-MONTH
        MOVE "TRANSACTIONS READ FOR THE MONTH:" TO TO-LABEL
        MOVE WS-READ-COUNT TO TO-COUNT
        WRITE CLOSE-REPORT-RECORD FROM TOTAL-LINE
        MOVE "USERS ACTIVE IN THE MONTH:" TO TO-LABEL
        MOVE WS-USER-WRITTEN TO TO-COUNT
        WRITE CLOSE-REPORT-RECORD FROM TOTAL-LINE
        MOVE "ITEMS CARRIED WITH NO ACTIVITY:" TO TO-LABEL
        MOVE WS-CARRIED-COUNT TO TO-COUNT
        WRITE CLOSE-REPORT-RECORD FROM TOTAL-LINE
    END-IF
    MOVE "FIGURES RECORDS FROZEN:" TO TO-LABEL
    MOVE WS-ITEM-COUNT TO TO-COUNT
    WRITE CLOSE-REPORT-RECORD FROM TOTAL-LINE
    IF WS-CLEARED-COUNT > ZERO
        MOVE "UNFINISHED EARLIER CLOSE CLEARED:" TO TO-LABEL
        MOVE WS-CLEARED-COUNT TO TO-COUNT
        WRITE CLOSE-REPORT-RECORD FROM TOTAL-LINE
    END-IF
    MOVE SPACES TO CLOSE-REPORT-RECORD
    WRITE CLOSE-REPORT-RECORD
    IF WS-FUNC-MONTH AND NOT WS-PRIOR-CLOSED AND CP-MONTH NOT = 1
        MOVE "FIRST CLOSE ON FILE - THE YEAR TO DATE STARTS WITH THIS MONTH."
            TO MS-TEXT
        WRITE CLOSE-REPORT-RECORD FROM MESSAGE-LINE
    END-IF
    IF WS-CLOSE-WARNING
        MOVE SPACES TO MS-TEXT
        STRING "*** WARNING - TRANARCH ONLY REACHES BACK TO "
                DELIMITED BY SIZE
            WS-OLDEST-ARCH-DATE DELIMITED BY SIZE
            " - EARLIER DAYS OF THE MONTH MAY HAVE BEEN PURGED"
                DELIMITED BY SIZE
            INTO MS-TEXT
        WRITE CLOSE-REPORT-RECORD FROM MESSAGE-LINE
    END-IF
    IF WS-CLOSE-FAILED
        MOVE "*** CLOSE FAILED - PERIOD LEFT OPEN; RERUN CLEARS THE PARTIAL FIGURES"
            TO MS-TEXT
    ELSE
        MOVE "PERIOD CLOSED AND FROZEN." TO MS-TEXT
    END-IF
    WRITE CLOSE-REPORT-RECORD FROM MESSAGE-LINE.
7100-EXIT.
    EXIT.

7110-PRINT-ONE-SOURCE.
    MOVE "S" TO WS-FIG-KIND
    MOVE ST-CODE (WS-SRC-IX) TO WS-FIG-ITEM
    MOVE SPACES TO FL-LABEL
    STRING "SOURCE " DELIMITED BY SIZE
        ST-LABEL (WS-SRC-IX) DELIMITED BY SIZE
        INTO FL-LABEL
    PERFORM 7200-PRINT-ONE-FIGURE THRU 7200-EXIT
    ADD 1 TO WS-SRC-IX.
7110-EXIT.
    EXIT.

7120-PRINT-ONE-OPERATOR.
    MOVE "O" TO WS-FIG-KIND
    MOVE OT-CODE (WS-OPR-IX) TO WS-FIG-ITEM
    MOVE SPACES TO FL-LABEL
    STRING "OPERATOR " DELIMITED BY SIZE
        OT-LABEL (WS-OPR-IX) DELIMITED BY SIZE
        INTO FL-LABEL
    PERFORM 7200-PRINT-ONE-FIGURE THRU 7200-EXIT
    ADD 1 TO WS-OPR-IX.
7120-EXIT.
    EXIT.

7200-PRINT-ONE-FIGURE.
    IF WS-FUNC-YEAR
        SET PS-YEAR-PERIOD TO TRUE
        MOVE YEAR-PERIOD TO PS-PERIOD
    ELSE
        SET PS-MONTH-PERIOD TO TRUE
        MOVE CLOSE-PERIOD TO PS-PERIOD
    END-IF
    MOVE WS-FIG-KIND TO PS-KIND
    MOVE WS-FIG-ITEM TO PS-ITEM
    READ PERIOD-SUMM-FILE
        INVALID KEY
            MOVE ZEROS TO PS-MONTH-COUNT
            MOVE ZEROS TO PS-MONTH-TOTAL
            MOVE ZEROS TO PS-YTD-COUNT
            MOVE ZEROS TO PS-YTD-TOTAL
    END-READ
    MOVE PS-MONTH-COUNT TO FL-MONTH-COUNT
    MOVE PS-MONTH-TOTAL TO FL-MONTH-TOTAL
    MOVE PS-YTD-COUNT TO FL-YTD-COUNT
    MOVE PS-YTD-TOTAL TO FL-YTD-TOTAL
    WRITE CLOSE-REPORT-RECORD FROM FIGURE-LINE.
7200-EXIT.
    EXIT.

*> =================================================================
*> 8000-CLOSE-YEAR - every December figures record, user, source,
*> operator and shop, frozen into the year at its year-to-date
*> value.  The same re-START walk as the month roll.
*> =================================================================
8000-CLOSE-YEAR.
    MOVE "N" TO WS-EOF-SW
    SET PS-MONTH-PERIOD TO TRUE
    MOVE CLOSE-PERIOD TO PS-PERIOD
    SET PS-KIND-CONTROL TO TRUE
    MOVE HIGH-VALUES TO PS-ITEM
    START PERIOD-SUMM-FILE KEY GREATER THAN PS-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    PERFORM 8100-FREEZE-ONE-ITEM THRU 8100-EXIT
        UNTIL WS-EOF.
8000-EXIT.
    EXIT.

8100-FREEZE-ONE-ITEM.
    READ PERIOD-SUMM-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
    END-READ
    IF NOT WS-EOF
        IF PS-MONTH-PERIOD AND PS-PERIOD = CLOSE-PERIOD
            MOVE PS-KEY TO WS-SAVED-KEY
            SET PS-YEAR-PERIOD TO TRUE
            MOVE YEAR-PERIOD TO PS-PERIOD
            MOVE PS-YTD-COUNT TO PS-MONTH-COUNT
            MOVE PS-YTD-TOTAL TO PS-MONTH-TOTAL
            MOVE WS-TODAY TO PS-CLOSE-DATE
            MOVE WS-NOW TO PS-CLOSE-TIME
            WRITE PERIOD-SUMMARY-RECORD
                INVALID KEY
                    DISPLAY "*** ERROR - UNABLE TO WRITE PERSUMM "
                        PS-KEY " - STATUS " WS-PS-STATUS
                    SET WS-CLOSE-FAILED TO TRUE
                    SET WS-EOF TO TRUE
                NOT INVALID KEY
                    ADD 1 TO WS-ITEM-COUNT
            END-WRITE
            IF NOT WS-EOF
                MOVE WS-SAVED-KEY TO PS-KEY
                START PERIOD-SUMM-FILE KEY GREATER THAN PS-KEY
                    INVALID KEY
                        SET WS-EOF TO TRUE
                END-START
            END-IF
        ELSE
            SET WS-EOF TO TRUE
        END-IF
    END-IF.
8100-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE - RC 8 refused or failed, RC 4 closed with a
*> warning, the tut0sumv convention.
*> =================================================================
9000-TERMINATE.
    CLOSE PERIOD-SUMM-FILE
    CLOSE CLOSE-REPORT-FILE
    EVALUATE TRUE
        WHEN WS-CLOSE-REFUSED
            MOVE 8 TO RETURN-CODE
            DISPLAY "tut0mec complete - " MS-TEXT
        WHEN WS-CLOSE-FAILED
            MOVE 8 TO RETURN-CODE
            DISPLAY "tut0mec complete - *** CLOSE FAILED ***"
        WHEN WS-CLOSE-WARNING
            MOVE 4 TO RETURN-CODE
            DISPLAY "tut0mec complete - closed, with a warning."
        WHEN OTHER
            DISPLAY "tut0mec complete - " WS-ITEM-COUNT
                " figures record(s) frozen."
    END-EVALUATE.
9000-EXIT.
    EXIT.
