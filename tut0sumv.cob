	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0sumv.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Verify-and-rebuild for the TRANSUMM day
*>                  summaries.  tut0bal trusts the summary, but it
*>                  is only kept in step by the writers' own
*>                  day-summary paragraphs - a failed REWRITE, or
*>                  a job that dies between the history write and
*>                  the summary update, and it drifts without a
*>                  word.  This re-adds every business day still
*>                  on the live TRANHIST straight from the detail,
*>                  compares the day count and total and the
*>                  online, batch, reversal and adjustment buckets
*>                  against the day's TRANSUMM record, and lists
*>                  every day on SUMVRPT - agreeing, drifted, with
*>                  no summary, or a summary left with no detail
*>                  behind it.  SYSIN "REPAIR" rebuilds each
*>                  damaged summary from the detail and logs the
*>                  before and after values to SUMMLOG; a blank
*>                  line (or "VERIFY") only reports.  Ends RC=4
*>                  when any drift is found, RC=8 when a file
*>                  cannot be read or a repair fails.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-HIST-FILE ASSIGN TO "TRANHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TH-HIST-KEY
        ALTERNATE RECORD KEY IS TH-USERNAME WITH DUPLICATES
        FILE STATUS IS WS-TH-STATUS.

    SELECT TRAN-SUMM-FILE ASSIGN TO "TRANSUMM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TS-BUS-DATE
        FILE STATUS IS WS-TS-STATUS.

    SELECT SUMM-REPAIR-LOG ASSIGN TO "SUMMLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SL-STATUS.

    SELECT SUMV-REPORT-FILE ASSIGN TO "SUMVRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-HIST-FILE.
    COPY TRANHIST.

FD  TRAN-SUMM-FILE.
    COPY TRANSUMM.

FD  SUMM-REPAIR-LOG.
    COPY SUMMLOG.

FD  SUMV-REPORT-FILE.
01 SUMV-REPORT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 HEADING-LINE-1.
    02 FILLER PIC X(38) VALUE "COBOLTUT DAY-SUMMARY VERIFICATION".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(26) VALUE SPACES.

01 HEADING-LINE-2.
    02 FILLER PIC X(17) VALUE "MODE:            ".
    02 HL-MODE PIC X(40).
    02 FILLER PIC X(23) VALUE SPACES.

01 COLUMN-HEADING.
    02 FILLER PIC X(14) VALUE "BUSINESS DATE".
    02 FILLER PIC X(35) VALUE "  SUMMARY COUNT / AMOUNT".
    02 FILLER PIC X(31) VALUE "  TRANHIST COUNT / AMOUNT".

*> One line per business day: the summary's day count and total
*> against what the detail adds up to, and the verdict.
01 DAY-LINE.
    02 DY-DATE PIC 9(08).
    02 FILLER PIC X(06) VALUE SPACES.
    02 DY-S-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 DY-S-AMOUNT PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(02) VALUE SPACES.
    02 DY-H-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 DY-H-AMOUNT PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(14) VALUE SPACES.

01 RESULT-LINE.
    02 FILLER PIC X(14) VALUE SPACES.
    02 RS-TEXT PIC X(66).

*> Under a day that does not agree, each source bucket side by
*> side, "*" against every one that differs.
01 BUCKET-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 BK-LABEL PIC X(10).
    02 BK-S-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 BK-S-AMOUNT PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(02) VALUE SPACES.
    02 BK-H-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 BK-H-AMOUNT PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(02) VALUE SPACES.
    02 BK-FLAG PIC X(01).
    02 FILLER PIC X(11) VALUE SPACES.

01 TOTAL-LINE.
    02 TO-LABEL PIC X(36).
    02 TO-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(36) VALUE SPACES.

*> ---------------------------------------------------------------
*> The day as the summary has it and as the detail adds up.  Both
*> groups are laid out exactly as SL-BEFORE / SL-AFTER on the
*> repair log, so a repair logs them with one move each.  Detail
*> with no TH-SOURCE (converted from before the source byte
*> existed) counts in the day total only, the way the conversion
*> built those summaries.
*> ---------------------------------------------------------------
01 SUMM-DAY-TOTALS.
    02 SD-TRAN-COUNT PIC 9(08).
    02 SD-TRAN-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 SD-ONLINE-COUNT PIC 9(08).
    02 SD-ONLINE-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 SD-BATCH-COUNT PIC 9(08).
    02 SD-BATCH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 SD-REVERSAL-COUNT PIC 9(08).
    02 SD-REVERSAL-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 SD-ADJUST-COUNT PIC 9(08).
    02 SD-ADJUST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.

01 HIST-DAY-TOTALS.
    02 HT-TRAN-COUNT PIC 9(08).
    02 HT-TRAN-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 HT-ONLINE-COUNT PIC 9(08).
    02 HT-ONLINE-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 HT-BATCH-COUNT PIC 9(08).
    02 HT-BATCH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 HT-REVERSAL-COUNT PIC 9(08).
    02 HT-REVERSAL-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 HT-ADJUST-COUNT PIC 9(08).
    02 HT-ADJUST-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.

77 WS-TH-STATUS PIC X(02) VALUE SPACES.
77 WS-TS-STATUS PIC X(02) VALUE SPACES.
77 WS-SL-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.

77 WS-MODE-RAW PIC X(08) VALUE SPACES.
77 WS-MODE-SW PIC X(01) VALUE "V".
    88 WS-VERIFY-MODE VALUE "V".
    88 WS-REPAIR-MODE VALUE "R".

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".
77 WS-HIST-OPEN-SW PIC X(01) VALUE "N".
    88 WS-HIST-OPEN VALUE "Y".
77 WS-SUMM-OPEN-SW PIC X(01) VALUE "N".
    88 WS-SUMM-OPEN VALUE "Y".
77 WS-DAY-OPEN-SW PIC X(01) VALUE "N".
    88 WS-DAY-OPEN VALUE "Y".
77 WS-SUMM-FOUND-SW PIC X(01) VALUE "N".
    88 WS-SUMM-FOUND VALUE "Y".
77 WS-DRIFT-SW PIC X(01) VALUE "N".
    88 WS-DAY-DRIFTED VALUE "Y".
77 WS-DETAIL-SW PIC X(01) VALUE "N".
    88 WS-DETAIL-FOUND VALUE "Y".
77 WS-FAILED-SW PIC X(01) VALUE "N".
    88 WS-RUN-FAILED VALUE "Y".

77 WS-TODAY PIC 9(08) VALUE ZEROS.
77 WS-NOW PIC 9(08) VALUE ZEROS.
77 WS-CHECK-DATE PIC 9(08) VALUE ZEROS.
77 WS-UNMARKED-COUNT PIC 9(08) VALUE ZEROS.

77 WS-DAYS-CHECKED PIC 9(08) VALUE ZEROS.
77 WS-DAYS-AGREE PIC 9(08) VALUE ZEROS.
77 WS-DAYS-DRIFTED PIC 9(08) VALUE ZEROS.
77 WS-DAYS-NO-SUMMARY PIC 9(08) VALUE ZEROS.
77 WS-DAYS-NO-DETAIL PIC 9(08) VALUE ZEROS.
77 WS-REWRITTEN PIC 9(08) VALUE ZEROS.
77 WS-CREATED PIC 9(08) VALUE ZEROS.
77 WS-DELETED PIC 9(08) VALUE ZEROS.
77 WS-REPAIR-FAILED PIC 9(08) VALUE ZEROS.
77 WS-HIST-READ PIC 9(08) VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-VERIFY-FROM-HISTORY THRU 2000-EXIT
    PERFORM 3000-FIND-ORPHAN-SUMMARIES THRU 3000-EXIT
    PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - the mode comes in on SYSIN.  Verify opens the
*> summary for input only, so a plain verification can never
*> change a byte; repair opens it I-O (creating it if the whole
*> file has gone) and opens the repair log.  No TRANHIST at all is
*> read as no detail - every summary left is then an orphan.
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-MODE-RAW
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    EVALUATE WS-MODE-RAW
        WHEN SPACES
            SET WS-VERIFY-MODE TO TRUE
        WHEN "VERIFY"
            SET WS-VERIFY-MODE TO TRUE
        WHEN "REPAIR"
            SET WS-REPAIR-MODE TO TRUE
        WHEN OTHER
            DISPLAY "*** ERROR - SYSIN MODE MUST BE VERIFY OR REPAIR - "
                WS-MODE-RAW
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN OUTPUT SUMV-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN SUMVRPT - STATUS " WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT TRANS-HIST-FILE
    EVALUATE WS-TH-STATUS
        WHEN "00"
            SET WS-HIST-OPEN TO TRUE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "*** ERROR - UNABLE TO OPEN TRANHIST - STATUS "
                WS-TH-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM 1100-OPEN-SUMMARY THRU 1100-EXIT
    MOVE WS-TODAY TO HL-RUN-DATE
    WRITE SUMV-REPORT-RECORD FROM HEADING-LINE-1
    IF WS-REPAIR-MODE
        MOVE "REPAIR - DAMAGED SUMMARIES REBUILT" TO HL-MODE
    ELSE
        MOVE "VERIFY ONLY - NOTHING CHANGED" TO HL-MODE
    END-IF
    WRITE SUMV-REPORT-RECORD FROM HEADING-LINE-2
    MOVE SPACES TO SUMV-REPORT-RECORD
    WRITE SUMV-REPORT-RECORD
    WRITE SUMV-REPORT-RECORD FROM COLUMN-HEADING.
1000-EXIT.
    EXIT.

1100-OPEN-SUMMARY.
    IF WS-REPAIR-MODE
        OPEN I-O TRAN-SUMM-FILE
        IF WS-TS-STATUS = "35"
            OPEN OUTPUT TRAN-SUMM-FILE
            CLOSE TRAN-SUMM-FILE
            OPEN I-O TRAN-SUMM-FILE
        END-IF
        OPEN EXTEND SUMM-REPAIR-LOG
        IF WS-SL-STATUS = "35"
            OPEN OUTPUT SUMM-REPAIR-LOG
            CLOSE SUMM-REPAIR-LOG
            OPEN EXTEND SUMM-REPAIR-LOG
        END-IF
        IF WS-SL-STATUS NOT = "00"
            DISPLAY "*** ERROR - UNABLE TO OPEN SUMMLOG - STATUS "
                WS-SL-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        OPEN INPUT TRAN-SUMM-FILE
    END-IF
    EVALUATE WS-TS-STATUS
        WHEN "00"
            SET WS-SUMM-OPEN TO TRUE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "*** ERROR - UNABLE TO OPEN TRANSUMM - STATUS "
                WS-TS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
1100-EXIT.
    EXIT.

*> =================================================================
*> 2000-VERIFY-FROM-HISTORY - one pass of TRANHIST in key order,
*> which is business-date order, adding each day up as it goes and
*> checking it against its summary at the date break.
*> =================================================================
2000-VERIFY-FROM-HISTORY.
    IF WS-HIST-OPEN
        MOVE "N" TO WS-EOF-SW
        MOVE ZEROS TO TH-HIST-KEY
        START TRANS-HIST-FILE KEY IS NOT LESS THAN TH-HIST-KEY
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM 2100-READ-HISTORY THRU 2100-EXIT
            UNTIL WS-EOF
        IF WS-DAY-OPEN
            PERFORM 2500-CHECK-DAY THRU 2500-EXIT
        END-IF
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-HISTORY.
    READ TRANS-HIST-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-HIST-READ
            IF WS-DAY-OPEN AND TH-RUN-DATE NOT = WS-CHECK-DATE
                PERFORM 2500-CHECK-DAY THRU 2500-EXIT
            END-IF
            IF NOT WS-DAY-OPEN
                PERFORM 2200-START-DAY THRU 2200-EXIT
            END-IF
            PERFORM 2300-ADD-TO-DAY THRU 2300-EXIT
    END-READ.
2100-EXIT.
    EXIT.

2200-START-DAY.
    MOVE TH-RUN-DATE TO WS-CHECK-DATE
    SET WS-DAY-OPEN TO TRUE
    MOVE ZEROS TO WS-UNMARKED-COUNT
    MOVE ZEROS TO HT-TRAN-COUNT
    MOVE ZEROS TO HT-TRAN-TOTAL
    MOVE ZEROS TO HT-ONLINE-COUNT
    MOVE ZEROS TO HT-ONLINE-TOTAL
    MOVE ZEROS TO HT-BATCH-COUNT
    MOVE ZEROS TO HT-BATCH-TOTAL
    MOVE ZEROS TO HT-REVERSAL-COUNT
    MOVE ZEROS TO HT-REVERSAL-TOTAL
    MOVE ZEROS TO HT-ADJUST-COUNT
    MOVE ZEROS TO HT-ADJUST-TOTAL.
2200-EXIT.
    EXIT.

*> =================================================================
*> 2300-ADD-TO-DAY - the same bucketing every writer applies.
*> =================================================================
2300-ADD-TO-DAY.
    ADD 1 TO HT-TRAN-COUNT
    ADD TH-TOTAL TO HT-TRAN-TOTAL
    EVALUATE TH-SOURCE
        WHEN "O"
            ADD 1 TO HT-ONLINE-COUNT
            ADD TH-TOTAL TO HT-ONLINE-TOTAL
        WHEN "B"
            ADD 1 TO HT-BATCH-COUNT
            ADD TH-TOTAL TO HT-BATCH-TOTAL
        WHEN "R"
            ADD 1 TO HT-REVERSAL-COUNT
            ADD TH-TOTAL TO HT-REVERSAL-TOTAL
        WHEN "A"
            ADD 1 TO HT-ADJUST-COUNT
            ADD TH-TOTAL TO HT-ADJUST-TOTAL
        WHEN OTHER
            ADD 1 TO WS-UNMARKED-COUNT
    END-EVALUATE.
2300-EXIT.
    EXIT.

*> =================================================================
*> 2500-CHECK-DAY - one keyed read of the day's summary and the
*> comparison, bucket by bucket.  A day with detail and no
*> summary compares against zeros, so it always shows as drift.
*> =================================================================
2500-CHECK-DAY.
    ADD 1 TO WS-DAYS-CHECKED
    MOVE "N" TO WS-SUMM-FOUND-SW
    PERFORM 2510-CLEAR-SUMMARY-SIDE THRU 2510-EXIT
    IF WS-SUMM-OPEN
        MOVE WS-CHECK-DATE TO TS-BUS-DATE
        READ TRAN-SUMM-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-SUMM-FOUND TO TRUE
                PERFORM 2520-TAKE-SUMMARY-SIDE THRU 2520-EXIT
        END-READ
    END-IF
    PERFORM 2600-COMPARE-DAY THRU 2600-EXIT
    IF WS-DAY-DRIFTED
        ADD 1 TO WS-DAYS-DRIFTED
        IF NOT WS-SUMM-FOUND
            ADD 1 TO WS-DAYS-NO-SUMMARY
        END-IF
        PERFORM 5000-PRINT-DRIFT THRU 5000-EXIT
        IF WS-REPAIR-MODE
            PERFORM 6000-REBUILD-SUMMARY THRU 6000-EXIT
        END-IF
    ELSE
        ADD 1 TO WS-DAYS-AGREE
        PERFORM 5100-PRINT-AGREEING-DAY THRU 5100-EXIT
    END-IF
    MOVE "N" TO WS-DAY-OPEN-SW.
2500-EXIT.
    EXIT.

2510-CLEAR-SUMMARY-SIDE.
    MOVE ZEROS TO SD-TRAN-COUNT
    MOVE ZEROS TO SD-TRAN-TOTAL
    MOVE ZEROS TO SD-ONLINE-COUNT
    MOVE ZEROS TO SD-ONLINE-TOTAL
    MOVE ZEROS TO SD-BATCH-COUNT
    MOVE ZEROS TO SD-BATCH-TOTAL
    MOVE ZEROS TO SD-REVERSAL-COUNT
    MOVE ZEROS TO SD-REVERSAL-TOTAL
    MOVE ZEROS TO SD-ADJUST-COUNT
    MOVE ZEROS TO SD-ADJUST-TOTAL.
2510-EXIT.
    EXIT.

2520-TAKE-SUMMARY-SIDE.
    MOVE TS-TRAN-COUNT TO SD-TRAN-COUNT
    MOVE TS-TRAN-TOTAL TO SD-TRAN-TOTAL
    MOVE TS-ONLINE-COUNT TO SD-ONLINE-COUNT
    MOVE TS-ONLINE-TOTAL TO SD-ONLINE-TOTAL
    MOVE TS-BATCH-COUNT TO SD-BATCH-COUNT
    MOVE TS-BATCH-TOTAL TO SD-BATCH-TOTAL
    MOVE TS-REVERSAL-COUNT TO SD-REVERSAL-COUNT
    MOVE TS-REVERSAL-TOTAL TO SD-REVERSAL-TOTAL
    MOVE TS-ADJUST-COUNT TO SD-ADJUST-COUNT
    MOVE TS-ADJUST-TOTAL TO SD-ADJUST-TOTAL.
2520-EXIT.
    EXIT.

2600-COMPARE-DAY.
    IF NOT WS-SUMM-FOUND
        OR SD-TRAN-COUNT NOT = HT-TRAN-COUNT
        OR SD-TRAN-TOTAL NOT = HT-TRAN-TOTAL
        OR SD-ONLINE-COUNT NOT = HT-ONLINE-COUNT
        OR SD-ONLINE-TOTAL NOT = HT-ONLINE-TOTAL
        OR SD-BATCH-COUNT NOT = HT-BATCH-COUNT
        OR SD-BATCH-TOTAL NOT = HT-BATCH-TOTAL
        OR SD-REVERSAL-COUNT NOT = HT-REVERSAL-COUNT
        OR SD-REVERSAL-TOTAL NOT = HT-REVERSAL-TOTAL
        OR SD-ADJUST-COUNT NOT = HT-ADJUST-COUNT
        OR SD-ADJUST-TOTAL NOT = HT-ADJUST-TOTAL
        SET WS-DAY-DRIFTED TO TRUE
    ELSE
        MOVE "N" TO WS-DRIFT-SW
    END-IF.
2600-EXIT.
    EXIT.

*> =================================================================
*> 3000-FIND-ORPHAN-SUMMARIES - a pass of TRANSUMM for summaries
*> with no detail left behind them (the end-of-day cut deletes
*> both together, so one left standing is damage too).  Each one
*> is checked with a START on TRANHIST at the day's first key.
*> In repair mode it is deleted, from inside the read loop, the
*> way the end-of-day cut deletes its summaries.
*> =================================================================
3000-FIND-ORPHAN-SUMMARIES.
    IF WS-SUMM-OPEN
        MOVE "N" TO WS-EOF-SW
        MOVE ZEROS TO TS-BUS-DATE
        START TRAN-SUMM-FILE KEY IS NOT LESS THAN TS-BUS-DATE
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM 3100-READ-SUMMARY THRU 3100-EXIT
            UNTIL WS-EOF
    END-IF.
3000-EXIT.
    EXIT.

3100-READ-SUMMARY.
    READ TRAN-SUMM-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            PERFORM 3200-LOOK-FOR-DETAIL THRU 3200-EXIT
            IF NOT WS-DETAIL-FOUND
                PERFORM 3300-REPORT-ORPHAN THRU 3300-EXIT
            END-IF
    END-READ.
3100-EXIT.
    EXIT.

3200-LOOK-FOR-DETAIL.
    MOVE "N" TO WS-DETAIL-SW
    IF WS-HIST-OPEN
        MOVE TS-BUS-DATE TO TH-RUN-DATE
        MOVE ZEROS TO TH-RUN-TIME
        MOVE ZEROS TO TH-SEQ
        START TRANS-HIST-FILE KEY IS NOT LESS THAN TH-HIST-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ TRANS-HIST-FILE NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF TH-RUN-DATE = TS-BUS-DATE
                            SET WS-DETAIL-FOUND TO TRUE
                        END-IF
                END-READ
        END-START
    END-IF.
3200-EXIT.
    EXIT.

3300-REPORT-ORPHAN.
    ADD 1 TO WS-DAYS-DRIFTED
    ADD 1 TO WS-DAYS-NO-DETAIL
    MOVE TS-BUS-DATE TO WS-CHECK-DATE
    MOVE ZEROS TO WS-UNMARKED-COUNT
    PERFORM 2520-TAKE-SUMMARY-SIDE THRU 2520-EXIT
    MOVE ZEROS TO HT-TRAN-COUNT
    MOVE ZEROS TO HT-TRAN-TOTAL
    MOVE ZEROS TO HT-ONLINE-COUNT
    MOVE ZEROS TO HT-ONLINE-TOTAL
    MOVE ZEROS TO HT-BATCH-COUNT
    MOVE ZEROS TO HT-BATCH-TOTAL
    MOVE ZEROS TO HT-REVERSAL-COUNT
    MOVE ZEROS TO HT-REVERSAL-TOTAL
    MOVE ZEROS TO HT-ADJUST-COUNT
    MOVE ZEROS TO HT-ADJUST-TOTAL
    SET WS-SUMM-FOUND TO TRUE
    PERFORM 5000-PRINT-DRIFT THRU 5000-EXIT
    IF WS-REPAIR-MODE
        PERFORM 6300-DELETE-SUMMARY THRU 6300-EXIT
    END-IF.
3300-EXIT.
    EXIT.

*> =================================================================
*> 5000-PRINT-DRIFT - the day line, the verdict, and the buckets
*> side by side so the damage can be seen before anything is
*> touched.
*> =================================================================
5000-PRINT-DRIFT.
    PERFORM 5200-PRINT-DAY-LINE THRU 5200-EXIT
    EVALUATE TRUE
        WHEN NOT WS-SUMM-FOUND
            MOVE "*** DRIFT - NO TRANSUMM RECORD FOR A DAY WITH DETAIL ***"
                TO RS-TEXT
        WHEN HT-TRAN-COUNT = ZERO
            MOVE "*** DRIFT - TRANSUMM RECORD WITH NO TRANHIST DETAIL ***"
                TO RS-TEXT
        WHEN OTHER
            MOVE "*** DRIFT - SUMMARY DOES NOT MATCH THE DETAIL ***"
                TO RS-TEXT
    END-EVALUATE
    WRITE SUMV-REPORT-RECORD FROM RESULT-LINE
    MOVE "ONLINE" TO BK-LABEL
    MOVE SD-ONLINE-COUNT TO BK-S-COUNT
    MOVE SD-ONLINE-TOTAL TO BK-S-AMOUNT
    MOVE HT-ONLINE-COUNT TO BK-H-COUNT
    MOVE HT-ONLINE-TOTAL TO BK-H-AMOUNT
    MOVE SPACES TO BK-FLAG
    IF SD-ONLINE-COUNT NOT = HT-ONLINE-COUNT
        OR SD-ONLINE-TOTAL NOT = HT-ONLINE-TOTAL
        MOVE "*" TO BK-FLAG
    END-IF
    WRITE SUMV-REPORT-RECORD FROM BUCKET-LINE
    MOVE "BATCH" TO BK-LABEL
    MOVE SD-BATCH-COUNT TO BK-S-COUNT
    MOVE SD-BATCH-TOTAL TO BK-S-AMOUNT
    MOVE HT-BATCH-COUNT TO BK-H-COUNT
    MOVE HT-BATCH-TOTAL TO BK-H-AMOUNT
    MOVE SPACES TO BK-FLAG
    IF SD-BATCH-COUNT NOT = HT-BATCH-COUNT
        OR SD-BATCH-TOTAL NOT = HT-BATCH-TOTAL
        MOVE "*" TO BK-FLAG
    END-IF
    WRITE SUMV-REPORT-RECORD FROM BUCKET-LINE
    MOVE "REVERSAL" TO BK-LABEL
    MOVE SD-REVERSAL-COUNT TO BK-S-COUNT
    MOVE SD-REVERSAL-TOTAL TO BK-S-AMOUNT
    MOVE HT-REVERSAL-COUNT TO BK-H-COUNT
    MOVE HT-REVERSAL-TOTAL TO BK-H-AMOUNT
    MOVE SPACES TO BK-FLAG
    IF SD-REVERSAL-COUNT NOT = HT-REVERSAL-COUNT
        OR SD-REVERSAL-TOTAL NOT = HT-REVERSAL-TOTAL
        MOVE "*" TO BK-FLAG
    END-IF
    WRITE SUMV-REPORT-RECORD FROM BUCKET-LINE
    MOVE "ADJUSTMENT" TO BK-LABEL
    MOVE SD-ADJUST-COUNT TO BK-S-COUNT
    MOVE SD-ADJUST-TOTAL TO BK-S-AMOUNT
    MOVE HT-ADJUST-COUNT TO BK-H-COUNT
    MOVE HT-ADJUST-TOTAL TO BK-H-AMOUNT
    MOVE SPACES TO BK-FLAG
    IF SD-ADJUST-COUNT NOT = HT-ADJUST-COUNT
        OR SD-ADJUST-TOTAL NOT = HT-ADJUST-TOTAL
        MOVE "*" TO BK-FLAG
    END-IF
    WRITE SUMV-REPORT-RECORD FROM BUCKET-LINE
    IF WS-UNMARKED-COUNT > ZERO
        MOVE "UNMARKED" TO BK-LABEL
        MOVE ZEROS TO BK-S-COUNT
        MOVE ZEROS TO BK-S-AMOUNT
        MOVE WS-UNMARKED-COUNT TO BK-H-COUNT
        MOVE ZEROS TO BK-H-AMOUNT
        MOVE SPACES TO BK-FLAG
        WRITE SUMV-REPORT-RECORD FROM BUCKET-LINE
    END-IF.
5000-EXIT.
    EXIT.

5100-PRINT-AGREEING-DAY.
    PERFORM 5200-PRINT-DAY-LINE THRU 5200-EXIT
    MOVE "AGREES" TO RS-TEXT
    WRITE SUMV-REPORT-RECORD FROM RESULT-LINE.
5100-EXIT.
    EXIT.

5200-PRINT-DAY-LINE.
    MOVE WS-CHECK-DATE TO DY-DATE
    MOVE SD-TRAN-COUNT TO DY-S-COUNT
    MOVE SD-TRAN-TOTAL TO DY-S-AMOUNT
    MOVE HT-TRAN-COUNT TO DY-H-COUNT
    MOVE HT-TRAN-TOTAL TO DY-H-AMOUNT
    WRITE SUMV-REPORT-RECORD FROM DAY-LINE.
5200-EXIT.
    EXIT.

*> =================================================================
*> 6000-REBUILD-SUMMARY - the day's summary replaced outright with
*> what the detail adds up to: rewritten where one exists, written
*> where it was missing.  Logged only once it has landed.
*> =================================================================
6000-REBUILD-SUMMARY.
    MOVE WS-CHECK-DATE TO TS-BUS-DATE
    MOVE HT-TRAN-COUNT TO TS-TRAN-COUNT
    MOVE HT-TRAN-TOTAL TO TS-TRAN-TOTAL
    MOVE HT-ONLINE-COUNT TO TS-ONLINE-COUNT
    MOVE HT-ONLINE-TOTAL TO TS-ONLINE-TOTAL
    MOVE HT-BATCH-COUNT TO TS-BATCH-COUNT
    MOVE HT-BATCH-TOTAL TO TS-BATCH-TOTAL
    MOVE HT-REVERSAL-COUNT TO TS-REVERSAL-COUNT
    MOVE HT-REVERSAL-TOTAL TO TS-REVERSAL-TOTAL
    MOVE HT-ADJUST-COUNT TO TS-ADJUST-COUNT
    MOVE HT-ADJUST-TOTAL TO TS-ADJUST-TOTAL
    IF WS-SUMM-FOUND
        REWRITE TRAN-SUMMARY-RECORD
        IF WS-TS-STATUS = "00"
            ADD 1 TO WS-REWRITTEN
            MOVE "REW" TO SL-ACTION
            PERFORM 6500-LOG-REPAIR THRU 6500-EXIT
            MOVE "    REBUILT FROM TRANHIST" TO SUMV-REPORT-RECORD
        ELSE
            PERFORM 6400-REPAIR-FAILED THRU 6400-EXIT
        END-IF
    ELSE
        WRITE TRAN-SUMMARY-RECORD
        IF WS-TS-STATUS = "00"
            ADD 1 TO WS-CREATED
            MOVE "ADD" TO SL-ACTION
            PERFORM 6500-LOG-REPAIR THRU 6500-EXIT
            MOVE "    CREATED FROM TRANHIST" TO SUMV-REPORT-RECORD
        ELSE
            PERFORM 6400-REPAIR-FAILED THRU 6400-EXIT
        END-IF
    END-IF
    WRITE SUMV-REPORT-RECORD.
6000-EXIT.
    EXIT.

6300-DELETE-SUMMARY.
    DELETE TRAN-SUMM-FILE
    IF WS-TS-STATUS = "00"
        ADD 1 TO WS-DELETED
        MOVE "DEL" TO SL-ACTION
        PERFORM 6500-LOG-REPAIR THRU 6500-EXIT
        MOVE "    DELETED - NO DETAIL BEHIND IT" TO SUMV-REPORT-RECORD
    ELSE
        PERFORM 6400-REPAIR-FAILED THRU 6400-EXIT
    END-IF
    WRITE SUMV-REPORT-RECORD.
6300-EXIT.
    EXIT.

6400-REPAIR-FAILED.
    ADD 1 TO WS-REPAIR-FAILED
    SET WS-RUN-FAILED TO TRUE
    DISPLAY "*** ERROR - UNABLE TO REPAIR DAY SUMMARY " WS-CHECK-DATE
        " - STATUS " WS-TS-STATUS
    MOVE "    *** REPAIR FAILED - SUMMARY UNCHANGED ***"
        TO SUMV-REPORT-RECORD.
6400-EXIT.
    EXIT.

6500-LOG-REPAIR.
    MOVE WS-CHECK-DATE TO SL-BUS-DATE
    MOVE WS-TODAY TO SL-CHANGE-DATE
    ACCEPT WS-NOW FROM TIME
    MOVE WS-NOW TO SL-CHANGE-TIME
    MOVE "TUT0SUMV" TO SL-JOB-ID
    MOVE SUMM-DAY-TOTALS TO SL-BEFORE
    MOVE HIST-DAY-TOTALS TO SL-AFTER
    WRITE SUMM-REPAIR-RECORD
    IF WS-SL-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO WRITE SUMMLOG - STATUS "
            WS-SL-STATUS
        SET WS-RUN-FAILED TO TRUE
    END-IF.
6500-EXIT.
    EXIT.

*> =================================================================
*> 8000-PRINT-TOTALS
*> =================================================================
8000-PRINT-TOTALS.
    MOVE SPACES TO SUMV-REPORT-RECORD
    WRITE SUMV-REPORT-RECORD
    MOVE "TRANHIST RECORDS READ:" TO TO-LABEL
    MOVE WS-HIST-READ TO TO-COUNT
    WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
    MOVE "BUSINESS DAYS ON TRANHIST:" TO TO-LABEL
    MOVE WS-DAYS-CHECKED TO TO-COUNT
    WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
    MOVE "DAYS AGREEING:" TO TO-LABEL
    MOVE WS-DAYS-AGREE TO TO-COUNT
    WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
    MOVE "DAYS WITH DRIFT:" TO TO-LABEL
    MOVE WS-DAYS-DRIFTED TO TO-COUNT
    WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
    MOVE "    DETAIL WITH NO SUMMARY:" TO TO-LABEL
    MOVE WS-DAYS-NO-SUMMARY TO TO-COUNT
    WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
    MOVE "    SUMMARY WITH NO DETAIL:" TO TO-LABEL
    MOVE WS-DAYS-NO-DETAIL TO TO-COUNT
    WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
    IF WS-REPAIR-MODE
        MOVE "SUMMARIES REWRITTEN:" TO TO-LABEL
        MOVE WS-REWRITTEN TO TO-COUNT
        WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
        MOVE "SUMMARIES CREATED:" TO TO-LABEL
        MOVE WS-CREATED TO TO-COUNT
        WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
        MOVE "SUMMARIES DELETED:" TO TO-LABEL
        MOVE WS-DELETED TO TO-COUNT
        WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
        MOVE "REPAIRS FAILED:" TO TO-LABEL
        MOVE WS-REPAIR-FAILED TO TO-COUNT
        WRITE SUMV-REPORT-RECORD FROM TOTAL-LINE
    END-IF
    MOVE SPACES TO SUMV-REPORT-RECORD
    WRITE SUMV-REPORT-RECORD
    EVALUATE TRUE
        WHEN WS-RUN-FAILED
            MOVE "*** REPAIR INCOMPLETE - SEE ERRORS ABOVE ***"
                TO SUMV-REPORT-RECORD
        WHEN WS-DAYS-DRIFTED = ZERO
            MOVE "ALL DAY SUMMARIES AGREE WITH TRANHIST."
                TO SUMV-REPORT-RECORD
        WHEN WS-REPAIR-MODE
            MOVE "DRIFT FOUND AND REBUILT - SEE SUMMLOG."
                TO SUMV-REPORT-RECORD
        WHEN OTHER
            MOVE "*** DRIFT FOUND - RERUN WITH REPAIR ***"
                TO SUMV-REPORT-RECORD
    END-EVALUATE
    WRITE SUMV-REPORT-RECORD.
8000-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE - RC=4 for drift (found, or found and rebuilt),
*> RC=8 when a repair did not land.
*> =================================================================
9000-TERMINATE.
    IF WS-HIST-OPEN
        CLOSE TRANS-HIST-FILE
    END-IF
    IF WS-SUMM-OPEN
        CLOSE TRAN-SUMM-FILE
    END-IF
    IF WS-REPAIR-MODE
        CLOSE SUMM-REPAIR-LOG
    END-IF
    CLOSE SUMV-REPORT-FILE
    EVALUATE TRUE
        WHEN WS-RUN-FAILED
            MOVE 8 TO RETURN-CODE
        WHEN WS-DAYS-DRIFTED > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    DISPLAY "tut0sumv complete - " WS-DAYS-CHECKED " day(s) checked, "
        WS-DAYS-DRIFTED " with drift.".
9000-EXIT.
    EXIT.
