	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0mcr.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Management comparison report from the frozen
*>                  PERSUMM period-summary file.  Sets a closed
*>                  month beside the month before it and the same
*>                  month a year earlier, shop-wide (total, each
*>                  source, each operator, the year to date and
*>                  the change on each comparison month) and then
*>                  user by user.  SYSIN carries the month
*>                  (YYYYMM); a blank line takes the month before
*>                  the PROCDATE business date - the one TUT0MEC
*>                  has just closed.  A comparison month that was
*>                  never closed shows as zero and is flagged; the
*>                  report month itself must be closed (RC 8).
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT COMPARE-REPORT-FILE ASSIGN TO "MCRRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PERIOD-SUMM-FILE.
    COPY PERSUMM.

FD  PROC-DATE-FILE.
    COPY PROCDATE.

SD  SORT-WORK-FILE.
01 SORT-WORK-RECORD.
    02 SW-USERNAME PIC X(30).

FD  COMPARE-REPORT-FILE.
01 COMPARE-REPORT-RECORD PIC X(120).

WORKING-STORAGE SECTION.
01 HEADING-LINE-1.
    02 FILLER PIC X(42) VALUE "COBOLTUT MANAGEMENT COMPARISON REPORT".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(17) VALUE "  BUSINESS DATE ".
    02 HL-BUS-DATE PIC 9(08).
    02 FILLER PIC X(37) VALUE SPACES.

01 HEADING-LINE-2.
    02 FILLER PIC X(08) VALUE "MONTH: ".
    02 HL-MONTH PIC 9(06).
    02 FILLER PIC X(106) VALUE SPACES.

01 PERIOD-HEADING.
    02 FILLER PIC X(30) VALUE SPACES.
    02 FILLER PIC X(10) VALUE SPACES.
    02 FILLER PIC X(11) VALUE "THIS MONTH ".
    02 PH-THIS-PERIOD PIC 9(06).
    02 FILLER PIC X(10) VALUE SPACES.
    02 FILLER PIC X(11) VALUE "LAST MONTH ".
    02 PH-LAST-PERIOD PIC 9(06).
    02 FILLER PIC X(10) VALUE SPACES.
    02 FILLER PIC X(11) VALUE "  YEAR AGO ".
    02 PH-YEAR-AGO-PERIOD PIC 9(06).
    02 FILLER PIC X(09) VALUE SPACES.

01 COLUMN-HEADING.
    02 FILLER PIC X(30) VALUE SPACES.
    02 FILLER PIC X(27) VALUE "     COUNT           AMOUNT".
    02 FILLER PIC X(27) VALUE "     COUNT           AMOUNT".
    02 FILLER PIC X(27) VALUE "     COUNT           AMOUNT".
    02 FILLER PIC X(09) VALUE SPACES.

01 SECTION-LINE.
    02 SE-TITLE PIC X(40).
    02 FILLER PIC X(80) VALUE SPACES.

*> One item across the three months; cleared before each use.
01 COMPARE-LINE.
    02 CL-LABEL PIC X(30).
    02 CL-COLUMN OCCURS 3 TIMES.
        03 FILLER PIC X(02).
        03 CL-COUNT PIC ZZZZZZZ9.
        03 FILLER PIC X(01).
        03 CL-TOTAL PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(09).

01 CHANGE-LINE.
    02 CG-LABEL PIC X(30).
    02 FILLER PIC X(02) VALUE SPACES.
    02 CG-COUNT PIC -ZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 CG-TOTAL PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(63) VALUE SPACES.

01 TOTAL-LINE.
    02 TO-LABEL PIC X(40).
    02 TO-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(72) VALUE SPACES.

01 MESSAGE-LINE.
    02 MS-TEXT PIC X(120).

*> ---------------------------------------------------------------
*> The three months compared: 1 this month, 2 the month before,
*> 3 the same month a year earlier.
*> ---------------------------------------------------------------
01 COMPARE-PERIODS.
    02 CMP-ENTRY OCCURS 3 TIMES.
        03 CMP-PERIOD.
            04 CMP-YEAR PIC 9(04).
            04 CMP-MONTH PIC 9(02).
        03 CMP-CLOSED-SW PIC X(01).
            88 CMP-CLOSED VALUE "Y".
        03 CMP-COUNT PIC 9(08).
        03 CMP-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.

77 WS-PS-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.

77 WS-MONTH-RAW PIC X(06) VALUE SPACES.
77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-TODAY PIC 9(08) VALUE ZEROS.

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".
77 WS-YTD-SW PIC X(01) VALUE "N".
    88 WS-SHOW-YTD VALUE "Y".

77 WS-IX PIC 9(02) VALUE ZEROS.
77 WS-FIG-KIND PIC X(01) VALUE SPACES.
77 WS-FIG-ITEM PIC X(30) VALUE SPACES.
77 WS-LAST-USERNAME PIC X(30) VALUE SPACES.
77 WS-LINE-LABEL PIC X(30) VALUE SPACES.
77 WS-USER-PRINTED PIC 9(08) VALUE ZEROS.
77 WS-COUNT-CHANGE PIC S9(08) VALUE ZEROS.
77 WS-TOTAL-CHANGE PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE - the shop-wide comparison, then the users of all
*> three months merged into one UserName order by the SORT.
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-CHECK-PERIODS THRU 2000-EXIT
    PERFORM 3000-PRINT-SHOP-WIDE THRU 3000-EXIT
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-USERNAME
        INPUT PROCEDURE IS 4000-SELECT-USERS THRU 4000-EXIT
        OUTPUT PROCEDURE IS 5000-PRINT-USERS THRU 5000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - the report month from SYSIN (YYYYMM), or the
*> month before the business month on a blank line; the two
*> comparison months follow from it.
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-MONTH-RAW
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    IF WS-MONTH-RAW = SPACES
        MOVE WS-BUS-DATE (1:6) TO CMP-PERIOD (1)
        IF CMP-MONTH (1) = 1
            SUBTRACT 1 FROM CMP-YEAR (1)
            MOVE 12 TO CMP-MONTH (1)
        ELSE
            SUBTRACT 1 FROM CMP-MONTH (1)
        END-IF
    ELSE
        MOVE ZEROS TO CMP-PERIOD (1)
        IF WS-MONTH-RAW IS NUMERIC
            MOVE WS-MONTH-RAW TO CMP-PERIOD (1)
        END-IF
        IF CMP-MONTH (1) < 1 OR CMP-MONTH (1) > 12
            DISPLAY "*** ERROR - INVALID REPORT MONTH '" WS-MONTH-RAW
                "' - EXPECTED YYYYMM"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE CMP-PERIOD (1) TO CMP-PERIOD (2)
    IF CMP-MONTH (2) = 1
        SUBTRACT 1 FROM CMP-YEAR (2)
        MOVE 12 TO CMP-MONTH (2)
    ELSE
        SUBTRACT 1 FROM CMP-MONTH (2)
    END-IF
    MOVE CMP-PERIOD (1) TO CMP-PERIOD (3)
    SUBTRACT 1 FROM CMP-YEAR (3)
    OPEN INPUT PERIOD-SUMM-FILE
    IF WS-PS-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN PERSUMM - STATUS "
            WS-PS-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT COMPARE-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN MCRRPT - STATUS " WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TODAY TO HL-RUN-DATE
    MOVE WS-BUS-DATE TO HL-BUS-DATE
    MOVE CMP-PERIOD (1) TO HL-MONTH
    WRITE COMPARE-REPORT-RECORD FROM HEADING-LINE-1
    WRITE COMPARE-REPORT-RECORD FROM HEADING-LINE-2
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD.
1000-EXIT.
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
*> 2000-CHECK-PERIODS - only a month with its close-control record
*> on file has figures worth comparing.  The report month must be
*> closed; a comparison month that is not prints as zero under a
*> warning line.
*> =================================================================
2000-CHECK-PERIODS.
    MOVE 1 TO WS-IX
    PERFORM 2100-CHECK-ONE-PERIOD THRU 2100-EXIT
        UNTIL WS-IX > 3
    IF NOT CMP-CLOSED (1)
        MOVE SPACES TO MS-TEXT
        STRING "*** MONTH " DELIMITED BY SIZE
            CMP-PERIOD (1) DELIMITED BY SIZE
            " IS NOT CLOSED - RUN TUT0MEC BEFORE THE COMPARISON"
                DELIMITED BY SIZE
            INTO MS-TEXT
        WRITE COMPARE-REPORT-RECORD FROM MESSAGE-LINE
        DISPLAY MS-TEXT
        CLOSE PERIOD-SUMM-FILE
        CLOSE COMPARE-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT CMP-CLOSED (2)
        MOVE SPACES TO MS-TEXT
        STRING "*** LAST MONTH " DELIMITED BY SIZE
            CMP-PERIOD (2) DELIMITED BY SIZE
            " NOT CLOSED - ITS FIGURES SHOW AS ZERO" DELIMITED BY SIZE
            INTO MS-TEXT
        WRITE COMPARE-REPORT-RECORD FROM MESSAGE-LINE
    END-IF
    IF NOT CMP-CLOSED (3)
        MOVE SPACES TO MS-TEXT
        STRING "*** YEAR-AGO MONTH " DELIMITED BY SIZE
            CMP-PERIOD (3) DELIMITED BY SIZE
            " NOT CLOSED - ITS FIGURES SHOW AS ZERO" DELIMITED BY SIZE
            INTO MS-TEXT
        WRITE COMPARE-REPORT-RECORD FROM MESSAGE-LINE
    END-IF
    MOVE CMP-PERIOD (1) TO PH-THIS-PERIOD
    MOVE CMP-PERIOD (2) TO PH-LAST-PERIOD
    MOVE CMP-PERIOD (3) TO PH-YEAR-AGO-PERIOD.
2000-EXIT.
    EXIT.

2100-CHECK-ONE-PERIOD.
    MOVE "N" TO CMP-CLOSED-SW (WS-IX)
    SET PS-MONTH-PERIOD TO TRUE
    MOVE CMP-PERIOD (WS-IX) TO PS-PERIOD
    SET PS-KIND-CONTROL TO TRUE
    MOVE SPACES TO PS-ITEM
    READ PERIOD-SUMM-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CMP-CLOSED (WS-IX) TO TRUE
    END-READ
    ADD 1 TO WS-IX.
2100-EXIT.
    EXIT.

*> =================================================================
*> 3000-PRINT-SHOP-WIDE - the shop total with its year to date and
*> the change on each comparison month, then each source and each
*> operator.
*> =================================================================
3000-PRINT-SHOP-WIDE.
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE "SHOP-WIDE" TO SE-TITLE
    WRITE COMPARE-REPORT-RECORD FROM SECTION-LINE
    WRITE COMPARE-REPORT-RECORD FROM PERIOD-HEADING
    WRITE COMPARE-REPORT-RECORD FROM COLUMN-HEADING
    MOVE "T" TO WS-FIG-KIND
    MOVE SPACES TO WS-FIG-ITEM
    MOVE "SHOP TOTAL" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    PERFORM 3100-PRINT-SHOP-CHANGES THRU 3100-EXIT
    SET WS-SHOW-YTD TO TRUE
    MOVE "SHOP YEAR TO DATE" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE "N" TO WS-YTD-SW
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE "S" TO WS-FIG-KIND
    MOVE "O" TO WS-FIG-ITEM
    MOVE "SOURCE ONLINE" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE "B" TO WS-FIG-ITEM
    MOVE "SOURCE BATCH" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE "R" TO WS-FIG-ITEM
    MOVE "SOURCE REVERSAL" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE "A" TO WS-FIG-ITEM
    MOVE "SOURCE ADJUSTMENT" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE "O" TO WS-FIG-KIND
    MOVE "+" TO WS-FIG-ITEM
    MOVE "OPERATOR ADD      +" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE "-" TO WS-FIG-ITEM
    MOVE "OPERATOR SUBTRACT -" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE "*" TO WS-FIG-ITEM
    MOVE "OPERATOR MULTIPLY *" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
    MOVE "/" TO WS-FIG-ITEM
    MOVE "OPERATOR DIVIDE   /" TO WS-LINE-LABEL
    PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT.
3000-EXIT.
    EXIT.

*> =================================================================
*> 3100-PRINT-SHOP-CHANGES - this month's shop total less each
*> comparison month's, only where that month was closed.  The
*> month figures are still in the table from the shop-total line.
*> =================================================================
3100-PRINT-SHOP-CHANGES.
    IF CMP-CLOSED (2)
        MOVE "  CHANGE ON LAST MONTH" TO CG-LABEL
        COMPUTE WS-COUNT-CHANGE = CMP-COUNT (1) - CMP-COUNT (2)
        COMPUTE WS-TOTAL-CHANGE = CMP-TOTAL (1) - CMP-TOTAL (2)
        MOVE WS-COUNT-CHANGE TO CG-COUNT
        MOVE WS-TOTAL-CHANGE TO CG-TOTAL
        WRITE COMPARE-REPORT-RECORD FROM CHANGE-LINE
    END-IF
    IF CMP-CLOSED (3)
        MOVE "  CHANGE ON YEAR AGO" TO CG-LABEL
        COMPUTE WS-COUNT-CHANGE = CMP-COUNT (1) - CMP-COUNT (3)
        COMPUTE WS-TOTAL-CHANGE = CMP-TOTAL (1) - CMP-TOTAL (3)
        MOVE WS-COUNT-CHANGE TO CG-COUNT
        MOVE WS-TOTAL-CHANGE TO CG-TOTAL
        WRITE COMPARE-REPORT-RECORD FROM CHANGE-LINE
    END-IF.
3100-EXIT.
    EXIT.

*> =================================================================
*> 4000-SELECT-USERS - SORT input procedure: every UserName with a
*> user record in any of the three closed months, so a user active
*> only last year still shows against this month's zero.
*> =================================================================
4000-SELECT-USERS.
    MOVE 1 TO WS-IX
    PERFORM 4100-SELECT-ONE-PERIOD THRU 4100-EXIT
        UNTIL WS-IX > 3.
4000-EXIT.
    EXIT.

4100-SELECT-ONE-PERIOD.
    IF CMP-CLOSED (WS-IX)
        MOVE "N" TO WS-EOF-SW
        SET PS-MONTH-PERIOD TO TRUE
        MOVE CMP-PERIOD (WS-IX) TO PS-PERIOD
        SET PS-KIND-USER TO TRUE
        MOVE LOW-VALUES TO PS-ITEM
        START PERIOD-SUMM-FILE KEY NOT LESS THAN PS-KEY
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM 4200-RELEASE-USER THRU 4200-EXIT
            UNTIL WS-EOF
    END-IF
    ADD 1 TO WS-IX.
4100-EXIT.
    EXIT.

4200-RELEASE-USER.
    READ PERIOD-SUMM-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF PS-MONTH-PERIOD AND PS-PERIOD = CMP-PERIOD (WS-IX)
                AND PS-KIND-USER
                MOVE PS-ITEM TO SW-USERNAME
                RELEASE SORT-WORK-RECORD
            ELSE
                SET WS-EOF TO TRUE
            END-IF
    END-READ.
4200-EXIT.
    EXIT.

*> =================================================================
*> 5000-PRINT-USERS - SORT output procedure: one line per UserName,
*> however many of the three months it appeared in.
*> =================================================================
5000-PRINT-USERS.
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE "BY USER" TO SE-TITLE
    WRITE COMPARE-REPORT-RECORD FROM SECTION-LINE
    WRITE COMPARE-REPORT-RECORD FROM PERIOD-HEADING
    WRITE COMPARE-REPORT-RECORD FROM COLUMN-HEADING
    MOVE "U" TO WS-FIG-KIND
    MOVE LOW-VALUES TO WS-LAST-USERNAME
    MOVE "N" TO WS-EOF-SW
    PERFORM 5100-RETURN-USER THRU 5100-EXIT
        UNTIL WS-EOF
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE "USERS COMPARED:" TO TO-LABEL
    MOVE WS-USER-PRINTED TO TO-COUNT
    WRITE COMPARE-REPORT-RECORD FROM TOTAL-LINE.
5000-EXIT.
    EXIT.

5100-RETURN-USER.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF SW-USERNAME NOT = WS-LAST-USERNAME
                MOVE SW-USERNAME TO WS-LAST-USERNAME
                MOVE SW-USERNAME TO WS-FIG-ITEM
                MOVE SW-USERNAME TO WS-LINE-LABEL
                PERFORM 7000-PRINT-COMPARISON THRU 7000-EXIT
                ADD 1 TO WS-USER-PRINTED
            END-IF
    END-RETURN.
5100-EXIT.
    EXIT.

*> =================================================================
*> 7000-PRINT-COMPARISON - the figures for WS-FIG-KIND/WS-FIG-ITEM
*> in each of the three months, under the label already in
*> WS-LINE-LABEL: the month pair, or the year-to-date pair when
*> WS-SHOW-YTD is set.  An item missing from a closed month had no
*> activity that month (or that year, for the year to date).
*> =================================================================
7000-PRINT-COMPARISON.
    MOVE SPACES TO COMPARE-LINE
    MOVE WS-LINE-LABEL TO CL-LABEL
    MOVE 1 TO WS-IX
    PERFORM 7100-FETCH-ONE-PERIOD THRU 7100-EXIT
        UNTIL WS-IX > 3
    WRITE COMPARE-REPORT-RECORD FROM COMPARE-LINE.
7000-EXIT.
    EXIT.

7100-FETCH-ONE-PERIOD.
    MOVE ZEROS TO CMP-COUNT (WS-IX)
    MOVE ZEROS TO CMP-TOTAL (WS-IX)
    IF CMP-CLOSED (WS-IX)
        SET PS-MONTH-PERIOD TO TRUE
        MOVE CMP-PERIOD (WS-IX) TO PS-PERIOD
        MOVE WS-FIG-KIND TO PS-KIND
        MOVE WS-FIG-ITEM TO PS-ITEM
        READ PERIOD-SUMM-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF WS-SHOW-YTD
                    MOVE PS-YTD-COUNT TO CMP-COUNT (WS-IX)
                    MOVE PS-YTD-TOTAL TO CMP-TOTAL (WS-IX)
                ELSE
                    MOVE PS-MONTH-COUNT TO CMP-COUNT (WS-IX)
                    MOVE PS-MONTH-TOTAL TO CMP-TOTAL (WS-IX)
                END-IF
        END-READ
    END-IF
    MOVE CMP-COUNT (WS-IX) TO CL-COUNT (WS-IX)
    MOVE CMP-TOTAL (WS-IX) TO CL-TOTAL (WS-IX)
    ADD 1 TO WS-IX.
7100-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE
*> =================================================================
9000-TERMINATE.
    CLOSE PERIOD-SUMM-FILE
    CLOSE COMPARE-REPORT-FILE
    DISPLAY "tut0mcr complete - " WS-USER-PRINTED " user(s) compared"
        " for " CMP-PERIOD (1) ".".
9000-EXIT.
    EXIT.
