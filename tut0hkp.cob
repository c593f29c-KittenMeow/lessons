	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0hkp.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Retention housekeeping for the audit and
*>                  control logs.  MAINTLOG, NAMEDLOG, OPERLOG,
*>                  SECVLOG, CYCLECTL, RUNHIST and SUMMLOG are all
*>                  opened EXTEND and were never trimmed, so every
*>                  tut0seq check reread CYCLECTL back to the
*>                  first night and tut0runl had to evict runs
*>                  just to fit its table.  Each log's retention
*>                  comes from its card on the LOGRETN control
*>                  file; records dated before the cutoff (the
*>                  PROCDATE business date less the retention) are
*>                  moved to the log's history generation, closed
*>                  with a TRL trailer carrying the count and the
*>                  dates, and the live file is rewritten with the
*>                  recent records only.  A record whose date is
*>                  not a date is kept - a purge never guesses,
*>                  the tut0eod rule.  HKPRPT shows read, kept,
*>                  moved and undated counts per log.  RC=4 for a
*>                  log with no usable card, RC=8 when a log could
*>                  not be split or copied back.
*> 2026-10-15  CRP  Every history generation the job allocates now
*>                  ends in a trailer.  A log with no card, no live
*>                  file, or not reached because the run stopped,
*>                  gets a trailer-only generation with a zero
*>                  count instead of an empty one.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-MA-STATUS.

    SELECT MAINT-HIST-FILE ASSIGN TO "MAINTHST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-MH-STATUS.

    SELECT NAME-DIR-LOG ASSIGN TO "NAMEDLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NL-STATUS.

    SELECT NAMED-HIST-FILE ASSIGN TO "NAMEDHST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NH-STATUS.

    SELECT OPER-ACTIVITY-LOG ASSIGN TO "OPERLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OL-STATUS.

    SELECT OPER-HIST-FILE ASSIGN TO "OPERHST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OH-STATUS.

    SELECT SEC-VIOLATION-LOG ASSIGN TO "SECVLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SV-STATUS.

    SELECT SECV-HIST-FILE ASSIGN TO "SECVHST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SH-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CC-STATUS.

    SELECT CYCLE-HIST-FILE ASSIGN TO "CYCLEHST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CH-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

    SELECT RUN-HIST-FILE ASSIGN TO "RUNHHST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RH-STATUS.

    SELECT SUMM-REPAIR-LOG ASSIGN TO "SUMMLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SL-STATUS.

    SELECT SUMM-HIST-FILE ASSIGN TO "SUMMHST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SR-STATUS.

    SELECT LOG-WORK-FILE ASSIGN TO "LOGWORK"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-WK-STATUS.

    SELECT LOG-RETENTION-FILE ASSIGN TO "LOGRETN"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-LR-STATUS.

    SELECT HKP-REPORT-FILE ASSIGN TO "HKPRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

    SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

DATA DIVISION.
FILE SECTION.
*> Each live log is read under its own copybook so its date field
*> can be tested; its history generation carries the same record
*> images unchanged (the bare PIC X convention TRANARCH and
*> USERARCH use), plus one trailer as the physically last record.
FD  MAINT-AUDIT-FILE.
    COPY MAINTAUD.

FD  MAINT-HIST-FILE.
01 MAINT-HIST-RECORD PIC X(239).

FD  NAME-DIR-LOG.
    COPY NAMEDLOG.

FD  NAMED-HIST-FILE.
01 NAMED-HIST-RECORD PIC X(177).

FD  OPER-ACTIVITY-LOG.
    COPY OPERLOG.

FD  OPER-HIST-FILE.
01 OPER-HIST-RECORD PIC X(037).

FD  SEC-VIOLATION-LOG.
    COPY SECVLOG.

FD  SECV-HIST-FILE.
01 SECV-HIST-RECORD PIC X(037).

FD  CYCLE-CONTROL-FILE.
    COPY CYCLECTL.

FD  CYCLE-HIST-FILE.
01 CYCLE-HIST-RECORD PIC X(081).

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

FD  RUN-HIST-FILE.
01 RUN-HIST-RECORD PIC X(066).

FD  SUMM-REPAIR-LOG.
    COPY SUMMLOG.

FD  SUMM-HIST-FILE.
01 SUMM-HIST-RECORD PIC X(265).
*> LOG-WORK-FILE holds the records being kept while a log is
*> split, one log at a time, sized for the longest of them
*> (SUMMLOG); a shorter record is space-padded on the way in and
*> cut back to its own length on the copy back.  After a failed
*> copy back it is the only complete copy of that log's recent
*> records - the JCL keeps it cataloged for recovery.
FD  LOG-WORK-FILE.
01 LOG-WORK-RECORD PIC X(265).

FD  LOG-RETENTION-FILE.
    COPY LOGRETN.

FD  HKP-REPORT-FILE.
01 HKP-REPORT-RECORD PIC X(80).

FD  PROC-DATE-FILE.
    COPY PROCDATE.

WORKING-STORAGE SECTION.
*> ---------------------------------------------------------------
*> Trailer closing every history generation: the log it came
*> from, how many records were moved into it, the business date
*> of the run and the cutoff - everything dated before the cutoff
*> is in this generation or an earlier one.  A generation the
*> split never reached holds the trailer alone, count zero, with a
*> zero cutoff when the log had no card.  37 bytes, so it fits
*> the shortest log record (OPERLOG, SECVLOG); longer records are
*> space-filled.  Told apart by position, not content, the same
*> as the USERBKUP trailer.
*> ---------------------------------------------------------------
01 LOG-HIST-TRAILER.
    02 LT-RECORD-ID PIC X(03) VALUE "TRL".
    02 LT-FILE-ID PIC X(08) VALUE SPACES.
    02 LT-MOVED-COUNT PIC 9(08) VALUE ZEROS.
    02 LT-BUS-DATE PIC 9(08) VALUE ZEROS.
    02 LT-CUTOFF-DATE PIC 9(08) VALUE ZEROS.
    02 FILLER PIC X(02) VALUE SPACES.

01 HEADING-LINE-1.
    02 FILLER PIC X(38) VALUE "COBOLTUT LOG HOUSEKEEPING REPORT".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(26) VALUE SPACES.

01 HEADING-LINE-2.
    02 FILLER PIC X(17) VALUE "BUSINESS DATE:   ".
    02 HL-BUS-DATE PIC 9(08).
    02 FILLER PIC X(55) VALUE SPACES.

01 COLUMN-HEADING.
    02 FILLER PIC X(10) VALUE "LOG".
    02 FILLER PIC X(06) VALUE "  DAYS".
    02 FILLER PIC X(10) VALUE "    CUTOFF".
    02 FILLER PIC X(09) VALUE "     READ".
    02 FILLER PIC X(09) VALUE "     KEPT".
    02 FILLER PIC X(09) VALUE "    MOVED".
    02 FILLER PIC X(09) VALUE "  UNDATED".
    02 FILLER PIC X(18) VALUE SPACES.

*> One line per log, with what became of it on the line below.
*> Undated records are part of the kept count.
01 LOG-LINE.
    02 LL-FILE-ID PIC X(08).
    02 FILLER PIC X(04) VALUE SPACES.
    02 LL-RETAIN-DAYS PIC ZZZZ.
    02 FILLER PIC X(02) VALUE SPACES.
    02 LL-CUTOFF-DATE PIC X(08).
    02 FILLER PIC X(01) VALUE SPACES.
    02 LL-READ PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 LL-KEPT PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 LL-MOVED PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 LL-UNDATED PIC ZZZZZZZ9.
    02 FILLER PIC X(18) VALUE SPACES.

01 RESULT-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 RS-TEXT PIC X(44).
    02 RS-STATUS-LABEL PIC X(08).
    02 RS-STATUS PIC X(02).
    02 FILLER PIC X(22) VALUE SPACES.

01 TOTAL-LINE.
    02 TO-LABEL PIC X(36).
    02 TO-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(36) VALUE SPACES.

*> ---------------------------------------------------------------
*> The logs this job knows how to trim, in the order it trims
*> them.  A LOGRETN card naming anything else is reported and
*> ignored.
*> ---------------------------------------------------------------
01 WS-LOG-NAMES.
    02 FILLER PIC X(08) VALUE "MAINTLOG".
    02 FILLER PIC X(08) VALUE "NAMEDLOG".
    02 FILLER PIC X(08) VALUE "OPERLOG".
    02 FILLER PIC X(08) VALUE "SECVLOG".
    02 FILLER PIC X(08) VALUE "CYCLECTL".
    02 FILLER PIC X(08) VALUE "RUNHIST".
    02 FILLER PIC X(08) VALUE "SUMMLOG".
01 WS-LOG-NAME-TABLE REDEFINES WS-LOG-NAMES.
    02 WS-LOG-NAME PIC X(08) OCCURS 7.

01 WS-LOG-TABLE.
    02 WS-LOG-ENTRY OCCURS 7.
        03 WS-LE-FILE-ID PIC X(08).
        03 WS-LE-CARD-SW PIC X(01).
            88 WS-LE-HAS-CARD VALUE "Y".
        03 WS-LE-RETAIN-DAYS PIC 9(04).
        03 WS-LE-CUTOFF-DATE PIC 9(08).
        03 WS-LE-READ PIC 9(08).
        03 WS-LE-KEPT PIC 9(08).
        03 WS-LE-MOVED PIC 9(08).
        03 WS-LE-UNDATED PIC 9(08).
        03 WS-LE-RESULT PIC X(44).
        03 WS-LE-STATUS PIC X(02).
        03 WS-LE-FAILED-SW PIC X(01).
            88 WS-LE-FAILED VALUE "Y".

77 WS-LOG-MAX PIC 9(02) VALUE 7.
77 WS-LOG-IX PIC 9(02) VALUE ZEROS.
77 WS-LOG-FOUND-SW PIC X(01) VALUE "N".
    88 WS-LOG-FOUND VALUE "Y".

77 WS-MA-STATUS PIC X(02) VALUE SPACES.
77 WS-MH-STATUS PIC X(02) VALUE SPACES.
77 WS-NL-STATUS PIC X(02) VALUE SPACES.
77 WS-NH-STATUS PIC X(02) VALUE SPACES.
77 WS-OL-STATUS PIC X(02) VALUE SPACES.
77 WS-OH-STATUS PIC X(02) VALUE SPACES.
77 WS-SV-STATUS PIC X(02) VALUE SPACES.
77 WS-SH-STATUS PIC X(02) VALUE SPACES.
77 WS-CC-STATUS PIC X(02) VALUE SPACES.
77 WS-CH-STATUS PIC X(02) VALUE SPACES.
77 WS-RC-STATUS PIC X(02) VALUE SPACES.
77 WS-RH-STATUS PIC X(02) VALUE SPACES.
77 WS-SL-STATUS PIC X(02) VALUE SPACES.
77 WS-SR-STATUS PIC X(02) VALUE SPACES.
77 WS-WK-STATUS PIC X(02) VALUE SPACES.
77 WS-LR-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-WRITE-STATUS PIC X(02) VALUE SPACES.

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".

*> Cleared by anything that means the log in hand must not be
*> rewritten - no card, nothing to move, or a failure on the way.
77 WS-FILE-GO-SW PIC X(01) VALUE "Y".
    88 WS-FILE-GO VALUE "Y".

77 WS-MOVE-SW PIC X(01) VALUE "N".
    88 WS-MOVE-RECORD VALUE "Y".

77 WS-WORK-OPEN-SW PIC X(01) VALUE "N".
    88 WS-WORK-OPEN VALUE "Y".

*> Set once the split has opened (or tried to open) the history
*> generation of the log in hand; otherwise it is closed off with
*> a trailer of its own.
77 WS-GEN-TRIED-SW PIC X(01) VALUE "N".
    88 WS-GEN-TRIED VALUE "Y".

77 WS-RUN-FAILED-SW PIC X(01) VALUE "N".
    88 WS-RUN-FAILED VALUE "Y".

*> Set by a failed copy back: the live log may be half written and
*> LOGWORK holds its only complete recent copy, so nothing else is
*> touched this run.
77 WS-RUN-STOPPED-SW PIC X(01) VALUE "N".
    88 WS-RUN-STOPPED VALUE "Y".

77 WS-RECORD-DATE PIC X(08) VALUE SPACES.
77 WS-RECORD-DATE-NUM PIC 9(08) VALUE ZEROS.
77 WS-FAIL-TEXT PIC X(44) VALUE SPACES.
77 WS-FAIL-STATUS PIC X(02) VALUE SPACES.

77 WS-TODAY PIC 9(08) VALUE ZEROS.
77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-CUTOFF-INT PIC 9(07) VALUE ZEROS.

77 WS-COPIED-COUNT PIC 9(08) VALUE ZEROS.
77 WS-CARD-COUNT PIC 9(08) VALUE ZEROS.
77 WS-WARNING-COUNT PIC 9(08) VALUE ZEROS.
77 WS-TOTAL-KEPT PIC 9(08) VALUE ZEROS.
77 WS-TOTAL-MOVED PIC 9(08) VALUE ZEROS.
77 WS-TOTAL-UNDATED PIC 9(08) VALUE ZEROS.
77 WS-FAILED-COUNT PIC 9(08) VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT
    PERFORM 2000-HOUSEKEEP-MAINTLOG THRU 2000-EXIT
    PERFORM 2100-HOUSEKEEP-NAMEDLOG THRU 2100-EXIT
    PERFORM 2200-HOUSEKEEP-OPERLOG THRU 2200-EXIT
    PERFORM 2300-HOUSEKEEP-SECVLOG THRU 2300-EXIT
    PERFORM 2400-HOUSEKEEP-CYCLECTL THRU 2400-EXIT
    PERFORM 2500-HOUSEKEEP-RUNHIST THRU 2500-EXIT
    PERFORM 2600-HOUSEKEEP-SUMMLOG THRU 2600-EXIT
    PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - set up the log table, get the business date
*> the retention counts back from, and open the report.
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE 1 TO WS-LOG-IX
    PERFORM 1010-CLEAR-LOG-ENTRY THRU 1010-EXIT
        UNTIL WS-LOG-IX > WS-LOG-MAX
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    OPEN OUTPUT HKP-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN HKPRPT - STATUS " WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
1000-EXIT.
    EXIT.

1010-CLEAR-LOG-ENTRY.
    MOVE WS-LOG-NAME (WS-LOG-IX) TO WS-LE-FILE-ID (WS-LOG-IX)
    MOVE "N" TO WS-LE-CARD-SW (WS-LOG-IX)
    MOVE ZEROS TO WS-LE-RETAIN-DAYS (WS-LOG-IX)
    MOVE ZEROS TO WS-LE-CUTOFF-DATE (WS-LOG-IX)
    MOVE ZEROS TO WS-LE-READ (WS-LOG-IX)
    MOVE ZEROS TO WS-LE-KEPT (WS-LOG-IX)
    MOVE ZEROS TO WS-LE-MOVED (WS-LOG-IX)
    MOVE ZEROS TO WS-LE-UNDATED (WS-LOG-IX)
    MOVE SPACES TO WS-LE-RESULT (WS-LOG-IX)
    MOVE SPACES TO WS-LE-STATUS (WS-LOG-IX)
    MOVE "N" TO WS-LE-FAILED-SW (WS-LOG-IX)
    ADD 1 TO WS-LOG-IX.
1010-EXIT.
    EXIT.

*> =================================================================
*> 1100-LOAD-RETENTION - one LOGRETN card per log.  Without the
*> control file there is no retention to apply to anything, so
*> that is a hard stop before any log is touched.  A card for a
*> log this job does not know, a second card for the same log, or
*> a retention that is not a number of days is reported and
*> ignored (RC=4) - the log concerned is then left as it is.
*> =================================================================
1100-LOAD-RETENTION.
    OPEN INPUT LOG-RETENTION-FILE
    IF WS-LR-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN LOGRETN - STATUS "
            WS-LR-STATUS
        CLOSE HKP-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-SW
    PERFORM 1110-READ-RETENTION-CARD THRU 1110-EXIT
        UNTIL WS-EOF
    CLOSE LOG-RETENTION-FILE.
1100-EXIT.
    EXIT.

1110-READ-RETENTION-CARD.
    READ LOG-RETENTION-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF LR-FILE-ID (1:1) NOT = "*" AND LR-FILE-ID NOT = SPACES
                ADD 1 TO WS-CARD-COUNT
                PERFORM 1120-TAKE-RETENTION-CARD THRU 1120-EXIT
            END-IF
    END-READ.
1110-EXIT.
    EXIT.

1120-TAKE-RETENTION-CARD.
    MOVE "N" TO WS-LOG-FOUND-SW
    MOVE 1 TO WS-LOG-IX
    PERFORM 1130-SCAN-LOG-TABLE THRU 1130-EXIT
        UNTIL WS-LOG-FOUND OR WS-LOG-IX > WS-LOG-MAX
    EVALUATE TRUE
        WHEN NOT WS-LOG-FOUND
            DISPLAY "*** LOGRETN card for unknown log " LR-FILE-ID
                " ignored."
            ADD 1 TO WS-WARNING-COUNT
        WHEN WS-LE-HAS-CARD (WS-LOG-IX)
            DISPLAY "*** Second LOGRETN card for " LR-FILE-ID
                " ignored."
            ADD 1 TO WS-WARNING-COUNT
        WHEN LR-RETAIN-DAYS IS NOT NUMERIC OR LR-RETAIN-DAYS = ZERO
            DISPLAY "*** LOGRETN card for " LR-FILE-ID
                " has no valid retention - ignored."
            ADD 1 TO WS-WARNING-COUNT
        WHEN OTHER
            SET WS-LE-HAS-CARD (WS-LOG-IX) TO TRUE
            MOVE LR-RETAIN-DAYS TO WS-LE-RETAIN-DAYS (WS-LOG-IX)
    END-EVALUATE.
1120-EXIT.
    EXIT.

1130-SCAN-LOG-TABLE.
    IF WS-LE-FILE-ID (WS-LOG-IX) = LR-FILE-ID
        SET WS-LOG-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-LOG-IX
    END-IF.
1130-EXIT.
    EXIT.

*> =================================================================
*> 1500-GET-BUSINESS-DATE - the shop's current business date from
*> the PROCDATE control file, the date every retention counts back
*> from.  The calendar-date fallback is the bootstrap path, not
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
*> 2000-HOUSEKEEP-MAINTLOG - USER-MASTER maintenance and merge
*> audit, dated by MA-CHANGE-DATE.
*> =================================================================
2000-HOUSEKEEP-MAINTLOG.
    MOVE 1 TO WS-LOG-IX
    PERFORM 3000-START-FILE THRU 3000-EXIT
    IF WS-FILE-GO
        PERFORM 2010-SPLIT-MAINTLOG THRU 2010-EXIT
    END-IF
    IF NOT WS-GEN-TRIED
        PERFORM 2050-EMPTY-MAINTLOG THRU 2050-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 3500-CHECK-ANYTHING-MOVED THRU 3500-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 2030-COPY-BACK-MAINTLOG THRU 2030-EXIT
    END-IF
    PERFORM 3700-END-FILE THRU 3700-EXIT.
2000-EXIT.
    EXIT.

2010-SPLIT-MAINTLOG.
    OPEN INPUT MAINT-AUDIT-FILE
    EVALUATE WS-MA-STATUS
        WHEN "00"
            SET WS-GEN-TRIED TO TRUE
            OPEN OUTPUT MAINT-HIST-FILE
            IF WS-MH-STATUS NOT = "00"
                MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-MH-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                PERFORM 2020-READ-MAINTLOG THRU 2020-EXIT
                    UNTIL WS-EOF
                IF WS-FILE-GO
                    PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
                    WRITE MAINT-HIST-RECORD FROM LOG-HIST-TRAILER
                    MOVE WS-MH-STATUS TO WS-WRITE-STATUS
                    PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
                END-IF
                CLOSE MAINT-HIST-FILE
            END-IF
            CLOSE MAINT-AUDIT-FILE
        WHEN "35"
            MOVE "NOT FOUND - NOTHING TO DO" TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN OTHER
            MOVE "LIVE FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
            MOVE WS-MA-STATUS TO WS-FAIL-STATUS
            PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-EVALUATE.
2010-EXIT.
    EXIT.

2020-READ-MAINTLOG.
    READ MAINT-AUDIT-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE MA-CHANGE-DATE TO WS-RECORD-DATE
            PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
            IF WS-MOVE-RECORD
                WRITE MAINT-HIST-RECORD FROM MAINT-AUDIT-RECORD
                MOVE WS-MH-STATUS TO WS-WRITE-STATUS
                PERFORM 3300-COUNT-MOVED THRU 3300-EXIT
            ELSE
                WRITE LOG-WORK-RECORD FROM MAINT-AUDIT-RECORD
                MOVE WS-WK-STATUS TO WS-WRITE-STATUS
                PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
            END-IF
    END-READ.
2020-EXIT.
    EXIT.

2030-COPY-BACK-MAINTLOG.
    PERFORM 3400-REOPEN-WORK THRU 3400-EXIT
    IF WS-FILE-GO
        OPEN OUTPUT MAINT-AUDIT-FILE
        IF WS-MA-STATUS NOT = "00"
            MOVE "LIVE FILE WOULD NOT OPEN FOR REWRITE" TO WS-FAIL-TEXT
            MOVE WS-MA-STATUS TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            PERFORM 2040-COPY-MAINTLOG-RECORD THRU 2040-EXIT
                UNTIL WS-EOF
            CLOSE MAINT-AUDIT-FILE
            PERFORM 3450-CHECK-COPY-BACK THRU 3450-EXIT
        END-IF
    END-IF.
2030-EXIT.
    EXIT.

2040-COPY-MAINTLOG-RECORD.
    READ LOG-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            WRITE MAINT-AUDIT-RECORD FROM LOG-WORK-RECORD
            IF WS-MA-STATUS = "00"
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                MOVE "COPY-BACK WRITE FAILED" TO WS-FAIL-TEXT
                MOVE WS-MA-STATUS TO WS-FAIL-STATUS
                PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
            END-IF
    END-READ.
2040-EXIT.
    EXIT.

2050-EMPTY-MAINTLOG.
    OPEN OUTPUT MAINT-HIST-FILE
    IF WS-MH-STATUS NOT = "00"
        MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
        MOVE WS-MH-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
        WRITE MAINT-HIST-RECORD FROM LOG-HIST-TRAILER
        MOVE WS-MH-STATUS TO WS-WRITE-STATUS
        PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
        CLOSE MAINT-HIST-FILE
    END-IF.
2050-EXIT.
    EXIT.

*> =================================================================
*> 2100-HOUSEKEEP-NAMEDLOG - NAME-DIRECTORY activity, dated by
*> NL-CHANGE-DATE.
*> =================================================================
2100-HOUSEKEEP-NAMEDLOG.
    MOVE 2 TO WS-LOG-IX
    PERFORM 3000-START-FILE THRU 3000-EXIT
    IF WS-FILE-GO
        PERFORM 2110-SPLIT-NAMEDLOG THRU 2110-EXIT
    END-IF
    IF NOT WS-GEN-TRIED
        PERFORM 2150-EMPTY-NAMEDLOG THRU 2150-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 3500-CHECK-ANYTHING-MOVED THRU 3500-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 2130-COPY-BACK-NAMEDLOG THRU 2130-EXIT
    END-IF
    PERFORM 3700-END-FILE THRU 3700-EXIT.
2100-EXIT.
    EXIT.

2110-SPLIT-NAMEDLOG.
    OPEN INPUT NAME-DIR-LOG
    EVALUATE WS-NL-STATUS
        WHEN "00"
            SET WS-GEN-TRIED TO TRUE
            OPEN OUTPUT NAMED-HIST-FILE
            IF WS-NH-STATUS NOT = "00"
                MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-NH-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                PERFORM 2120-READ-NAMEDLOG THRU 2120-EXIT
                    UNTIL WS-EOF
                IF WS-FILE-GO
                    PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
                    WRITE NAMED-HIST-RECORD FROM LOG-HIST-TRAILER
                    MOVE WS-NH-STATUS TO WS-WRITE-STATUS
                    PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
                END-IF
                CLOSE NAMED-HIST-FILE
            END-IF
            CLOSE NAME-DIR-LOG
        WHEN "35"
            MOVE "NOT FOUND - NOTHING TO DO" TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN OTHER
            MOVE "LIVE FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
            MOVE WS-NL-STATUS TO WS-FAIL-STATUS
            PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-EVALUATE.
2110-EXIT.
    EXIT.

2120-READ-NAMEDLOG.
    READ NAME-DIR-LOG
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE NL-CHANGE-DATE TO WS-RECORD-DATE
            PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
            IF WS-MOVE-RECORD
                WRITE NAMED-HIST-RECORD FROM NAME-DIR-LOG-RECORD
                MOVE WS-NH-STATUS TO WS-WRITE-STATUS
                PERFORM 3300-COUNT-MOVED THRU 3300-EXIT
            ELSE
                WRITE LOG-WORK-RECORD FROM NAME-DIR-LOG-RECORD
                MOVE WS-WK-STATUS TO WS-WRITE-STATUS
                PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
            END-IF
    END-READ.
2120-EXIT.
    EXIT.

2130-COPY-BACK-NAMEDLOG.
    PERFORM 3400-REOPEN-WORK THRU 3400-EXIT
    IF WS-FILE-GO
        OPEN OUTPUT NAME-DIR-LOG
        IF WS-NL-STATUS NOT = "00"
            MOVE "LIVE FILE WOULD NOT OPEN FOR REWRITE" TO WS-FAIL-TEXT
            MOVE WS-NL-STATUS TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            PERFORM 2140-COPY-NAMEDLOG-RECORD THRU 2140-EXIT
                UNTIL WS-EOF
            CLOSE NAME-DIR-LOG
            PERFORM 3450-CHECK-COPY-BACK THRU 3450-EXIT
        END-IF
    END-IF.
2130-EXIT.
    EXIT.

2140-COPY-NAMEDLOG-RECORD.
    READ LOG-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            WRITE NAME-DIR-LOG-RECORD FROM LOG-WORK-RECORD
            IF WS-NL-STATUS = "00"
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                MOVE "COPY-BACK WRITE FAILED" TO WS-FAIL-TEXT
                MOVE WS-NL-STATUS TO WS-FAIL-STATUS
                PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
            END-IF
    END-READ.
2140-EXIT.
    EXIT.

2150-EMPTY-NAMEDLOG.
    OPEN OUTPUT NAMED-HIST-FILE
    IF WS-NH-STATUS NOT = "00"
        MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
        MOVE WS-NH-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
        WRITE NAMED-HIST-RECORD FROM LOG-HIST-TRAILER
        MOVE WS-NH-STATUS TO WS-WRITE-STATUS
        PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
        CLOSE NAMED-HIST-FILE
    END-IF.
2150-EXIT.
    EXIT.

*> =================================================================
*> 2200-HOUSEKEEP-OPERLOG - operator-profile activity, dated by
*> OL-CHANGE-DATE.
*> =================================================================
2200-HOUSEKEEP-OPERLOG.
    MOVE 3 TO WS-LOG-IX
    PERFORM 3000-START-FILE THRU 3000-EXIT
    IF WS-FILE-GO
        PERFORM 2210-SPLIT-OPERLOG THRU 2210-EXIT
    END-IF
    IF NOT WS-GEN-TRIED
        PERFORM 2250-EMPTY-OPERLOG THRU 2250-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 3500-CHECK-ANYTHING-MOVED THRU 3500-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 2230-COPY-BACK-OPERLOG THRU 2230-EXIT
    END-IF
    PERFORM 3700-END-FILE THRU 3700-EXIT.
2200-EXIT.
    EXIT.

2210-SPLIT-OPERLOG.
    OPEN INPUT OPER-ACTIVITY-LOG
    EVALUATE WS-OL-STATUS
        WHEN "00"
            SET WS-GEN-TRIED TO TRUE
            OPEN OUTPUT OPER-HIST-FILE
            IF WS-OH-STATUS NOT = "00"
                MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-OH-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                PERFORM 2220-READ-OPERLOG THRU 2220-EXIT
                    UNTIL WS-EOF
                IF WS-FILE-GO
                    PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
                    WRITE OPER-HIST-RECORD FROM LOG-HIST-TRAILER
                    MOVE WS-OH-STATUS TO WS-WRITE-STATUS
                    PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
                END-IF
                CLOSE OPER-HIST-FILE
            END-IF
            CLOSE OPER-ACTIVITY-LOG
        WHEN "35"
            MOVE "NOT FOUND - NOTHING TO DO" TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN OTHER
            MOVE "LIVE FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
            MOVE WS-OL-STATUS TO WS-FAIL-STATUS
            PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-EVALUATE.
2210-EXIT.
    EXIT.

2220-READ-OPERLOG.
    READ OPER-ACTIVITY-LOG
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE OL-CHANGE-DATE TO WS-RECORD-DATE
            PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
            IF WS-MOVE-RECORD
                WRITE OPER-HIST-RECORD FROM OPER-ACTIVITY-RECORD
                MOVE WS-OH-STATUS TO WS-WRITE-STATUS
                PERFORM 3300-COUNT-MOVED THRU 3300-EXIT
            ELSE
                WRITE LOG-WORK-RECORD FROM OPER-ACTIVITY-RECORD
                MOVE WS-WK-STATUS TO WS-WRITE-STATUS
                PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
            END-IF
    END-READ.
2220-EXIT.
    EXIT.

2230-COPY-BACK-OPERLOG.
    PERFORM 3400-REOPEN-WORK THRU 3400-EXIT
    IF WS-FILE-GO
        OPEN OUTPUT OPER-ACTIVITY-LOG
        IF WS-OL-STATUS NOT = "00"
            MOVE "LIVE FILE WOULD NOT OPEN FOR REWRITE" TO WS-FAIL-TEXT
            MOVE WS-OL-STATUS TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            PERFORM 2240-COPY-OPERLOG-RECORD THRU 2240-EXIT
                UNTIL WS-EOF
            CLOSE OPER-ACTIVITY-LOG
            PERFORM 3450-CHECK-COPY-BACK THRU 3450-EXIT
        END-IF
    END-IF.
2230-EXIT.
    EXIT.

2240-COPY-OPERLOG-RECORD.
    READ LOG-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            WRITE OPER-ACTIVITY-RECORD FROM LOG-WORK-RECORD
            IF WS-OL-STATUS = "00"
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                MOVE "COPY-BACK WRITE FAILED" TO WS-FAIL-TEXT
                MOVE WS-OL-STATUS TO WS-FAIL-STATUS
                PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
            END-IF
    END-READ.
2240-EXIT.
    EXIT.

2250-EMPTY-OPERLOG.
    OPEN OUTPUT OPER-HIST-FILE
    IF WS-OH-STATUS NOT = "00"
        MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
        MOVE WS-OH-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
        WRITE OPER-HIST-RECORD FROM LOG-HIST-TRAILER
        MOVE WS-OH-STATUS TO WS-WRITE-STATUS
        PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
        CLOSE OPER-HIST-FILE
    END-IF.
2250-EXIT.
    EXIT.

*> =================================================================
*> 2300-HOUSEKEEP-SECVLOG - security violations, dated by SV-DATE.
*> =================================================================
2300-HOUSEKEEP-SECVLOG.
    MOVE 4 TO WS-LOG-IX
    PERFORM 3000-START-FILE THRU 3000-EXIT
    IF WS-FILE-GO
        PERFORM 2310-SPLIT-SECVLOG THRU 2310-EXIT
    END-IF
    IF NOT WS-GEN-TRIED
        PERFORM 2350-EMPTY-SECVLOG THRU 2350-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 3500-CHECK-ANYTHING-MOVED THRU 3500-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 2330-COPY-BACK-SECVLOG THRU 2330-EXIT
    END-IF
    PERFORM 3700-END-FILE THRU 3700-EXIT.
2300-EXIT.
    EXIT.

2310-SPLIT-SECVLOG.
    OPEN INPUT SEC-VIOLATION-LOG
    EVALUATE WS-SV-STATUS
        WHEN "00"
            SET WS-GEN-TRIED TO TRUE
            OPEN OUTPUT SECV-HIST-FILE
            IF WS-SH-STATUS NOT = "00"
                MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-SH-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                PERFORM 2320-READ-SECVLOG THRU 2320-EXIT
                    UNTIL WS-EOF
                IF WS-FILE-GO
                    PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
                    WRITE SECV-HIST-RECORD FROM LOG-HIST-TRAILER
                    MOVE WS-SH-STATUS TO WS-WRITE-STATUS
                    PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
                END-IF
                CLOSE SECV-HIST-FILE
            END-IF
            CLOSE SEC-VIOLATION-LOG
        WHEN "35"
            MOVE "NOT FOUND - NOTHING TO DO" TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN OTHER
            MOVE "LIVE FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
            MOVE WS-SV-STATUS TO WS-FAIL-STATUS
            PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-EVALUATE.
2310-EXIT.
    EXIT.

2320-READ-SECVLOG.
    READ SEC-VIOLATION-LOG
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE SV-DATE TO WS-RECORD-DATE
            PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
            IF WS-MOVE-RECORD
                WRITE SECV-HIST-RECORD FROM SEC-VIOLATION-RECORD
                MOVE WS-SH-STATUS TO WS-WRITE-STATUS
                PERFORM 3300-COUNT-MOVED THRU 3300-EXIT
            ELSE
                WRITE LOG-WORK-RECORD FROM SEC-VIOLATION-RECORD
                MOVE WS-WK-STATUS TO WS-WRITE-STATUS
                PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
            END-IF
    END-READ.
2320-EXIT.
    EXIT.

2330-COPY-BACK-SECVLOG.
    PERFORM 3400-REOPEN-WORK THRU 3400-EXIT
    IF WS-FILE-GO
        OPEN OUTPUT SEC-VIOLATION-LOG
        IF WS-SV-STATUS NOT = "00"
            MOVE "LIVE FILE WOULD NOT OPEN FOR REWRITE" TO WS-FAIL-TEXT
            MOVE WS-SV-STATUS TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            PERFORM 2340-COPY-SECVLOG-RECORD THRU 2340-EXIT
                UNTIL WS-EOF
            CLOSE SEC-VIOLATION-LOG
            PERFORM 3450-CHECK-COPY-BACK THRU 3450-EXIT
        END-IF
    END-IF.
2330-EXIT.
    EXIT.

2340-COPY-SECVLOG-RECORD.
    READ LOG-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            WRITE SEC-VIOLATION-RECORD FROM LOG-WORK-RECORD
            IF WS-SV-STATUS = "00"
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                MOVE "COPY-BACK WRITE FAILED" TO WS-FAIL-TEXT
                MOVE WS-SV-STATUS TO WS-FAIL-STATUS
                PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
            END-IF
    END-READ.
2340-EXIT.
    EXIT.

2350-EMPTY-SECVLOG.
    OPEN OUTPUT SECV-HIST-FILE
    IF WS-SH-STATUS NOT = "00"
        MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
        MOVE WS-SH-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
        WRITE SECV-HIST-RECORD FROM LOG-HIST-TRAILER
        MOVE WS-SH-STATUS TO WS-WRITE-STATUS
        PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
        CLOSE SECV-HIST-FILE
    END-IF.
2350-EXIT.
    EXIT.

*> =================================================================
*> 2400-HOUSEKEEP-CYCLECTL - completion marks, dated by the
*> business date the mark is for (CC-BUS-DATE) - the date tut0seq
*> looks them up by.
*> =================================================================
2400-HOUSEKEEP-CYCLECTL.
    MOVE 5 TO WS-LOG-IX
    PERFORM 3000-START-FILE THRU 3000-EXIT
    IF WS-FILE-GO
        PERFORM 2410-SPLIT-CYCLECTL THRU 2410-EXIT
    END-IF
    IF NOT WS-GEN-TRIED
        PERFORM 2450-EMPTY-CYCLECTL THRU 2450-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 3500-CHECK-ANYTHING-MOVED THRU 3500-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 2430-COPY-BACK-CYCLECTL THRU 2430-EXIT
    END-IF
    PERFORM 3700-END-FILE THRU 3700-EXIT.
2400-EXIT.
    EXIT.

2410-SPLIT-CYCLECTL.
    OPEN INPUT CYCLE-CONTROL-FILE
    EVALUATE WS-CC-STATUS
        WHEN "00"
            SET WS-GEN-TRIED TO TRUE
            OPEN OUTPUT CYCLE-HIST-FILE
            IF WS-CH-STATUS NOT = "00"
                MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-CH-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                PERFORM 2420-READ-CYCLECTL THRU 2420-EXIT
                    UNTIL WS-EOF
                IF WS-FILE-GO
                    PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
                    WRITE CYCLE-HIST-RECORD FROM LOG-HIST-TRAILER
                    MOVE WS-CH-STATUS TO WS-WRITE-STATUS
                    PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
                END-IF
                CLOSE CYCLE-HIST-FILE
            END-IF
            CLOSE CYCLE-CONTROL-FILE
        WHEN "35"
            MOVE "NOT FOUND - NOTHING TO DO" TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN OTHER
            MOVE "LIVE FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
            MOVE WS-CC-STATUS TO WS-FAIL-STATUS
            PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-EVALUATE.
2410-EXIT.
    EXIT.

2420-READ-CYCLECTL.
    READ CYCLE-CONTROL-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE CC-BUS-DATE TO WS-RECORD-DATE
            PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
            IF WS-MOVE-RECORD
                WRITE CYCLE-HIST-RECORD FROM CYCLE-CONTROL-RECORD
                MOVE WS-CH-STATUS TO WS-WRITE-STATUS
                PERFORM 3300-COUNT-MOVED THRU 3300-EXIT
            ELSE
                WRITE LOG-WORK-RECORD FROM CYCLE-CONTROL-RECORD
                MOVE WS-WK-STATUS TO WS-WRITE-STATUS
                PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
            END-IF
    END-READ.
2420-EXIT.
    EXIT.

2430-COPY-BACK-CYCLECTL.
    PERFORM 3400-REOPEN-WORK THRU 3400-EXIT
    IF WS-FILE-GO
        OPEN OUTPUT CYCLE-CONTROL-FILE
        IF WS-CC-STATUS NOT = "00"
            MOVE "LIVE FILE WOULD NOT OPEN FOR REWRITE" TO WS-FAIL-TEXT
            MOVE WS-CC-STATUS TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            PERFORM 2440-COPY-CYCLECTL-RECORD THRU 2440-EXIT
                UNTIL WS-EOF
            CLOSE CYCLE-CONTROL-FILE
            PERFORM 3450-CHECK-COPY-BACK THRU 3450-EXIT
        END-IF
    END-IF.
2430-EXIT.
    EXIT.

2440-COPY-CYCLECTL-RECORD.
    READ LOG-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            WRITE CYCLE-CONTROL-RECORD FROM LOG-WORK-RECORD
            IF WS-CC-STATUS = "00"
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                MOVE "COPY-BACK WRITE FAILED" TO WS-FAIL-TEXT
                MOVE WS-CC-STATUS TO WS-FAIL-STATUS
                PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
            END-IF
    END-READ.
2440-EXIT.
    EXIT.

2450-EMPTY-CYCLECTL.
    OPEN OUTPUT CYCLE-HIST-FILE
    IF WS-CH-STATUS NOT = "00"
        MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
        MOVE WS-CH-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
        WRITE CYCLE-HIST-RECORD FROM LOG-HIST-TRAILER
        MOVE WS-CH-STATUS TO WS-WRITE-STATUS
        PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
        CLOSE CYCLE-HIST-FILE
    END-IF.
2450-EXIT.
    EXIT.

*> =================================================================
*> 2500-HOUSEKEEP-RUNHIST - tut0bat executions, dated by
*> RC-START-DATE - both records of an execution carry the same
*> start stamp, so they always move together.
*> =================================================================
2500-HOUSEKEEP-RUNHIST.
    MOVE 6 TO WS-LOG-IX
    PERFORM 3000-START-FILE THRU 3000-EXIT
    IF WS-FILE-GO
        PERFORM 2510-SPLIT-RUNHIST THRU 2510-EXIT
    END-IF
    IF NOT WS-GEN-TRIED
        PERFORM 2550-EMPTY-RUNHIST THRU 2550-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 3500-CHECK-ANYTHING-MOVED THRU 3500-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 2530-COPY-BACK-RUNHIST THRU 2530-EXIT
    END-IF
    PERFORM 3700-END-FILE THRU 3700-EXIT.
2500-EXIT.
    EXIT.

2510-SPLIT-RUNHIST.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE WS-RC-STATUS
        WHEN "00"
            SET WS-GEN-TRIED TO TRUE
            OPEN OUTPUT RUN-HIST-FILE
            IF WS-RH-STATUS NOT = "00"
                MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-RH-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                PERFORM 2520-READ-RUNHIST THRU 2520-EXIT
                    UNTIL WS-EOF
                IF WS-FILE-GO
                    PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
                    WRITE RUN-HIST-RECORD FROM LOG-HIST-TRAILER
                    MOVE WS-RH-STATUS TO WS-WRITE-STATUS
                    PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
                END-IF
                CLOSE RUN-HIST-FILE
            END-IF
            CLOSE RUN-CONTROL-FILE
        WHEN "35"
            MOVE "NOT FOUND - NOTHING TO DO" TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN OTHER
            MOVE "LIVE FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
            MOVE WS-RC-STATUS TO WS-FAIL-STATUS
            PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-EVALUATE.
2510-EXIT.
    EXIT.

2520-READ-RUNHIST.
    READ RUN-CONTROL-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE RC-START-DATE TO WS-RECORD-DATE
            PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
            IF WS-MOVE-RECORD
                WRITE RUN-HIST-RECORD FROM RUN-CONTROL-RECORD
                MOVE WS-RH-STATUS TO WS-WRITE-STATUS
                PERFORM 3300-COUNT-MOVED THRU 3300-EXIT
            ELSE
                WRITE LOG-WORK-RECORD FROM RUN-CONTROL-RECORD
                MOVE WS-WK-STATUS TO WS-WRITE-STATUS
                PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
            END-IF
    END-READ.
2520-EXIT.
    EXIT.

2530-COPY-BACK-RUNHIST.
    PERFORM 3400-REOPEN-WORK THRU 3400-EXIT
    IF WS-FILE-GO
        OPEN OUTPUT RUN-CONTROL-FILE
        IF WS-RC-STATUS NOT = "00"
            MOVE "LIVE FILE WOULD NOT OPEN FOR REWRITE" TO WS-FAIL-TEXT
            MOVE WS-RC-STATUS TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            PERFORM 2540-COPY-RUNHIST-RECORD THRU 2540-EXIT
                UNTIL WS-EOF
            CLOSE RUN-CONTROL-FILE
            PERFORM 3450-CHECK-COPY-BACK THRU 3450-EXIT
        END-IF
    END-IF.
2530-EXIT.
    EXIT.

2540-COPY-RUNHIST-RECORD.
    READ LOG-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            WRITE RUN-CONTROL-RECORD FROM LOG-WORK-RECORD
            IF WS-RC-STATUS = "00"
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                MOVE "COPY-BACK WRITE FAILED" TO WS-FAIL-TEXT
                MOVE WS-RC-STATUS TO WS-FAIL-STATUS
                PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
            END-IF
    END-READ.
2540-EXIT.
    EXIT.

2550-EMPTY-RUNHIST.
    OPEN OUTPUT RUN-HIST-FILE
    IF WS-RH-STATUS NOT = "00"
        MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
        MOVE WS-RH-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
        WRITE RUN-HIST-RECORD FROM LOG-HIST-TRAILER
        MOVE WS-RH-STATUS TO WS-WRITE-STATUS
        PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
        CLOSE RUN-HIST-FILE
    END-IF.
2550-EXIT.
    EXIT.

*> =================================================================
*> 2600-HOUSEKEEP-SUMMLOG - day-summary repairs, dated by
*> SL-CHANGE-DATE.
*> =================================================================
2600-HOUSEKEEP-SUMMLOG.
    MOVE 7 TO WS-LOG-IX
    PERFORM 3000-START-FILE THRU 3000-EXIT
    IF WS-FILE-GO
        PERFORM 2610-SPLIT-SUMMLOG THRU 2610-EXIT
    END-IF
    IF NOT WS-GEN-TRIED
        PERFORM 2650-EMPTY-SUMMLOG THRU 2650-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 3500-CHECK-ANYTHING-MOVED THRU 3500-EXIT
    END-IF
    IF WS-FILE-GO
        PERFORM 2630-COPY-BACK-SUMMLOG THRU 2630-EXIT
    END-IF
    PERFORM 3700-END-FILE THRU 3700-EXIT.
2600-EXIT.
    EXIT.

2610-SPLIT-SUMMLOG.
    OPEN INPUT SUMM-REPAIR-LOG
    EVALUATE WS-SL-STATUS
        WHEN "00"
            SET WS-GEN-TRIED TO TRUE
            OPEN OUTPUT SUMM-HIST-FILE
            IF WS-SR-STATUS NOT = "00"
                MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-SR-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                PERFORM 2620-READ-SUMMLOG THRU 2620-EXIT
                    UNTIL WS-EOF
                IF WS-FILE-GO
                    PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
                    WRITE SUMM-HIST-RECORD FROM LOG-HIST-TRAILER
                    MOVE WS-SR-STATUS TO WS-WRITE-STATUS
                    PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
                END-IF
                CLOSE SUMM-HIST-FILE
            END-IF
            CLOSE SUMM-REPAIR-LOG
        WHEN "35"
            MOVE "NOT FOUND - NOTHING TO DO" TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN OTHER
            MOVE "LIVE FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
            MOVE WS-SL-STATUS TO WS-FAIL-STATUS
            PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-EVALUATE.
2610-EXIT.
    EXIT.

2620-READ-SUMMLOG.
    READ SUMM-REPAIR-LOG
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE SL-CHANGE-DATE TO WS-RECORD-DATE
            PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
            IF WS-MOVE-RECORD
                WRITE SUMM-HIST-RECORD FROM SUMM-REPAIR-RECORD
                MOVE WS-SR-STATUS TO WS-WRITE-STATUS
                PERFORM 3300-COUNT-MOVED THRU 3300-EXIT
            ELSE
                WRITE LOG-WORK-RECORD FROM SUMM-REPAIR-RECORD
                MOVE WS-WK-STATUS TO WS-WRITE-STATUS
                PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
            END-IF
    END-READ.
2620-EXIT.
    EXIT.

2630-COPY-BACK-SUMMLOG.
    PERFORM 3400-REOPEN-WORK THRU 3400-EXIT
    IF WS-FILE-GO
        OPEN OUTPUT SUMM-REPAIR-LOG
        IF WS-SL-STATUS NOT = "00"
            MOVE "LIVE FILE WOULD NOT OPEN FOR REWRITE" TO WS-FAIL-TEXT
            MOVE WS-SL-STATUS TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            PERFORM 2640-COPY-SUMMLOG-RECORD THRU 2640-EXIT
                UNTIL WS-EOF
            CLOSE SUMM-REPAIR-LOG
            PERFORM 3450-CHECK-COPY-BACK THRU 3450-EXIT
        END-IF
    END-IF.
2630-EXIT.
    EXIT.

2640-COPY-SUMMLOG-RECORD.
    READ LOG-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            WRITE SUMM-REPAIR-RECORD FROM LOG-WORK-RECORD
            IF WS-SL-STATUS = "00"
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                MOVE "COPY-BACK WRITE FAILED" TO WS-FAIL-TEXT
                MOVE WS-SL-STATUS TO WS-FAIL-STATUS
                PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
            END-IF
    END-READ.
2640-EXIT.
    EXIT.

2650-EMPTY-SUMMLOG.
    OPEN OUTPUT SUMM-HIST-FILE
    IF WS-SR-STATUS NOT = "00"
        MOVE "HISTORY GENERATION WOULD NOT OPEN" TO WS-FAIL-TEXT
        MOVE WS-SR-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        PERFORM 3600-BUILD-TRAILER THRU 3600-EXIT
        WRITE SUMM-HIST-RECORD FROM LOG-HIST-TRAILER
        MOVE WS-SR-STATUS TO WS-WRITE-STATUS
        PERFORM 3650-CHECK-TRAILER THRU 3650-EXIT
        CLOSE SUMM-HIST-FILE
    END-IF.
2650-EXIT.
    EXIT.

*> =================================================================
*> 3000-START-FILE - decide whether the log in hand is trimmed at
*> all, work out its cutoff, and open a fresh LOGWORK for it.  The
*> log's history generation is allocated whatever is decided here;
*> if the split never opens it, the log's EMPTY paragraph (2050,
*> 2150 and so on) writes it as a zero-count trailer, so no
*> generation is left without one.
*> =================================================================
3000-START-FILE.
    MOVE "Y" TO WS-FILE-GO-SW
    MOVE "N" TO WS-GEN-TRIED-SW
    MOVE "N" TO WS-EOF-SW
    MOVE ZEROS TO WS-COPIED-COUNT
    EVALUATE TRUE
        WHEN WS-RUN-STOPPED
            MOVE "NOT RUN - AN EARLIER COPY BACK FAILED"
                TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
        WHEN NOT WS-LE-HAS-CARD (WS-LOG-IX)
            MOVE "NO LOGRETN CARD - LEFT AS IT IS"
                TO WS-LE-RESULT (WS-LOG-IX)
            MOVE "N" TO WS-FILE-GO-SW
            ADD 1 TO WS-WARNING-COUNT
        WHEN OTHER
            COMPUTE WS-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                - WS-LE-RETAIN-DAYS (WS-LOG-IX)
            COMPUTE WS-LE-CUTOFF-DATE (WS-LOG-IX) =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
            OPEN OUTPUT LOG-WORK-FILE
            IF WS-WK-STATUS NOT = "00"
                MOVE "LOGWORK WOULD NOT OPEN" TO WS-FAIL-TEXT
                MOVE WS-WK-STATUS TO WS-FAIL-STATUS
                PERFORM 3800-FILE-FAILED THRU 3800-EXIT
            ELSE
                SET WS-WORK-OPEN TO TRUE
            END-IF
    END-EVALUATE.
3000-EXIT.
    EXIT.

*> =================================================================
*> 3100-CLASSIFY-RECORD - move or keep the record in hand.  Only a
*> record provably dated before the cutoff moves; a date that is
*> not numeric, or is zero, cannot be trusted either way, so the
*> record stays on the live log and is counted as undated.
*> =================================================================
3100-CLASSIFY-RECORD.
    ADD 1 TO WS-LE-READ (WS-LOG-IX)
    MOVE "N" TO WS-MOVE-SW
    IF WS-RECORD-DATE IS NUMERIC
        MOVE WS-RECORD-DATE TO WS-RECORD-DATE-NUM
        IF WS-RECORD-DATE-NUM = ZERO
            ADD 1 TO WS-LE-UNDATED (WS-LOG-IX)
        ELSE
            IF WS-RECORD-DATE-NUM < WS-LE-CUTOFF-DATE (WS-LOG-IX)
                SET WS-MOVE-RECORD TO TRUE
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-LE-UNDATED (WS-LOG-IX)
    END-IF.
3100-EXIT.
    EXIT.

3200-COUNT-KEPT.
    IF WS-WRITE-STATUS = "00"
        ADD 1 TO WS-LE-KEPT (WS-LOG-IX)
    ELSE
        MOVE "LOGWORK WRITE FAILED" TO WS-FAIL-TEXT
        MOVE WS-WRITE-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-IF.
3200-EXIT.
    EXIT.

3300-COUNT-MOVED.
    IF WS-WRITE-STATUS = "00"
        ADD 1 TO WS-LE-MOVED (WS-LOG-IX)
    ELSE
        MOVE "HISTORY GENERATION WRITE FAILED" TO WS-FAIL-TEXT
        MOVE WS-WRITE-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-IF.
3300-EXIT.
    EXIT.

*> =================================================================
*> 3400-REOPEN-WORK - turn LOGWORK round for the copy back.
*> Nothing has been written to the live log yet, so a failure here
*> leaves it whole.
*> =================================================================
3400-REOPEN-WORK.
    CLOSE LOG-WORK-FILE
    OPEN INPUT LOG-WORK-FILE
    IF WS-WK-STATUS NOT = "00"
        MOVE "N" TO WS-WORK-OPEN-SW
        MOVE "LOGWORK WOULD NOT REOPEN" TO WS-FAIL-TEXT
        MOVE WS-WK-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    ELSE
        MOVE "N" TO WS-EOF-SW
    END-IF.
3400-EXIT.
    EXIT.

*> =================================================================
*> 3450-CHECK-COPY-BACK - the rewritten log must hold exactly the
*> records the split kept; anything else is a failed copy back.
*> =================================================================
3450-CHECK-COPY-BACK.
    IF WS-FILE-GO
        IF WS-COPIED-COUNT NOT = WS-LE-KEPT (WS-LOG-IX)
            MOVE "COPY-BACK COUNT IS NOT THE KEPT COUNT" TO WS-FAIL-TEXT
            MOVE SPACES TO WS-FAIL-STATUS
            PERFORM 3900-COPY-BACK-FAILED THRU 3900-EXIT
        ELSE
            MOVE "LIVE FILE REWRITTEN WITH RECENT RECORDS"
                TO WS-LE-RESULT (WS-LOG-IX)
        END-IF
    END-IF.
3450-EXIT.
    EXIT.

*> =================================================================
*> 3500-CHECK-ANYTHING-MOVED - a log with nothing past its
*> retention is not rewritten at all; its history generation
*> holds just the trailer.
*> =================================================================
3500-CHECK-ANYTHING-MOVED.
    IF WS-LE-MOVED (WS-LOG-IX) = ZERO
        MOVE "NOTHING PAST RETENTION - LEFT AS IT IS"
            TO WS-LE-RESULT (WS-LOG-IX)
        MOVE "N" TO WS-FILE-GO-SW
    END-IF.
3500-EXIT.
    EXIT.

3600-BUILD-TRAILER.
    MOVE WS-LE-FILE-ID (WS-LOG-IX) TO LT-FILE-ID
    MOVE WS-LE-MOVED (WS-LOG-IX) TO LT-MOVED-COUNT
    MOVE WS-BUS-DATE TO LT-BUS-DATE
    MOVE WS-LE-CUTOFF-DATE (WS-LOG-IX) TO LT-CUTOFF-DATE.
3600-EXIT.
    EXIT.

*> A generation without its trailer is not proven complete, so the
*> live log is not rewritten from the split that produced it.
3650-CHECK-TRAILER.
    IF WS-WRITE-STATUS NOT = "00"
        MOVE "HISTORY TRAILER WRITE FAILED" TO WS-FAIL-TEXT
        MOVE WS-WRITE-STATUS TO WS-FAIL-STATUS
        PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    END-IF.
3650-EXIT.
    EXIT.

3700-END-FILE.
    IF WS-WORK-OPEN
        CLOSE LOG-WORK-FILE
        MOVE "N" TO WS-WORK-OPEN-SW
    END-IF.
3700-EXIT.
    EXIT.

*> =================================================================
*> 3800-FILE-FAILED - the log in hand is not rewritten (RC=8).  Up
*> to the copy back the live log has not been touched, so it is
*> still whole; whatever reached the history generation before
*> the failure is still on it too, and that generation should be
*> scratched before the job is rerun.
*> =================================================================
3800-FILE-FAILED.
    DISPLAY "*** ERROR - " WS-LE-FILE-ID (WS-LOG-IX) " - "
        WS-FAIL-TEXT " - STATUS " WS-FAIL-STATUS
    MOVE WS-FAIL-TEXT TO WS-LE-RESULT (WS-LOG-IX)
    MOVE WS-FAIL-STATUS TO WS-LE-STATUS (WS-LOG-IX)
    SET WS-LE-FAILED (WS-LOG-IX) TO TRUE
    MOVE "N" TO WS-FILE-GO-SW
    SET WS-RUN-FAILED TO TRUE
    SET WS-EOF TO TRUE.
3800-EXIT.
    EXIT.

*> =================================================================
*> 3900-COPY-BACK-FAILED - the live log may now be half written,
*> and LOGWORK holds the only complete copy of its recent records.
*> Stop touching anything: the remaining logs are left alone and
*> LOGWORK is not reopened, so it survives for recovery.
*> =================================================================
3900-COPY-BACK-FAILED.
    PERFORM 3800-FILE-FAILED THRU 3800-EXIT
    SET WS-RUN-STOPPED TO TRUE
    DISPLAY "*** " WS-LE-FILE-ID (WS-LOG-IX)
        " MAY BE INCOMPLETE - RESTORE IT FROM LOGWORK".
3900-EXIT.
    EXIT.

*> =================================================================
*> 8000-PRINT-REPORT - one line per log and what became of it,
*> then the run totals.
*> =================================================================
8000-PRINT-REPORT.
    MOVE WS-TODAY TO HL-RUN-DATE
    WRITE HKP-REPORT-RECORD FROM HEADING-LINE-1
    MOVE WS-BUS-DATE TO HL-BUS-DATE
    WRITE HKP-REPORT-RECORD FROM HEADING-LINE-2
    MOVE SPACES TO HKP-REPORT-RECORD
    WRITE HKP-REPORT-RECORD
    WRITE HKP-REPORT-RECORD FROM COLUMN-HEADING
    MOVE 1 TO WS-LOG-IX
    PERFORM 8100-PRINT-LOG-LINE THRU 8100-EXIT
        UNTIL WS-LOG-IX > WS-LOG-MAX
    MOVE SPACES TO HKP-REPORT-RECORD
    WRITE HKP-REPORT-RECORD
    MOVE "LOGRETN CARDS READ:" TO TO-LABEL
    MOVE WS-CARD-COUNT TO TO-COUNT
    WRITE HKP-REPORT-RECORD FROM TOTAL-LINE
    MOVE "RECORDS KEPT ON THE LIVE LOGS:" TO TO-LABEL
    MOVE WS-TOTAL-KEPT TO TO-COUNT
    WRITE HKP-REPORT-RECORD FROM TOTAL-LINE
    MOVE "  OF WHICH UNDATED:" TO TO-LABEL
    MOVE WS-TOTAL-UNDATED TO TO-COUNT
    WRITE HKP-REPORT-RECORD FROM TOTAL-LINE
    MOVE "RECORDS MOVED TO HISTORY:" TO TO-LABEL
    MOVE WS-TOTAL-MOVED TO TO-COUNT
    WRITE HKP-REPORT-RECORD FROM TOTAL-LINE
    MOVE "WARNINGS:" TO TO-LABEL
    MOVE WS-WARNING-COUNT TO TO-COUNT
    WRITE HKP-REPORT-RECORD FROM TOTAL-LINE
    MOVE "LOGS FAILED:" TO TO-LABEL
    MOVE WS-FAILED-COUNT TO TO-COUNT
    WRITE HKP-REPORT-RECORD FROM TOTAL-LINE
    IF WS-RUN-STOPPED
        MOVE SPACES TO HKP-REPORT-RECORD
        WRITE HKP-REPORT-RECORD
        MOVE "*** A COPY BACK FAILED - RESTORE THAT LOG FROM LOGWORK ***"
            TO HKP-REPORT-RECORD
        WRITE HKP-REPORT-RECORD
    END-IF.
8000-EXIT.
    EXIT.

8100-PRINT-LOG-LINE.
    MOVE WS-LE-FILE-ID (WS-LOG-IX) TO LL-FILE-ID
    MOVE WS-LE-RETAIN-DAYS (WS-LOG-IX) TO LL-RETAIN-DAYS
    IF WS-LE-CUTOFF-DATE (WS-LOG-IX) = ZERO
        MOVE SPACES TO LL-CUTOFF-DATE
    ELSE
        MOVE WS-LE-CUTOFF-DATE (WS-LOG-IX) TO LL-CUTOFF-DATE
    END-IF
    MOVE WS-LE-READ (WS-LOG-IX) TO LL-READ
    MOVE WS-LE-KEPT (WS-LOG-IX) TO LL-KEPT
    MOVE WS-LE-MOVED (WS-LOG-IX) TO LL-MOVED
    MOVE WS-LE-UNDATED (WS-LOG-IX) TO LL-UNDATED
    WRITE HKP-REPORT-RECORD FROM LOG-LINE
    MOVE WS-LE-RESULT (WS-LOG-IX) TO RS-TEXT
    IF WS-LE-STATUS (WS-LOG-IX) = SPACES
        MOVE SPACES TO RS-STATUS-LABEL
    ELSE
        MOVE " STATUS " TO RS-STATUS-LABEL
    END-IF
    MOVE WS-LE-STATUS (WS-LOG-IX) TO RS-STATUS
    WRITE HKP-REPORT-RECORD FROM RESULT-LINE
    ADD WS-LE-KEPT (WS-LOG-IX) TO WS-TOTAL-KEPT
    ADD WS-LE-MOVED (WS-LOG-IX) TO WS-TOTAL-MOVED
    ADD WS-LE-UNDATED (WS-LOG-IX) TO WS-TOTAL-UNDATED
    IF WS-LE-FAILED (WS-LOG-IX)
        ADD 1 TO WS-FAILED-COUNT
    END-IF
    ADD 1 TO WS-LOG-IX.
8100-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE - RC=8 when any log could not be split or copied
*> back, RC=4 when a log was skipped for want of a usable card.
*> =================================================================
9000-TERMINATE.
    CLOSE HKP-REPORT-FILE
    EVALUATE TRUE
        WHEN WS-RUN-FAILED
            MOVE 8 TO RETURN-CODE
        WHEN WS-WARNING-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    DISPLAY "tut0hkp complete - " WS-TOTAL-KEPT " record(s) kept, "
        WS-TOTAL-MOVED " moved to history.".
9000-EXIT.
    EXIT.
