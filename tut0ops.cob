	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0ops.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Morning operations status report for one
*>                  business date - the night's cycle judged from
*>                  the files it leaves behind, instead of opening
*>                  EDITRPT, BALRPT, RUNRPT and EODRPT one by one.
*>                  Shows the PROCDATE business and rolled dates,
*>                  every chain job's CYCLECTL mark (completed,
*>                  overridden with operator and reason, or
*>                  missing), the latest TUT0BAT execution on
*>                  RUNHIST, the day's online and batch figures
*>                  (TRANSUMM while the day is open, TRANARCH once
*>                  TUT0EOD has archived it), each sender's intake
*>                  from SENDTOT, and the count and age of the
*>                  rejects waiting on TRANREJ and CARRYIN.
*>                  Anything abnormal is listed first, under
*>                  ATTENTION.  RC=8 when the cycle did not
*>                  complete, RC=4 for anything that needs a look,
*>                  RC=0 for a clean night.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CC-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RC-STATUS.

    SELECT TRAN-SUMM-FILE ASSIGN TO "TRANSUMM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TS-BUS-DATE
        FILE STATUS IS WS-TS-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AR-STATUS.

    SELECT SENDER-TOTAL-FILE ASSIGN TO "SENDTOT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SN-STATUS.

    SELECT TRANS-REJ-FILE ASSIGN TO "TRANREJ"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TR-STATUS.

    SELECT CARRY-IN-FILE ASSIGN TO "CARRYIN"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CI-STATUS.

    SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PROC-DATE-FILE.
    COPY PROCDATE.

FD  CYCLE-CONTROL-FILE.
    COPY CYCLECTL.

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

FD  TRAN-SUMM-FILE.
    COPY TRANSUMM.

*> TRANARCH carries TRANSACTION-LOG-RECORD images; read INTO the
*> working-storage copy below, the tut0eod way.
FD  ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(145).

FD  SENDER-TOTAL-FILE.
    COPY SENDTOT.

FD  TRANS-REJ-FILE.
    COPY TRANREJ.

*> CARRYIN is the TRANREJ layout with a leading age count - the
*> repair cycles the reject has been skipped through (tut0rfix).
FD  CARRY-IN-FILE.
01 CARRY-IN-RECORD.
    02 CI-AGE-DAYS PIC 9(02).
    02 CI-REASON-CODE PIC X(02).
    02 CI-IMAGE PIC X(106).

FD  OPS-REPORT-FILE.
01 OPS-REPORT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
    COPY TRANLOG.

01 HEADING-LINE-1.
    02 FILLER PIC X(38) VALUE "COBOLTUT MORNING OPERATIONS STATUS".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(01) VALUE "/".
    02 HL-RUN-TIME PIC 9(08).
    02 FILLER PIC X(17) VALUE SPACES.

01 HEADING-LINE-2.
    02 FILLER PIC X(17) VALUE "BUSINESS DATE:   ".
    02 HL-BUS-DATE PIC 9(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 HL-DATE-BASIS PIC X(40).
    02 FILLER PIC X(13) VALUE SPACES.

01 HEADING-LINE-3.
    02 FILLER PIC X(17) VALUE "OVERALL STATUS:  ".
    02 HL-OVERALL PIC X(50).
    02 FILLER PIC X(13) VALUE SPACES.

01 SECTION-LINE.
    02 FILLER PIC X(05) VALUE "---- ".
    02 SC-TITLE PIC X(60).
    02 FILLER PIC X(15) VALUE SPACES.

*> One line per abnormal finding, worst first in the order found.
01 ATTENTION-LINE.
    02 FILLER PIC X(02) VALUE SPACES.
    02 AL-LEVEL PIC X(08).
    02 AL-TEXT PIC X(70).

01 INFO-LINE.
    02 FILLER PIC X(02) VALUE SPACES.
    02 IN-LABEL PIC X(30).
    02 IN-DATE PIC X(08).
    02 IN-SLASH PIC X(01).
    02 IN-TIME PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 IN-NOTE PIC X(29).

01 CHAIN-HEADING.
    02 FILLER PIC X(12) VALUE "  JOB".
    02 FILLER PIC X(12) VALUE "MARK".
    02 FILLER PIC X(18) VALUE "CUT ON".
    02 FILLER PIC X(38) VALUE "OPERATOR".

01 CHAIN-LINE.
    02 FILLER PIC X(02) VALUE SPACES.
    02 CL-JOB-ID PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 CL-STATUS PIC X(12).
    02 CL-MARK-DATE PIC X(08).
    02 CL-SLASH PIC X(01).
    02 CL-MARK-TIME PIC X(08).
    02 FILLER PIC X(01) VALUE SPACES.
    02 CL-OPERATOR PIC X(08).
    02 FILLER PIC X(30) VALUE SPACES.

01 REASON-LINE.
    02 FILLER PIC X(10) VALUE SPACES.
    02 RL-LABEL PIC X(08).
    02 RL-TEXT PIC X(40).
    02 FILLER PIC X(22) VALUE SPACES.

01 COUNT-LINE.
    02 FILLER PIC X(02) VALUE SPACES.
    02 CT-LABEL PIC X(28).
    02 CT-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(02) VALUE SPACES.
    02 CT-AMOUNT PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(23) VALUE SPACES.

01 AGE-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 FILLER PIC X(08) VALUE "CARRIED ".
    02 AG-AGE PIC Z9.
    02 FILLER PIC X(16) VALUE " CYCLE(S)".
    02 AG-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(02) VALUE SPACES.
    02 AG-NOTE PIC X(40).

01 SENDER-HEADING.
    02 FILLER PIC X(12) VALUE "  SENDER".
    02 FILLER PIC X(19) VALUE "NAME".
    02 FILLER PIC X(13) VALUE "FILE".
    02 FILLER PIC X(09) VALUE "RECEIVED".
    02 FILLER PIC X(09) VALUE "ACCEPTED".
    02 FILLER PIC X(09) VALUE "REJECTED".
    02 FILLER PIC X(09) VALUE SPACES.

01 SENDER-LINE.
    02 FILLER PIC X(02) VALUE SPACES.
    02 SL-SENDER-ID PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 SL-SENDER-NAME PIC X(18).
    02 FILLER PIC X(01) VALUE SPACES.
    02 SL-FILE-STATUS PIC X(12).
    02 FILLER PIC X(01) VALUE SPACES.
    02 SL-RECEIVED PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 SL-ACCEPTED PIC ZZZZZZZ9.
    02 FILLER PIC X(01) VALUE SPACES.
    02 SL-REJECTED PIC ZZZZZZZ9.
    02 FILLER PIC X(10) VALUE SPACES.

01 TOTAL-LINE.
    02 TO-LABEL PIC X(36).
    02 TO-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(36) VALUE SPACES.

*> ---------------------------------------------------------------
*> The nightly chain, in running order - the jobs tut0seq checks
*> in and marks for every business date.
*> ---------------------------------------------------------------
01 WS-CHAIN-NAMES.
    02 FILLER PIC X(08) VALUE "TUT0EDT".
    02 FILLER PIC X(08) VALUE "TUT0BAT".
    02 FILLER PIC X(08) VALUE "TUT0BAL".
    02 FILLER PIC X(08) VALUE "TUT0EOD".
01 WS-CHAIN-NAME-TABLE REDEFINES WS-CHAIN-NAMES.
    02 WS-CHAIN-NAME PIC X(08) OCCURS 4.

*> The mark each chain job holds for the business date.  An
*> override is never hidden by a later completion mark for the
*> same job and date - the forced run still happened.
01 WS-CHAIN-TABLE.
    02 WS-CHAIN-ENTRY OCCURS 4.
        03 WS-CJ-JOB-ID PIC X(08).
        03 WS-CJ-STATUS PIC X(01).
            88 WS-CJ-NO-MARK VALUE SPACE.
            88 WS-CJ-COMPLETED VALUE "C".
            88 WS-CJ-OVERRIDDEN VALUE "O".
        03 WS-CJ-MARK-DATE PIC 9(08).
        03 WS-CJ-MARK-TIME PIC 9(08).
        03 WS-CJ-OPERATOR PIC X(08).
        03 WS-CJ-REASON PIC X(40).

77 WS-CHAIN-MAX PIC 9(02) VALUE 4.
77 WS-CHAIN-IX PIC 9(02) VALUE ZEROS.
77 WS-CHAIN-FOUND-SW PIC X(01) VALUE "N".
    88 WS-CHAIN-FOUND VALUE "Y".

*> The latest TUT0BAT record on RUNHIST - its execution's final
*> word, the same record tut0seq judges.
01 WS-LAST-BAT-RUN.
    02 WS-LB-START-DATE PIC 9(08).
    02 WS-LB-START-TIME PIC 9(08).
    02 WS-LB-END-DATE PIC 9(08).
    02 WS-LB-END-TIME PIC 9(08).
    02 WS-LB-RECS-READ PIC 9(08).
    02 WS-LB-RECS-WRITTEN PIC 9(08).
    02 WS-LB-RESTART-FLAG PIC X(01).
    02 WS-LB-RESTART-COUNT PIC 9(08).
    02 WS-LB-COMPLETION PIC X(01).
        88 WS-LB-ACTIVE VALUE "A".
        88 WS-LB-NORMAL-END VALUE "N".

77 WS-BAT-SEEN-SW PIC X(01) VALUE "N".
    88 WS-BAT-SEEN VALUE "Y".

*> The day's figures by source, from TRANSUMM or TRANARCH.
01 WS-DAY-FIGURES.
    02 WS-DAY-ONLINE-COUNT PIC 9(08).
    02 WS-DAY-ONLINE-TOTAL PIC S9(12)V99.
    02 WS-DAY-BATCH-COUNT PIC 9(08).
    02 WS-DAY-BATCH-TOTAL PIC S9(12)V99.
    02 WS-DAY-REVERSAL-COUNT PIC 9(08).
    02 WS-DAY-REVERSAL-TOTAL PIC S9(12)V99.
    02 WS-DAY-ADJUST-COUNT PIC 9(08).
    02 WS-DAY-ADJUST-TOTAL PIC S9(12)V99.
    02 WS-DAY-TRAN-COUNT PIC 9(08).
    02 WS-DAY-TRAN-TOTAL PIC S9(12)V99.

77 WS-DAY-SOURCE PIC X(40) VALUE SPACES.
77 WS-DAY-FOUND-SW PIC X(01) VALUE "N".
    88 WS-DAY-FOUND VALUE "Y".

*> Senders as SENDTOT left them, held for printing after the
*> ATTENTION section.
01 WS-SENDER-TABLE.
    02 WS-SENDER-ENTRY OCCURS 100.
        03 WS-SE-SENDER-ID PIC X(08).
        03 WS-SE-SENDER-NAME PIC X(30).
        03 WS-SE-FILE-STATUS PIC X(01).
            88 WS-SE-ACCEPTED VALUE "A".
            88 WS-SE-HELD VALUE "H".
            88 WS-SE-NOT-RECEIVED VALUE "N".
        03 WS-SE-HOLD-REASON PIC X(30).
        03 WS-SE-RECEIVED PIC 9(08).
        03 WS-SE-ACCEPTED-COUNT PIC 9(08).
        03 WS-SE-REJECTED PIC 9(08).

77 WS-SENDER-MAX PIC 9(03) VALUE 100.
77 WS-SENDER-COUNT PIC 9(03) VALUE ZEROS.
77 WS-SENDER-IX PIC 9(03) VALUE ZEROS.
77 WS-SENDER-OVERFLOW PIC 9(08) VALUE ZEROS.
77 WS-SENDTOT-DATE PIC 9(08) VALUE ZEROS.
77 WS-SENDTOT-SW PIC X(01) VALUE "N".
    88 WS-SENDTOT-READ VALUE "Y".

*> Rejects waiting for repair, by age.  TRANREJ is last night's
*> edit (age 0); CARRYIN holds the ones skipped on earlier repair
*> cycles, aged by tut0rfix.  WS-AGE-LIMIT matches tut0rfix's.
01 WS-AGE-TABLE.
    02 WS-AGE-COUNT PIC 9(08) OCCURS 100.

77 WS-AGE-LIMIT PIC 9(02) VALUE 2.
77 WS-AGE-IX PIC 9(03) VALUE ZEROS.
77 WS-NEW-REJ-COUNT PIC 9(08) VALUE ZEROS.
77 WS-CARRY-COUNT PIC 9(08) VALUE ZEROS.
77 WS-AGED-COUNT PIC 9(08) VALUE ZEROS.
77 WS-OLDEST-AGE PIC 9(02) VALUE ZEROS.

*> ---------------------------------------------------------------
*> Findings for the ATTENTION section.  "SEVERE" findings mean the
*> cycle did not complete (RC=8); "WARNING" findings need a look
*> (RC=4).
*> ---------------------------------------------------------------
01 WS-ATTENTION-TABLE.
    02 WS-ATTENTION-ENTRY OCCURS 40.
        03 WS-AT-LEVEL PIC X(08).
        03 WS-AT-TEXT PIC X(70).

77 WS-ATTENTION-MAX PIC 9(02) VALUE 40.
77 WS-ATTENTION-COUNT PIC 9(02) VALUE ZEROS.
77 WS-ATTENTION-IX PIC 9(02) VALUE ZEROS.
77 WS-ATTENTION-OVERFLOW PIC 9(04) VALUE ZEROS.
77 WS-NEW-LEVEL PIC X(08) VALUE SPACES.
    88 WS-NEW-SEVERE VALUE "SEVERE".
    88 WS-NEW-WARNING VALUE "WARNING".
77 WS-NEW-TEXT PIC X(70) VALUE SPACES.
77 WS-SEVERE-COUNT PIC 9(04) VALUE ZEROS.
77 WS-WARNING-COUNT PIC 9(04) VALUE ZEROS.

77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-CC-STATUS PIC X(02) VALUE SPACES.
77 WS-RC-STATUS PIC X(02) VALUE SPACES.
77 WS-TS-STATUS PIC X(02) VALUE SPACES.
77 WS-AR-STATUS PIC X(02) VALUE SPACES.
77 WS-SN-STATUS PIC X(02) VALUE SPACES.
77 WS-TR-STATUS PIC X(02) VALUE SPACES.
77 WS-CI-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".

*> SYSIN: the business date to review, YYYYMMDD.  Left blank, the
*> report reviews last night's cycle - see 1600.
77 WS-SYSIN-DATE PIC X(08) VALUE SPACES.
77 WS-SYSIN-NUMERIC REDEFINES WS-SYSIN-DATE PIC 9(08).

77 WS-TODAY PIC 9(08) VALUE ZEROS.
77 WS-NOW PIC 9(08) VALUE ZEROS.
77 WS-REVIEW-DATE PIC 9(08) VALUE ZEROS.
77 WS-DATE-BASIS PIC X(40) VALUE SPACES.
77 WS-DATE-INT PIC 9(07) VALUE ZEROS.

77 WS-PROCDATE-SW PIC X(01) VALUE "N".
    88 WS-PROCDATE-READ VALUE "Y".
77 WS-PD-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-PD-ROLLED-DATE PIC 9(08) VALUE ZEROS.
77 WS-PD-ROLLED-TIME PIC 9(08) VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE - everything is gathered and judged first, so the
*> ATTENTION section can head the report.
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 1500-GET-PROCDATE THRU 1500-EXIT
    PERFORM 1600-SET-REVIEW-DATE THRU 1600-EXIT
    PERFORM 2000-CHECK-CHAIN-MARKS THRU 2000-EXIT
    PERFORM 3000-CHECK-BAT-RUN THRU 3000-EXIT
    PERFORM 4000-GET-DAY-FIGURES THRU 4000-EXIT
    PERFORM 5000-CHECK-SENDERS THRU 5000-EXIT
    PERFORM 6000-COUNT-REJECTS THRU 6000-EXIT
    PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-SYSIN-DATE
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW FROM TIME
    OPEN OUTPUT OPS-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN OPSRPT - STATUS "
            WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
1000-EXIT.
    EXIT.

*> =================================================================
*> 1500-GET-PROCDATE - the business date and when TUT0EOD last
*> rolled it.  No calendar fallback here: an unreadable PROCDATE
*> is itself a finding.
*> =================================================================
1500-GET-PROCDATE.
    OPEN INPUT PROC-DATE-FILE
    IF WS-PD-STATUS = "00"
        READ PROC-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-BUS-DATE IS NUMERIC AND PD-BUS-DATE NOT = ZERO
                    SET WS-PROCDATE-READ TO TRUE
                    MOVE PD-BUS-DATE TO WS-PD-BUS-DATE
                    IF PD-ROLLED-DATE IS NUMERIC
                        MOVE PD-ROLLED-DATE TO WS-PD-ROLLED-DATE
                    END-IF
                    IF PD-ROLLED-TIME IS NUMERIC
                        MOVE PD-ROLLED-TIME TO WS-PD-ROLLED-TIME
                    END-IF
                END-IF
        END-READ
        CLOSE PROC-DATE-FILE
    END-IF
    IF NOT WS-PROCDATE-READ
        SET WS-NEW-SEVERE TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "PROCDATE NOT READABLE - STATUS " WS-PD-STATUS
            " - BUSINESS DATE UNKNOWN" DELIMITED BY SIZE
            INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF.
1500-EXIT.
    EXIT.

*> =================================================================
*> 1600-SET-REVIEW-DATE - a SYSIN date is taken as given.  Left
*> blank, the date reviewed is last night's cycle: the day before
*> the PROCDATE business date, since a clean TUT0EOD rolls the
*> date forward to today's.  A business date still behind the
*> calendar means last night's cycle never rolled it, so that day
*> - still open - is the one reviewed.  Either way, a business date
*> not rolled past the date reviewed is a cycle that did not close.
*> =================================================================
1600-SET-REVIEW-DATE.
    EVALUATE TRUE
        WHEN WS-SYSIN-DATE IS NUMERIC AND WS-SYSIN-NUMERIC NOT = ZERO
            MOVE WS-SYSIN-NUMERIC TO WS-REVIEW-DATE
            MOVE "(FROM SYSIN)" TO WS-DATE-BASIS
        WHEN NOT WS-PROCDATE-READ
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
            COMPUTE WS-REVIEW-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            MOVE "(YESTERDAY - PROCDATE UNREADABLE)" TO WS-DATE-BASIS
        WHEN WS-PD-BUS-DATE < WS-TODAY
            MOVE WS-PD-BUS-DATE TO WS-REVIEW-DATE
            MOVE "(LAST NIGHT - BUSINESS DATE NOT ROLLED)"
                TO WS-DATE-BASIS
        WHEN OTHER
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-PD-BUS-DATE) - 1
            COMPUTE WS-REVIEW-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            MOVE "(LAST NIGHT'S CYCLE)" TO WS-DATE-BASIS
    END-EVALUATE
    IF WS-SYSIN-DATE NOT = SPACES
        AND (WS-SYSIN-DATE IS NOT NUMERIC OR WS-SYSIN-NUMERIC = ZERO)
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "SYSIN DATE '" WS-SYSIN-DATE "' IS NOT A DATE -"
            " LAST NIGHT'S CYCLE REVIEWED" DELIMITED BY SIZE
            INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF
    IF WS-PROCDATE-READ AND WS-PD-BUS-DATE NOT > WS-REVIEW-DATE
        SET WS-NEW-SEVERE TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "BUSINESS DATE NOT ROLLED PAST " WS-REVIEW-DATE
            " - PROCDATE STILL " WS-PD-BUS-DATE DELIMITED BY SIZE
            INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF.
1600-EXIT.
    EXIT.

*> =================================================================
*> 2000-CHECK-CHAIN-MARKS - every mark CYCLECTL holds for the date
*> reviewed, then one finding per chain job without one and per
*> job forced through by override.
*> =================================================================
2000-CHECK-CHAIN-MARKS.
    MOVE 1 TO WS-CHAIN-IX
    PERFORM 2010-CLEAR-CHAIN-ENTRY THRU 2010-EXIT
        UNTIL WS-CHAIN-IX > WS-CHAIN-MAX
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CC-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 2100-SCAN-ONE-MARK THRU 2100-EXIT
            UNTIL WS-EOF
        CLOSE CYCLE-CONTROL-FILE
    ELSE
        SET WS-NEW-SEVERE TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "CYCLECTL NOT READABLE - STATUS " WS-CC-STATUS
            DELIMITED BY SIZE INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF
    MOVE 1 TO WS-CHAIN-IX
    PERFORM 2200-JUDGE-CHAIN-ENTRY THRU 2200-EXIT
        UNTIL WS-CHAIN-IX > WS-CHAIN-MAX.
2000-EXIT.
    EXIT.

2010-CLEAR-CHAIN-ENTRY.
    MOVE WS-CHAIN-NAME (WS-CHAIN-IX) TO WS-CJ-JOB-ID (WS-CHAIN-IX)
    MOVE SPACE TO WS-CJ-STATUS (WS-CHAIN-IX)
    MOVE ZEROS TO WS-CJ-MARK-DATE (WS-CHAIN-IX)
    MOVE ZEROS TO WS-CJ-MARK-TIME (WS-CHAIN-IX)
    MOVE SPACES TO WS-CJ-OPERATOR (WS-CHAIN-IX)
    MOVE SPACES TO WS-CJ-REASON (WS-CHAIN-IX)
    ADD 1 TO WS-CHAIN-IX.
2010-EXIT.
    EXIT.

2100-SCAN-ONE-MARK.
    READ CYCLE-CONTROL-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF CC-BUS-DATE = WS-REVIEW-DATE
                AND (CC-COMPLETED OR CC-OVERRIDDEN)
                PERFORM 2110-FIND-CHAIN-JOB THRU 2110-EXIT
                IF WS-CHAIN-FOUND
                    PERFORM 2120-STORE-MARK THRU 2120-EXIT
                END-IF
            END-IF
    END-READ.
2100-EXIT.
    EXIT.

2110-FIND-CHAIN-JOB.
    MOVE "N" TO WS-CHAIN-FOUND-SW
    MOVE 1 TO WS-CHAIN-IX
    PERFORM 2115-SCAN-CHAIN-TABLE THRU 2115-EXIT
        UNTIL WS-CHAIN-FOUND OR WS-CHAIN-IX > WS-CHAIN-MAX.
2110-EXIT.
    EXIT.

2115-SCAN-CHAIN-TABLE.
    IF WS-CJ-JOB-ID (WS-CHAIN-IX) = CC-JOB-ID
        SET WS-CHAIN-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-CHAIN-IX
    END-IF.
2115-EXIT.
    EXIT.

*> A later mark replaces an earlier one, except that a completion
*> never replaces an override.
2120-STORE-MARK.
    IF CC-OVERRIDDEN OR NOT WS-CJ-OVERRIDDEN (WS-CHAIN-IX)
        MOVE CC-STATUS TO WS-CJ-STATUS (WS-CHAIN-IX)
        MOVE CC-MARK-DATE TO WS-CJ-MARK-DATE (WS-CHAIN-IX)
        MOVE CC-MARK-TIME TO WS-CJ-MARK-TIME (WS-CHAIN-IX)
        MOVE CC-OPERATOR TO WS-CJ-OPERATOR (WS-CHAIN-IX)
        MOVE CC-REASON TO WS-CJ-REASON (WS-CHAIN-IX)
    END-IF.
2120-EXIT.
    EXIT.

2200-JUDGE-CHAIN-ENTRY.
    EVALUATE TRUE
        WHEN WS-CJ-NO-MARK (WS-CHAIN-IX)
            SET WS-NEW-SEVERE TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING WS-CJ-JOB-ID (WS-CHAIN-IX) DELIMITED BY SPACE
                " HAS NO COMPLETION MARK FOR " WS-REVIEW-DATE
                DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        WHEN WS-CJ-OVERRIDDEN (WS-CHAIN-IX)
            SET WS-NEW-WARNING TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING WS-CJ-JOB-ID (WS-CHAIN-IX) DELIMITED BY SPACE
                " FORCED THROUGH BY OVERRIDE - OPERATOR "
                WS-CJ-OPERATOR (WS-CHAIN-IX)
                DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    ADD 1 TO WS-CHAIN-IX.
2200-EXIT.
    EXIT.

*> =================================================================
*> 3000-CHECK-BAT-RUN - the latest TUT0BAT record on RUNHIST.  A
*> record still flagged "A" is an execution that never finished;
*> a restart count means the night needed one.
*> =================================================================
3000-CHECK-BAT-RUN.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RC-STATUS NOT = "00"
        SET WS-NEW-SEVERE TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "RUNHIST NOT READABLE - STATUS " WS-RC-STATUS
            DELIMITED BY SIZE INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 3100-SCAN-ONE-RUN THRU 3100-EXIT
            UNTIL WS-EOF
        CLOSE RUN-CONTROL-FILE
        IF WS-BAT-SEEN
            PERFORM 3200-JUDGE-BAT-RUN THRU 3200-EXIT
        ELSE
            SET WS-NEW-SEVERE TO TRUE
            MOVE "NO TUT0BAT EXECUTION ON RUNHIST" TO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        END-IF
    END-IF.
3000-EXIT.
    EXIT.

3100-SCAN-ONE-RUN.
    READ RUN-CONTROL-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF RC-JOB-ID = "TUT0BAT"
                SET WS-BAT-SEEN TO TRUE
                MOVE RC-START-DATE TO WS-LB-START-DATE
                MOVE RC-START-TIME TO WS-LB-START-TIME
                MOVE RC-END-DATE TO WS-LB-END-DATE
                MOVE RC-END-TIME TO WS-LB-END-TIME
                MOVE RC-RECS-READ TO WS-LB-RECS-READ
                MOVE RC-RECS-WRITTEN TO WS-LB-RECS-WRITTEN
                MOVE RC-RESTART-FLAG TO WS-LB-RESTART-FLAG
                MOVE RC-RESTART-COUNT TO WS-LB-RESTART-COUNT
                MOVE RC-COMPLETION TO WS-LB-COMPLETION
            END-IF
    END-READ.
3100-EXIT.
    EXIT.

3200-JUDGE-BAT-RUN.
    IF NOT WS-LB-NORMAL-END
        SET WS-NEW-SEVERE TO TRUE
        MOVE "LATEST TUT0BAT EXECUTION DID NOT END NORMALLY"
            TO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF
    IF WS-LB-RESTART-COUNT > ZERO
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "LATEST TUT0BAT EXECUTION WAS RESTARTED - RESTART COUNT "
            WS-LB-RESTART-COUNT DELIMITED BY SIZE INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF
    IF WS-LB-START-DATE < WS-REVIEW-DATE
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "LATEST TUT0BAT EXECUTION STARTED " WS-LB-START-DATE
            " - BEFORE THE DATE REVIEWED" DELIMITED BY SIZE
            INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF.
3200-EXIT.
    EXIT.

*> =================================================================
*> 4000-GET-DAY-FIGURES - the day's summary on TRANSUMM while the
*> day is open.  TUT0EOD clears the summary when it archives the
*> day, so once it has run the same figures are totalled by source
*> from the day's TRANARCH records instead.  A day with nothing on
*> either is worth a look.
*> =================================================================
4000-GET-DAY-FIGURES.
    MOVE ZEROS TO WS-DAY-ONLINE-COUNT WS-DAY-ONLINE-TOTAL
        WS-DAY-BATCH-COUNT WS-DAY-BATCH-TOTAL
        WS-DAY-REVERSAL-COUNT WS-DAY-REVERSAL-TOTAL
        WS-DAY-ADJUST-COUNT WS-DAY-ADJUST-TOTAL
        WS-DAY-TRAN-COUNT WS-DAY-TRAN-TOTAL
    PERFORM 4100-READ-TRANSUMM THRU 4100-EXIT
    IF NOT WS-DAY-FOUND
        PERFORM 4200-TOTAL-TRANARCH THRU 4200-EXIT
    END-IF
    IF NOT WS-DAY-FOUND
        MOVE "NOT FOUND ON TRANSUMM OR TRANARCH" TO WS-DAY-SOURCE
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "NO TRANSACTION FIGURES FOR " WS-REVIEW-DATE
            " ON TRANSUMM OR TRANARCH" DELIMITED BY SIZE
            INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF.
4000-EXIT.
    EXIT.

*> A missing TRANSUMM is no finding of its own - TRANARCH is tried
*> next either way.
4100-READ-TRANSUMM.
    OPEN INPUT TRAN-SUMM-FILE
    IF WS-TS-STATUS = "00"
        PERFORM 4110-READ-DAY-SUMMARY THRU 4110-EXIT
        CLOSE TRAN-SUMM-FILE
    ELSE
        IF WS-TS-STATUS NOT = "35"
            SET WS-NEW-WARNING TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING "TRANSUMM NOT READABLE - STATUS " WS-TS-STATUS
                DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        END-IF
    END-IF.
4100-EXIT.
    EXIT.

4110-READ-DAY-SUMMARY.
    MOVE WS-REVIEW-DATE TO TS-BUS-DATE
    READ TRAN-SUMM-FILE
        KEY IS TS-BUS-DATE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-DAY-FOUND TO TRUE
            MOVE "TRANSUMM (DAY NOT YET ARCHIVED)" TO WS-DAY-SOURCE
            MOVE TS-ONLINE-COUNT TO WS-DAY-ONLINE-COUNT
            MOVE TS-ONLINE-TOTAL TO WS-DAY-ONLINE-TOTAL
            MOVE TS-BATCH-COUNT TO WS-DAY-BATCH-COUNT
            MOVE TS-BATCH-TOTAL TO WS-DAY-BATCH-TOTAL
            MOVE TS-REVERSAL-COUNT TO WS-DAY-REVERSAL-COUNT
            MOVE TS-REVERSAL-TOTAL TO WS-DAY-REVERSAL-TOTAL
            MOVE TS-ADJUST-COUNT TO WS-DAY-ADJUST-COUNT
            MOVE TS-ADJUST-TOTAL TO WS-DAY-ADJUST-TOTAL
            MOVE TS-TRAN-COUNT TO WS-DAY-TRAN-COUNT
            MOVE TS-TRAN-TOTAL TO WS-DAY-TRAN-TOTAL
    END-READ.
4110-EXIT.
    EXIT.

4200-TOTAL-TRANARCH.
    OPEN INPUT ARCHIVE-FILE
    IF WS-AR-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 4210-ADD-ARCHIVE-RECORD THRU 4210-EXIT
            UNTIL WS-EOF
        CLOSE ARCHIVE-FILE
        IF WS-DAY-FOUND
            MOVE "TRANARCH (DAY ARCHIVED BY TUT0EOD)" TO WS-DAY-SOURCE
        END-IF
    ELSE
        IF WS-AR-STATUS NOT = "35"
            SET WS-NEW-WARNING TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING "TRANARCH NOT READABLE - STATUS " WS-AR-STATUS
                DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        END-IF
    END-IF.
4200-EXIT.
    EXIT.

4210-ADD-ARCHIVE-RECORD.
    READ ARCHIVE-FILE INTO TRANSACTION-LOG-RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF TL-RUN-DATE = WS-REVIEW-DATE
                SET WS-DAY-FOUND TO TRUE
                ADD 1 TO WS-DAY-TRAN-COUNT
                ADD TL-TOTAL TO WS-DAY-TRAN-TOTAL
                EVALUATE TL-SOURCE
                    WHEN "O"
                        ADD 1 TO WS-DAY-ONLINE-COUNT
                        ADD TL-TOTAL TO WS-DAY-ONLINE-TOTAL
                    WHEN "B"
                        ADD 1 TO WS-DAY-BATCH-COUNT
                        ADD TL-TOTAL TO WS-DAY-BATCH-TOTAL
                    WHEN "R"
                        ADD 1 TO WS-DAY-REVERSAL-COUNT
                        ADD TL-TOTAL TO WS-DAY-REVERSAL-TOTAL
                    WHEN "A"
                        ADD 1 TO WS-DAY-ADJUST-COUNT
                        ADD TL-TOTAL TO WS-DAY-ADJUST-TOTAL
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.
4210-EXIT.
    EXIT.

*> =================================================================
*> 5000-CHECK-SENDERS - SENDTOT as last night's edit left it.  A
*> held file or an expected sender with no file is a finding; a
*> SENDTOT from some other night says nothing about this one.
*> =================================================================
5000-CHECK-SENDERS.
    OPEN INPUT SENDER-TOTAL-FILE
    IF WS-SN-STATUS NOT = "00"
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "SENDTOT NOT READABLE - STATUS " WS-SN-STATUS
            " - SENDER INTAKE UNKNOWN" DELIMITED BY SIZE
            INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    ELSE
        SET WS-SENDTOT-READ TO TRUE
        MOVE "N" TO WS-EOF-SW
        PERFORM 5100-LOAD-ONE-SENDER THRU 5100-EXIT
            UNTIL WS-EOF
        CLOSE SENDER-TOTAL-FILE
        PERFORM 5200-JUDGE-SENDERS THRU 5200-EXIT
    END-IF.
5000-EXIT.
    EXIT.

5200-JUDGE-SENDERS.
    IF WS-SENDER-OVERFLOW > ZERO
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING WS-SENDER-OVERFLOW " SENDTOT RECORD(S) NOT SHOWN -"
            " SENDER TABLE FULL" DELIMITED BY SIZE INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF
    IF WS-SENDTOT-DATE NOT = WS-REVIEW-DATE
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING "SENDTOT IS FOR " WS-SENDTOT-DATE
            ", NOT THE DATE REVIEWED" DELIMITED BY SIZE
            INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    ELSE
        MOVE 1 TO WS-SENDER-IX
        PERFORM 5210-JUDGE-ONE-SENDER THRU 5210-EXIT
            UNTIL WS-SENDER-IX > WS-SENDER-COUNT
    END-IF.
5200-EXIT.
    EXIT.

5100-LOAD-ONE-SENDER.
    READ SENDER-TOTAL-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF SN-BUS-DATE IS NUMERIC
                MOVE SN-BUS-DATE TO WS-SENDTOT-DATE
            END-IF
            IF WS-SENDER-COUNT < WS-SENDER-MAX
                ADD 1 TO WS-SENDER-COUNT
                MOVE SN-SENDER-ID TO WS-SE-SENDER-ID (WS-SENDER-COUNT)
                MOVE SN-SENDER-NAME
                    TO WS-SE-SENDER-NAME (WS-SENDER-COUNT)
                MOVE SN-FILE-STATUS
                    TO WS-SE-FILE-STATUS (WS-SENDER-COUNT)
                MOVE SN-HOLD-REASON
                    TO WS-SE-HOLD-REASON (WS-SENDER-COUNT)
                MOVE SN-RECEIVED-COUNT
                    TO WS-SE-RECEIVED (WS-SENDER-COUNT)
                MOVE SN-ACCEPTED-COUNT
                    TO WS-SE-ACCEPTED-COUNT (WS-SENDER-COUNT)
                MOVE SN-REJECTED-COUNT
                    TO WS-SE-REJECTED (WS-SENDER-COUNT)
            ELSE
                ADD 1 TO WS-SENDER-OVERFLOW
            END-IF
    END-READ.
5100-EXIT.
    EXIT.

5210-JUDGE-ONE-SENDER.
    EVALUATE TRUE
        WHEN WS-SE-HELD (WS-SENDER-IX)
            SET WS-NEW-WARNING TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING "SENDER " WS-SE-SENDER-ID (WS-SENDER-IX)
                " FILE HELD - " WS-SE-HOLD-REASON (WS-SENDER-IX)
                DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        WHEN WS-SE-NOT-RECEIVED (WS-SENDER-IX)
            SET WS-NEW-WARNING TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING "SENDER " WS-SE-SENDER-ID (WS-SENDER-IX)
                " - NO FILE RECEIVED" DELIMITED BY SIZE
                INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    ADD 1 TO WS-SENDER-IX.
5210-EXIT.
    EXIT.

*> =================================================================
*> 6000-COUNT-REJECTS - what is waiting for repair as of this run:
*> last night's TRANREJ and the older rejects on CARRYIN, by age.
*> Either file missing just means nothing is waiting there, the
*> tut0rfix rule.  Rejects carried WS-AGE-LIMIT cycles or more are
*> the ones tut0rfix calls out, and are flagged here too.
*> =================================================================
6000-COUNT-REJECTS.
    MOVE 1 TO WS-AGE-IX
    PERFORM 6010-CLEAR-AGE THRU 6010-EXIT
        UNTIL WS-AGE-IX > 100
    OPEN INPUT TRANS-REJ-FILE
    IF WS-TR-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 6100-COUNT-ONE-REJECT THRU 6100-EXIT
            UNTIL WS-EOF
        CLOSE TRANS-REJ-FILE
    ELSE
        IF WS-TR-STATUS NOT = "35"
            SET WS-NEW-WARNING TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING "TRANREJ NOT READABLE - STATUS " WS-TR-STATUS
                DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        END-IF
    END-IF
    OPEN INPUT CARRY-IN-FILE
    IF WS-CI-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 6200-COUNT-ONE-CARRY THRU 6200-EXIT
            UNTIL WS-EOF
        CLOSE CARRY-IN-FILE
    ELSE
        IF WS-CI-STATUS NOT = "35"
            SET WS-NEW-WARNING TO TRUE
            MOVE SPACES TO WS-NEW-TEXT
            STRING "CARRYIN NOT READABLE - STATUS " WS-CI-STATUS
                DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
        END-IF
    END-IF
    IF WS-AGED-COUNT > ZERO
        SET WS-NEW-WARNING TO TRUE
        MOVE SPACES TO WS-NEW-TEXT
        STRING WS-AGED-COUNT " REJECT(S) CARRIED " WS-AGE-LIMIT
            " CYCLES OR MORE - OLDEST " WS-OLDEST-AGE
            DELIMITED BY SIZE INTO WS-NEW-TEXT
        PERFORM 7000-ADD-ATTENTION THRU 7000-EXIT
    END-IF.
6000-EXIT.
    EXIT.

6010-CLEAR-AGE.
    MOVE ZEROS TO WS-AGE-COUNT (WS-AGE-IX)
    ADD 1 TO WS-AGE-IX.
6010-EXIT.
    EXIT.

6100-COUNT-ONE-REJECT.
    READ TRANS-REJ-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-NEW-REJ-COUNT
    END-READ.
6100-EXIT.
    EXIT.

*> A non-numeric age is counted as the limit - a reject whose age
*> cannot be read is treated as one that has waited too long.
6200-COUNT-ONE-CARRY.
    READ CARRY-IN-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARRY-COUNT
            IF CI-AGE-DAYS IS NOT NUMERIC
                MOVE WS-AGE-LIMIT TO CI-AGE-DAYS
            END-IF
            COMPUTE WS-AGE-IX = CI-AGE-DAYS + 1
            ADD 1 TO WS-AGE-COUNT (WS-AGE-IX)
            IF CI-AGE-DAYS > WS-OLDEST-AGE
                MOVE CI-AGE-DAYS TO WS-OLDEST-AGE
            END-IF
            IF CI-AGE-DAYS NOT LESS THAN WS-AGE-LIMIT
                ADD 1 TO WS-AGED-COUNT
            END-IF
    END-READ.
6200-EXIT.
    EXIT.

*> =================================================================
*> 7000-ADD-ATTENTION - file WS-NEW-TEXT at WS-NEW-LEVEL.  Past the
*> table's end the finding is still counted toward the return
*> code, and the report says how many were not listed.
*> =================================================================
7000-ADD-ATTENTION.
    IF WS-NEW-SEVERE
        ADD 1 TO WS-SEVERE-COUNT
    ELSE
        ADD 1 TO WS-WARNING-COUNT
    END-IF
    IF WS-ATTENTION-COUNT < WS-ATTENTION-MAX
        ADD 1 TO WS-ATTENTION-COUNT
        MOVE WS-NEW-LEVEL TO WS-AT-LEVEL (WS-ATTENTION-COUNT)
        MOVE WS-NEW-TEXT TO WS-AT-TEXT (WS-ATTENTION-COUNT)
    ELSE
        ADD 1 TO WS-ATTENTION-OVERFLOW
    END-IF
    DISPLAY WS-NEW-LEVEL " " WS-NEW-TEXT.
7000-EXIT.
    EXIT.

*> =================================================================
*> 8000-PRINT-REPORT - ATTENTION first, then each section in the
*> order the night ran.
*> =================================================================
8000-PRINT-REPORT.
    MOVE WS-TODAY TO HL-RUN-DATE
    MOVE WS-NOW TO HL-RUN-TIME
    WRITE OPS-REPORT-RECORD FROM HEADING-LINE-1
    MOVE WS-REVIEW-DATE TO HL-BUS-DATE
    MOVE WS-DATE-BASIS TO HL-DATE-BASIS
    WRITE OPS-REPORT-RECORD FROM HEADING-LINE-2
    EVALUATE TRUE
        WHEN WS-SEVERE-COUNT > ZERO
            MOVE "*** CYCLE DID NOT COMPLETE - ACTION REQUIRED ***"
                TO HL-OVERALL
        WHEN WS-WARNING-COUNT > ZERO
            MOVE "COMPLETED - WITH ITEMS NEEDING ATTENTION"
                TO HL-OVERALL
        WHEN OTHER
            MOVE "CLEAN" TO HL-OVERALL
    END-EVALUATE
    WRITE OPS-REPORT-RECORD FROM HEADING-LINE-3
    PERFORM 8100-PRINT-ATTENTION THRU 8100-EXIT
    PERFORM 8200-PRINT-PROCDATE THRU 8200-EXIT
    PERFORM 8300-PRINT-CHAIN THRU 8300-EXIT
    PERFORM 8400-PRINT-BAT-RUN THRU 8400-EXIT
    PERFORM 8500-PRINT-FIGURES THRU 8500-EXIT
    PERFORM 8600-PRINT-SENDERS THRU 8600-EXIT
    PERFORM 8700-PRINT-REJECTS THRU 8700-EXIT.
8000-EXIT.
    EXIT.

8050-START-SECTION.
    MOVE SPACES TO OPS-REPORT-RECORD
    WRITE OPS-REPORT-RECORD
    WRITE OPS-REPORT-RECORD FROM SECTION-LINE.
8050-EXIT.
    EXIT.

8100-PRINT-ATTENTION.
    MOVE "ATTENTION" TO SC-TITLE
    PERFORM 8050-START-SECTION THRU 8050-EXIT
    IF WS-ATTENTION-COUNT = ZERO
        MOVE "NOTHING ABNORMAL FOUND" TO AL-TEXT
        MOVE SPACES TO AL-LEVEL
        WRITE OPS-REPORT-RECORD FROM ATTENTION-LINE
    ELSE
        MOVE 1 TO WS-ATTENTION-IX
        PERFORM 8110-PRINT-ATTENTION-LINE THRU 8110-EXIT
            UNTIL WS-ATTENTION-IX > WS-ATTENTION-COUNT
    END-IF
    IF WS-ATTENTION-OVERFLOW > ZERO
        MOVE "MORE FINDINGS NOT LISTED:" TO TO-LABEL
        MOVE WS-ATTENTION-OVERFLOW TO TO-COUNT
        WRITE OPS-REPORT-RECORD FROM TOTAL-LINE
    END-IF.
8100-EXIT.
    EXIT.

8110-PRINT-ATTENTION-LINE.
    MOVE WS-AT-LEVEL (WS-ATTENTION-IX) TO AL-LEVEL
    MOVE WS-AT-TEXT (WS-ATTENTION-IX) TO AL-TEXT
    WRITE OPS-REPORT-RECORD FROM ATTENTION-LINE
    ADD 1 TO WS-ATTENTION-IX.
8110-EXIT.
    EXIT.

8200-PRINT-PROCDATE.
    MOVE "PROCESSING DATE (PROCDATE)" TO SC-TITLE
    PERFORM 8050-START-SECTION THRU 8050-EXIT
    MOVE SPACES TO IN-SLASH IN-TIME IN-NOTE
    MOVE "CURRENT BUSINESS DATE:" TO IN-LABEL
    IF WS-PROCDATE-READ
        MOVE WS-PD-BUS-DATE TO IN-DATE
    ELSE
        MOVE "UNKNOWN" TO IN-DATE
    END-IF
    WRITE OPS-REPORT-RECORD FROM INFO-LINE
    MOVE "LAST ROLLED BY TUT0EOD:" TO IN-LABEL
    IF WS-PD-ROLLED-DATE = ZERO
        MOVE "NEVER" TO IN-DATE
    ELSE
        MOVE WS-PD-ROLLED-DATE TO IN-DATE
        MOVE "/" TO IN-SLASH
        MOVE WS-PD-ROLLED-TIME TO IN-TIME
    END-IF
    WRITE OPS-REPORT-RECORD FROM INFO-LINE.
8200-EXIT.
    EXIT.

8300-PRINT-CHAIN.
    MOVE "NIGHTLY CHAIN MARKS (CYCLECTL)" TO SC-TITLE
    PERFORM 8050-START-SECTION THRU 8050-EXIT
    WRITE OPS-REPORT-RECORD FROM CHAIN-HEADING
    MOVE 1 TO WS-CHAIN-IX
    PERFORM 8310-PRINT-CHAIN-LINE THRU 8310-EXIT
        UNTIL WS-CHAIN-IX > WS-CHAIN-MAX.
8300-EXIT.
    EXIT.

8310-PRINT-CHAIN-LINE.
    MOVE WS-CJ-JOB-ID (WS-CHAIN-IX) TO CL-JOB-ID
    MOVE WS-CJ-OPERATOR (WS-CHAIN-IX) TO CL-OPERATOR
    IF WS-CJ-NO-MARK (WS-CHAIN-IX)
        MOVE "*** MISSING" TO CL-STATUS
        MOVE SPACES TO CL-MARK-DATE CL-SLASH CL-MARK-TIME
    ELSE
        IF WS-CJ-OVERRIDDEN (WS-CHAIN-IX)
            MOVE "OVERRIDDEN" TO CL-STATUS
        ELSE
            MOVE "COMPLETED" TO CL-STATUS
        END-IF
        MOVE WS-CJ-MARK-DATE (WS-CHAIN-IX) TO CL-MARK-DATE
        MOVE "/" TO CL-SLASH
        MOVE WS-CJ-MARK-TIME (WS-CHAIN-IX) TO CL-MARK-TIME
    END-IF
    WRITE OPS-REPORT-RECORD FROM CHAIN-LINE
    IF WS-CJ-OVERRIDDEN (WS-CHAIN-IX)
        MOVE "REASON: " TO RL-LABEL
        MOVE WS-CJ-REASON (WS-CHAIN-IX) TO RL-TEXT
        WRITE OPS-REPORT-RECORD FROM REASON-LINE
    END-IF
    ADD 1 TO WS-CHAIN-IX.
8310-EXIT.
    EXIT.

8400-PRINT-BAT-RUN.
    MOVE "LATEST TUT0BAT EXECUTION (RUNHIST)" TO SC-TITLE
    PERFORM 8050-START-SECTION THRU 8050-EXIT
    IF WS-BAT-SEEN
        PERFORM 8410-PRINT-BAT-DETAIL THRU 8410-EXIT
    ELSE
        MOVE "  NONE ON FILE" TO OPS-REPORT-RECORD
        WRITE OPS-REPORT-RECORD
    END-IF.
8400-EXIT.
    EXIT.

8410-PRINT-BAT-DETAIL.
    MOVE SPACES TO IN-NOTE
    MOVE "STARTED:" TO IN-LABEL
    MOVE WS-LB-START-DATE TO IN-DATE
    MOVE "/" TO IN-SLASH
    MOVE WS-LB-START-TIME TO IN-TIME
    WRITE OPS-REPORT-RECORD FROM INFO-LINE
    MOVE "ENDED:" TO IN-LABEL
    IF WS-LB-NORMAL-END
        MOVE WS-LB-END-DATE TO IN-DATE
        MOVE "/" TO IN-SLASH
        MOVE WS-LB-END-TIME TO IN-TIME
        MOVE "NORMAL END" TO IN-NOTE
    ELSE
        MOVE SPACES TO IN-DATE IN-SLASH IN-TIME
        MOVE "*** DID NOT END NORMALLY" TO IN-NOTE
    END-IF
    WRITE OPS-REPORT-RECORD FROM INFO-LINE
    MOVE "  RECORDS READ:" TO TO-LABEL
    MOVE WS-LB-RECS-READ TO TO-COUNT
    WRITE OPS-REPORT-RECORD FROM TOTAL-LINE
    MOVE "  RECORDS WRITTEN:" TO TO-LABEL
    MOVE WS-LB-RECS-WRITTEN TO TO-COUNT
    WRITE OPS-REPORT-RECORD FROM TOTAL-LINE
    MOVE "  RESTART COUNT:" TO TO-LABEL
    MOVE WS-LB-RESTART-COUNT TO TO-COUNT
    WRITE OPS-REPORT-RECORD FROM TOTAL-LINE.
8410-EXIT.
    EXIT.

8500-PRINT-FIGURES.
    MOVE "THE DAY'S TRANSACTIONS" TO SC-TITLE
    PERFORM 8050-START-SECTION THRU 8050-EXIT
    MOVE SPACES TO OPS-REPORT-RECORD
    STRING "  FIGURES FROM: " WS-DAY-SOURCE DELIMITED BY SIZE
        INTO OPS-REPORT-RECORD
    WRITE OPS-REPORT-RECORD
    IF WS-DAY-FOUND
        PERFORM 8510-PRINT-DAY-COUNTS THRU 8510-EXIT
    END-IF.
8500-EXIT.
    EXIT.

8510-PRINT-DAY-COUNTS.
    MOVE "ONLINE:" TO CT-LABEL
    MOVE WS-DAY-ONLINE-COUNT TO CT-COUNT
    MOVE WS-DAY-ONLINE-TOTAL TO CT-AMOUNT
    WRITE OPS-REPORT-RECORD FROM COUNT-LINE
    MOVE "BATCH:" TO CT-LABEL
    MOVE WS-DAY-BATCH-COUNT TO CT-COUNT
    MOVE WS-DAY-BATCH-TOTAL TO CT-AMOUNT
    WRITE OPS-REPORT-RECORD FROM COUNT-LINE
    MOVE "REVERSAL:" TO CT-LABEL
    MOVE WS-DAY-REVERSAL-COUNT TO CT-COUNT
    MOVE WS-DAY-REVERSAL-TOTAL TO CT-AMOUNT
    WRITE OPS-REPORT-RECORD FROM COUNT-LINE
    MOVE "ADJUSTMENT:" TO CT-LABEL
    MOVE WS-DAY-ADJUST-COUNT TO CT-COUNT
    MOVE WS-DAY-ADJUST-TOTAL TO CT-AMOUNT
    WRITE OPS-REPORT-RECORD FROM COUNT-LINE
    MOVE "ALL SOURCES:" TO CT-LABEL
    MOVE WS-DAY-TRAN-COUNT TO CT-COUNT
    MOVE WS-DAY-TRAN-TOTAL TO CT-AMOUNT
    WRITE OPS-REPORT-RECORD FROM COUNT-LINE.
8510-EXIT.
    EXIT.

8600-PRINT-SENDERS.
    MOVE "SENDER INTAKE (SENDTOT)" TO SC-TITLE
    PERFORM 8050-START-SECTION THRU 8050-EXIT
    IF WS-SENDTOT-READ
        MOVE SPACES TO IN-SLASH IN-TIME IN-NOTE
        MOVE "EDITED FOR BUSINESS DATE:" TO IN-LABEL
        MOVE WS-SENDTOT-DATE TO IN-DATE
        WRITE OPS-REPORT-RECORD FROM INFO-LINE
        WRITE OPS-REPORT-RECORD FROM SENDER-HEADING
        MOVE 1 TO WS-SENDER-IX
        PERFORM 8610-PRINT-SENDER-LINE THRU 8610-EXIT
            UNTIL WS-SENDER-IX > WS-SENDER-COUNT
    ELSE
        MOVE "  NOT AVAILABLE" TO OPS-REPORT-RECORD
        WRITE OPS-REPORT-RECORD
    END-IF.
8600-EXIT.
    EXIT.

8610-PRINT-SENDER-LINE.
    MOVE WS-SE-SENDER-ID (WS-SENDER-IX) TO SL-SENDER-ID
    MOVE WS-SE-SENDER-NAME (WS-SENDER-IX) TO SL-SENDER-NAME
    EVALUATE TRUE
        WHEN WS-SE-ACCEPTED (WS-SENDER-IX)
            MOVE "ACCEPTED" TO SL-FILE-STATUS
        WHEN WS-SE-HELD (WS-SENDER-IX)
            MOVE "*** HELD" TO SL-FILE-STATUS
        WHEN WS-SE-NOT-RECEIVED (WS-SENDER-IX)
            MOVE "*** MISSING" TO SL-FILE-STATUS
        WHEN OTHER
            MOVE "?" TO SL-FILE-STATUS
    END-EVALUATE
    MOVE WS-SE-RECEIVED (WS-SENDER-IX) TO SL-RECEIVED
    MOVE WS-SE-ACCEPTED-COUNT (WS-SENDER-IX) TO SL-ACCEPTED
    MOVE WS-SE-REJECTED (WS-SENDER-IX) TO SL-REJECTED
    WRITE OPS-REPORT-RECORD FROM SENDER-LINE
    IF WS-SE-HELD (WS-SENDER-IX)
        MOVE "REASON: " TO RL-LABEL
        MOVE WS-SE-HOLD-REASON (WS-SENDER-IX) TO RL-TEXT
        WRITE OPS-REPORT-RECORD FROM REASON-LINE
    END-IF
    ADD 1 TO WS-SENDER-IX.
8610-EXIT.
    EXIT.

8700-PRINT-REJECTS.
    MOVE "REJECTS WAITING FOR REPAIR (AS OF THIS RUN)" TO SC-TITLE
    PERFORM 8050-START-SECTION THRU 8050-EXIT
    MOVE "  NEW ON TRANREJ (LAST EDIT):" TO TO-LABEL
    MOVE WS-NEW-REJ-COUNT TO TO-COUNT
    WRITE OPS-REPORT-RECORD FROM TOTAL-LINE
    MOVE "  CARRIED ON CARRYIN:" TO TO-LABEL
    MOVE WS-CARRY-COUNT TO TO-COUNT
    WRITE OPS-REPORT-RECORD FROM TOTAL-LINE
    MOVE 2 TO WS-AGE-IX
    PERFORM 8710-PRINT-AGE-LINE THRU 8710-EXIT
        UNTIL WS-AGE-IX > 100.
8700-EXIT.
    EXIT.

8710-PRINT-AGE-LINE.
    IF WS-AGE-COUNT (WS-AGE-IX) > ZERO
        COMPUTE AG-AGE = WS-AGE-IX - 1
        MOVE WS-AGE-COUNT (WS-AGE-IX) TO AG-COUNT
        IF WS-AGE-IX > WS-AGE-LIMIT
            MOVE "*** PAST THE REPAIR LIMIT" TO AG-NOTE
        ELSE
            MOVE SPACES TO AG-NOTE
        END-IF
        WRITE OPS-REPORT-RECORD FROM AGE-LINE
    END-IF
    ADD 1 TO WS-AGE-IX.
8710-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE - RC=8 when the cycle did not complete, RC=4 when
*> something needs a look, so the scheduler can alert on either.
*> =================================================================
9000-TERMINATE.
    CLOSE OPS-REPORT-FILE
    EVALUATE TRUE
        WHEN WS-SEVERE-COUNT > ZERO
            MOVE 8 TO RETURN-CODE
        WHEN WS-WARNING-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    DISPLAY "tut0ops complete for " WS-REVIEW-DATE " - "
        WS-SEVERE-COUNT " severe, " WS-WARNING-COUNT " warning(s).".
9000-EXIT.
    EXIT.
