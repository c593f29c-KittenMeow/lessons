	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0rel.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Supervisor release screen for the TRANHOLD
*>                  pending-hold file.  tut0bat parks any
*>                  transaction over the shop's hold threshold
*>                  there instead of posting it; this screen,
*>                  signed on through tut0sec at authority "S",
*>                  walks the pending items oldest first and lets
*>                  the supervisor approve each one - posted to
*>                  TRANHIST and the TRANSUMM batch bucket on the
*>                  current business date, exactly as tut0bat
*>                  would have - or decline it.  Either decision
*>                  stamps the hold record with who made it and
*>                  when; an approval also keeps the history key
*>                  it was posted under.
*> 2026-10-15  CRP  Show the sender a held item came in from, and
*>                  post HD-SENDER-ID to TH-SENDER-ID on release
*>                  so the sender follows the item into history.
*> 2026-10-15  CRP  A decision that cannot be stamped on TRANHOLD is
*>                  no longer only a console message.  After an
*>                  approval the item is already posted, so the
*>                  history key is shown with a warning not to
*>                  approve it again; neither case counts as
*>                  approved or declined, and the session summary
*>                  carries the number of such errors.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-HOLD-FILE ASSIGN TO "TRANHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HD-HOLD-KEY
        FILE STATUS IS WS-HD-STATUS.

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

    SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-HOLD-FILE.
    COPY TRANHOLD.

FD  TRANS-HIST-FILE.
    COPY TRANHIST.

FD  TRAN-SUMM-FILE.
    COPY TRANSUMM.

FD  PROC-DATE-FILE.
    COPY PROCDATE.

WORKING-STORAGE SECTION.
COPY SECLINK.

01 Num1-Edit PIC -ZZZZ9.99.
01 Num2-Edit PIC -ZZZZ9.99.
01 Total-Edit PIC -ZZZZZZZZZ9.99.

77 WS-HD-STATUS PIC X(02) VALUE SPACES.
77 WS-TH-STATUS PIC X(02) VALUE SPACES.
77 WS-TS-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-OPERATOR-ID PIC X(08) VALUE SPACES.

77 WS-MENU-CHOICE PIC X(01) VALUE SPACES.
    88 WS-CHOICE-WORK VALUE "1".
    88 WS-CHOICE-QUIT VALUE "2".

77 WS-DECISION PIC X(01) VALUE SPACES.
    88 WS-DECIDE-APPROVE VALUE "A" "a".
    88 WS-DECIDE-DECLINE VALUE "D" "d".
    88 WS-DECIDE-SKIP VALUE "S" "s".
    88 WS-DECIDE-STOP VALUE "Q" "q".

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".
77 WS-SUMM-FOUND-SW PIC X(01) VALUE "N".
    88 WS-SUMM-FOUND VALUE "Y".
77 WS-HIST-DONE-SW PIC X(01) VALUE "N".
    88 WS-HIST-WRITTEN VALUE "Y".
77 WS-STAMP-DONE-SW PIC X(01) VALUE "N".
    88 WS-STAMP-DONE VALUE "Y".

77 WS-PENDING-SEEN PIC 9(06) VALUE ZEROS.
77 WS-APPROVED-COUNT PIC 9(06) VALUE ZEROS.
77 WS-DECLINED-COUNT PIC 9(06) VALUE ZEROS.
77 WS-ERROR-COUNT PIC 9(06) VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-PROCESS-ONE-CHOICE THRU 2000-EXIT
        UNTIL WS-CHOICE-QUIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - supervisors only: the sign-on itself asks for
*> "S", so a refusal lands on SECVLOG before any file is opened.
*> The hold file, the history and its day summary are opened or
*> created the way the writers do.
*> =================================================================
1000-INITIALIZE.
    DISPLAY "coboltut held transaction release"
    SET SR-FUNC-SIGNON TO TRUE
    MOVE "TUT0REL" TO SR-PROGRAM
    MOVE "S" TO SR-REQUIRED-AUTH
    CALL "tut0sec" USING SIGNON-REQUEST
    IF NOT SR-GRANTED
        STOP RUN
    END-IF
    MOVE SR-OPERATOR-ID TO WS-OPERATOR-ID
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    OPEN I-O TRANS-HOLD-FILE
    IF WS-HD-STATUS = "35"
        OPEN OUTPUT TRANS-HOLD-FILE
        CLOSE TRANS-HOLD-FILE
        OPEN I-O TRANS-HOLD-FILE
    END-IF
    IF WS-HD-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANHOLD - STATUS "
            WS-HD-STATUS
        STOP RUN
    END-IF
    OPEN I-O TRANS-HIST-FILE
    IF WS-TH-STATUS = "35"
        OPEN OUTPUT TRANS-HIST-FILE
        CLOSE TRANS-HIST-FILE
        OPEN I-O TRANS-HIST-FILE
    END-IF
    IF WS-TH-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANHIST - STATUS "
            WS-TH-STATUS
        STOP RUN
    END-IF
    OPEN I-O TRAN-SUMM-FILE
    IF WS-TS-STATUS = "35"
        OPEN OUTPUT TRAN-SUMM-FILE
        CLOSE TRAN-SUMM-FILE
        OPEN I-O TRAN-SUMM-FILE
    END-IF
    IF WS-TS-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANSUMM - STATUS "
            WS-TS-STATUS
        STOP RUN
    END-IF.
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

2000-PROCESS-ONE-CHOICE.
    DISPLAY "1 = Work the pending holds"
    DISPLAY "2 = Done"
    ACCEPT WS-MENU-CHOICE
    EVALUATE TRUE
        WHEN WS-CHOICE-WORK
            PERFORM 2100-WORK-PENDING-HOLDS THRU 2100-EXIT
        WHEN WS-CHOICE-QUIT
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Invalid choice - enter 1 or 2."
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> =================================================================
*> 2100-WORK-PENDING-HOLDS - one pass of the hold file in key
*> order, oldest hold first, stopping at each pending item for a
*> decision.  Items already decided are passed over; "Q" ends the
*> pass early and leaves the rest pending.
*> =================================================================
2100-WORK-PENDING-HOLDS.
    MOVE ZEROS TO WS-PENDING-SEEN
    MOVE ZEROS TO HD-HOLD-KEY
    MOVE "N" TO WS-EOF-SW
    MOVE SPACE TO WS-DECISION
    START TRANS-HOLD-FILE KEY NOT LESS THAN HD-HOLD-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    PERFORM 2200-NEXT-HOLD THRU 2200-EXIT
        UNTIL WS-EOF OR WS-DECIDE-STOP
    IF WS-PENDING-SEEN = ZERO
        DISPLAY "No transactions are waiting for release."
    END-IF.
2100-EXIT.
    EXIT.

2200-NEXT-HOLD.
    READ TRANS-HOLD-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF HD-PENDING
                ADD 1 TO WS-PENDING-SEEN
                PERFORM 2300-DECIDE-ONE-HOLD THRU 2300-EXIT
            END-IF
    END-READ.
2200-EXIT.
    EXIT.

2300-DECIDE-ONE-HOLD.
    MOVE HD-NUM1 TO Num1-Edit
    MOVE HD-NUM2 TO Num2-Edit
    MOVE HD-TOTAL TO Total-Edit
    DISPLAY " "
    DISPLAY "---- HELD TRANSACTION ----"
    DISPLAY "Held on     : " HD-HOLD-DATE " at " HD-HOLD-TIME
        " by " HD-JOB-ID
    DISPLAY "Sender      : " HD-SENDER-ID
    DISPLAY "UserName    : " HD-USERNAME
    DISPLAY "Real name   : " HD-FIRSTNAME " " HD-MIDDLENAME
        " " HD-LASTNAME
    DISPLAY "Calculation : " Num1-Edit " + " Num2-Edit
        " = " Total-Edit
    MOVE SPACE TO WS-DECISION
    PERFORM 2310-GET-DECISION THRU 2310-EXIT
        UNTIL WS-DECIDE-APPROVE OR WS-DECIDE-DECLINE
            OR WS-DECIDE-SKIP OR WS-DECIDE-STOP
    EVALUATE TRUE
        WHEN WS-DECIDE-APPROVE
            PERFORM 2400-APPROVE-HOLD THRU 2400-EXIT
        WHEN WS-DECIDE-DECLINE
            PERFORM 2500-DECLINE-HOLD THRU 2500-EXIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2300-EXIT.
    EXIT.

2310-GET-DECISION.
    DISPLAY "A = approve and post, D = decline, S = skip, Q = stop:"
    ACCEPT WS-DECISION
    IF NOT (WS-DECIDE-APPROVE OR WS-DECIDE-DECLINE
            OR WS-DECIDE-SKIP OR WS-DECIDE-STOP)
        DISPLAY "*** Enter A, D, S or Q."
    END-IF.
2310-EXIT.
    EXIT.

*> =================================================================
*> 2400-APPROVE-HOLD - post the held transaction to the history as
*> the batch record tut0bat would have written, on today's business
*> date, under this program's name with the approving supervisor
*> on it; roll it into the batch bucket of the day summary; then
*> stamp the hold approved with the key it was posted under.  The
*> hold is left pending if the history write fails.  If the stamp
*> fails the item is posted but still reads pending, so the key it
*> went under is shown with a warning against approving it twice.
*> =================================================================
2400-APPROVE-HOLD.
    MOVE HD-USERNAME TO TH-USERNAME
    MOVE HD-FIRSTNAME TO TH-FIRSTNAME
    MOVE HD-MIDDLENAME TO TH-MIDDLENAME
    MOVE HD-LASTNAME TO TH-LASTNAME
    MOVE HD-NUM1 TO TH-NUM1
    MOVE HD-NUM2 TO TH-NUM2
    MOVE "+" TO TH-OPERATOR
    MOVE HD-TOTAL TO TH-TOTAL
    MOVE WS-BUS-DATE TO TH-RUN-DATE
    ACCEPT TH-RUN-TIME FROM TIME
    MOVE ZEROS TO TH-SEQ
    MOVE "B" TO TH-SOURCE
    MOVE "TUT0REL" TO TH-JOB-ID
    MOVE ZEROS TO TH-ORIG-KEY
    MOVE WS-OPERATOR-ID TO TH-SUPERVISOR
    MOVE "N" TO TH-REVERSED-FLAG
    MOVE HD-SENDER-ID TO TH-SENDER-ID
    MOVE "N" TO WS-HIST-DONE-SW
    PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT
        UNTIL WS-HIST-WRITTEN OR TH-SEQ = 9999
    IF WS-HIST-WRITTEN
        PERFORM 2460-UPDATE-DAY-SUMMARY THRU 2460-EXIT
        SET HD-APPROVED TO TRUE
        MOVE TH-HIST-KEY TO HD-POSTED-KEY
        PERFORM 2600-STAMP-DECISION THRU 2600-EXIT
        IF WS-STAMP-DONE
            ADD 1 TO WS-APPROVED-COUNT
            DISPLAY "Approved and posted."
        ELSE
            ADD 1 TO WS-ERROR-COUNT
            DISPLAY "*** " TH-HIST-KEY
                " POSTED BUT STILL PENDING - DO NOT APPROVE AGAIN"
        END-IF
    ELSE
        DISPLAY "*** NOT POSTED - HISTORY KEY EXHAUSTED FOR "
            TH-RUN-DATE "/" TH-RUN-TIME " - item left pending"
    END-IF.
2400-EXIT.
    EXIT.

2450-WRITE-HISTORY.
    WRITE TRANSACTION-HIST-RECORD
        INVALID KEY
            ADD 1 TO TH-SEQ
        NOT INVALID KEY
            SET WS-HIST-WRITTEN TO TRUE
    END-WRITE.
2450-EXIT.
    EXIT.

2460-UPDATE-DAY-SUMMARY.
    MOVE "N" TO WS-SUMM-FOUND-SW
    MOVE WS-BUS-DATE TO TS-BUS-DATE
    READ TRAN-SUMM-FILE
        INVALID KEY
            MOVE WS-BUS-DATE TO TS-BUS-DATE
            MOVE ZEROS TO TS-TRAN-COUNT
            MOVE ZEROS TO TS-TRAN-TOTAL
            MOVE ZEROS TO TS-ONLINE-COUNT
            MOVE ZEROS TO TS-ONLINE-TOTAL
            MOVE ZEROS TO TS-BATCH-COUNT
            MOVE ZEROS TO TS-BATCH-TOTAL
            MOVE ZEROS TO TS-REVERSAL-COUNT
            MOVE ZEROS TO TS-REVERSAL-TOTAL
            MOVE ZEROS TO TS-ADJUST-COUNT
            MOVE ZEROS TO TS-ADJUST-TOTAL
        NOT INVALID KEY
            SET WS-SUMM-FOUND TO TRUE
    END-READ
    ADD 1 TO TS-TRAN-COUNT
    ADD TH-TOTAL TO TS-TRAN-TOTAL
    ADD 1 TO TS-BATCH-COUNT
    ADD TH-TOTAL TO TS-BATCH-TOTAL
    IF WS-SUMM-FOUND
        REWRITE TRAN-SUMMARY-RECORD
    ELSE
        WRITE TRAN-SUMMARY-RECORD
            INVALID KEY
                DISPLAY "*** ERROR - UNABLE TO WRITE DAY SUMMARY"
        END-WRITE
    END-IF.
2460-EXIT.
    EXIT.

2500-DECLINE-HOLD.
    SET HD-DECLINED TO TRUE
    MOVE ZEROS TO HD-POSTED-KEY
    PERFORM 2600-STAMP-DECISION THRU 2600-EXIT
    IF WS-STAMP-DONE
        ADD 1 TO WS-DECLINED-COUNT
        DISPLAY "Declined - not posted."
    ELSE
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "*** NOT DECLINED - item left pending"
    END-IF.
2500-EXIT.
    EXIT.

*> =================================================================
*> 2600-STAMP-DECISION - who decided, on what business date and at
*> what time, rewritten onto the hold record just read.
*> WS-STAMP-DONE tells the caller whether the rewrite took.
*> =================================================================
2600-STAMP-DECISION.
    MOVE "N" TO WS-STAMP-DONE-SW
    MOVE WS-OPERATOR-ID TO HD-DECIDED-BY
    MOVE WS-BUS-DATE TO HD-DECIDED-DATE
    ACCEPT HD-DECIDED-TIME FROM TIME
    REWRITE TRANS-HOLD-RECORD
        INVALID KEY
            DISPLAY "*** ERROR - UNABLE TO RECORD THE DECISION ON"
                " TRANHOLD - STATUS " WS-HD-STATUS
        NOT INVALID KEY
            SET WS-STAMP-DONE TO TRUE
    END-REWRITE.
2600-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE
*> =================================================================
9000-TERMINATE.
    CLOSE TRANS-HOLD-FILE
    CLOSE TRANS-HIST-FILE
    CLOSE TRAN-SUMM-FILE
    DISPLAY "tut0rel complete - " WS-APPROVED-COUNT " approved, "
        WS-DECLINED-COUNT " declined."
    IF WS-ERROR-COUNT > ZEROS
        DISPLAY "*** " WS-ERROR-COUNT " decision(s) NOT RECORDED on"
            " TRANHOLD - see the messages above"
    END-IF.
9000-EXIT.
    EXIT.
