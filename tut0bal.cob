*>                  cycle date) instead of a full pass of the
*>                  sequential TRANSLOG - the tie-out the summary
*>                  file exists for.
*> 2026-10-15  CRP  Show the day summary's online, reversal and
*>                  adjustment buckets and the day totals beside
*>                  the batch leg, and prove the day totals are
*>                  exactly the sum of the four buckets, so a day
*>                  corrected through tut0rev still ties out and
*>                  a correction that missed its bucket breaks.
*>                  The batch leg itself is untouched - reversals
*>                  never land in it.
*> 2026-10-15  CRP  Over-threshold work tut0bat parks on TRANHOLD
*>                  is its own leg: the day's holds close the gap
*>                  between TRANVAL and TRANSOUT, and holds
*>                  released through tut0rel on the cycle date are
*>                  added to TRANSOUT before it is tied to the
*>                  day summary's batch bucket.  No hold file at
*>                  all reads as no holds.
*> 2026-10-15  CRP  Balance each sender as well as the whole
*>                  cycle.  TRANVAL now carries the sender ID (the
*>                  TRANVAL.CPY layout) and TRANSOUT carries it
*>                  from tut0bat; the SENDTOT intake totals tut0edt
*>                  writes give each sender's received, rejected
*>                  and accepted counts and amounts.  BALRPT gets a
*>                  section per sender - received, rejected,
*>                  accepted, on TRANVAL, posted to TRANSOUT and
*>                  held on TRANHOLD - proving what the edit
*>                  accepted reached TRANVAL and that TRANVAL =
*>                  TRANSOUT + held for that sender.  A sender that
*>                  does not tie is a break like any other.  The
*>                  final verdict line now prints after it.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS TS-BUS-DATE
        FILE STATUS IS WS-TS-STATUS.

    SELECT TRANS-HOLD-FILE ASSIGN TO "TRANHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HD-HOLD-KEY
        FILE STATUS IS WS-HD-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

    SELECT SENDER-TOTAL-FILE ASSIGN TO "SENDTOT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-VAL-FILE.
    COPY TRANVAL.

*> TRANSOUT carries the record tut0bat builds; the layout here
*> mirrors tut0bat's TRANS-OUT-RECORD field for field.
    02 TO-NUM1 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 TO-NUM2 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 TO-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE.
    02 TO-SENDER-ID PIC X(08).

FD  TRAN-SUMM-FILE.
    COPY TRANSUMM.

FD  TRANS-HOLD-FILE.
    COPY TRANHOLD.

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

FD  PROC-DATE-FILE.
    COPY PROCDATE.

FD  SENDER-TOTAL-FILE.
    COPY SENDTOT.

WORKING-STORAGE SECTION.
*> The TRANVAL detail in hand, moved out of the image so the
*> TRANIN.CPY field names apply.
COPY TRANIN.

01 HEADING-LINE-1.
    02 FILLER PIC X(38) VALUE "COBOLTUT NIGHTLY CYCLE BALANCING".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 CK-RESULT PIC X(13).
    02 FILLER PIC X(23) VALUE SPACES.

01 SENDER-LINE.
    02 FILLER PIC X(08) VALUE "SENDER ".
    02 SL-SENDER-ID PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 SL-SENDER-NAME PIC X(30).
    02 FILLER PIC X(02) VALUE SPACES.
    02 SL-NOTE PIC X(30).

*> ---------------------------------------------------------------
*> Per-sender legs, first-seen order: SENDTOT order first, then
*> any sender met only on TRANVAL, TRANSOUT or TRANHOLD (which
*> cannot balance, and shows as such).  Anything past the table
*> limit is counted and reported rather than silently dropped.
*> ---------------------------------------------------------------
01 SENDER-BAL-TABLE.
    02 SENDER-BAL-ENTRY OCCURS 100.
        03 SB-SENDER-ID PIC X(08).
        03 SB-SENDER-NAME PIC X(30).
        03 SB-FILE-STATUS PIC X(01).
        03 SB-HOLD-REASON PIC X(30).
        03 SB-RCV-COUNT PIC 9(08).
        03 SB-RCV-AMOUNT PIC S9(12)V99.
        03 SB-REJ-COUNT PIC 9(08).
        03 SB-REJ-AMOUNT PIC S9(12)V99.
        03 SB-ACC-COUNT PIC 9(08).
        03 SB-ACC-AMOUNT PIC S9(12)V99.
        03 SB-VAL-COUNT PIC 9(08).
        03 SB-VAL-AMOUNT PIC S9(12)V99.
        03 SB-OUT-COUNT PIC 9(08).
        03 SB-OUT-AMOUNT PIC S9(12)V99.
        03 SB-HELD-COUNT PIC 9(08).
        03 SB-HELD-AMOUNT PIC S9(12)V99.

77 WS-SB-MAX PIC 9(03) VALUE 100.
77 WS-SB-COUNT PIC 9(03) VALUE ZEROS.
77 WS-SB-IX PIC 9(03) VALUE ZEROS.
77 WS-SB-FOUND-SW PIC X(01) VALUE "N".
    88 WS-SB-FOUND VALUE "Y".
77 WS-SB-OVERFLOW PIC 9(08) VALUE ZEROS.
77 WS-FIND-SENDER-ID PIC X(08) VALUE SPACES.
77 WS-SB-OUT-HELD-COUNT PIC 9(08) VALUE ZEROS.
77 WS-SB-OUT-HELD-AMOUNT PIC S9(12)V99 VALUE ZEROS.

77 WS-TV-STATUS PIC X(02) VALUE SPACES.
77 WS-TO-STATUS PIC X(02) VALUE SPACES.
77 WS-TS-STATUS PIC X(02) VALUE SPACES.
77 WS-RC-STATUS PIC X(02) VALUE SPACES.
77 WS-HD-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-SN-STATUS PIC X(02) VALUE SPACES.
77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.

77 WS-EOF-SW PIC X(01) VALUE "N".
77 WS-LOG-COUNT PIC 9(08) VALUE ZEROS.
77 WS-LOG-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

*> The rest of the day summary: the other three buckets, the day
*> totals, and the sum of the four buckets that has to equal them.
77 WS-ONL-COUNT PIC 9(08) VALUE ZEROS.
77 WS-ONL-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-REV-COUNT PIC 9(08) VALUE ZEROS.
77 WS-REV-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-ADJ-COUNT PIC 9(08) VALUE ZEROS.
77 WS-ADJ-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-DAY-COUNT PIC 9(08) VALUE ZEROS.
77 WS-DAY-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-BUCKET-COUNT PIC 9(08) VALUE ZEROS.
77 WS-BUCKET-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.

*> The hold leg: items held on the cycle date (whatever has been
*> decided since), and holds approved and posted on the cycle date
*> (whenever they were held).  Each side is then added to the leg
*> it stands in for.
77 WS-HELD-COUNT PIC 9(08) VALUE ZEROS.
77 WS-HELD-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-REL-COUNT PIC 9(08) VALUE ZEROS.
77 WS-REL-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-OUT-HELD-COUNT PIC 9(08) VALUE ZEROS.
77 WS-OUT-HELD-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE
    VALUE ZEROS.
77 WS-OUT-REL-COUNT PIC 9(08) VALUE ZEROS.
77 WS-OUT-REL-AMOUNT PIC S9(12)V99 SIGN IS LEADING SEPARATE
    VALUE ZEROS.

*> The latest TUT0BAT execution's final RUNHIST record.
77 WS-RUN-FOUND-SW PIC X(01) VALUE "N".
    88 WS-RUN-FOUND VALUE "Y".
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 1800-LOAD-SENDER-TOTALS THRU 1800-EXIT
    PERFORM 2000-TOTAL-TRANVAL THRU 2000-EXIT
    PERFORM 3000-TOTAL-TRANSOUT THRU 3000-EXIT
    PERFORM 4000-READ-DAY-SUMMARY THRU 4000-EXIT
    PERFORM 4500-TOTAL-HOLDS THRU 4500-EXIT
    PERFORM 5000-READ-RUN-HISTORY THRU 5000-EXIT
    PERFORM 6000-PRINT-BALANCING THRU 6000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
1500-EXIT.
    EXIT.

*> =================================================================
*> 1800-LOAD-SENDER-TOTALS - the edit's own account of each sender
*> from SENDTOT.  A missing SENDTOT is a break - the per-sender
*> legs have nothing to start from.
*> =================================================================
1800-LOAD-SENDER-TOTALS.
    OPEN INPUT SENDER-TOTAL-FILE
    IF WS-SN-STATUS NOT = "00"
        DISPLAY "*** SENDTOT NOT READABLE - STATUS " WS-SN-STATUS
        SET WS-CYCLE-BROKEN TO TRUE
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 1810-READ-SENDTOT THRU 1810-EXIT
            UNTIL WS-EOF
        CLOSE SENDER-TOTAL-FILE
    END-IF.
1800-EXIT.
    EXIT.

1810-READ-SENDTOT.
    READ SENDER-TOTAL-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE SN-SENDER-ID TO WS-FIND-SENDER-ID
            PERFORM 7000-FIND-SENDER THRU 7000-EXIT
            IF WS-SB-FOUND
                MOVE SN-SENDER-NAME TO SB-SENDER-NAME (WS-SB-IX)
                MOVE SN-FILE-STATUS TO SB-FILE-STATUS (WS-SB-IX)
                MOVE SN-HOLD-REASON TO SB-HOLD-REASON (WS-SB-IX)
                ADD SN-RECEIVED-COUNT TO SB-RCV-COUNT (WS-SB-IX)
                ADD SN-RECEIVED-AMOUNT TO SB-RCV-AMOUNT (WS-SB-IX)
                ADD SN-REJECTED-COUNT TO SB-REJ-COUNT (WS-SB-IX)
                ADD SN-REJECTED-AMOUNT TO SB-REJ-AMOUNT (WS-SB-IX)
                ADD SN-ACCEPTED-COUNT TO SB-ACC-COUNT (WS-SB-IX)
                ADD SN-ACCEPTED-AMOUNT TO SB-ACC-AMOUNT (WS-SB-IX)
            END-IF
    END-READ.
1810-EXIT.
    EXIT.

*> =================================================================
*> 2000-TOTAL-TRANVAL - the edit's accepted leg: every record on
*> the validated file, with the total its Num1 + Num2 implies.  A
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE TV-TRANS-IMAGE TO TRANS-IN-RECORD
            ADD 1 TO WS-VAL-COUNT
            ADD TI-NUM1 TO WS-VAL-AMOUNT
            ADD TI-NUM2 TO WS-VAL-AMOUNT
            MOVE TV-SENDER-ID TO WS-FIND-SENDER-ID
            PERFORM 7000-FIND-SENDER THRU 7000-EXIT
            IF WS-SB-FOUND
                ADD 1 TO SB-VAL-COUNT (WS-SB-IX)
                ADD TI-NUM1 TO SB-VAL-AMOUNT (WS-SB-IX)
                ADD TI-NUM2 TO SB-VAL-AMOUNT (WS-SB-IX)
            END-IF
    END-READ.
2100-EXIT.
    EXIT.
        NOT AT END
            ADD 1 TO WS-OUT-COUNT
            ADD TO-TOTAL TO WS-OUT-AMOUNT
            MOVE TO-SENDER-ID TO WS-FIND-SENDER-ID
            PERFORM 7000-FIND-SENDER THRU 7000-EXIT
            IF WS-SB-FOUND
                ADD 1 TO SB-OUT-COUNT (WS-SB-IX)
                ADD TO-TOTAL TO SB-OUT-AMOUNT (WS-SB-IX)
            END-IF
    END-READ.
3100-EXIT.
    EXIT.
*> =================================================================
*> 4000-READ-DAY-SUMMARY - the history leg: one keyed read of the
*> cycle date's TRANSUMM record for the batch count and total the
*> writers accumulated, with the other buckets and the day totals
*> kept for the summary's own tie-out.  No record for the date reads as zero -
*> which breaks against a non-empty TRANVAL, exactly as it should.
*> =================================================================
4000-READ-DAY-SUMMARY.
            NOT INVALID KEY
                MOVE TS-BATCH-COUNT TO WS-LOG-COUNT
                MOVE TS-BATCH-TOTAL TO WS-LOG-AMOUNT
                MOVE TS-ONLINE-COUNT TO WS-ONL-COUNT
                MOVE TS-ONLINE-TOTAL TO WS-ONL-AMOUNT
                MOVE TS-REVERSAL-COUNT TO WS-REV-COUNT
                MOVE TS-REVERSAL-TOTAL TO WS-REV-AMOUNT
                MOVE TS-ADJUST-COUNT TO WS-ADJ-COUNT
                MOVE TS-ADJUST-TOTAL TO WS-ADJ-AMOUNT
                MOVE TS-TRAN-COUNT TO WS-DAY-COUNT
                MOVE TS-TRAN-TOTAL TO WS-DAY-AMOUNT
        END-READ
        COMPUTE WS-BUCKET-COUNT = WS-ONL-COUNT + WS-LOG-COUNT
            + WS-REV-COUNT + WS-ADJ-COUNT
        COMPUTE WS-BUCKET-AMOUNT = WS-ONL-AMOUNT + WS-LOG-AMOUNT
            + WS-REV-AMOUNT + WS-ADJ-AMOUNT
        CLOSE TRAN-SUMM-FILE
    END-IF.
4000-EXIT.
    EXIT.

*> =================================================================
*> 4500-TOTAL-HOLDS - one pass of the pending-hold file for the
*> cycle date's holds and releases.
*> =================================================================
4500-TOTAL-HOLDS.
    OPEN INPUT TRANS-HOLD-FILE
    IF WS-HD-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-HD-STATUS NOT = "00"
            DISPLAY "*** TRANHOLD NOT READABLE - STATUS " WS-HD-STATUS
            SET WS-CYCLE-BROKEN TO TRUE
        ELSE
            MOVE "N" TO WS-EOF-SW
            PERFORM 4510-READ-TRANHOLD THRU 4510-EXIT
                UNTIL WS-EOF
            CLOSE TRANS-HOLD-FILE
        END-IF
    END-IF
    COMPUTE WS-OUT-HELD-COUNT = WS-OUT-COUNT + WS-HELD-COUNT
    COMPUTE WS-OUT-HELD-AMOUNT = WS-OUT-AMOUNT + WS-HELD-AMOUNT
    COMPUTE WS-OUT-REL-COUNT = WS-OUT-COUNT + WS-REL-COUNT
    COMPUTE WS-OUT-REL-AMOUNT = WS-OUT-AMOUNT + WS-REL-AMOUNT.
4500-EXIT.
    EXIT.

4510-READ-TRANHOLD.
    READ TRANS-HOLD-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF HD-HOLD-DATE = WS-CYCLE-DATE
                ADD 1 TO WS-HELD-COUNT
                ADD HD-TOTAL TO WS-HELD-AMOUNT
                MOVE HD-SENDER-ID TO WS-FIND-SENDER-ID
                PERFORM 7000-FIND-SENDER THRU 7000-EXIT
                IF WS-SB-FOUND
                    ADD 1 TO SB-HELD-COUNT (WS-SB-IX)
                    ADD HD-TOTAL TO SB-HELD-AMOUNT (WS-SB-IX)
                END-IF
            END-IF
            IF HD-APPROVED AND HD-POSTED-RUN-DATE = WS-CYCLE-DATE
                ADD 1 TO WS-REL-COUNT
                ADD HD-TOTAL TO WS-REL-AMOUNT
            END-IF
    END-READ.
4510-EXIT.
    EXIT.

*> =================================================================
*> 5000-READ-RUN-HISTORY - keep the last RUNHIST record for job
*> TUT0BAT.  tut0bat appends the normal-end record after the
    MOVE WS-OUT-COUNT TO LG-COUNT
    MOVE WS-OUT-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "TRANHOLD (HELD TODAY):" TO LG-LABEL
    MOVE WS-HELD-COUNT TO LG-COUNT
    MOVE WS-HELD-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "TRANHOLD (RELEASED TODAY):" TO LG-LABEL
    MOVE WS-REL-COUNT TO LG-COUNT
    MOVE WS-REL-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "DAY SUMMARY (BATCH):" TO LG-LABEL
    MOVE WS-LOG-COUNT TO LG-COUNT
    MOVE WS-LOG-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "DAY SUMMARY (ONLINE):" TO LG-LABEL
    MOVE WS-ONL-COUNT TO LG-COUNT
    MOVE WS-ONL-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "DAY SUMMARY (REVERSALS):" TO LG-LABEL
    MOVE WS-REV-COUNT TO LG-COUNT
    MOVE WS-REV-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "DAY SUMMARY (ADJUSTMENTS):" TO LG-LABEL
    MOVE WS-ADJ-COUNT TO LG-COUNT
    MOVE WS-ADJ-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "DAY SUMMARY (DAY TOTAL):" TO LG-LABEL
    MOVE WS-DAY-COUNT TO LG-COUNT
    MOVE WS-DAY-AMOUNT TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "RUNHIST RECORDS READ:" TO LG-LABEL
    MOVE WS-RUN-RECS-READ TO LG-COUNT
    MOVE ZEROS TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE SPACES TO BAL-REPORT-RECORD
    WRITE BAL-REPORT-RECORD
    PERFORM 6100-CHECK-RUN-HISTORY THRU 6100-EXIT
    PERFORM 6500-PRINT-SENDERS THRU 6500-EXIT
    PERFORM 6900-PRINT-VERDICT THRU 6900-EXIT.
6000-EXIT.
    EXIT.

        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    MOVE "TRANSOUT + HELD COUNT = TRANVAL COUNT" TO CK-LABEL
    IF WS-OUT-HELD-COUNT = WS-VAL-COUNT
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    MOVE "DAY SUMMARY B COUNT = TRANSOUT + RELEASED" TO CK-LABEL
    IF WS-LOG-COUNT = WS-OUT-REL-COUNT
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    MOVE "TRANSOUT + HELD AMOUNT = TRANVAL AMOUNT" TO CK-LABEL
    IF WS-OUT-HELD-AMOUNT = WS-VAL-AMOUNT
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    MOVE "DAY SUMMARY B AMOUNT = TRANSOUT + RELEASED" TO CK-LABEL
    IF WS-LOG-AMOUNT = WS-OUT-REL-AMOUNT
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    MOVE "DAY SUMMARY COUNT = O + B + R + A COUNTS" TO CK-LABEL
    IF WS-DAY-COUNT = WS-BUCKET-COUNT
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    MOVE "DAY SUMMARY AMOUNT = O + B + R + A AMOUNTS" TO CK-LABEL
    IF WS-DAY-AMOUNT = WS-BUCKET-AMOUNT
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE.
6100-EXIT.
    EXIT.

*> =================================================================
*> 6500-PRINT-SENDERS - one section per sender: what it sent, what
*> the edit rejected and accepted, what reached TRANVAL, and what
*> tut0bat posted or held, with the two per-sender checks.  A
*> sender whose file never arrived gets just its heading line.
*> =================================================================
6500-PRINT-SENDERS.
    MOVE SPACES TO BAL-REPORT-RECORD
    WRITE BAL-REPORT-RECORD
    MOVE "SENDER BALANCING:" TO BAL-REPORT-RECORD
    WRITE BAL-REPORT-RECORD
    MOVE 1 TO WS-SB-IX
    PERFORM 6510-PRINT-ONE-SENDER THRU 6510-EXIT
        UNTIL WS-SB-IX > WS-SB-COUNT
    IF WS-SB-OVERFLOW > ZERO
        MOVE "RECORDS FOR SENDERS NOT BROKEN OUT:" TO CK-LABEL
        MOVE WS-SB-OVERFLOW TO LG-COUNT
        MOVE LG-COUNT TO CK-RESULT
        WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    END-IF.
6500-EXIT.
    EXIT.

6510-PRINT-ONE-SENDER.
    MOVE SPACES TO BAL-REPORT-RECORD
    WRITE BAL-REPORT-RECORD
    IF SB-SENDER-ID (WS-SB-IX) = SPACES
        MOVE "(NONE)" TO SL-SENDER-ID
    ELSE
        MOVE SB-SENDER-ID (WS-SB-IX) TO SL-SENDER-ID
    END-IF
    MOVE SB-SENDER-NAME (WS-SB-IX) TO SL-SENDER-NAME
    EVALUATE SB-FILE-STATUS (WS-SB-IX)
        WHEN "A"
            MOVE "FILE ACCEPTED" TO SL-NOTE
        WHEN "H"
            MOVE SB-HOLD-REASON (WS-SB-IX) TO SL-NOTE
        WHEN "N"
            MOVE "*** NOT RECEIVED ***" TO SL-NOTE
        WHEN OTHER
            MOVE "*** NOT ON SENDTOT ***" TO SL-NOTE
    END-EVALUATE
    WRITE BAL-REPORT-RECORD FROM SENDER-LINE
    IF SB-FILE-STATUS (WS-SB-IX) NOT = "N"
        OR SB-VAL-COUNT (WS-SB-IX) > ZERO
        OR SB-OUT-COUNT (WS-SB-IX) > ZERO
        OR SB-HELD-COUNT (WS-SB-IX) > ZERO
        PERFORM 6520-PRINT-SENDER-LEGS THRU 6520-EXIT
    END-IF
    ADD 1 TO WS-SB-IX.
6510-EXIT.
    EXIT.

6520-PRINT-SENDER-LEGS.
    MOVE "  RECEIVED:" TO LG-LABEL
    MOVE SB-RCV-COUNT (WS-SB-IX) TO LG-COUNT
    MOVE SB-RCV-AMOUNT (WS-SB-IX) TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "  REJECTED:" TO LG-LABEL
    MOVE SB-REJ-COUNT (WS-SB-IX) TO LG-COUNT
    MOVE SB-REJ-AMOUNT (WS-SB-IX) TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "  ACCEPTED:" TO LG-LABEL
    MOVE SB-ACC-COUNT (WS-SB-IX) TO LG-COUNT
    MOVE SB-ACC-AMOUNT (WS-SB-IX) TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "  ON TRANVAL:" TO LG-LABEL
    MOVE SB-VAL-COUNT (WS-SB-IX) TO LG-COUNT
    MOVE SB-VAL-AMOUNT (WS-SB-IX) TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "  POSTED (TRANSOUT):" TO LG-LABEL
    MOVE SB-OUT-COUNT (WS-SB-IX) TO LG-COUNT
    MOVE SB-OUT-AMOUNT (WS-SB-IX) TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "  HELD (TRANHOLD):" TO LG-LABEL
    MOVE SB-HELD-COUNT (WS-SB-IX) TO LG-COUNT
    MOVE SB-HELD-AMOUNT (WS-SB-IX) TO LG-AMOUNT
    WRITE BAL-REPORT-RECORD FROM LEG-LINE
    MOVE "  ACCEPTED = ON TRANVAL" TO CK-LABEL
    IF SB-ACC-COUNT (WS-SB-IX) = SB-VAL-COUNT (WS-SB-IX)
        AND SB-ACC-AMOUNT (WS-SB-IX) = SB-VAL-AMOUNT (WS-SB-IX)
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE
    COMPUTE WS-SB-OUT-HELD-COUNT = SB-OUT-COUNT (WS-SB-IX)
        + SB-HELD-COUNT (WS-SB-IX)
    COMPUTE WS-SB-OUT-HELD-AMOUNT = SB-OUT-AMOUNT (WS-SB-IX)
        + SB-HELD-AMOUNT (WS-SB-IX)
    MOVE "  ON TRANVAL = POSTED + HELD" TO CK-LABEL
    IF WS-SB-OUT-HELD-COUNT = SB-VAL-COUNT (WS-SB-IX)
        AND WS-SB-OUT-HELD-AMOUNT = SB-VAL-AMOUNT (WS-SB-IX)
        MOVE "OK" TO CK-RESULT
    ELSE
        MOVE "*** BREAK ***" TO CK-RESULT
        SET WS-CYCLE-BROKEN TO TRUE
    END-IF
    WRITE BAL-REPORT-RECORD FROM CHECK-LINE.
6520-EXIT.
    EXIT.

6900-PRINT-VERDICT.
    MOVE SPACES TO BAL-REPORT-RECORD
    WRITE BAL-REPORT-RECORD
    IF WS-CYCLE-BROKEN
        MOVE "CYCLE BALANCES - ALL LEGS TIE OUT." TO BAL-REPORT-RECORD
    END-IF
    WRITE BAL-REPORT-RECORD.
6900-EXIT.
    EXIT.

*> =================================================================
*> 7000-FIND-SENDER - locate WS-FIND-SENDER-ID in the per-sender
*> table, adding it (all legs zero) the first time it is met.
*> =================================================================
7000-FIND-SENDER.
    MOVE "N" TO WS-SB-FOUND-SW
    MOVE 1 TO WS-SB-IX
    PERFORM 7010-SCAN-SENDER-TABLE THRU 7010-EXIT
        UNTIL WS-SB-FOUND OR WS-SB-IX > WS-SB-COUNT
    IF NOT WS-SB-FOUND
        IF WS-SB-COUNT < WS-SB-MAX
            ADD 1 TO WS-SB-COUNT
            MOVE WS-SB-COUNT TO WS-SB-IX
            MOVE WS-FIND-SENDER-ID TO SB-SENDER-ID (WS-SB-IX)
            MOVE SPACES TO SB-SENDER-NAME (WS-SB-IX)
            MOVE SPACES TO SB-FILE-STATUS (WS-SB-IX)
            MOVE SPACES TO SB-HOLD-REASON (WS-SB-IX)
            MOVE ZEROS TO SB-RCV-COUNT (WS-SB-IX)
            MOVE ZEROS TO SB-RCV-AMOUNT (WS-SB-IX)
            MOVE ZEROS TO SB-REJ-COUNT (WS-SB-IX)
            MOVE ZEROS TO SB-REJ-AMOUNT (WS-SB-IX)
            MOVE ZEROS TO SB-ACC-COUNT (WS-SB-IX)
            MOVE ZEROS TO SB-ACC-AMOUNT (WS-SB-IX)
            MOVE ZEROS TO SB-VAL-COUNT (WS-SB-IX)
            MOVE ZEROS TO SB-VAL-AMOUNT (WS-SB-IX)
            MOVE ZEROS TO SB-OUT-COUNT (WS-SB-IX)
            MOVE ZEROS TO SB-OUT-AMOUNT (WS-SB-IX)
            MOVE ZEROS TO SB-HELD-COUNT (WS-SB-IX)
            MOVE ZEROS TO SB-HELD-AMOUNT (WS-SB-IX)
            SET WS-SB-FOUND TO TRUE
        ELSE
            ADD 1 TO WS-SB-OVERFLOW
        END-IF
    END-IF.
7000-EXIT.
    EXIT.

7010-SCAN-SENDER-TABLE.
    IF SB-SENDER-ID (WS-SB-IX) = WS-FIND-SENDER-ID
        SET WS-SB-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-SB-IX
    END-IF.
7010-EXIT.
    EXIT.

*> =================================================================
