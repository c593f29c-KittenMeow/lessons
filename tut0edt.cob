*>                  printing it - yesterday's file resubmitted by
*>                  mistake now fails the control checks (RC=4)
*>                  and never reaches tut0bat.
*> 2026-10-15  CRP  Multi-sender intake.  TRANSIN is now the
*>                  concatenation of every sender's file, each with
*>                  its own HDR/TRL pair and the sender's ID on the
*>                  header, and each file is proved on its own: a
*>                  HDR record (HDR plus a numeric date, wherever
*>                  it falls) starts a new file, and a TRL with a
*>                  numeric count is that file's trailer when it is
*>                  the last record before the next HDR or the end
*>                  of TRANSIN.  A file's edited details are staged
*>                  on the TRANWRK work file and only reach TRANVAL
*>                  and TRANREJ once the file passes its controls -
*>                  header on the business date, sender registered
*>                  and active on SENDREG and not already seen this
*>                  run, trailer present with the right count.  A
*>                  file that fails is held whole (nothing written;
*>                  the sender resends it) while the other senders
*>                  carry on.  TRANVAL records carry the sender ID,
*>                  SENDTOT gets received/accepted/rejected counts
*>                  and amounts per sender (and a "not received"
*>                  record for a nightly sender whose file never
*>                  came), and EDITRPT prints the same per sender.
*>                  SYSIN RESUBMIT (a repair resubmission run)
*>                  does not chase missing senders.  RC=4 now means
*>                  some sender was held or missing, not that the
*>                  whole night failed; RC=8 is an open, SYSIN or
*>                  registry failure.
*> 2026-10-15  CRP  Only a file that passes, or one dated the
*>                  business date, counts as the sender's file for
*>                  the night.  A stale file (an old HDR date) is
*>                  still held, but no longer stops tonight's real
*>                  file behind it from being edited, and a sender
*>                  with nothing but a stale file is reported not
*>                  received.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TR-STATUS.

    SELECT TRANS-WORK-FILE ASSIGN TO "TRANWRK"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-WK-STATUS.

    SELECT SENDER-REG-FILE ASSIGN TO "SENDREG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SG-STATUS.

    SELECT SENDER-TOTAL-FILE ASSIGN TO "SENDTOT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SN-STATUS.

    SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
    COPY TRANIN.

FD  TRANS-VAL-FILE.
    COPY TRANVAL.

FD  TRANS-REJ-FILE.
    COPY TRANREJ.

*> ---------------------------------------------------------------
*> One sender file's edited details, staged until the file's
*> trailer proves it arrived whole: "V" a clean detail bound for
*> TRANVAL, "R" a reject bound for TRANREJ with its reason code.
*> Rewritten from the top for every sender file.
*> ---------------------------------------------------------------
FD  TRANS-WORK-FILE.
01 TRANS-WORK-RECORD.
    02 WK-KIND PIC X(01).
        88 WK-VALID VALUE "V".
        88 WK-REJECT VALUE "R".
    02 WK-REASON-CODE PIC X(02).
    02 WK-IMAGE PIC X(106).

FD  SENDER-REG-FILE.
    COPY SENDREG.

FD  SENDER-TOTAL-FILE.
    COPY SENDTOT.

FD  EDIT-REPORT-FILE.
01 EDIT-REPORT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
*> ---------------------------------------------------------------
*> One record of lookahead: WS-HELD-IMAGE is the previous record
*> read, only edited once the next READ shows what follows it - a
*> TRL is a file's trailer only when the next record is a HDR (or
*> there is no next record).  The FD record area is reused as the
*> scratch the held image is moved back into, so the TI-/TIH-/TIT-
*> views keep working unchanged.  The control views below test a
*> record for HDR/TRL: the record ID plus a numeric date or count.
*> ---------------------------------------------------------------
01 WS-HELD-IMAGE.
    02 WS-HELD-RECORD-ID PIC X(03).
    02 WS-HELD-CONTROL-NUM PIC X(08).
    02 FILLER PIC X(95).
01 WS-CURR-IMAGE.
    02 WS-CURR-RECORD-ID PIC X(03).
    02 WS-CURR-CONTROL-NUM PIC X(08).
    02 FILLER PIC X(95).

01 HEADING-LINE-1.
    02 FILLER PIC X(34) VALUE "COBOLTUT TRANSIN FRONT-END EDIT".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(30) VALUE SPACES.

01 SENDER-LINE.
    02 FILLER PIC X(08) VALUE "SENDER ".
    02 SL-SENDER-ID PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 SL-SENDER-NAME PIC X(30).
    02 FILLER PIC X(02) VALUE SPACES.
    02 SL-NOTE PIC X(30).

01 CONTROL-LINE.
    02 CL-LABEL PIC X(28).
    02 CL-VALUE PIC X(52).
    02 NL-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(44) VALUE SPACES.

01 AMOUNT-LINE.
    02 AL-LABEL PIC X(28).
    02 AL-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(02) VALUE SPACES.
    02 AL-AMOUNT PIC -ZZZZZZZZZZZ9.99.
    02 FILLER PIC X(26) VALUE SPACES.

01 REASON-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 RL-REASON-CODE PIC X(02).
    02 RL-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(26) VALUE SPACES.

*> ---------------------------------------------------------------
*> The SENDREG registry, loaded once at start, in card order.
*> RG-SEEN is set the first time a file from the sender is read,
*> so a second file from the same sender in one run is held and
*> a nightly sender never seen is reported as not received.
*> ---------------------------------------------------------------
01 SENDER-TABLE.
    02 SENDER-ENTRY OCCURS 100.
        03 RG-SENDER-ID PIC X(08).
        03 RG-STATUS PIC X(01).
            88 RG-ACTIVE VALUE "A".
        03 RG-EXPECTED PIC X(01).
            88 RG-EXPECTED-NIGHTLY VALUE "Y".
        03 RG-SENDER-NAME PIC X(30).
        03 RG-SEEN-SW PIC X(01).
            88 RG-SEEN VALUE "Y".

77 WS-SENDER-MAX PIC 9(03) VALUE 100.
77 WS-SENDER-COUNT PIC 9(03) VALUE ZEROS.
77 WS-SENDER-IX PIC 9(03) VALUE ZEROS.
77 WS-SENDER-FOUND-SW PIC X(01) VALUE "N".
    88 WS-SENDER-FOUND VALUE "Y".
77 WS-REG-EOF-SW PIC X(01) VALUE "N".
    88 WS-REG-EOF VALUE "Y".

*> ---------------------------------------------------------------
*> Reject reason codes.  The same two digits land in TR-REASON-CODE
*> on TRANREJ and against the count on the edit summary.
*>   10 - TI-USERNAME blank
*>   11 - TI-NUM1 not a valid signed amount
*>   12 - TI-NUM2 not a valid signed amount
*> Counted as the rejects of an accepted file reach TRANREJ.
*> ---------------------------------------------------------------
77 WS-REJ-USERNAME PIC 9(08) VALUE ZEROS.
77 WS-REJ-NUM1 PIC 9(08) VALUE ZEROS.
77 WS-TI-STATUS PIC X(02) VALUE SPACES.
77 WS-TV-STATUS PIC X(02) VALUE SPACES.
77 WS-TR-STATUS PIC X(02) VALUE SPACES.
77 WS-WK-STATUS PIC X(02) VALUE SPACES.
77 WS-SG-STATUS PIC X(02) VALUE SPACES.
77 WS-SN-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.

*> ---------------------------------------------------------------
*> SYSIN run type: NIGHTLY (or blank) for the nightly cycle, which
*> reports every nightly sender whose file did not arrive;
*> RESUBMIT for a repair resubmission, which only reports what it
*> was given.
*> ---------------------------------------------------------------
77 WS-RUN-TYPE PIC X(08) VALUE SPACES.
    88 WS-NIGHTLY-RUN VALUE "NIGHTLY" SPACES.
    88 WS-RESUBMIT-RUN VALUE "RESUBMIT".

77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".

77 WS-WORK-EOF-SW PIC X(01) VALUE "N".
    88 WS-WORK-EOF VALUE "Y".

77 WS-HELD-SW PIC X(01) VALUE "N".
    88 WS-RECORD-HELD VALUE "Y".

*> ---------------------------------------------------------------
*> The sender file in hand.  A file opens at its HDR - or at the
*> first record that is not a HDR when none led it, which can
*> never pass - and is settled at the next HDR or end of TRANSIN.
*> ---------------------------------------------------------------
77 WS-FILE-OPEN-SW PIC X(01) VALUE "N".
    88 WS-FILE-OPEN VALUE "Y".
77 WS-HDR-FOUND-SW PIC X(01) VALUE "N".
    88 WS-HDR-FOUND VALUE "Y".
77 WS-TRL-FOUND-SW PIC X(01) VALUE "N".
    88 WS-TRL-FOUND VALUE "Y".
77 WS-FILE-SENDER-ID PIC X(08) VALUE SPACES.
77 WS-FILE-SENDER-NAME PIC X(30) VALUE SPACES.
77 WS-SENDER-CHECK PIC X(30) VALUE SPACES.
77 WS-HOLD-REASON PIC X(30) VALUE SPACES.
77 WS-FILE-DATE PIC 9(08) VALUE ZEROS.
77 WS-TRAILER-COUNT PIC 9(08) VALUE ZEROS.
77 WS-FILE-DETAILS PIC 9(08) VALUE ZEROS.
77 WS-FILE-VALID PIC 9(08) VALUE ZEROS.
77 WS-FILE-REJECTS PIC 9(08) VALUE ZEROS.
77 WS-FILE-AMOUNT PIC S9(12)V99 VALUE ZEROS.
77 WS-FILE-VALID-AMOUNT PIC S9(12)V99 VALUE ZEROS.
77 WS-FILE-REJECT-AMOUNT PIC S9(12)V99 VALUE ZEROS.
77 WS-DETAIL-AMOUNT PIC S9(12)V99 VALUE ZEROS.

77 WS-RECS-READ PIC 9(08) VALUE ZEROS.
77 WS-DETAIL-READ PIC 9(08) VALUE ZEROS.
77 WS-VALID-COUNT PIC 9(08) VALUE ZEROS.
77 WS-REJECT-COUNT PIC 9(08) VALUE ZEROS.
77 WS-HELD-DETAILS PIC 9(08) VALUE ZEROS.
77 WS-FILES-READ PIC 9(08) VALUE ZEROS.
77 WS-FILES-ACCEPTED PIC 9(08) VALUE ZEROS.
77 WS-FILES-HELD PIC 9(08) VALUE ZEROS.
77 WS-SENDERS-MISSING PIC 9(08) VALUE ZEROS.
77 WS-DATE-EDIT PIC 9(08).
77 WS-TODAY PIC 9(08) VALUE ZEROS.

    PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
        UNTIL WS-EOF
    PERFORM 2700-TAKE-LAST-RECORD THRU 2700-EXIT
    IF WS-NIGHTLY-RUN
        PERFORM 3000-REPORT-MISSING THRU 3000-EXIT
    END-IF
    PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - a missing TRANSIN or SENDREG is a hard stop;
*> there is no point handing tut0bat an empty validated file by
*> mistake, and without the registry no sender could be accepted.
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TYPE
    IF NOT WS-NIGHTLY-RUN AND NOT WS-RESUBMIT-RUN
        DISPLAY "*** ERROR - SYSIN RUN TYPE MUST BE NIGHTLY OR"
            " RESUBMIT - GOT " WS-RUN-TYPE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
    OPEN INPUT TRANS-IN-FILE
    IF WS-TI-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANSIN - STATUS "
            WS-TI-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TRANS-VAL-FILE
    IF WS-TV-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANVAL - STATUS "
            WS-TV-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TRANS-REJ-FILE
    IF WS-TR-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANREJ - STATUS "
            WS-TR-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT SENDER-TOTAL-FILE
    IF WS-SN-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN SENDTOT - STATUS "
            WS-SN-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT EDIT-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN EDITRPT - STATUS "
            WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TODAY TO HL-RUN-DATE
    WRITE EDIT-REPORT-RECORD FROM HEADING-LINE-1
    MOVE "BUSINESS DATE:" TO CL-LABEL
    MOVE WS-BUS-DATE TO WS-DATE-EDIT
    MOVE WS-DATE-EDIT TO CL-VALUE
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "RUN TYPE:" TO CL-LABEL
    IF WS-RESUBMIT-RUN
        MOVE "RESUBMIT" TO CL-VALUE
    ELSE
        MOVE "NIGHTLY" TO CL-VALUE
    END-IF
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE.
1000-EXIT.
    EXIT.

*> =================================================================
*> 1100-LOAD-REGISTRY - every SENDREG card into the sender table,
*> skipping blank and "*" comment cards.  A registry with no
*> senders on it, or more than the table holds, stops the run.
*> =================================================================
1100-LOAD-REGISTRY.
    OPEN INPUT SENDER-REG-FILE
    IF WS-SG-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN SENDREG - STATUS "
            WS-SG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1110-LOAD-ONE-SENDER THRU 1110-EXIT
        UNTIL WS-REG-EOF
    CLOSE SENDER-REG-FILE
    IF WS-SENDER-COUNT = ZERO
        DISPLAY "*** ERROR - SENDREG HAS NO SENDERS ON IT"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
1100-EXIT.
    EXIT.

1110-LOAD-ONE-SENDER.
    READ SENDER-REG-FILE
        AT END
            SET WS-REG-EOF TO TRUE
        NOT AT END
            IF SG-SENDER-ID NOT = SPACES
                AND SG-SENDER-ID (1:1) NOT = "*"
                IF WS-SENDER-COUNT NOT < WS-SENDER-MAX
                    DISPLAY "*** ERROR - SENDREG HAS MORE THAN "
                        WS-SENDER-MAX " SENDERS"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SENDER-COUNT
                MOVE SG-SENDER-ID TO RG-SENDER-ID (WS-SENDER-COUNT)
                MOVE SG-STATUS TO RG-STATUS (WS-SENDER-COUNT)
                MOVE SG-EXPECTED TO RG-EXPECTED (WS-SENDER-COUNT)
                MOVE SG-SENDER-NAME TO RG-SENDER-NAME (WS-SENDER-COUNT)
                MOVE "N" TO RG-SEEN-SW (WS-SENDER-COUNT)
            END-IF
    END-READ.
1110-EXIT.
    EXIT.

*> =================================================================
*> 1500-GET-BUSINESS-DATE - the shop's current business date from
*> the PROCDATE control file, advanced only by the end-of-day

*> =================================================================
*> 2000-EDIT-RECORD - read one record ahead.  The record held from
*> the previous READ is only dealt with now that this READ shows
*> what follows it; the FD record area is reloaded from the held
*> image so the TI-/TIH-/TIT- views apply to the record in hand.
*> =================================================================
2000-EDIT-RECORD.
    READ TRANS-IN-FILE
                PERFORM 2050-EDIT-HELD-RECORD THRU 2050-EXIT
            END-IF
            MOVE WS-CURR-IMAGE TO WS-HELD-IMAGE
            SET WS-RECORD-HELD TO TRUE
    END-READ.
2000-EXIT.

*> =================================================================
*> 2050-EDIT-HELD-RECORD - a held record that is not the last one
*> is a HDR (starting the next sender's file), the trailer of the
*> file in hand if the record after it is a HDR, or otherwise a
*> detail - whatever its UserName happens to start with.
*> =================================================================
2050-EDIT-HELD-RECORD.
    MOVE WS-HELD-IMAGE TO TRANS-IN-RECORD
    EVALUATE TRUE
        WHEN WS-HELD-RECORD-ID = "HDR"
            AND WS-HELD-CONTROL-NUM IS NUMERIC
            PERFORM 2100-TAKE-HEADER THRU 2100-EXIT
        WHEN WS-HELD-RECORD-ID = "TRL"
            AND WS-HELD-CONTROL-NUM IS NUMERIC
            AND WS-CURR-RECORD-ID = "HDR"
            AND WS-CURR-CONTROL-NUM IS NUMERIC
            PERFORM 2200-TAKE-TRAILER THRU 2200-EXIT
        WHEN OTHER
            PERFORM 2300-EDIT-DETAIL THRU 2300-EXIT
    END-EVALUATE.
2050-EXIT.
    EXIT.

*> =================================================================
*> 2100-TAKE-HEADER - settle the sender file in hand, if any, and
*> open the next one under this header's sender and date.
*> =================================================================
2100-TAKE-HEADER.
    IF WS-FILE-OPEN
        PERFORM 2800-SETTLE-FILE THRU 2800-EXIT
    END-IF
    PERFORM 2150-OPEN-FILE THRU 2150-EXIT
    SET WS-HDR-FOUND TO TRUE
    MOVE TIH-FILE-DATE TO WS-FILE-DATE
    MOVE TIH-SENDER-ID TO WS-FILE-SENDER-ID.
2100-EXIT.
    EXIT.

*> =================================================================
*> 2150-OPEN-FILE - clear the per-file controls and counts and
*> start the work file afresh for the sender file now starting.
*> =================================================================
2150-OPEN-FILE.
    ADD 1 TO WS-FILES-READ
    MOVE "N" TO WS-HDR-FOUND-SW
    MOVE "N" TO WS-TRL-FOUND-SW
    MOVE SPACES TO WS-FILE-SENDER-ID
    MOVE SPACES TO WS-FILE-SENDER-NAME
    MOVE SPACES TO WS-SENDER-CHECK
    MOVE SPACES TO WS-HOLD-REASON
    MOVE ZEROS TO WS-FILE-DATE
    MOVE ZEROS TO WS-TRAILER-COUNT
    MOVE ZEROS TO WS-FILE-DETAILS
    MOVE ZEROS TO WS-FILE-VALID
    MOVE ZEROS TO WS-FILE-REJECTS
    MOVE ZEROS TO WS-FILE-AMOUNT
    MOVE ZEROS TO WS-FILE-VALID-AMOUNT
    MOVE ZEROS TO WS-FILE-REJECT-AMOUNT
    OPEN OUTPUT TRANS-WORK-FILE
    IF WS-WK-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANWRK - STATUS "
            WS-WK-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SET WS-FILE-OPEN TO TRUE.
2150-EXIT.
    EXIT.

2200-TAKE-TRAILER.
    IF NOT WS-FILE-OPEN
        PERFORM 2150-OPEN-FILE THRU 2150-EXIT
    END-IF
    SET WS-TRL-FOUND TO TRUE
    MOVE TIT-RECORD-COUNT TO WS-TRAILER-COUNT.
2200-EXIT.
    EXIT.

*> =================================================================
*> 2700-TAKE-LAST-RECORD - the record still in hand at end of
*> TRANSIN is the last file's trailer when it says TRL AND carries
*> a numeric count; anything else goes through the ordinary edits
*> (and the file's controls will show the trailer missing).  The
*> last file is then settled.
*> =================================================================
2700-TAKE-LAST-RECORD.
    IF WS-RECORD-HELD
        MOVE WS-HELD-IMAGE TO TRANS-IN-RECORD
        EVALUATE TRUE
            WHEN WS-HELD-RECORD-ID = "TRL"
                AND WS-HELD-CONTROL-NUM IS NUMERIC
                PERFORM 2200-TAKE-TRAILER THRU 2200-EXIT
            WHEN WS-HELD-RECORD-ID = "HDR"
                AND WS-HELD-CONTROL-NUM IS NUMERIC
                PERFORM 2100-TAKE-HEADER THRU 2100-EXIT
            WHEN OTHER
                PERFORM 2300-EDIT-DETAIL THRU 2300-EXIT
        END-EVALUATE
    END-IF
    IF WS-FILE-OPEN
        PERFORM 2800-SETTLE-FILE THRU 2800-EXIT
    END-IF.
2700-EXIT.
    EXIT.

*> =================================================================
*> 2300-EDIT-DETAIL - field edits against the TRANIN.CPY rules.
*> First failure names the record's reason code.  The detail is
*> staged on the work file either way, exactly as it arrived, and
*> counted with its Num1 + Num2 against the sender file in hand.
*> =================================================================
2300-EDIT-DETAIL.
    IF NOT WS-FILE-OPEN
        PERFORM 2150-OPEN-FILE THRU 2150-EXIT
    END-IF
    ADD 1 TO WS-DETAIL-READ
    ADD 1 TO WS-FILE-DETAILS
    MOVE ZEROS TO WS-DETAIL-AMOUNT
    IF TI-NUM1 IS NUMERIC
        ADD TI-NUM1 TO WS-DETAIL-AMOUNT
    END-IF
    IF TI-NUM2 IS NUMERIC
        ADD TI-NUM2 TO WS-DETAIL-AMOUNT
    END-IF
    ADD WS-DETAIL-AMOUNT TO WS-FILE-AMOUNT
    EVALUATE TRUE
        WHEN TI-USERNAME = SPACES
            MOVE "10" TO WK-REASON-CODE
            PERFORM 2400-STAGE-REJECT THRU 2400-EXIT
        WHEN TI-NUM1 IS NOT NUMERIC
            MOVE "11" TO WK-REASON-CODE
            PERFORM 2400-STAGE-REJECT THRU 2400-EXIT
        WHEN TI-NUM2 IS NOT NUMERIC
            MOVE "12" TO WK-REASON-CODE
            PERFORM 2400-STAGE-REJECT THRU 2400-EXIT
        WHEN OTHER
            SET WK-VALID TO TRUE
            MOVE SPACES TO WK-REASON-CODE
            MOVE TRANS-IN-RECORD TO WK-IMAGE
            WRITE TRANS-WORK-RECORD
            ADD 1 TO WS-FILE-VALID
            ADD WS-DETAIL-AMOUNT TO WS-FILE-VALID-AMOUNT
    END-EVALUATE.
2300-EXIT.
    EXIT.

2400-STAGE-REJECT.
    SET WK-REJECT TO TRUE
    MOVE TRANS-IN-RECORD TO WK-IMAGE
    WRITE TRANS-WORK-RECORD
    ADD 1 TO WS-FILE-REJECTS
    ADD WS-DETAIL-AMOUNT TO WS-FILE-REJECT-AMOUNT.
2400-EXIT.
    EXIT.

*> =================================================================
*> 2800-SETTLE-FILE - the sender file in hand is complete: check
*> its controls, release its staged details to TRANVAL/TRANREJ if
*> it passed, and record and print the outcome either way.
*> =================================================================
2800-SETTLE-FILE.
    CLOSE TRANS-WORK-FILE
    MOVE "N" TO WS-FILE-OPEN-SW
    PERFORM 2810-CHECK-FILE THRU 2810-EXIT
    IF WS-HOLD-REASON = SPACES
        PERFORM 2850-RELEASE-FILE THRU 2850-EXIT
    ELSE
        ADD 1 TO WS-FILES-HELD
        ADD WS-FILE-DETAILS TO WS-HELD-DETAILS
    END-IF
    PERFORM 2870-WRITE-SENDER-TOTAL THRU 2870-EXIT
    PERFORM 4200-PRINT-FILE THRU 4200-EXIT.
2800-EXIT.
    EXIT.

*> =================================================================
*> 2810-CHECK-FILE - file-level control checks, first failure
*> names the hold reason: a header must have led the file, naming
*> a sender registered and active on SENDREG that has not already
*> sent a file this run, dated the current business date (anything
*> else is yesterday's file resubmitted by mistake); the trailer
*> must have closed it, and its count must equal the details seen.
*> The sender is marked seen only by a file that passed or that is
*> dated the business date - a stale file is not tonight's file,
*> so it neither blocks one behind it nor hides a missing sender.
*> =================================================================
2810-CHECK-FILE.
    MOVE "N" TO WS-SENDER-FOUND-SW
    IF WS-FILE-SENDER-ID NOT = SPACES
        PERFORM 2820-FIND-SENDER THRU 2820-EXIT
    END-IF
    EVALUATE TRUE
        WHEN WS-FILE-SENDER-ID = SPACES
            MOVE "*** NOT SUPPLIED ***" TO WS-SENDER-CHECK
            MOVE "NO SENDER ID ON HEADER" TO WS-HOLD-REASON
        WHEN NOT WS-SENDER-FOUND
            MOVE "*** NOT REGISTERED ***" TO WS-SENDER-CHECK
            MOVE "SENDER NOT ON SENDREG" TO WS-HOLD-REASON
        WHEN NOT RG-ACTIVE (WS-SENDER-IX)
            MOVE "*** SUSPENDED ***" TO WS-SENDER-CHECK
            MOVE "SENDER SUSPENDED" TO WS-HOLD-REASON
        WHEN RG-SEEN (WS-SENDER-IX)
            MOVE "*** SECOND FILE THIS RUN ***" TO WS-SENDER-CHECK
            MOVE "SECOND FILE FROM SENDER" TO WS-HOLD-REASON
        WHEN OTHER
            MOVE "REGISTERED" TO WS-SENDER-CHECK
    END-EVALUATE
    IF WS-SENDER-FOUND
        MOVE RG-SENDER-NAME (WS-SENDER-IX) TO WS-FILE-SENDER-NAME
    END-IF
    IF NOT WS-HDR-FOUND
        MOVE "NO FILE HEADER" TO WS-HOLD-REASON
    END-IF
    IF WS-HOLD-REASON = SPACES
        EVALUATE TRUE
            WHEN WS-FILE-DATE NOT = WS-BUS-DATE
                MOVE "FILE DATE NOT BUSINESS DATE" TO WS-HOLD-REASON
            WHEN NOT WS-TRL-FOUND
                MOVE "NO FILE TRAILER" TO WS-HOLD-REASON
            WHEN WS-TRAILER-COUNT NOT = WS-FILE-DETAILS
                MOVE "TRAILER COUNT MISMATCH" TO WS-HOLD-REASON
        END-EVALUATE
    END-IF
    IF WS-SENDER-FOUND
        AND (WS-HOLD-REASON = SPACES OR WS-FILE-DATE = WS-BUS-DATE)
        SET RG-SEEN (WS-SENDER-IX) TO TRUE
    END-IF.
2810-EXIT.
    EXIT.

2820-FIND-SENDER.
    MOVE 1 TO WS-SENDER-IX
    PERFORM 2825-SCAN-SENDER-TABLE THRU 2825-EXIT
        UNTIL WS-SENDER-FOUND OR WS-SENDER-IX > WS-SENDER-COUNT.
2820-EXIT.
    EXIT.

2825-SCAN-SENDER-TABLE.
    IF RG-SENDER-ID (WS-SENDER-IX) = WS-FILE-SENDER-ID
        SET WS-SENDER-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-SENDER-IX
    END-IF.
2825-EXIT.
    EXIT.

*> =================================================================
*> 2850-RELEASE-FILE - copy an accepted file's staged details to
*> TRANVAL (clean, stamped with the sender) and TRANREJ (rejects,
*> with their reason codes) in the order they arrived.
*> =================================================================
2850-RELEASE-FILE.
    OPEN INPUT TRANS-WORK-FILE
    IF WS-WK-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO REOPEN TRANWRK - STATUS "
            WS-WK-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-WORK-EOF-SW
    PERFORM 2860-RELEASE-ONE-DETAIL THRU 2860-EXIT
        UNTIL WS-WORK-EOF
    CLOSE TRANS-WORK-FILE
    ADD 1 TO WS-FILES-ACCEPTED.
2850-EXIT.
    EXIT.

2860-RELEASE-ONE-DETAIL.
    READ TRANS-WORK-FILE
        AT END
            SET WS-WORK-EOF TO TRUE
        NOT AT END
            IF WK-VALID
                MOVE WK-IMAGE TO TV-TRANS-IMAGE
                MOVE WS-FILE-SENDER-ID TO TV-SENDER-ID
                WRITE TRANS-VAL-RECORD
                ADD 1 TO WS-VALID-COUNT
            ELSE
                MOVE WK-REASON-CODE TO TR-REASON-CODE
                MOVE WK-IMAGE TO TR-IMAGE
                WRITE TRANS-REJ-RECORD
                ADD 1 TO WS-REJECT-COUNT
                EVALUATE WK-REASON-CODE
                    WHEN "10"
                        ADD 1 TO WS-REJ-USERNAME
                    WHEN "11"
                        ADD 1 TO WS-REJ-NUM1
                    WHEN "12"
                        ADD 1 TO WS-REJ-NUM2
                END-EVALUATE
            END-IF
    END-READ.
2860-EXIT.
    EXIT.

*> =================================================================
*> 2870-WRITE-SENDER-TOTAL - one SENDTOT record for the file just
*> settled.  A held file shows what was received and nothing
*> accepted or rejected, since none of it went anywhere.
*> =================================================================
2870-WRITE-SENDER-TOTAL.
    MOVE SPACES TO SENDER-TOTAL-RECORD
    MOVE WS-FILE-SENDER-ID TO SN-SENDER-ID
    MOVE WS-FILE-SENDER-NAME TO SN-SENDER-NAME
    MOVE WS-HOLD-REASON TO SN-HOLD-REASON
    MOVE WS-BUS-DATE TO SN-BUS-DATE
    MOVE WS-FILE-DATE TO SN-FILE-DATE
    MOVE WS-TRAILER-COUNT TO SN-TRAILER-COUNT
    MOVE WS-FILE-DETAILS TO SN-RECEIVED-COUNT
    MOVE WS-FILE-AMOUNT TO SN-RECEIVED-AMOUNT
    IF WS-HOLD-REASON = SPACES
        SET SN-FILE-ACCEPTED TO TRUE
        MOVE WS-FILE-VALID TO SN-ACCEPTED-COUNT
        MOVE WS-FILE-VALID-AMOUNT TO SN-ACCEPTED-AMOUNT
        MOVE WS-FILE-REJECTS TO SN-REJECTED-COUNT
        MOVE WS-FILE-REJECT-AMOUNT TO SN-REJECTED-AMOUNT
    ELSE
        SET SN-FILE-HELD TO TRUE
        MOVE ZEROS TO SN-ACCEPTED-COUNT
        MOVE ZEROS TO SN-ACCEPTED-AMOUNT
        MOVE ZEROS TO SN-REJECTED-COUNT
        MOVE ZEROS TO SN-REJECTED-AMOUNT
    END-IF
    WRITE SENDER-TOTAL-RECORD.
2870-EXIT.
    EXIT.

*> =================================================================
*> 3000-REPORT-MISSING - on the nightly run, every active nightly
*> sender no file came in from gets a "not received" SENDTOT
*> record and a line on the edit summary.
*> =================================================================
3000-REPORT-MISSING.
    MOVE 1 TO WS-SENDER-IX
    PERFORM 3100-CHECK-ONE-SENDER THRU 3100-EXIT
        UNTIL WS-SENDER-IX > WS-SENDER-COUNT.
3000-EXIT.
    EXIT.

3100-CHECK-ONE-SENDER.
    IF RG-ACTIVE (WS-SENDER-IX)
        AND RG-EXPECTED-NIGHTLY (WS-SENDER-IX)
        AND NOT RG-SEEN (WS-SENDER-IX)
        IF WS-SENDERS-MISSING = ZERO
            MOVE SPACES TO EDIT-REPORT-RECORD
            WRITE EDIT-REPORT-RECORD
            MOVE "SENDERS NOT RECEIVED:" TO CL-LABEL
            MOVE SPACES TO CL-VALUE
            WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
        END-IF
        ADD 1 TO WS-SENDERS-MISSING
        MOVE SPACES TO SENDER-TOTAL-RECORD
        MOVE RG-SENDER-ID (WS-SENDER-IX) TO SN-SENDER-ID
        MOVE RG-SENDER-NAME (WS-SENDER-IX) TO SN-SENDER-NAME
        SET SN-NOT-RECEIVED TO TRUE
        MOVE "FILE NOT RECEIVED" TO SN-HOLD-REASON
        MOVE WS-BUS-DATE TO SN-BUS-DATE
        MOVE ZEROS TO SN-FILE-DATE
        MOVE ZEROS TO SN-TRAILER-COUNT
        MOVE ZEROS TO SN-RECEIVED-COUNT
        MOVE ZEROS TO SN-RECEIVED-AMOUNT
        MOVE ZEROS TO SN-ACCEPTED-COUNT
        MOVE ZEROS TO SN-ACCEPTED-AMOUNT
        MOVE ZEROS TO SN-REJECTED-COUNT
        MOVE ZEROS TO SN-REJECTED-AMOUNT
        WRITE SENDER-TOTAL-RECORD
        MOVE RG-SENDER-ID (WS-SENDER-IX) TO SL-SENDER-ID
        MOVE RG-SENDER-NAME (WS-SENDER-IX) TO SL-SENDER-NAME
        MOVE "*** NOT RECEIVED ***" TO SL-NOTE
        WRITE EDIT-REPORT-RECORD FROM SENDER-LINE
    END-IF
    ADD 1 TO WS-SENDER-IX.
3100-EXIT.
    EXIT.

*> =================================================================
*> 4000-PRINT-SUMMARY - the run totals after the per-sender
*> sections: files read, accepted and held, what reached TRANVAL
*> and TRANREJ, and one line per reject reason.
*> =================================================================
4000-PRINT-SUMMARY.
    MOVE SPACES TO EDIT-REPORT-RECORD
    WRITE EDIT-REPORT-RECORD
    MOVE "RUN TOTALS:" TO CL-LABEL
    MOVE SPACES TO CL-VALUE
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "RECORDS READ:" TO NL-LABEL
    MOVE WS-RECS-READ TO NL-COUNT
    WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    MOVE "SENDER FILES READ:" TO NL-LABEL
    MOVE WS-FILES-READ TO NL-COUNT
    WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    MOVE "FILES ACCEPTED:" TO NL-LABEL
    MOVE WS-FILES-ACCEPTED TO NL-COUNT
    WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    MOVE "FILES HELD:" TO NL-LABEL
    MOVE WS-FILES-HELD TO NL-COUNT
    WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    IF WS-NIGHTLY-RUN
        MOVE "SENDERS NOT RECEIVED:" TO NL-LABEL
        MOVE WS-SENDERS-MISSING TO NL-COUNT
        WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    END-IF
    MOVE "DETAIL RECORDS:" TO NL-LABEL
    MOVE WS-DETAIL-READ TO NL-COUNT
    WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    MOVE "DETAILS ON HELD FILES:" TO NL-LABEL
    MOVE WS-HELD-DETAILS TO NL-COUNT
    WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    MOVE "WRITTEN TO TRANVAL:" TO NL-LABEL
    MOVE WS-VALID-COUNT TO NL-COUNT
    EXIT.

*> =================================================================
*> 4200-PRINT-FILE - one sender file's section of the edit summary:
*> its control checks, what was received, accepted and rejected,
*> and whether the file was accepted or held and why.
*> =================================================================
4200-PRINT-FILE.
    MOVE SPACES TO EDIT-REPORT-RECORD
    WRITE EDIT-REPORT-RECORD
    IF WS-FILE-SENDER-ID = SPACES
        MOVE "(NONE)" TO SL-SENDER-ID
    ELSE
        MOVE WS-FILE-SENDER-ID TO SL-SENDER-ID
    END-IF
    MOVE WS-FILE-SENDER-NAME TO SL-SENDER-NAME
    IF WS-HOLD-REASON = SPACES
        MOVE "ACCEPTED" TO SL-NOTE
    ELSE
        MOVE "*** FILE HELD ***" TO SL-NOTE
    END-IF
    WRITE EDIT-REPORT-RECORD FROM SENDER-LINE
    MOVE "  FILE HEADER:" TO CL-LABEL
    IF WS-HDR-FOUND
        MOVE "PRESENT" TO CL-VALUE
    ELSE
        MOVE "*** MISSING ***" TO CL-VALUE
    END-IF
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "  SENDER CHECK:" TO CL-LABEL
    MOVE WS-SENDER-CHECK TO CL-VALUE
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "  FILE BUSINESS DATE:" TO CL-LABEL
    IF WS-HDR-FOUND AND WS-FILE-DATE > ZERO
        MOVE WS-FILE-DATE TO WS-DATE-EDIT
        MOVE WS-DATE-EDIT TO CL-VALUE
    ELSE
        MOVE "(NOT SUPPLIED)" TO CL-VALUE
    END-IF
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "  FILE DATE CHECK:" TO CL-LABEL
    IF WS-HDR-FOUND AND WS-FILE-DATE = WS-BUS-DATE
        MOVE "OK" TO CL-VALUE
    ELSE
        MOVE "*** NOT THE BUSINESS DATE ***" TO CL-VALUE
    END-IF
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "  FILE TRAILER:" TO CL-LABEL
    IF WS-TRL-FOUND
        MOVE "PRESENT" TO CL-VALUE
    ELSE
        MOVE "*** MISSING ***" TO CL-VALUE
    END-IF
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "  CONTROL COUNT CHECK:" TO CL-LABEL
    IF WS-TRL-FOUND AND WS-TRAILER-COUNT = WS-FILE-DETAILS
        MOVE "OK" TO CL-VALUE
    ELSE
        MOVE "*** FAILED ***" TO CL-VALUE
    END-IF
    WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    MOVE "  TRAILER SAID:" TO NL-LABEL
    MOVE WS-TRAILER-COUNT TO NL-COUNT
    WRITE EDIT-REPORT-RECORD FROM COUNT-LINE
    MOVE "  RECEIVED:" TO AL-LABEL
    MOVE WS-FILE-DETAILS TO AL-COUNT
    MOVE WS-FILE-AMOUNT TO AL-AMOUNT
    WRITE EDIT-REPORT-RECORD FROM AMOUNT-LINE
    IF WS-HOLD-REASON = SPACES
        MOVE "  ACCEPTED TO TRANVAL:" TO AL-LABEL
        MOVE WS-FILE-VALID TO AL-COUNT
        MOVE WS-FILE-VALID-AMOUNT TO AL-AMOUNT
        WRITE EDIT-REPORT-RECORD FROM AMOUNT-LINE
        MOVE "  REJECTED TO TRANREJ:" TO AL-LABEL
        MOVE WS-FILE-REJECTS TO AL-COUNT
        MOVE WS-FILE-REJECT-AMOUNT TO AL-AMOUNT
        WRITE EDIT-REPORT-RECORD FROM AMOUNT-LINE
    ELSE
        MOVE "  HELD - REASON:" TO CL-LABEL
        MOVE WS-HOLD-REASON TO CL-VALUE
        WRITE EDIT-REPORT-RECORD FROM CONTROL-LINE
    END-IF.
4200-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE - RETURN-CODE 4 tells the scheduler a sender's
*> file was held or a nightly sender's never came (or nothing at
*> all was accepted), so operations can chase the sender; the
*> accepted senders' work still goes through to tut0bat.  A run
*> where every sender's file was accepted ends at zero.
*> =================================================================
9000-TERMINATE.
    CLOSE TRANS-IN-FILE
    CLOSE TRANS-VAL-FILE
    CLOSE TRANS-REJ-FILE
    CLOSE SENDER-TOTAL-FILE
    CLOSE EDIT-REPORT-FILE
    IF WS-FILES-HELD > ZERO
        OR WS-SENDERS-MISSING > ZERO
        OR WS-FILES-ACCEPTED = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "tut0edt complete - " WS-FILES-ACCEPTED " file(s) accepted, "
        WS-FILES-HELD " held, " WS-VALID-COUNT " valid, "
        WS-REJECT-COUNT " rejected.".
9000-EXIT.
    EXIT.
