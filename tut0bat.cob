*>                  the online program.  The write still sits
*>                  between the TRANSOUT write and the checkpoint,
*>                  so a restart skips records already logged.
*> 2026-10-15  CRP  Clear the reversal link fields on every
*>                  history record and start new day summaries
*>                  with the reversal and adjustment buckets at
*>                  zero, matching the online program.
*> 2026-10-15  CRP  Hold high-value work for a supervisor: a
*>                  transaction whose total is over the shop's
*>                  hold threshold (SYSIN, whole units; either
*>                  sign) goes to the TRANHOLD pending-hold file
*>                  instead of TRANSOUT and the history, to be
*>                  approved or declined on tut0rel.  A blank
*>                  threshold holds nothing.  The hold write keeps
*>                  the same lockstep with the checkpoint as the
*>                  TRANSOUT write.
*> 2026-10-15  CRP  Read the validated file under its TRANVAL.CPY
*>                  layout - the TRANSIN detail image plus the ID
*>                  of the sender whose file it came in on - and
*>                  carry the sender onto TRANSOUT, the TRANHIST
*>                  history and the TRANHOLD pending-hold record,
*>                  so tut0bal can balance each sender's work.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS TS-BUS-DATE
        FILE STATUS IS WS-TS-STATUS.

    SELECT TRANS-HOLD-FILE ASSIGN TO "TRANHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HD-HOLD-KEY
        FILE STATUS IS WS-HD-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
DATA DIVISION.
FILE SECTION.
FD  TRANS-IN-FILE.
    COPY TRANVAL.

FD  TRANS-OUT-FILE.
01 TRANS-OUT-RECORD.
    02 TO-NUM1 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 TO-NUM2 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 TO-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE.
    02 TO-SENDER-ID PIC X(08).

FD  CHECKPOINT-FILE.
01 CHECKPOINT-RECORD.
FD  TRAN-SUMM-FILE.
    COPY TRANSUMM.

FD  TRANS-HOLD-FILE.
    COPY TRANHOLD.

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

    COPY PROCDATE.

WORKING-STORAGE SECTION.
*> ---------------------------------------------------------------
*> The transaction in hand, moved out of the TRANVAL image so the
*> TRANIN.CPY field names apply.
*> ---------------------------------------------------------------
COPY TRANIN.

01 Total PIC S9(10)V99 VALUE ZEROS.

77 WS-TI-STATUS PIC X(02) VALUE SPACES.
77 WS-TS-STATUS PIC X(02) VALUE SPACES.
77 WS-RC-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-HD-STATUS PIC X(02) VALUE SPACES.

77 WS-SUMM-FOUND-SW PIC X(01) VALUE "N".
    88 WS-SUMM-FOUND VALUE "Y".
77 WS-HIST-DONE-SW PIC X(01) VALUE "N".
    88 WS-HIST-WRITTEN VALUE "Y".
77 WS-HOLD-DONE-SW PIC X(01) VALUE "N".
    88 WS-HOLD-WRITTEN VALUE "Y".

*> ---------------------------------------------------------------
*> Hold threshold from SYSIN in whole currency units, e.g.
*> 0000100000 holds anything over 100,000.00 either way.  A blank
*> or non-numeric line switches holding off for the run.
*> ---------------------------------------------------------------
77 WS-THRESHOLD-RAW PIC X(10) VALUE SPACES.
77 WS-HOLD-THRESHOLD PIC 9(10) VALUE ZEROS.
77 WS-HOLD-SW PIC X(01) VALUE "N".
    88 WS-HOLD-ACTIVE VALUE "Y".
77 WS-ABS-TOTAL PIC 9(10)V99 VALUE ZEROS.
77 WS-RECS-HELD PIC 9(08) VALUE ZEROS.

77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-START-DATE PIC 9(08) VALUE ZEROS.
*> =================================================================
1000-INITIALIZE.
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    PERFORM 1050-GET-HOLD-THRESHOLD THRU 1050-EXIT
    PERFORM 1100-RECOVER-CHECKPOINT THRU 1100-EXIT
    OPEN INPUT TRANS-IN-FILE
    IF WS-TI-STATUS NOT = "00"
1000-EXIT.
    EXIT.

*> =================================================================
*> 1050-GET-HOLD-THRESHOLD - the shop's hold limit off SYSIN.
*> =================================================================
1050-GET-HOLD-THRESHOLD.
    ACCEPT WS-THRESHOLD-RAW
    IF WS-THRESHOLD-RAW IS NUMERIC
        MOVE WS-THRESHOLD-RAW TO WS-HOLD-THRESHOLD
        SET WS-HOLD-ACTIVE TO TRUE
        DISPLAY "Holding transactions over " WS-HOLD-THRESHOLD
            " for supervisor release."
    ELSE
        MOVE "N" TO WS-HOLD-SW
        DISPLAY "*** No hold threshold on SYSIN - nothing will be held."
    END-IF.
1050-EXIT.
    EXIT.

*> =================================================================
*> 1150-OPEN-TRANS-OUT-FILE - on a fresh run, OPEN OUTPUT to start a
*> new TRANS-OUT-FILE; on a restart (WS-RECS-TO-SKIP > ZERO) OPEN
*> =================================================================
*> 1300-OPEN-TRAN-HISTORY - same open-or-create the online program
*> uses, so batch and online work land on the one indexed history
*> and the one day summary.  The pending-hold file is opened the
*> same way.
*> =================================================================
1300-OPEN-TRAN-HISTORY.
    OPEN I-O TRANS-HIST-FILE
        OPEN OUTPUT TRAN-SUMM-FILE
        CLOSE TRAN-SUMM-FILE
        OPEN I-O TRAN-SUMM-FILE
    END-IF
    OPEN I-O TRANS-HOLD-FILE
    IF WS-HD-STATUS = "35"
        OPEN OUTPUT TRANS-HOLD-FILE
        CLOSE TRANS-HOLD-FILE
        OPEN I-O TRANS-HOLD-FILE
    END-IF.
1300-EXIT.
    EXIT.

*> =================================================================
*> 3000-PROCESS-RECORD - total one transaction, write it to
*> TRANS-OUT-FILE (or to the hold file when it is over the hold
*> threshold), and checkpoint every WS-CHECKPOINT-INTERVAL
*> records.
*> =================================================================
3000-PROCESS-RECORD.
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-RECS-READ
            MOVE TV-TRANS-IMAGE TO TRANS-IN-RECORD
            COMPUTE Total = TI-NUM1 + TI-NUM2
            IF Total < ZERO
                COMPUTE WS-ABS-TOTAL = ZERO - Total
            ELSE
                MOVE Total TO WS-ABS-TOTAL
            END-IF
            IF WS-HOLD-ACTIVE AND WS-ABS-TOTAL > WS-HOLD-THRESHOLD
                PERFORM 3300-HOLD-TRANSACTION THRU 3300-EXIT
            ELSE
                PERFORM 3050-POST-TRANSACTION THRU 3050-EXIT
            END-IF
            DIVIDE WS-RECS-READ BY WS-CHECKPOINT-INTERVAL
                GIVING WS-CHECKPOINT-QUOT
                REMAINDER WS-CHECKPOINT-REM
3000-EXIT.
    EXIT.

3050-POST-TRANSACTION.
    MOVE TI-USERNAME TO TO-USERNAME
    MOVE TI-FIRSTNAME TO TO-FIRSTNAME
    MOVE TI-MIDDLENAME TO TO-MIDDLENAME
    MOVE TI-LASTNAME TO TO-LASTNAME
    MOVE TI-NUM1 TO TO-NUM1
    MOVE TI-NUM2 TO TO-NUM2
    MOVE Total TO TO-TOTAL
    MOVE TV-SENDER-ID TO TO-SENDER-ID
    WRITE TRANS-OUT-RECORD
    ADD 1 TO WS-RECS-WRITTEN
    PERFORM 3200-LOG-TRANSACTION THRU 3200-EXIT.
3050-EXIT.
    EXIT.

*> =================================================================
*> 3200-LOG-TRANSACTION - write one TRANHIST record, the same
*> record 3500-LOG-TRANSACTION writes in the online program,
    MOVE ZEROS TO TH-SEQ
    MOVE "B" TO TH-SOURCE
    MOVE "TUT0BAT" TO TH-JOB-ID
    MOVE ZEROS TO TH-ORIG-KEY
    MOVE SPACES TO TH-SUPERVISOR
    MOVE "N" TO TH-REVERSED-FLAG
    MOVE TV-SENDER-ID TO TH-SENDER-ID
    MOVE "N" TO WS-HIST-DONE-SW
    PERFORM 3250-WRITE-HISTORY THRU 3250-EXIT
        UNTIL WS-HIST-WRITTEN OR TH-SEQ = 9999
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
3260-EXIT.
    EXIT.

*> =================================================================
*> 3300-HOLD-TRANSACTION - park an over-threshold transaction as a
*> pending hold under the business date.  Nothing reaches
*> TRANSOUT, TRANHIST or TRANSUMM until a supervisor approves it.
*> A duplicate key steps the sequence the way the history does.
*> =================================================================
3300-HOLD-TRANSACTION.
    MOVE WS-BUS-DATE TO HD-HOLD-DATE
    ACCEPT HD-HOLD-TIME FROM TIME
    MOVE ZEROS TO HD-HOLD-SEQ
    MOVE TI-USERNAME TO HD-USERNAME
    MOVE TI-FIRSTNAME TO HD-FIRSTNAME
    MOVE TI-MIDDLENAME TO HD-MIDDLENAME
    MOVE TI-LASTNAME TO HD-LASTNAME
    MOVE TI-NUM1 TO HD-NUM1
    MOVE TI-NUM2 TO HD-NUM2
    MOVE Total TO HD-TOTAL
    MOVE "TUT0BAT" TO HD-JOB-ID
    SET HD-PENDING TO TRUE
    MOVE SPACES TO HD-DECIDED-BY
    MOVE ZEROS TO HD-DECIDED-DATE
    MOVE ZEROS TO HD-DECIDED-TIME
    MOVE ZEROS TO HD-POSTED-KEY
    MOVE TV-SENDER-ID TO HD-SENDER-ID
    MOVE "N" TO WS-HOLD-DONE-SW
    PERFORM 3350-WRITE-HOLD THRU 3350-EXIT
        UNTIL WS-HOLD-WRITTEN OR HD-HOLD-SEQ = 9999
    IF WS-HOLD-WRITTEN
        ADD 1 TO WS-RECS-HELD
    ELSE
        DISPLAY "*** TRANSACTION NOT HELD - HOLD KEY EXHAUSTED"
            " FOR " HD-HOLD-DATE "/" HD-HOLD-TIME
    END-IF.
3300-EXIT.
    EXIT.

3350-WRITE-HOLD.
    WRITE TRANS-HOLD-RECORD
        INVALID KEY
            ADD 1 TO HD-HOLD-SEQ
        NOT INVALID KEY
            SET WS-HOLD-WRITTEN TO TRUE
    END-WRITE.
3350-EXIT.
    EXIT.

3100-WRITE-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE
    MOVE WS-RECS-READ TO CK-RECORD-COUNT
    CLOSE TRANS-OUT-FILE
    CLOSE TRANS-HIST-FILE
    CLOSE TRAN-SUMM-FILE
    CLOSE TRANS-HOLD-FILE
    OPEN OUTPUT CHECKPOINT-FILE
    MOVE ZEROS TO CK-RECORD-COUNT
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE
    MOVE "N" TO WS-RC-COMPLETION
    PERFORM 9100-WRITE-RUN-CONTROL THRU 9100-EXIT
    DISPLAY "tut0bat complete - " WS-RECS-READ " transaction(s) processed, "
        WS-RECS-HELD " held for release.".
9000-EXIT.
    EXIT.

