*>                  reconciliation now STARTs at the business
*>                  date and reads just that day instead of
*>                  passing the life-to-date log.
*> 2026-10-15  CRP  Clear the reversal link fields on every
*>                  history record and start new day summaries
*>                  with the reversal and adjustment buckets at
*>                  zero - tut0rev posts those categories now.
*> 2026-10-15  CRP  Blank TH-SENDER-ID on every history record -
*>                  online work has no TRANSIN sender.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE ZEROS TO TH-SEQ
    MOVE "O" TO TH-SOURCE
    MOVE "COBOLTUT" TO TH-JOB-ID
    MOVE ZEROS TO TH-ORIG-KEY
    MOVE SPACES TO TH-SUPERVISOR
    MOVE "N" TO TH-REVERSED-FLAG
    MOVE SPACES TO TH-SENDER-ID
    MOVE "N" TO WS-HIST-DONE-SW
    PERFORM 3550-WRITE-HISTORY THRU 3550-EXIT
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
