*>                  day's summary is built as the records land.
*>                  The old TRANSLOG is left untouched; keep it
*>                  until the cutover is confirmed.
*> 2026-10-15  CRP  Follow the TRANHIST/TRANSUMM layouts that
*>                  carry reversals: converted records get a zero
*>                  reversal link and the "N" reversed flag, and
*>                  new day summaries start the reversal and
*>                  adjustment buckets at zero.
*> 2026-10-15  CRP  Converted records carry a blank TH-SENDER-ID;
*>                  TRANSLOG never recorded which sender's file a
*>                  batch transaction came in on.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE TL-TOTAL TO TH-TOTAL
    MOVE TL-SOURCE TO TH-SOURCE
    MOVE TL-JOB-ID TO TH-JOB-ID
    MOVE ZEROS TO TH-ORIG-KEY
    MOVE SPACES TO TH-SUPERVISOR
    MOVE "N" TO TH-REVERSED-FLAG
    MOVE SPACES TO TH-SENDER-ID
    MOVE "N" TO WS-HIST-DONE-SW
    PERFORM 3100-WRITE-HISTORY THRU 3100-EXIT
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
