*>                  business day - after the EOD roll the header
*>                  would be a day stale and the edit would
*>                  refuse it, which is the point.
*> 2026-10-15  CRP  Name TUT0RFIX as the sender on the TRANSUB
*>                  header - the edit now accepts a file only from
*>                  a sender registered on SENDREG, and TUT0RFIX
*>                  is registered there as an on-demand sender, so
*>                  repaired rejects post (and balance) under their
*>                  own sender rather than the branch they came
*>                  from.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE SPACES TO TRANS-IN-HEADER-REC
    MOVE "HDR" TO TIH-RECORD-ID
    MOVE WS-BUS-DATE TO TIH-FILE-DATE
    MOVE "TUT0RFIX" TO TIH-SENDER-ID
    WRITE TRANS-SUB-RECORD FROM TRANS-IN-HEADER-REC.
1000-EXIT.
    EXIT.
