*>                  MAINTLOG and NAMEDLOG are only as good as the
*>                  identity behind them, and this is where that
*>                  identity is proven.
*> 2026-10-15  CRP  SECVLOG record layout moved out to SECVLOG.CPY
*>                  now that the security review report reads the
*>                  log back.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY OPERPROF.

FD  SEC-VIOLATION-LOG.
    COPY SECVLOG.

WORKING-STORAGE SECTION.
77 WS-OP-STATUS PIC X(02) VALUE SPACES.
