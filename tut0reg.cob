*>                  browse.  Refusals land on SECVLOG, and the
*>                  NAMEDLOG operator stamp is the proven sign-on
*>                  identity.
*> 2026-10-15  CRP  NAMEDLOG record layout moved out to
*>                  NAMEDLOG.CPY now that the security review
*>                  report reads the log back.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY NAMEDIR.

FD  NAME-DIR-LOG.
    COPY NAMEDLOG.

WORKING-STORAGE SECTION.
01 UserName PIC X(30) VALUE SPACES.
