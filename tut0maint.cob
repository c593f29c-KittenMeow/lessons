*>                  USER-MASTER now, and the MAINTLOG operator
*>                  stamp is the proven sign-on identity.  Failed
*>                  sign-ons land on SECVLOG.
*> 2026-10-15  CRP  MAINT-AUDIT now carries an action code and the
*>                  UserName merge fields (tut0mrg logs its steps
*>                  there too); a RealName change is written as
*>                  "CHG" with the merge fields cleared.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE UM-FIRSTNAME TO MA-NEW-FIRSTNAME
    MOVE UM-MIDDLENAME TO MA-NEW-MIDDLENAME
    MOVE UM-LASTNAME TO MA-NEW-LASTNAME
    SET MA-NAME-CHANGE TO TRUE
    MOVE SPACES TO MA-MERGE-USERNAME
    MOVE SPACES TO MA-MERGE-FILE
    MOVE ZEROS TO MA-MERGE-COUNT
    MOVE SPACES TO MA-OLD-RUN-DATE
    MOVE SPACES TO MA-NEW-RUN-DATE
    WRITE MAINT-AUDIT-RECORD.
2200-EXIT.
    EXIT.
