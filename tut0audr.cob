*>                  operator, date/time and the before and after
*>                  name images for every maintenance change - the
*>                  answer to "who mangled my RealName, and when".
*> 2026-10-15  CRP  List the UserName merge steps tut0mrg logs to
*>                  MAINT-AUDIT alongside the RealName changes: a
*>                  record is selected when the UserName under
*>                  review is either side of the merge, and prints
*>                  its action with the records moved per file, the
*>                  carried last-run date or the deleted master.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 FILLER PIC X(02) VALUE SPACES.
    02 FILLER PIC X(10) VALUE "OPERATOR: ".
    02 CH-OPERATOR PIC X(08).
    02 FILLER PIC X(10) VALUE "  ACTION: ".
    02 CH-ACTION PIC X(03).
    02 FILLER PIC X(50) VALUE SPACES.

01 MERGE-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 ML-TEXT PIC X(96).

01 MOVE-DETAIL.
    02 MD-FILE PIC X(08).
    02 FILLER PIC X(01) VALUE SPACES.
    02 MD-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(16) VALUE " RECORD(S) MOVED".
    02 FILLER PIC X(06) VALUE " FROM ".
    02 MD-FROM PIC X(30).
    02 FILLER PIC X(27) VALUE SPACES.

01 MOVE-TO-DETAIL.
    02 FILLER PIC X(29) VALUE SPACES.
    02 FILLER PIC X(04) VALUE "TO  ".
    02 MT-TO PIC X(30).
    02 FILLER PIC X(33) VALUE SPACES.

01 RUN-DETAIL.
    02 FILLER PIC X(22) VALUE "LAST RUN DATE CARRIED ".
    02 RD-OLD-DATE PIC X(08).
    02 FILLER PIC X(04) VALUE " TO ".
    02 RD-NEW-DATE PIC X(08).
    02 FILLER PIC X(06) VALUE " FROM ".
    02 RD-FROM PIC X(30).
    02 FILLER PIC X(18) VALUE SPACES.

01 DELETE-DETAIL.
    02 FILLER PIC X(29) VALUE "MASTER DELETED - MERGED INTO ".
    02 DD-INTO PIC X(30).
    02 FILLER PIC X(37) VALUE SPACES.

01 IMAGE-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
*> =================================================================
*> 2000-LIST-ONE-CHANGE - audit records were appended in time
*> order, so reading front to back lists the user's history oldest
*> change first.  A merge step is the user's history whichever
*> side of the merge they were on.
*> =================================================================
2000-LIST-ONE-CHANGE.
    READ MAINT-AUDIT-FILE
        NOT AT END
            ADD 1 TO WS-READ-COUNT
            IF MA-USERNAME = WS-WANTED-USERNAME
                OR MA-MERGE-USERNAME = WS-WANTED-USERNAME
                ADD 1 TO WS-MATCH-COUNT
                PERFORM 2100-PRINT-CHANGE THRU 2100-EXIT
            END-IF
    MOVE MA-CHANGE-DATE TO CH-CHANGE-DATE
    MOVE MA-CHANGE-TIME TO CH-CHANGE-TIME
    MOVE MA-OPERATOR TO CH-OPERATOR
    IF MA-NAME-CHANGE
        MOVE "CHG" TO CH-ACTION
    ELSE
        MOVE MA-ACTION TO CH-ACTION
    END-IF
    WRITE AUDIT-REPORT-RECORD FROM CHANGE-LINE-1
    EVALUATE TRUE
        WHEN MA-MERGE-MOVE
            PERFORM 2200-PRINT-MERGE-MOVE THRU 2200-EXIT
        WHEN MA-MERGE-RUN-DATE
            PERFORM 2300-PRINT-RUN-DATE THRU 2300-EXIT
        WHEN MA-MERGE-DELETE
            PERFORM 2400-PRINT-MASTER-DELETE THRU 2400-EXIT
        WHEN OTHER
            PERFORM 2110-PRINT-NAME-IMAGES THRU 2110-EXIT
    END-EVALUATE
    MOVE SPACES TO AUDIT-REPORT-RECORD
    WRITE AUDIT-REPORT-RECORD.
2100-EXIT.
    EXIT.

2110-PRINT-NAME-IMAGES.
    MOVE "BEFORE: " TO IM-LABEL
    MOVE MA-OLD-FIRSTNAME TO IM-FIRSTNAME
    MOVE MA-OLD-MIDDLENAME TO IM-MIDDLENAME
    MOVE MA-NEW-FIRSTNAME TO IM-FIRSTNAME
    MOVE MA-NEW-MIDDLENAME TO IM-MIDDLENAME
    MOVE MA-NEW-LASTNAME TO IM-LASTNAME
    WRITE AUDIT-REPORT-RECORD FROM IMAGE-LINE.
2110-EXIT.
    EXIT.

*> =================================================================
*> 2200-PRINT-MERGE-MOVE - history records in one file re-pointed
*> from the retired UserName (MA-USERNAME) to the survivor.
*> =================================================================
2200-PRINT-MERGE-MOVE.
    MOVE MA-MERGE-FILE TO MD-FILE
    MOVE MA-MERGE-COUNT TO MD-COUNT
    MOVE MA-USERNAME TO MD-FROM
    MOVE MOVE-DETAIL TO ML-TEXT
    WRITE AUDIT-REPORT-RECORD FROM MERGE-LINE
    MOVE MA-MERGE-USERNAME TO MT-TO
    MOVE MOVE-TO-DETAIL TO ML-TEXT
    WRITE AUDIT-REPORT-RECORD FROM MERGE-LINE.
2200-EXIT.
    EXIT.

*> =================================================================
*> 2300-PRINT-RUN-DATE - the retired user's later last-run date
*> carried onto the surviving master (MA-USERNAME).
*> =================================================================
2300-PRINT-RUN-DATE.
    MOVE MA-OLD-RUN-DATE TO RD-OLD-DATE
    MOVE MA-NEW-RUN-DATE TO RD-NEW-DATE
    MOVE MA-MERGE-USERNAME TO RD-FROM
    MOVE RUN-DETAIL TO ML-TEXT
    WRITE AUDIT-REPORT-RECORD FROM MERGE-LINE.
2300-EXIT.
    EXIT.

*> =================================================================
*> 2400-PRINT-MASTER-DELETE - the retired master (MA-USERNAME)
*> deleted, with the RealName it carried.
*> =================================================================
2400-PRINT-MASTER-DELETE.
    MOVE MA-MERGE-USERNAME TO DD-INTO
    MOVE DELETE-DETAIL TO ML-TEXT
    WRITE AUDIT-REPORT-RECORD FROM MERGE-LINE
    MOVE "DELETED:" TO IM-LABEL
    MOVE MA-OLD-FIRSTNAME TO IM-FIRSTNAME
    MOVE MA-OLD-MIDDLENAME TO IM-MIDDLENAME
    MOVE MA-OLD-LASTNAME TO IM-LASTNAME
    WRITE AUDIT-REPORT-RECORD FROM IMAGE-LINE.
2400-EXIT.
    EXIT.

*> =================================================================
