	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0mrg.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Supervisor UserName merge.  Folds a duplicate
*>                  identity - someone who has been running
*>                  coboltut under two UserNames, the case the
*>                  NAME-DIRECTORY mismatch warning and RECONRPT
*>                  keep turning up - into the surviving one.
*>                  Signed on through tut0sec at authority "S", the
*>                  supervisor keys the retired and the surviving
*>                  UserName and confirms the pair; the retired
*>                  user's TRANHIST records, TRANHOLD holds and
*>                  TRANARCH archive images are re-pointed to the
*>                  survivor, the later UM-LAST-RUN-DATE is carried
*>                  onto the surviving USER-MASTER record, the
*>                  retired master is deleted and its NAMEDIR entry
*>                  inactivated.  Every step is logged to MAINTLOG
*>                  (and the inactivation to NAMEDLOG) under the
*>                  supervisor's ID, and MERGRPT shows the records
*>                  moved per file.  If any re-pointing fails the
*>                  retired master is left in place; the merge
*>                  picks up where it stopped when run again.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT USER-MASTER ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-USERNAME
        FILE STATUS IS WS-UM-STATUS.

    SELECT TRANS-HIST-FILE ASSIGN TO "TRANHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TH-HIST-KEY
        ALTERNATE RECORD KEY IS TH-USERNAME WITH DUPLICATES
        FILE STATUS IS WS-TH-STATUS.

    SELECT TRANS-HOLD-FILE ASSIGN TO "TRANHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HD-HOLD-KEY
        FILE STATUS IS WS-HD-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AR-STATUS.

    SELECT NAME-DIRECTORY ASSIGN TO "NAMEDIR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ND-USERNAME
        FILE STATUS IS WS-ND-STATUS.

    SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-MA-STATUS.

    SELECT NAME-DIR-LOG ASSIGN TO "NAMEDLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NL-STATUS.

    SELECT MERGE-REPORT-FILE ASSIGN TO "MERGRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  USER-MASTER.
    COPY USERMAST.

FD  TRANS-HIST-FILE.
    COPY TRANHIST.

FD  TRANS-HOLD-FILE.
    COPY TRANHOLD.

*> TRANARCH carries TRANSACTION-LOG-RECORD images unchanged, the
*> tut0eod convention - a bare PIC X read INTO the working-storage
*> record and rewritten FROM it.
FD  ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(145).

FD  NAME-DIRECTORY.
    COPY NAMEDIR.

FD  MAINT-AUDIT-FILE.
    COPY MAINTAUD.

FD  NAME-DIR-LOG.
    COPY NAMEDLOG.

FD  MERGE-REPORT-FILE.
01 MERGE-REPORT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
COPY TRANLOG.

COPY SECLINK.

*> ---------------------------------------------------------------
*> The two sides of the merge as they stood on USER-MASTER when
*> the supervisor confirmed the pair.
*> ---------------------------------------------------------------
01 RETIRED-USER.
    02 RT-USERNAME PIC X(30).
    COPY REALNAME REPLACING FirstName BY RT-FIRSTNAME
                             MiddleName BY RT-MIDDLENAME
                             LastName BY RT-LASTNAME.
    02 RT-LAST-RUN-DATE PIC X(08).

01 SURVIVING-USER.
    02 SU-USERNAME PIC X(30).
    COPY REALNAME REPLACING FirstName BY SU-FIRSTNAME
                             MiddleName BY SU-MIDDLENAME
                             LastName BY SU-LASTNAME.
    02 SU-LAST-RUN-DATE PIC X(08).

*> Before-image of the directory entry being inactivated.
01 SAVED-NAME.
    COPY REALNAME REPLACING FirstName BY SV-FIRSTNAME
                             MiddleName BY SV-MIDDLENAME
                             LastName BY SV-LASTNAME.

01 HEADING-LINE-1.
    02 FILLER PIC X(38) VALUE "COBOLTUT USERNAME MERGE".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(26) VALUE SPACES.

01 HEADING-LINE-2.
    02 FILLER PIC X(12) VALUE "SUPERVISOR: ".
    02 HL-SUPERVISOR PIC X(08).
    02 FILLER PIC X(60) VALUE SPACES.

01 USER-LINE.
    02 UL-LABEL PIC X(10).
    02 UL-USERNAME PIC X(30).
    02 FILLER PIC X(01) VALUE SPACES.
    02 UL-FIRSTNAME PIC X(12).
    02 FILLER PIC X(01) VALUE SPACES.
    02 UL-MIDDLENAME PIC X(12).
    02 FILLER PIC X(01) VALUE SPACES.
    02 UL-LASTNAME PIC X(13).

01 COLUMN-HEADING.
    02 FILLER PIC X(10) VALUE "FILE".
    02 FILLER PIC X(16) VALUE "RECORDS MOVED".
    02 FILLER PIC X(54) VALUE SPACES.

01 MOVED-LINE.
    02 MV-FILE PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 MV-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(02) VALUE SPACES.
    02 MV-NOTE PIC X(60).

01 STEP-LINE.
    02 SP-FILE PIC X(08).
    02 FILLER PIC X(12) VALUE SPACES.
    02 SP-TEXT PIC X(60).

01 RESULT-LINE.
    02 RS-TEXT PIC X(80).

77 WS-UM-STATUS PIC X(02) VALUE SPACES.
77 WS-TH-STATUS PIC X(02) VALUE SPACES.
77 WS-HD-STATUS PIC X(02) VALUE SPACES.
77 WS-AR-STATUS PIC X(02) VALUE SPACES.
77 WS-ND-STATUS PIC X(02) VALUE SPACES.
77 WS-MA-STATUS PIC X(02) VALUE SPACES.
77 WS-NL-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.
77 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
77 WS-TODAY PIC 9(08) VALUE ZEROS.

77 WS-RETIRED-USERNAME PIC X(30) VALUE SPACES.
77 WS-SURVIVOR-USERNAME PIC X(30) VALUE SPACES.

77 WS-CONFIRM-ANSWER PIC X(01) VALUE "N".
    88 WS-CONFIRMED VALUE "Y" "y".

77 WS-PAIR-SW PIC X(01) VALUE "N".
    88 WS-PAIR-OK VALUE "Y".
77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".
77 WS-FAILED-SW PIC X(01) VALUE "N".
    88 WS-MERGE-FAILED VALUE "Y".
77 WS-HOLD-FILE-SW PIC X(01) VALUE "N".
    88 WS-HOLD-FILE-OPEN VALUE "Y".
77 WS-ARCH-FILE-SW PIC X(01) VALUE "N".
    88 WS-ARCH-FILE-OPEN VALUE "Y".
77 WS-DIR-FILE-SW PIC X(01) VALUE "N".
    88 WS-DIR-FILE-OPEN VALUE "Y".

*> What became of the master and the directory entry, for the
*> report.
77 WS-MASTER-DONE-SW PIC X(01) VALUE "N".
    88 WS-MASTER-DELETED VALUE "Y".
77 WS-DIR-RESULT PIC X(01) VALUE SPACES.
    88 WS-DIR-INACTIVATED VALUE "I".
    88 WS-DIR-WAS-INACTIVE VALUE "A".
    88 WS-DIR-NO-ENTRY VALUE "N".
    88 WS-DIR-NO-FILE VALUE " ".

77 WS-HIST-MOVED PIC 9(08) VALUE ZEROS.
77 WS-HOLD-MOVED PIC 9(08) VALUE ZEROS.
77 WS-ARCH-MOVED PIC 9(08) VALUE ZEROS.
77 WS-ARCH-READ PIC 9(08) VALUE ZEROS.

77 WS-LOG-FILE PIC X(08) VALUE SPACES.
77 WS-LOG-COUNT PIC 9(08) VALUE ZEROS.
77 WS-OLD-RUN-DATE PIC X(08) VALUE SPACES.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-GET-MERGE-PAIR THRU 2000-EXIT
    IF WS-PAIR-OK AND WS-CONFIRMED
        PERFORM 3000-MERGE-TRANHIST THRU 3000-EXIT
        PERFORM 3100-MERGE-TRANHOLD THRU 3100-EXIT
        PERFORM 3200-MERGE-TRANARCH THRU 3200-EXIT
        IF NOT WS-MERGE-FAILED
            PERFORM 4000-MERGE-MASTER THRU 4000-EXIT
            PERFORM 5000-INACTIVATE-DIRECTORY THRU 5000-EXIT
        END-IF
        PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
    ELSE
        DISPLAY "Nothing merged."
    END-IF
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - supervisors only: the sign-on itself asks for
*> "S", so a refusal lands on SECVLOG before any file is opened.
*> USER-MASTER and TRANHIST must be there to merge anything; a
*> missing hold file, archive or directory just means the user has
*> nothing in it to move.
*> =================================================================
1000-INITIALIZE.
    DISPLAY "coboltut UserName merge"
    SET SR-FUNC-SIGNON TO TRUE
    MOVE "TUT0MRG" TO SR-PROGRAM
    MOVE "S" TO SR-REQUIRED-AUTH
    CALL "tut0sec" USING SIGNON-REQUEST
    IF NOT SR-GRANTED
        STOP RUN
    END-IF
    MOVE SR-OPERATOR-ID TO WS-OPERATOR-ID
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN I-O USER-MASTER
    IF WS-UM-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN USER-MASTER - STATUS "
            WS-UM-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O TRANS-HIST-FILE
    IF WS-TH-STATUS = "35"
        OPEN OUTPUT TRANS-HIST-FILE
        CLOSE TRANS-HIST-FILE
        OPEN I-O TRANS-HIST-FILE
    END-IF
    IF WS-TH-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANHIST - STATUS "
            WS-TH-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O TRANS-HOLD-FILE
    IF WS-HD-STATUS = "00"
        SET WS-HOLD-FILE-OPEN TO TRUE
    ELSE
        IF WS-HD-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN TRANHOLD - STATUS "
                WS-HD-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN I-O ARCHIVE-FILE
    IF WS-AR-STATUS = "00"
        SET WS-ARCH-FILE-OPEN TO TRUE
    ELSE
        IF WS-AR-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN TRANARCH - STATUS "
                WS-AR-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN I-O NAME-DIRECTORY
    IF WS-ND-STATUS = "00"
        SET WS-DIR-FILE-OPEN TO TRUE
    ELSE
        IF WS-ND-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN NAMEDIR - STATUS "
                WS-ND-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM 1100-OPEN-LOGS THRU 1100-EXIT
    OPEN OUTPUT MERGE-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN MERGRPT - STATUS " WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
1000-EXIT.
    EXIT.

*> =================================================================
*> 1100-OPEN-LOGS - EXTEND-or-create, the same open tut0maint and
*> tut0reg use, so the merge lands on the one audit trail.
*> =================================================================
1100-OPEN-LOGS.
    OPEN EXTEND MAINT-AUDIT-FILE
    IF WS-MA-STATUS = "35"
        OPEN OUTPUT MAINT-AUDIT-FILE
        CLOSE MAINT-AUDIT-FILE
        OPEN EXTEND MAINT-AUDIT-FILE
    END-IF
    IF WS-MA-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN MAINT-AUDIT - STATUS "
            WS-MA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND NAME-DIR-LOG
    IF WS-NL-STATUS = "35"
        OPEN OUTPUT NAME-DIR-LOG
        CLOSE NAME-DIR-LOG
        OPEN EXTEND NAME-DIR-LOG
    END-IF
    IF WS-NL-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN NAMEDLOG - STATUS "
            WS-NL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
1100-EXIT.
    EXIT.

*> =================================================================
*> 2000-GET-MERGE-PAIR - both UserNames must be different and both
*> must be on USER-MASTER; the supervisor sees the two RealNames
*> side by side and has to confirm before anything is touched.
*> =================================================================
2000-GET-MERGE-PAIR.
    DISPLAY "Retired UserName (the duplicate to fold away):"
    ACCEPT WS-RETIRED-USERNAME
    DISPLAY "Surviving UserName (the one to keep):"
    ACCEPT WS-SURVIVOR-USERNAME
    SET WS-PAIR-OK TO TRUE
    IF WS-RETIRED-USERNAME = SPACES OR WS-SURVIVOR-USERNAME = SPACES
        DISPLAY "*** Both UserNames are required."
        MOVE "N" TO WS-PAIR-SW
    END-IF
    IF WS-PAIR-OK AND WS-RETIRED-USERNAME = WS-SURVIVOR-USERNAME
        DISPLAY "*** A UserName cannot be merged into itself."
        MOVE "N" TO WS-PAIR-SW
    END-IF
    IF WS-PAIR-OK
        PERFORM 2100-READ-RETIRED THRU 2100-EXIT
    END-IF
    IF WS-PAIR-OK
        PERFORM 2200-READ-SURVIVOR THRU 2200-EXIT
    END-IF
    IF WS-PAIR-OK
        DISPLAY " "
        DISPLAY "Retired  : " RT-USERNAME
        DISPLAY "           " RT-FIRSTNAME " " RT-MIDDLENAME " "
            RT-LASTNAME "  last run " RT-LAST-RUN-DATE
        DISPLAY "Surviving: " SU-USERNAME
        DISPLAY "           " SU-FIRSTNAME " " SU-MIDDLENAME " "
            SU-LASTNAME "  last run " SU-LAST-RUN-DATE
        DISPLAY "Merge the retired UserName into the surviving one? (Y/N):"
        ACCEPT WS-CONFIRM-ANSWER
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-RETIRED.
    MOVE WS-RETIRED-USERNAME TO UM-USERNAME
    READ USER-MASTER
        INVALID KEY
            DISPLAY "*** No USER-MASTER record on file for "
                WS-RETIRED-USERNAME
            MOVE "N" TO WS-PAIR-SW
        NOT INVALID KEY
            MOVE UM-USERNAME TO RT-USERNAME
            MOVE UM-FIRSTNAME TO RT-FIRSTNAME
            MOVE UM-MIDDLENAME TO RT-MIDDLENAME
            MOVE UM-LASTNAME TO RT-LASTNAME
            MOVE UM-LAST-RUN-DATE TO RT-LAST-RUN-DATE
    END-READ.
2100-EXIT.
    EXIT.

2200-READ-SURVIVOR.
    MOVE WS-SURVIVOR-USERNAME TO UM-USERNAME
    READ USER-MASTER
        INVALID KEY
            DISPLAY "*** No USER-MASTER record on file for "
                WS-SURVIVOR-USERNAME
            MOVE "N" TO WS-PAIR-SW
        NOT INVALID KEY
            MOVE UM-USERNAME TO SU-USERNAME
            MOVE UM-FIRSTNAME TO SU-FIRSTNAME
            MOVE UM-MIDDLENAME TO SU-MIDDLENAME
            MOVE UM-LASTNAME TO SU-LASTNAME
            MOVE UM-LAST-RUN-DATE TO SU-LAST-RUN-DATE
    END-READ.
2200-EXIT.
    EXIT.

*> =================================================================
*> 3000-MERGE-TRANHIST - the retired user's history, found on the
*> TH-USERNAME alternate key.  Each REWRITE moves the record out of
*> the retired user's key run, so the START is repeated for every
*> record until none is left under the retired UserName.
*> =================================================================
3000-MERGE-TRANHIST.
    MOVE "N" TO WS-EOF-SW
    PERFORM 3010-MOVE-ONE-HIST THRU 3010-EXIT
        UNTIL WS-EOF
    MOVE "TRANHIST" TO WS-LOG-FILE
    MOVE WS-HIST-MOVED TO WS-LOG-COUNT
    PERFORM 7000-LOG-MERGE-MOVE THRU 7000-EXIT.
3000-EXIT.
    EXIT.

3010-MOVE-ONE-HIST.
    MOVE WS-RETIRED-USERNAME TO TH-USERNAME
    START TRANS-HIST-FILE KEY = TH-USERNAME
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    IF NOT WS-EOF
        READ TRANS-HIST-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
        END-READ
    END-IF
    IF NOT WS-EOF
        IF TH-USERNAME = WS-RETIRED-USERNAME
            MOVE WS-SURVIVOR-USERNAME TO TH-USERNAME
            REWRITE TRANSACTION-HIST-RECORD
                INVALID KEY
                    DISPLAY "*** ERROR - UNABLE TO RE-POINT TRANHIST "
                        TH-HIST-KEY " - STATUS " WS-TH-STATUS
                    SET WS-MERGE-FAILED TO TRUE
                    SET WS-EOF TO TRUE
                NOT INVALID KEY
                    ADD 1 TO WS-HIST-MOVED
            END-REWRITE
        ELSE
            SET WS-EOF TO TRUE
        END-IF
    END-IF.
3010-EXIT.
    EXIT.

*> =================================================================
*> 3100-MERGE-TRANHOLD - every hold the retired user has, pending or
*> already decided, so a later release posts under the survivor and
*> a decided one still matches its history record.
*> =================================================================
3100-MERGE-TRANHOLD.
    IF WS-HOLD-FILE-OPEN
        MOVE "N" TO WS-EOF-SW
        MOVE ZEROS TO HD-HOLD-KEY
        START TRANS-HOLD-FILE KEY NOT LESS THAN HD-HOLD-KEY
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM 3110-MOVE-ONE-HOLD THRU 3110-EXIT
            UNTIL WS-EOF
    END-IF
    MOVE "TRANHOLD" TO WS-LOG-FILE
    MOVE WS-HOLD-MOVED TO WS-LOG-COUNT
    PERFORM 7000-LOG-MERGE-MOVE THRU 7000-EXIT.
3100-EXIT.
    EXIT.

3110-MOVE-ONE-HOLD.
    READ TRANS-HOLD-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF HD-USERNAME = WS-RETIRED-USERNAME
                MOVE WS-SURVIVOR-USERNAME TO HD-USERNAME
                REWRITE TRANS-HOLD-RECORD
                    INVALID KEY
                        DISPLAY "*** ERROR - UNABLE TO RE-POINT TRANHOLD "
                            HD-HOLD-KEY " - STATUS " WS-HD-STATUS
                        SET WS-MERGE-FAILED TO TRUE
                    NOT INVALID KEY
                        ADD 1 TO WS-HOLD-MOVED
                END-REWRITE
            END-IF
    END-READ.
3110-EXIT.
    EXIT.

*> =================================================================
*> 3200-MERGE-TRANARCH - the archive is a plain sequential file, so
*> it is passed once front to back and each of the retired user's
*> images rewritten in place; the length never changes.
*> =================================================================
3200-MERGE-TRANARCH.
    IF WS-ARCH-FILE-OPEN
        MOVE "N" TO WS-EOF-SW
        PERFORM 3210-MOVE-ONE-ARCHIVE THRU 3210-EXIT
            UNTIL WS-EOF
    END-IF
    MOVE "TRANARCH" TO WS-LOG-FILE
    MOVE WS-ARCH-MOVED TO WS-LOG-COUNT
    PERFORM 7000-LOG-MERGE-MOVE THRU 7000-EXIT.
3200-EXIT.
    EXIT.

3210-MOVE-ONE-ARCHIVE.
    READ ARCHIVE-FILE INTO TRANSACTION-LOG-RECORD
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ARCH-READ
            IF TL-USERNAME = WS-RETIRED-USERNAME
                MOVE WS-SURVIVOR-USERNAME TO TL-USERNAME
                REWRITE ARCHIVE-RECORD FROM TRANSACTION-LOG-RECORD
                IF WS-AR-STATUS = "00"
                    ADD 1 TO WS-ARCH-MOVED
                ELSE
                    DISPLAY "*** ERROR - UNABLE TO RE-POINT TRANARCH "
                        "RECORD " WS-ARCH-READ " - STATUS " WS-AR-STATUS
                    SET WS-MERGE-FAILED TO TRUE
                    SET WS-EOF TO TRUE
                END-IF
            END-IF
    END-READ.
3210-EXIT.
    EXIT.

*> =================================================================
*> 4000-MERGE-MASTER - the surviving master keeps the later of the
*> two last-run dates, then the retired master is deleted.  Only
*> reached once every history file has been re-pointed cleanly.
*> =================================================================
4000-MERGE-MASTER.
    MOVE WS-SURVIVOR-USERNAME TO UM-USERNAME
    READ USER-MASTER
        INVALID KEY
            DISPLAY "*** ERROR - SURVIVING MASTER " WS-SURVIVOR-USERNAME
                " NO LONGER ON FILE"
            SET WS-MERGE-FAILED TO TRUE
    END-READ
    IF NOT WS-MERGE-FAILED
        MOVE UM-LAST-RUN-DATE TO WS-OLD-RUN-DATE
        IF RT-LAST-RUN-DATE > UM-LAST-RUN-DATE
            MOVE RT-LAST-RUN-DATE TO UM-LAST-RUN-DATE
            REWRITE USER-MASTER-RECORD
                INVALID KEY
                    DISPLAY "*** ERROR - UNABLE TO REWRITE USER-MASTER "
                        UM-USERNAME " - STATUS " WS-UM-STATUS
                    SET WS-MERGE-FAILED TO TRUE
            END-REWRITE
        END-IF
    END-IF
    IF NOT WS-MERGE-FAILED
        PERFORM 7100-LOG-RUN-DATE THRU 7100-EXIT
        MOVE WS-RETIRED-USERNAME TO UM-USERNAME
        DELETE USER-MASTER RECORD
            INVALID KEY
                DISPLAY "*** ERROR - UNABLE TO DELETE USER-MASTER "
                    WS-RETIRED-USERNAME " - STATUS " WS-UM-STATUS
                SET WS-MERGE-FAILED TO TRUE
            NOT INVALID KEY
                SET WS-MASTER-DELETED TO TRUE
                PERFORM 7200-LOG-MASTER-DELETE THRU 7200-EXIT
        END-DELETE
    END-IF.
4000-EXIT.
    EXIT.

*> =================================================================
*> 5000-INACTIVATE-DIRECTORY - the retired UserName's NAMEDIR entry
*> drops out of coboltut's cross-check the way tut0reg's inactivate
*> does it, and is logged to NAMEDLOG the same way.
*> =================================================================
5000-INACTIVATE-DIRECTORY.
    IF WS-DIR-FILE-OPEN AND WS-MASTER-DELETED
        MOVE WS-RETIRED-USERNAME TO ND-USERNAME
        READ NAME-DIRECTORY
            INVALID KEY
                SET WS-DIR-NO-ENTRY TO TRUE
            NOT INVALID KEY
                IF ND-INACTIVE
                    SET WS-DIR-WAS-INACTIVE TO TRUE
                ELSE
                    PERFORM 5100-INACTIVATE-ENTRY THRU 5100-EXIT
                END-IF
        END-READ
    END-IF.
5000-EXIT.
    EXIT.

5100-INACTIVATE-ENTRY.
    MOVE ND-FIRSTNAME TO SV-FIRSTNAME
    MOVE ND-MIDDLENAME TO SV-MIDDLENAME
    MOVE ND-LASTNAME TO SV-LASTNAME
    SET ND-INACTIVE TO TRUE
    REWRITE NAME-DIRECTORY-RECORD
        INVALID KEY
            DISPLAY "*** ERROR - UNABLE TO INACTIVATE NAMEDIR "
                ND-USERNAME " - STATUS " WS-ND-STATUS
            SET WS-MERGE-FAILED TO TRUE
        NOT INVALID KEY
            SET WS-DIR-INACTIVATED TO TRUE
            MOVE "INA" TO NL-ACTION
            MOVE ND-USERNAME TO NL-USERNAME
            ACCEPT NL-CHANGE-DATE FROM DATE YYYYMMDD
            ACCEPT NL-CHANGE-TIME FROM TIME
            MOVE WS-OPERATOR-ID TO NL-OPERATOR
            MOVE SV-FIRSTNAME TO NL-OLD-FIRSTNAME
            MOVE SV-MIDDLENAME TO NL-OLD-MIDDLENAME
            MOVE SV-LASTNAME TO NL-OLD-LASTNAME
            MOVE ND-FIRSTNAME TO NL-NEW-FIRSTNAME
            MOVE ND-MIDDLENAME TO NL-NEW-MIDDLENAME
            MOVE ND-LASTNAME TO NL-NEW-LASTNAME
            WRITE NAME-DIR-LOG-RECORD
    END-REWRITE.
5100-EXIT.
    EXIT.

*> =================================================================
*> 6000-PRINT-REPORT - the proof of the merge: who was folded into
*> whom, by which supervisor, the records moved in each file and
*> what became of the retired master and directory entry.
*> =================================================================
6000-PRINT-REPORT.
    MOVE WS-TODAY TO HL-RUN-DATE
    WRITE MERGE-REPORT-RECORD FROM HEADING-LINE-1
    MOVE WS-OPERATOR-ID TO HL-SUPERVISOR
    WRITE MERGE-REPORT-RECORD FROM HEADING-LINE-2
    MOVE SPACES TO MERGE-REPORT-RECORD
    WRITE MERGE-REPORT-RECORD
    MOVE "RETIRED:" TO UL-LABEL
    MOVE RT-USERNAME TO UL-USERNAME
    MOVE RT-FIRSTNAME TO UL-FIRSTNAME
    MOVE RT-MIDDLENAME TO UL-MIDDLENAME
    MOVE RT-LASTNAME TO UL-LASTNAME
    WRITE MERGE-REPORT-RECORD FROM USER-LINE
    MOVE "SURVIVOR:" TO UL-LABEL
    MOVE SU-USERNAME TO UL-USERNAME
    MOVE SU-FIRSTNAME TO UL-FIRSTNAME
    MOVE SU-MIDDLENAME TO UL-MIDDLENAME
    MOVE SU-LASTNAME TO UL-LASTNAME
    WRITE MERGE-REPORT-RECORD FROM USER-LINE
    MOVE SPACES TO MERGE-REPORT-RECORD
    WRITE MERGE-REPORT-RECORD
    WRITE MERGE-REPORT-RECORD FROM COLUMN-HEADING
    MOVE "TRANHIST" TO MV-FILE
    MOVE WS-HIST-MOVED TO MV-COUNT
    MOVE SPACES TO MV-NOTE
    WRITE MERGE-REPORT-RECORD FROM MOVED-LINE
    MOVE "TRANHOLD" TO MV-FILE
    MOVE WS-HOLD-MOVED TO MV-COUNT
    IF WS-HOLD-FILE-OPEN
        MOVE SPACES TO MV-NOTE
    ELSE
        MOVE "(NO HOLD FILE ON DISK)" TO MV-NOTE
    END-IF
    WRITE MERGE-REPORT-RECORD FROM MOVED-LINE
    MOVE "TRANARCH" TO MV-FILE
    MOVE WS-ARCH-MOVED TO MV-COUNT
    IF WS-ARCH-FILE-OPEN
        MOVE SPACES TO MV-NOTE
    ELSE
        MOVE "(NO ARCHIVE ON DISK)" TO MV-NOTE
    END-IF
    WRITE MERGE-REPORT-RECORD FROM MOVED-LINE
    MOVE SPACES TO MERGE-REPORT-RECORD
    WRITE MERGE-REPORT-RECORD
    PERFORM 6100-PRINT-MASTER-STEPS THRU 6100-EXIT
    MOVE SPACES TO MERGE-REPORT-RECORD
    WRITE MERGE-REPORT-RECORD
    IF WS-MERGE-FAILED
        MOVE "*** MERGE INCOMPLETE - RETIRED MASTER LEFT ON FILE; RUN THE MERGE AGAIN"
            TO RS-TEXT
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "MERGE COMPLETE." TO RS-TEXT
    END-IF
    WRITE MERGE-REPORT-RECORD FROM RESULT-LINE
    DISPLAY RS-TEXT.
6000-EXIT.
    EXIT.

6100-PRINT-MASTER-STEPS.
    MOVE "USERMAST" TO SP-FILE
    MOVE SPACES TO SP-TEXT
    IF WS-MASTER-DELETED
        IF RT-LAST-RUN-DATE > WS-OLD-RUN-DATE
            STRING "LAST RUN DATE " DELIMITED BY SIZE
                WS-OLD-RUN-DATE DELIMITED BY SIZE
                " CARRIED TO " DELIMITED BY SIZE
                RT-LAST-RUN-DATE DELIMITED BY SIZE
                INTO SP-TEXT
        ELSE
            STRING "LAST RUN DATE " DELIMITED BY SIZE
                WS-OLD-RUN-DATE DELIMITED BY SIZE
                " KEPT - ALREADY THE LATER" DELIMITED BY SIZE
                INTO SP-TEXT
        END-IF
        WRITE MERGE-REPORT-RECORD FROM STEP-LINE
        MOVE "RETIRED MASTER DELETED" TO SP-TEXT
    ELSE
        MOVE "RETIRED MASTER NOT DELETED" TO SP-TEXT
    END-IF
    WRITE MERGE-REPORT-RECORD FROM STEP-LINE
    MOVE "NAMEDIR" TO SP-FILE
    EVALUATE TRUE
        WHEN WS-DIR-INACTIVATED
            MOVE "RETIRED ENTRY INACTIVATED" TO SP-TEXT
        WHEN WS-DIR-WAS-INACTIVE
            MOVE "RETIRED ENTRY WAS ALREADY INACTIVE" TO SP-TEXT
        WHEN WS-DIR-NO-ENTRY
            MOVE "NO ENTRY FOR THE RETIRED USERNAME" TO SP-TEXT
        WHEN WS-MASTER-DELETED
            MOVE "(NO DIRECTORY ON DISK)" TO SP-TEXT
        WHEN OTHER
            MOVE "NOT TOUCHED" TO SP-TEXT
    END-EVALUATE
    WRITE MERGE-REPORT-RECORD FROM STEP-LINE.
6100-EXIT.
    EXIT.

*> =================================================================
*> 7000-LOG-MERGE-MOVE - one MAINT-AUDIT record per history file,
*> written even when nothing was moved, so the trail shows every
*> file was looked at.  Retired UserName and RealName on the old
*> side, the survivor's on the new.
*> =================================================================
7000-LOG-MERGE-MOVE.
    PERFORM 7900-START-AUDIT-RECORD THRU 7900-EXIT
    SET MA-MERGE-MOVE TO TRUE
    MOVE WS-RETIRED-USERNAME TO MA-USERNAME
    MOVE WS-SURVIVOR-USERNAME TO MA-MERGE-USERNAME
    MOVE WS-LOG-FILE TO MA-MERGE-FILE
    MOVE WS-LOG-COUNT TO MA-MERGE-COUNT
    MOVE RT-FIRSTNAME TO MA-OLD-FIRSTNAME
    MOVE RT-MIDDLENAME TO MA-OLD-MIDDLENAME
    MOVE RT-LASTNAME TO MA-OLD-LASTNAME
    MOVE SU-FIRSTNAME TO MA-NEW-FIRSTNAME
    MOVE SU-MIDDLENAME TO MA-NEW-MIDDLENAME
    MOVE SU-LASTNAME TO MA-NEW-LASTNAME
    WRITE MAINT-AUDIT-RECORD.
7000-EXIT.
    EXIT.

*> =================================================================
*> 7100-LOG-RUN-DATE - the surviving master's last-run date before
*> and after the merge (the same date when it was already the
*> later one).
*> =================================================================
7100-LOG-RUN-DATE.
    PERFORM 7900-START-AUDIT-RECORD THRU 7900-EXIT
    SET MA-MERGE-RUN-DATE TO TRUE
    MOVE WS-SURVIVOR-USERNAME TO MA-USERNAME
    MOVE WS-RETIRED-USERNAME TO MA-MERGE-USERNAME
    MOVE "USERMAST" TO MA-MERGE-FILE
    MOVE WS-OLD-RUN-DATE TO MA-OLD-RUN-DATE
    MOVE UM-LAST-RUN-DATE TO MA-NEW-RUN-DATE
    MOVE SU-FIRSTNAME TO MA-OLD-FIRSTNAME
    MOVE SU-MIDDLENAME TO MA-OLD-MIDDLENAME
    MOVE SU-LASTNAME TO MA-OLD-LASTNAME
    MOVE SU-FIRSTNAME TO MA-NEW-FIRSTNAME
    MOVE SU-MIDDLENAME TO MA-NEW-MIDDLENAME
    MOVE SU-LASTNAME TO MA-NEW-LASTNAME
    WRITE MAINT-AUDIT-RECORD.
7100-EXIT.
    EXIT.

7200-LOG-MASTER-DELETE.
    PERFORM 7900-START-AUDIT-RECORD THRU 7900-EXIT
    SET MA-MERGE-DELETE TO TRUE
    MOVE WS-RETIRED-USERNAME TO MA-USERNAME
    MOVE WS-SURVIVOR-USERNAME TO MA-MERGE-USERNAME
    MOVE "USERMAST" TO MA-MERGE-FILE
    MOVE 1 TO MA-MERGE-COUNT
    MOVE RT-LAST-RUN-DATE TO MA-OLD-RUN-DATE
    MOVE RT-FIRSTNAME TO MA-OLD-FIRSTNAME
    MOVE RT-MIDDLENAME TO MA-OLD-MIDDLENAME
    MOVE RT-LASTNAME TO MA-OLD-LASTNAME
    WRITE MAINT-AUDIT-RECORD.
7200-EXIT.
    EXIT.

7900-START-AUDIT-RECORD.
    MOVE SPACES TO MAINT-AUDIT-RECORD
    MOVE ZEROS TO MA-MERGE-COUNT
    ACCEPT MA-CHANGE-DATE FROM DATE YYYYMMDD
    ACCEPT MA-CHANGE-TIME FROM TIME
    MOVE WS-OPERATOR-ID TO MA-OPERATOR.
7900-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE
*> =================================================================
9000-TERMINATE.
    CLOSE USER-MASTER
    CLOSE TRANS-HIST-FILE
    IF WS-HOLD-FILE-OPEN
        CLOSE TRANS-HOLD-FILE
    END-IF
    IF WS-ARCH-FILE-OPEN
        CLOSE ARCHIVE-FILE
    END-IF
    IF WS-DIR-FILE-OPEN
        CLOSE NAME-DIRECTORY
    END-IF
    CLOSE MAINT-AUDIT-FILE
    CLOSE NAME-DIR-LOG
    CLOSE MERGE-REPORT-FILE
    DISPLAY "tut0mrg complete - " WS-HIST-MOVED " history, "
        WS-HOLD-MOVED " hold and " WS-ARCH-MOVED " archive record(s) moved.".
9000-EXIT.
    EXIT.
