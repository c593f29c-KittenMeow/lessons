	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0hrf.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Nightly HR feed into NAME-DIRECTORY.  Until
*>                  now every entry was keyed through tut0reg one
*>                  at a time, so the directory always trailed HR
*>                  and coboltut's logon cross-check flagged
*>                  perfectly good joiners.  HR now sends HRFEED
*>                  (HRFEED.CPY): joiners (ADD), name changes (CHG)
*>                  and leavers (TRM, set ND-STATUS "I") keyed on
*>                  UserName, between HDR/TRL control records.
*>                  The controls are proved on a first pass, the
*>                  tut0edt way - HDR only as record one, TRL only
*>                  as the physically-last record, the header
*>                  carrying the business date and the trailer the
*>                  detail count - and a file that fails them is
*>                  not applied at all.  A good file is applied on
*>                  a second pass, each change logged to NAMEDLOG
*>                  exactly as tut0reg logs it, under the batch
*>                  operator ID TUT0HRF.  Anything that cannot be
*>                  applied (duplicate add, change or leaver for a
*>                  UserName not on file, missing name) lands on
*>                  the HREXCPT exception report for registration
*>                  to work.  RC=4 when there are exceptions, RC=8
*>                  when the file's controls fail.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HR-FEED-FILE ASSIGN TO "HRFEED"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-HF-STATUS.

    SELECT NAME-DIRECTORY ASSIGN TO "NAMEDIR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ND-USERNAME
        FILE STATUS IS WS-ND-STATUS.

    SELECT NAME-DIR-LOG ASSIGN TO "NAMEDLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NL-STATUS.

    SELECT HR-EXCEPTION-FILE ASSIGN TO "HREXCPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

    SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HR-FEED-FILE.
    COPY HRFEED.

FD  NAME-DIRECTORY.
    COPY NAMEDIR.

FD  NAME-DIR-LOG.
    COPY NAMEDLOG.

FD  HR-EXCEPTION-FILE.
01 HR-EXCEPTION-RECORD PIC X(80).

FD  PROC-DATE-FILE.
    COPY PROCDATE.

WORKING-STORAGE SECTION.
*> ---------------------------------------------------------------
*> One record of lookahead on the control pass, as in tut0edt:
*> WS-HELD-IMAGE is the previous record read, and whatever is
*> still held at end of file is the trailer candidate.  The FD
*> record area is reloaded from the held image so the HFH-/HFT-
*> views apply to it.
*> ---------------------------------------------------------------
01 WS-HELD-IMAGE PIC X(100).
01 WS-CURR-IMAGE PIC X(100).

*> Before-image of an entry being changed or inactivated, so the
*> activity log shows what the directory said before.
01 SAVED-NAME.
    COPY REALNAME REPLACING FirstName BY SV-FIRSTNAME
                             MiddleName BY SV-MIDDLENAME
                             LastName BY SV-LASTNAME.

01 HEADING-LINE-1.
    02 FILLER PIC X(34) VALUE "COBOLTUT HR FEED - NAME-DIRECTORY".
    02 FILLER PIC X(08) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(30) VALUE SPACES.

01 CONTROL-LINE.
    02 CL-LABEL PIC X(28).
    02 CL-VALUE PIC X(52).

01 COUNT-LINE.
    02 NL-LABEL PIC X(28).
    02 NL-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(44) VALUE SPACES.

01 SECTION-LINE.
    02 SE-TITLE PIC X(40).
    02 FILLER PIC X(40) VALUE SPACES.

*> One line per detail that could not be applied: its record
*> number on HRFEED, the action, the UserName and why.
01 EXCEPTION-LINE.
    02 EX-SEQ PIC ZZZZZ9.
    02 FILLER PIC X(02) VALUE SPACES.
    02 EX-ACTION PIC X(03).
    02 FILLER PIC X(02) VALUE SPACES.
    02 EX-USERNAME PIC X(30).
    02 FILLER PIC X(02) VALUE SPACES.
    02 EX-REASON PIC X(35).

77 WS-HF-STATUS PIC X(02) VALUE SPACES.
77 WS-ND-STATUS PIC X(02) VALUE SPACES.
77 WS-NL-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.

*> The operator ID every change from the feed is logged under.
77 WS-OPERATOR-ID PIC X(08) VALUE "TUT0HRF".

77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-TODAY PIC 9(08) VALUE ZEROS.
77 WS-FILE-DATE PIC 9(08) VALUE ZEROS.
77 WS-DATE-EDIT PIC 9(08).

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".
77 WS-HELD-SW PIC X(01) VALUE "N".
    88 WS-RECORD-HELD VALUE "Y".
77 WS-HDR-FOUND-SW PIC X(01) VALUE "N".
    88 WS-HDR-FOUND VALUE "Y".
77 WS-TRL-FOUND-SW PIC X(01) VALUE "N".
    88 WS-TRL-FOUND VALUE "Y".
77 WS-DATE-OK-SW PIC X(01) VALUE "Y".
    88 WS-FILE-DATE-OK VALUE "Y".
77 WS-CONTROLS-OK-SW PIC X(01) VALUE "Y".
    88 WS-CONTROLS-OK VALUE "Y".
77 WS-FOUND-SW PIC X(01) VALUE "N".
    88 WS-FOUND VALUE "Y".

77 WS-HELD-SEQ PIC 9(08) VALUE ZEROS.
77 WS-RECS-READ PIC 9(08) VALUE ZEROS.
77 WS-DETAIL-READ PIC 9(08) VALUE ZEROS.
77 WS-TRAILER-COUNT PIC 9(08) VALUE ZEROS.
77 WS-APPLY-SEQ PIC 9(08) VALUE ZEROS.
77 WS-FIRST-DETAIL PIC 9(08) VALUE ZEROS.
77 WS-LAST-DETAIL PIC 9(08) VALUE ZEROS.

77 WS-ADDED PIC 9(08) VALUE ZEROS.
77 WS-CHANGED PIC 9(08) VALUE ZEROS.
77 WS-UNCHANGED PIC 9(08) VALUE ZEROS.
77 WS-TERMINATED PIC 9(08) VALUE ZEROS.
77 WS-EXCEPTIONS PIC 9(08) VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-PROVE-CONTROLS THRU 2000-EXIT
    IF WS-CONTROLS-OK
        PERFORM 3000-APPLY-FEED THRU 3000-EXIT
    END-IF
    PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - a missing HRFEED is a hard stop.  The
*> directory and its log are opened (or created) the way tut0reg
*> opens them.
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    OPEN OUTPUT HR-EXCEPTION-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN HREXCPT - STATUS "
            WS-RP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TODAY TO HL-RUN-DATE
    WRITE HR-EXCEPTION-RECORD FROM HEADING-LINE-1
    MOVE SPACES TO HR-EXCEPTION-RECORD
    WRITE HR-EXCEPTION-RECORD
    OPEN INPUT HR-FEED-FILE
    IF WS-HF-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN HRFEED - STATUS "
            WS-HF-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O NAME-DIRECTORY
    IF WS-ND-STATUS = "35"
        OPEN OUTPUT NAME-DIRECTORY
        CLOSE NAME-DIRECTORY
        OPEN I-O NAME-DIRECTORY
    END-IF
    IF WS-ND-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN NAME-DIRECTORY - STATUS "
            WS-ND-STATUS
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
1000-EXIT.
    EXIT.

*> =================================================================
*> 1500-GET-BUSINESS-DATE - the shop's current business date from
*> the PROCDATE control file, advanced only by the end-of-day
*> cycle; the calendar-date fallback is the bootstrap path, not
*> the normal one.
*> =================================================================
1500-GET-BUSINESS-DATE.
    MOVE ZEROS TO WS-BUS-DATE
    OPEN INPUT PROC-DATE-FILE
    IF WS-PD-STATUS = "00"
        READ PROC-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-BUS-DATE IS NUMERIC
                    MOVE PD-BUS-DATE TO WS-BUS-DATE
                END-IF
        END-READ
        CLOSE PROC-DATE-FILE
    END-IF
    IF WS-BUS-DATE = ZEROS
        DISPLAY "*** PROCDATE not available - using the calendar date."
        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
    END-IF.
1500-EXIT.
    EXIT.

*> =================================================================
*> 2000-PROVE-CONTROLS - the first pass reads the whole file with
*> one record of lookahead, to find the header, the trailer and
*> the detail count before a single entry is touched.  A file cut
*> short in transfer is refused whole, not half applied.
*> =================================================================
2000-PROVE-CONTROLS.
    PERFORM 2100-READ-CONTROL-PASS THRU 2100-EXIT
        UNTIL WS-EOF
    IF WS-RECORD-HELD
        MOVE WS-HELD-IMAGE TO HR-FEED-RECORD
        EVALUATE TRUE
            WHEN HFT-RECORD-ID = "TRL"
                AND HFT-RECORD-COUNT IS NUMERIC
                SET WS-TRL-FOUND TO TRUE
                MOVE HFT-RECORD-COUNT TO WS-TRAILER-COUNT
            WHEN WS-HELD-SEQ = 1 AND HFH-RECORD-ID = "HDR"
                PERFORM 2200-TAKE-HEADER THRU 2200-EXIT
            WHEN OTHER
                ADD 1 TO WS-DETAIL-READ
        END-EVALUATE
    END-IF
    CLOSE HR-FEED-FILE
    IF NOT WS-HDR-FOUND
        MOVE "N" TO WS-CONTROLS-OK-SW
    END-IF
    IF WS-HDR-FOUND AND WS-FILE-DATE NOT = WS-BUS-DATE
        MOVE "N" TO WS-DATE-OK-SW
        MOVE "N" TO WS-CONTROLS-OK-SW
    END-IF
    IF NOT WS-TRL-FOUND
        MOVE "N" TO WS-CONTROLS-OK-SW
    END-IF
    IF WS-TRL-FOUND AND WS-TRAILER-COUNT NOT = WS-DETAIL-READ
        MOVE "N" TO WS-CONTROLS-OK-SW
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-CONTROL-PASS.
    READ HR-FEED-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-RECS-READ
            MOVE HR-FEED-RECORD TO WS-CURR-IMAGE
            IF WS-RECORD-HELD
                MOVE WS-HELD-IMAGE TO HR-FEED-RECORD
                IF WS-HELD-SEQ = 1 AND HFH-RECORD-ID = "HDR"
                    PERFORM 2200-TAKE-HEADER THRU 2200-EXIT
                ELSE
                    ADD 1 TO WS-DETAIL-READ
                END-IF
            END-IF
            MOVE WS-CURR-IMAGE TO WS-HELD-IMAGE
            MOVE WS-RECS-READ TO WS-HELD-SEQ
            SET WS-RECORD-HELD TO TRUE
    END-READ.
2100-EXIT.
    EXIT.

2200-TAKE-HEADER.
    SET WS-HDR-FOUND TO TRUE
    IF HFH-FILE-DATE IS NUMERIC
        MOVE HFH-FILE-DATE TO WS-FILE-DATE
    END-IF.
2200-EXIT.
    EXIT.

*> =================================================================
*> 3000-APPLY-FEED - the second pass.  The controls pass proved
*> record one is the header and the last record the trailer, so
*> only the records between them are applied.
*> =================================================================
3000-APPLY-FEED.
    MOVE 2 TO WS-FIRST-DETAIL
    COMPUTE WS-LAST-DETAIL = WS-RECS-READ - 1
    MOVE ZEROS TO WS-APPLY-SEQ
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT HR-FEED-FILE
    IF WS-HF-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO REOPEN HRFEED - STATUS "
            WS-HF-STATUS
        MOVE "N" TO WS-CONTROLS-OK-SW
    ELSE
        MOVE SPACES TO HR-EXCEPTION-RECORD
        MOVE "EXCEPTIONS - NOT APPLIED:" TO SE-TITLE
        WRITE HR-EXCEPTION-RECORD FROM SECTION-LINE
        PERFORM 3100-READ-APPLY-PASS THRU 3100-EXIT
            UNTIL WS-EOF
        CLOSE HR-FEED-FILE
        IF WS-EXCEPTIONS = ZERO
            MOVE "    NONE" TO HR-EXCEPTION-RECORD
            WRITE HR-EXCEPTION-RECORD
        END-IF
    END-IF.
3000-EXIT.
    EXIT.

3100-READ-APPLY-PASS.
    READ HR-FEED-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-APPLY-SEQ
            IF WS-APPLY-SEQ NOT LESS THAN WS-FIRST-DETAIL
                AND WS-APPLY-SEQ NOT GREATER THAN WS-LAST-DETAIL
                PERFORM 3200-APPLY-ONE-ACTION THRU 3200-EXIT
            END-IF
    END-READ.
3100-EXIT.
    EXIT.

*> =================================================================
*> 3200-APPLY-ONE-ACTION - basic edits first, then the action
*> against what the directory holds for the UserName.
*> =================================================================
3200-APPLY-ONE-ACTION.
    EVALUATE TRUE
        WHEN HF-USERNAME = SPACES
            MOVE "USERNAME BLANK" TO EX-REASON
            PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
        WHEN NOT HF-ADD AND NOT HF-CHANGE AND NOT HF-TERMINATE
            MOVE "UNKNOWN ACTION CODE" TO EX-REASON
            PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
        WHEN (HF-ADD OR HF-CHANGE)
            AND (HF-FIRSTNAME = SPACES OR HF-LASTNAME = SPACES)
            MOVE "FIRST OR LAST NAME BLANK" TO EX-REASON
            PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
        WHEN OTHER
            PERFORM 3300-LOOKUP-ENTRY THRU 3300-EXIT
            EVALUATE TRUE
                WHEN HF-ADD
                    PERFORM 3400-APPLY-ADD THRU 3400-EXIT
                WHEN HF-CHANGE
                    PERFORM 3500-APPLY-CHANGE THRU 3500-EXIT
                WHEN HF-TERMINATE
                    PERFORM 3600-APPLY-TERMINATE THRU 3600-EXIT
            END-EVALUATE
    END-EVALUATE.
3200-EXIT.
    EXIT.

3300-LOOKUP-ENTRY.
    MOVE "N" TO WS-FOUND-SW
    MOVE HF-USERNAME TO ND-USERNAME
    READ NAME-DIRECTORY
        INVALID KEY
            MOVE "N" TO WS-FOUND-SW
        NOT INVALID KEY
            SET WS-FOUND TO TRUE
    END-READ.
3300-EXIT.
    EXIT.

*> =================================================================
*> 3400-APPLY-ADD - a joiner.  A UserName already on file, active
*> or not, is never overwritten - registration decides whether it
*> is a rehire or a clash.
*> =================================================================
3400-APPLY-ADD.
    IF WS-FOUND
        MOVE "DUPLICATE ADD - ALREADY ON FILE" TO EX-REASON
        PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
    ELSE
        MOVE HF-USERNAME TO ND-USERNAME
        MOVE HF-FIRSTNAME TO ND-FIRSTNAME
        MOVE HF-MIDDLENAME TO ND-MIDDLENAME
        MOVE HF-LASTNAME TO ND-LASTNAME
        SET ND-ACTIVE TO TRUE
        WRITE NAME-DIRECTORY-RECORD
            INVALID KEY
                MOVE "DUPLICATE ADD - ALREADY ON FILE" TO EX-REASON
                PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
            NOT INVALID KEY
                MOVE SPACES TO SAVED-NAME
                MOVE "ADD" TO NL-ACTION
                PERFORM 3800-WRITE-ACTIVITY-LOG THRU 3800-EXIT
                ADD 1 TO WS-ADDED
        END-WRITE
    END-IF.
3400-EXIT.
    EXIT.

*> =================================================================
*> 3500-APPLY-CHANGE - a name change on an active entry.  A change
*> that matches what is already on file is counted and left alone
*> rather than logged as a change that never happened.
*> =================================================================
3500-APPLY-CHANGE.
    EVALUATE TRUE
        WHEN NOT WS-FOUND
            MOVE "CHANGE FOR UNKNOWN USERNAME" TO EX-REASON
            PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
        WHEN ND-INACTIVE
            MOVE "CHANGE FOR AN INACTIVE ENTRY" TO EX-REASON
            PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
        WHEN HF-FIRSTNAME = ND-FIRSTNAME
            AND HF-MIDDLENAME = ND-MIDDLENAME
            AND HF-LASTNAME = ND-LASTNAME
            ADD 1 TO WS-UNCHANGED
        WHEN OTHER
            MOVE ND-FIRSTNAME TO SV-FIRSTNAME
            MOVE ND-MIDDLENAME TO SV-MIDDLENAME
            MOVE ND-LASTNAME TO SV-LASTNAME
            MOVE HF-FIRSTNAME TO ND-FIRSTNAME
            MOVE HF-MIDDLENAME TO ND-MIDDLENAME
            MOVE HF-LASTNAME TO ND-LASTNAME
            REWRITE NAME-DIRECTORY-RECORD
            IF WS-ND-STATUS = "00"
                MOVE "CHG" TO NL-ACTION
                PERFORM 3800-WRITE-ACTIVITY-LOG THRU 3800-EXIT
                ADD 1 TO WS-CHANGED
            ELSE
                MOVE "DIRECTORY REWRITE FAILED" TO EX-REASON
                PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
            END-IF
    END-EVALUATE.
3500-EXIT.
    EXIT.

*> =================================================================
*> 3600-APPLY-TERMINATE - a leaver is inactivated, never deleted,
*> the same rule tut0reg follows, so the UserName can never be
*> re-registered to someone else by accident.
*> =================================================================
3600-APPLY-TERMINATE.
    EVALUATE TRUE
        WHEN NOT WS-FOUND
            MOVE "LEAVER FOR UNKNOWN USERNAME" TO EX-REASON
            PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
        WHEN ND-INACTIVE
            MOVE "LEAVER ALREADY INACTIVE" TO EX-REASON
            PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
        WHEN OTHER
            MOVE ND-FIRSTNAME TO SV-FIRSTNAME
            MOVE ND-MIDDLENAME TO SV-MIDDLENAME
            MOVE ND-LASTNAME TO SV-LASTNAME
            SET ND-INACTIVE TO TRUE
            REWRITE NAME-DIRECTORY-RECORD
            IF WS-ND-STATUS = "00"
                MOVE "INA" TO NL-ACTION
                PERFORM 3800-WRITE-ACTIVITY-LOG THRU 3800-EXIT
                ADD 1 TO WS-TERMINATED
            ELSE
                MOVE "DIRECTORY REWRITE FAILED" TO EX-REASON
                PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
            END-IF
    END-EVALUATE.
3600-EXIT.
    EXIT.

*> =================================================================
*> 3800-WRITE-ACTIVITY-LOG - the tut0reg activity record: action,
*> UserName, date/time stamp, operator, and the before/after name
*> images (a blank before-image on an ADD).
*> =================================================================
3800-WRITE-ACTIVITY-LOG.
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
    WRITE NAME-DIR-LOG-RECORD.
3800-EXIT.
    EXIT.

3900-WRITE-EXCEPTION.
    ADD 1 TO WS-EXCEPTIONS
    MOVE WS-APPLY-SEQ TO EX-SEQ
    MOVE HF-ACTION TO EX-ACTION
    MOVE HF-USERNAME TO EX-USERNAME
    WRITE HR-EXCEPTION-RECORD FROM EXCEPTION-LINE.
3900-EXIT.
    EXIT.

*> =================================================================
*> 4000-PRINT-SUMMARY - the file controls, then what was applied.
*> =================================================================
4000-PRINT-SUMMARY.
    MOVE SPACES TO HR-EXCEPTION-RECORD
    WRITE HR-EXCEPTION-RECORD
    MOVE "FILE HEADER:" TO CL-LABEL
    IF WS-HDR-FOUND
        MOVE "PRESENT" TO CL-VALUE
    ELSE
        MOVE "*** MISSING ***" TO CL-VALUE
    END-IF
    WRITE HR-EXCEPTION-RECORD FROM CONTROL-LINE
    MOVE "FILE DATE:" TO CL-LABEL
    IF WS-HDR-FOUND AND WS-FILE-DATE > ZERO
        MOVE WS-FILE-DATE TO WS-DATE-EDIT
        MOVE WS-DATE-EDIT TO CL-VALUE
    ELSE
        MOVE "(NOT SUPPLIED)" TO CL-VALUE
    END-IF
    WRITE HR-EXCEPTION-RECORD FROM CONTROL-LINE
    MOVE "FILE DATE CHECK:" TO CL-LABEL
    IF WS-FILE-DATE-OK
        MOVE "OK" TO CL-VALUE
    ELSE
        MOVE "*** NOT THE BUSINESS DATE ***" TO CL-VALUE
    END-IF
    WRITE HR-EXCEPTION-RECORD FROM CONTROL-LINE
    MOVE "FILE TRAILER:" TO CL-LABEL
    IF WS-TRL-FOUND
        MOVE "PRESENT" TO CL-VALUE
    ELSE
        MOVE "*** MISSING ***" TO CL-VALUE
    END-IF
    WRITE HR-EXCEPTION-RECORD FROM CONTROL-LINE
    MOVE "TRAILER RECORD COUNT:" TO NL-LABEL
    MOVE WS-TRAILER-COUNT TO NL-COUNT
    WRITE HR-EXCEPTION-RECORD FROM COUNT-LINE
    MOVE "DETAIL RECORDS READ:" TO NL-LABEL
    MOVE WS-DETAIL-READ TO NL-COUNT
    WRITE HR-EXCEPTION-RECORD FROM COUNT-LINE
    MOVE "CONTROL CHECKS:" TO CL-LABEL
    IF WS-CONTROLS-OK
        MOVE "OK - FEED APPLIED" TO CL-VALUE
    ELSE
        MOVE "*** FAILED - NOTHING APPLIED, REQUEST A RESEND ***"
            TO CL-VALUE
    END-IF
    WRITE HR-EXCEPTION-RECORD FROM CONTROL-LINE
    MOVE SPACES TO HR-EXCEPTION-RECORD
    WRITE HR-EXCEPTION-RECORD
    MOVE "JOINERS ADDED:" TO NL-LABEL
    MOVE WS-ADDED TO NL-COUNT
    WRITE HR-EXCEPTION-RECORD FROM COUNT-LINE
    MOVE "NAMES CHANGED:" TO NL-LABEL
    MOVE WS-CHANGED TO NL-COUNT
    WRITE HR-EXCEPTION-RECORD FROM COUNT-LINE
    MOVE "CHANGES ALREADY ON FILE:" TO NL-LABEL
    MOVE WS-UNCHANGED TO NL-COUNT
    WRITE HR-EXCEPTION-RECORD FROM COUNT-LINE
    MOVE "LEAVERS INACTIVATED:" TO NL-LABEL
    MOVE WS-TERMINATED TO NL-COUNT
    WRITE HR-EXCEPTION-RECORD FROM COUNT-LINE
    MOVE "EXCEPTIONS:" TO NL-LABEL
    MOVE WS-EXCEPTIONS TO NL-COUNT
    WRITE HR-EXCEPTION-RECORD FROM COUNT-LINE.
4000-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE - RC=8 for a file refused on its controls, RC=4
*> when individual actions are waiting on registration.
*> =================================================================
9000-TERMINATE.
    CLOSE NAME-DIRECTORY
    CLOSE NAME-DIR-LOG
    CLOSE HR-EXCEPTION-FILE
    EVALUATE TRUE
        WHEN NOT WS-CONTROLS-OK
            MOVE 8 TO RETURN-CODE
        WHEN WS-EXCEPTIONS > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    DISPLAY "tut0hrf complete - " WS-ADDED " added, " WS-CHANGED
        " changed, " WS-TERMINATED " inactivated, " WS-EXCEPTIONS
        " exception(s).".
9000-EXIT.
    EXIT.
