	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0secr.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Daily security and operator-activity review.
*>                  Until now SECVLOG was written and never read,
*>                  and the changes themselves sat in three more
*>                  flat files (OPERLOG, NAMEDLOG, MAINTLOG) that
*>                  audit compared by hand.  This merges all four
*>                  for a date range, sorted by operator ID then
*>                  date/time, and prints SECRPT: each operator's
*>                  refused sign-ons and authority checks with the
*>                  reason, every profile, directory and master
*>                  change they keyed (with the before and after
*>                  names), and their counts by reason and by log.
*>                  An ID with WS-PWD-ALERT-LIMIT or more bad
*>                  passwords in the period is flagged, and closing
*>                  sections list those IDs and every operator
*>                  granted supervisor authority or reactivated.
*>                  SYSIN carries the from and to dates (YYYYMMDD);
*>                  blank lines review yesterday.
*> 2026-10-15  CRP  MAINTLOG records now carry their own action
*>                  code: a RealName change still lists as "CHG",
*>                  and the UserName merge steps from tut0mrg list
*>                  as MRG/RUN/DEL with the file and records moved,
*>                  the carried last-run date or the survivor.
*> 2026-10-15  CRP  A log that is there but cannot be opened is no
*>                  longer just a console message: SECRPT closes
*>                  with a line naming the log and its status, and
*>                  the run ends RC 8 so the review is not taken as
*>                  complete.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SEC-VIOLATION-LOG ASSIGN TO "SECVLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SV-STATUS.

    SELECT OPER-ACTIVITY-LOG ASSIGN TO "OPERLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OL-STATUS.

    SELECT NAME-DIR-LOG ASSIGN TO "NAMEDLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NL-STATUS.

    SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-MA-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

    SELECT SEC-REPORT-FILE ASSIGN TO "SECRPT"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SEC-VIOLATION-LOG.
    COPY SECVLOG.

FD  OPER-ACTIVITY-LOG.
    COPY OPERLOG.

FD  NAME-DIR-LOG.
    COPY NAMEDLOG.

FD  MAINT-AUDIT-FILE.
    COPY MAINTAUD.

*> ---------------------------------------------------------------
*> One sort record per log record, whichever log it came from.
*> SW-OPERATOR is the ID the event belongs to: for a violation the
*> ID that was tried, for a change the operator who keyed it.  A
*> violation carries the authority wanted and held in the two
*> authority fields; an OPERLOG change carries the old and new
*> authority; directory and master changes carry the names.
*> ---------------------------------------------------------------
SD  SORT-WORK-FILE.
01 SORT-WORK-RECORD.
    02 SW-OPERATOR PIC X(08).
    02 SW-DATE PIC 9(08).
    02 SW-TIME PIC 9(08).
    02 SW-LOG PIC X(01).
        88 SW-FROM-SECVLOG VALUE "V".
        88 SW-FROM-OPERLOG VALUE "O".
        88 SW-FROM-NAMEDLOG VALUE "N".
        88 SW-FROM-MAINTLOG VALUE "M".
    02 SW-ACTION PIC X(03).
    02 SW-TARGET PIC X(30).
    02 SW-PROGRAM PIC X(08).
    02 SW-OLD-AUTH PIC X(01).
    02 SW-NEW-AUTH PIC X(01).
    COPY REALNAME REPLACING FirstName BY SW-OLD-FIRSTNAME
                             MiddleName BY SW-OLD-MIDDLENAME
                             LastName BY SW-OLD-LASTNAME.
    COPY REALNAME REPLACING FirstName BY SW-NEW-FIRSTNAME
                             MiddleName BY SW-NEW-MIDDLENAME
                             LastName BY SW-NEW-LASTNAME.
    02 SW-DETAIL PIC X(50).

FD  SEC-REPORT-FILE.
01 SEC-REPORT-RECORD PIC X(120).

WORKING-STORAGE SECTION.
01 HEADING-LINE-1.
    02 FILLER PIC X(50)
        VALUE "COBOLTUT SECURITY AND OPERATOR ACTIVITY REVIEW".
    02 FILLER PIC X(07) VALUE "RUN OF ".
    02 HL-RUN-DATE PIC 9(08).
    02 FILLER PIC X(55) VALUE SPACES.

01 HEADING-LINE-2.
    02 FILLER PIC X(12) VALUE "PERIOD FROM ".
    02 HL-FROM-DATE PIC 9(08).
    02 FILLER PIC X(09) VALUE " THROUGH ".
    02 HL-TO-DATE PIC 9(08).
    02 FILLER PIC X(83) VALUE SPACES.

01 OPERATOR-HEADING.
    02 FILLER PIC X(13) VALUE "OPERATOR ID: ".
    02 OH-OPERATOR PIC X(08).
    02 FILLER PIC X(99) VALUE SPACES.

01 DETAIL-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 DL-DATE PIC 9(08).
    02 FILLER PIC X(01) VALUE SPACES.
    02 DL-TIME PIC 9(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 DL-LOG PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 DL-ACTION PIC X(03).
    02 FILLER PIC X(02) VALUE SPACES.
    02 DL-TARGET PIC X(30).
    02 FILLER PIC X(02) VALUE SPACES.
    02 DL-DETAIL PIC X(50).

01 IMAGE-LINE.
    02 FILLER PIC X(36) VALUE SPACES.
    02 IM-LABEL PIC X(06).
    02 IM-FIRSTNAME PIC X(20).
    02 FILLER PIC X(01) VALUE SPACES.
    02 IM-MIDDLENAME PIC X(20).
    02 FILLER PIC X(01) VALUE SPACES.
    02 IM-LASTNAME PIC X(20).
    02 FILLER PIC X(16) VALUE SPACES.

01 AUTH-DETAIL.
    02 AD-LABEL-1 PIC X(08).
    02 AD-PROGRAM PIC X(08).
    02 AD-LABEL-2 PIC X(08).
    02 AD-OLD-AUTH PIC X(01).
    02 AD-LABEL-3 PIC X(07).
    02 AD-NEW-AUTH PIC X(01).
    02 FILLER PIC X(17) VALUE SPACES.

01 REASON-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 FILLER PIC X(16) VALUE "VIOLATIONS  UNK ".
    02 RL-UNK PIC ZZZ9.
    02 FILLER PIC X(06) VALUE "  PWD ".
    02 RL-PWD PIC ZZZ9.
    02 FILLER PIC X(06) VALUE "  INA ".
    02 RL-INA PIC ZZZ9.
    02 FILLER PIC X(06) VALUE "  AUT ".
    02 RL-AUT PIC ZZZ9.
    02 FILLER PIC X(66) VALUE SPACES.

01 CHANGE-COUNT-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 FILLER PIC X(20) VALUE "CHANGES     OPERLOG ".
    02 CC-OPERLOG PIC ZZZ9.
    02 FILLER PIC X(11) VALUE "  NAMEDLOG ".
    02 CC-NAMEDLOG PIC ZZZ9.
    02 FILLER PIC X(11) VALUE "  MAINTLOG ".
    02 CC-MAINTLOG PIC ZZZ9.
    02 FILLER PIC X(62) VALUE SPACES.

01 ALERT-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 FILLER PIC X(30) VALUE "*** REPEATED BAD PASSWORD - ".
    02 AL-COUNT PIC ZZZ9.
    02 FILLER PIC X(36) VALUE " ATTEMPTS AGAINST THIS ID ***".
    02 FILLER PIC X(46) VALUE SPACES.

01 SECTION-LINE.
    02 SE-TITLE PIC X(50).
    02 FILLER PIC X(70) VALUE SPACES.

01 PRIVILEGE-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 PL-TARGET PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 PL-EVENT PIC X(30).
    02 FILLER PIC X(04) VALUE "BY ".
    02 PL-OPERATOR PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 PL-DATE PIC 9(08).
    02 FILLER PIC X(01) VALUE SPACES.
    02 PL-TIME PIC 9(08).
    02 FILLER PIC X(45) VALUE SPACES.

01 FLAGGED-LINE.
    02 FILLER PIC X(04) VALUE SPACES.
    02 FL-OPERATOR PIC X(08).
    02 FILLER PIC X(02) VALUE SPACES.
    02 FL-COUNT PIC ZZZ9.
    02 FILLER PIC X(22) VALUE " BAD PASSWORD(S)".
    02 FILLER PIC X(80) VALUE SPACES.

01 TOTAL-LINE.
    02 TO-LABEL PIC X(32).
    02 TO-COUNT PIC ZZZZZZZ9.
    02 FILLER PIC X(80) VALUE SPACES.

01 UNREAD-LINE.
    02 FILLER PIC X(04) VALUE "*** ".
    02 UL-LOG PIC X(08).
    02 FILLER PIC X(28) VALUE " COULD NOT BE READ - STATUS ".
    02 UL-STATUS PIC X(02).
    02 FILLER PIC X(28) VALUE " - REVIEW INCOMPLETE ***".
    02 FILLER PIC X(50) VALUE SPACES.

*> ---------------------------------------------------------------
*> Closing-section tables, first-seen order, following the
*> table convention tut0stat set: anything past the limit is
*> counted so the report can say it was not listed.
*> ---------------------------------------------------------------
01 PRIVILEGE-TABLE.
    02 PRIVILEGE-ENTRY OCCURS 200.
        03 PT-TARGET PIC X(08).
        03 PT-EVENT PIC X(30).
        03 PT-OPERATOR PIC X(08).
        03 PT-DATE PIC 9(08).
        03 PT-TIME PIC 9(08).

01 FLAGGED-TABLE.
    02 FLAGGED-ENTRY OCCURS 200.
        03 FT-OPERATOR PIC X(08).
        03 FT-COUNT PIC 9(04).

77 WS-PRIV-MAX PIC 9(03) VALUE 200.
77 WS-PRIV-COUNT PIC 9(03) VALUE ZEROS.
77 WS-PRIV-IX PIC 9(03) VALUE ZEROS.
77 WS-PRIV-OVERFLOW PIC 9(08) VALUE ZEROS.

77 WS-FLAG-MAX PIC 9(03) VALUE 200.
77 WS-FLAG-COUNT PIC 9(03) VALUE ZEROS.
77 WS-FLAG-IX PIC 9(03) VALUE ZEROS.
77 WS-FLAG-OVERFLOW PIC 9(08) VALUE ZEROS.

*> Bad passwords against one ID in the period before it is flagged.
77 WS-PWD-ALERT-LIMIT PIC 9(04) VALUE 3.

77 WS-SV-STATUS PIC X(02) VALUE SPACES.
77 WS-OL-STATUS PIC X(02) VALUE SPACES.
77 WS-NL-STATUS PIC X(02) VALUE SPACES.
77 WS-MA-STATUS PIC X(02) VALUE SPACES.
77 WS-RP-STATUS PIC X(02) VALUE SPACES.

77 WS-EOF-SW PIC X(01) VALUE "N".
    88 WS-EOF VALUE "Y".
77 WS-GROUP-OPEN-SW PIC X(01) VALUE "N".
    88 WS-GROUP-OPEN VALUE "Y".
*> Set when a log exists but will not open; its status is kept in
*> its own WS-xx-STATUS for the closing line on SECRPT.
77 WS-LOG-FAILED-SW PIC X(01) VALUE "N".
    88 WS-LOG-FAILED VALUE "Y".

77 WS-FROM-RAW PIC X(08) VALUE SPACES.
77 WS-TO-RAW PIC X(08) VALUE SPACES.
77 WS-FROM-DATE PIC 9(08) VALUE ZEROS.
77 WS-TO-DATE PIC 9(08) VALUE ZEROS.
77 WS-TODAY PIC 9(08) VALUE ZEROS.
77 WS-DAY-NUMBER PIC 9(08) VALUE ZEROS.

77 WS-CURRENT-OPERATOR PIC X(08) VALUE SPACES.

*> Per-operator counts, reset at each operator break.
77 WS-OP-UNK PIC 9(04) VALUE ZEROS.
77 WS-OP-PWD PIC 9(04) VALUE ZEROS.
77 WS-OP-INA PIC 9(04) VALUE ZEROS.
77 WS-OP-AUT PIC 9(04) VALUE ZEROS.
77 WS-OP-OPERLOG PIC 9(04) VALUE ZEROS.
77 WS-OP-NAMEDLOG PIC 9(04) VALUE ZEROS.
77 WS-OP-MAINTLOG PIC 9(04) VALUE ZEROS.

*> Run totals.
77 WS-OPERATOR-COUNT PIC 9(08) VALUE ZEROS.
77 WS-TOT-VIOLATIONS PIC 9(08) VALUE ZEROS.
77 WS-TOT-UNK PIC 9(08) VALUE ZEROS.
77 WS-TOT-PWD PIC 9(08) VALUE ZEROS.
77 WS-TOT-INA PIC 9(08) VALUE ZEROS.
77 WS-TOT-AUT PIC 9(08) VALUE ZEROS.
77 WS-TOT-OPERLOG PIC 9(08) VALUE ZEROS.
77 WS-TOT-NAMEDLOG PIC 9(08) VALUE ZEROS.
77 WS-TOT-MAINTLOG PIC 9(08) VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-OPERATOR SW-DATE SW-TIME
        INPUT PROCEDURE IS 2000-RELEASE-LOGS THRU 2000-EXIT
        OUTPUT PROCEDURE IS 4000-PRODUCE-REPORT THRU 4000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - the review period comes in as two SYSIN lines,
*> from-date then to-date, YYYYMMDD.  A blank from-date reviews
*> yesterday (the logs are stamped with the calendar date, so a
*> morning run picks up the whole of the previous day); a blank
*> to-date closes the period on the from-date.
*> =================================================================
1000-INITIALIZE.
    ACCEPT WS-FROM-RAW
    ACCEPT WS-TO-RAW
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    IF WS-FROM-RAW IS NUMERIC
        MOVE WS-FROM-RAW TO WS-FROM-DATE
    ELSE
        COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1
        COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
    END-IF
    IF WS-TO-RAW IS NUMERIC
        MOVE WS-TO-RAW TO WS-TO-DATE
    ELSE
        MOVE WS-FROM-DATE TO WS-TO-DATE
    END-IF
    OPEN OUTPUT SEC-REPORT-FILE
    IF WS-RP-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN SECRPT - STATUS " WS-RP-STATUS
        STOP RUN
    END-IF
    MOVE WS-TODAY TO HL-RUN-DATE
    WRITE SEC-REPORT-RECORD FROM HEADING-LINE-1
    MOVE WS-FROM-DATE TO HL-FROM-DATE
    MOVE WS-TO-DATE TO HL-TO-DATE
    WRITE SEC-REPORT-RECORD FROM HEADING-LINE-2.
1000-EXIT.
    EXIT.

*> =================================================================
*> 2000-RELEASE-LOGS - SORT input procedure: each of the four logs
*> in turn, front to back, releasing the records dated inside the
*> period.  A log that has never been written is simply empty -
*> nothing of that kind happened - not an error.
*> =================================================================
2000-RELEASE-LOGS.
    PERFORM 2100-RELEASE-SECVLOG THRU 2100-EXIT
    PERFORM 2200-RELEASE-OPERLOG THRU 2200-EXIT
    PERFORM 2300-RELEASE-NAMEDLOG THRU 2300-EXIT
    PERFORM 2400-RELEASE-MAINTLOG THRU 2400-EXIT.
2000-EXIT.
    EXIT.

2100-RELEASE-SECVLOG.
    OPEN INPUT SEC-VIOLATION-LOG
    IF WS-SV-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 2110-READ-SECVLOG THRU 2110-EXIT
            UNTIL WS-EOF
        CLOSE SEC-VIOLATION-LOG
    ELSE
        IF WS-SV-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN SECVLOG - STATUS "
                WS-SV-STATUS
            SET WS-LOG-FAILED TO TRUE
        END-IF
    END-IF.
2100-EXIT.
    EXIT.

2110-READ-SECVLOG.
    READ SEC-VIOLATION-LOG
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF SV-DATE NOT LESS THAN WS-FROM-DATE
                AND SV-DATE NOT GREATER THAN WS-TO-DATE
                MOVE SPACES TO SORT-WORK-RECORD
                MOVE SV-OPERATOR-ID TO SW-OPERATOR
                MOVE SV-DATE TO SW-DATE
                MOVE SV-TIME TO SW-TIME
                SET SW-FROM-SECVLOG TO TRUE
                MOVE SV-REASON TO SW-ACTION
                MOVE SV-PROGRAM TO SW-PROGRAM
                MOVE SV-REQUIRED-AUTH TO SW-OLD-AUTH
                MOVE SV-HELD-AUTH TO SW-NEW-AUTH
                RELEASE SORT-WORK-RECORD
            END-IF
    END-READ.
2110-EXIT.
    EXIT.

2200-RELEASE-OPERLOG.
    OPEN INPUT OPER-ACTIVITY-LOG
    IF WS-OL-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 2210-READ-OPERLOG THRU 2210-EXIT
            UNTIL WS-EOF
        CLOSE OPER-ACTIVITY-LOG
    ELSE
        IF WS-OL-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN OPERLOG - STATUS "
                WS-OL-STATUS
            SET WS-LOG-FAILED TO TRUE
        END-IF
    END-IF.
2200-EXIT.
    EXIT.

2210-READ-OPERLOG.
    READ OPER-ACTIVITY-LOG
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF OL-CHANGE-DATE NOT LESS THAN WS-FROM-DATE
                AND OL-CHANGE-DATE NOT GREATER THAN WS-TO-DATE
                MOVE SPACES TO SORT-WORK-RECORD
                MOVE OL-OPERATOR TO SW-OPERATOR
                MOVE OL-CHANGE-DATE TO SW-DATE
                MOVE OL-CHANGE-TIME TO SW-TIME
                SET SW-FROM-OPERLOG TO TRUE
                MOVE OL-ACTION TO SW-ACTION
                MOVE OL-TARGET-ID TO SW-TARGET
                MOVE OL-OLD-AUTHORITY TO SW-OLD-AUTH
                MOVE OL-NEW-AUTHORITY TO SW-NEW-AUTH
                RELEASE SORT-WORK-RECORD
            END-IF
    END-READ.
2210-EXIT.
    EXIT.

2300-RELEASE-NAMEDLOG.
    OPEN INPUT NAME-DIR-LOG
    IF WS-NL-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 2310-READ-NAMEDLOG THRU 2310-EXIT
            UNTIL WS-EOF
        CLOSE NAME-DIR-LOG
    ELSE
        IF WS-NL-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN NAMEDLOG - STATUS "
                WS-NL-STATUS
            SET WS-LOG-FAILED TO TRUE
        END-IF
    END-IF.
2300-EXIT.
    EXIT.

2310-READ-NAMEDLOG.
    READ NAME-DIR-LOG
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF NL-CHANGE-DATE NOT LESS THAN WS-FROM-DATE
                AND NL-CHANGE-DATE NOT GREATER THAN WS-TO-DATE
                MOVE SPACES TO SORT-WORK-RECORD
                MOVE NL-OPERATOR TO SW-OPERATOR
                MOVE NL-CHANGE-DATE TO SW-DATE
                MOVE NL-CHANGE-TIME TO SW-TIME
                SET SW-FROM-NAMEDLOG TO TRUE
                MOVE NL-ACTION TO SW-ACTION
                MOVE NL-USERNAME TO SW-TARGET
                MOVE NL-OLD-FIRSTNAME TO SW-OLD-FIRSTNAME
                MOVE NL-OLD-MIDDLENAME TO SW-OLD-MIDDLENAME
                MOVE NL-OLD-LASTNAME TO SW-OLD-LASTNAME
                MOVE NL-NEW-FIRSTNAME TO SW-NEW-FIRSTNAME
                MOVE NL-NEW-MIDDLENAME TO SW-NEW-MIDDLENAME
                MOVE NL-NEW-LASTNAME TO SW-NEW-LASTNAME
                RELEASE SORT-WORK-RECORD
            END-IF
    END-READ.
2310-EXIT.
    EXIT.

*> =================================================================
*> 2400-RELEASE-MAINTLOG - a USER-MASTER RealName change (action
*> "CHG", or blank on a record older than the action code) lists
*> with its name images; a UserName merge step carries its file
*> and count, run dates or survivor as the detail text.
*> =================================================================
2400-RELEASE-MAINTLOG.
    OPEN INPUT MAINT-AUDIT-FILE
    IF WS-MA-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
        PERFORM 2410-READ-MAINTLOG THRU 2410-EXIT
            UNTIL WS-EOF
        CLOSE MAINT-AUDIT-FILE
    ELSE
        IF WS-MA-STATUS NOT = "35"
            DISPLAY "*** ERROR - UNABLE TO OPEN MAINTLOG - STATUS "
                WS-MA-STATUS
            SET WS-LOG-FAILED TO TRUE
        END-IF
    END-IF.
2400-EXIT.
    EXIT.

2410-READ-MAINTLOG.
    READ MAINT-AUDIT-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF MA-CHANGE-DATE NOT LESS THAN WS-FROM-DATE
                AND MA-CHANGE-DATE NOT GREATER THAN WS-TO-DATE
                MOVE SPACES TO SORT-WORK-RECORD
                MOVE MA-OPERATOR TO SW-OPERATOR
                MOVE MA-CHANGE-DATE TO SW-DATE
                MOVE MA-CHANGE-TIME TO SW-TIME
                SET SW-FROM-MAINTLOG TO TRUE
                MOVE MA-ACTION TO SW-ACTION
                MOVE MA-USERNAME TO SW-TARGET
                PERFORM 2420-DESCRIBE-MAINT-ACTION THRU 2420-EXIT
                MOVE MA-OLD-FIRSTNAME TO SW-OLD-FIRSTNAME
                MOVE MA-OLD-MIDDLENAME TO SW-OLD-MIDDLENAME
                MOVE MA-OLD-LASTNAME TO SW-OLD-LASTNAME
                MOVE MA-NEW-FIRSTNAME TO SW-NEW-FIRSTNAME
                MOVE MA-NEW-MIDDLENAME TO SW-NEW-MIDDLENAME
                MOVE MA-NEW-LASTNAME TO SW-NEW-LASTNAME
                RELEASE SORT-WORK-RECORD
            END-IF
    END-READ.
2410-EXIT.
    EXIT.

2420-DESCRIBE-MAINT-ACTION.
    EVALUATE TRUE
        WHEN MA-MERGE-MOVE
            STRING MA-MERGE-FILE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MA-MERGE-COUNT DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                MA-MERGE-USERNAME DELIMITED BY SIZE
                INTO SW-DETAIL
        WHEN MA-MERGE-RUN-DATE
            STRING "LAST RUN " DELIMITED BY SIZE
                MA-OLD-RUN-DATE DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                MA-NEW-RUN-DATE DELIMITED BY SIZE
                INTO SW-DETAIL
        WHEN MA-MERGE-DELETE
            STRING "MERGED INTO " DELIMITED BY SIZE
                MA-MERGE-USERNAME DELIMITED BY SIZE
                INTO SW-DETAIL
        WHEN OTHER
            MOVE "CHG" TO SW-ACTION
    END-EVALUATE.
2420-EXIT.
    EXIT.

*> =================================================================
*> 4000-PRODUCE-REPORT - SORT output procedure.  One group per
*> operator ID, events oldest first, closed with that ID's counts;
*> the closing sections follow the last group.
*> =================================================================
4000-PRODUCE-REPORT.
    MOVE "N" TO WS-EOF-SW
    PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT
        UNTIL WS-EOF
    IF WS-GROUP-OPEN
        PERFORM 4800-CLOSE-OPERATOR THRU 4800-EXIT
    END-IF
    PERFORM 5000-PRINT-PRIVILEGE-SECTION THRU 5000-EXIT
    PERFORM 5100-PRINT-FLAGGED-SECTION THRU 5100-EXIT
    PERFORM 5200-PRINT-RUN-TOTALS THRU 5200-EXIT
    IF WS-LOG-FAILED
        PERFORM 5300-PRINT-UNREAD-LOGS THRU 5300-EXIT
    END-IF.
4000-EXIT.
    EXIT.

4100-RETURN-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            IF WS-GROUP-OPEN
                AND SW-OPERATOR NOT = WS-CURRENT-OPERATOR
                PERFORM 4800-CLOSE-OPERATOR THRU 4800-EXIT
            END-IF
            IF NOT WS-GROUP-OPEN
                PERFORM 4300-START-OPERATOR THRU 4300-EXIT
            END-IF
            PERFORM 4400-PRINT-EVENT THRU 4400-EXIT
    END-RETURN.
4100-EXIT.
    EXIT.

4300-START-OPERATOR.
    MOVE SW-OPERATOR TO WS-CURRENT-OPERATOR
    SET WS-GROUP-OPEN TO TRUE
    ADD 1 TO WS-OPERATOR-COUNT
    MOVE ZEROS TO WS-OP-UNK
    MOVE ZEROS TO WS-OP-PWD
    MOVE ZEROS TO WS-OP-INA
    MOVE ZEROS TO WS-OP-AUT
    MOVE ZEROS TO WS-OP-OPERLOG
    MOVE ZEROS TO WS-OP-NAMEDLOG
    MOVE ZEROS TO WS-OP-MAINTLOG
    MOVE SPACES TO SEC-REPORT-RECORD
    WRITE SEC-REPORT-RECORD
    MOVE SW-OPERATOR TO OH-OPERATOR
    WRITE SEC-REPORT-RECORD FROM OPERATOR-HEADING.
4300-EXIT.
    EXIT.

*> =================================================================
*> 4400-PRINT-EVENT - one detail line per event, the before and
*> after names under a directory or master change, and the counts
*> the operator's closing lines and the run totals need.
*> =================================================================
4400-PRINT-EVENT.
    MOVE SW-DATE TO DL-DATE
    MOVE SW-TIME TO DL-TIME
    MOVE SW-ACTION TO DL-ACTION
    MOVE SW-TARGET TO DL-TARGET
    MOVE SPACES TO DL-DETAIL
    EVALUATE TRUE
        WHEN SW-FROM-SECVLOG
            PERFORM 4410-TALLY-VIOLATION THRU 4410-EXIT
        WHEN SW-FROM-OPERLOG
            PERFORM 4420-TALLY-PROFILE-CHANGE THRU 4420-EXIT
        WHEN SW-FROM-NAMEDLOG
            MOVE "NAMEDLOG" TO DL-LOG
            ADD 1 TO WS-OP-NAMEDLOG
            ADD 1 TO WS-TOT-NAMEDLOG
            WRITE SEC-REPORT-RECORD FROM DETAIL-LINE
            PERFORM 4450-PRINT-NAME-IMAGES THRU 4450-EXIT
        WHEN SW-FROM-MAINTLOG
            MOVE "MAINTLOG" TO DL-LOG
            MOVE SW-DETAIL TO DL-DETAIL
            ADD 1 TO WS-OP-MAINTLOG
            ADD 1 TO WS-TOT-MAINTLOG
            WRITE SEC-REPORT-RECORD FROM DETAIL-LINE
            IF SW-ACTION = "CHG"
                PERFORM 4450-PRINT-NAME-IMAGES THRU 4450-EXIT
            END-IF
    END-EVALUATE.
4400-EXIT.
    EXIT.

4410-TALLY-VIOLATION.
    MOVE "SECVLOG" TO DL-LOG
    MOVE "PROGRAM " TO AD-LABEL-1
    MOVE SW-PROGRAM TO AD-PROGRAM
    MOVE " WANTED " TO AD-LABEL-2
    MOVE SW-OLD-AUTH TO AD-OLD-AUTH
    MOVE " HELD " TO AD-LABEL-3
    MOVE SW-NEW-AUTH TO AD-NEW-AUTH
    MOVE AUTH-DETAIL TO DL-DETAIL
    WRITE SEC-REPORT-RECORD FROM DETAIL-LINE
    ADD 1 TO WS-TOT-VIOLATIONS
    EVALUATE SW-ACTION
        WHEN "UNK"
            ADD 1 TO WS-OP-UNK
            ADD 1 TO WS-TOT-UNK
        WHEN "PWD"
            ADD 1 TO WS-OP-PWD
            ADD 1 TO WS-TOT-PWD
        WHEN "INA"
            ADD 1 TO WS-OP-INA
            ADD 1 TO WS-TOT-INA
        WHEN "AUT"
            ADD 1 TO WS-OP-AUT
            ADD 1 TO WS-TOT-AUT
    END-EVALUATE.
4410-EXIT.
    EXIT.

*> =================================================================
*> 4420-TALLY-PROFILE-CHANGE - an OPERLOG change, with its old and
*> new authority.  A profile that comes out of the change holding
*> "S" it did not hold before, or a reactivation, is also kept for
*> the privilege section.
*> =================================================================
4420-TALLY-PROFILE-CHANGE.
    MOVE "OPERLOG" TO DL-LOG
    STRING "AUTHORITY " DELIMITED BY SIZE
        SW-OLD-AUTH DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        SW-NEW-AUTH DELIMITED BY SIZE
        INTO DL-DETAIL
    WRITE SEC-REPORT-RECORD FROM DETAIL-LINE
    ADD 1 TO WS-OP-OPERLOG
    ADD 1 TO WS-TOT-OPERLOG
    EVALUATE TRUE
        WHEN SW-ACTION = "REA"
            PERFORM 4430-KEEP-PRIVILEGE-EVENT THRU 4430-EXIT
        WHEN SW-NEW-AUTH = "S" AND SW-OLD-AUTH NOT = "S"
            PERFORM 4430-KEEP-PRIVILEGE-EVENT THRU 4430-EXIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
4420-EXIT.
    EXIT.

4430-KEEP-PRIVILEGE-EVENT.
    IF WS-PRIV-COUNT < WS-PRIV-MAX
        ADD 1 TO WS-PRIV-COUNT
        MOVE WS-PRIV-COUNT TO WS-PRIV-IX
        MOVE SW-TARGET TO PT-TARGET (WS-PRIV-IX)
        MOVE SPACES TO PT-EVENT (WS-PRIV-IX)
        EVALUATE TRUE
            WHEN SW-ACTION = "REA"
                STRING "REACTIVATED AT AUTHORITY " DELIMITED BY SIZE
                    SW-NEW-AUTH DELIMITED BY SIZE
                    INTO PT-EVENT (WS-PRIV-IX)
            WHEN SW-ACTION = "ADD"
                MOVE "ADDED AS SUPERVISOR" TO PT-EVENT (WS-PRIV-IX)
            WHEN OTHER
                STRING "RAISED FROM " DELIMITED BY SIZE
                    SW-OLD-AUTH DELIMITED BY SIZE
                    " TO SUPERVISOR" DELIMITED BY SIZE
                    INTO PT-EVENT (WS-PRIV-IX)
        END-EVALUATE
        MOVE SW-OPERATOR TO PT-OPERATOR (WS-PRIV-IX)
        MOVE SW-DATE TO PT-DATE (WS-PRIV-IX)
        MOVE SW-TIME TO PT-TIME (WS-PRIV-IX)
    ELSE
        ADD 1 TO WS-PRIV-OVERFLOW
    END-IF.
4430-EXIT.
    EXIT.

4450-PRINT-NAME-IMAGES.
    IF SW-ACTION NOT = "ADD"
        MOVE "WAS:" TO IM-LABEL
        MOVE SW-OLD-FIRSTNAME TO IM-FIRSTNAME
        MOVE SW-OLD-MIDDLENAME TO IM-MIDDLENAME
        MOVE SW-OLD-LASTNAME TO IM-LASTNAME
        WRITE SEC-REPORT-RECORD FROM IMAGE-LINE
    END-IF
    MOVE "NOW:" TO IM-LABEL
    MOVE SW-NEW-FIRSTNAME TO IM-FIRSTNAME
    MOVE SW-NEW-MIDDLENAME TO IM-MIDDLENAME
    MOVE SW-NEW-LASTNAME TO IM-LASTNAME
    WRITE SEC-REPORT-RECORD FROM IMAGE-LINE.
4450-EXIT.
    EXIT.

*> =================================================================
*> 4800-CLOSE-OPERATOR - the operator's counts by violation reason
*> and by log, and the repeated bad-password flag when the ID was
*> tried with a wrong password WS-PWD-ALERT-LIMIT or more times.
*> =================================================================
4800-CLOSE-OPERATOR.
    MOVE WS-OP-UNK TO RL-UNK
    MOVE WS-OP-PWD TO RL-PWD
    MOVE WS-OP-INA TO RL-INA
    MOVE WS-OP-AUT TO RL-AUT
    WRITE SEC-REPORT-RECORD FROM REASON-LINE
    MOVE WS-OP-OPERLOG TO CC-OPERLOG
    MOVE WS-OP-NAMEDLOG TO CC-NAMEDLOG
    MOVE WS-OP-MAINTLOG TO CC-MAINTLOG
    WRITE SEC-REPORT-RECORD FROM CHANGE-COUNT-LINE
    IF WS-OP-PWD NOT LESS THAN WS-PWD-ALERT-LIMIT
        MOVE WS-OP-PWD TO AL-COUNT
        WRITE SEC-REPORT-RECORD FROM ALERT-LINE
        IF WS-FLAG-COUNT < WS-FLAG-MAX
            ADD 1 TO WS-FLAG-COUNT
            MOVE WS-FLAG-COUNT TO WS-FLAG-IX
            MOVE WS-CURRENT-OPERATOR TO FT-OPERATOR (WS-FLAG-IX)
            MOVE WS-OP-PWD TO FT-COUNT (WS-FLAG-IX)
        ELSE
            ADD 1 TO WS-FLAG-OVERFLOW
        END-IF
    END-IF
    MOVE "N" TO WS-GROUP-OPEN-SW.
4800-EXIT.
    EXIT.

*> =================================================================
*> 5000-PRINT-PRIVILEGE-SECTION - every operator granted
*> supervisor authority (added at "S" or raised to it) or
*> reactivated in the period, whoever keyed it.
*> =================================================================
5000-PRINT-PRIVILEGE-SECTION.
    MOVE SPACES TO SEC-REPORT-RECORD
    WRITE SEC-REPORT-RECORD
    MOVE "SUPERVISOR GRANTS AND REACTIVATIONS:" TO SE-TITLE
    WRITE SEC-REPORT-RECORD FROM SECTION-LINE
    IF WS-PRIV-COUNT = ZERO
        MOVE "    NONE IN PERIOD" TO SEC-REPORT-RECORD
        WRITE SEC-REPORT-RECORD
    END-IF
    MOVE 1 TO WS-PRIV-IX
    PERFORM 5010-PRINT-ONE-PRIVILEGE THRU 5010-EXIT
        UNTIL WS-PRIV-IX > WS-PRIV-COUNT
    IF WS-PRIV-OVERFLOW > ZERO
        MOVE "NOT LISTED (TABLE FULL):" TO TO-LABEL
        MOVE WS-PRIV-OVERFLOW TO TO-COUNT
        WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    END-IF.
5000-EXIT.
    EXIT.

5010-PRINT-ONE-PRIVILEGE.
    MOVE PT-TARGET (WS-PRIV-IX) TO PL-TARGET
    MOVE PT-EVENT (WS-PRIV-IX) TO PL-EVENT
    MOVE PT-OPERATOR (WS-PRIV-IX) TO PL-OPERATOR
    MOVE PT-DATE (WS-PRIV-IX) TO PL-DATE
    MOVE PT-TIME (WS-PRIV-IX) TO PL-TIME
    WRITE SEC-REPORT-RECORD FROM PRIVILEGE-LINE
    ADD 1 TO WS-PRIV-IX.
5010-EXIT.
    EXIT.

5100-PRINT-FLAGGED-SECTION.
    MOVE SPACES TO SEC-REPORT-RECORD
    WRITE SEC-REPORT-RECORD
    MOVE "REPEATED BAD-PASSWORD ATTEMPTS:" TO SE-TITLE
    WRITE SEC-REPORT-RECORD FROM SECTION-LINE
    IF WS-FLAG-COUNT = ZERO
        MOVE "    NONE IN PERIOD" TO SEC-REPORT-RECORD
        WRITE SEC-REPORT-RECORD
    END-IF
    MOVE 1 TO WS-FLAG-IX
    PERFORM 5110-PRINT-ONE-FLAGGED THRU 5110-EXIT
        UNTIL WS-FLAG-IX > WS-FLAG-COUNT
    IF WS-FLAG-OVERFLOW > ZERO
        MOVE "NOT LISTED (TABLE FULL):" TO TO-LABEL
        MOVE WS-FLAG-OVERFLOW TO TO-COUNT
        WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    END-IF.
5100-EXIT.
    EXIT.

5110-PRINT-ONE-FLAGGED.
    MOVE FT-OPERATOR (WS-FLAG-IX) TO FL-OPERATOR
    MOVE FT-COUNT (WS-FLAG-IX) TO FL-COUNT
    WRITE SEC-REPORT-RECORD FROM FLAGGED-LINE
    ADD 1 TO WS-FLAG-IX.
5110-EXIT.
    EXIT.

5200-PRINT-RUN-TOTALS.
    MOVE SPACES TO SEC-REPORT-RECORD
    WRITE SEC-REPORT-RECORD
    MOVE "PERIOD TOTALS:" TO SE-TITLE
    WRITE SEC-REPORT-RECORD FROM SECTION-LINE
    MOVE "OPERATOR IDS REVIEWED:" TO TO-LABEL
    MOVE WS-OPERATOR-COUNT TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "VIOLATIONS (SECVLOG):" TO TO-LABEL
    MOVE WS-TOT-VIOLATIONS TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "    UNKNOWN ID (UNK):" TO TO-LABEL
    MOVE WS-TOT-UNK TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "    BAD PASSWORD (PWD):" TO TO-LABEL
    MOVE WS-TOT-PWD TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "    INACTIVE ID (INA):" TO TO-LABEL
    MOVE WS-TOT-INA TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "    NO AUTHORITY (AUT):" TO TO-LABEL
    MOVE WS-TOT-AUT TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "PROFILE CHANGES (OPERLOG):" TO TO-LABEL
    MOVE WS-TOT-OPERLOG TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "DIRECTORY CHANGES (NAMEDLOG):" TO TO-LABEL
    MOVE WS-TOT-NAMEDLOG TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE
    MOVE "MASTER CHANGES (MAINTLOG):" TO TO-LABEL
    MOVE WS-TOT-MAINTLOG TO TO-COUNT
    WRITE SEC-REPORT-RECORD FROM TOTAL-LINE.
5200-EXIT.
    EXIT.

*> =================================================================
*> 5300-PRINT-UNREAD-LOGS - one line for each log that was there
*> but could not be opened, so the totals above are not read as
*> the whole period.  A log that is simply missing ("35") has
*> nothing in it and is not listed.
*> =================================================================
5300-PRINT-UNREAD-LOGS.
    MOVE SPACES TO SEC-REPORT-RECORD
    WRITE SEC-REPORT-RECORD
    IF WS-SV-STATUS NOT = "00" AND WS-SV-STATUS NOT = "35"
        MOVE "SECVLOG" TO UL-LOG
        MOVE WS-SV-STATUS TO UL-STATUS
        WRITE SEC-REPORT-RECORD FROM UNREAD-LINE
    END-IF
    IF WS-OL-STATUS NOT = "00" AND WS-OL-STATUS NOT = "35"
        MOVE "OPERLOG" TO UL-LOG
        MOVE WS-OL-STATUS TO UL-STATUS
        WRITE SEC-REPORT-RECORD FROM UNREAD-LINE
    END-IF
    IF WS-NL-STATUS NOT = "00" AND WS-NL-STATUS NOT = "35"
        MOVE "NAMEDLOG" TO UL-LOG
        MOVE WS-NL-STATUS TO UL-STATUS
        WRITE SEC-REPORT-RECORD FROM UNREAD-LINE
    END-IF
    IF WS-MA-STATUS NOT = "00" AND WS-MA-STATUS NOT = "35"
        MOVE "MAINTLOG" TO UL-LOG
        MOVE WS-MA-STATUS TO UL-STATUS
        WRITE SEC-REPORT-RECORD FROM UNREAD-LINE
    END-IF.
5300-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE
*> =================================================================
9000-TERMINATE.
    CLOSE SEC-REPORT-FILE
    DISPLAY "tut0secr complete - " WS-OPERATOR-COUNT " operator ID(s), "
        WS-TOT-VIOLATIONS " violation(s) reviewed."
    IF WS-LOG-FAILED
        DISPLAY "*** ERROR - ONE OR MORE LOGS COULD NOT BE READ - "
            "SEE SECRPT"
        MOVE 8 TO RETURN-CODE
    END-IF.
9000-EXIT.
    EXIT.
