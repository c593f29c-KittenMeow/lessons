	>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tut0rev.
AUTHOR. Christopher Percy.s
DATE-WRITTEN.October 15th 2026
*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  CRP  Reversal and adjustment screen for posted
*>                  TRANHIST entries.  Until now a wrong Num1/Num2
*>                  or operator could only be fixed by keying a
*>                  second, offsetting calculation by hand, which
*>                  showed up as two unrelated transactions.  A
*>                  supervisor (tut0sec authority "S") picks the
*>                  original by its TH-HIST-KEY; the screen posts
*>                  a reversing record (TH-SOURCE "R", the
*>                  original's total negated) pointing back to it,
*>                  marks the original reversed so it can never be
*>                  reversed twice, and optionally posts a
*>                  corrected replacement (TH-SOURCE "A") with the
*>                  same link.  Both roll into their own TRANSUMM
*>                  buckets so the online and batch legs still tie
*>                  to what those sides wrote.
*> 2026-10-15  CRP  Carry the original's TH-SENDER-ID onto the
*>                  reversing and replacement records, so a
*>                  sender's correction stays with the sender.
*> 2026-10-15  CRP  A reversal whose original cannot then be marked
*>                  reversed is no longer only a console message:
*>                  the original's key is shown with a warning not
*>                  to reverse it again, no replacement is offered,
*>                  and it counts as an error in the session
*>                  summary rather than as a reversal.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-HIST-FILE ASSIGN TO "TRANHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TH-HIST-KEY
        ALTERNATE RECORD KEY IS TH-USERNAME WITH DUPLICATES
        FILE STATUS IS WS-TH-STATUS.

    SELECT TRAN-SUMM-FILE ASSIGN TO "TRANSUMM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TS-BUS-DATE
        FILE STATUS IS WS-TS-STATUS.

    SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PD-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-HIST-FILE.
    COPY TRANHIST.

FD  TRAN-SUMM-FILE.
    COPY TRANSUMM.

FD  PROC-DATE-FILE.
    COPY PROCDATE.

WORKING-STORAGE SECTION.
COPY SECLINK.

*> ---------------------------------------------------------------
*> The original entry as read, held apart from the record area so
*> the reversal, the reversed mark and the replacement are all
*> built from the same before-image.
*> ---------------------------------------------------------------
01 ORIGINAL-ENTRY.
    02 OE-HIST-KEY.
        03 OE-RUN-DATE PIC 9(08).
        03 OE-RUN-TIME PIC 9(08).
        03 OE-SEQ PIC 9(04).
    02 OE-USERNAME PIC X(30).
    COPY REALNAME REPLACING FirstName BY OE-FIRSTNAME
                             MiddleName BY OE-MIDDLENAME
                             LastName BY OE-LASTNAME.
    02 OE-NUM1 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 OE-NUM2 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 OE-OPERATOR PIC X(01).
    02 OE-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE.
    02 OE-SOURCE PIC X(01).
    02 OE-SENDER-ID PIC X(08).

*> ---------------------------------------------------------------
*> The key as keyed at the terminal, checked numeric piece by
*> piece before it is trusted as a TH-HIST-KEY.
*> ---------------------------------------------------------------
01 KEY-ENTRY.
    02 KE-RUN-DATE PIC X(08).
    02 KE-RUN-TIME PIC X(08).
    02 KE-SEQ PIC X(04).

*> ---------------------------------------------------------------
*> A corrected amount is keyed the way the reject repair screen
*> takes one - sign then seven digits, e.g. +0001200 for 12.00 -
*> and proven through the numeric view before it is used.  A blank
*> entry keeps the original's value.
*> ---------------------------------------------------------------
01 AMOUNT-ENTRY.
    02 AE-RAW PIC X(08).
    02 AE-AMOUNT REDEFINES AE-RAW PIC S9(5)V99
        SIGN IS LEADING SEPARATE.

01 Num1-Edit PIC -ZZZZ9.99.
01 Num2-Edit PIC -ZZZZ9.99.
01 Total-Edit PIC -ZZZZZZZZZ9.99.

77 WS-TH-STATUS PIC X(02) VALUE SPACES.
77 WS-TS-STATUS PIC X(02) VALUE SPACES.
77 WS-PD-STATUS PIC X(02) VALUE SPACES.
77 WS-BUS-DATE PIC 9(08) VALUE ZEROS.
77 WS-OPERATOR-ID PIC X(08) VALUE SPACES.

77 WS-MENU-CHOICE PIC X(01) VALUE SPACES.
    88 WS-CHOICE-REVERSE VALUE "1".
    88 WS-CHOICE-QUIT VALUE "2".

77 WS-ANSWER PIC X(01) VALUE "N".
    88 WS-ANSWER-YES VALUE "Y" "y".

77 WS-FOUND-SW PIC X(01) VALUE "N".
    88 WS-FOUND VALUE "Y".
77 WS-SUMM-FOUND-SW PIC X(01) VALUE "N".
    88 WS-SUMM-FOUND VALUE "Y".
77 WS-HIST-DONE-SW PIC X(01) VALUE "N".
    88 WS-HIST-WRITTEN VALUE "Y".
77 WS-VALID-SW PIC X(01) VALUE "N".
    88 WS-VALID-ENTRY VALUE "Y".
77 WS-MARKED-SW PIC X(01) VALUE "N".
    88 WS-ORIGINAL-MARKED VALUE "Y".

*> The replacement calculation being keyed.
77 WS-NEW-NUM1 PIC S9(5)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-NEW-NUM2 PIC S9(5)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-NEW-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE VALUE ZEROS.
77 WS-NEW-OPERATOR PIC X(01) VALUE SPACES.
    88 WS-OP-ADD VALUE "+".
    88 WS-OP-SUB VALUE "-".
    88 WS-OP-MUL VALUE "*".
    88 WS-OP-DIV VALUE "/".

77 WS-REVERSED-COUNT PIC 9(06) VALUE ZEROS.
77 WS-REPLACED-COUNT PIC 9(06) VALUE ZEROS.
77 WS-ERROR-COUNT PIC 9(06) VALUE ZEROS.

PROCEDURE DIVISION.
*> =================================================================
*> 0000-MAINLINE
*> =================================================================
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-PROCESS-ONE-CHOICE THRU 2000-EXIT
        UNTIL WS-CHOICE-QUIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> =================================================================
*> 1000-INITIALIZE - supervisors only: the whole screen is a
*> correction to posted history, so the sign-on itself asks for
*> "S" and a refusal lands on SECVLOG before any file is opened.
*> The history and its day summary are opened or created the way
*> the writers do.
*> =================================================================
1000-INITIALIZE.
    DISPLAY "coboltut TRANHIST reversal and adjustment"
    SET SR-FUNC-SIGNON TO TRUE
    MOVE "TUT0REV" TO SR-PROGRAM
    MOVE "S" TO SR-REQUIRED-AUTH
    CALL "tut0sec" USING SIGNON-REQUEST
    IF NOT SR-GRANTED
        STOP RUN
    END-IF
    MOVE SR-OPERATOR-ID TO WS-OPERATOR-ID
    PERFORM 1500-GET-BUSINESS-DATE THRU 1500-EXIT
    OPEN I-O TRANS-HIST-FILE
    IF WS-TH-STATUS = "35"
        OPEN OUTPUT TRANS-HIST-FILE
        CLOSE TRANS-HIST-FILE
        OPEN I-O TRANS-HIST-FILE
    END-IF
    IF WS-TH-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANHIST - STATUS "
            WS-TH-STATUS
        STOP RUN
    END-IF
    OPEN I-O TRAN-SUMM-FILE
    IF WS-TS-STATUS = "35"
        OPEN OUTPUT TRAN-SUMM-FILE
        CLOSE TRAN-SUMM-FILE
        OPEN I-O TRAN-SUMM-FILE
    END-IF
    IF WS-TS-STATUS NOT = "00"
        DISPLAY "*** ERROR - UNABLE TO OPEN TRANSUMM - STATUS "
            WS-TS-STATUS
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

2000-PROCESS-ONE-CHOICE.
    DISPLAY "1 = Reverse a posted transaction"
    DISPLAY "2 = Done"
    ACCEPT WS-MENU-CHOICE
    EVALUATE TRUE
        WHEN WS-CHOICE-REVERSE
            PERFORM 2100-REVERSE-ENTRY THRU 2100-EXIT
        WHEN WS-CHOICE-QUIT
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Invalid choice - enter 1 or 2."
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> =================================================================
*> 2100-REVERSE-ENTRY - find the original by its key, refuse the
*> two cases that would double-count (a reversing record, or an
*> entry already reversed), and only post once the supervisor has
*> seen the entry and confirmed it.
*> =================================================================
2100-REVERSE-ENTRY.
    PERFORM 2110-GET-ORIGINAL THRU 2110-EXIT
    EVALUATE TRUE
        WHEN NOT WS-FOUND
            CONTINUE
        WHEN TH-SOURCE = "R"
            DISPLAY "*** That entry is itself a reversal -"
                " it cannot be reversed."
        WHEN TH-REVERSED
            DISPLAY "*** That entry has already been reversed."
        WHEN OTHER
            PERFORM 2150-SHOW-ORIGINAL THRU 2150-EXIT
            DISPLAY "Post a reversal of this entry? (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER-YES
                PERFORM 2200-POST-REVERSAL THRU 2200-EXIT
            ELSE
                DISPLAY "Nothing posted."
            END-IF
    END-EVALUATE.
2100-EXIT.
    EXIT.

2110-GET-ORIGINAL.
    MOVE "N" TO WS-FOUND-SW
    DISPLAY "Original entry - run date (YYYYMMDD):"
    ACCEPT KE-RUN-DATE
    DISPLAY "Original entry - run time (HHMMSSss):"
    ACCEPT KE-RUN-TIME
    DISPLAY "Original entry - sequence (4 digits, usually 0000):"
    ACCEPT KE-SEQ
    IF KE-RUN-DATE IS NOT NUMERIC
        OR KE-RUN-TIME IS NOT NUMERIC
        OR KE-SEQ IS NOT NUMERIC
        DISPLAY "*** The key must be all digits - date, time, sequence."
    ELSE
        MOVE KE-RUN-DATE TO TH-RUN-DATE
        MOVE KE-RUN-TIME TO TH-RUN-TIME
        MOVE KE-SEQ TO TH-SEQ
        READ TRANS-HIST-FILE
            INVALID KEY
                DISPLAY "*** No history entry on file for "
                    KE-RUN-DATE "/" KE-RUN-TIME "/" KE-SEQ
            NOT INVALID KEY
                SET WS-FOUND TO TRUE
        END-READ
    END-IF.
2110-EXIT.
    EXIT.

*> =================================================================
*> 2150-SHOW-ORIGINAL - take the before-image and show it.
*> =================================================================
2150-SHOW-ORIGINAL.
    MOVE TH-HIST-KEY TO OE-HIST-KEY
    MOVE TH-USERNAME TO OE-USERNAME
    MOVE TH-FIRSTNAME TO OE-FIRSTNAME
    MOVE TH-MIDDLENAME TO OE-MIDDLENAME
    MOVE TH-LASTNAME TO OE-LASTNAME
    MOVE TH-NUM1 TO OE-NUM1
    MOVE TH-NUM2 TO OE-NUM2
    MOVE TH-OPERATOR TO OE-OPERATOR
    MOVE TH-TOTAL TO OE-TOTAL
    MOVE TH-SOURCE TO OE-SOURCE
    MOVE TH-SENDER-ID TO OE-SENDER-ID
    MOVE OE-NUM1 TO Num1-Edit
    MOVE OE-NUM2 TO Num2-Edit
    MOVE OE-TOTAL TO Total-Edit
    DISPLAY " "
    DISPLAY "---- POSTED ENTRY ----"
    DISPLAY "UserName    : " OE-USERNAME
    DISPLAY "Real name   : " OE-FIRSTNAME " " OE-MIDDLENAME
        " " OE-LASTNAME
    DISPLAY "Calculation : " Num1-Edit " " OE-OPERATOR " "
        Num2-Edit " = " Total-Edit
    DISPLAY "Source/job  : " OE-SOURCE " " TH-JOB-ID.
2150-EXIT.
    EXIT.

*> =================================================================
*> 2200-POST-REVERSAL - the reversing record is the original's
*> fields with the total negated, stamped "R" on today's business
*> date and pointing back at the original's key.  The original is
*> only marked reversed once the reversal has actually landed.  If
*> the mark does not take, the original still looks reversible, so
*> its key is shown with a warning and no replacement is offered.
*> =================================================================
2200-POST-REVERSAL.
    MOVE OE-USERNAME TO TH-USERNAME
    MOVE OE-FIRSTNAME TO TH-FIRSTNAME
    MOVE OE-MIDDLENAME TO TH-MIDDLENAME
    MOVE OE-LASTNAME TO TH-LASTNAME
    MOVE OE-NUM1 TO TH-NUM1
    MOVE OE-NUM2 TO TH-NUM2
    MOVE OE-OPERATOR TO TH-OPERATOR
    COMPUTE TH-TOTAL = ZERO - OE-TOTAL
    MOVE "R" TO TH-SOURCE
    PERFORM 2500-LOG-CORRECTION THRU 2500-EXIT
    IF WS-HIST-WRITTEN
        PERFORM 2300-MARK-ORIGINAL THRU 2300-EXIT
        IF WS-ORIGINAL-MARKED
            ADD 1 TO WS-REVERSED-COUNT
            DISPLAY "Reversal posted."
            PERFORM 2400-OFFER-REPLACEMENT THRU 2400-EXIT
        ELSE
            ADD 1 TO WS-ERROR-COUNT
            DISPLAY "*** " OE-HIST-KEY
                " ORIGINAL NOT MARKED - DO NOT REVERSE AGAIN"
        END-IF
    END-IF.
2200-EXIT.
    EXIT.

2300-MARK-ORIGINAL.
    MOVE "N" TO WS-MARKED-SW
    MOVE OE-HIST-KEY TO TH-HIST-KEY
    READ TRANS-HIST-FILE
        INVALID KEY
            DISPLAY "*** ERROR - ORIGINAL ENTRY NO LONGER ON FILE -"
                " NOT MARKED REVERSED"
        NOT INVALID KEY
            SET TH-REVERSED TO TRUE
            REWRITE TRANSACTION-HIST-RECORD
                INVALID KEY
                    DISPLAY "*** ERROR - UNABLE TO MARK ORIGINAL"
                        " REVERSED - STATUS " WS-TH-STATUS
                NOT INVALID KEY
                    SET WS-ORIGINAL-MARKED TO TRUE
            END-REWRITE
    END-READ.
2300-EXIT.
    EXIT.

*> =================================================================
*> 2400-OFFER-REPLACEMENT - optionally key the calculation as it
*> should have been.  Each field defaults to the original, so
*> only what was wrong has to be keyed; the result is worked out
*> the way coboltut works it, except that a divide by zero is
*> refused rather than posted as a zero.
*> =================================================================
2400-OFFER-REPLACEMENT.
    DISPLAY "Key a corrected replacement for this entry? (Y/N):"
    ACCEPT WS-ANSWER
    IF WS-ANSWER-YES
        PERFORM 2405-KEY-REPLACEMENT THRU 2405-EXIT
    END-IF.
2400-EXIT.
    EXIT.

2405-KEY-REPLACEMENT.
    MOVE "N" TO WS-VALID-SW
    PERFORM 2410-GET-CORRECTION THRU 2410-EXIT
        UNTIL WS-VALID-ENTRY
    MOVE WS-NEW-NUM1 TO Num1-Edit
    MOVE WS-NEW-NUM2 TO Num2-Edit
    MOVE WS-NEW-TOTAL TO Total-Edit
    DISPLAY "Replacement : " Num1-Edit " " WS-NEW-OPERATOR " "
        Num2-Edit " = " Total-Edit
    DISPLAY "Post this replacement? (Y/N):"
    ACCEPT WS-ANSWER
    IF WS-ANSWER-YES
        MOVE OE-USERNAME TO TH-USERNAME
        MOVE OE-FIRSTNAME TO TH-FIRSTNAME
        MOVE OE-MIDDLENAME TO TH-MIDDLENAME
        MOVE OE-LASTNAME TO TH-LASTNAME
        MOVE WS-NEW-NUM1 TO TH-NUM1
        MOVE WS-NEW-NUM2 TO TH-NUM2
        MOVE WS-NEW-OPERATOR TO TH-OPERATOR
        MOVE WS-NEW-TOTAL TO TH-TOTAL
        MOVE "A" TO TH-SOURCE
        PERFORM 2500-LOG-CORRECTION THRU 2500-EXIT
        IF WS-HIST-WRITTEN
            ADD 1 TO WS-REPLACED-COUNT
            DISPLAY "Replacement posted."
        END-IF
    ELSE
        DISPLAY "Replacement not posted - the reversal stands alone."
    END-IF.
2405-EXIT.
    EXIT.

2410-GET-CORRECTION.
    MOVE OE-NUM1 TO WS-NEW-NUM1
    MOVE OE-NUM2 TO WS-NEW-NUM2
    MOVE OE-OPERATOR TO WS-NEW-OPERATOR
    SET WS-VALID-ENTRY TO TRUE
    DISPLAY "Num1 (sign then 7 digits, e.g. +0001200; blank = keep):"
    ACCEPT AE-RAW
    IF AE-RAW NOT = SPACES
        IF AE-AMOUNT IS NUMERIC
            MOVE AE-AMOUNT TO WS-NEW-NUM1
        ELSE
            DISPLAY "*** Num1 is not a valid amount."
            MOVE "N" TO WS-VALID-SW
        END-IF
    END-IF
    DISPLAY "Operator + - * or / (blank = keep):"
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = SPACE
        MOVE WS-ANSWER TO WS-NEW-OPERATOR
    END-IF
    IF NOT (WS-OP-ADD OR WS-OP-SUB OR WS-OP-MUL OR WS-OP-DIV)
        DISPLAY "*** Invalid operator - enter one of + - * /"
        MOVE "N" TO WS-VALID-SW
    END-IF
    DISPLAY "Num2 (sign then 7 digits, e.g. +0001200; blank = keep):"
    ACCEPT AE-RAW
    IF AE-RAW NOT = SPACES
        IF AE-AMOUNT IS NUMERIC
            MOVE AE-AMOUNT TO WS-NEW-NUM2
        ELSE
            DISPLAY "*** Num2 is not a valid amount."
            MOVE "N" TO WS-VALID-SW
        END-IF
    END-IF
    IF WS-VALID-ENTRY
        PERFORM 2420-COMPUTE-RESULT THRU 2420-EXIT
    END-IF.
2410-EXIT.
    EXIT.

2420-COMPUTE-RESULT.
    EVALUATE TRUE
        WHEN WS-OP-ADD
            COMPUTE WS-NEW-TOTAL = WS-NEW-NUM1 + WS-NEW-NUM2
        WHEN WS-OP-SUB
            COMPUTE WS-NEW-TOTAL = WS-NEW-NUM1 - WS-NEW-NUM2
        WHEN WS-OP-MUL
            COMPUTE WS-NEW-TOTAL = WS-NEW-NUM1 * WS-NEW-NUM2
        WHEN WS-OP-DIV
            IF WS-NEW-NUM2 = ZERO
                DISPLAY "*** Cannot divide by zero - key the"
                    " replacement again."
                MOVE "N" TO WS-VALID-SW
            ELSE
                COMPUTE WS-NEW-TOTAL ROUNDED = WS-NEW-NUM1 / WS-NEW-NUM2
            END-IF
    END-EVALUATE.
2420-EXIT.
    EXIT.

*> =================================================================
*> 2500-LOG-CORRECTION - the rest of a reversal or replacement
*> record: today's business date, wall-clock time, this job's
*> name, the link back to the original and the supervisor who
*> posted it.  A duplicate key steps the sequence and tries again,
*> the same as every other history writer, and the record rolls
*> into its own TRANSUMM bucket.
*> =================================================================
2500-LOG-CORRECTION.
    MOVE WS-BUS-DATE TO TH-RUN-DATE
    ACCEPT TH-RUN-TIME FROM TIME
    MOVE ZEROS TO TH-SEQ
    MOVE "TUT0REV" TO TH-JOB-ID
    MOVE OE-HIST-KEY TO TH-ORIG-KEY
    MOVE WS-OPERATOR-ID TO TH-SUPERVISOR
    MOVE "N" TO TH-REVERSED-FLAG
    MOVE OE-SENDER-ID TO TH-SENDER-ID
    MOVE "N" TO WS-HIST-DONE-SW
    PERFORM 2550-WRITE-HISTORY THRU 2550-EXIT
        UNTIL WS-HIST-WRITTEN OR TH-SEQ = 9999
    IF WS-HIST-WRITTEN
        PERFORM 2560-UPDATE-DAY-SUMMARY THRU 2560-EXIT
    ELSE
        DISPLAY "*** ENTRY NOT POSTED - HISTORY KEY EXHAUSTED"
            " FOR " TH-RUN-DATE "/" TH-RUN-TIME
    END-IF.
2500-EXIT.
    EXIT.

2550-WRITE-HISTORY.
    WRITE TRANSACTION-HIST-RECORD
        INVALID KEY
            ADD 1 TO TH-SEQ
        NOT INVALID KEY
            SET WS-HIST-WRITTEN TO TRUE
    END-WRITE.
2550-EXIT.
    EXIT.

*> =================================================================
*> 2560-UPDATE-DAY-SUMMARY - the business day's TRANSUMM record,
*> started the first time the day writes, with the amount rolled
*> into the reversal or adjustment bucket and the day totals.
*> =================================================================
2560-UPDATE-DAY-SUMMARY.
    MOVE "N" TO WS-SUMM-FOUND-SW
    MOVE WS-BUS-DATE TO TS-BUS-DATE
    READ TRAN-SUMM-FILE
        INVALID KEY
            MOVE WS-BUS-DATE TO TS-BUS-DATE
            MOVE ZEROS TO TS-TRAN-COUNT
            MOVE ZEROS TO TS-TRAN-TOTAL
            MOVE ZEROS TO TS-ONLINE-COUNT
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
    ADD 1 TO TS-TRAN-COUNT
    ADD TH-TOTAL TO TS-TRAN-TOTAL
    IF TH-SOURCE = "R"
        ADD 1 TO TS-REVERSAL-COUNT
        ADD TH-TOTAL TO TS-REVERSAL-TOTAL
    ELSE
        ADD 1 TO TS-ADJUST-COUNT
        ADD TH-TOTAL TO TS-ADJUST-TOTAL
    END-IF
    IF WS-SUMM-FOUND
        REWRITE TRAN-SUMMARY-RECORD
    ELSE
        WRITE TRAN-SUMMARY-RECORD
            INVALID KEY
                DISPLAY "*** ERROR - UNABLE TO WRITE DAY SUMMARY"
        END-WRITE
    END-IF.
2560-EXIT.
    EXIT.

*> =================================================================
*> 9000-TERMINATE
*> =================================================================
9000-TERMINATE.
    CLOSE TRANS-HIST-FILE
    CLOSE TRAN-SUMM-FILE
    DISPLAY "tut0rev complete - " WS-REVERSED-COUNT " reversal(s), "
        WS-REPLACED-COUNT " replacement(s) posted."
    IF WS-ERROR-COUNT > ZEROS
        DISPLAY "*** " WS-ERROR-COUNT " reversal(s) posted with the"
            " original NOT MARKED - see the messages above"
    END-IF.
9000-EXIT.
    EXIT.
