*>                  is appended to the OPERLOG activity log with
*>                  who keyed it and when; passwords are never
*>                  logged anywhere.
*> 2026-10-15  CRP  Reactivate an inactivated ID (logged to
*>                  OPERLOG as action "REA") instead of leaving
*>                  the only way back a hand-patched profile, so a
*>                  returning operator shows up on the security
*>                  review like any other change.
*> 2026-10-15  CRP  OPERLOG record layout moved out to OPERLOG.CPY
*>                  now that the security review report reads the
*>                  log back.
*> ---------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY OPERPROF.

FD  OPER-ACTIVITY-LOG.
    COPY OPERLOG.

WORKING-STORAGE SECTION.
COPY SECLINK.
    88 WS-CHOICE-PASSWORD VALUE "2".
    88 WS-CHOICE-AUTHORITY VALUE "3".
    88 WS-CHOICE-INACT VALUE "4".
    88 WS-CHOICE-REACT VALUE "5".
    88 WS-CHOICE-BROWSE VALUE "6".
    88 WS-CHOICE-QUIT VALUE "7".

77 WS-TARGET-ID PIC X(08) VALUE SPACES.
77 WS-NEW-PASSWORD PIC X(08) VALUE SPACES.
    DISPLAY "2 = Change a password"
    DISPLAY "3 = Change an authority level"
    DISPLAY "4 = Inactivate an operator ID"
    DISPLAY "5 = Reactivate an operator ID"
    DISPLAY "6 = Browse the profiles"
    DISPLAY "7 = Done"
    ACCEPT WS-MENU-CHOICE
    EVALUATE TRUE
        WHEN WS-CHOICE-ADD
            PERFORM 2300-CHANGE-AUTHORITY THRU 2300-EXIT
        WHEN WS-CHOICE-INACT
            PERFORM 2400-INACTIVATE-PROFILE THRU 2400-EXIT
        WHEN WS-CHOICE-REACT
            PERFORM 2450-REACTIVATE-PROFILE THRU 2450-EXIT
        WHEN WS-CHOICE-BROWSE
            PERFORM 2500-BROWSE-PROFILES THRU 2500-EXIT
        WHEN WS-CHOICE-QUIT
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Invalid choice - enter 1 through 7."
    END-EVALUATE.
2000-EXIT.
    EXIT.
2400-EXIT.
    EXIT.

2450-REACTIVATE-PROFILE.
    DISPLAY "Operator ID to reactivate:"
    ACCEPT WS-TARGET-ID
    PERFORM 2600-LOOKUP-PROFILE THRU 2600-EXIT
    IF WS-FOUND
        IF OP-ACTIVE
            DISPLAY "*** " WS-TARGET-ID " is already active."
        ELSE
            MOVE OP-AUTHORITY TO WS-OLD-AUTHORITY
            MOVE OP-AUTHORITY TO WS-NEW-AUTHORITY
            SET OP-ACTIVE TO TRUE
            REWRITE OPERATOR-PROFILE-RECORD
            MOVE "REA" TO WS-LOG-ACTION
            PERFORM 2800-WRITE-ACTIVITY-LOG THRU 2800-EXIT
            DISPLAY "Profile reactivated at authority " OP-AUTHORITY "."
        END-IF
    ELSE
        DISPLAY "*** No profile on file for " WS-TARGET-ID
    END-IF.
2450-EXIT.
    EXIT.

2500-BROWSE-PROFILES.
    MOVE ZEROS TO WS-BROWSE-COUNT
    MOVE LOW-VALUES TO OP-OPERATOR-ID
