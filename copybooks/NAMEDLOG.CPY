      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> NAMEDLOG.CPY
*> Record layout for the NAMEDLOG NAME-DIRECTORY activity log.
*> tut0reg appends one record per directory change: the action
*> (ADD, CHG correct, INA inactivate), the UserName, when, the
*> operator who keyed it, and the RealName before and after (the
*> before-image is blank on an ADD).  The nightly HR feed
*> (tut0hrf) logs the same way under operator ID TUT0HRF.
*> tut0secr reads it back for the daily security review.
*> ---------------------------------------------------------------
01 NAME-DIR-LOG-RECORD.
    02 NL-ACTION PIC X(03).
    02 NL-USERNAME PIC X(30).
    02 NL-CHANGE-DATE PIC 9(08).
    02 NL-CHANGE-TIME PIC 9(08).
    02 NL-OPERATOR PIC X(08).
    COPY REALNAME REPLACING FirstName BY NL-OLD-FIRSTNAME
                             MiddleName BY NL-OLD-MIDDLENAME
                             LastName BY NL-OLD-LASTNAME.
    COPY REALNAME REPLACING FirstName BY NL-NEW-FIRSTNAME
                             MiddleName BY NL-NEW-MIDDLENAME
                             LastName BY NL-NEW-LASTNAME.
