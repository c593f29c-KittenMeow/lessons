      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> TRANHOLD.CPY
*> Record layout for the TRANHOLD indexed pending-hold file.
*> tut0bat writes a batch transaction here, instead of to TRANSOUT
*> and the TRANHIST history, when its computed total is over the
*> shop's hold threshold; the supervisor release screen (tut0rel)
*> then approves it - posting it to TRANHIST/TRANSUMM as ordinary
*> batch work - or declines it.  The key follows TRANHIST's: the
*> business date the item was held on, the wall-clock time, and a
*> tie-breaker sequence stepped on a duplicate-key write.
*> HD-STATUS starts "P" (pending); a decision stamps who made it,
*> on what business date and at what time, and an approval also
*> keeps the TRANHIST key the item was posted under, so a released
*> item can be traced straight to its history record.  Decided
*> items stay on file - tut0bal counts the day's holds and the
*> day's releases from here.  HD-SENDER-ID is the sender whose
*> TRANSIN file the item came in on, posted to TH-SENDER-ID when
*> the item is released.
*> ---------------------------------------------------------------
01 TRANS-HOLD-RECORD.
    02 HD-HOLD-KEY.
        03 HD-HOLD-DATE PIC 9(08).
        03 HD-HOLD-TIME PIC 9(08).
        03 HD-HOLD-SEQ PIC 9(04).
    02 HD-USERNAME PIC X(30).
    COPY REALNAME REPLACING FirstName BY HD-FIRSTNAME
                             MiddleName BY HD-MIDDLENAME
                             LastName BY HD-LASTNAME.
    02 HD-NUM1 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 HD-NUM2 PIC S9(5)V99 SIGN IS LEADING SEPARATE.
    02 HD-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE.
    02 HD-JOB-ID PIC X(08).
    02 HD-STATUS PIC X(01).
        88 HD-PENDING VALUE "P".
        88 HD-APPROVED VALUE "A".
        88 HD-DECLINED VALUE "D".
    02 HD-DECIDED-BY PIC X(08).
    02 HD-DECIDED-DATE PIC 9(08).
    02 HD-DECIDED-TIME PIC 9(08).
    02 HD-POSTED-KEY.
        03 HD-POSTED-RUN-DATE PIC 9(08).
        03 HD-POSTED-RUN-TIME PIC 9(08).
        03 HD-POSTED-SEQ PIC 9(04).
    02 HD-SENDER-ID PIC X(08).
