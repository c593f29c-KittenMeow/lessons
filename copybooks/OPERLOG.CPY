      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OPERLOG.CPY
*> Record layout for the OPERLOG operator-profile activity log.
*> tut0oper appends one record per OPERPROF change: the action
*> (ADD, PWD password change, AUT authority change, INA inactivate,
*> REA reactivate), the operator ID changed, when, who keyed it,
*> and the authority before and after.  Passwords never land here.
*> tut0secr reads it back for the daily security review.
*> ---------------------------------------------------------------
01 OPER-ACTIVITY-RECORD.
    02 OL-ACTION PIC X(03).
    02 OL-TARGET-ID PIC X(08).
    02 OL-CHANGE-DATE PIC 9(08).
    02 OL-CHANGE-TIME PIC 9(08).
    02 OL-OPERATOR PIC X(08).
    02 OL-OLD-AUTHORITY PIC X(01).
    02 OL-NEW-AUTHORITY PIC X(01).
