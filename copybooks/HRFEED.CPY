      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> HRFEED.CPY
*> Record layout for the nightly HRFEED inbound file from HR,
*> applied to NAME-DIRECTORY by tut0hrf.  One detail record per
*> HR action, keyed on the UserName:
*>   ADD - a joiner: register the UserName with its RealName
*>   CHG - a name change: replace the RealName on file
*>   TRM - a leaver: inactivate the entry (ND-STATUS "I")
*> The RealName is required on ADD and CHG and ignored on TRM.
*> ---------------------------------------------------------------
01 HR-FEED-RECORD.
    02 HF-ACTION PIC X(03).
        88 HF-ADD VALUE "ADD".
        88 HF-CHANGE VALUE "CHG".
        88 HF-TERMINATE VALUE "TRM".
    02 HF-USERNAME PIC X(30).
    COPY REALNAME REPLACING FirstName BY HF-FIRSTNAME
                             MiddleName BY HF-MIDDLENAME
                             LastName BY HF-LASTNAME.
    02 FILLER PIC X(07).

*> ---------------------------------------------------------------
*> Control-record views of the same 100-byte record area, on the
*> TRANSIN pattern: one "HDR" record leading the file with HR's
*> extract date, one "TRL" record closing it with the detail
*> record count.  tut0hrf applies nothing from a file whose
*> controls do not prove out.
*> ---------------------------------------------------------------
01 HR-FEED-HEADER-REC.
    02 HFH-RECORD-ID PIC X(03).
    02 HFH-FILE-DATE PIC 9(08).
    02 FILLER PIC X(89).

01 HR-FEED-TRAILER-REC.
    02 HFT-RECORD-ID PIC X(03).
    02 HFT-RECORD-COUNT PIC 9(08).
    02 FILLER PIC X(89).
