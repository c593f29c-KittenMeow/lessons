*> stamp - so a disputed RealName change can be traced to who
*> changed what, and when.  tut0audr reads this file back to list
*> a UserName's full change history on demand.
*> MA-ACTION tells the record kinds apart.  "CHG" is the tut0maint
*> RealName change above.  The UserName merge (tut0mrg) writes one
*> record per step, each naming the other UserName of the pair in
*> MA-MERGE-USERNAME:
*>   MRG - MA-MERGE-COUNT history records in file MA-MERGE-FILE
*>         re-pointed from MA-USERNAME (retired) to the survivor;
*>         the name images are the retired and surviving RealNames
*>   RUN - the retired user's later last-run date carried onto the
*>         surviving master MA-USERNAME (old and new run dates)
*>   DEL - the retired master MA-USERNAME deleted; the old image
*>         is its RealName, the new image is blank
*> A log written on the old 174-byte layout (before MA-ACTION)
*> must be converted ONCE with MAINTCVT - the conversion marks
*> every old record "CHG" and zeroes the merge fields.  A blank
*> MA-ACTION still reads as "CHG".
*> ---------------------------------------------------------------
01 MAINT-AUDIT-RECORD.
    02 MA-USERNAME PIC X(30).
    COPY REALNAME REPLACING FirstName BY MA-NEW-FIRSTNAME
                             MiddleName BY MA-NEW-MIDDLENAME
                             LastName BY MA-NEW-LASTNAME.
    02 MA-ACTION PIC X(03).
        88 MA-NAME-CHANGE VALUE "CHG" SPACES.
        88 MA-MERGE-MOVE VALUE "MRG".
        88 MA-MERGE-RUN-DATE VALUE "RUN".
        88 MA-MERGE-DELETE VALUE "DEL".
    02 MA-MERGE-USERNAME PIC X(30).
    02 MA-MERGE-FILE PIC X(08).
    02 MA-MERGE-COUNT PIC 9(08).
    02 MA-OLD-RUN-DATE PIC X(08).
    02 MA-NEW-RUN-DATE PIC X(08).
