*> the date before the job is allowed to run - so tut0bat can no
*> longer run against a TRANSIN the edit never signed off, and
*> tut0eod can no longer archive a day that did not balance.
*> tut0hkp moves marks older than CYCLECTL's LOGRETN retention
*> (by CC-BUS-DATE) off to a history generation.
*> ---------------------------------------------------------------
01 CYCLE-CONTROL-RECORD.
    02 CC-JOB-ID PIC X(08).
