*> was met, and the trail that shows an accidental double
*> submission of the same TRANSIN file.  tut0runl reads the file
*> back, keeps the latest record per execution, and lists recent
*> runs.  tut0hkp moves executions older than RUNHIST's LOGRETN
*> retention off to a history generation.
*> ---------------------------------------------------------------
01 RUN-CONTROL-RECORD.
    02 RC-JOB-ID PIC X(08).
