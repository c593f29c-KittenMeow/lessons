      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> PERSUMM.CPY
*> Record layout for the PERSUMM indexed period-summary file -
*> the permanent, frozen figures for every closed month and year,
*> written by the month-end and year-end closes (tut0mec) and read
*> by the management comparison report (tut0mcr).  Nothing else
*> writes it, and a closed period is never rewritten, so the
*> numbers outlive tut0eod's retention purge of TRANARCH.
*> Keyed on the period and what the figures are for:
*>   PS-PERIOD-TYPE  "M" a month (PS-PERIOD YYYYMM) or
*>                   "Y" a year  (PS-PERIOD YYYY00)
*>   PS-KIND         "C" the period's close-control record (the
*>                       PERIOD-CONTROL-RECORD view below),
*>                   "O" one calculation operator (+ - * /),
*>                   "S" one source (O online, B batch,
*>                       R reversal, A adjustment),
*>                   "T" the shop-wide total,
*>                   "U" one user (PS-ITEM is the UserName)
*>   PS-ITEM         the operator, source code or UserName;
*>                   blank on the "C" and "T" records
*> Each figures record carries the month's count and amount and the
*> year-to-date roll through that month.  A user (or operator or
*> source) with year-to-date activity but none in the month still
*> gets a record - zero for the month, the year to date carried -
*> so the roll never loses anyone.  Reversals count under source
*> R only, not under the original's operator (the tut0stmt rule).
*> The year records hold the full-year figures (December's
*> year-to-date) in both pairs.
*> ---------------------------------------------------------------
01 PERIOD-SUMMARY-RECORD.
    02 PS-KEY.
        03 PS-PERIOD-TYPE PIC X(01).
            88 PS-MONTH-PERIOD VALUE "M".
            88 PS-YEAR-PERIOD VALUE "Y".
        03 PS-PERIOD PIC 9(06).
        03 PS-KIND PIC X(01).
            88 PS-KIND-CONTROL VALUE "C".
            88 PS-KIND-OPERATOR VALUE "O".
            88 PS-KIND-SOURCE VALUE "S".
            88 PS-KIND-SHOP VALUE "T".
            88 PS-KIND-USER VALUE "U".
        03 PS-ITEM PIC X(30).
    02 PS-MONTH-COUNT PIC 9(08).
    02 PS-MONTH-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 PS-YTD-COUNT PIC 9(08).
    02 PS-YTD-TOTAL PIC S9(12)V99 SIGN IS LEADING SEPARATE.
    02 PS-CLOSE-DATE PIC 9(08).
    02 PS-CLOSE-TIME PIC 9(08).

*> ---------------------------------------------------------------
*> Close-control view of the same 100-byte record area (PS-KIND
*> "C"), written last by a close - a period is closed only once
*> this record is on file.  It carries the business date and job
*> the close ran under, the transactions read, the figures records
*> written, and the oldest date found on TRANARCH when the month
*> was read (a month starting before it may have lost days to the
*> retention purge).
*> ---------------------------------------------------------------
01 PERIOD-CONTROL-RECORD.
    02 PC-KEY PIC X(38).
    02 PC-BUS-DATE PIC 9(08).
    02 PC-JOB-ID PIC X(08).
    02 PC-READ-COUNT PIC 9(08).
    02 PC-ITEM-COUNT PIC 9(08).
    02 PC-OLDEST-ARCH-DATE PIC 9(08).
    02 FILLER PIC X(06).
    02 PC-CLOSE-DATE PIC 9(08).
    02 PC-CLOSE-TIME PIC 9(08).
