      *----------------------------------------------------------
      * Accounting-period control layout - one record per month,
      * keyed on PERIOD-ID (YYYYMM), carrying where finance has
      * got to with the month: PERIOD-STATUS 'O' open, 'L'
      * closing (the month-end close is under way and items may
      * still post) or 'C' closed (reported - nothing more may
      * post into it), with the date and operator of the last
      * change. MaintainPeriod keeps it by transaction and
      * ClosePeriod closes a month once suspense and the bank
      * reconciliation are clear; PeriodCheck is how the posting
      * runs ask whether a date may post. A month with no record
      * is open. COPY with REPLACING like the other record
      * copybooks.
      *----------------------------------------------------------
       01  PERIOD-RECORD.
           02 PERIOD-ID             pic X(6).
           02 PERIOD-STATUS         pic X.
           02 PERIOD-STATUS-DATE    pic X(8).
           02 PERIOD-OPERATOR       pic X(8).
