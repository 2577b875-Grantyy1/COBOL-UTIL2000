      *****************************************************************
      * Copybook     : INDXREC
      * Description  :
      *   Benchmark rate index master record layout, keyed by
      *   :TAG:-KEY (the index code plus the date the rate takes
      *   effect).  One record per rate value per index, so the
      *   house's assumed return can be changed once, from a given
      *   date, instead of on every scenario that uses it.
      *   Maintained by INDX2000; SCEN2000 checks that the index
      *   code named on a scenario exists, and CALC2000 resolves the
      *   rate in effect on the run date - the record for the code
      *   with the latest :TAG:-EFFECTIVE-DATE not after the run
      *   date - adding the scenario's spread to it.  A rate with a
      *   :TAG:-EXPIRY-DATE (YYMMDD, zero = open-ended) before the
      *   run date is expired; a scenario pointing at an unknown or
      *   expired index is rejected to suspense.  Dates are 6-digit
      *   YYMMDD, compared through the suite's century window.
      *   Copy with
      *       COPY INDXREC REPLACING ==:TAG:== BY ==INDEX==.
      *****************************************************************
       01 :TAG:-RECORD.
          05 :TAG:-KEY.
             10 :TAG:-CODE         PIC X(8).
             10 :TAG:-EFFECTIVE-DATE PIC 9(6).
          05 :TAG:-DESCRIPTION     PIC X(30).
          05 :TAG:-RATE            PIC 99V9.
          05 :TAG:-EXPIRY-DATE     PIC 9(6).
