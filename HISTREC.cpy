      *   run by run.  Appended by CALC2000 alongside each RSLTCUR
      *   write; read, trended and purged to the operator-controlled
      *   retention by TRND2000.  Run dates are 6-digit YYMMDD, so
      *   records within a scenario sort oldest to newest.  The
      *   index fields record the benchmark rate a floating scenario
      *   was projected at on that run, and the drawdown fields
      *   the outcome of its withdrawal phase.
      *   Copy with
      *       COPY HISTREC REPLACING ==:TAG:== BY ==HIST==.
      *****************************************************************
          05 :TAG:-RATE            PIC 99V9.
          05 :TAG:-FUTURE-VALUE    PIC 9(7)V99.
          05 :TAG:-GROSS-FV        PIC 9(7)V99.
          05 :TAG:-INDEX-CODE      PIC X(8).
          05 :TAG:-INDEX-RATE      PIC 99V9.
          05 :TAG:-INDEX-SPREAD    PIC S99V9 SIGN LEADING SEPARATE.
          05 :TAG:-DRAWDOWN-START  PIC 99.
          05 :TAG:-HORIZON-YEARS   PIC 99.
          05 :TAG:-RETIRE-BALANCE  PIC 9(7)V99.
          05 :TAG:-DEPLETION-YEAR  PIC 99.
             88 :TAG:-NOT-DEPLETED            VALUE 0.
          05 :TAG:-TOTAL-WITHDRAWN PIC 9(10)V99.
