      *   :TAG:-CLIENT-ID / :TAG:-ACCOUNT-NO.  :TAG:-FUTURE-VALUE is
      *   the net (after-tax) projection a taxable client actually
      *   sees; :TAG:-GROSS-FV is the same projection before tax
      *   (the two are equal for tax-deferred scenarios).  For a
      *   scenario that floats on a benchmark rate index (see
      *   INDXREC), :TAG:-INDEX-CODE names the index, :TAG:-INDEX-RATE
      *   is the index rate CALC2000 resolved for the run date and
      *   :TAG:-INDEX-SPREAD the scenario's spread over it, so
      *   :TAG:-RATE is their sum; all three are spaces/zero for a
      *   fixed-rate scenario.  A scenario with a drawdown phase
      *   carries the year withdrawals began (:TAG:-DRAWDOWN-START),
      *   the last projected year (:TAG:-HORIZON-YEARS), the balance
      *   when withdrawals began (:TAG:-RETIRE-BALANCE), the year the
      *   money ran out (:TAG:-DEPLETION-YEAR, zero = it lasted to the
      *   horizon) and :TAG:-TOTAL-WITHDRAWN; :TAG:-FUTURE-VALUE is
      *   then the balance left at the horizon.  All zero for a
      *   scenario with no drawdown phase.
      *   Copy with
      *       COPY RSLTREC REPLACING ==:TAG:== BY ==RESULT==.
      *   or another prefix (e.g. ==PRIOR==) for the prior master.
          05 :TAG:-FUTURE-VALUE    PIC 9(7)V99.
          05 :TAG:-GROSS-FV        PIC 9(7)V99.
          05 :TAG:-RUN-DATE        PIC 9(6).
          05 :TAG:-INDEX-CODE      PIC X(8).
          05 :TAG:-INDEX-RATE      PIC 99V9.
          05 :TAG:-INDEX-SPREAD    PIC S99V9 SIGN LEADING SEPARATE.
          05 :TAG:-DRAWDOWN-START  PIC 99.
          05 :TAG:-HORIZON-YEARS   PIC 99.
          05 :TAG:-RETIRE-BALANCE  PIC 9(7)V99.
          05 :TAG:-DEPLETION-YEAR  PIC 99.
             88 :TAG:-NOT-DEPLETED            VALUE 0.
          05 :TAG:-TOTAL-WITHDRAWN PIC 9(10)V99.
