      *   from the CONTROL parameter file), producing the net future
      *   value reported to the client; the gross figure is carried
      *   alongside so the two bases are never confused.
      *   A scenario may float on a benchmark rate index instead of a
      *   fixed rate: a non-blank :TAG:-INDEX-CODE names an index on
      *   the rate index master (see copybook INDXREC, maintained by
      *   INDX2000) and the batch run projects at the index rate in
      *   effect on the run date plus :TAG:-INDEX-SPREAD (signed,
      *   e.g. +1.5), in place of :TAG:-RATE.  Blank = fixed rate.
      *   An optional drawdown (withdrawal) phase follows or overlaps
      *   the accumulation years: :TAG:-WITHDRAWAL-AMOUNT is taken at
      *   :TAG:-WITHDRAWAL-FREQ (A/Q/M) from year
      *   :TAG:-WITHDRAWAL-START (0 = the year after accumulation
      *   ends) until the money runs out or the projection reaches
      *   :TAG:-HORIZON-YEARS (0 = accumulation years plus 30, at
      *   most 99).  Zero withdrawal amount = no drawdown phase.
      *   The reserved ID 99999999 marks the control trailer record,
      *   maintained by SCEN2000 on every add/change/delete: the
      *   expected data-record count and the hash total of
                88 :TAG:-TAX-TAXABLE          VALUE "T".
                88 :TAG:-TAX-VALID            VALUES "D" "T".
             10 :TAG:-TAX-RATE     PIC 99V9.
             10 :TAG:-INDEX-CODE   PIC X(8).
                88 :TAG:-FIXED-RATE           VALUE SPACES.
             10 :TAG:-INDEX-SPREAD PIC S99V9 SIGN LEADING SEPARATE.
             10 :TAG:-WITHDRAWAL-AMOUNT PIC 9(6)V99.
             10 :TAG:-WITHDRAWAL-FREQ PIC X.
                88 :TAG:-WITHDRAWAL-FREQ-VALID VALUES "A" "Q" "M".
             10 :TAG:-WITHDRAWAL-START PIC 99.
             10 :TAG:-HORIZON-YEARS PIC 99.
             10 FILLER             PIC X(6).
          05 :TAG:-TRAILER-DATA REDEFINES :TAG:-BODY.
             10 :TAG:-TRAILER-COUNT PIC 9(7).
             10 :TAG:-TRAILER-HASH PIC 9(13).
             10 FILLER             PIC X(72).
