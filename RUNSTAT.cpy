      *   cumulative RUNSTATS file as the run closes: run date/time,
      *   operator, records read/processed/rejected/skipped, the
      *   suspense count, the balance status (B=in balance, O=out of
      *   balance, N=no trailer, P=one partition of a partitioned
      *   run - balanced by PMRG2000, which writes the run's own
      *   line), the compare counts from
      *   058-COMPARE-RESULTS and the final return code.  MONR2000
      *   reads it back to report the last N runs side by side and
      *   flag anomalies, so run health lives in a file instead of
             88 RSL-IN-BALANCE                VALUE "B".
             88 RSL-OUT-OF-BALANCE            VALUE "O".
             88 RSL-NO-TRAILER                VALUE "N".
             88 RSL-PARTITION-RUN             VALUE "P".
          05 FILLER                PIC X      VALUE SPACE.
          05 RSL-NEW-COUNT         PIC 9(5).
          05 FILLER                PIC X      VALUE SPACE.
