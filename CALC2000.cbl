      *   one 100-CALCULATE-FUTURE-VALUE call per record, until end
      *   of file.  The scenario ID is carried onto every report
      *   detail line and audit-log line.
      *   A scenario may float on a benchmark rate index instead of
      *   carrying a fixed rate: the rate in effect on the run date
      *   is read from the rate index master (RATEINDX, maintained by
      *   INDX2000) and the scenario's spread added to it before the
      *   rate schedule is built.  The index and resolved rate are
      *   carried onto the client report, the extract, the results
      *   master and history; an unknown or expired index is
      *   rejected to suspense with reason 06.
      *   A scenario with a withdrawal amount is projected on past
      *   its accumulation years through a drawdown phase to its
      *   horizon: contributions stop, withdrawals are taken from the
      *   start year, and the balance at retirement, total withdrawn
      *   and the year the money runs out (if it does) are carried
      *   onto the year detail, client report, extract, results
      *   master and history.  Depleted scenarios are flagged on the
      *   client report and counted; an inconsistent drawdown is
      *   rejected to suspense with reason 07.
      *   The selection-3 run can be split into parallel partitions:
      *   a partition number and a scenario-ID key range on SYSIN
      *   restrict the run to that range, and the results are then
      *   written to the partition results file (PARTRSLT, copybook
      *   PARTREC) with the partition's control totals instead of
      *   to the results master and history.  PMRG2000 merges the
      *   partitions, prints the combined client report and
      *   balances them against the master's control trailer.  A
      *   partition always runs its range from the top.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.

           SELECT INDEX-FILE ASSIGN TO "RATEINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEX-KEY
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT PARTITION-FILE ASSIGN TO "PARTRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-FILE-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 RESTART-RECORD             PIC 9(7).

       FD  SUSPENSE-FILE.
       01 SUSPENSE-RECORD            PIC X(111).

       FD  RESUBMIT-FILE.
       01 RESUBMIT-RECORD.
          05 FILLER                PIC X.
          05 RESUB-RECORD-NUMBER   PIC 9(7).
          05 FILLER                PIC X.
          05 RESUB-SCENARIO-IMAGE  PIC X(100).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD             PIC X(150).

       FD  CONTROL-FILE.
       01 CONTROL-RECORD             PIC X(80).
       FD  RUNSTATS-FILE.
       01 RUNSTATS-RECORD            PIC X(87).

       FD  INDEX-FILE.
       COPY INDXREC REPLACING ==:TAG:== BY ==INDEX==.

       FD  PARTITION-FILE.
       COPY PARTREC REPLACING ==:TAG:== BY ==PART==.

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       WORKING-STORAGE SECTION.

       01 INPUT-VALUES.

       01 YEAR-DETAIL-FIELDS.
          05 YEAR-END-FV           PIC 9(7)V99 OCCURS 99 TIMES.
          05 YEAR-CONTRIB          PIC 9(8)V99 OCCURS 99 TIMES.
          05 YEAR-WITHDRAWN        PIC 9(8)V99 OCCURS 99 TIMES.
          05 PRIOR-YEAR-END        PIC 9(7)V99 VALUE 0.
          05 YEAR-INTEREST         PIC S9(7)V99 VALUE 0.

             88 REJECT-AMOUNT-RANGE           VALUE "03".
             88 REJECT-COMPOUND-OVERFLOW      VALUE "04".
             88 REJECT-CONTRIB-RANGE          VALUE "05".
             88 REJECT-INDEX-INVALID          VALUE "06".
             88 REJECT-DRAWDOWN-RANGE         VALUE "07".

       01 SUSPENSE-LINE.
          05 SUSP-REASON-CODE      PIC XX.
          05 FILLER                PIC X      VALUE SPACE.
          05 SUSP-RECORD-NUMBER    PIC 9(7).
          05 FILLER                PIC X      VALUE SPACE.
          05 SUSP-SCENARIO-IMAGE   PIC X(100).

       01 RESUBMIT-WORK-FIELDS.
          05 RESUBMIT-FILE-STATUS  PIC XX     VALUE SPACES.

       COPY SCENREC REPLACING ==:TAG:== BY ==RESUB==.

      *    A scenario with an index code floats on the benchmark rate
      *    index master: 054-RESOLVE-INDEX-RATE picks the index's rate
      *    in effect on the run date, and the scenario is projected at
      *    that rate plus its spread.  An index with no rate in effect
      *    on the run date (unknown, not yet effective or expired) is
      *    rejected with reason 06.  Ad-hoc selections are always
      *    fixed-rate.
       01 INDEX-WORK-FIELDS.
          05 INDEX-FILE-STATUS     PIC XX     VALUE SPACES.
          05 INDEX-AVAIL-SWITCH    PIC X      VALUE "N".
             88 INDEX-FILE-AVAILABLE          VALUE "Y".
          05 INDEX-SCAN-EOF-SWITCH PIC X      VALUE "N".
             88 INDEX-SCAN-EOF                VALUE "Y".
          05 INDEX-RATE-FOUND-SWITCH PIC X    VALUE "N".
             88 INDEX-RATE-FOUND              VALUE "Y".
          05 INDEX-REJECT-SWITCH   PIC X      VALUE "N".
             88 INDEX-RATE-REJECTED           VALUE "Y".
          05 ACTIVE-INDEX-CODE     PIC X(8)   VALUE SPACES.
             88 ACTIVE-FIXED-RATE             VALUE SPACES.
          05 ACTIVE-INDEX-SPREAD   PIC S99V9 SIGN LEADING SEPARATE
                                              VALUE 0.
          05 ACTIVE-INDEX-RATE     PIC 99V9   VALUE 0.
          05 INDEX-BEST-INTEGER    PIC 9(7)   VALUE 0.
          05 INDEX-BEST-EXPIRY     PIC 9(6)   VALUE 0.
          05 INDEX-RATE-WORK       PIC S9(3)V9 VALUE 0.
          05 INDEX-MOVE-COUNT      PIC 9(5)   VALUE 0.

      *    A scenario with a withdrawal amount is projected past its
      *    accumulation years into a drawdown phase: contributions
      *    stop after NUMBER-OF-YEARS, and from DRAWDOWN-START-YEAR
      *    (default the first year after accumulation) the
      *    withdrawal is taken every WITHDRAWALS-PER-YEAR until the
      *    horizon (default accumulation years + 30) or until the
      *    balance runs out.  FUTURE-VALUE is then the balance left
      *    at the horizon.  Ad-hoc selections carry no drawdown.
       01 DRAWDOWN-WORK-FIELDS.
          05 WITHDRAWAL-AMOUNT     PIC 9(6)V99 VALUE 0.
          05 WITHDRAWAL-FREQUENCY  PIC X      VALUE SPACE.
             88 WITHDRAWAL-FREQ-VALID         VALUES "A" "Q" "M".
             88 WITHDRAW-QUARTERLY            VALUE "Q".
             88 WITHDRAW-MONTHLY              VALUE "M".
          05 WITHDRAWALS-PER-YEAR  PIC 99     VALUE 1.
          05 WITHDRAWAL-START-YEAR PIC 99     VALUE 0.
          05 HORIZON-YEARS         PIC 99     VALUE 0.
          05 DRAWDOWN-START-YEAR   PIC 999    VALUE 0.
          05 PROJECTION-YEARS      PIC 999    VALUE 0.
          05 DRAWDOWN-HORIZON      PIC 99     VALUE 0.
          05 DRAWDOWN-SWITCH       PIC X      VALUE "N".
             88 DRAWDOWN-PHASE                VALUE "Y".
          05 PERIOD-WITHDRAWAL     PIC 9(7)V99 VALUE 0.
          05 PERIOD-WITHDRAWN      PIC 9(7)V99 VALUE 0.
          05 PERIOD-CONTRIBUTION   PIC 9(6)V99 VALUE 0.
          05 RETIREMENT-BALANCE    PIC 9(7)V99 VALUE 0.
          05 DEPLETION-YEAR        PIC 99     VALUE 0.
             88 FUNDS-NOT-DEPLETED            VALUE 0.
          05 TOTAL-WITHDRAWN       PIC 9(10)V99 VALUE 0.
          05 YEAR-CONTRIB-WORK     PIC 9(8)V99 VALUE 0.
          05 YEAR-WITHDRAWN-WORK   PIC 9(8)V99 VALUE 0.
          05 DEPLETED-SCENARIO-COUNT PIC 9(7) VALUE 0.

       01 CHECKPOINT-WORK-FIELDS.
          05 RESTART-FILE-STATUS   PIC XX     VALUE SPACES.
          05 CHECKPOINT-INTERVAL   PIC 9(4)   VALUE 100.
          05 RESTART-PRESENT-SWITCH PIC X     VALUE "N".
             88 RESTART-FILE-PRESENT           VALUE "Y".

      *    Partitioned run: the card after the selection is the
      *    partition number (00 or blank = the whole master, as
      *    before), then for a partition the low and high scenario
      *    IDs of its range (blank = open-ended).  A partition reads
      *    only its own range and writes its results, history and
      *    control totals to PARTRSLT for PMRG2000; it takes no
      *    checkpoints - a failed partition is simply rerun.
       01 PARTITION-WORK-FIELDS.
          05 PARTITION-FILE-STATUS PIC XX     VALUE SPACES.
          05 PARTITION-CARD        PIC XX     VALUE SPACES.
          05 PARTITION-NUMBER REDEFINES PARTITION-CARD
                                   PIC 99.
          05 PARTITION-SWITCH      PIC X      VALUE "N".
             88 PARTITION-RUN                 VALUE "Y".
          05 PARTITION-LOW-KEY     PIC X(8)   VALUE SPACES.
          05 PARTITION-HIGH-KEY    PIC X(8)   VALUE SPACES.
          05 PARTITION-RESULT-COUNT PIC 9(7)  VALUE 0.

       COPY RSLTREC REPLACING ==:TAG:== BY ==PARTRES==.

       01 PARTITION-HEADER-LINE.
          05 FILLER                PIC X(10)  VALUE "CALC2000".
          05 FILLER                PIC X(30)  VALUE
             "PARTITION CONTROL TOTALS".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 PHL-RUN-DATE          PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 PHL-PAGE-NUMBER       PIC ZZ9.

       01 PARTITION-RANGE-LINE.
          05 PRL-LABEL             PIC X(28).
          05 PRL-VALUE             PIC X(17).

      *    A scenario that is on hold, closed, or outside its
      *    effective/expiry window is skipped, not rejected: it is
      *    still read and counted (so the trailer reconciliation
          05 FILLER                PIC X(8)   VALUE "RATE".
          05 FILLER                PIC X(14)  VALUE "INTEREST".
          05 FILLER                PIC X(14)  VALUE "ENDING BALANCE".
          05 FILLER                PIC X(12)  VALUE "WITHDRAWALS".
          05 FILLER                PIC X(5)   VALUE "PHASE".

       01 YEAR-DETAIL-LINE.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 YDL-INTEREST          PIC ZZZ,ZZZ.99.
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 YDL-ENDING-BALANCE    PIC ZZZ,ZZZ.99.
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 YDL-WITHDRAWN         PIC Z,ZZZ,ZZZ.99 BLANK WHEN ZERO.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 YDL-PHASE             PIC X(8).

       01 RESULT-COMPARE-FIELDS.
          05 RESULT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 NEW-RESULT-COUNT      PIC 9(5)   VALUE 0.
          05 DROPPED-RESULT-COUNT  PIC 9(5)   VALUE 0.
          05 CHANGED-RESULT-COUNT  PIC 9(5)   VALUE 0.
          05 CHANGE-CAUSE-WORK     PIC X(11)  VALUE SPACES.
             88 CHANGE-BY-INDEX-MOVE          VALUE "INDEX MOVE".
          05 EDITED-COMPARE-VALUE  PIC Z,ZZZ,ZZZ.99.
          05 EDITED-DIFFERENCE     PIC +Z,ZZZ,ZZZ.99.

      *    Scenarios with maintenance on the maintenance audit file
      *    (MNTAUDIT) since the prior run, loaded the first time a
      *    change looks like a pure index move.  Only lines dated on
      *    or after the prior run date are kept; a line on that date
      *    may precede the run, so it counts as maintenance - the
      *    cause is only INDEX MOVE when maintenance is ruled out.
       01 MAINT-CHECK-FIELDS.
          05 MAINT-AUDIT-STATUS    PIC XX     VALUE SPACES.
          05 MAINT-LOADED-SWITCH   PIC X      VALUE "N".
             88 MAINT-TABLE-LOADED            VALUE "Y".
          05 MAINT-AVAILABLE-SWITCH PIC X     VALUE "N".
             88 MAINT-AUDIT-AVAILABLE         VALUE "Y".
          05 MAINT-EOF-SWITCH      PIC X      VALUE "N".
             88 MAINT-AUDIT-EOF               VALUE "Y".
          05 MAINT-OVERFLOW-SWITCH PIC X      VALUE "N".
             88 MAINT-TABLE-OVERFLOWED        VALUE "Y".
          05 MAINT-FOUND-SWITCH    PIC X      VALUE "N".
             88 SCENARIO-MAINTAINED           VALUE "Y".
          05 MAINT-CUTOFF-DATE     PIC 9(8)   VALUE 0.
          05 MAINT-PRIOR-DATE      PIC 9(8)   VALUE 0.
          05 MAINT-ENTRY-COUNT     PIC 9(5)   VALUE 0.
          05 MAINT-ENTRY-LIMIT     PIC 9(5)   VALUE 2000.
          05 MAINT-INDEX           PIC 9(5)   VALUE 0.

       01 MAINT-SCENARIO-TABLE.
          05 MST-SCENARIO-ID       PIC X(8)   OCCURS 2000 TIMES.

       COPY MNTLOG.

       01 COMPARE-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "CALC2000".
          05 FILLER                PIC X(30)  VALUE
          05 FILLER                PIC X(10)  VALUE "STATUS".
          05 FILLER                PIC X(14)  VALUE "OLD VALUE".
          05 FILLER                PIC X(14)  VALUE "NEW VALUE".
          05 FILLER                PIC X(15)  VALUE "DIFFERENCE".
          05 FILLER                PIC X(11)  VALUE "CAUSE".

       01 COMPARE-DETAIL-LINE.
          05 CDL-SCENARIO-ID       PIC X(8).
          05 CDL-NEW-VALUE         PIC X(12).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-DIFFERENCE        PIC X(13).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-CAUSE             PIC X(11).

       01 COMPARE-TOTAL-LINE.
          05 CTL-LABEL             PIC X(28).
             10 CRT-CONTRIB-TOTAL  PIC 9(9)V99.
             10 CRT-INTEREST       PIC S9(8)V99.
             10 CRT-FUTURE-VALUE   PIC 9(7)V99.
             10 CRT-IDX-CODE       PIC X(8).
             10 CRT-IDX-RATE       PIC 99V9.
             10 CRT-IDX-SPREAD     PIC S99V9 SIGN LEADING SEPARATE.
             10 CRT-PROJECTED-RATE PIC 99V9.
             10 CRT-DRAWDOWN-START PIC 99.
             10 CRT-HORIZON        PIC 99.
             10 CRT-RETIRE-BALANCE PIC 9(7)V99.
             10 CRT-DEPLETION-YEAR PIC 99.
             10 CRT-TOTAL-WITHDRAWN PIC 9(10)V99.

       01 HISTORY-WORK-FIELDS.
          05 HISTORY-FILE-STATUS   PIC XX     VALUE SPACES.
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 CRD-INTEREST          PIC Z,ZZZ,ZZZ.99.

      *    Printed under the detail line of a scenario that floats on
      *    a rate index, so the rate it was projected at can be traced.
       01 CLIENT-INDEX-LINE.
          05 FILLER                PIC X(10)  VALUE SPACES.
          05 FILLER                PIC X(6)   VALUE "INDEX".
          05 CIL-INDEX-CODE        PIC X(8).
          05 FILLER                PIC X(7)   VALUE "  RATE".
          05 CIL-INDEX-RATE        PIC Z9.9.
          05 FILLER                PIC X(9)   VALUE "  SPREAD".
          05 CIL-INDEX-SPREAD      PIC +Z9.9.
          05 FILLER                PIC X(15)  VALUE
             "  PROJECTED AT".
          05 CIL-PROJECTED-RATE    PIC Z9.9.

      *    Printed under the detail line of a scenario with a
      *    drawdown phase; a scenario that runs out of money before
      *    its horizon is flagged on the second line.
       01 CLIENT-DRAWDOWN-LINE.
          05 FILLER                PIC X(10)  VALUE SPACES.
          05 FILLER                PIC X(15)  VALUE "DRAWDOWN YEARS".
          05 CDR-START-YEAR        PIC Z9.
          05 FILLER                PIC X(4)   VALUE " TO".
          05 CDR-HORIZON           PIC Z9.
          05 FILLER                PIC X(23)  VALUE
             "  BALANCE AT RETIREMENT".
          05 CDR-RETIRE-BALANCE    PIC Z,ZZZ,ZZ9.99.

       01 CLIENT-DEPLETION-LINE.
          05 FILLER                PIC X(10)  VALUE SPACES.
          05 FILLER                PIC X(16)  VALUE "TOTAL WITHDRAWN".
          05 CDP-TOTAL-WITHDRAWN   PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDP-STATUS-TEXT       PIC X(21).
          05 CDP-DEPLETION-YEAR    PIC ZZ.
          05 CDP-STATUS-END        PIC X(4).

      *    The edited totals cover the full 9(11) accumulator range -
      *    a few hundred scenarios at up to 9,999,999.99 each must
      *    still tie to the balancing page without losing high-order
             "SCENARIOS REPORTED".
          05 CCL-SCENARIO-COUNT    PIC ZZZ,ZZ9.

       01 CLIENT-DEPLETED-COUNT-LINE.
          05 FILLER                PIC X(20)  VALUE
             "SCENARIOS DEPLETED".
          05 CDC-DEPLETED-COUNT    PIC ZZZ,ZZ9.

       01 EXTRACT-WORK-FIELDS.
          05 EXTRACT-FILE-STATUS   PIC XX     VALUE SPACES.
          05 EXTRACT-RECORD-COUNT  PIC 9(7)   VALUE 0.
          05 EXTRACT-CONTRIB-TEXT  PIC 9(6).99.
          05 EXTRACT-FV-TEXT       PIC 9(7).99.
          05 EXTRACT-GROSS-TEXT    PIC 9(7).99.
          05 EXTRACT-IDX-RATE-EDIT PIC 99.9.
          05 EXTRACT-IDX-RATE-TEXT PIC X(4).
          05 EXTRACT-RETIRE-EDIT   PIC 9(7).99.
          05 EXTRACT-RETIRE-TEXT   PIC X(10).
          05 EXTRACT-DEPLETE-TEXT  PIC X(2).
          05 EXTRACT-WITHDRAWN-EDIT PIC 9(10).99.
          05 EXTRACT-WITHDRAWN-TEXT PIC X(13).
          05 EXTRACT-BUILD-LINE    PIC X(150) VALUE SPACES.

      *    FUTURE-VALUE is the net (after-tax) projection; GROSS-FV
      *    is the same projection before tax.  Equal for tax
      *    treatment D.  INDEX and IDX-RATE are blank for a fixed-rate
      *    scenario; for a floating one RATE is IDX-RATE plus spread.
      *    RETIRE-BAL and WITHDRAWN are blank for a scenario with no
      *    drawdown phase, DEPLETE-YR blank unless it ran out of money
      *    (FUTURE-VALUE is then the balance left at the horizon).
       01 EXTRACT-HEADER-LINE.
          05 FILLER                PIC X(39)  VALUE
             "SCENARIO-ID,AMOUNT,YEARS,RATE,RATE-STEP".
             ",FREQ,CONTRIBUTION,FUTURE-VALUE".
          05 FILLER                PIC X(14)  VALUE
             ",TAX,GROSS-FV".
          05 FILLER                PIC X(15)  VALUE
             ",INDEX,IDX-RATE".
          05 FILLER                PIC X(32)  VALUE
             ",RETIRE-BAL,DEPLETE-YR,WITHDRAWN".

       01 AUDIT-WORK-FIELDS.
          05 AUDIT-FILE-STATUS    PIC XX     VALUE SPACES.
           END-IF.

       045-PROCESS-BATCH-FILE.
           PERFORM 072-ACCEPT-PARTITION-PARMS

           OPEN INPUT SCENARIO-FILE

           IF SCENARIO-FILE-STATUS NOT = "00"
                   STOP RUN
               END-IF

      *        A partition leaves the results master and history to
      *        PMRG2000 and writes its results to PARTRSLT instead.
               IF PARTITION-RUN
                   PERFORM 073-OPEN-PARTITION-FILE
               ELSE
                   PERFORM 070-CHECK-RESTART

                   IF RESTART-FILE-PRESENT
                       OPEN I-O RESULT-FILE
                       IF RESULT-FILE-STATUS = "00"
                           SET RESULT-OPENED-IO TO TRUE
                       ELSE
                           IF RESULT-FILE-STATUS = "35"
                               OPEN OUTPUT RESULT-FILE
                           END-IF
                       END-IF
                   ELSE
                       OPEN OUTPUT RESULT-FILE
                   END-IF
                   IF RESULT-FILE-STATUS = "00"
                       SET RESULT-FILE-AVAILABLE TO TRUE
                   ELSE
                       DISPLAY "WARNING: results master unavailable, "
                           "status " RESULT-FILE-STATUS
                           " - run comparison skipped."
                   END-IF
               END-IF

               MOVE RUN-DATE TO CONVERT-DATE-IN
               PERFORM 043-CONVERT-DATE
               MOVE CONVERT-DATE-INTEGER TO RUN-DATE-INTEGER

               IF NOT PARTITION-RUN
                   OPEN I-O HISTORY-FILE
                   IF HISTORY-FILE-STATUS = "35"
                       OPEN OUTPUT HISTORY-FILE
                       CLOSE HISTORY-FILE
                       OPEN I-O HISTORY-FILE
                   END-IF
                   IF HISTORY-FILE-STATUS = "00"
                       SET HISTORY-FILE-AVAILABLE TO TRUE
                   ELSE
                       DISPLAY "WARNING: results history unavailable, "
                           "status " HISTORY-FILE-STATUS
                           " - run not recorded in the history."
                   END-IF
               END-IF

               SET BATCH-REPORT-MODE TO TRUE
                       " - client names omitted from the report."
               END-IF

               OPEN INPUT INDEX-FILE
               IF INDEX-FILE-STATUS = "00"
                   SET INDEX-FILE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "WARNING: rate index master unavailable, "
                       "status " INDEX-FILE-STATUS
                       " - indexed scenarios will be rejected."
               END-IF

               IF PARTITION-RUN AND PARTITION-LOW-KEY NOT = SPACES
                   MOVE PARTITION-LOW-KEY TO SCENARIO-ID
                   START SCENARIO-FILE KEY IS >= SCENARIO-ID
                       INVALID KEY
                           MOVE "Y" TO SCENARIO-EOF-SWITCH
                   END-START
               END-IF

               IF NOT SCENARIO-EOF
                   PERFORM 047-READ-SCENARIO-RECORD
               END-IF

               IF RESTART-FILE-PRESENT
                   PERFORM UNTIL SCENARIO-EOF
                   IF TAXABLE-SCENARIO AND TAX-RATE-WORK = 0
                       MOVE TAX-RATE-DEFAULT TO TAX-RATE-WORK
                   END-IF
                   MOVE SCENARIO-INDEX-CODE  TO ACTIVE-INDEX-CODE
                   MOVE SCENARIO-INDEX-SPREAD TO ACTIVE-INDEX-SPREAD
                   IF SCENARIO-WITHDRAWAL-AMOUNT NUMERIC
                       MOVE SCENARIO-WITHDRAWAL-AMOUNT
                           TO WITHDRAWAL-AMOUNT
                       MOVE SCENARIO-WITHDRAWAL-FREQ
                           TO WITHDRAWAL-FREQUENCY
                       MOVE SCENARIO-WITHDRAWAL-START
                           TO WITHDRAWAL-START-YEAR
                       MOVE SCENARIO-HORIZON-YEARS TO HORIZON-YEARS
                   ELSE
                       MOVE 0 TO WITHDRAWAL-AMOUNT
                   END-IF

                   ADD 1 TO SCENARIO-RECORD-COUNT
                   MOVE SCENARIO-STATUS TO ELIG-STATUS

                   IF FUNCTION MOD (SCENARIO-RECORD-COUNT
                                    CHECKPOINT-INTERVAL) = 0
                       AND NOT PARTITION-RUN
                       PERFORM 080-WRITE-CHECKPOINT
                   END-IF

               DISPLAY "Suspense records written this run: "
                   SUSPENSE-RECORD-COUNT

      *        The client report, balancing page and run comparison
      *        of a partitioned run are printed once, by PMRG2000.
               IF NOT PARTITION-RUN
                   PERFORM 139-WRITE-CLIENT-REPORT
               END-IF
               IF CLIENT-FILE-AVAILABLE
                   CLOSE CLIENT-FILE
               END-IF
               IF HISTORY-FILE-AVAILABLE
                   CLOSE HISTORY-FILE
               END-IF
               IF INDEX-FILE-AVAILABLE
                   CLOSE INDEX-FILE
               END-IF

               IF PARTITION-RUN
                   PERFORM 078-WRITE-PARTITION-PAGE
                   PERFORM 076-WRITE-PARTITION-TRAILER
               ELSE
                   PERFORM 049-WRITE-BALANCING-PAGE

                   IF RESULT-FILE-AVAILABLE
                       PERFORM 058-COMPARE-RESULTS
                   END-IF

                   PERFORM 085-CLEAR-CHECKPOINT
               END-IF
           END-IF.

       052-PROCESS-SCENARIO-RECORD.
           SET REJECT-NONE TO TRUE
           PERFORM 054-RESOLVE-INDEX-RATE
           PERFORM 050-VALIDATE-INPUT
           IF INPUT-IS-VALID
               PERFORM 100-CALCULATE-FUTURE-VALUE
               MOVE FUTURE-VALUE         TO RESULT-FUTURE-VALUE
               MOVE GROSS-FUTURE-VALUE   TO RESULT-GROSS-FV
               MOVE RUN-DATE             TO RESULT-RUN-DATE
               MOVE ACTIVE-INDEX-CODE    TO RESULT-INDEX-CODE
               MOVE ACTIVE-INDEX-RATE    TO RESULT-INDEX-RATE
               MOVE ACTIVE-INDEX-SPREAD  TO RESULT-INDEX-SPREAD
               MOVE DRAWDOWN-START-YEAR  TO RESULT-DRAWDOWN-START
               MOVE DRAWDOWN-HORIZON     TO RESULT-HORIZON-YEARS
               MOVE RETIREMENT-BALANCE   TO RESULT-RETIRE-BALANCE
               MOVE DEPLETION-YEAR       TO RESULT-DEPLETION-YEAR
               MOVE TOTAL-WITHDRAWN      TO RESULT-TOTAL-WITHDRAWN
               WRITE RESULT-RECORD
                   INVALID KEY
                       IF RESULT-OPENED-IO
               MOVE YEARLY-INTEREST-RATE TO HIST-RATE
               MOVE FUTURE-VALUE         TO HIST-FUTURE-VALUE
               MOVE GROSS-FUTURE-VALUE   TO HIST-GROSS-FV
               MOVE ACTIVE-INDEX-CODE    TO HIST-INDEX-CODE
               MOVE ACTIVE-INDEX-RATE    TO HIST-INDEX-RATE
               MOVE ACTIVE-INDEX-SPREAD  TO HIST-INDEX-SPREAD
               MOVE DRAWDOWN-START-YEAR  TO HIST-DRAWDOWN-START
               MOVE DRAWDOWN-HORIZON     TO HIST-HORIZON-YEARS
               MOVE RETIREMENT-BALANCE   TO HIST-RETIRE-BALANCE
               MOVE DEPLETION-YEAR       TO HIST-DEPLETION-YEAR
               MOVE TOTAL-WITHDRAWN      TO HIST-TOTAL-WITHDRAWN
               WRITE HIST-RECORD
                   INVALID KEY
                       REWRITE HIST-RECORD
                                   HISTORY-FILE-STATUS
                       END-REWRITE
               END-WRITE
           END-IF

           IF PARTITION-RUN
               PERFORM 074-WRITE-PARTITION-DETAIL
           END-IF.

       058-COMPARE-RESULTS.
               MOVE "SCENARIOS CHANGED" TO CTL-LABEL
               MOVE CHANGED-RESULT-COUNT TO CTL-VALUE
               WRITE REPORT-RECORD FROM COMPARE-TOTAL-LINE
               MOVE "  CHANGED BY INDEX MOVE" TO CTL-LABEL
               MOVE INDEX-MOVE-COUNT    TO CTL-VALUE
               WRITE REPORT-RECORD FROM COMPARE-TOTAL-LINE

               IF FV-SWING-ALERT
                   DISPLAY "COMPARE: one or more projections moved "
           MOVE EDITED-COMPARE-VALUE TO CDL-OLD-VALUE
           MOVE SPACES TO CDL-NEW-VALUE
           MOVE SPACES TO CDL-DIFFERENCE
           MOVE SPACES TO CDL-CAUSE
           WRITE REPORT-RECORD FROM COMPARE-DETAIL-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO DROPPED-RESULT-COUNT.

      *    A change on a floating scenario whose index rate moved while
      *    its amount, years, spread and drawdown phase stayed put,
      *    and which has no maintenance on MNTAUDIT since the prior
      *    run, is marked INDEX MOVE - the scenario itself was not
      *    maintained.  Where the index moved and the scenario was
      *    also changed, or a change cannot be ruled out, the cause
      *    is INDEX+MAINT; anything else is MAINTENANCE.
       068-WRITE-CHANGED-LINE.
           COMPUTE FV-DIFFERENCE =
               RESULT-FUTURE-VALUE - PRIOR-FUTURE-VALUE
                   PERFORM 064-WRITE-COMPARE-HEADER
               END-IF
               SET FV-SWING-ALERT TO TRUE
               MOVE "MAINTENANCE" TO CHANGE-CAUSE-WORK
               IF RESULT-INDEX-CODE NOT = SPACES
                   AND RESULT-INDEX-CODE = PRIOR-INDEX-CODE
                   AND RESULT-INDEX-RATE NOT = PRIOR-INDEX-RATE
                   MOVE "INDEX+MAINT" TO CHANGE-CAUSE-WORK
                   IF RESULT-AMOUNT = PRIOR-AMOUNT
                       AND RESULT-YEARS = PRIOR-YEARS
                       AND RESULT-INDEX-SPREAD = PRIOR-INDEX-SPREAD
                       AND RESULT-DRAWDOWN-START = PRIOR-DRAWDOWN-START
                       AND RESULT-HORIZON-YEARS = PRIOR-HORIZON-YEARS
                       PERFORM 061-CHECK-SCENARIO-MAINTAINED
                       IF NOT SCENARIO-MAINTAINED
                           SET CHANGE-BY-INDEX-MOVE TO TRUE
                           ADD 1 TO INDEX-MOVE-COUNT
                       END-IF
                   END-IF
               END-IF
               MOVE PRIOR-ID TO CDL-SCENARIO-ID
               MOVE "CHANGED" TO CDL-STATUS
               MOVE CHANGE-CAUSE-WORK TO CDL-CAUSE
               MOVE PRIOR-FUTURE-VALUE TO EDITED-COMPARE-VALUE
               MOVE EDITED-COMPARE-VALUE TO CDL-OLD-VALUE
               MOVE RESULT-FUTURE-VALUE TO EDITED-COMPARE-VALUE
               ADD 1 TO CHANGED-RESULT-COUNT
           END-IF.

      *    Contribution, rate step, frequency, tax treatment and the
      *    withdrawal are not on the results master, so a change to
      *    any of them is looked for on MNTAUDIT instead.  Without
      *    the audit file, or with more maintained scenarios than the
      *    table holds, maintenance cannot be ruled out.
       061-CHECK-SCENARIO-MAINTAINED.
           SET SCENARIO-MAINTAINED TO TRUE
           MOVE PRIOR-RUN-DATE TO CONVERT-DATE-IN
           PERFORM 043-CONVERT-DATE
           MOVE CONVERT-DATE-NUM TO MAINT-PRIOR-DATE
           IF NOT MAINT-TABLE-LOADED
               MOVE MAINT-PRIOR-DATE TO MAINT-CUTOFF-DATE
               PERFORM 077-LOAD-MAINTENANCE-TABLE
           END-IF
           IF MAINT-AUDIT-AVAILABLE
               AND NOT MAINT-TABLE-OVERFLOWED
               AND MAINT-PRIOR-DATE >= MAINT-CUTOFF-DATE
               MOVE "N" TO MAINT-FOUND-SWITCH
               PERFORM VARYING MAINT-INDEX FROM 1 BY 1
                       UNTIL MAINT-INDEX > MAINT-ENTRY-COUNT
                          OR SCENARIO-MAINTAINED
                   IF MST-SCENARIO-ID (MAINT-INDEX) = PRIOR-ID
                       SET SCENARIO-MAINTAINED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       077-LOAD-MAINTENANCE-TABLE.
           SET MAINT-TABLE-LOADED TO TRUE
           OPEN INPUT MAINT-AUDIT
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance audit file unavailable, "
                   "status " MAINT-AUDIT-STATUS
                   " - index moves reported as INDEX+MAINT."
           ELSE
               SET MAINT-AUDIT-AVAILABLE TO TRUE
               MOVE "N" TO MAINT-EOF-SWITCH
               PERFORM 081-READ-MAINT-AUDIT
                   UNTIL MAINT-AUDIT-EOF
               CLOSE MAINT-AUDIT
               IF MAINT-TABLE-OVERFLOWED
                   DISPLAY "WARNING: more than " MAINT-ENTRY-LIMIT
                       " scenarios maintained since the prior run"
                       " - index moves reported as INDEX+MAINT."
               END-IF
           END-IF.

      *    Denied attempts (function F) changed nothing and are
      *    passed over; every other line is an add, change, merge
      *    re-key or delete of the scenario named on it.
       081-READ-MAINT-AUDIT.
           READ MAINT-AUDIT INTO MAINT-LOG-LINE
               AT END
                   SET MAINT-AUDIT-EOF TO TRUE
           END-READ
           IF NOT MAINT-AUDIT-EOF
               AND MLL-FUNCTION NOT = "F"
               AND MLL-RUN-DATE NUMERIC
               MOVE MLL-RUN-DATE TO CONVERT-DATE-IN
               PERFORM 043-CONVERT-DATE
               IF CONVERT-DATE-NUM >= MAINT-CUTOFF-DATE
                   MOVE "N" TO MAINT-FOUND-SWITCH
                   PERFORM VARYING MAINT-INDEX FROM 1 BY 1
                           UNTIL MAINT-INDEX > MAINT-ENTRY-COUNT
                              OR SCENARIO-MAINTAINED
                       IF MST-SCENARIO-ID (MAINT-INDEX)
                           = MLL-SCENARIO-ID
                           SET SCENARIO-MAINTAINED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SCENARIO-MAINTAINED
                       IF MAINT-ENTRY-COUNT < MAINT-ENTRY-LIMIT
                           ADD 1 TO MAINT-ENTRY-COUNT
                           MOVE MLL-SCENARIO-ID
                               TO MST-SCENARIO-ID (MAINT-ENTRY-COUNT)
                       ELSE
                           SET MAINT-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       071-WRITE-NEW-LINE.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 064-WRITE-COMPARE-HEADER
           MOVE RESULT-FUTURE-VALUE TO EDITED-COMPARE-VALUE
           MOVE EDITED-COMPARE-VALUE TO CDL-NEW-VALUE
           MOVE SPACES TO CDL-DIFFERENCE
           MOVE SPACES TO CDL-CAUSE
           WRITE REPORT-RECORD FROM COMPARE-DETAIL-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO NEW-RESULT-COUNT.
                   IF TAXABLE-SCENARIO AND TAX-RATE-WORK = 0
                       MOVE TAX-RATE-DEFAULT TO TAX-RATE-WORK
                   END-IF
                   MOVE RESUB-INDEX-CODE     TO ACTIVE-INDEX-CODE
                   MOVE RESUB-INDEX-SPREAD   TO ACTIVE-INDEX-SPREAD
                   IF RESUB-WITHDRAWAL-AMOUNT NUMERIC
                       MOVE RESUB-WITHDRAWAL-AMOUNT
                           TO WITHDRAWAL-AMOUNT
                       MOVE RESUB-WITHDRAWAL-FREQ
                           TO WITHDRAWAL-FREQUENCY
                       MOVE RESUB-WITHDRAWAL-START
                           TO WITHDRAWAL-START-YEAR
                       MOVE RESUB-HORIZON-YEARS TO HORIZON-YEARS
                   ELSE
                       MOVE 0 TO WITHDRAWAL-AMOUNT
                   END-IF

                   MOVE RESUB-STATUS TO ELIG-STATUS
                   MOVE RESUB-EFFECTIVE-DATE TO ELIG-EFFECTIVE-DATE

       053-PROCESS-RESUBMIT-RECORD.
           SET REJECT-NONE TO TRUE
           PERFORM 054-RESOLVE-INDEX-RATE
           PERFORM 050-VALIDATE-INPUT
           IF INPUT-IS-VALID
               PERFORM 100-CALCULATE-FUTURE-VALUE
               PERFORM 055-WRITE-SUSPENSE-RECORD
           END-IF.

      *    Resolves a floating scenario's rate before it is validated
      *    and projected: of the index's rates, the one with the
      *    latest effective date not after the run date is in effect,
      *    unless its expiry date has passed.  The scenario's rate for
      *    this run is that index rate plus its spread, floored at
      *    zero; 050-VALIDATE-INPUT still applies the RATE-MAX limit
      *    to the result.  Fixed-rate scenarios are left as read.
       054-RESOLVE-INDEX-RATE.
           MOVE "N" TO INDEX-REJECT-SWITCH
           MOVE 0 TO ACTIVE-INDEX-RATE
           IF ACTIVE-FIXED-RATE
               MOVE 0 TO ACTIVE-INDEX-SPREAD
           ELSE
               MOVE "N" TO INDEX-RATE-FOUND-SWITCH
               MOVE 0 TO INDEX-BEST-INTEGER
               MOVE 0 TO INDEX-BEST-EXPIRY
               IF INDEX-FILE-AVAILABLE
                   MOVE ACTIVE-INDEX-CODE TO INDEX-CODE
                   MOVE 0 TO INDEX-EFFECTIVE-DATE
                   MOVE "N" TO INDEX-SCAN-EOF-SWITCH
                   START INDEX-FILE KEY >= INDEX-KEY
                       INVALID KEY
                           MOVE "Y" TO INDEX-SCAN-EOF-SWITCH
                   END-START
                   PERFORM 056-SCAN-INDEX-RATE
                       UNTIL INDEX-SCAN-EOF
               END-IF

               IF NOT INDEX-RATE-FOUND
                   SET INDEX-RATE-REJECTED TO TRUE
                   DISPLAY "REJECTED: INDEX " ACTIVE-INDEX-CODE
                       " has no rate in effect on the run date."
               ELSE
                   IF INDEX-BEST-EXPIRY > 0
                       MOVE INDEX-BEST-EXPIRY TO CONVERT-DATE-IN
                       PERFORM 043-CONVERT-DATE
                       IF CONVERT-DATE-INTEGER < RUN-DATE-INTEGER
                           SET INDEX-RATE-REJECTED TO TRUE
                           DISPLAY "REJECTED: INDEX " ACTIVE-INDEX-CODE
                               " expired on " INDEX-BEST-EXPIRY "."
                       END-IF
                   END-IF
               END-IF

               IF INDEX-RATE-REJECTED
                   SET ANY-RECORD-REJECTED TO TRUE
                   SET REJECT-INDEX-INVALID TO TRUE
               ELSE
                   COMPUTE INDEX-RATE-WORK =
                       ACTIVE-INDEX-RATE + ACTIVE-INDEX-SPREAD
                   IF INDEX-RATE-WORK < 0
                       MOVE 0 TO INDEX-RATE-WORK
                   END-IF
                   IF INDEX-RATE-WORK > 99.9
                       MOVE 99.9 TO INDEX-RATE-WORK
                   END-IF
                   MOVE INDEX-RATE-WORK TO YEARLY-INTEREST-RATE
               END-IF
           END-IF.

       056-SCAN-INDEX-RATE.
           READ INDEX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO INDEX-SCAN-EOF-SWITCH
           END-READ
           IF NOT INDEX-SCAN-EOF
               IF INDEX-CODE NOT = ACTIVE-INDEX-CODE
                   MOVE "Y" TO INDEX-SCAN-EOF-SWITCH
               ELSE
                   MOVE INDEX-EFFECTIVE-DATE TO CONVERT-DATE-IN
                   PERFORM 043-CONVERT-DATE
                   IF CONVERT-DATE-INTEGER NOT > RUN-DATE-INTEGER
                       AND CONVERT-DATE-INTEGER > INDEX-BEST-INTEGER
                       SET INDEX-RATE-FOUND TO TRUE
                       MOVE CONVERT-DATE-INTEGER TO INDEX-BEST-INTEGER
                       MOVE INDEX-RATE TO ACTIVE-INDEX-RATE
                       MOVE INDEX-EXPIRY-DATE TO INDEX-BEST-EXPIRY
                   END-IF
               END-IF
           END-IF.

       048-READ-RESUBMIT-RECORD.
           READ RESUBMIT-FILE
               AT END
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       072-ACCEPT-PARTITION-PARMS.
           MOVE SPACES TO PARTITION-CARD
           ACCEPT PARTITION-CARD
           IF PARTITION-CARD = SPACES
               MOVE "00" TO PARTITION-CARD
           END-IF
           IF PARTITION-NUMBER NOT NUMERIC
               DISPLAY "ERROR: partition number " PARTITION-CARD
                   " is not numeric - enter 00 to 99."
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF
           IF PARTITION-NUMBER > 0
               SET PARTITION-RUN TO TRUE
               ACCEPT PARTITION-LOW-KEY
               ACCEPT PARTITION-HIGH-KEY
               IF PARTITION-LOW-KEY NOT = SPACES
                   AND PARTITION-HIGH-KEY NOT = SPACES
                   AND PARTITION-LOW-KEY > PARTITION-HIGH-KEY
                   DISPLAY "ERROR: partition " PARTITION-NUMBER
                       " low key " PARTITION-LOW-KEY
                       " is above high key " PARTITION-HIGH-KEY "."
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "End of session."
                   STOP RUN
               END-IF
               DISPLAY "Partition " PARTITION-NUMBER
                   " - scenarios from '" PARTITION-LOW-KEY
                   "' to '" PARTITION-HIGH-KEY "'."
           END-IF.

       073-OPEN-PARTITION-FILE.
           OPEN OUTPUT PARTITION-FILE
           IF PARTITION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open PARTITION-FILE, status "
                   PARTITION-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF
           MOVE SPACES             TO PART-RECORD
           MOVE ZEROS              TO PART-CONTROL-DATA
           SET PART-HEADER         TO TRUE
           MOVE PARTITION-NUMBER   TO PART-PARTITION
           MOVE PARTITION-LOW-KEY  TO PART-LOW-KEY
           MOVE PARTITION-HIGH-KEY TO PART-HIGH-KEY
           MOVE RUN-DATE           TO PART-RUN-DATE
           MOVE RUN-TIME           TO PART-RUN-TIME
           WRITE PART-RECORD.

      *    The results master image carries every field of the
      *    history record as well, so PMRG2000 builds both from it;
      *    the contribution total and net interest ride along for the
      *    combined client report.
       074-WRITE-PARTITION-DETAIL.
           MOVE ACTIVE-SCENARIO-ID   TO PARTRES-ID
           MOVE ACTIVE-CLIENT-ID     TO PARTRES-CLIENT-ID
           MOVE ACTIVE-ACCOUNT-NO    TO PARTRES-ACCOUNT-NO
           MOVE INVESTMENT-AMOUNT    TO PARTRES-AMOUNT
           MOVE NUMBER-OF-YEARS      TO PARTRES-YEARS
           MOVE YEARLY-INTEREST-RATE TO PARTRES-RATE
           MOVE FUTURE-VALUE         TO PARTRES-FUTURE-VALUE
           MOVE GROSS-FUTURE-VALUE   TO PARTRES-GROSS-FV
           MOVE RUN-DATE             TO PARTRES-RUN-DATE
           MOVE ACTIVE-INDEX-CODE    TO PARTRES-INDEX-CODE
           MOVE ACTIVE-INDEX-RATE    TO PARTRES-INDEX-RATE
           MOVE ACTIVE-INDEX-SPREAD  TO PARTRES-INDEX-SPREAD
           MOVE DRAWDOWN-START-YEAR  TO PARTRES-DRAWDOWN-START
           MOVE DRAWDOWN-HORIZON     TO PARTRES-HORIZON-YEARS
           MOVE RETIREMENT-BALANCE   TO PARTRES-RETIRE-BALANCE
           MOVE DEPLETION-YEAR       TO PARTRES-DEPLETION-YEAR
           MOVE TOTAL-WITHDRAWN      TO PARTRES-TOTAL-WITHDRAWN
           MOVE SPACES               TO PART-RECORD
           SET PART-DETAIL           TO TRUE
           MOVE PARTITION-NUMBER     TO PART-PARTITION
           MOVE PARTRES-RECORD       TO PART-RESULT-IMAGE
           MOVE CONTRIBUTION-TOTAL   TO PART-CONTRIB-TOTAL
           MOVE INTEREST-EARNED      TO PART-INTEREST-EARNED
           WRITE PART-RECORD
           ADD 1 TO PARTITION-RESULT-COUNT.

      *    Written only when the partition has run its whole range;
      *    PMRG2000 refuses to merge a partition without one.
       076-WRITE-PARTITION-TRAILER.
           MOVE SPACES                  TO PART-RECORD
           MOVE ZEROS                   TO PART-CONTROL-DATA
           SET PART-TRAILER             TO TRUE
           MOVE PARTITION-NUMBER        TO PART-PARTITION
           MOVE PARTITION-LOW-KEY       TO PART-LOW-KEY
           MOVE PARTITION-HIGH-KEY      TO PART-HIGH-KEY
           MOVE RUN-DATE                TO PART-RUN-DATE
           MOVE RUN-TIME                TO PART-RUN-TIME
           MOVE SCENARIO-RECORD-COUNT   TO PART-RECORDS-READ
           MOVE RECORDS-PROCESSED-COUNT TO PART-RECORDS-PROCESSED
           MOVE RECORDS-REJECTED-COUNT  TO PART-RECORDS-REJECTED
           MOVE RECORDS-SKIPPED-COUNT   TO PART-RECORDS-SKIPPED
           MOVE SUSPENSE-RECORD-COUNT   TO PART-SUSPENSE-COUNT
           MOVE AMOUNT-HASH-ACCUM       TO PART-AMOUNT-HASH
           MOVE PARTITION-RESULT-COUNT  TO PART-RESULT-COUNT
           MOVE EXTRACT-RECORD-COUNT    TO PART-EXTRACT-COUNT
           WRITE PART-RECORD
           CLOSE PARTITION-FILE
           DISPLAY "Partition " PARTITION-NUMBER " complete - "
               PARTITION-RESULT-COUNT " results written.".

      *    Stands in for the balancing page on a partition's report:
      *    the partition's own totals, which PMRG2000 sums across the
      *    partitions and balances against the master's trailer.
       078-WRITE-PARTITION-PAGE.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO PHL-RUN-DATE
           MOVE PAGE-COUNT      TO PHL-PAGE-NUMBER
           WRITE REPORT-RECORD FROM PARTITION-HEADER-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "PARTITION"                 TO PRL-LABEL
           MOVE PARTITION-CARD              TO PRL-VALUE
           WRITE REPORT-RECORD FROM PARTITION-RANGE-LINE
           MOVE "LOW SCENARIO-ID"           TO PRL-LABEL
           MOVE PARTITION-LOW-KEY           TO PRL-VALUE
           IF PARTITION-LOW-KEY = SPACES
               MOVE "(START OF FILE)"       TO PRL-VALUE
           END-IF
           WRITE REPORT-RECORD FROM PARTITION-RANGE-LINE
           MOVE "HIGH SCENARIO-ID"          TO PRL-LABEL
           MOVE PARTITION-HIGH-KEY          TO PRL-VALUE
           IF PARTITION-HIGH-KEY = SPACES
               MOVE "(END OF FILE)"         TO PRL-VALUE
           END-IF
           WRITE REPORT-RECORD FROM PARTITION-RANGE-LINE

           MOVE "RECORDS READ"              TO BDL-LABEL
           MOVE SCENARIO-RECORD-COUNT       TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RECORDS PROCESSED"         TO BDL-LABEL
           MOVE RECORDS-PROCESSED-COUNT     TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RECORDS REJECTED"          TO BDL-LABEL
           MOVE RECORDS-REJECTED-COUNT      TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RECORDS SKIPPED (STATUS)"  TO BDL-LABEL
           MOVE RECORDS-SKIPPED-COUNT       TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "AMOUNT HASH READ"          TO BDL-LABEL
           MOVE AMOUNT-HASH-ACCUM           TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RESULTS WRITTEN"           TO BDL-LABEL
           MOVE PARTITION-RESULT-COUNT      TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE

           MOVE "BALANCED BY PMRG2000" TO BSL-STATUS
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM BALANCE-STATUS-LINE
           MOVE 0 TO LINE-COUNT.

       060-PROCESS-RATE-SENSITIVITY.
           PERFORM 020-ACCEPT-SCENARIO-PARMS
           PERFORM 050-VALIDATE-INPUT
               DISPLAY "Scenario rejected - skipping."
           ELSE
               PERFORM 105-SET-COMPOUNDING-PERIODS
               PERFORM 098-SET-PROJECTION-HORIZON

               MOVE YEARLY-INTEREST-RATE TO BASE-RATE

           MOVE INVESTMENT-AMOUNT TO FUTURE-VALUE
           MOVE INVESTMENT-AMOUNT TO GROSS-FUTURE-VALUE
           MOVE INVESTMENT-AMOUNT TO YEAR-START-NET
           MOVE 0 TO YEAR-CONTRIB-WORK
           MOVE 0 TO YEAR-WITHDRAWN-WORK
           MOVE 1 TO YEAR-COUNTER
           MOVE 1 TO PERIOD-COUNTER
           COMPUTE TOTAL-PERIODS = NUMBER-OF-YEARS * PERIODS-PER-YEAR
                       ELSE
                           PERFORM 019-REJECT-CONTROL-PARM
                       END-IF
      *            Maintenance approval cards - read by SCEN2000 and
      *            APRV2000, not by the projection run.
                   WHEN "APPROVAL-THRESHOLD"
                   WHEN "PENDING-EXPIRY-DAYS"
                       CONTINUE
      *            Scenario archival card - read by ARCH2000.
                   WHEN "ARCHIVE-RETENTION-DAYS"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CONTROL: unknown keyword "
                           CONTROL-KEYWORD " - card ignored."
           MOVE CONTRIBUTION-AMOUNT TO EXTRACT-CONTRIB-TEXT
           MOVE FUTURE-VALUE        TO EXTRACT-FV-TEXT
           MOVE GROSS-FUTURE-VALUE  TO EXTRACT-GROSS-TEXT
           IF ACTIVE-FIXED-RATE
               MOVE SPACES TO EXTRACT-IDX-RATE-TEXT
           ELSE
               MOVE ACTIVE-INDEX-RATE TO EXTRACT-IDX-RATE-EDIT
               MOVE EXTRACT-IDX-RATE-EDIT TO EXTRACT-IDX-RATE-TEXT
           END-IF
           MOVE SPACES TO EXTRACT-RETIRE-TEXT
           MOVE SPACES TO EXTRACT-DEPLETE-TEXT
           MOVE SPACES TO EXTRACT-WITHDRAWN-TEXT
           IF DRAWDOWN-PHASE
               MOVE RETIREMENT-BALANCE TO EXTRACT-RETIRE-EDIT
               MOVE EXTRACT-RETIRE-EDIT TO EXTRACT-RETIRE-TEXT
               MOVE TOTAL-WITHDRAWN TO EXTRACT-WITHDRAWN-EDIT
               MOVE EXTRACT-WITHDRAWN-EDIT TO EXTRACT-WITHDRAWN-TEXT
               IF NOT FUNDS-NOT-DEPLETED
                   MOVE DEPLETION-YEAR TO EXTRACT-DEPLETE-TEXT
               END-IF
           END-IF
           MOVE SPACES TO EXTRACT-BUILD-LINE
           STRING ACTIVE-SCENARIO-ID DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  TAX-TREATMENT      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  EXTRACT-GROSS-TEXT DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  ACTIVE-INDEX-CODE  DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  EXTRACT-IDX-RATE-TEXT DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  EXTRACT-RETIRE-TEXT DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  EXTRACT-DEPLETE-TEXT DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  EXTRACT-WITHDRAWN-TEXT DELIMITED BY SPACE
               INTO EXTRACT-BUILD-LINE
           WRITE EXTRACT-RECORD FROM EXTRACT-BUILD-LINE
           ADD 1 TO EXTRACT-RECORD-COUNT.
               DISPLAY "REJECTED: PERIODIC CONTRIBUTION "
                   CONTRIB-ACCEPT-WORK
                   " exceeds the maximum of 999999.99."
           END-IF

           IF WITHDRAWAL-AMOUNT > 0
               PERFORM 098-SET-PROJECTION-HORIZON
               IF NOT WITHDRAWAL-FREQ-VALID
                   OR DRAWDOWN-START-YEAR > PROJECTION-YEARS
                   OR PROJECTION-YEARS < NUMBER-OF-YEARS
                   SET INPUT-IS-INVALID TO TRUE
                   SET ANY-RECORD-REJECTED TO TRUE
                   IF REJECT-NONE
                       SET REJECT-DRAWDOWN-RANGE TO TRUE
                   END-IF
                   DISPLAY "REJECTED: drawdown start "
                       DRAWDOWN-START-YEAR " / horizon "
                       PROJECTION-YEARS " / frequency "
                       WITHDRAWAL-FREQUENCY " is not valid."
               END-IF
           END-IF

           IF INDEX-RATE-REJECTED
               SET INPUT-IS-INVALID TO TRUE
           END-IF.

       090-WRITE-AUDIT-LOG.
               MOVE RECORDS-REJECTED-COUNT  TO RSL-RECORDS-REJECTED
               MOVE RECORDS-SKIPPED-COUNT   TO RSL-RECORDS-SKIPPED
               MOVE SUSPENSE-RECORD-COUNT   TO RSL-SUSPENSE-COUNT
               IF PARTITION-RUN
                   MOVE "P" TO RSL-BALANCE-STATUS
               ELSE
               IF NOT TRAILER-FOUND
                   MOVE "N" TO RSL-BALANCE-STATUS
               ELSE
                       MOVE "B" TO RSL-BALANCE-STATUS
                   END-IF
               END-IF
               END-IF
               MOVE NEW-RESULT-COUNT        TO RSL-NEW-COUNT
               MOVE DROPPED-RESULT-COUNT    TO RSL-DROPPED-COUNT
               MOVE CHANGED-RESULT-COUNT    TO RSL-CHANGED-COUNT
                       MOVE "Y" TO SCENARIO-EOF-SWITCH
               END-READ
           END-PERFORM
           IF NOT SCENARIO-EOF
               AND PARTITION-RUN
               AND PARTITION-HIGH-KEY NOT = SPACES
               AND SCENARIO-ID > PARTITION-HIGH-KEY
               MOVE "Y" TO SCENARIO-EOF-SWITCH
           END-IF
           IF NOT SCENARIO-EOF
               ADD SCENARIO-AMOUNT TO AMOUNT-HASH-ACCUM
           END-IF.
       095-RUN-PROJECTION.
           SET INPUT-IS-VALID TO TRUE

           PERFORM 105-SET-COMPOUNDING-PERIODS
           PERFORM 098-SET-PROJECTION-HORIZON
           PERFORM 065-BUILD-RATE-SCHEDULE

           MOVE INVESTMENT-AMOUNT TO FUTURE-VALUE
           MOVE INVESTMENT-AMOUNT TO GROSS-FUTURE-VALUE
           MOVE INVESTMENT-AMOUNT TO YEAR-START-NET
           MOVE 0 TO RETIREMENT-BALANCE
           MOVE 0 TO DEPLETION-YEAR
           MOVE 0 TO TOTAL-WITHDRAWN
           MOVE 0 TO YEAR-CONTRIB-WORK
           MOVE 0 TO YEAR-WITHDRAWN-WORK
           IF DRAWDOWN-PHASE
               COMPUTE PERIOD-WITHDRAWAL ROUNDED =
                   WITHDRAWAL-AMOUNT * WITHDRAWALS-PER-YEAR
                   / PERIODS-PER-YEAR
               IF DRAWDOWN-START-YEAR = 1
                   MOVE INVESTMENT-AMOUNT TO RETIREMENT-BALANCE
               END-IF
           END-IF
           MOVE 1 TO YEAR-COUNTER
           MOVE 1 TO PERIOD-COUNTER
           COMPUTE TOTAL-PERIODS = PROJECTION-YEARS * PERIODS-PER-YEAR

           PERFORM 120-CALCULATE-NEXT-FV
               UNTIL PERIOD-COUNTER > TOTAL-PERIODS
                  OR INPUT-IS-INVALID.

      *    Sets how far the projection runs.  Without a withdrawal
      *    amount it stops at NUMBER-OF-YEARS as it always has; with
      *    one it runs on to the horizon, and the withdrawal is
      *    spread evenly over the compounding periods of each
      *    drawdown year (WITHDRAWALS-PER-YEAR withdrawals of
      *    WITHDRAWAL-AMOUNT a year).
       098-SET-PROJECTION-HORIZON.
           MOVE "N" TO DRAWDOWN-SWITCH
           MOVE NUMBER-OF-YEARS TO PROJECTION-YEARS
           MOVE 0 TO DRAWDOWN-START-YEAR
           MOVE 0 TO DRAWDOWN-HORIZON
           MOVE 1 TO WITHDRAWALS-PER-YEAR
           IF WITHDRAWAL-AMOUNT > 0
               SET DRAWDOWN-PHASE TO TRUE
               IF HORIZON-YEARS = 0
                   COMPUTE PROJECTION-YEARS = NUMBER-OF-YEARS + 30
                   IF PROJECTION-YEARS > 99
                       MOVE 99 TO PROJECTION-YEARS
                   END-IF
               ELSE
                   MOVE HORIZON-YEARS TO PROJECTION-YEARS
               END-IF
               MOVE PROJECTION-YEARS TO DRAWDOWN-HORIZON
               IF WITHDRAWAL-START-YEAR = 0
                   COMPUTE DRAWDOWN-START-YEAR = NUMBER-OF-YEARS + 1
               ELSE
                   MOVE WITHDRAWAL-START-YEAR TO DRAWDOWN-START-YEAR
               END-IF
               EVALUATE TRUE
                   WHEN WITHDRAW-MONTHLY
                       MOVE 12 TO WITHDRAWALS-PER-YEAR
                   WHEN WITHDRAW-QUARTERLY
                       MOVE 4 TO WITHDRAWALS-PER-YEAR
                   WHEN OTHER
                       MOVE 1 TO WITHDRAWALS-PER-YEAR
               END-EVALUATE
           END-IF.

       100-CALCULATE-FUTURE-VALUE.
           DISPLAY "Calculating Future Values".
           PERFORM 095-RUN-PROJECTION

           MOVE INVESTMENT-AMOUNT TO PRIOR-YEAR-END
           PERFORM VARYING YEAR-COUNTER FROM 1 BY 1
                   UNTIL YEAR-COUNTER > PROJECTION-YEARS
               IF LINE-COUNT > LINES-PER-PAGE
                   PERFORM 012-WRITE-REPORT-HEADER
                   WRITE REPORT-RECORD FROM YEAR-DETAIL-HEADER-LINE
               MOVE RATE-SCHEDULE (YEAR-COUNTER) TO YDL-RATE
               COMPUTE YEAR-INTEREST =
                   YEAR-END-FV (YEAR-COUNTER) - PRIOR-YEAR-END -
                   YEAR-CONTRIB (YEAR-COUNTER) +
                   YEAR-WITHDRAWN (YEAR-COUNTER)
               MOVE YEAR-INTEREST TO YDL-INTEREST
               MOVE YEAR-END-FV (YEAR-COUNTER) TO YDL-ENDING-BALANCE
               MOVE YEAR-WITHDRAWN (YEAR-COUNTER) TO YDL-WITHDRAWN
               MOVE SPACES TO YDL-PHASE
               IF DRAWDOWN-PHASE
                   IF YEAR-COUNTER < DRAWDOWN-START-YEAR
                       MOVE "ACCUM" TO YDL-PHASE
                   ELSE
                       MOVE "DRAWDOWN" TO YDL-PHASE
                   END-IF
                   IF NOT FUNDS-NOT-DEPLETED
                       AND YEAR-COUNTER >= DEPLETION-YEAR
                       MOVE "DEPLETED" TO YDL-PHASE
                   END-IF
               END-IF
               WRITE REPORT-RECORD FROM YEAR-DETAIL-LINE
               ADD 1 TO LINE-COUNT
               MOVE YEAR-END-FV (YEAR-COUNTER) TO PRIOR-YEAR-END
           MOVE YEARLY-INTEREST-RATE TO RATE-STEP-WORK

           PERFORM VARYING YEAR-COUNTER FROM 2 BY 1
                   UNTIL YEAR-COUNTER > PROJECTION-YEARS
               COMPUTE RATE-STEP-WORK = RATE-STEP-WORK + RATE-STEP
               IF RATE-STEP-WORK < 0
                   MOVE 0 TO RATE-STEP-WORK
                   MOVE 1 TO PERIODS-PER-YEAR
           END-EVALUATE.

      *    Contributions stop once the accumulation years are done;
      *    in a drawdown year the period's withdrawal is taken after
      *    the period's interest is credited.
       120-CALCULATE-NEXT-FV.
           IF YEAR-COUNTER > NUMBER-OF-YEARS
               MOVE 0 TO PERIOD-CONTRIBUTION
           ELSE
               MOVE CONTRIBUTION-AMOUNT TO PERIOD-CONTRIBUTION
           END-IF
           COMPUTE PERIOD-RATE ROUNDED =
              RATE-SCHEDULE (YEAR-COUNTER) / PERIODS-PER-YEAR
           COMPUTE FUTURE-VALUE ROUNDED =
              FUTURE-VALUE + PERIOD-CONTRIBUTION +
              (FUTURE-VALUE * PERIOD-RATE / 100)
               ON SIZE ERROR
                   DISPLAY "REJECTED: FUTURE-VALUE overflow "
                   SET REJECT-COMPOUND-OVERFLOW TO TRUE
           END-COMPUTE
           COMPUTE GROSS-FUTURE-VALUE ROUNDED =
              GROSS-FUTURE-VALUE + PERIOD-CONTRIBUTION +
              (GROSS-FUTURE-VALUE * PERIOD-RATE / 100)
               ON SIZE ERROR
                   DISPLAY "REJECTED: GROSS FUTURE-VALUE overflow "
                   SET ANY-RECORD-REJECTED TO TRUE
                   SET REJECT-COMPOUND-OVERFLOW TO TRUE
           END-COMPUTE
           ADD PERIOD-CONTRIBUTION TO YEAR-CONTRIB-WORK
           IF DRAWDOWN-PHASE AND INPUT-IS-VALID
               AND YEAR-COUNTER >= DRAWDOWN-START-YEAR
               PERFORM 122-TAKE-WITHDRAWAL
           END-IF
           ADD 1 TO PERIOD-COUNTER
           IF PERIOD-COUNTER > (YEAR-COUNTER * PERIODS-PER-YEAR)
               IF TAXABLE-SCENARIO AND INPUT-IS-VALID
               END-IF
               IF YEAR-COUNTER <= 99
                   MOVE FUTURE-VALUE TO YEAR-END-FV (YEAR-COUNTER)
                   MOVE YEAR-CONTRIB-WORK
                       TO YEAR-CONTRIB (YEAR-COUNTER)
                   MOVE YEAR-WITHDRAWN-WORK
                       TO YEAR-WITHDRAWN (YEAR-COUNTER)
               END-IF
               IF DRAWDOWN-PHASE
                   AND YEAR-COUNTER + 1 = DRAWDOWN-START-YEAR
                   MOVE FUTURE-VALUE TO RETIREMENT-BALANCE
               END-IF
               MOVE 0 TO YEAR-CONTRIB-WORK
               MOVE 0 TO YEAR-WITHDRAWN-WORK
               MOVE FUTURE-VALUE TO YEAR-START-NET
               ADD 1 TO YEAR-COUNTER
           END-IF.

      *    Takes one period's withdrawal, or whatever is left if the
      *    balance cannot cover it - the year that happens is the
      *    depletion year and later withdrawals take nothing.  The
      *    gross basis is drawn down by the full withdrawal.
       122-TAKE-WITHDRAWAL.
           IF FUTURE-VALUE > PERIOD-WITHDRAWAL
               MOVE PERIOD-WITHDRAWAL TO PERIOD-WITHDRAWN
           ELSE
               MOVE FUTURE-VALUE TO PERIOD-WITHDRAWN
               IF FUNDS-NOT-DEPLETED
                   MOVE YEAR-COUNTER TO DEPLETION-YEAR
               END-IF
           END-IF
           SUBTRACT PERIOD-WITHDRAWN FROM FUTURE-VALUE
           IF GROSS-FUTURE-VALUE > PERIOD-WITHDRAWAL
               SUBTRACT PERIOD-WITHDRAWAL FROM GROSS-FUTURE-VALUE
           ELSE
               MOVE 0 TO GROSS-FUTURE-VALUE
           END-IF
           ADD PERIOD-WITHDRAWN TO YEAR-WITHDRAWN-WORK
                                   TOTAL-WITHDRAWN.

      *    Annual tax on the year's interest only - contributions are
      *    principal, not income, so they are backed out before the
      *    rate is applied.  A loss year (stepped rate driven to
      *    zero) attracts no tax.  The net balance carries into next
      *    year's compounding; GROSS-FUTURE-VALUE is left untouched.
      *    Withdrawals are added back so interest paid out during a
      *    drawdown year is still taxed, up to what is left.
       125-APPLY-ANNUAL-TAX.
           COMPUTE YEAR-TAX-INTEREST =
               FUTURE-VALUE - YEAR-START-NET -
               YEAR-CONTRIB-WORK + YEAR-WITHDRAWN-WORK
           IF YEAR-TAX-INTEREST > 0
               COMPUTE YEAR-TAX-AMOUNT ROUNDED =
                   YEAR-TAX-INTEREST * TAX-RATE-WORK / 100
               IF YEAR-TAX-AMOUNT > FUTURE-VALUE
                   MOVE FUTURE-VALUE TO YEAR-TAX-AMOUNT
               END-IF
               SUBTRACT YEAR-TAX-AMOUNT FROM FUTURE-VALUE
           END-IF.

      *    their detail line in place.
       140-WRITE-REPORT-LINE.
           COMPUTE CONTRIBUTION-TOTAL =
               CONTRIBUTION-AMOUNT * NUMBER-OF-YEARS * PERIODS-PER-YEAR
           COMPUTE INTEREST-EARNED =
               FUTURE-VALUE - INVESTMENT-AMOUNT - CONTRIBUTION-TOTAL
               + TOTAL-WITHDRAWN

           IF BATCH-REPORT-MODE
               PERFORM 141-STORE-CLIENT-ENTRY
           END-IF.

       141-STORE-CLIENT-ENTRY.
           IF DRAWDOWN-PHASE AND NOT FUNDS-NOT-DEPLETED
               ADD 1 TO DEPLETED-SCENARIO-COUNT
               DISPLAY "Scenario " ACTIVE-SCENARIO-ID
                   " is depleted in year " DEPLETION-YEAR
                   " of horizon " DRAWDOWN-HORIZON "."
           END-IF
           IF CRT-ENTRY-COUNT >= CRT-ENTRY-LIMIT
               SET CRT-TABLE-OVERFLOWED TO TRUE
               DISPLAY "WARNING: client report table full - scenario "
               MOVE GROSS-FUTURE-VALUE TO RDL-GROSS-FV
               WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
               ADD 1 TO LINE-COUNT
               IF NOT ACTIVE-FIXED-RATE
                   MOVE ACTIVE-INDEX-CODE    TO CIL-INDEX-CODE
                   MOVE ACTIVE-INDEX-RATE    TO CIL-INDEX-RATE
                   MOVE ACTIVE-INDEX-SPREAD  TO CIL-INDEX-SPREAD
                   MOVE YEARLY-INTEREST-RATE TO CIL-PROJECTED-RATE
                   PERFORM 146-WRITE-INDEX-LINE
               END-IF
               IF DRAWDOWN-PHASE
                   MOVE DRAWDOWN-START-YEAR  TO CDR-START-YEAR
                   MOVE DRAWDOWN-HORIZON     TO CDR-HORIZON
                   MOVE RETIREMENT-BALANCE   TO CDR-RETIRE-BALANCE
                   MOVE TOTAL-WITHDRAWN      TO CDP-TOTAL-WITHDRAWN
                   MOVE DEPLETION-YEAR       TO CDP-DEPLETION-YEAR
                   PERFORM 147-WRITE-DRAWDOWN-LINES
               END-IF
           ELSE
               MOVE ACTIVE-CLIENT-ID   TO CRT-NEW-CLIENT-ID
               MOVE ACTIVE-ACCOUNT-NO  TO CRT-NEW-ACCOUNT-NO
               MOVE CONTRIBUTION-TOTAL TO CRT-CONTRIB-TOTAL (CRT-SLOT)
               MOVE INTEREST-EARNED    TO CRT-INTEREST (CRT-SLOT)
               MOVE FUTURE-VALUE       TO CRT-FUTURE-VALUE (CRT-SLOT)
               MOVE ACTIVE-INDEX-CODE  TO CRT-IDX-CODE (CRT-SLOT)
               MOVE ACTIVE-INDEX-RATE  TO CRT-IDX-RATE (CRT-SLOT)
               MOVE ACTIVE-INDEX-SPREAD TO CRT-IDX-SPREAD (CRT-SLOT)
               MOVE YEARLY-INTEREST-RATE
                   TO CRT-PROJECTED-RATE (CRT-SLOT)
               MOVE DRAWDOWN-START-YEAR
                   TO CRT-DRAWDOWN-START (CRT-SLOT)
               MOVE DRAWDOWN-HORIZON   TO CRT-HORIZON (CRT-SLOT)
               MOVE RETIREMENT-BALANCE
                   TO CRT-RETIRE-BALANCE (CRT-SLOT)
               MOVE DEPLETION-YEAR
                   TO CRT-DEPLETION-YEAR (CRT-SLOT)
               MOVE TOTAL-WITHDRAWN
                   TO CRT-TOTAL-WITHDRAWN (CRT-SLOT)
           END-IF.

       138-WRITE-CLIENT-REPORT-HEADER.
               MOVE CRT-INTEREST (CRT-INDEX)     TO CRD-INTEREST
               WRITE REPORT-RECORD FROM CLIENT-REPORT-DETAIL-LINE
               ADD 1 TO LINE-COUNT
               IF CRT-IDX-CODE (CRT-INDEX) NOT = SPACES
                   MOVE CRT-IDX-CODE (CRT-INDEX)   TO CIL-INDEX-CODE
                   MOVE CRT-IDX-RATE (CRT-INDEX)   TO CIL-INDEX-RATE
                   MOVE CRT-IDX-SPREAD (CRT-INDEX) TO CIL-INDEX-SPREAD
                   MOVE CRT-PROJECTED-RATE (CRT-INDEX)
                       TO CIL-PROJECTED-RATE
                   PERFORM 146-WRITE-INDEX-LINE
               END-IF
               IF CRT-HORIZON (CRT-INDEX) > 0
                   MOVE CRT-DRAWDOWN-START (CRT-INDEX)
                       TO CDR-START-YEAR
                   MOVE CRT-HORIZON (CRT-INDEX) TO CDR-HORIZON
                   MOVE CRT-RETIRE-BALANCE (CRT-INDEX)
                       TO CDR-RETIRE-BALANCE
                   MOVE CRT-TOTAL-WITHDRAWN (CRT-INDEX)
                       TO CDP-TOTAL-WITHDRAWN
                   MOVE CRT-DEPLETION-YEAR (CRT-INDEX)
                       TO CDP-DEPLETION-YEAR
                   PERFORM 147-WRITE-DRAWDOWN-LINES
               END-IF

               ADD CRT-AMOUNT (CRT-INDEX) TO SUB-AMOUNT-TOTAL
                                             GRAND-AMOUNT-TOTAL
           WRITE REPORT-RECORD FROM CLIENT-SUBTOTAL-LINE
           MOVE GRAND-SCENARIO-COUNT TO CCL-SCENARIO-COUNT
           WRITE REPORT-RECORD FROM CLIENT-COUNT-LINE
           MOVE DEPLETED-SCENARIO-COUNT TO CDC-DEPLETED-COUNT
           WRITE REPORT-RECORD FROM CLIENT-DEPLETED-COUNT-LINE
           ADD 4 TO LINE-COUNT.

       143-WRITE-CLIENT-BREAK.
           IF LINE-COUNT > LINES-PER-PAGE
           MOVE 0 TO SUB-CONTRIB-TOTAL
           MOVE 0 TO SUB-INTEREST-TOTAL
           MOVE 0 TO SUB-FV-TOTAL.

       146-WRITE-INDEX-LINE.
           WRITE REPORT-RECORD FROM CLIENT-INDEX-LINE
           ADD 1 TO LINE-COUNT.

      *    CDP-DEPLETION-YEAR is zero (blank) for a scenario whose
      *    money lasts to the horizon.
       147-WRITE-DRAWDOWN-LINES.
           WRITE REPORT-RECORD FROM CLIENT-DRAWDOWN-LINE
           IF CDP-DEPLETION-YEAR = SPACES
               MOVE "FUNDED TO HORIZON"  TO CDP-STATUS-TEXT
               MOVE SPACES               TO CDP-STATUS-END
           ELSE
               MOVE "*** DEPLETED IN YEAR" TO CDP-STATUS-TEXT
               MOVE " ***"               TO CDP-STATUS-END
           END-IF
           WRITE REPORT-RECORD FROM CLIENT-DEPLETION-LINE
           ADD 2 TO LINE-COUNT.
