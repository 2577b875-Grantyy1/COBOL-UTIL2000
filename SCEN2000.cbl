      *   active client on the keyed CLIENT master (maintained by
      *   CLNT2000), so a typo cannot split one client's book
      *   across two IDs.
      *   A scenario may float on a benchmark rate index instead of
      *   a fixed rate: a non-blank INDEX CODE must name an index
      *   held on the rate index master (maintained by INDX2000),
      *   and the signed INDEX SPREAD is added to the index rate by
      *   the nightly run.  A spread without an index is rejected.
      *   A scenario may also carry a drawdown phase - a withdrawal
      *   amount, its frequency (A/Q/M), the year withdrawals start
      *   (0 = after accumulation) and the projection horizon (0 =
      *   accumulation years plus 30, at most 99).  Drawdown fields
      *   without a withdrawal amount, or a start year beyond the
      *   horizon, are rejected.
      *   Every applied add, change and delete is written to the
      *   maintenance audit file MNTAUDIT (see copybook MNTLOG) with
      *   date, time, operator, function and the full before/after
      *   audit file with function F.
      *   A transaction that fails an edit is rejected with a
      *   field-level message and the run ends RETURN-CODE 4.
      *   Function B runs an unattended batch intake instead of the
      *   card-at-a-time entry: a fixed-format transaction file
      *   (SCENTRAN, see copybook SCENTRN) of A/C/D records in the
      *   SCENREC layout, wrapped in a batch header and trailer that
      *   carry the detail count and AMOUNT hash total.  The whole
      *   file is balanced first - if header, trailer and the
      *   records actually read do not agree, nothing is applied and
      *   the run ends RETURN-CODE 6.  A balanced batch goes through
      *   the same field edits, client check, authority checks and
      *   maintenance audit as the card entry; every transaction is
      *   printed on the edit/update listing (SCENLIST) as APPLIED
      *   or REJECTED with the reason, and each reject is written to
      *   the error file (SCENERR) as a balanced batch of its own,
      *   ready to be corrected and fed back in.
      *   Large or sensitive maintenance is under dual control: an
      *   add or change whose AMOUNT is over the CONTROL file's
      *   APPROVAL-THRESHOLD, or a change to the RATE (including the
      *   INDEX CODE or INDEX SPREAD an indexed rate is taken from),
      *   TAX TREATMENT or STATUS of an existing scenario, is not
      *   applied but held on the pending-approval file (PENDING,
      *   see copybook PENDREC) for a supervisor other than the
      *   maker to approve in APRV2000.  While an item is awaiting
      *   approval no other add, change or delete of that scenario
      *   is accepted.
      *   An add is also refused while the scenario ID is held on
      *   the scenario archive (SCENARCH, see copybook ARCHREC) -
      *   ARCH2000 reinstates it from there, and a new scenario under
      *   the same ID would block the reinstate.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT INDEX-FILE ASSIGN TO "RATEINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEX-KEY
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "SCENARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SCENARIO-ID
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "SCENTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT BATCH-LISTING ASSIGN TO "SCENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-FILE-STATUS.

           SELECT ERROR-FILE ASSIGN TO "SCENERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 CONTROL-RECORD             PIC X(80).

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       FD  OPERATOR-FILE.
       COPY OPRREC REPLACING ==:TAG:== BY ==OPER==.

       FD  INDEX-FILE.
       COPY INDXREC REPLACING ==:TAG:== BY ==INDEX==.

       FD  PENDING-FILE.
       COPY PENDREC REPLACING ==:TAG:== BY ==PEND==.

       FD  ARCHIVE-FILE.
       COPY ARCHREC REPLACING ==:TAG:== BY ==ARCH==.

       FD  TRANSACTION-FILE.
       COPY SCENTRN REPLACING ==:TAG:== BY ==TRAN==.

       FD  BATCH-LISTING.
       01 LISTING-RECORD             PIC X(80).

       FD  ERROR-FILE.
       COPY SCENTRN REPLACING ==:TAG:== BY ==ERR==.

       WORKING-STORAGE SECTION.

       01 MAINT-WORK-FIELDS.
             88 MAINT-CHANGE                  VALUE "C".
             88 MAINT-DELETE                  VALUE "D".
             88 MAINT-INQUIRE                 VALUE "I".
             88 MAINT-BATCH                   VALUE "B".
             88 MAINT-END                     VALUE "X".
          05 INPUT-VALID-SWITCH    PIC X      VALUE "Y".
             88 INPUT-IS-VALID                VALUE "Y".
          05 CLIENT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 CLIENT-FOUND-SWITCH   PIC X      VALUE "N".
             88 CLIENT-FOUND                  VALUE "Y".
          05 INDEX-FILE-STATUS     PIC XX     VALUE SPACES.
          05 INDEX-MASTER-SWITCH   PIC X      VALUE "N".
             88 INDEX-MASTER-OPEN             VALUE "Y".
          05 INDEX-FOUND-SWITCH    PIC X      VALUE "N".
             88 INDEX-FOUND                   VALUE "Y".
          05 DECIMAL-ACCEPT-TEXT   PIC X(10)  VALUE SPACES.
          05 EDITED-RATE-FOR-DISPLAY PIC Z9.9.
          05 EDITED-AMOUNT-FOR-DISPLAY PIC ZZ,ZZZ,ZZ9.
          05 EDITED-CONTRIB-FOR-DISPLAY PIC ZZZ,ZZZ.99.
          05 BATCH-INTAKE-SWITCH   PIC X      VALUE "N".
             88 BATCH-INTAKE-MODE             VALUE "Y".
          05 TRAN-APPLIED-SWITCH   PIC X      VALUE "N".
             88 TRAN-APPLIED                  VALUE "Y".
          05 TRAN-PENDING-SWITCH   PIC X      VALUE "N".
             88 TRAN-PENDING                  VALUE "Y".
          05 REJECT-REASON         PIC X(29)  VALUE SPACES.
          05 REJECT-REASON-WORK    PIC X(29)  VALUE SPACES.

      *    Batch intake (function B).  The transaction file is read
      *    twice: the first pass only counts and hashes the detail
      *    records and checks them against the header and trailer,
      *    the second pass applies them.  Nothing is applied from an
      *    unbalanced or malformed batch.
       01 BATCH-INTAKE-FIELDS.
          05 TRANSACTION-FILE-STATUS PIC XX   VALUE SPACES.
          05 LISTING-FILE-STATUS   PIC XX     VALUE SPACES.
          05 ERROR-FILE-STATUS     PIC XX     VALUE SPACES.
          05 TRAN-EOF-SWITCH       PIC X      VALUE "N".
             88 TRAN-EOF                      VALUE "Y".
          05 BATCH-TRAILER-SWITCH  PIC X      VALUE "N".
             88 BATCH-TRAILER-FOUND           VALUE "Y".
          05 BATCH-BALANCE-SWITCH  PIC X      VALUE "N".
             88 BATCH-IN-BALANCE              VALUE "Y".
          05 BATCH-REJECTED-SWITCH PIC X      VALUE "N".
             88 BATCH-REJECTED                VALUE "Y".
          05 BATCH-ERROR-TEXT      PIC X(40)  VALUE SPACES.
          05 BATCH-ERROR-WORK      PIC X(40)  VALUE SPACES.
          05 BATCH-ID              PIC X(8)   VALUE SPACES.
          05 BATCH-DATE            PIC 9(6)   VALUE 0.
          05 BATCH-HEADER-COUNT    PIC 9(7)   VALUE 0.
          05 BATCH-HEADER-HASH     PIC 9(13)  VALUE 0.
          05 BATCH-TRAILER-COUNT   PIC 9(7)   VALUE 0.
          05 BATCH-TRAILER-HASH    PIC 9(13)  VALUE 0.
          05 BATCH-READ-COUNT      PIC 9(7)   VALUE 0.
          05 BATCH-READ-HASH       PIC 9(13)  VALUE 0.
          05 BATCH-RECORD-NUMBER   PIC 9(7)   VALUE 0.
          05 BATCH-SEQUENCE        PIC 9(5)   VALUE 0.
          05 BATCH-APPLIED-COUNT   PIC 9(7)   VALUE 0.
          05 BATCH-REJECT-COUNT    PIC 9(7)   VALUE 0.
          05 BATCH-PENDING-COUNT   PIC 9(7)   VALUE 0.
          05 PAGE-COUNT            PIC 9(3)   VALUE 0.
          05 LINE-COUNT            PIC 99     VALUE 0.
          05 LINES-PER-PAGE        PIC 99     VALUE 40.

      *    Working copy of the scenario image carried on a batch
      *    transaction, so the fields can be edited by name.
       COPY SCENREC REPLACING ==:TAG:== BY ==TRAN-SCEN==.

      *    Rejected transactions are held here until the batch is
      *    finished, because the error file's header has to carry the
      *    reject count and hash before the first reject is written.
       01 REJECT-TABLE-FIELDS.
          05 RJT-COUNT             PIC 9(5)   VALUE 0.
          05 RJT-LIMIT             PIC 9(5)   VALUE 2000.
          05 RJT-INDEX             PIC 9(5)   VALUE 0.
          05 RJT-HASH              PIC 9(13)  VALUE 0.
          05 RJT-OVERFLOW-SWITCH   PIC X      VALUE "N".
             88 RJT-TABLE-OVERFLOWED          VALUE "Y".

       01 REJECT-TABLE.
          05 RJT-ENTRY             PIC X(120) OCCURS 2000 TIMES.

       01 LISTING-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "SCEN2000".
          05 FILLER                PIC X(30)  VALUE
             "BATCH EDIT/UPDATE LISTING".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 LHL1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 LHL1-PAGE-NUMBER      PIC ZZ9.

       01 LISTING-HEADER-LINE-2.
          05 FILLER                PIC X(10)  VALUE "BATCH ID:".
          05 LHL2-BATCH-ID         PIC X(8).
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 FILLER                PIC X(12)  VALUE "BATCH DATE:".
          05 LHL2-BATCH-DATE       PIC 99/99/99.
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 FILLER                PIC X(10)  VALUE "OPERATOR:".
          05 LHL2-OPERATOR-ID      PIC X(8).

       01 LISTING-HEADER-LINE-3.
          05 FILLER                PIC X(7)   VALUE "  SEQ".
          05 FILLER                PIC X(3)   VALUE "F".
          05 FILLER                PIC X(10)  VALUE "SCENARIO".
          05 FILLER                PIC X(10)  VALUE "CLIENT".
          05 FILLER                PIC X(11)  VALUE "    AMOUNT".
          05 FILLER                PIC X(10)  VALUE "RESULT".
          05 FILLER                PIC X(6)   VALUE "REASON".

       01 LISTING-DETAIL-LINE.
          05 LDL-SEQUENCE          PIC ZZZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 LDL-FUNCTION          PIC X.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 LDL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 LDL-CLIENT-ID         PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 LDL-AMOUNT            PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
          05 FILLER                PIC X      VALUE SPACE.
          05 LDL-RESULT            PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 LDL-REASON            PIC X(29).

       01 BATCH-TOTAL-HEADER-LINE.
          05 FILLER                PIC X(24)  VALUE SPACES.
          05 FILLER                PIC X(11)  VALUE "      COUNT".
          05 FILLER                PIC X(17)  VALUE
             "       HASH TOTAL".

       01 BATCH-TOTAL-LINE.
          05 BTL-LABEL             PIC X(24).
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 BTL-COUNT             PIC ZZZ,ZZ9.
          05 BTL-HASH              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01 BATCH-RESULT-LINE.
          05 BRL-LABEL             PIC X(24).
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 BRL-COUNT             PIC ZZZ,ZZ9.

       01 BATCH-STATUS-LINE.
          05 FILLER                PIC X(14)  VALUE "BATCH STATUS:".
          05 BSL-STATUS            PIC X(26).
          05 BSL-REASON            PIC X(40).

       01 MAINT-AUDIT-FIELDS.
          05 MAINT-AUDIT-STATUS    PIC XX     VALUE SPACES.
          05 OPERATOR-ID           PIC X(8)   VALUE SPACES.
          05 RUN-DATE              PIC 9(6)   VALUE 0.
          05 RUN-TIME              PIC 9(8)   VALUE 0.
          05 BEFORE-IMAGE-SAVE     PIC X(100) VALUE SPACES.

       01 OPERATOR-AUTH-FIELDS.
          05 OPERATOR-FILE-STATUS  PIC XX     VALUE SPACES.
          05 RATE-MAX-LIMIT        PIC 99V9   VALUE 30.0.
          05 AMOUNT-MAX-LIMIT      PIC 9(8)   VALUE 9999999.

      *    Dual control.  Items held for approval go to the
      *    pending-approval file instead of the master; see 170-180.
       01 APPROVAL-FIELDS.
          05 PENDING-FILE-STATUS   PIC XX     VALUE SPACES.
          05 PENDING-FILE-SWITCH   PIC X      VALUE "N".
             88 PENDING-FILE-OPEN             VALUE "Y".
          05 APPROVAL-NEEDED-SWITCH PIC X     VALUE "N".
             88 APPROVAL-NEEDED               VALUE "Y".
          05 PENDING-FOUND-SWITCH  PIC X      VALUE "N".
             88 PENDING-ITEM-FOUND            VALUE "Y".
          05 PENDING-SCAN-SWITCH   PIC X      VALUE "N".
             88 PENDING-SCAN-DONE             VALUE "Y".
          05 APPROVAL-THRESHOLD    PIC 9(8)   VALUE 1000000.

      *    The scenario archive, read only, for the add check in 178.
       01 ARCHIVE-CHECK-FIELDS.
          05 ARCHIVE-FILE-STATUS   PIC XX     VALUE SPACES.
          05 ARCHIVE-FILE-SWITCH   PIC X      VALUE "N".
             88 ARCHIVE-FILE-OPEN             VALUE "Y".
             88 ARCHIVE-NOT-CREATED           VALUE "X".
          05 ARCHIVE-FOUND-SWITCH  PIC X      VALUE "N".
             88 ARCHIVED-ID-FOUND             VALUE "Y".

       01 TRAILER-WORK-FIELDS.
          05 TRAILER-KEY           PIC X(8)   VALUE "99999999".
          05 OLD-AMOUNT            PIC 9(8)   VALUE 0.
          05 ENTRY-TAX-TREATMENT   PIC X      VALUE "D".
             88 ENTRY-TAX-VALID               VALUES "D" "T".
          05 ENTRY-TAX-RATE        PIC 99V9   VALUE 0.
          05 ENTRY-INDEX-CODE      PIC X(8)   VALUE SPACES.
          05 ENTRY-INDEX-SPREAD    PIC S99V9 SIGN LEADING SEPARATE
                                              VALUE 0.
          05 ENTRY-WITHDRAWAL-AMOUNT PIC 9(6)V99 VALUE 0.
          05 ENTRY-WITHDRAWAL-WORK PIC 9(9)V99 VALUE 0.
          05 ENTRY-WITHDRAWAL-FREQ PIC X      VALUE SPACE.
             88 ENTRY-WITHDRAWAL-FREQ-VALID   VALUES "A" "Q" "M".
          05 ENTRY-WITHDRAWAL-START PIC 99    VALUE 0.
          05 ENTRY-HORIZON-YEARS   PIC 99     VALUE 0.
          05 ENTRY-HORIZON-WORK    PIC 999    VALUE 0.

      *    Century window: years greater than 50 are 19xx, the rest
      *    are 20xx, matching the 6-digit dates used throughout the
               STOP RUN
           END-IF

           PERFORM 011-OPEN-INDEX-MASTER
           PERFORM 013-OPEN-PENDING-FILE
           PERFORM 014-OPEN-ARCHIVE

           PERFORM 005-SHOW-MENU

           PERFORM UNTIL MAINT-END
                       PERFORM 120-DELETE-SCENARIO
                   WHEN MAINT-INQUIRE
                       PERFORM 130-INQUIRE-SCENARIO
                   WHEN MAINT-BATCH
                       PERFORM 200-PROCESS-BATCH-INTAKE
                   WHEN OTHER
                       DISPLAY "Invalid function - A/C/D/I/B/X only."
               END-EVALUATE
               PERFORM 005-SHOW-MENU
           END-PERFORM

           CLOSE SCENARIO-FILE
           CLOSE CLIENT-FILE
           IF INDEX-MASTER-OPEN
               CLOSE INDEX-FILE
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF ARCHIVE-FILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF

           IF ANY-RECORD-REJECTED
               MOVE 4 TO RETURN-CODE
           END-IF

           IF BATCH-REJECTED
               MOVE 6 TO RETURN-CODE
           END-IF

           DISPLAY "End of session."
           STOP RUN.

           DISPLAY "C = Change scenario".
           DISPLAY "D = Delete scenario".
           DISPLAY "I = Inquire scenario".
           DISPLAY "B = Batch transaction intake".
           DISPLAY "X = End maintenance".
           DISPLAY "Enter function: ".
           ACCEPT MAINT-FUNCTION.
      *    the same CONTROL parameter file, so a cap raised for the
      *    nightly run is honored at entry time without a recompile.
      *    Keywords that only govern the batch run are ignored here.
      *    APPROVAL-THRESHOLD sets the dual-control amount.
       015-READ-CONTROL-PARMS.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
           DISPLAY "Entry edit limits in effect: YEARS "
               YEARS-MIN-LIMIT "-" YEARS-MAX-LIMIT
               ", RATE-MAX " EDITED-RATE-FOR-DISPLAY
               ", AMOUNT-MAX " AMOUNT-MAX-LIMIT
           DISPLAY "Amounts over " APPROVAL-THRESHOLD
               " need supervisor approval.".

       016-APPLY-CONTROL-PARM.
           IF CONTROL-RECORD = SPACES
                       ELSE
                           PERFORM 019-REJECT-CONTROL-PARM
                       END-IF
                   WHEN "APPROVAL-THRESHOLD"
                       IF CONTROL-VALUE-NUM >= 1
                           AND CONTROL-VALUE-NUM <= 99999999
                           MOVE CONTROL-VALUE-NUM TO APPROVAL-THRESHOLD
                       ELSE
                           PERFORM 019-REJECT-CONTROL-PARM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               END-IF
           END-IF.

      *    The rate index master is only needed for scenarios that
      *    float on an index, so a missing master is not fatal - any
      *    add/change naming an index is rejected instead.
       011-OPEN-INDEX-MASTER.
           OPEN INPUT INDEX-FILE
           IF INDEX-FILE-STATUS = "00"
               SET INDEX-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Unable to open RATE INDEX master, "
                   "status " INDEX-FILE-STATUS
                   " - indexed scenarios will be rejected."
           END-IF.

      *    The pending-approval file is created on first use, like
      *    the master.  Without it nothing can be held for approval,
      *    so only the transactions that need approval are rejected.
       013-OPEN-PENDING-FILE.
           OPEN I-O PENDING-FILE
           IF PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF PENDING-FILE-STATUS = "00"
               SET PENDING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Unable to open PENDING approval "
                   "file, status " PENDING-FILE-STATUS
                   " - changes needing approval will be rejected."
           END-IF.

      *    The archive is only read, to keep an add from re-using the
      *    ID of an archived scenario.  One not yet created holds
      *    nothing; one that cannot be opened means no add can be
      *    checked, so adds are rejected and changes go ahead.
       014-OPEN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           EVALUATE ARCHIVE-FILE-STATUS
               WHEN "00"
                   SET ARCHIVE-FILE-OPEN TO TRUE
               WHEN "35"
                   SET ARCHIVE-NOT-CREATED TO TRUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to open SCENARCH archive, "
                       "status " ARCHIVE-FILE-STATUS
                       " - adds will be rejected."
           END-EVALUATE.

       020-ACCEPT-SCENARIO-KEY.
           DISPLAY "Enter SCENARIO-ID: "
           ACCEPT ENTRY-SCENARIO-ID.
           DISPLAY "Enter TAX RATE PCT, 0 = CONTROL DEFAULT: "
           ACCEPT DECIMAL-ACCEPT-TEXT
           MOVE FUNCTION NUMVAL(DECIMAL-ACCEPT-TEXT)
               TO ENTRY-TAX-RATE
           DISPLAY "Enter INDEX CODE, BLANK = FIXED RATE: "
           ACCEPT ENTRY-INDEX-CODE
           DISPLAY "Enter INDEX SPREAD, +/- over the index: "
           ACCEPT DECIMAL-ACCEPT-TEXT
           MOVE FUNCTION NUMVAL(DECIMAL-ACCEPT-TEXT)
               TO ENTRY-INDEX-SPREAD
           DISPLAY "Enter WITHDRAWAL AMOUNT, 0 = NO DRAWDOWN: "
           ACCEPT DECIMAL-ACCEPT-TEXT
           MOVE FUNCTION NUMVAL(DECIMAL-ACCEPT-TEXT)
               TO ENTRY-WITHDRAWAL-WORK
           MOVE ENTRY-WITHDRAWAL-WORK TO ENTRY-WITHDRAWAL-AMOUNT
           DISPLAY "Enter WITHDRAWAL FREQUENCY A/Q/M: "
           ACCEPT ENTRY-WITHDRAWAL-FREQ
           DISPLAY "Enter WITHDRAWAL START YEAR, 0 = AFTER ACCUM: "
           ACCEPT ENTRY-WITHDRAWAL-START
           DISPLAY "Enter HORIZON YEARS, 0 = ACCUM YEARS + 30: "
           ACCEPT ENTRY-HORIZON-YEARS.

       050-VALIDATE-FIELDS.
           SET INPUT-IS-VALID TO TRUE
           IF ENTRY-SCENARIO-ID = SPACES
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: SCENARIO-ID may not be blank."
               MOVE "SCENARIO-ID BLANK" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF ENTRY-SCENARIO-ID = TRAILER-KEY
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: SCENARIO-ID " TRAILER-KEY
                   " is reserved for the control trailer."
               MOVE "RESERVED SCENARIO-ID" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF ENTRY-CLIENT-ID = SPACES
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: CLIENT-ID may not be blank."
               MOVE "CLIENT-ID BLANK" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           ELSE
               PERFORM 055-CHECK-CLIENT-MASTER
               IF NOT CLIENT-FOUND
               DISPLAY "REJECTED: NUMBER-OF-YEARS " ENTRY-YEARS
                   " is out of range (" YEARS-MIN-LIMIT "-"
                   YEARS-MAX-LIMIT ")."
               MOVE "YEARS OUT OF RANGE" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF ENTRY-RATE > RATE-MAX-LIMIT
               DISPLAY "REJECTED: YEARLY-INTEREST-RATE "
                   EDITED-RATE-FOR-DISPLAY " exceeds the RATE-MAX "
                   "limit."
               MOVE "RATE OVER RATE-MAX" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF ENTRY-AMOUNT < 1 OR ENTRY-AMOUNT > AMOUNT-MAX-LIMIT
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: INVESTMENT-AMOUNT " ENTRY-AMOUNT
                   " exceeds the AMOUNT-MAX limit."
               MOVE "AMOUNT OUT OF RANGE" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF ENTRY-CONTRIB-WORK > 999999.99
               DISPLAY "REJECTED: PERIODIC CONTRIBUTION "
                   ENTRY-CONTRIB-WORK
                   " exceeds the maximum of 999999.99."
               MOVE "CONTRIBUTION TOO LARGE" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF NOT ENTRY-FREQUENCY-VALID
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: COMPOUNDING-FREQUENCY "
                   ENTRY-FREQUENCY " is not A, Q or M."
               MOVE "INVALID FREQUENCY" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF NOT ENTRY-DETAIL-VALID
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: YEAR-BY-YEAR DETAIL "
                   ENTRY-DETAIL-FLAG " is not Y or N."
               MOVE "INVALID DETAIL FLAG" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF NOT ENTRY-STATUS-VALID
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: STATUS " ENTRY-STATUS
                   " is not A, H or C."
               MOVE "INVALID STATUS" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF NOT ENTRY-TAX-VALID
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: TAX TREATMENT " ENTRY-TAX-TREATMENT
                   " is not D or T."
               MOVE "INVALID TAX TREATMENT" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF ENTRY-INDEX-CODE = SPACES
               IF ENTRY-INDEX-SPREAD NOT = 0
                   SET INPUT-IS-INVALID TO TRUE
                   DISPLAY "REJECTED: INDEX SPREAD " ENTRY-INDEX-SPREAD
                       " given without an INDEX CODE."
                   MOVE "SPREAD WITHOUT INDEX" TO REJECT-REASON-WORK
                   PERFORM 057-NOTE-REJECT-REASON
               END-IF
           ELSE
               PERFORM 056-CHECK-INDEX-MASTER
               IF NOT INDEX-FOUND
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
           END-IF

           PERFORM 058-VALIDATE-DRAWDOWN

           IF ENTRY-EFFECTIVE-DATE > 0 AND ENTRY-EXPIRY-DATE > 0
               MOVE ENTRY-EFFECTIVE-DATE TO CONVERT-DATE-IN
               PERFORM 035-CONVERT-DATE
                   DISPLAY "REJECTED: EXPIRY DATE " ENTRY-EXPIRY-DATE
                       " is before the EFFECTIVE DATE "
                       ENTRY-EFFECTIVE-DATE "."
                   MOVE "EXPIRY BEFORE EFFECTIVE" TO REJECT-REASON-WORK
                   PERFORM 057-NOTE-REJECT-REASON
               END-IF
           END-IF

               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

      *    The drawdown edits mirror the nightly run's: the horizon
      *    defaults to the accumulation years plus 30 (at most 99),
      *    withdrawals must start within it, and a horizon that ends
      *    with the accumulation leaves no room for drawdown.
       058-VALIDATE-DRAWDOWN.
           IF ENTRY-WITHDRAWAL-WORK > 999999.99
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: WITHDRAWAL AMOUNT "
                   ENTRY-WITHDRAWAL-WORK
                   " exceeds the maximum of 999999.99."
               MOVE "WITHDRAWAL TOO LARGE" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           END-IF

           IF ENTRY-WITHDRAWAL-WORK = 0
               IF ENTRY-WITHDRAWAL-START NOT = 0
                   OR ENTRY-HORIZON-YEARS NOT = 0
                   SET INPUT-IS-INVALID TO TRUE
                   DISPLAY "REJECTED: drawdown start/horizon given "
                       "without a WITHDRAWAL AMOUNT."
                   MOVE "DRAWDOWN WITHOUT AMOUNT" TO REJECT-REASON-WORK
                   PERFORM 057-NOTE-REJECT-REASON
               END-IF
           ELSE
               IF NOT ENTRY-WITHDRAWAL-FREQ-VALID
                   SET INPUT-IS-INVALID TO TRUE
                   DISPLAY "REJECTED: WITHDRAWAL FREQUENCY "
                       ENTRY-WITHDRAWAL-FREQ " is not A, Q or M."
                   MOVE "INVALID WITHDRAWAL FREQ" TO REJECT-REASON-WORK
                   PERFORM 057-NOTE-REJECT-REASON
               END-IF
               IF ENTRY-HORIZON-YEARS = 0
                   COMPUTE ENTRY-HORIZON-WORK = ENTRY-YEARS + 30
                   IF ENTRY-HORIZON-WORK > 99
                       MOVE 99 TO ENTRY-HORIZON-WORK
                   END-IF
               ELSE
                   MOVE ENTRY-HORIZON-YEARS TO ENTRY-HORIZON-WORK
               END-IF
               IF ENTRY-WITHDRAWAL-START = 0
                   IF ENTRY-HORIZON-WORK NOT > ENTRY-YEARS
                       SET INPUT-IS-INVALID TO TRUE
                       DISPLAY "REJECTED: HORIZON " ENTRY-HORIZON-WORK
                           " leaves no years after accumulation."
                       MOVE "HORIZON TOO SHORT" TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                   END-IF
               ELSE
                   IF ENTRY-HORIZON-WORK < ENTRY-YEARS
                       SET INPUT-IS-INVALID TO TRUE
                       DISPLAY "REJECTED: HORIZON " ENTRY-HORIZON-WORK
                           " ends before accumulation."
                       MOVE "HORIZON TOO SHORT" TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                   END-IF
                   IF ENTRY-WITHDRAWAL-START > ENTRY-HORIZON-WORK
                       SET INPUT-IS-INVALID TO TRUE
                       DISPLAY "REJECTED: WITHDRAWAL START "
                           ENTRY-WITHDRAWAL-START
                           " is beyond the HORIZON "
                           ENTRY-HORIZON-WORK "."
                       MOVE "START BEYOND HORIZON" TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    Every add/change must name a client that is on the CLIENT
      *    master and still active - an unknown ID is almost always a
      *    typo that would silently split one client's book in two.
               INVALID KEY
                   DISPLAY "REJECTED: CLIENT-ID " ENTRY-CLIENT-ID
                       " is not on the client master."
                   MOVE "CLIENT NOT ON MASTER" TO REJECT-REASON-WORK
                   PERFORM 057-NOTE-REJECT-REASON
               NOT INVALID KEY
                   IF CLIENT-STATUS-ACTIVE
                       SET CLIENT-FOUND TO TRUE
                   ELSE
                       DISPLAY "REJECTED: CLIENT-ID " ENTRY-CLIENT-ID
                           " is inactive on the client master."
                       MOVE "CLIENT INACTIVE" TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                   END-IF
           END-READ.

      *    An index code must have at least one rate on the index
      *    master.  Whether that rate is in effect (or expired) is
      *    decided by the nightly run against its own run date.
       056-CHECK-INDEX-MASTER.
           MOVE "N" TO INDEX-FOUND-SWITCH
           IF NOT INDEX-MASTER-OPEN
               DISPLAY "REJECTED: INDEX CODE " ENTRY-INDEX-CODE
                   " cannot be checked - no rate index master."
               MOVE "INDEX MASTER UNAVAILABLE" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           ELSE
               MOVE ENTRY-INDEX-CODE TO INDEX-CODE
               MOVE 0 TO INDEX-EFFECTIVE-DATE
               START INDEX-FILE KEY >= INDEX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ INDEX-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF INDEX-CODE = ENTRY-INDEX-CODE
                                   SET INDEX-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               IF NOT INDEX-FOUND
                   DISPLAY "REJECTED: INDEX CODE " ENTRY-INDEX-CODE
                       " is not on the rate index master."
                   MOVE "INDEX NOT ON MASTER" TO REJECT-REASON-WORK
                   PERFORM 057-NOTE-REJECT-REASON
               END-IF
           END-IF.

      *    The first edit a transaction fails is the reason carried
      *    to the batch edit/update listing; the SYSOUT messages
      *    above still show every failure.
       057-NOTE-REJECT-REASON.
           IF REJECT-REASON = SPACES
               MOVE REJECT-REASON-WORK TO REJECT-REASON
           END-IF.

       060-MOVE-ENTRY-TO-RECORD.
           MOVE ENTRY-SCENARIO-ID TO SCENARIO-ID
           MOVE ENTRY-CLIENT-ID   TO SCENARIO-CLIENT-ID
           MOVE ENTRY-EFFECTIVE-DATE TO SCENARIO-EFFECTIVE-DATE
           MOVE ENTRY-EXPIRY-DATE TO SCENARIO-EXPIRY-DATE
           MOVE ENTRY-TAX-TREATMENT TO SCENARIO-TAX-TREATMENT
           MOVE ENTRY-TAX-RATE    TO SCENARIO-TAX-RATE
           MOVE ENTRY-INDEX-CODE  TO SCENARIO-INDEX-CODE
           MOVE ENTRY-INDEX-SPREAD TO SCENARIO-INDEX-SPREAD
           MOVE ENTRY-WITHDRAWAL-AMOUNT TO SCENARIO-WITHDRAWAL-AMOUNT
           MOVE ENTRY-WITHDRAWAL-FREQ TO SCENARIO-WITHDRAWAL-FREQ
           MOVE ENTRY-WITHDRAWAL-START TO SCENARIO-WITHDRAWAL-START
           MOVE ENTRY-HORIZON-YEARS TO SCENARIO-HORIZON-YEARS.

      *    Century window shared with the batch run's in-date check
      *    and AUDR2000's retention cutoff.
           IF ENTRY-SCENARIO-ID = TRAILER-KEY
               DISPLAY "REJECTED: SCENARIO-ID " TRAILER-KEY
                   " is reserved for the control trailer."
               MOVE "RESERVED SCENARIO-ID" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
               SET ANY-RECORD-REJECTED TO TRUE
           ELSE
               MOVE ENTRY-SCENARIO-ID TO SCENARIO-ID
                   INVALID KEY
                       DISPLAY "Scenario " ENTRY-SCENARIO-ID
                           " not found."
                       MOVE "SCENARIO NOT FOUND" TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
                       MOVE SCENARIO-AMOUNT TO OLD-AMOUNT
       105-APPLY-ADD.
           PERFORM 050-VALIDATE-FIELDS
           IF INPUT-IS-VALID
               PERFORM 175-CHECK-PENDING-ITEM
               IF PENDING-ITEM-FOUND
                   SET INPUT-IS-INVALID TO TRUE
               ELSE
                   PERFORM 178-CHECK-ARCHIVE
                   IF ARCHIVED-ID-FOUND
                       SET INPUT-IS-INVALID TO TRUE
                   ELSE
                       PERFORM 170-CHECK-APPROVAL-NEEDED
                   END-IF
               END-IF
           END-IF
           IF INPUT-IS-VALID AND APPROVAL-NEEDED
               PERFORM 180-HOLD-FOR-APPROVAL
           END-IF
           IF INPUT-IS-VALID AND NOT APPROVAL-NEEDED
               PERFORM 060-MOVE-ENTRY-TO-RECORD
               WRITE SCENARIO-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " already exists."
                       MOVE "SCENARIO ALREADY EXISTS"
                           TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                       SET ANY-RECORD-REJECTED TO TRUE
                   NOT INVALID KEY
                       DISPLAY "Scenario " ENTRY-SCENARIO-ID " added."
                       SET TRAN-APPLIED TO TRUE
                       MOVE SPACES TO MLL-BEFORE-IMAGE
                       MOVE SCENARIO-RECORD TO MLL-AFTER-IMAGE
                       PERFORM 090-WRITE-MAINT-AUDIT
                       MOVE ENTRY-AMOUNT TO TRAILER-AMOUNT-ADJ
                       PERFORM 150-UPDATE-CONTROL-TRAILER
               END-WRITE
           END-IF
           IF INPUT-IS-INVALID
               DISPLAY "Add rejected - transaction skipped."
           END-IF.

       115-APPLY-CHANGE.
           PERFORM 070-READ-SCENARIO-BY-KEY
           IF RECORD-FOUND
               IF NOT BATCH-INTAKE-MODE
                   PERFORM 025-ACCEPT-SCENARIO-FIELDS
               END-IF
               PERFORM 050-VALIDATE-FIELDS
               IF INPUT-IS-VALID
                   PERFORM 175-CHECK-PENDING-ITEM
                   IF PENDING-ITEM-FOUND
                       SET INPUT-IS-INVALID TO TRUE
                   ELSE
                       PERFORM 170-CHECK-APPROVAL-NEEDED
                   END-IF
               END-IF
               IF INPUT-IS-VALID AND APPROVAL-NEEDED
                   PERFORM 180-HOLD-FOR-APPROVAL
               END-IF
               IF INPUT-IS-VALID AND NOT APPROVAL-NEEDED
                   PERFORM 060-MOVE-ENTRY-TO-RECORD
                   REWRITE SCENARIO-RECORD
                       INVALID KEY
                           DISPLAY "REJECTED: rewrite failed for "
                               ENTRY-SCENARIO-ID ", status "
                               SCENARIO-FILE-STATUS
                           MOVE "REWRITE FAILED" TO REJECT-REASON-WORK
                           PERFORM 057-NOTE-REJECT-REASON
                           SET ANY-RECORD-REJECTED TO TRUE
                       NOT INVALID KEY
                           DISPLAY "Scenario " ENTRY-SCENARIO-ID
                               " changed."
                           SET TRAN-APPLIED TO TRUE
                           MOVE BEFORE-IMAGE-SAVE TO MLL-BEFORE-IMAGE
                           MOVE SCENARIO-RECORD TO MLL-AFTER-IMAGE
                           PERFORM 090-WRITE-MAINT-AUDIT
                               ENTRY-AMOUNT - OLD-AMOUNT
                           PERFORM 150-UPDATE-CONTROL-TRAILER
                   END-REWRITE
               END-IF
               IF INPUT-IS-INVALID
                   DISPLAY "Change rejected - transaction skipped."
               END-IF
           ELSE

       125-APPLY-DELETE.
           PERFORM 070-READ-SCENARIO-BY-KEY
           IF RECORD-FOUND
               PERFORM 175-CHECK-PENDING-ITEM
               IF PENDING-ITEM-FOUND
                   MOVE "N" TO RECORD-FOUND-SWITCH
               END-IF
           END-IF
           IF RECORD-FOUND
               PERFORM 140-DISPLAY-SCENARIO
               DELETE SCENARIO-FILE
                       DISPLAY "REJECTED: delete failed for "
                           ENTRY-SCENARIO-ID ", status "
                           SCENARIO-FILE-STATUS
                       MOVE "DELETE FAILED" TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                       SET ANY-RECORD-REJECTED TO TRUE
                   NOT INVALID KEY
                       DISPLAY "Scenario " ENTRY-SCENARIO-ID
                           " deleted."
                       SET TRAN-APPLIED TO TRUE
                       MOVE BEFORE-IMAGE-SAVE TO MLL-BEFORE-IMAGE
                       MOVE SPACES TO MLL-AFTER-IMAGE
                       PERFORM 090-WRITE-MAINT-AUDIT
               DISPLAY "WARNING: unable to open maintenance audit "
                   "file, status " MAINT-AUDIT-STATUS
               SET ANY-RECORD-REJECTED TO TRUE
               MOVE "AUDIT WRITE FAILED" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           ELSE
               MOVE RUN-DATE          TO MLL-RUN-DATE
               MOVE RUN-TIME          TO MLL-RUN-TIME
               END-IF
           END-IF.

      *    Dual control.  An add or change over the approval amount
      *    always needs a second pair of eyes; so does any change to
      *    the rate, tax treatment or status of an existing scenario,
      *    whatever its size.  On a change SCENARIO-RECORD still holds
      *    the master record read by 070, so the entry is compared
      *    against it field by field.  The flags go on the pending
      *    item to tell the checker why it was held.
       170-CHECK-APPROVAL-NEEDED.
           MOVE SPACES TO PEND-RECORD
           MOVE "N" TO APPROVAL-NEEDED-SWITCH
           MOVE "N" TO PEND-AMOUNT-FLAG
           MOVE "N" TO PEND-RATE-FLAG
           MOVE "N" TO PEND-TAX-FLAG
           MOVE "N" TO PEND-STATUS-FLAG
           IF ENTRY-AMOUNT > APPROVAL-THRESHOLD
               SET PEND-OVER-THRESHOLD TO TRUE
               SET APPROVAL-NEEDED TO TRUE
           END-IF
           IF MAINT-CHANGE
               IF ENTRY-RATE NOT = SCENARIO-RATE
                   SET PEND-RATE-CHANGED TO TRUE
                   SET APPROVAL-NEEDED TO TRUE
               END-IF
      *        The index code and spread set the rate an indexed
      *        scenario is projected at, so moving between fixed and
      *        indexed or changing either is a rate change too.
               IF ENTRY-INDEX-CODE NOT = SCENARIO-INDEX-CODE
                   OR ENTRY-INDEX-SPREAD NOT = SCENARIO-INDEX-SPREAD
                   SET PEND-RATE-CHANGED TO TRUE
                   SET APPROVAL-NEEDED TO TRUE
               END-IF
               IF ENTRY-TAX-TREATMENT NOT = SCENARIO-TAX-TREATMENT
                   SET PEND-TAX-CHANGED TO TRUE
                   SET APPROVAL-NEEDED TO TRUE
               END-IF
               IF ENTRY-STATUS NOT = SCENARIO-STATUS
                   SET PEND-STATUS-CHANGED TO TRUE
                   SET APPROVAL-NEEDED TO TRUE
               END-IF
           END-IF.

      *    A scenario with an item awaiting approval is frozen until
      *    the item is approved, declined or expires - otherwise the
      *    before image the checker is shown would no longer be what
      *    is on the master.
       175-CHECK-PENDING-ITEM.
           MOVE "N" TO PENDING-FOUND-SWITCH
           IF PENDING-FILE-OPEN
               MOVE ENTRY-SCENARIO-ID TO PEND-SCENARIO-ID
               MOVE 0 TO PEND-KEYED-DATE
               MOVE 0 TO PEND-KEYED-TIME
               MOVE "N" TO PENDING-SCAN-SWITCH
               START PENDING-FILE KEY >= PEND-KEY
                   INVALID KEY
                       SET PENDING-SCAN-DONE TO TRUE
               END-START
               PERFORM 177-SCAN-PENDING-ITEM
                   UNTIL PENDING-SCAN-DONE
           END-IF
           IF PENDING-ITEM-FOUND
               DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                   " has a change awaiting approval, keyed by "
                   PEND-MAKER-ID "."
               MOVE "AWAITING APPROVAL" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

       177-SCAN-PENDING-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PENDING-SCAN-DONE TO TRUE
           END-READ
           IF NOT PENDING-SCAN-DONE
               IF PEND-SCENARIO-ID NOT = ENTRY-SCENARIO-ID
                   SET PENDING-SCAN-DONE TO TRUE
               ELSE
                   IF PEND-AWAITING
                       SET PENDING-ITEM-FOUND TO TRUE
                       SET PENDING-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    An archived scenario keeps its ID on SCENARCH until it is
      *    reinstated or purged.  A new scenario under that ID would
      *    make the reinstate fail and mix two scenarios' results
      *    history, so the add is refused.  An archive that could
      *    not be opened is taken as holding the ID.
       178-CHECK-ARCHIVE.
           MOVE "N" TO ARCHIVE-FOUND-SWITCH
           IF ARCHIVE-FILE-OPEN
               MOVE ENTRY-SCENARIO-ID TO ARCH-SCENARIO-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ARCHIVED-ID-FOUND TO TRUE
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " is on the archive - reinstate it with "
                           "ARCH2000."
               END-READ
           ELSE
               IF NOT ARCHIVE-NOT-CREATED
                   SET ARCHIVED-ID-FOUND TO TRUE
                   DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                       " cannot be checked - no SCENARCH archive."
               END-IF
           END-IF
           IF ARCHIVED-ID-FOUND
               MOVE "SCENARIO ID IS ON THE ARCHIVE"
                   TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

      *    The edited entry is written to the pending-approval file
      *    with the master record as it stands now, instead of to the
      *    master.  Nothing is logged to MNTAUDIT and the trailer is
      *    untouched until APRV2000 applies the approved item.  An add
      *    is refused here if the scenario is already on the master,
      *    just as the WRITE would refuse it.
       180-HOLD-FOR-APPROVAL.
           IF NOT PENDING-FILE-OPEN
               DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                   " needs approval but the PENDING file is not "
                   "available."
               MOVE "APPROVAL FILE UNAVAILABLE" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
               SET INPUT-IS-INVALID TO TRUE
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF

           IF INPUT-IS-VALID AND MAINT-ADD
               MOVE ENTRY-SCENARIO-ID TO SCENARIO-ID
               READ SCENARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " already exists."
                       MOVE "SCENARIO ALREADY EXISTS"
                           TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                       SET INPUT-IS-INVALID TO TRUE
                       SET ANY-RECORD-REJECTED TO TRUE
               END-READ
           END-IF

           IF INPUT-IS-VALID
               IF MAINT-ADD
                   MOVE SPACES TO PEND-BEFORE-IMAGE
               ELSE
                   MOVE BEFORE-IMAGE-SAVE TO PEND-BEFORE-IMAGE
               END-IF
               PERFORM 060-MOVE-ENTRY-TO-RECORD
               MOVE SCENARIO-RECORD   TO PEND-AFTER-IMAGE
               MOVE ENTRY-SCENARIO-ID TO PEND-SCENARIO-ID
               MOVE RUN-DATE          TO PEND-KEYED-DATE
               MOVE RUN-TIME          TO PEND-KEYED-TIME
               MOVE MAINT-FUNCTION    TO PEND-FUNCTION
               MOVE OPERATOR-ID       TO PEND-MAKER-ID
               SET PEND-AWAITING TO TRUE
               MOVE SPACES            TO PEND-CHECKER-ID
               MOVE 0                 TO PEND-DECIDED-DATE
               MOVE 0                 TO PEND-DECIDED-TIME
               WRITE PEND-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: unable to hold scenario "
                           ENTRY-SCENARIO-ID " for approval, status "
                           PENDING-FILE-STATUS
                       MOVE "PENDING WRITE FAILED"
                           TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
                       SET INPUT-IS-INVALID TO TRUE
                       SET ANY-RECORD-REJECTED TO TRUE
                   NOT INVALID KEY
                       DISPLAY "Scenario " ENTRY-SCENARIO-ID
                           " held for supervisor approval - not "
                           "yet applied."
                       SET TRAN-PENDING TO TRUE
                       MOVE "HELD FOR APPROVAL" TO REJECT-REASON-WORK
                       PERFORM 057-NOTE-REJECT-REASON
               END-WRITE
           END-IF.

       140-DISPLAY-SCENARIO.
           MOVE SCENARIO-AMOUNT TO EDITED-AMOUNT-FOR-DISPLAY
           MOVE SCENARIO-RATE   TO EDITED-RATE-FOR-DISPLAY
           DISPLAY "EXPIRY DATE . . . : " SCENARIO-EXPIRY-DATE
           MOVE SCENARIO-TAX-RATE TO EDITED-RATE-FOR-DISPLAY
           DISPLAY "TAX TREATMENT D/T : " SCENARIO-TAX-TREATMENT
           DISPLAY "TAX RATE PCT  . . : " EDITED-RATE-FOR-DISPLAY
           DISPLAY "INDEX CODE  . . . : " SCENARIO-INDEX-CODE
           DISPLAY "INDEX SPREAD  . . : " SCENARIO-INDEX-SPREAD
           MOVE SCENARIO-WITHDRAWAL-AMOUNT
               TO EDITED-CONTRIB-FOR-DISPLAY
           DISPLAY "WITHDRAWAL  . . . : " EDITED-CONTRIB-FOR-DISPLAY
           DISPLAY "WITHDRAWAL FREQ . : " SCENARIO-WITHDRAWAL-FREQ
           DISPLAY "WITHDRAWAL START  : " SCENARIO-WITHDRAWAL-START
           DISPLAY "HORIZON YEARS . . : " SCENARIO-HORIZON-YEARS.

      *    Function B - unattended batch intake.  Pass one balances
      *    the SCENTRAN batch against its own header and trailer;
      *    only a balanced batch is read a second time and applied,
      *    one transaction at a time through the same paragraphs the
      *    card entry uses.  The listing shows every transaction and
      *    the balancing totals; rejects go to SCENERR for re-entry.
       200-PROCESS-BATCH-INTAKE.
           SET BATCH-INTAKE-MODE TO TRUE
           PERFORM 205-OPEN-BATCH-FILES
           PERFORM 210-BALANCE-BATCH
           CLOSE TRANSACTION-FILE
           PERFORM 250-WRITE-LISTING-HEADER

           IF BATCH-IN-BALANCE
               DISPLAY "Batch " BATCH-ID " in balance - "
                   BATCH-READ-COUNT " transactions to apply."
               OPEN INPUT TRANSACTION-FILE
               MOVE "N" TO TRAN-EOF-SWITCH
               PERFORM 215-READ-TRANSACTION
               PERFORM UNTIL TRAN-EOF
                   IF TRAN-DETAIL
                       PERFORM 220-APPLY-BATCH-TRANSACTION
                   END-IF
                   PERFORM 215-READ-TRANSACTION
               END-PERFORM
               CLOSE TRANSACTION-FILE
               PERFORM 240-WRITE-ERROR-FILE
               DISPLAY "Batch " BATCH-ID ": " BATCH-APPLIED-COUNT
                   " applied, " BATCH-PENDING-COUNT " held, "
                   BATCH-REJECT-COUNT " rejected."
           ELSE
               SET BATCH-REJECTED TO TRUE
               DISPLAY "BATCH REJECTED: " BATCH-ERROR-TEXT
               DISPLAY "No transactions applied."
           END-IF

           PERFORM 260-WRITE-BATCH-SUMMARY
           CLOSE BATCH-LISTING
           CLOSE ERROR-FILE
           MOVE "N" TO BATCH-INTAKE-SWITCH.

       205-OPEN-BATCH-FILES.
           MOVE 0 TO BATCH-SEQUENCE
           MOVE 0 TO BATCH-APPLIED-COUNT
           MOVE 0 TO BATCH-REJECT-COUNT
           MOVE 0 TO BATCH-PENDING-COUNT
           MOVE 0 TO RJT-COUNT
           MOVE 0 TO RJT-HASH
           MOVE "N" TO RJT-OVERFLOW-SWITCH
           MOVE 0 TO PAGE-COUNT
           MOVE 0 TO LINE-COUNT

           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open SCENTRAN transaction "
                   "file, status " TRANSACTION-FILE-STATUS
               CLOSE SCENARIO-FILE
               CLOSE CLIENT-FILE
               PERFORM 207-CLOSE-OPTIONAL-FILES
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN OUTPUT BATCH-LISTING
           IF LISTING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open SCENLIST listing, "
                   "status " LISTING-FILE-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE SCENARIO-FILE
               CLOSE CLIENT-FILE
               PERFORM 207-CLOSE-OPTIONAL-FILES
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN OUTPUT ERROR-FILE
           IF ERROR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open SCENERR error file, "
                   "status " ERROR-FILE-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE BATCH-LISTING
               CLOSE SCENARIO-FILE
               CLOSE CLIENT-FILE
               PERFORM 207-CLOSE-OPTIONAL-FILES
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF.

       207-CLOSE-OPTIONAL-FILES.
           IF INDEX-MASTER-OPEN
               CLOSE INDEX-FILE
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF ARCHIVE-FILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.

      *    Pass one.  The first record must be the header and the
      *    last the trailer; every detail record in between is
      *    counted and its AMOUNT added to the hash.  Any structural
      *    fault or a count/hash that disagrees with either the
      *    header or the trailer rejects the whole batch.
       210-BALANCE-BATCH.
           MOVE "N" TO TRAN-EOF-SWITCH
           MOVE "N" TO BATCH-TRAILER-SWITCH
           MOVE "N" TO BATCH-BALANCE-SWITCH
           MOVE SPACES TO BATCH-ERROR-TEXT
           MOVE SPACES TO BATCH-ID
           MOVE 0 TO BATCH-DATE
           MOVE 0 TO BATCH-RECORD-NUMBER
           MOVE 0 TO BATCH-HEADER-COUNT
           MOVE 0 TO BATCH-HEADER-HASH
           MOVE 0 TO BATCH-TRAILER-COUNT
           MOVE 0 TO BATCH-TRAILER-HASH
           MOVE 0 TO BATCH-READ-COUNT
           MOVE 0 TO BATCH-READ-HASH

           PERFORM 215-READ-TRANSACTION
           EVALUATE TRUE
               WHEN TRAN-EOF
                   MOVE "TRANSACTION FILE IS EMPTY"
                       TO BATCH-ERROR-WORK
                   PERFORM 214-NOTE-BATCH-ERROR
               WHEN NOT TRAN-BATCH-HEADER
                   MOVE "FIRST RECORD IS NOT A BATCH HEADER"
                       TO BATCH-ERROR-WORK
                   PERFORM 214-NOTE-BATCH-ERROR
               WHEN TRAN-BATCH-COUNT NOT NUMERIC
                 OR TRAN-BATCH-HASH NOT NUMERIC
                 OR TRAN-BATCH-DATE NOT NUMERIC
                   MOVE TRAN-BATCH-ID TO BATCH-ID
                   MOVE "HEADER COUNT/HASH/DATE NOT NUMERIC"
                       TO BATCH-ERROR-WORK
                   PERFORM 214-NOTE-BATCH-ERROR
               WHEN OTHER
                   MOVE TRAN-BATCH-ID    TO BATCH-ID
                   MOVE TRAN-BATCH-DATE  TO BATCH-DATE
                   MOVE TRAN-BATCH-COUNT TO BATCH-HEADER-COUNT
                   MOVE TRAN-BATCH-HASH  TO BATCH-HEADER-HASH
                   PERFORM 215-READ-TRANSACTION
                   PERFORM UNTIL TRAN-EOF
                       PERFORM 212-TALLY-TRANSACTION
                       PERFORM 215-READ-TRANSACTION
                   END-PERFORM
                   IF NOT BATCH-TRAILER-FOUND
                       MOVE "NO BATCH TRAILER RECORD"
                           TO BATCH-ERROR-WORK
                       PERFORM 214-NOTE-BATCH-ERROR
                   END-IF
           END-EVALUATE

           IF BATCH-HEADER-COUNT NOT = BATCH-READ-COUNT
               OR BATCH-TRAILER-COUNT NOT = BATCH-READ-COUNT
               MOVE "RECORD COUNT OUT OF BALANCE"
                   TO BATCH-ERROR-WORK
               PERFORM 214-NOTE-BATCH-ERROR
           END-IF

           IF BATCH-HEADER-HASH NOT = BATCH-READ-HASH
               OR BATCH-TRAILER-HASH NOT = BATCH-READ-HASH
               MOVE "AMOUNT HASH TOTAL OUT OF BALANCE"
                   TO BATCH-ERROR-WORK
               PERFORM 214-NOTE-BATCH-ERROR
           END-IF

           IF BATCH-ERROR-TEXT = SPACES
               SET BATCH-IN-BALANCE TO TRUE
           END-IF.

       212-TALLY-TRANSACTION.
           EVALUATE TRUE
               WHEN BATCH-TRAILER-FOUND
                   MOVE "RECORDS FOLLOW THE BATCH TRAILER"
                       TO BATCH-ERROR-WORK
                   PERFORM 214-NOTE-BATCH-ERROR
               WHEN TRAN-DETAIL
                   ADD 1 TO BATCH-READ-COUNT
                   MOVE TRAN-SCENARIO-IMAGE TO TRAN-SCEN-RECORD
                   IF TRAN-SCEN-AMOUNT NUMERIC
                       ADD TRAN-SCEN-AMOUNT TO BATCH-READ-HASH
                   END-IF
               WHEN TRAN-BATCH-TRAILER
                   SET BATCH-TRAILER-FOUND TO TRUE
                   IF TRAN-BATCH-ID NOT = BATCH-ID
                       MOVE "TRAILER BATCH ID DOES NOT MATCH HEADER"
                           TO BATCH-ERROR-WORK
                       PERFORM 214-NOTE-BATCH-ERROR
                   END-IF
                   IF TRAN-BATCH-COUNT NUMERIC
                       AND TRAN-BATCH-HASH NUMERIC
                       MOVE TRAN-BATCH-COUNT TO BATCH-TRAILER-COUNT
                       MOVE TRAN-BATCH-HASH  TO BATCH-TRAILER-HASH
                   ELSE
                       MOVE "TRAILER COUNT/HASH NOT NUMERIC"
                           TO BATCH-ERROR-WORK
                       PERFORM 214-NOTE-BATCH-ERROR
                   END-IF
               WHEN TRAN-BATCH-HEADER
                   MOVE "MORE THAN ONE BATCH HEADER"
                       TO BATCH-ERROR-WORK
                   PERFORM 214-NOTE-BATCH-ERROR
               WHEN OTHER
                   MOVE SPACES TO BATCH-ERROR-WORK
                   STRING "INVALID FUNCTION CODE AT RECORD "
                           DELIMITED BY SIZE
                       BATCH-RECORD-NUMBER DELIMITED BY SIZE
                       INTO BATCH-ERROR-WORK
                   END-STRING
                   PERFORM 214-NOTE-BATCH-ERROR
           END-EVALUATE.

      *    The first fault found is the one reported on the listing.
       214-NOTE-BATCH-ERROR.
           IF BATCH-ERROR-TEXT = SPACES
               MOVE BATCH-ERROR-WORK TO BATCH-ERROR-TEXT
           END-IF.

       215-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO BATCH-RECORD-NUMBER
           END-READ.

      *    Pass two, one detail record.  The authority rules are the
      *    card entry's: add/change need analyst authority, delete
      *    needs supervisor authority, and a denial is logged to the
      *    maintenance audit file with function F.
       220-APPLY-BATCH-TRANSACTION.
           ADD 1 TO BATCH-SEQUENCE
           MOVE SPACES TO REJECT-REASON
           MOVE "N" TO TRAN-APPLIED-SWITCH
           MOVE "N" TO TRAN-PENDING-SWITCH
           MOVE TRAN-FUNCTION TO MAINT-FUNCTION
           MOVE TRAN-SCENARIO-IMAGE TO TRAN-SCEN-RECORD
           MOVE TRAN-SCEN-ID TO ENTRY-SCENARIO-ID

           EVALUATE TRUE
               WHEN MAINT-ADD
                   IF NOT OPERATOR-ANALYST-AUTH
                       PERFORM 235-DENY-BATCH-TRANSACTION
                   ELSE
                       PERFORM 230-LOAD-ENTRY-FROM-TRAN
                       IF REJECT-REASON = SPACES
                           PERFORM 105-APPLY-ADD
                       END-IF
                   END-IF
               WHEN MAINT-CHANGE
                   IF NOT OPERATOR-ANALYST-AUTH
                       PERFORM 235-DENY-BATCH-TRANSACTION
                   ELSE
                       PERFORM 230-LOAD-ENTRY-FROM-TRAN
                       IF REJECT-REASON = SPACES
                           PERFORM 115-APPLY-CHANGE
                       END-IF
                   END-IF
               WHEN MAINT-DELETE
                   IF NOT OPERATOR-SUPERVISOR-AUTH
                       PERFORM 235-DENY-BATCH-TRANSACTION
                   ELSE
                       PERFORM 125-APPLY-DELETE
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN TRAN-APPLIED
                   ADD 1 TO BATCH-APPLIED-COUNT
               WHEN TRAN-PENDING
                   ADD 1 TO BATCH-PENDING-COUNT
               WHEN OTHER
                   ADD 1 TO BATCH-REJECT-COUNT
                   SET ANY-RECORD-REJECTED TO TRUE
                   PERFORM 238-STORE-REJECTED-TRAN
           END-EVALUATE

           PERFORM 245-WRITE-LISTING-DETAIL.

      *    The transaction carries the whole scenario image, so a
      *    change replaces every field, exactly as the card entry
      *    re-keys every field.  Numeric fields are class-tested
      *    before they are moved so a keying slip is rejected, not
      *    applied as garbage.  A blank spread (a fixed-rate image
      *    from a feed that predates the index fields) reads as zero;
      *    the spread is bytes 78-81 of the image.  Likewise blank
      *    drawdown fields (bytes 82-94) read as no drawdown phase.
       230-LOAD-ENTRY-FROM-TRAN.
           IF TRAN-SCEN-RECORD (78:4) = SPACES
               MOVE 0 TO TRAN-SCEN-INDEX-SPREAD
           END-IF
           IF TRAN-SCEN-RECORD (82:13) = SPACES
               MOVE 0 TO TRAN-SCEN-WITHDRAWAL-AMOUNT
               MOVE 0 TO TRAN-SCEN-WITHDRAWAL-START
               MOVE 0 TO TRAN-SCEN-HORIZON-YEARS
           END-IF
           IF TRAN-SCEN-AMOUNT NOT NUMERIC
               OR TRAN-SCEN-YEARS NOT NUMERIC
               OR TRAN-SCEN-RATE NOT NUMERIC
               OR TRAN-SCEN-RATE-STEP NOT NUMERIC
               OR TRAN-SCEN-CONTRIBUTION NOT NUMERIC
               OR TRAN-SCEN-EFFECTIVE-DATE NOT NUMERIC
               OR TRAN-SCEN-EXPIRY-DATE NOT NUMERIC
               OR TRAN-SCEN-TAX-RATE NOT NUMERIC
               OR TRAN-SCEN-INDEX-SPREAD NOT NUMERIC
               OR TRAN-SCEN-WITHDRAWAL-AMOUNT NOT NUMERIC
               OR TRAN-SCEN-WITHDRAWAL-START NOT NUMERIC
               OR TRAN-SCEN-HORIZON-YEARS NOT NUMERIC
               DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                   " has a non-numeric field."
               MOVE "NON-NUMERIC FIELD" TO REJECT-REASON-WORK
               PERFORM 057-NOTE-REJECT-REASON
           ELSE
               MOVE TRAN-SCEN-CLIENT-ID      TO ENTRY-CLIENT-ID
               MOVE TRAN-SCEN-ACCOUNT-NO     TO ENTRY-ACCOUNT-NO
               MOVE TRAN-SCEN-AMOUNT         TO ENTRY-AMOUNT
               MOVE TRAN-SCEN-YEARS          TO ENTRY-YEARS
               MOVE TRAN-SCEN-RATE           TO ENTRY-RATE
               MOVE TRAN-SCEN-RATE-STEP      TO ENTRY-RATE-STEP
               MOVE TRAN-SCEN-FREQUENCY      TO ENTRY-FREQUENCY
               MOVE TRAN-SCEN-DETAIL-FLAG    TO ENTRY-DETAIL-FLAG
               MOVE TRAN-SCEN-CONTRIBUTION   TO ENTRY-CONTRIBUTION
               MOVE TRAN-SCEN-CONTRIBUTION   TO ENTRY-CONTRIB-WORK
               MOVE TRAN-SCEN-STATUS         TO ENTRY-STATUS
               MOVE TRAN-SCEN-EFFECTIVE-DATE TO ENTRY-EFFECTIVE-DATE
               MOVE TRAN-SCEN-EXPIRY-DATE    TO ENTRY-EXPIRY-DATE
               MOVE TRAN-SCEN-TAX-TREATMENT  TO ENTRY-TAX-TREATMENT
               MOVE TRAN-SCEN-TAX-RATE       TO ENTRY-TAX-RATE
               MOVE TRAN-SCEN-INDEX-CODE     TO ENTRY-INDEX-CODE
               MOVE TRAN-SCEN-INDEX-SPREAD   TO ENTRY-INDEX-SPREAD
               MOVE TRAN-SCEN-WITHDRAWAL-AMOUNT
                   TO ENTRY-WITHDRAWAL-AMOUNT
               MOVE TRAN-SCEN-WITHDRAWAL-AMOUNT
                   TO ENTRY-WITHDRAWAL-WORK
               MOVE TRAN-SCEN-WITHDRAWAL-FREQ TO ENTRY-WITHDRAWAL-FREQ
               MOVE TRAN-SCEN-WITHDRAWAL-START
                   TO ENTRY-WITHDRAWAL-START
               MOVE TRAN-SCEN-HORIZON-YEARS  TO ENTRY-HORIZON-YEARS
           END-IF.

       235-DENY-BATCH-TRANSACTION.
           DISPLAY "AUTH: operator " OPERATOR-ID
               " is not authorized for function " MAINT-FUNCTION
               " on scenario " ENTRY-SCENARIO-ID "."
           PERFORM 095-LOG-AUTH-DENIAL
           MOVE "NOT AUTHORIZED" TO REJECT-REASON-WORK
           PERFORM 057-NOTE-REJECT-REASON.

      *    The reject is held exactly as it was read, so once the
      *    error is corrected the record can go straight back in.
       238-STORE-REJECTED-TRAN.
           IF RJT-COUNT >= RJT-LIMIT
               IF NOT RJT-TABLE-OVERFLOWED
                   DISPLAY "WARNING: reject table full - further "
                       "rejects are listed but not written to SCENERR."
               END-IF
               SET RJT-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO RJT-COUNT
               MOVE TRAN-RECORD TO RJT-ENTRY (RJT-COUNT)
               IF TRAN-SCEN-AMOUNT NUMERIC
                   ADD TRAN-SCEN-AMOUNT TO RJT-HASH
               END-IF
           END-IF.

      *    The error file is itself a balanced batch - same batch ID,
      *    dated today, header and trailer carrying the reject count
      *    and hash - so it can be corrected and resubmitted as is.
      *    A batch with no rejects leaves the error file empty.
       240-WRITE-ERROR-FILE.
           IF RJT-COUNT > 0
               MOVE SPACES    TO ERR-RECORD
               MOVE "H"       TO ERR-FUNCTION
               MOVE BATCH-ID  TO ERR-BATCH-ID
               MOVE RUN-DATE  TO ERR-BATCH-DATE
               MOVE RJT-COUNT TO ERR-BATCH-COUNT
               MOVE RJT-HASH  TO ERR-BATCH-HASH
               WRITE ERR-RECORD
               PERFORM VARYING RJT-INDEX FROM 1 BY 1
                       UNTIL RJT-INDEX > RJT-COUNT
                   WRITE ERR-RECORD FROM RJT-ENTRY (RJT-INDEX)
               END-PERFORM
               MOVE SPACES    TO ERR-RECORD
               MOVE "T"       TO ERR-FUNCTION
               MOVE BATCH-ID  TO ERR-BATCH-ID
               MOVE RUN-DATE  TO ERR-BATCH-DATE
               MOVE RJT-COUNT TO ERR-BATCH-COUNT
               MOVE RJT-HASH  TO ERR-BATCH-HASH
               WRITE ERR-RECORD
           END-IF.

       245-WRITE-LISTING-DETAIL.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 250-WRITE-LISTING-HEADER
           END-IF
           MOVE BATCH-SEQUENCE      TO LDL-SEQUENCE
           MOVE MAINT-FUNCTION      TO LDL-FUNCTION
           MOVE ENTRY-SCENARIO-ID   TO LDL-SCENARIO-ID
           MOVE TRAN-SCEN-CLIENT-ID TO LDL-CLIENT-ID
           IF TRAN-SCEN-AMOUNT NUMERIC
               MOVE TRAN-SCEN-AMOUNT TO LDL-AMOUNT
           ELSE
               MOVE 0 TO LDL-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN TRAN-APPLIED
                   MOVE "APPLIED"  TO LDL-RESULT
               WHEN TRAN-PENDING
                   MOVE "PENDING"  TO LDL-RESULT
               WHEN OTHER
                   MOVE "REJECTED" TO LDL-RESULT
           END-EVALUATE
           MOVE REJECT-REASON       TO LDL-REASON
           WRITE LISTING-RECORD FROM LISTING-DETAIL-LINE
           ADD 1 TO LINE-COUNT.

       250-WRITE-LISTING-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE RUN-DATE    TO LHL1-RUN-DATE
           MOVE PAGE-COUNT  TO LHL1-PAGE-NUMBER
           MOVE BATCH-ID    TO LHL2-BATCH-ID
           MOVE BATCH-DATE  TO LHL2-BATCH-DATE
           MOVE OPERATOR-ID TO LHL2-OPERATOR-ID
           WRITE LISTING-RECORD FROM LISTING-HEADER-LINE-1
           WRITE LISTING-RECORD FROM LISTING-HEADER-LINE-2
           WRITE LISTING-RECORD FROM LISTING-HEADER-LINE-3
           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE 0 TO LINE-COUNT.

      *    Balancing block at the foot of the listing: what the
      *    header and trailer claimed against what was actually read,
      *    the applied/rejected split, and the batch verdict.
       260-WRITE-BATCH-SUMMARY.
           IF LINE-COUNT > LINES-PER-PAGE - 13
               PERFORM 250-WRITE-LISTING-HEADER
           END-IF
           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           WRITE LISTING-RECORD FROM BATCH-TOTAL-HEADER-LINE
           MOVE "BATCH HEADER"        TO BTL-LABEL
           MOVE BATCH-HEADER-COUNT    TO BTL-COUNT
           MOVE BATCH-HEADER-HASH     TO BTL-HASH
           WRITE LISTING-RECORD FROM BATCH-TOTAL-LINE
           MOVE "BATCH TRAILER"       TO BTL-LABEL
           MOVE BATCH-TRAILER-COUNT   TO BTL-COUNT
           MOVE BATCH-TRAILER-HASH    TO BTL-HASH
           WRITE LISTING-RECORD FROM BATCH-TOTAL-LINE
           MOVE "DETAIL RECORDS READ" TO BTL-LABEL
           MOVE BATCH-READ-COUNT      TO BTL-COUNT
           MOVE BATCH-READ-HASH       TO BTL-HASH
           WRITE LISTING-RECORD FROM BATCH-TOTAL-LINE
           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE "TRANSACTIONS APPLIED"  TO BRL-LABEL
           MOVE BATCH-APPLIED-COUNT     TO BRL-COUNT
           WRITE LISTING-RECORD FROM BATCH-RESULT-LINE
           MOVE "HELD FOR APPROVAL"     TO BRL-LABEL
           MOVE BATCH-PENDING-COUNT     TO BRL-COUNT
           WRITE LISTING-RECORD FROM BATCH-RESULT-LINE
           MOVE "TRANSACTIONS REJECTED" TO BRL-LABEL
           MOVE BATCH-REJECT-COUNT      TO BRL-COUNT
           WRITE LISTING-RECORD FROM BATCH-RESULT-LINE
           MOVE "REJECTS WRITTEN SCENERR" TO BRL-LABEL
           MOVE RJT-COUNT               TO BRL-COUNT
           WRITE LISTING-RECORD FROM BATCH-RESULT-LINE
           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           IF BATCH-IN-BALANCE
               MOVE "IN BALANCE - APPLIED" TO BSL-STATUS
               IF RJT-TABLE-OVERFLOWED
                   MOVE "SCENERR INCOMPLETE - REJECT TABLE FULL"
                       TO BSL-REASON
               ELSE
                   MOVE SPACES TO BSL-REASON
               END-IF
           ELSE
               MOVE "REJECTED - NOTHING APPLIED" TO BSL-STATUS
               MOVE BATCH-ERROR-TEXT TO BSL-REASON
           END-IF
           WRITE LISTING-RECORD FROM BATCH-STATUS-LINE
           ADD 12 TO LINE-COUNT.
