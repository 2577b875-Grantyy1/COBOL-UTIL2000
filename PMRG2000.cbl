       IDENTIFICATION DIVISION.

       PROGRAM-ID. PMRG2000.

      *****************************************************************
      * Program Name : PMRG2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Partition merge for the partitioned nightly projection run.
      *   Each CALC2000 partition step (CALC2000-PART.jcl) projects
      *   one scenario-ID key range and writes its own results file
      *   (PARTRSLT, copybook PARTREC), extract, suspense, audit log
      *   and run-stats line.  This program takes the partitions,
      *   concatenated on the PARTRSLT / PARTXTR / PARTAUDT DDs, and
      *   builds the single outputs the downstream jobs expect:
      *     - first it proves the partitions are complete: every
      *       partition 1 to the count on SYSIN present exactly once
      *       with its trailer, its result count agreeing with the
      *       trailer, all partitions on the same run date, no two
      *       key ranges overlapping, and the extract segments
      *       agreeing with their own EOF counts and with the
      *       partition trailers.  Any failure is listed and ends
      *       the run RETURN-CODE 8 with nothing loaded - rerun only
      *       the failed partition(s), then this merge;
      *     - then it loads the results master (RSLTCUR) and the
      *       results history (RSLTHIST), writes one extract with a
      *       single header row and EOF count, and carries the
      *       partitions' calculation audit lines to the audit log;
      *     - it prints the combined client projection summary, a
      *       balancing page showing each partition's totals and
      *       their sum reconciled to the scenario master's control
      *       trailer (RETURN-CODE 6 if out of balance), and the
      *       run-over-run comparison against RSLTPRI (RETURN-CODE 4
      *       on a swing beyond CHANGE-TOLERANCE, as CALC2000);
      *     - and it appends the run's one RUNSTATS line for
      *       MONR2000.
      *   RETURN-CODE 4 is also set when any partition rejected
      *   scenarios or the client report table overflowed, and 12
      *   when the operator on SYSIN fails verification.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-FILE ASSIGN TO "PARTRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-FILE-STATUS.

           SELECT PARTITION-EXTRACT ASSIGN TO "PARTXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-EXTRACT-STATUS.

           SELECT PARTITION-AUDIT ASSIGN TO "PARTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-AUDIT-STATUS.

           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCENARIO-ID
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RSLTCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-ID
               FILE STATUS IS RESULT-FILE-STATUS.

           SELECT PRIOR-RESULT-FILE ASSIGN TO "RSLTPRI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-ID
               FILE STATUS IS PRIOR-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "RSLTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CLIENT-FILE ASSIGN TO "CLIENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS CLIENT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO "REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARTITION-FILE.
       COPY PARTREC REPLACING ==:TAG:== BY ==PART==.

       FD  PARTITION-EXTRACT.
       01 PARTITION-EXTRACT-RECORD   PIC X(150).

       FD  PARTITION-AUDIT.
       01 PARTITION-AUDIT-RECORD     PIC X(100).

       FD  SCENARIO-FILE.
       COPY SCENREC REPLACING ==:TAG:== BY ==SCENARIO==.

       FD  RESULT-FILE.
       COPY RSLTREC REPLACING ==:TAG:== BY ==RESULT==.

       FD  PRIOR-RESULT-FILE.
       COPY RSLTREC REPLACING ==:TAG:== BY ==PRIOR==.

       FD  HISTORY-FILE.
       COPY HISTREC REPLACING ==:TAG:== BY ==HIST==.

       FD  CLIENT-FILE.
       COPY CLNTREC REPLACING ==:TAG:== BY ==CLIENT==.

       FD  OPERATOR-FILE.
       COPY OPRREC REPLACING ==:TAG:== BY ==OPER==.

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD             PIC X(150).

       FD  AUDIT-LOG.
       01 AUDIT-RECORD               PIC X(100).

       FD  RUNSTATS-FILE.
       01 RUNSTATS-RECORD            PIC X(87).

       FD  CONTROL-FILE.
       01 CONTROL-RECORD             PIC X(80).

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          05 PARTITION-FILE-STATUS PIC XX     VALUE SPACES.
          05 PARTITION-EXTRACT-STATUS PIC XX  VALUE SPACES.
          05 PARTITION-AUDIT-STATUS PIC XX    VALUE SPACES.
          05 SCENARIO-FILE-STATUS  PIC XX     VALUE SPACES.
          05 RESULT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 PRIOR-FILE-STATUS     PIC XX     VALUE SPACES.
          05 HISTORY-FILE-STATUS   PIC XX     VALUE SPACES.
          05 CLIENT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 OPERATOR-FILE-STATUS  PIC XX     VALUE SPACES.
          05 EXTRACT-FILE-STATUS   PIC XX     VALUE SPACES.
          05 AUDIT-FILE-STATUS     PIC XX     VALUE SPACES.
          05 RUNSTATS-FILE-STATUS  PIC XX     VALUE SPACES.
          05 CONTROL-FILE-STATUS   PIC XX     VALUE SPACES.
          05 REPORT-FILE-STATUS    PIC XX     VALUE SPACES.

       01 SWITCH-FIELDS.
          05 PARTITION-EOF-SWITCH  PIC X      VALUE "N".
             88 PARTITION-EOF                 VALUE "Y".
          05 PARTITION-EXTRACT-EOF-SWITCH PIC X VALUE "N".
             88 PARTITION-EXTRACT-EOF         VALUE "Y".
          05 PARTITION-AUDIT-EOF-SWITCH PIC X VALUE "N".
             88 PARTITION-AUDIT-EOF           VALUE "Y".
          05 CONTROL-EOF-SWITCH    PIC X      VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 HISTORY-AVAIL-SWITCH  PIC X      VALUE "N".
             88 HISTORY-FILE-AVAILABLE        VALUE "Y".
          05 CLIENT-AVAIL-SWITCH   PIC X      VALUE "N".
             88 CLIENT-FILE-AVAILABLE         VALUE "Y".
          05 OPERATOR-OK-SWITCH    PIC X      VALUE "N".
             88 OPERATOR-VERIFIED             VALUE "Y".
          05 RESULT-EOF-SWITCH     PIC X      VALUE "N".
             88 RESULT-EOF                    VALUE "Y".
          05 PRIOR-EOF-SWITCH      PIC X      VALUE "N".
             88 PRIOR-EOF                     VALUE "Y".
          05 TRAILER-FOUND-SWITCH  PIC X      VALUE "N".
             88 TRAILER-FOUND                 VALUE "Y".
          05 OUT-OF-BALANCE-SWITCH PIC X      VALUE "N".
             88 RUN-OUT-OF-BALANCE            VALUE "Y".
          05 COMPARE-ALERT-SWITCH  PIC X      VALUE "N".
             88 FV-SWING-ALERT                VALUE "Y".
          05 CRT-OVERFLOW-SWITCH   PIC X      VALUE "N".
             88 CRT-TABLE-OVERFLOWED          VALUE "Y".

      *    The partition count is the second SYSIN card (two digits,
      *    01-99), after the operator ID.  PT-INDEX runs to one past
      *    the highest partition, hence the three digits.
       01 PARTITION-CONTROL-FIELDS.
          05 OPERATOR-ID           PIC X(8)   VALUE SPACES.
          05 PARTITION-COUNT-CARD  PIC XX     VALUE SPACES.
          05 PARTITION-COUNT REDEFINES PARTITION-COUNT-CARD
                                   PIC 99.
          05 CURRENT-PARTITION     PIC 999    VALUE 0.
          05 PT-INDEX              PIC 999    VALUE 0.
          05 PT-COMPARE-INDEX      PIC 999    VALUE 0.
          05 PT-NUMBER-TEXT        PIC 99     VALUE 0.
          05 PT-COMPARE-TEXT       PIC 99     VALUE 0.
          05 VALIDATION-ERROR-COUNT PIC 9(5)  VALUE 0.
          05 ORPHAN-RECORD-COUNT   PIC 9(7)   VALUE 0.
          05 BATCH-RUN-DATE        PIC 9(6)   VALUE 0.
          05 BATCH-RUN-TIME        PIC 9(8)   VALUE 0.
          05 RANGE-LOW-1           PIC X(8)   VALUE SPACES.
          05 RANGE-HIGH-1          PIC X(8)   VALUE SPACES.
          05 RANGE-LOW-2           PIC X(8)   VALUE SPACES.
          05 RANGE-HIGH-2          PIC X(8)   VALUE SPACES.
          05 TRAILER-KEY           PIC X(8)   VALUE "99999999".

      *    One entry per partition, filled from its header and
      *    trailer records by the validation pass.
       01 PARTITION-TABLE.
          05 PT-ENTRY OCCURS 99 TIMES.
             10 PT-HEADER-SWITCH   PIC X.
                88 PT-HEADER-SEEN             VALUE "Y".
             10 PT-TRAILER-SWITCH  PIC X.
                88 PT-TRAILER-SEEN            VALUE "Y".
             10 PT-LOW-KEY         PIC X(8).
             10 PT-HIGH-KEY        PIC X(8).
             10 PT-RUN-DATE        PIC 9(6).
             10 PT-RUN-TIME        PIC 9(8).
             10 PT-DETAIL-COUNT    PIC 9(7).
             10 PT-RECORDS-READ    PIC 9(7).
             10 PT-RECORDS-PROCESSED PIC 9(7).
             10 PT-RECORDS-REJECTED PIC 9(7).
             10 PT-RECORDS-SKIPPED PIC 9(7).
             10 PT-SUSPENSE-COUNT  PIC 9(7).
             10 PT-AMOUNT-HASH     PIC 9(13).
             10 PT-RESULT-COUNT    PIC 9(7).
             10 PT-EXTRACT-COUNT   PIC 9(7).

       01 CONTROL-TOTAL-FIELDS.
          05 EXPECTED-RECORD-COUNT PIC 9(7)   VALUE 0.
          05 EXPECTED-AMOUNT-HASH  PIC 9(13)  VALUE 0.
          05 TOTAL-RECORDS-READ    PIC 9(7)   VALUE 0.
          05 TOTAL-PROCESSED       PIC 9(7)   VALUE 0.
          05 TOTAL-REJECTED        PIC 9(7)   VALUE 0.
          05 TOTAL-SKIPPED         PIC 9(7)   VALUE 0.
          05 TOTAL-SUSPENSE        PIC 9(7)   VALUE 0.
          05 TOTAL-AMOUNT-HASH     PIC 9(13)  VALUE 0.
          05 TOTAL-RESULT-COUNT    PIC 9(7)   VALUE 0.
          05 RESULTS-LOADED-COUNT  PIC 9(7)   VALUE 0.
          05 AUDIT-COPIED-COUNT    PIC 9(7)   VALUE 0.

       01 EXTRACT-WORK-FIELDS.
          05 EXTRACT-HEADER-COUNT  PIC 9(3)   VALUE 0.
          05 EXTRACT-EOF-LINE-COUNT PIC 9(3)  VALUE 0.
          05 SEGMENT-DATA-COUNT    PIC 9(7)   VALUE 0.
          05 EXTRACT-DATA-COUNT    PIC 9(7)   VALUE 0.
          05 EXTRACT-EXPECTED-COUNT PIC 9(7)  VALUE 0.
          05 EXTRACT-EOF-COUNT     PIC 9(7)   VALUE 0.
          05 EXTRACT-WRITE-COUNT   PIC 9(7)   VALUE 0.
          05 EXTRACT-COUNT-TEXT    PIC X(20)  VALUE SPACES.
          05 EXTRACT-HEADER-SAVE   PIC X(150) VALUE SPACES.
          05 EXTRACT-BUILD-LINE    PIC X(150) VALUE SPACES.

       01 CONTROL-PARM-FIELDS.
          05 CONTROL-KEYWORD       PIC X(20)  VALUE SPACES.
          05 CONTROL-VALUE-TEXT    PIC X(20)  VALUE SPACES.
          05 CONTROL-VALUE-NUM     PIC 9(9)V99 VALUE 0.

       01 REPORT-WORK-FIELDS.
          05 PAGE-COUNT            PIC 9(3)   VALUE 0.
          05 LINE-COUNT            PIC 99     VALUE 0.
          05 LINES-PER-PAGE        PIC 99     VALUE 40.
          05 RUN-DATE              PIC 9(6)   VALUE 0.
          05 RUN-TIME              PIC 9(8)   VALUE 0.
          05 EDITED-RUN-DATE       PIC 99/99/99.

       01 VALIDATION-HEADER-LINE.
          05 FILLER                PIC X(10)  VALUE "PMRG2000".
          05 FILLER                PIC X(30)  VALUE
             "PARTITION MERGE VALIDATION".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 VHL-RUN-DATE          PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 VHL-PAGE-NUMBER       PIC ZZ9.

       01 VALIDATION-ERROR-LINE.
          05 FILLER                PIC X(10)  VALUE "PARTITION".
          05 VEL-PARTITION         PIC X(2).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 VEL-REASON            PIC X(50).

       01 VALIDATION-STATUS-LINE.
          05 FILLER                PIC X(28)  VALUE
             "VALIDATION STATUS".
          05 FILLER                PIC X(30)  VALUE
             "*** MERGE NOT LOADED ***".

       01 BALANCE-HEADER-LINE.
          05 FILLER                PIC X(10)  VALUE "PMRG2000".
          05 FILLER                PIC X(30)  VALUE
             "CONTROL TOTAL RECONCILIATION".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 BHL-RUN-DATE          PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 BHL-PAGE-NUMBER       PIC ZZ9.

       01 PARTITION-COLUMN-LINE.
          05 FILLER                PIC X(4)   VALUE "PT".
          05 FILLER                PIC X(10)  VALUE "LOW KEY".
          05 FILLER                PIC X(9)   VALUE "HIGH KEY".
          05 FILLER                PIC X(10)  VALUE "      READ".
          05 FILLER                PIC X(10)  VALUE " PROCESSED".
          05 FILLER                PIC X(10)  VALUE "  REJECTED".
          05 FILLER                PIC X(10)  VALUE "   SKIPPED".
          05 FILLER                PIC X(14)  VALUE
             "   AMOUNT HASH".

       01 PARTITION-BALANCE-LINE.
          05 PBL-PARTITION         PIC 99.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 PBL-LOW-KEY           PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 PBL-HIGH-KEY          PIC X(8).
          05 FILLER                PIC X      VALUE SPACE.
          05 PBL-RECORDS-READ      PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X      VALUE SPACE.
          05 PBL-RECORDS-PROCESSED PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X      VALUE SPACE.
          05 PBL-RECORDS-REJECTED  PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X      VALUE SPACE.
          05 PBL-RECORDS-SKIPPED   PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X      VALUE SPACE.
          05 PBL-AMOUNT-HASH       PIC Z(12)9.

       01 BALANCE-DETAIL-LINE.
          05 BDL-LABEL             PIC X(28).
          05 BDL-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01 BALANCE-STATUS-LINE.
          05 FILLER                PIC X(28)  VALUE
             "RECONCILIATION STATUS".
          05 BSL-STATUS            PIC X(24).

       01 RESULT-COMPARE-FIELDS.
          05 CHANGE-TOLERANCE      PIC 9(5)V99 VALUE 100.00.
          05 FV-DIFFERENCE         PIC S9(8)V99 VALUE 0.
          05 NEW-RESULT-COUNT      PIC 9(5)   VALUE 0.
          05 DROPPED-RESULT-COUNT  PIC 9(5)   VALUE 0.
          05 CHANGED-RESULT-COUNT  PIC 9(5)   VALUE 0.
          05 INDEX-MOVE-COUNT      PIC 9(5)   VALUE 0.
          05 CHANGE-CAUSE-WORK     PIC X(11)  VALUE SPACES.
             88 CHANGE-BY-INDEX-MOVE          VALUE "INDEX MOVE".
          05 EDITED-COMPARE-VALUE  PIC Z,ZZZ,ZZZ.99.
          05 EDITED-DIFFERENCE     PIC +Z,ZZZ,ZZZ.99.

      *    Scenarios maintained since the prior run, loaded from
      *    MNTAUDIT exactly as CALC2000 does for its own comparison.
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

      *    Century window: years greater than 50 are 19xx, the rest
      *    are 20xx, as in CALC2000.
       01 DATE-CONVERT-FIELDS.
          05 CONVERT-DATE-IN.
             10 CDI-YY             PIC 99.
             10 CDI-MMDD           PIC 9(4).
          05 CONVERT-DATE-CCYYMMDD.
             10 CDC-CC             PIC 99.
             10 CDC-YYMMDD         PIC 9(6).
          05 CONVERT-DATE-NUM REDEFINES CONVERT-DATE-CCYYMMDD
                                   PIC 9(8).

       COPY MNTLOG.

       01 COMPARE-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "PMRG2000".
          05 FILLER                PIC X(30)  VALUE
             "RUN-OVER-RUN COMPARISON".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 CHL1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 CHL1-PAGE-NUMBER      PIC ZZ9.

       01 COMPARE-HEADER-LINE-2.
          05 FILLER                PIC X(10)  VALUE "SCENARIO".
          05 FILLER                PIC X(10)  VALUE "STATUS".
          05 FILLER                PIC X(14)  VALUE "OLD VALUE".
          05 FILLER                PIC X(14)  VALUE "NEW VALUE".
          05 FILLER                PIC X(15)  VALUE "DIFFERENCE".
          05 FILLER                PIC X(11)  VALUE "CAUSE".

       01 COMPARE-DETAIL-LINE.
          05 CDL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-STATUS            PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-OLD-VALUE         PIC X(12).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-NEW-VALUE         PIC X(12).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-DIFFERENCE        PIC X(13).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-CAUSE             PIC X(11).

       01 COMPARE-TOTAL-LINE.
          05 CTL-LABEL             PIC X(28).
          05 CTL-VALUE             PIC ZZZ,ZZ9.

      *    The combined client report is built exactly as CALC2000
      *    builds it for a single-step run: entries are filed in
      *    CLIENT-ID / ACCOUNT-NO / SCENARIO-ID order as the results
      *    are loaded, then printed with a break and subtotal per
      *    client.  Entries past the table limit are left off the
      *    report (they are still loaded) and set RETURN-CODE 4.
       01 CLIENT-REPORT-FIELDS.
          05 CRT-ENTRY-COUNT       PIC 9(5)   VALUE 0.
          05 CRT-ENTRY-LIMIT       PIC 9(5)   VALUE 5000.
          05 CRT-INDEX             PIC 9(5)   VALUE 0.
          05 CRT-SLOT              PIC 9(5)   VALUE 0.
          05 CRT-SHIFT-INDEX       PIC 9(5)   VALUE 0.
          05 CRT-OMITTED-COUNT     PIC 9(7)   VALUE 0.
          05 CRT-NEW-KEY.
             10 CRT-NEW-CLIENT-ID  PIC X(8).
             10 CRT-NEW-ACCOUNT-NO PIC X(10).
             10 CRT-NEW-SCENARIO-ID PIC X(8).
          05 BREAK-CLIENT-ID       PIC X(8)   VALUE SPACES.
          05 CLIENT-NAME-WORK      PIC X(30)  VALUE SPACES.
          05 DEPLETED-SCENARIO-COUNT PIC 9(7) VALUE 0.

       01 CLIENT-REPORT-TABLE.
          05 CRT-ENTRY OCCURS 5000 TIMES.
             10 CRT-SORT-KEY.
                15 CRT-CLIENT-ID   PIC X(8).
                15 CRT-ACCOUNT-NO  PIC X(10).
                15 CRT-SCENARIO-ID PIC X(8).
             10 CRT-AMOUNT         PIC 9(8).
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

       01 CLIENT-TOTAL-FIELDS.
          05 SUB-AMOUNT-TOTAL      PIC 9(11)  VALUE 0.
          05 SUB-CONTRIB-TOTAL     PIC 9(11)V99 VALUE 0.
          05 SUB-INTEREST-TOTAL    PIC S9(11)V99 VALUE 0.
          05 SUB-FV-TOTAL          PIC 9(11)V99 VALUE 0.
          05 GRAND-AMOUNT-TOTAL    PIC 9(11)  VALUE 0.
          05 GRAND-CONTRIB-TOTAL   PIC 9(11)V99 VALUE 0.
          05 GRAND-INTEREST-TOTAL  PIC S9(11)V99 VALUE 0.
          05 GRAND-FV-TOTAL        PIC 9(11)V99 VALUE 0.
          05 GRAND-SCENARIO-COUNT  PIC 9(7)   VALUE 0.

       01 CLIENT-REPORT-HEADER-1.
          05 FILLER                PIC X(10)  VALUE "PMRG2000".
          05 FILLER                PIC X(30)  VALUE
             "CLIENT PROJECTION SUMMARY".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 CRH1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 CRH1-PAGE-NUMBER      PIC ZZ9.

       01 CLIENT-REPORT-HEADER-2.
          05 FILLER                PIC X(10)  VALUE "SCENARIO".
          05 FILLER                PIC X(12)  VALUE "ACCOUNT-NO".
          05 FILLER                PIC X(13)  VALUE "INVESTMENT".
          05 FILLER                PIC X(13)  VALUE "NET FUT VALUE".
          05 FILLER                PIC X(15)  VALUE "CONTRIBUTIONS".
          05 FILLER                PIC X(12)  VALUE "NET INTEREST".

       01 CLIENT-BREAK-LINE.
          05 FILLER                PIC X(7)   VALUE "CLIENT".
          05 CBL-CLIENT-ID         PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CBL-CLIENT-NAME       PIC X(30).

       01 CLIENT-REPORT-DETAIL-LINE.
          05 CRD-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CRD-ACCOUNT-NO        PIC X(10).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CRD-AMOUNT            PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 CRD-FUTURE-VALUE      PIC ZZZ,ZZZ.99.
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 CRD-CONTRIB-TOTAL     PIC Z,ZZZ,ZZZ.99.
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 CRD-INTEREST          PIC Z,ZZZ,ZZZ.99.

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

       01 CLIENT-SUBTOTAL-LINE.
          05 CSL-LABEL             PIC X(14).
          05 CSL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 CSL-FUTURE-VALUE      PIC ZZ,ZZZ,ZZZ,ZZZ.99.
          05 CSL-CONTRIB-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZZ.99.
          05 CSL-INTEREST          PIC ZZ,ZZZ,ZZZ,ZZZ.99-.

       01 CLIENT-COUNT-LINE.
          05 FILLER                PIC X(20)  VALUE
             "SCENARIOS REPORTED".
          05 CCL-SCENARIO-COUNT    PIC ZZZ,ZZ9.

       01 CLIENT-DEPLETED-COUNT-LINE.
          05 FILLER                PIC X(20)  VALUE
             "SCENARIOS DEPLETED".
          05 CDC-DEPLETED-COUNT    PIC ZZZ,ZZ9.

       01 CLIENT-OMITTED-COUNT-LINE.
          05 FILLER                PIC X(20)  VALUE
             "SCENARIOS OMITTED".
          05 COC-OMITTED-COUNT     PIC ZZZ,ZZ9.
          05 FILLER                PIC X(20)  VALUE
             "  (TABLE FULL)".

      *    The result being loaded, held apart from the master's
      *    record area so it is still to hand after the WRITE for
      *    the history record and the client report.
       COPY RSLTREC REPLACING ==:TAG:== BY ==MERGE==.

       COPY AUDITLOG.

       COPY RUNSTAT.

       PROCEDURE DIVISION.

       000-MERGE-PARTITIONS.
           DISPLAY "***************************************".
           DISPLAY "*    PMRG2000 Partition Merge Tool    *".
           DISPLAY "*  Results/Extract/Balancing Combine  *".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           PERFORM 010-OPEN-REPORT-FILE

           PERFORM 011-VERIFY-OPERATOR
           IF NOT OPERATOR-VERIFIED
               PERFORM 092-WRITE-AUTH-DENIAL
               CLOSE REPORT-OUT
               MOVE 12 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           PERFORM 015-READ-CONTROL-PARMS

           PERFORM 020-VALIDATE-PARTITION-FILE
           PERFORM 030-VALIDATE-PARTITION-EXTRACT

           IF VALIDATION-ERROR-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM VALIDATION-STATUS-LINE
               CLOSE REPORT-OUT
               DISPLAY "MERGE: " VALIDATION-ERROR-COUNT
                   " partition errors - nothing loaded. Rerun the "
                   "failed partitions, then this merge."
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           MOVE BATCH-RUN-DATE TO EDITED-RUN-DATE

           PERFORM 040-LOAD-PARTITION-RESULTS
           PERFORM 050-MERGE-EXTRACT
           PERFORM 060-READ-CONTROL-TRAILER

           PERFORM 139-WRITE-CLIENT-REPORT
           IF CLIENT-FILE-AVAILABLE
               CLOSE CLIENT-FILE
           END-IF

           PERFORM 065-WRITE-BALANCING-PAGE
           PERFORM 070-COMPARE-RESULTS
           PERFORM 055-COPY-PARTITION-AUDIT

           CLOSE REPORT-OUT

           IF TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF FV-SWING-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF

           IF CRT-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RUN-OUT-OF-BALANCE
               MOVE 6 TO RETURN-CODE
           END-IF

           PERFORM 094-WRITE-RUN-STATS

           DISPLAY "End of session."
           STOP RUN.

       010-OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-OUT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open REPORT-OUT, status "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO EDITED-RUN-DATE

           ACCEPT OPERATOR-ID
           ACCEPT PARTITION-COUNT-CARD
           IF PARTITION-COUNT NOT NUMERIC
               OR PARTITION-COUNT = 0
               DISPLAY "ERROR: partition count " PARTITION-COUNT-CARD
                   " is not valid - enter 01 to 99."
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF
           DISPLAY "Merging " PARTITION-COUNT " partitions."

           PERFORM VARYING PT-INDEX FROM 1 BY 1 UNTIL PT-INDEX > 99
               MOVE "N"    TO PT-HEADER-SWITCH (PT-INDEX)
               MOVE "N"    TO PT-TRAILER-SWITCH (PT-INDEX)
               MOVE SPACES TO PT-LOW-KEY (PT-INDEX)
               MOVE SPACES TO PT-HIGH-KEY (PT-INDEX)
               MOVE 0      TO PT-RUN-DATE (PT-INDEX)
               MOVE 0      TO PT-RUN-TIME (PT-INDEX)
               MOVE 0      TO PT-DETAIL-COUNT (PT-INDEX)
               MOVE 0      TO PT-RECORDS-READ (PT-INDEX)
               MOVE 0      TO PT-RECORDS-PROCESSED (PT-INDEX)
               MOVE 0      TO PT-RECORDS-REJECTED (PT-INDEX)
               MOVE 0      TO PT-RECORDS-SKIPPED (PT-INDEX)
               MOVE 0      TO PT-SUSPENSE-COUNT (PT-INDEX)
               MOVE 0      TO PT-AMOUNT-HASH (PT-INDEX)
               MOVE 0      TO PT-RESULT-COUNT (PT-INDEX)
               MOVE 0      TO PT-EXTRACT-COUNT (PT-INDEX)
           END-PERFORM.

      *    Any active operator on the profile master may merge - the
      *    nightly projection run needs only operations authority.
       011-VERIFY-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SWITCH
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open OPERATOR master, "
                   "status " OPERATOR-FILE-STATUS
                   " - run OPRDEF/OPR2000 first."
           ELSE
               MOVE OPERATOR-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "AUTH: operator " OPERATOR-ID
                           " is not on the operator master."
                   NOT INVALID KEY
                       IF OPER-PROFILE-ACTIVE
                           SET OPERATOR-VERIFIED TO TRUE
                       ELSE
                           DISPLAY "AUTH: operator " OPERATOR-ID
                               " is inactive."
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       015-READ-CONTROL-PARMS.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "No control parameter file, status "
                   CONTROL-FILE-STATUS " - using program defaults."
           ELSE
               MOVE "N" TO CONTROL-EOF-SWITCH
               PERFORM 018-READ-CONTROL-RECORD
               PERFORM UNTIL CONTROL-EOF
                   PERFORM 016-APPLY-CONTROL-PARM
                   PERFORM 018-READ-CONTROL-RECORD
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

      *    Only the report cards apply here; the projection limits
      *    were applied by the partitions themselves.
       016-APPLY-CONTROL-PARM.
           IF CONTROL-RECORD = SPACES
               OR CONTROL-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CONTROL-KEYWORD
               MOVE SPACES TO CONTROL-VALUE-TEXT
               UNSTRING CONTROL-RECORD DELIMITED BY "="
                   INTO CONTROL-KEYWORD CONTROL-VALUE-TEXT
               COMPUTE CONTROL-VALUE-NUM =
                   FUNCTION NUMVAL(CONTROL-VALUE-TEXT)
               EVALUATE CONTROL-KEYWORD
                   WHEN "CHANGE-TOLERANCE"
                       IF CONTROL-VALUE-NUM <= 99999.99
                           MOVE CONTROL-VALUE-NUM TO CHANGE-TOLERANCE
                       ELSE
                           PERFORM 019-REJECT-CONTROL-PARM
                       END-IF
                   WHEN "LINES-PER-PAGE"
                       IF CONTROL-VALUE-NUM >= 10
                           AND CONTROL-VALUE-NUM <= 98
                           MOVE CONTROL-VALUE-NUM TO LINES-PER-PAGE
                       ELSE
                           PERFORM 019-REJECT-CONTROL-PARM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       018-READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH
           END-READ.

       019-REJECT-CONTROL-PARM.
           DISPLAY "CONTROL: value " CONTROL-VALUE-TEXT
               " out of range for " CONTROL-KEYWORD
               " - default kept.".

      *    Validation pass over the partition results files.  Every
      *    partition's records must sit between its own header and
      *    trailer; the per-partition and key-range checks follow
      *    once the whole concatenation has been read.
       020-VALIDATE-PARTITION-FILE.
           OPEN INPUT PARTITION-FILE
           IF PARTITION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open PARTITION-FILE, status "
                   PARTITION-FILE-STATUS
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           MOVE 0 TO CURRENT-PARTITION
           MOVE "N" TO PARTITION-EOF-SWITCH
           PERFORM 024-READ-PARTITION-RECORD
           PERFORM UNTIL PARTITION-EOF
               PERFORM 022-CHECK-PARTITION-RECORD
               PERFORM 024-READ-PARTITION-RECORD
           END-PERFORM
           CLOSE PARTITION-FILE

           IF ORPHAN-RECORD-COUNT > 0
               MOVE SPACES TO VEL-PARTITION
               MOVE "RECORDS FOUND OUTSIDE A PARTITION HEADER/TRAILER"
                   TO VEL-REASON
               PERFORM 036-WRITE-VALIDATION-ERROR
               DISPLAY "MERGE: " ORPHAN-RECORD-COUNT
                   " records outside a partition header/trailer."
           END-IF

           PERFORM VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PARTITION-COUNT
               PERFORM 026-CHECK-PARTITION-TOTALS
           END-PERFORM

           PERFORM VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PARTITION-COUNT
               PERFORM VARYING PT-COMPARE-INDEX FROM 1 BY 1
                       UNTIL PT-COMPARE-INDEX > PARTITION-COUNT
                   IF PT-COMPARE-INDEX > PT-INDEX
                       PERFORM 028-CHECK-KEY-RANGES
                   END-IF
               END-PERFORM
           END-PERFORM.

       022-CHECK-PARTITION-RECORD.
           IF PART-PARTITION NOT NUMERIC
               OR PART-PARTITION = 0
               OR PART-PARTITION > PARTITION-COUNT
               MOVE PART-PARTITION TO VEL-PARTITION
               MOVE "PARTITION NUMBER OUTSIDE THE COUNT ON SYSIN"
                   TO VEL-REASON
               PERFORM 036-WRITE-VALIDATION-ERROR
           ELSE
               MOVE PART-PARTITION TO PT-INDEX
               EVALUATE TRUE
                   WHEN PART-HEADER
                       IF PT-HEADER-SEEN (PT-INDEX)
                           MOVE PART-PARTITION TO VEL-PARTITION
                           MOVE "PARTITION FILE APPEARS MORE THAN ONCE"
                               TO VEL-REASON
                           PERFORM 036-WRITE-VALIDATION-ERROR
                       ELSE
                           SET PT-HEADER-SEEN (PT-INDEX) TO TRUE
                           MOVE PART-LOW-KEY
                               TO PT-LOW-KEY (PT-INDEX)
                           MOVE PART-HIGH-KEY
                               TO PT-HIGH-KEY (PT-INDEX)
                           MOVE PART-RUN-DATE
                               TO PT-RUN-DATE (PT-INDEX)
                           MOVE PART-RUN-TIME
                               TO PT-RUN-TIME (PT-INDEX)
                       END-IF
                       MOVE PT-INDEX TO CURRENT-PARTITION
                   WHEN PART-DETAIL
                       IF PT-INDEX NOT = CURRENT-PARTITION
                           ADD 1 TO ORPHAN-RECORD-COUNT
                       ELSE
                           ADD 1 TO PT-DETAIL-COUNT (PT-INDEX)
                       END-IF
                   WHEN PART-TRAILER
                       IF PT-INDEX NOT = CURRENT-PARTITION
                           ADD 1 TO ORPHAN-RECORD-COUNT
                       ELSE
                           SET PT-TRAILER-SEEN (PT-INDEX) TO TRUE
                           MOVE PART-RECORDS-READ
                               TO PT-RECORDS-READ (PT-INDEX)
                           MOVE PART-RECORDS-PROCESSED
                               TO PT-RECORDS-PROCESSED (PT-INDEX)
                           MOVE PART-RECORDS-REJECTED
                               TO PT-RECORDS-REJECTED (PT-INDEX)
                           MOVE PART-RECORDS-SKIPPED
                               TO PT-RECORDS-SKIPPED (PT-INDEX)
                           MOVE PART-SUSPENSE-COUNT
                               TO PT-SUSPENSE-COUNT (PT-INDEX)
                           MOVE PART-AMOUNT-HASH
                               TO PT-AMOUNT-HASH (PT-INDEX)
                           MOVE PART-RESULT-COUNT
                               TO PT-RESULT-COUNT (PT-INDEX)
                           MOVE PART-EXTRACT-COUNT
                               TO PT-EXTRACT-COUNT (PT-INDEX)
                       END-IF
                       MOVE 0 TO CURRENT-PARTITION
                   WHEN OTHER
                       ADD 1 TO ORPHAN-RECORD-COUNT
               END-EVALUATE
           END-IF.

       024-READ-PARTITION-RECORD.
           READ PARTITION-FILE
               AT END
                   MOVE "Y" TO PARTITION-EOF-SWITCH
           END-READ.

      *    A partition with no header never ran (or its file is not
      *    on the PARTRSLT concatenation); one with a header but no
      *    trailer abended part way.  The run date of the first
      *    complete partition is the run date of the whole run.
       026-CHECK-PARTITION-TOTALS.
           MOVE PT-INDEX TO PT-NUMBER-TEXT
           MOVE PT-NUMBER-TEXT TO VEL-PARTITION
           IF NOT PT-HEADER-SEEN (PT-INDEX)
               MOVE "PARTITION DID NOT RUN - NO PARTITION FILE"
                   TO VEL-REASON
               PERFORM 036-WRITE-VALIDATION-ERROR
           ELSE
           IF NOT PT-TRAILER-SEEN (PT-INDEX)
               MOVE "PARTITION DID NOT COMPLETE - RERUN IT"
                   TO VEL-REASON
               PERFORM 036-WRITE-VALIDATION-ERROR
           ELSE
               IF PT-DETAIL-COUNT (PT-INDEX)
                   NOT = PT-RESULT-COUNT (PT-INDEX)
                   MOVE "RESULT COUNT DISAGREES WITH PARTITION TRAILER"
                       TO VEL-REASON
                   PERFORM 036-WRITE-VALIDATION-ERROR
               END-IF
               IF BATCH-RUN-DATE = 0
                   MOVE PT-RUN-DATE (PT-INDEX) TO BATCH-RUN-DATE
                   MOVE PT-RUN-TIME (PT-INDEX) TO BATCH-RUN-TIME
               END-IF
               IF PT-RUN-DATE (PT-INDEX) NOT = BATCH-RUN-DATE
                   MOVE "RUN DATE DIFFERS FROM THE OTHER PARTITIONS"
                       TO VEL-REASON
                   PERFORM 036-WRITE-VALIDATION-ERROR
               END-IF
               ADD PT-RECORDS-READ (PT-INDEX)   TO TOTAL-RECORDS-READ
               ADD PT-RECORDS-PROCESSED (PT-INDEX) TO TOTAL-PROCESSED
               ADD PT-RECORDS-REJECTED (PT-INDEX)  TO TOTAL-REJECTED
               ADD PT-RECORDS-SKIPPED (PT-INDEX)   TO TOTAL-SKIPPED
               ADD PT-SUSPENSE-COUNT (PT-INDEX)    TO TOTAL-SUSPENSE
               ADD PT-AMOUNT-HASH (PT-INDEX)     TO TOTAL-AMOUNT-HASH
               ADD PT-RESULT-COUNT (PT-INDEX)   TO TOTAL-RESULT-COUNT
               ADD PT-EXTRACT-COUNT (PT-INDEX)
                   TO EXTRACT-EXPECTED-COUNT
           END-IF
           END-IF.

      *    Blank keys are open-ended: a blank low key starts at the
      *    beginning of the master, a blank high key runs to its end.
      *    Overlapping ranges would project a scenario twice; a gap
      *    between ranges shows up as an out-of-balance run.
       028-CHECK-KEY-RANGES.
           IF PT-HEADER-SEEN (PT-INDEX)
               AND PT-HEADER-SEEN (PT-COMPARE-INDEX)
               MOVE PT-LOW-KEY (PT-INDEX)          TO RANGE-LOW-1
               MOVE PT-HIGH-KEY (PT-INDEX)         TO RANGE-HIGH-1
               MOVE PT-LOW-KEY (PT-COMPARE-INDEX)  TO RANGE-LOW-2
               MOVE PT-HIGH-KEY (PT-COMPARE-INDEX) TO RANGE-HIGH-2
               IF RANGE-LOW-1 = SPACES
                   MOVE LOW-VALUES TO RANGE-LOW-1
               END-IF
               IF RANGE-HIGH-1 = SPACES
                   MOVE HIGH-VALUES TO RANGE-HIGH-1
               END-IF
               IF RANGE-LOW-2 = SPACES
                   MOVE LOW-VALUES TO RANGE-LOW-2
               END-IF
               IF RANGE-HIGH-2 = SPACES
                   MOVE HIGH-VALUES TO RANGE-HIGH-2
               END-IF
               IF RANGE-LOW-1 <= RANGE-HIGH-2
                   AND RANGE-LOW-2 <= RANGE-HIGH-1
                   MOVE PT-COMPARE-INDEX TO PT-NUMBER-TEXT
                   MOVE PT-NUMBER-TEXT TO VEL-PARTITION
                   MOVE PT-INDEX TO PT-COMPARE-TEXT
                   MOVE SPACES TO VEL-REASON
                   STRING "KEY RANGE OVERLAPS PARTITION "
                          DELIMITED BY SIZE
                          PT-COMPARE-TEXT DELIMITED BY SIZE
                       INTO VEL-REASON
                   PERFORM 036-WRITE-VALIDATION-ERROR
               END-IF
           END-IF.

      *    Each partition's extract is a segment with its own header
      *    row and EOF count line.  Segments carry no partition
      *    number, so they are proven in aggregate: one header and
      *    one EOF per partition, each EOF agreeing with its own
      *    segment, and the data lines agreeing with the extract
      *    counts on the partition trailers.
       030-VALIDATE-PARTITION-EXTRACT.
           OPEN INPUT PARTITION-EXTRACT
           IF PARTITION-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open PARTITION-EXTRACT, "
                   "status " PARTITION-EXTRACT-STATUS
               MOVE SPACES TO VEL-PARTITION
               MOVE "PARTITION EXTRACT FILES COULD NOT BE OPENED"
                   TO VEL-REASON
               PERFORM 036-WRITE-VALIDATION-ERROR
           ELSE
               MOVE "N" TO PARTITION-EXTRACT-EOF-SWITCH
               PERFORM 034-READ-PARTITION-EXTRACT
               PERFORM UNTIL PARTITION-EXTRACT-EOF
                   PERFORM 032-CHECK-EXTRACT-LINE
                   PERFORM 034-READ-PARTITION-EXTRACT
               END-PERFORM
               CLOSE PARTITION-EXTRACT

               MOVE SPACES TO VEL-PARTITION
               IF EXTRACT-HEADER-COUNT NOT = PARTITION-COUNT
                   MOVE "EXTRACT HEADER ROWS DO NOT MATCH PARTITIONS"
                       TO VEL-REASON
                   PERFORM 036-WRITE-VALIDATION-ERROR
               END-IF
               IF EXTRACT-EOF-LINE-COUNT NOT = PARTITION-COUNT
                   MOVE "EXTRACT EOF LINES DO NOT MATCH PARTITIONS"
                       TO VEL-REASON
                   PERFORM 036-WRITE-VALIDATION-ERROR
               END-IF
               IF EXTRACT-DATA-COUNT NOT = EXTRACT-EXPECTED-COUNT
                   MOVE "EXTRACT LINES DISAGREE WITH PARTITION TRAILERS"
                       TO VEL-REASON
                   PERFORM 036-WRITE-VALIDATION-ERROR
               END-IF
           END-IF.

       032-CHECK-EXTRACT-LINE.
           EVALUATE TRUE
               WHEN PARTITION-EXTRACT-RECORD (1:12) = "SCENARIO-ID,"
                   ADD 1 TO EXTRACT-HEADER-COUNT
                   IF EXTRACT-HEADER-COUNT = 1
                       MOVE PARTITION-EXTRACT-RECORD
                           TO EXTRACT-HEADER-SAVE
                   END-IF
                   MOVE 0 TO SEGMENT-DATA-COUNT
               WHEN PARTITION-EXTRACT-RECORD (1:4) = "EOF,"
                   ADD 1 TO EXTRACT-EOF-LINE-COUNT
                   MOVE PARTITION-EXTRACT-RECORD (5:20)
                       TO EXTRACT-COUNT-TEXT
                   COMPUTE EXTRACT-EOF-COUNT =
                       FUNCTION NUMVAL(EXTRACT-COUNT-TEXT)
                   IF EXTRACT-EOF-COUNT NOT = SEGMENT-DATA-COUNT
                       MOVE SPACES TO VEL-PARTITION
                       MOVE "EXTRACT SEGMENT EOF COUNT DISAGREES WITH "
                           & "LINES" TO VEL-REASON
                       PERFORM 036-WRITE-VALIDATION-ERROR
                   END-IF
                   MOVE 0 TO SEGMENT-DATA-COUNT
               WHEN OTHER
                   ADD 1 TO SEGMENT-DATA-COUNT
                   ADD 1 TO EXTRACT-DATA-COUNT
           END-EVALUATE.

       034-READ-PARTITION-EXTRACT.
           READ PARTITION-EXTRACT
               AT END
                   MOVE "Y" TO PARTITION-EXTRACT-EOF-SWITCH
           END-READ.

       036-WRITE-VALIDATION-ERROR.
           IF VALIDATION-ERROR-COUNT = 0
               OR LINE-COUNT > LINES-PER-PAGE
               PERFORM 037-WRITE-VALIDATION-HEADER
           END-IF
           ADD 1 TO VALIDATION-ERROR-COUNT
           WRITE REPORT-RECORD FROM VALIDATION-ERROR-LINE
           ADD 1 TO LINE-COUNT
           DISPLAY "MERGE: partition " VEL-PARTITION " - " VEL-REASON.

       037-WRITE-VALIDATION-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO VHL-RUN-DATE
           MOVE PAGE-COUNT      TO VHL-PAGE-NUMBER
           WRITE REPORT-RECORD FROM VALIDATION-HEADER-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO LINE-COUNT.

      *    Load pass.  The partitions have all been proven complete,
      *    so every result on the concatenation is loaded.  All the
      *    outputs are opened before the first result is written.
       040-LOAD-PARTITION-RESULTS.
           OPEN OUTPUT RESULT-FILE
           IF RESULT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open results master, status "
                   RESULT-FILE-STATUS
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open EXTRACT-FILE, status "
                   EXTRACT-FILE-STATUS
               CLOSE RESULT-FILE
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN INPUT PARTITION-FILE
           IF PARTITION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to reopen PARTITION-FILE, "
                   "status " PARTITION-FILE-STATUS
               CLOSE RESULT-FILE
               CLOSE EXTRACT-FILE
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

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

           OPEN INPUT CLIENT-FILE
           IF CLIENT-FILE-STATUS = "00"
               SET CLIENT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: client master unavailable, "
                   "status " CLIENT-FILE-STATUS
                   " - client names omitted from the report."
           END-IF

           MOVE "N" TO PARTITION-EOF-SWITCH
           PERFORM 024-READ-PARTITION-RECORD
           PERFORM UNTIL PARTITION-EOF
               IF PART-DETAIL
                   PERFORM 042-LOAD-RESULT-RECORD
               END-IF
               PERFORM 024-READ-PARTITION-RECORD
           END-PERFORM
           CLOSE PARTITION-FILE

           CLOSE RESULT-FILE
           IF HISTORY-FILE-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
           DISPLAY "Results loaded to the results master: "
               RESULTS-LOADED-COUNT.

      *    A scenario can reach two partitions only through the
      *    resubmit file; as in a single-step run the first result
      *    is kept on the master, and the history keeps the last.
       042-LOAD-RESULT-RECORD.
           MOVE PART-RESULT-IMAGE TO MERGE-RECORD
           WRITE RESULT-RECORD FROM MERGE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: duplicate result for scenario "
                       MERGE-ID " - first result kept."
               NOT INVALID KEY
                   ADD 1 TO RESULTS-LOADED-COUNT
                   PERFORM 044-STORE-CLIENT-ENTRY
           END-WRITE

           IF HISTORY-FILE-AVAILABLE
               MOVE MERGE-ID               TO HIST-ID
               MOVE MERGE-RUN-DATE         TO HIST-RUN-DATE
               MOVE MERGE-CLIENT-ID        TO HIST-CLIENT-ID
               MOVE MERGE-ACCOUNT-NO       TO HIST-ACCOUNT-NO
               MOVE MERGE-AMOUNT           TO HIST-AMOUNT
               MOVE MERGE-YEARS            TO HIST-YEARS
               MOVE MERGE-RATE             TO HIST-RATE
               MOVE MERGE-FUTURE-VALUE     TO HIST-FUTURE-VALUE
               MOVE MERGE-GROSS-FV         TO HIST-GROSS-FV
               MOVE MERGE-INDEX-CODE       TO HIST-INDEX-CODE
               MOVE MERGE-INDEX-RATE       TO HIST-INDEX-RATE
               MOVE MERGE-INDEX-SPREAD     TO HIST-INDEX-SPREAD
               MOVE MERGE-DRAWDOWN-START   TO HIST-DRAWDOWN-START
               MOVE MERGE-HORIZON-YEARS    TO HIST-HORIZON-YEARS
               MOVE MERGE-RETIRE-BALANCE   TO HIST-RETIRE-BALANCE
               MOVE MERGE-DEPLETION-YEAR   TO HIST-DEPLETION-YEAR
               MOVE MERGE-TOTAL-WITHDRAWN  TO HIST-TOTAL-WITHDRAWN
               WRITE HIST-RECORD
                   INVALID KEY
                       REWRITE HIST-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: unable to store "
                                   "history for scenario "
                                   MERGE-ID ", status "
                                   HISTORY-FILE-STATUS
                       END-REWRITE
               END-WRITE
           END-IF.

       044-STORE-CLIENT-ENTRY.
           IF MERGE-HORIZON-YEARS > 0
               AND NOT MERGE-NOT-DEPLETED
               ADD 1 TO DEPLETED-SCENARIO-COUNT
           END-IF
           IF CRT-ENTRY-COUNT >= CRT-ENTRY-LIMIT
               SET CRT-TABLE-OVERFLOWED TO TRUE
               ADD 1 TO CRT-OMITTED-COUNT
               DISPLAY "WARNING: client report table full - scenario "
                   MERGE-ID " omitted from the report."
           ELSE
               MOVE MERGE-CLIENT-ID    TO CRT-NEW-CLIENT-ID
               MOVE MERGE-ACCOUNT-NO   TO CRT-NEW-ACCOUNT-NO
               MOVE MERGE-ID           TO CRT-NEW-SCENARIO-ID
               MOVE 0 TO CRT-SLOT
               PERFORM VARYING CRT-INDEX FROM 1 BY 1
                       UNTIL CRT-INDEX > CRT-ENTRY-COUNT
                          OR CRT-SLOT > 0
                   IF CRT-SORT-KEY (CRT-INDEX) > CRT-NEW-KEY
                       MOVE CRT-INDEX TO CRT-SLOT
                   END-IF
               END-PERFORM
               IF CRT-SLOT = 0
                   COMPUTE CRT-SLOT = CRT-ENTRY-COUNT + 1
               END-IF
               ADD 1 TO CRT-ENTRY-COUNT
               PERFORM VARYING CRT-SHIFT-INDEX
                       FROM CRT-ENTRY-COUNT BY -1
                       UNTIL CRT-SHIFT-INDEX <= CRT-SLOT
                   MOVE CRT-ENTRY (CRT-SHIFT-INDEX - 1)
                       TO CRT-ENTRY (CRT-SHIFT-INDEX)
               END-PERFORM
               MOVE CRT-NEW-KEY         TO CRT-SORT-KEY (CRT-SLOT)
               MOVE MERGE-AMOUNT        TO CRT-AMOUNT (CRT-SLOT)
               MOVE PART-CONTRIB-TOTAL  TO CRT-CONTRIB-TOTAL (CRT-SLOT)
               MOVE PART-INTEREST-EARNED TO CRT-INTEREST (CRT-SLOT)
               MOVE MERGE-FUTURE-VALUE  TO CRT-FUTURE-VALUE (CRT-SLOT)
               MOVE MERGE-INDEX-CODE    TO CRT-IDX-CODE (CRT-SLOT)
               MOVE MERGE-INDEX-RATE    TO CRT-IDX-RATE (CRT-SLOT)
               MOVE MERGE-INDEX-SPREAD  TO CRT-IDX-SPREAD (CRT-SLOT)
               MOVE MERGE-RATE
                   TO CRT-PROJECTED-RATE (CRT-SLOT)
               MOVE MERGE-DRAWDOWN-START
                   TO CRT-DRAWDOWN-START (CRT-SLOT)
               MOVE MERGE-HORIZON-YEARS  TO CRT-HORIZON (CRT-SLOT)
               MOVE MERGE-RETIRE-BALANCE
                   TO CRT-RETIRE-BALANCE (CRT-SLOT)
               MOVE MERGE-DEPLETION-YEAR
                   TO CRT-DEPLETION-YEAR (CRT-SLOT)
               MOVE MERGE-TOTAL-WITHDRAWN
                   TO CRT-TOTAL-WITHDRAWN (CRT-SLOT)
           END-IF.

      *    One header row (the partitions' own, saved by the
      *    validation pass), every data line, and one EOF count.
       050-MERGE-EXTRACT.
           WRITE EXTRACT-RECORD FROM EXTRACT-HEADER-SAVE
           OPEN INPUT PARTITION-EXTRACT
           MOVE "N" TO PARTITION-EXTRACT-EOF-SWITCH
           PERFORM 034-READ-PARTITION-EXTRACT
           PERFORM UNTIL PARTITION-EXTRACT-EOF
               IF PARTITION-EXTRACT-RECORD (1:12) NOT = "SCENARIO-ID,"
                   AND PARTITION-EXTRACT-RECORD (1:4) NOT = "EOF,"
                   WRITE EXTRACT-RECORD FROM PARTITION-EXTRACT-RECORD
                   ADD 1 TO EXTRACT-WRITE-COUNT
               END-IF
               PERFORM 034-READ-PARTITION-EXTRACT
           END-PERFORM
           CLOSE PARTITION-EXTRACT

           MOVE SPACES TO EXTRACT-BUILD-LINE
           STRING "EOF," DELIMITED BY SIZE
                  EXTRACT-WRITE-COUNT DELIMITED BY SIZE
               INTO EXTRACT-BUILD-LINE
           WRITE EXTRACT-RECORD FROM EXTRACT-BUILD-LINE
           CLOSE EXTRACT-FILE
           DISPLAY "Extract lines merged: " EXTRACT-WRITE-COUNT.

      *    The partitions' calculation audit lines are carried to the
      *    audit log last, once everything else has been written, so
      *    a merge rerun after a failure cannot log them twice.
       055-COPY-PARTITION-AUDIT.
           OPEN INPUT PARTITION-AUDIT
           IF PARTITION-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: no partition audit logs, status "
                   PARTITION-AUDIT-STATUS
                   " - calculations not carried to the audit log."
           ELSE
               OPEN EXTEND AUDIT-LOG
               IF AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               IF AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: unable to open audit log, status "
                       AUDIT-FILE-STATUS
                       " - calculations not carried to the audit log."
               ELSE
                   MOVE "N" TO PARTITION-AUDIT-EOF-SWITCH
                   PERFORM 057-READ-PARTITION-AUDIT
                   PERFORM UNTIL PARTITION-AUDIT-EOF
                       WRITE AUDIT-RECORD FROM PARTITION-AUDIT-RECORD
                       ADD 1 TO AUDIT-COPIED-COUNT
                       PERFORM 057-READ-PARTITION-AUDIT
                   END-PERFORM
                   CLOSE AUDIT-LOG
                   DISPLAY "Audit lines carried to the audit log: "
                       AUDIT-COPIED-COUNT
               END-IF
               CLOSE PARTITION-AUDIT
           END-IF.

       057-READ-PARTITION-AUDIT.
           READ PARTITION-AUDIT
               AT END
                   MOVE "Y" TO PARTITION-AUDIT-EOF-SWITCH
           END-READ.

      *    The master's own control trailer, read by key after the
      *    partitions have run.  Only the last partition reads past
      *    it, so no partition carries the expected totals itself.
       060-READ-CONTROL-TRAILER.
           OPEN INPUT SCENARIO-FILE
           IF SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to open SCENARIO-FILE, status "
                   SCENARIO-FILE-STATUS
                   " - run cannot be balanced."
           ELSE
               MOVE TRAILER-KEY TO SCENARIO-ID
               READ SCENARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TRAILER-FOUND TO TRUE
                       MOVE SCENARIO-TRAILER-COUNT
                           TO EXPECTED-RECORD-COUNT
                       MOVE SCENARIO-TRAILER-HASH
                           TO EXPECTED-AMOUNT-HASH
               END-READ
               CLOSE SCENARIO-FILE
           END-IF.

       065-WRITE-BALANCING-PAGE.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO BHL-RUN-DATE
           MOVE PAGE-COUNT      TO BHL-PAGE-NUMBER
           WRITE REPORT-RECORD FROM BALANCE-HEADER-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM PARTITION-COLUMN-LINE

           PERFORM VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PARTITION-COUNT
               PERFORM 067-WRITE-PARTITION-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "RECORDS READ"              TO BDL-LABEL
           MOVE TOTAL-RECORDS-READ          TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RECORDS EXPECTED (TRAILER)" TO BDL-LABEL
           MOVE EXPECTED-RECORD-COUNT       TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RECORDS PROCESSED"         TO BDL-LABEL
           MOVE TOTAL-PROCESSED             TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RECORDS REJECTED"          TO BDL-LABEL
           MOVE TOTAL-REJECTED              TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RECORDS SKIPPED (STATUS)"  TO BDL-LABEL
           MOVE TOTAL-SKIPPED               TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "SUSPENSE RECORDS"          TO BDL-LABEL
           MOVE TOTAL-SUSPENSE              TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "AMOUNT HASH READ"          TO BDL-LABEL
           MOVE TOTAL-AMOUNT-HASH           TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "AMOUNT HASH EXPECTED"      TO BDL-LABEL
           MOVE EXPECTED-AMOUNT-HASH        TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RESULTS FROM PARTITIONS"   TO BDL-LABEL
           MOVE TOTAL-RESULT-COUNT          TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "RESULTS LOADED TO RSLTCUR" TO BDL-LABEL
           MOVE RESULTS-LOADED-COUNT        TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE
           MOVE "EXTRACT RECORDS"           TO BDL-LABEL
           MOVE EXTRACT-WRITE-COUNT         TO BDL-VALUE
           WRITE REPORT-RECORD FROM BALANCE-DETAIL-LINE

           IF NOT TRAILER-FOUND
               SET RUN-OUT-OF-BALANCE TO TRUE
               MOVE "NO TRAILER RECORD" TO BSL-STATUS
               DISPLAY "CONTROL: no trailer record on scenario "
                   "master - run cannot be balanced."
           ELSE
               IF TOTAL-RECORDS-READ = EXPECTED-RECORD-COUNT
                   AND TOTAL-AMOUNT-HASH = EXPECTED-AMOUNT-HASH
                   MOVE "IN BALANCE" TO BSL-STATUS
               ELSE
                   SET RUN-OUT-OF-BALANCE TO TRUE
                   MOVE "*** OUT OF BALANCE ***" TO BSL-STATUS
                   DISPLAY "CONTROL: partitions are out of balance "
                       "against the trailer record."
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM BALANCE-STATUS-LINE
           MOVE 0 TO LINE-COUNT.

       067-WRITE-PARTITION-LINE.
           MOVE PT-INDEX                   TO PBL-PARTITION
           MOVE PT-LOW-KEY (PT-INDEX)      TO PBL-LOW-KEY
           IF PT-LOW-KEY (PT-INDEX) = SPACES
               MOVE "(START)"              TO PBL-LOW-KEY
           END-IF
           MOVE PT-HIGH-KEY (PT-INDEX)     TO PBL-HIGH-KEY
           IF PT-HIGH-KEY (PT-INDEX) = SPACES
               MOVE "(END)"                TO PBL-HIGH-KEY
           END-IF
           MOVE PT-RECORDS-READ (PT-INDEX) TO PBL-RECORDS-READ
           MOVE PT-RECORDS-PROCESSED (PT-INDEX)
               TO PBL-RECORDS-PROCESSED
           MOVE PT-RECORDS-REJECTED (PT-INDEX)
               TO PBL-RECORDS-REJECTED
           MOVE PT-RECORDS-SKIPPED (PT-INDEX)
               TO PBL-RECORDS-SKIPPED
           MOVE PT-AMOUNT-HASH (PT-INDEX)  TO PBL-AMOUNT-HASH
           WRITE REPORT-RECORD FROM PARTITION-BALANCE-LINE.

       070-COMPARE-RESULTS.
           OPEN INPUT RESULT-FILE
           OPEN INPUT PRIOR-RESULT-FILE

           IF RESULT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to reopen results master, "
                   "status " RESULT-FILE-STATUS
                   " - run comparison skipped."
           ELSE
           IF PRIOR-FILE-STATUS NOT = "00"
               DISPLAY "No prior results master, status "
                   PRIOR-FILE-STATUS " - run comparison skipped."
           ELSE
               PERFORM 073-WRITE-COMPARE-HEADER

               MOVE "N" TO PRIOR-EOF-SWITCH
               PERFORM 071-CHECK-PRIOR-RECORD
                   UNTIL PRIOR-EOF

               CLOSE RESULT-FILE
               OPEN INPUT RESULT-FILE
               MOVE "N" TO RESULT-EOF-SWITCH
               IF RESULT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: unable to reopen results "
                       "master, status " RESULT-FILE-STATUS
                       " - new-scenario pass skipped."
                   MOVE "Y" TO RESULT-EOF-SWITCH
               END-IF
               PERFORM 072-CHECK-CURRENT-RECORD
                   UNTIL RESULT-EOF

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "SCENARIOS NEW"     TO CTL-LABEL
               MOVE NEW-RESULT-COUNT   TO CTL-VALUE
               WRITE REPORT-RECORD FROM COMPARE-TOTAL-LINE
               MOVE "SCENARIOS DROPPED" TO CTL-LABEL
               MOVE DROPPED-RESULT-COUNT TO CTL-VALUE
               WRITE REPORT-RECORD FROM COMPARE-TOTAL-LINE
               MOVE "SCENARIOS CHANGED" TO CTL-LABEL
               MOVE CHANGED-RESULT-COUNT TO CTL-VALUE
               WRITE REPORT-RECORD FROM COMPARE-TOTAL-LINE
               MOVE "  CHANGED BY INDEX MOVE" TO CTL-LABEL
               MOVE INDEX-MOVE-COUNT    TO CTL-VALUE
               WRITE REPORT-RECORD FROM COMPARE-TOTAL-LINE

               IF FV-SWING-ALERT
                   DISPLAY "COMPARE: one or more projections moved "
                       "beyond tolerance - review the delta report."
               END-IF

               CLOSE PRIOR-RESULT-FILE
           END-IF
           END-IF

           CLOSE RESULT-FILE.

       071-CHECK-PRIOR-RECORD.
           READ PRIOR-RESULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRIOR-EOF-SWITCH
           END-READ
           IF NOT PRIOR-EOF
               MOVE PRIOR-ID TO RESULT-ID
               READ RESULT-FILE
                   INVALID KEY
                       PERFORM 074-WRITE-DROPPED-LINE
                   NOT INVALID KEY
                       PERFORM 075-WRITE-CHANGED-LINE
               END-READ
           END-IF.

       072-CHECK-CURRENT-RECORD.
           READ RESULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RESULT-EOF-SWITCH
           END-READ
           IF NOT RESULT-EOF
               MOVE RESULT-ID TO PRIOR-ID
               READ PRIOR-RESULT-FILE
                   INVALID KEY
                       PERFORM 076-WRITE-NEW-LINE
               END-READ
           END-IF.

       073-WRITE-COMPARE-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO CHL1-RUN-DATE
           MOVE PAGE-COUNT      TO CHL1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM COMPARE-HEADER-LINE-1
           WRITE REPORT-RECORD FROM COMPARE-HEADER-LINE-2
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO LINE-COUNT.

       074-WRITE-DROPPED-LINE.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 073-WRITE-COMPARE-HEADER
           END-IF
           MOVE PRIOR-ID TO CDL-SCENARIO-ID
           MOVE "DROPPED" TO CDL-STATUS
           MOVE PRIOR-FUTURE-VALUE TO EDITED-COMPARE-VALUE
           MOVE EDITED-COMPARE-VALUE TO CDL-OLD-VALUE
           MOVE SPACES TO CDL-NEW-VALUE
           MOVE SPACES TO CDL-DIFFERENCE
           MOVE SPACES TO CDL-CAUSE
           WRITE REPORT-RECORD FROM COMPARE-DETAIL-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO DROPPED-RESULT-COUNT.

      *    Same causes as CALC2000's comparison: INDEX MOVE when only
      *    the index rate moved and MNTAUDIT shows no maintenance of
      *    the scenario since the prior run, INDEX+MAINT when the
      *    scenario was changed as well or a change cannot be ruled
      *    out, otherwise MAINTENANCE.
       075-WRITE-CHANGED-LINE.
           COMPUTE FV-DIFFERENCE =
               RESULT-FUTURE-VALUE - PRIOR-FUTURE-VALUE
           IF FV-DIFFERENCE > CHANGE-TOLERANCE
               OR FV-DIFFERENCE < (0 - CHANGE-TOLERANCE)
               IF LINE-COUNT > LINES-PER-PAGE
                   PERFORM 073-WRITE-COMPARE-HEADER
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
                       PERFORM 077-CHECK-SCENARIO-MAINTAINED
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
               MOVE EDITED-COMPARE-VALUE TO CDL-NEW-VALUE
               MOVE FV-DIFFERENCE TO EDITED-DIFFERENCE
               MOVE EDITED-DIFFERENCE TO CDL-DIFFERENCE
               WRITE REPORT-RECORD FROM COMPARE-DETAIL-LINE
               ADD 1 TO LINE-COUNT
               ADD 1 TO CHANGED-RESULT-COUNT
           END-IF.

       076-WRITE-NEW-LINE.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 073-WRITE-COMPARE-HEADER
           END-IF
           MOVE RESULT-ID TO CDL-SCENARIO-ID
           MOVE "NEW" TO CDL-STATUS
           MOVE SPACES TO CDL-OLD-VALUE
           MOVE RESULT-FUTURE-VALUE TO EDITED-COMPARE-VALUE
           MOVE EDITED-COMPARE-VALUE TO CDL-NEW-VALUE
           MOVE SPACES TO CDL-DIFFERENCE
           MOVE SPACES TO CDL-CAUSE
           WRITE REPORT-RECORD FROM COMPARE-DETAIL-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO NEW-RESULT-COUNT.

      *    Contribution, rate step, frequency, tax treatment and the
      *    withdrawal are not on the results master, so a change to
      *    any of them is looked for on MNTAUDIT instead.  Without
      *    the audit file, or with more maintained scenarios than the
      *    table holds, maintenance cannot be ruled out.
       077-CHECK-SCENARIO-MAINTAINED.
           SET SCENARIO-MAINTAINED TO TRUE
           MOVE PRIOR-RUN-DATE TO CONVERT-DATE-IN
           PERFORM 069-CONVERT-DATE
           MOVE CONVERT-DATE-NUM TO MAINT-PRIOR-DATE
           IF NOT MAINT-TABLE-LOADED
               MOVE MAINT-PRIOR-DATE TO MAINT-CUTOFF-DATE
               PERFORM 078-LOAD-MAINTENANCE-TABLE
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

       078-LOAD-MAINTENANCE-TABLE.
           SET MAINT-TABLE-LOADED TO TRUE
           OPEN INPUT MAINT-AUDIT
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance audit file unavailable, "
                   "status " MAINT-AUDIT-STATUS
                   " - index moves reported as INDEX+MAINT."
           ELSE
               SET MAINT-AUDIT-AVAILABLE TO TRUE
               MOVE "N" TO MAINT-EOF-SWITCH
               PERFORM 079-READ-MAINT-AUDIT
                   UNTIL MAINT-AUDIT-EOF
               CLOSE MAINT-AUDIT
               IF MAINT-TABLE-OVERFLOWED
                   DISPLAY "WARNING: more than " MAINT-ENTRY-LIMIT
                       " scenarios maintained since the prior run"
                       " - index moves reported as INDEX+MAINT."
               END-IF
           END-IF.

      *    Denied attempts (function F) changed nothing and are
      *    passed over.
       079-READ-MAINT-AUDIT.
           READ MAINT-AUDIT INTO MAINT-LOG-LINE
               AT END
                   SET MAINT-AUDIT-EOF TO TRUE
           END-READ
           IF NOT MAINT-AUDIT-EOF
               AND MLL-FUNCTION NOT = "F"
               AND MLL-RUN-DATE NUMERIC
               MOVE MLL-RUN-DATE TO CONVERT-DATE-IN
               PERFORM 069-CONVERT-DATE
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

       069-CONVERT-DATE.
           IF CDI-YY > 50
               MOVE 19 TO CDC-CC
           ELSE
               MOVE 20 TO CDC-CC
           END-IF
           MOVE CONVERT-DATE-IN TO CDC-YYMMDD.

      *    Failed authorizations are stamped on the calculation audit
      *    log with the reserved scenario ID *DENIED*, as CALC2000
      *    does.
       092-WRITE-AUTH-DENIAL.
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open audit log, status "
                   AUDIT-FILE-STATUS
           ELSE
               MOVE RUN-DATE    TO ALL-RUN-DATE
               MOVE RUN-TIME    TO ALL-RUN-TIME
               MOVE OPERATOR-ID TO ALL-OPERATOR-ID
               MOVE "*DENIED*"  TO ALL-SCENARIO-ID
               MOVE 0           TO ALL-INVESTMENT-AMOUNT
               MOVE 0           TO ALL-FUTURE-VALUE
               WRITE AUDIT-RECORD FROM AUDIT-LOG-LINE
               CLOSE AUDIT-LOG
           END-IF.

      *    The run's one RUNSTATS line, stamped with the run date and
      *    start time of the partitions and carrying their summed
      *    counts, so MONR2000 sees a partitioned night exactly as it
      *    sees a single-step one.
       094-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS-FILE
           IF RUNSTATS-FILE-STATUS = "35"
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           IF RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open run-stats file, "
                   "status " RUNSTATS-FILE-STATUS
                   " - run summary not recorded."
           ELSE
               MOVE BATCH-RUN-DATE          TO RSL-RUN-DATE
               MOVE BATCH-RUN-TIME          TO RSL-RUN-TIME
               MOVE OPERATOR-ID             TO RSL-OPERATOR-ID
               MOVE TOTAL-RECORDS-READ      TO RSL-RECORDS-READ
               MOVE TOTAL-PROCESSED         TO RSL-RECORDS-PROCESSED
               MOVE TOTAL-REJECTED          TO RSL-RECORDS-REJECTED
               MOVE TOTAL-SKIPPED           TO RSL-RECORDS-SKIPPED
               MOVE TOTAL-SUSPENSE          TO RSL-SUSPENSE-COUNT
               IF NOT TRAILER-FOUND
                   MOVE "N" TO RSL-BALANCE-STATUS
               ELSE
                   IF RUN-OUT-OF-BALANCE
                       MOVE "O" TO RSL-BALANCE-STATUS
                   ELSE
                       MOVE "B" TO RSL-BALANCE-STATUS
                   END-IF
               END-IF
               MOVE NEW-RESULT-COUNT        TO RSL-NEW-COUNT
               MOVE DROPPED-RESULT-COUNT    TO RSL-DROPPED-COUNT
               MOVE CHANGED-RESULT-COUNT    TO RSL-CHANGED-COUNT
               MOVE RETURN-CODE             TO RSL-RETURN-CODE
               WRITE RUNSTATS-RECORD FROM RUN-STAT-LINE
               CLOSE RUNSTATS-FILE
           END-IF.

       138-WRITE-CLIENT-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO CRH1-RUN-DATE
           MOVE PAGE-COUNT      TO CRH1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM CLIENT-REPORT-HEADER-1
           WRITE REPORT-RECORD FROM CLIENT-REPORT-HEADER-2
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO LINE-COUNT.

       139-WRITE-CLIENT-REPORT.
           PERFORM 138-WRITE-CLIENT-REPORT-HEADER
           MOVE SPACES TO BREAK-CLIENT-ID

           PERFORM VARYING CRT-INDEX FROM 1 BY 1
                   UNTIL CRT-INDEX > CRT-ENTRY-COUNT
               IF CRT-CLIENT-ID (CRT-INDEX) NOT = BREAK-CLIENT-ID
                   IF BREAK-CLIENT-ID NOT = SPACES
                       PERFORM 144-WRITE-CLIENT-SUBTOTAL
                   END-IF
                   MOVE CRT-CLIENT-ID (CRT-INDEX) TO BREAK-CLIENT-ID
                   PERFORM 143-WRITE-CLIENT-BREAK
               END-IF
               IF LINE-COUNT > LINES-PER-PAGE
                   PERFORM 138-WRITE-CLIENT-REPORT-HEADER
               END-IF
               MOVE CRT-SCENARIO-ID (CRT-INDEX)  TO CRD-SCENARIO-ID
               MOVE CRT-ACCOUNT-NO (CRT-INDEX)   TO CRD-ACCOUNT-NO
               MOVE CRT-AMOUNT (CRT-INDEX)       TO CRD-AMOUNT
               MOVE CRT-FUTURE-VALUE (CRT-INDEX) TO CRD-FUTURE-VALUE
               MOVE CRT-CONTRIB-TOTAL (CRT-INDEX)
                   TO CRD-CONTRIB-TOTAL
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
               ADD CRT-CONTRIB-TOTAL (CRT-INDEX)
                   TO SUB-CONTRIB-TOTAL GRAND-CONTRIB-TOTAL
               ADD CRT-INTEREST (CRT-INDEX) TO SUB-INTEREST-TOTAL
                                               GRAND-INTEREST-TOTAL
               ADD CRT-FUTURE-VALUE (CRT-INDEX) TO SUB-FV-TOTAL
                                                   GRAND-FV-TOTAL
               ADD 1 TO GRAND-SCENARIO-COUNT
           END-PERFORM

           IF BREAK-CLIENT-ID NOT = SPACES
               PERFORM 144-WRITE-CLIENT-SUBTOTAL
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "GRAND TOTAL"        TO CSL-LABEL
           MOVE GRAND-AMOUNT-TOTAL   TO CSL-AMOUNT
           MOVE GRAND-FV-TOTAL       TO CSL-FUTURE-VALUE
           MOVE GRAND-CONTRIB-TOTAL  TO CSL-CONTRIB-TOTAL
           MOVE GRAND-INTEREST-TOTAL TO CSL-INTEREST
           WRITE REPORT-RECORD FROM CLIENT-SUBTOTAL-LINE
           MOVE GRAND-SCENARIO-COUNT TO CCL-SCENARIO-COUNT
           WRITE REPORT-RECORD FROM CLIENT-COUNT-LINE
           MOVE DEPLETED-SCENARIO-COUNT TO CDC-DEPLETED-COUNT
           WRITE REPORT-RECORD FROM CLIENT-DEPLETED-COUNT-LINE
           ADD 4 TO LINE-COUNT
           IF CRT-TABLE-OVERFLOWED
               MOVE CRT-OMITTED-COUNT TO COC-OMITTED-COUNT
               WRITE REPORT-RECORD FROM CLIENT-OMITTED-COUNT-LINE
               ADD 1 TO LINE-COUNT
           END-IF.

       143-WRITE-CLIENT-BREAK.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 138-WRITE-CLIENT-REPORT-HEADER
           END-IF
           MOVE SPACES TO CLIENT-NAME-WORK
           IF CLIENT-FILE-AVAILABLE
               MOVE BREAK-CLIENT-ID TO CLIENT-ID
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE "** NOT ON CLIENT MASTER **"
                           TO CLIENT-NAME-WORK
                   NOT INVALID KEY
                       MOVE CLIENT-NAME TO CLIENT-NAME-WORK
               END-READ
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE BREAK-CLIENT-ID   TO CBL-CLIENT-ID
           MOVE CLIENT-NAME-WORK  TO CBL-CLIENT-NAME
           WRITE REPORT-RECORD FROM CLIENT-BREAK-LINE
           ADD 2 TO LINE-COUNT.

       144-WRITE-CLIENT-SUBTOTAL.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 138-WRITE-CLIENT-REPORT-HEADER
           END-IF
           MOVE "CLIENT TOTAL"      TO CSL-LABEL
           MOVE SUB-AMOUNT-TOTAL    TO CSL-AMOUNT
           MOVE SUB-FV-TOTAL        TO CSL-FUTURE-VALUE
           MOVE SUB-CONTRIB-TOTAL   TO CSL-CONTRIB-TOTAL
           MOVE SUB-INTEREST-TOTAL  TO CSL-INTEREST
           WRITE REPORT-RECORD FROM CLIENT-SUBTOTAL-LINE
           ADD 1 TO LINE-COUNT
           MOVE 0 TO SUB-AMOUNT-TOTAL
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
