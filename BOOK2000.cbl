       IDENTIFICATION DIVISION.

       PROGRAM-ID. BOOK2000.

      *****************************************************************
      * Program Name : BOOK2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Account-officer book-of-business report.  Reads the
      *   current results master RSLTCUR rebuilt by the nightly
      *   CALC2000 batch run and the prior run's master RSLTPRI,
      *   looks every client up on the CLIENT master for its
      *   CLIENT-OFFICER-ID, and prints one section per officer
      *   (each on a fresh page) listing the officer's clients with
      *   their scenario count, total invested, total projected
      *   future value net and gross of tax, and the movement in the
      *   net projection since the prior run.  Each officer section
      *   closes with a subtotal, and a firm-wide total page follows
      *   that ties to the CALC2000 client projection summary grand
      *   total and balancing page.  A client whose net projection
      *   dropped by more than CHANGE-TOLERANCE (CONTROL file, same
      *   card as CALC2000) is flagged, as is an inactive client that
      *   still has active scenarios on the results master.  Runs as
      *   the book-of-business step of CALC2000.jcl, after STMT2000.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RSLTCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-ID
               FILE STATUS IS RESULT-FILE-STATUS.

           SELECT PRIOR-RESULT-FILE ASSIGN TO "RSLTPRI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRIOR-ID
               FILE STATUS IS PRIOR-FILE-STATUS.

           SELECT CLIENT-FILE ASSIGN TO "CLIENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS CLIENT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO "REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RESULT-FILE.
       COPY RSLTREC REPLACING ==:TAG:== BY ==RESULT==.

       FD  PRIOR-RESULT-FILE.
       COPY RSLTREC REPLACING ==:TAG:== BY ==PRIOR==.

       FD  CLIENT-FILE.
       COPY CLNTREC REPLACING ==:TAG:== BY ==CLIENT==.

       FD  CONTROL-FILE.
       01 CONTROL-RECORD             PIC X(80).

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          05 RESULT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 PRIOR-FILE-STATUS     PIC XX     VALUE SPACES.
          05 CLIENT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 CONTROL-FILE-STATUS   PIC XX     VALUE SPACES.
          05 REPORT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 RESULT-EOF-SWITCH     PIC X      VALUE "N".
             88 RESULT-EOF                    VALUE "Y".
          05 PRIOR-EOF-SWITCH      PIC X      VALUE "N".
             88 PRIOR-EOF                     VALUE "Y".
          05 PRIOR-AVAIL-SWITCH    PIC X      VALUE "N".
             88 PRIOR-FILE-AVAILABLE          VALUE "Y".
          05 CLIENT-AVAIL-SWITCH   PIC X      VALUE "N".
             88 CLIENT-FILE-AVAILABLE         VALUE "Y".
          05 CONTROL-EOF-SWITCH    PIC X      VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".

      *    Only the CONTROL cards this report uses are applied; the
      *    file is shared with CALC2000, so its other keywords are
      *    passed over without comment.
       01 CONTROL-PARM-FIELDS.
          05 CONTROL-KEYWORD       PIC X(20)  VALUE SPACES.
          05 CONTROL-VALUE-TEXT    PIC X(20)  VALUE SPACES.
          05 CONTROL-VALUE-NUM     PIC 9(9)V99 VALUE 0.
          05 CHANGE-TOLERANCE      PIC 9(5)V99 VALUE 100.00.

       01 COUNT-FIELDS.
          05 RESULTS-READ-COUNT    PIC 9(7)   VALUE 0.
          05 PRIORS-READ-COUNT     PIC 9(7)   VALUE 0.
          05 OFFICER-COUNT         PIC 9(5)   VALUE 0.
          05 CLIENT-COUNT          PIC 9(5)   VALUE 0.
          05 FIRM-DROP-COUNT       PIC 9(5)   VALUE 0.
          05 FIRM-INACTIVE-COUNT   PIC 9(5)   VALUE 0.

      *    The last client looked up is kept so consecutive results
      *    for the same client cost one CLIENT read, not one each.
       01 CLIENT-LOOKUP-FIELDS.
          05 LOOKUP-CLIENT-ID      PIC X(8)   VALUE SPACES.
          05 LAST-LOOKUP-ID        PIC X(8)   VALUE HIGH-VALUES.
          05 LOOKUP-OFFICER-ID     PIC X(8)   VALUE SPACES.
          05 LOOKUP-CLIENT-NAME    PIC X(30)  VALUE SPACES.
          05 LOOKUP-CLIENT-STATUS  PIC X      VALUE SPACE.

      *    The results masters are keyed on scenario ID alone, so the
      *    report sequence (officer, client) is built in storage -
      *    same pattern as the CALC2000 client report table.  Each
      *    entry accumulates one client's current and prior figures.
       01 BOOK-TABLE-FIELDS.
          05 BKT-ENTRY-COUNT       PIC 9(5)   VALUE 0.
          05 BKT-ENTRY-LIMIT       PIC 9(5)   VALUE 5000.
          05 BKT-INDEX             PIC 9(5)   VALUE 0.
          05 BKT-SLOT              PIC 9(5)   VALUE 0.
          05 BKT-SHIFT-INDEX       PIC 9(5)   VALUE 0.
          05 BKT-OVERFLOW-SWITCH   PIC X      VALUE "N".
             88 BKT-TABLE-OVERFLOWED          VALUE "Y".
          05 BKT-FOUND-SWITCH      PIC X      VALUE "N".
             88 BKT-ENTRY-FOUND               VALUE "Y".
          05 BKT-NEW-KEY.
             10 BKT-NEW-OFFICER-ID PIC X(8).
             10 BKT-NEW-CLIENT-ID  PIC X(8).

       01 BOOK-TABLE.
          05 BKT-ENTRY OCCURS 5000 TIMES.
             10 BKT-SORT-KEY.
                15 BKT-OFFICER-ID  PIC X(8).
                15 BKT-CLIENT-ID   PIC X(8).
             10 BKT-CLIENT-NAME    PIC X(30).
             10 BKT-CLIENT-STATUS  PIC X.
                88 BKT-CLIENT-INACTIVE        VALUE "I".
             10 BKT-SCENARIO-COUNT PIC 9(5).
             10 BKT-PRIOR-COUNT    PIC 9(5).
             10 BKT-AMOUNT         PIC 9(11).
             10 BKT-NET-FV         PIC 9(11)V99.
             10 BKT-GROSS-FV       PIC 9(11)V99.
             10 BKT-PRIOR-FV       PIC 9(11)V99.

       01 OFFICER-TOTAL-FIELDS.
          05 BREAK-OFFICER-ID      PIC X(8)   VALUE SPACES.
          05 FIRST-OFFICER-SWITCH  PIC X      VALUE "Y".
             88 FIRST-OFFICER                 VALUE "Y".
          05 CLIENT-MOVEMENT       PIC S9(11)V99 VALUE 0.
          05 CLIENT-DROP-SWITCH    PIC X      VALUE "N".
             88 CLIENT-DROPPED                VALUE "Y".
          05 OFF-CLIENT-COUNT      PIC 9(5)   VALUE 0.
          05 OFF-SCENARIO-COUNT    PIC 9(7)   VALUE 0.
          05 OFF-AMOUNT-TOTAL      PIC 9(11)  VALUE 0.
          05 OFF-NET-FV-TOTAL      PIC 9(11)V99 VALUE 0.
          05 OFF-GROSS-FV-TOTAL    PIC 9(11)V99 VALUE 0.
          05 OFF-PRIOR-FV-TOTAL    PIC 9(11)V99 VALUE 0.
          05 OFF-DROP-COUNT        PIC 9(5)   VALUE 0.
          05 OFF-INACTIVE-COUNT    PIC 9(5)   VALUE 0.
          05 FIRM-SCENARIO-COUNT   PIC 9(7)   VALUE 0.
          05 FIRM-PRIOR-COUNT      PIC 9(7)   VALUE 0.
          05 FIRM-AMOUNT-TOTAL     PIC 9(11)  VALUE 0.
          05 FIRM-NET-FV-TOTAL     PIC 9(11)V99 VALUE 0.
          05 FIRM-GROSS-FV-TOTAL   PIC 9(11)V99 VALUE 0.
          05 FIRM-PRIOR-FV-TOTAL   PIC 9(11)V99 VALUE 0.
          05 TOTAL-MOVEMENT        PIC S9(11)V99 VALUE 0.

       01 REPORT-WORK-FIELDS.
          05 PAGE-COUNT            PIC 9(3)   VALUE 0.
          05 LINE-COUNT            PIC 9(3)   VALUE 0.
          05 LINES-PER-PAGE        PIC 99     VALUE 40.
          05 RUN-DATE              PIC 9(6)   VALUE 0.
          05 EDITED-RUN-DATE       PIC 99/99/99.

       01 BOOK-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "BOOK2000".
          05 FILLER                PIC X(30)  VALUE
             "OFFICER BOOK OF BUSINESS".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 BHL1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 BHL1-PAGE-NUMBER      PIC ZZ9.

       01 BOOK-OFFICER-LINE.
          05 FILLER                PIC X(9)   VALUE "OFFICER:".
          05 BOL-OFFICER-ID        PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 BOL-CONTINUED         PIC X(11).

      *    NET and GROSS are the after-tax and untaxed projections
      *    (equal for tax-deferred scenarios).  MOVEMENT is the net
      *    projection against the prior run's results master,
      *    including scenarios that have since dropped off.
       01 BOOK-COLUMN-LINE.
          05 FILLER                PIC X(9)   VALUE "CLIENT".
          05 FILLER                PIC X(5)   VALUE " SCEN".
          05 FILLER                PIC X(14)  VALUE
             "      INVESTED".
          05 FILLER                PIC X(17)  VALUE
             "    NET FUT VALUE".
          05 FILLER                PIC X(17)  VALUE
             "  GROSS FUT VALUE".
          05 FILLER                PIC X(18)  VALUE
             "   MOVEMENT".

       01 BOOK-CLIENT-LINE.
          05 BCL-CLIENT-ID         PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 BCL-CLIENT-NAME       PIC X(30).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 BCL-FLAG-TEXT         PIC X(38).

      *    Shared by the client, officer subtotal and firm total
      *    figures.  The leading Zs of each field double as the
      *    column separator so the full 9(11) totals fit 80 columns.
       01 BOOK-FIGURE-LINE.
          05 BFL-LABEL             PIC X(9).
          05 BFL-SCENARIO-COUNT    PIC ZZZZ9.
          05 BFL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 BFL-NET-FV            PIC ZZ,ZZZ,ZZZ,ZZZ.99.
          05 BFL-GROSS-FV          PIC ZZ,ZZZ,ZZZ,ZZZ.99.
          05 BFL-MOVEMENT-EDIT     PIC ZZ,ZZZ,ZZZ,ZZZ.99-.
          05 BFL-MOVEMENT-TEXT REDEFINES BFL-MOVEMENT-EDIT
                                   PIC X(18).

       01 BOOK-COUNT-LINE.
          05 BCT-LABEL             PIC X(40).
          05 BCT-VALUE             PIC ZZZ,ZZ9.

       01 FIRM-HEADER-LINE.
          05 FILLER                PIC X(40)  VALUE
             "FIRM-WIDE TOTAL - ALL OFFICERS".

       01 FIRM-DETAIL-LINE.
          05 FDL-LABEL             PIC X(30).
          05 FDL-VALUE             PIC ZZ,ZZZ,ZZZ,ZZZ.99-.

       01 FIRM-COUNT-LINE.
          05 FCL-LABEL             PIC X(30).
          05 FCL-VALUE             PIC ZZ,ZZZ,ZZZ,ZZ9.

       01 FIRM-TIE-LINE-1.
          05 FILLER                PIC X(40)  VALUE
             "SCENARIOS, INVESTED AND NET FUTURE VALUE".
          05 FILLER                PIC X(40)  VALUE
             " TIE TO THE CALC2000 CLIENT PROJECTION".

       01 FIRM-TIE-LINE-2.
          05 FILLER                PIC X(40)  VALUE
             "SUMMARY GRAND TOTAL; SCENARIOS = RECORDS".
          05 FILLER                PIC X(40)  VALUE
             " PROCESSED ON THE BALANCING PAGE PLUS".

       01 FIRM-TIE-LINE-3.
          05 FILLER                PIC X(40)  VALUE
             "RESUBMITS PROCESSED.".

       PROCEDURE DIVISION.

       000-REPORT-BOOK-OF-BUSINESS.
           DISPLAY "***************************************".
           DISPLAY "*   BOOK2000 Officer Book Report      *".
           DISPLAY "*  Book of Business by Account Officer*".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           PERFORM 010-OPEN-FILES
           PERFORM 015-READ-CONTROL-PARMS

           PERFORM 040-READ-RESULT-RECORD
           PERFORM 045-LOAD-CURRENT-ENTRY
               UNTIL RESULT-EOF
           CLOSE RESULT-FILE

           IF PRIOR-FILE-AVAILABLE
               PERFORM 050-READ-PRIOR-RECORD
               PERFORM 055-LOAD-PRIOR-ENTRY
                   UNTIL PRIOR-EOF
               CLOSE PRIOR-RESULT-FILE
           END-IF

           DISPLAY "Results loaded (current/prior): "
               RESULTS-READ-COUNT " / " PRIORS-READ-COUNT

           PERFORM 100-WRITE-BOOK-REPORT
           PERFORM 150-WRITE-FIRM-TOTAL

           IF CLIENT-FILE-AVAILABLE
               CLOSE CLIENT-FILE
           END-IF
           CLOSE REPORT-OUT

           IF BKT-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Officers reported: " OFFICER-COUNT
           DISPLAY "Clients reported: " CLIENT-COUNT
           DISPLAY "End of session."
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT RESULT-FILE
           IF RESULT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open results master, status "
                   RESULT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open REPORT-OUT, status "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN INPUT PRIOR-RESULT-FILE
           IF PRIOR-FILE-STATUS = "00"
               SET PRIOR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: prior results master unavailable, "
                   "status " PRIOR-FILE-STATUS
                   " - movement since the prior run not reported."
           END-IF

           OPEN INPUT CLIENT-FILE
           IF CLIENT-FILE-STATUS = "00"
               SET CLIENT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: client master unavailable, status "
                   CLIENT-FILE-STATUS
                   " - every client reported with no officer."
           END-IF

           ACCEPT RUN-DATE FROM DATE
           MOVE RUN-DATE TO EDITED-RUN-DATE.

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
           END-IF
           DISPLAY "Change tolerance in effect: " CHANGE-TOLERANCE.

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

       040-READ-RESULT-RECORD.
           READ RESULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RESULT-EOF-SWITCH
           END-READ.

       045-LOAD-CURRENT-ENTRY.
           ADD 1 TO RESULTS-READ-COUNT
           MOVE RESULT-CLIENT-ID TO LOOKUP-CLIENT-ID
           PERFORM 060-LOOKUP-CLIENT
           PERFORM 065-FIND-BOOK-ENTRY
           IF BKT-ENTRY-FOUND
               ADD 1 TO BKT-SCENARIO-COUNT (BKT-SLOT)
               ADD RESULT-AMOUNT TO BKT-AMOUNT (BKT-SLOT)
               ADD RESULT-FUTURE-VALUE TO BKT-NET-FV (BKT-SLOT)
               ADD RESULT-GROSS-FV TO BKT-GROSS-FV (BKT-SLOT)
           ELSE
               DISPLAY "WARNING: book table full - scenario "
                   RESULT-ID " omitted from the report."
           END-IF

           PERFORM 040-READ-RESULT-RECORD.

       050-READ-PRIOR-RECORD.
           READ PRIOR-RESULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRIOR-EOF-SWITCH
           END-READ.

      *    Prior results are filed under the client's officer as of
      *    today, so a client moved between officers carries its
      *    movement to the new officer.
       055-LOAD-PRIOR-ENTRY.
           ADD 1 TO PRIORS-READ-COUNT
           MOVE PRIOR-CLIENT-ID TO LOOKUP-CLIENT-ID
           PERFORM 060-LOOKUP-CLIENT
           PERFORM 065-FIND-BOOK-ENTRY
           IF BKT-ENTRY-FOUND
               ADD 1 TO BKT-PRIOR-COUNT (BKT-SLOT)
               ADD PRIOR-FUTURE-VALUE TO BKT-PRIOR-FV (BKT-SLOT)
           ELSE
               DISPLAY "WARNING: book table full - prior scenario "
                   PRIOR-ID " omitted from the movement."
           END-IF

           PERFORM 050-READ-PRIOR-RECORD.

       060-LOOKUP-CLIENT.
           IF LOOKUP-CLIENT-ID NOT = LAST-LOOKUP-ID
               MOVE LOOKUP-CLIENT-ID TO LAST-LOOKUP-ID
               MOVE SPACES TO LOOKUP-OFFICER-ID
               MOVE SPACES TO LOOKUP-CLIENT-NAME
               MOVE SPACE  TO LOOKUP-CLIENT-STATUS
               IF CLIENT-FILE-AVAILABLE
                   MOVE LOOKUP-CLIENT-ID TO CLIENT-ID
                   READ CLIENT-FILE
                       INVALID KEY
                           MOVE "** NOT ON CLIENT MASTER **"
                               TO LOOKUP-CLIENT-NAME
                       NOT INVALID KEY
                           MOVE CLIENT-OFFICER-ID
                               TO LOOKUP-OFFICER-ID
                           MOVE CLIENT-NAME   TO LOOKUP-CLIENT-NAME
                           MOVE CLIENT-STATUS TO LOOKUP-CLIENT-STATUS
                   END-READ
               END-IF
           END-IF.

      *    Finds the client's entry under its officer, filing a new
      *    one in officer / client order when the client is first
      *    seen.  BKT-ENTRY-FOUND is left off only when the table is
      *    full.
       065-FIND-BOOK-ENTRY.
           MOVE "N" TO BKT-FOUND-SWITCH
           MOVE LOOKUP-OFFICER-ID TO BKT-NEW-OFFICER-ID
           MOVE LOOKUP-CLIENT-ID  TO BKT-NEW-CLIENT-ID
           MOVE 0 TO BKT-SLOT
           PERFORM VARYING BKT-INDEX FROM 1 BY 1
                   UNTIL BKT-INDEX > BKT-ENTRY-COUNT
                      OR BKT-SLOT > 0
               IF BKT-SORT-KEY (BKT-INDEX) NOT < BKT-NEW-KEY
                   MOVE BKT-INDEX TO BKT-SLOT
               END-IF
           END-PERFORM
           IF BKT-SLOT > 0
               IF BKT-SORT-KEY (BKT-SLOT) = BKT-NEW-KEY
                   SET BKT-ENTRY-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT BKT-ENTRY-FOUND
               IF BKT-ENTRY-COUNT >= BKT-ENTRY-LIMIT
                   SET BKT-TABLE-OVERFLOWED TO TRUE
               ELSE
                   IF BKT-SLOT = 0
                       COMPUTE BKT-SLOT = BKT-ENTRY-COUNT + 1
                   END-IF
                   ADD 1 TO BKT-ENTRY-COUNT
                   PERFORM VARYING BKT-SHIFT-INDEX
                           FROM BKT-ENTRY-COUNT BY -1
                           UNTIL BKT-SHIFT-INDEX <= BKT-SLOT
                       MOVE BKT-ENTRY (BKT-SHIFT-INDEX - 1)
                           TO BKT-ENTRY (BKT-SHIFT-INDEX)
                   END-PERFORM
                   MOVE BKT-NEW-KEY TO BKT-SORT-KEY (BKT-SLOT)
                   MOVE LOOKUP-CLIENT-NAME
                       TO BKT-CLIENT-NAME (BKT-SLOT)
                   MOVE LOOKUP-CLIENT-STATUS
                       TO BKT-CLIENT-STATUS (BKT-SLOT)
                   MOVE 0 TO BKT-SCENARIO-COUNT (BKT-SLOT)
                   MOVE 0 TO BKT-PRIOR-COUNT (BKT-SLOT)
                   MOVE 0 TO BKT-AMOUNT (BKT-SLOT)
                   MOVE 0 TO BKT-NET-FV (BKT-SLOT)
                   MOVE 0 TO BKT-GROSS-FV (BKT-SLOT)
                   MOVE 0 TO BKT-PRIOR-FV (BKT-SLOT)
                   SET BKT-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

      *    One section per officer, each starting on a fresh page.
       100-WRITE-BOOK-REPORT.
           PERFORM VARYING BKT-INDEX FROM 1 BY 1
                   UNTIL BKT-INDEX > BKT-ENTRY-COUNT
               IF FIRST-OFFICER
                   OR BKT-OFFICER-ID (BKT-INDEX) NOT = BREAK-OFFICER-ID
                   IF NOT FIRST-OFFICER
                       PERFORM 130-WRITE-OFFICER-SUBTOTAL
                   END-IF
                   MOVE "N" TO FIRST-OFFICER-SWITCH
                   MOVE BKT-OFFICER-ID (BKT-INDEX) TO BREAK-OFFICER-ID
                   ADD 1 TO OFFICER-COUNT
                   MOVE SPACES TO BOL-CONTINUED
                   PERFORM 110-WRITE-OFFICER-HEADING
               END-IF
               PERFORM 120-WRITE-CLIENT-DETAIL
           END-PERFORM

           IF NOT FIRST-OFFICER
               PERFORM 130-WRITE-OFFICER-SUBTOTAL
           END-IF.

       110-WRITE-OFFICER-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO BHL1-RUN-DATE
           MOVE PAGE-COUNT      TO BHL1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM BOOK-HEADER-LINE-1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF BREAK-OFFICER-ID = SPACES
               MOVE "(NONE)" TO BOL-OFFICER-ID
           ELSE
               MOVE BREAK-OFFICER-ID TO BOL-OFFICER-ID
           END-IF
           WRITE REPORT-RECORD FROM BOOK-OFFICER-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM BOOK-COLUMN-LINE
           MOVE 5 TO LINE-COUNT.

       120-WRITE-CLIENT-DETAIL.
           IF LINE-COUNT > LINES-PER-PAGE
               MOVE "(CONTINUED)" TO BOL-CONTINUED
               PERFORM 110-WRITE-OFFICER-HEADING
           END-IF

           COMPUTE CLIENT-MOVEMENT =
               BKT-NET-FV (BKT-INDEX) - BKT-PRIOR-FV (BKT-INDEX)
           MOVE "N" TO CLIENT-DROP-SWITCH
           IF PRIOR-FILE-AVAILABLE
               AND BKT-PRIOR-COUNT (BKT-INDEX) > 0
               AND CLIENT-MOVEMENT < 0
               AND (0 - CLIENT-MOVEMENT) > CHANGE-TOLERANCE
               SET CLIENT-DROPPED TO TRUE
           END-IF

           MOVE SPACES TO BCL-FLAG-TEXT
           EVALUATE TRUE
               WHEN CLIENT-DROPPED
                    AND BKT-CLIENT-INACTIVE (BKT-INDEX)
                    AND BKT-SCENARIO-COUNT (BKT-INDEX) > 0
                   MOVE "** DROP OVER TOLERANCE + INACTIVE **"
                       TO BCL-FLAG-TEXT
               WHEN CLIENT-DROPPED
                   MOVE "** DROP OVER TOLERANCE **"
                       TO BCL-FLAG-TEXT
               WHEN BKT-CLIENT-INACTIVE (BKT-INDEX)
                    AND BKT-SCENARIO-COUNT (BKT-INDEX) > 0
                   MOVE "** INACTIVE - HAS ACTIVE SCENARIOS **"
                       TO BCL-FLAG-TEXT
               WHEN PRIOR-FILE-AVAILABLE
                    AND BKT-PRIOR-COUNT (BKT-INDEX) = 0
                   MOVE "NEW SINCE PRIOR RUN" TO BCL-FLAG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CLIENT-DROPPED
               ADD 1 TO OFF-DROP-COUNT
           END-IF
           IF BKT-CLIENT-INACTIVE (BKT-INDEX)
               AND BKT-SCENARIO-COUNT (BKT-INDEX) > 0
               ADD 1 TO OFF-INACTIVE-COUNT
           END-IF

           MOVE BKT-CLIENT-ID (BKT-INDEX)   TO BCL-CLIENT-ID
           MOVE BKT-CLIENT-NAME (BKT-INDEX) TO BCL-CLIENT-NAME
           WRITE REPORT-RECORD FROM BOOK-CLIENT-LINE

           MOVE SPACES TO BFL-LABEL
           MOVE BKT-SCENARIO-COUNT (BKT-INDEX) TO BFL-SCENARIO-COUNT
           MOVE BKT-AMOUNT (BKT-INDEX)   TO BFL-AMOUNT
           MOVE BKT-NET-FV (BKT-INDEX)   TO BFL-NET-FV
           MOVE BKT-GROSS-FV (BKT-INDEX) TO BFL-GROSS-FV
           IF PRIOR-FILE-AVAILABLE
               MOVE CLIENT-MOVEMENT TO BFL-MOVEMENT-EDIT
           ELSE
               MOVE SPACES TO BFL-MOVEMENT-TEXT
           END-IF
           WRITE REPORT-RECORD FROM BOOK-FIGURE-LINE
           ADD 2 TO LINE-COUNT

           ADD 1 TO OFF-CLIENT-COUNT
           ADD BKT-SCENARIO-COUNT (BKT-INDEX) TO OFF-SCENARIO-COUNT
           ADD BKT-AMOUNT (BKT-INDEX)   TO OFF-AMOUNT-TOTAL
           ADD BKT-NET-FV (BKT-INDEX)   TO OFF-NET-FV-TOTAL
           ADD BKT-GROSS-FV (BKT-INDEX) TO OFF-GROSS-FV-TOTAL
           ADD BKT-PRIOR-FV (BKT-INDEX) TO OFF-PRIOR-FV-TOTAL
           ADD BKT-PRIOR-COUNT (BKT-INDEX) TO FIRM-PRIOR-COUNT.

       130-WRITE-OFFICER-SUBTOTAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OFFICER"           TO BFL-LABEL
           MOVE OFF-SCENARIO-COUNT  TO BFL-SCENARIO-COUNT
           MOVE OFF-AMOUNT-TOTAL    TO BFL-AMOUNT
           MOVE OFF-NET-FV-TOTAL    TO BFL-NET-FV
           MOVE OFF-GROSS-FV-TOTAL  TO BFL-GROSS-FV
           IF PRIOR-FILE-AVAILABLE
               COMPUTE TOTAL-MOVEMENT =
                   OFF-NET-FV-TOTAL - OFF-PRIOR-FV-TOTAL
               MOVE TOTAL-MOVEMENT TO BFL-MOVEMENT-EDIT
           ELSE
               MOVE SPACES TO BFL-MOVEMENT-TEXT
           END-IF
           WRITE REPORT-RECORD FROM BOOK-FIGURE-LINE
           MOVE "CLIENTS"           TO BCT-LABEL
           MOVE OFF-CLIENT-COUNT    TO BCT-VALUE
           WRITE REPORT-RECORD FROM BOOK-COUNT-LINE
           MOVE "CLIENTS WITH A DROP OVER TOLERANCE" TO BCT-LABEL
           MOVE OFF-DROP-COUNT      TO BCT-VALUE
           WRITE REPORT-RECORD FROM BOOK-COUNT-LINE
           MOVE "INACTIVE CLIENTS WITH ACTIVE SCENARIOS" TO BCT-LABEL
           MOVE OFF-INACTIVE-COUNT  TO BCT-VALUE
           WRITE REPORT-RECORD FROM BOOK-COUNT-LINE
           ADD 5 TO LINE-COUNT

           ADD OFF-CLIENT-COUNT     TO CLIENT-COUNT
           ADD OFF-SCENARIO-COUNT   TO FIRM-SCENARIO-COUNT
           ADD OFF-AMOUNT-TOTAL     TO FIRM-AMOUNT-TOTAL
           ADD OFF-NET-FV-TOTAL     TO FIRM-NET-FV-TOTAL
           ADD OFF-GROSS-FV-TOTAL   TO FIRM-GROSS-FV-TOTAL
           ADD OFF-PRIOR-FV-TOTAL   TO FIRM-PRIOR-FV-TOTAL
           ADD OFF-DROP-COUNT       TO FIRM-DROP-COUNT
           ADD OFF-INACTIVE-COUNT   TO FIRM-INACTIVE-COUNT
           MOVE 0 TO OFF-CLIENT-COUNT
           MOVE 0 TO OFF-SCENARIO-COUNT
           MOVE 0 TO OFF-AMOUNT-TOTAL
           MOVE 0 TO OFF-NET-FV-TOTAL
           MOVE 0 TO OFF-GROSS-FV-TOTAL
           MOVE 0 TO OFF-PRIOR-FV-TOTAL
           MOVE 0 TO OFF-DROP-COUNT
           MOVE 0 TO OFF-INACTIVE-COUNT.

      *    The firm-wide figures are the sum of the officer sections.
      *    Every scenario on RSLTCUR falls under exactly one officer,
      *    so the scenario count, invested and net totals agree with
      *    the CALC2000 client projection summary for the same run.
       150-WRITE-FIRM-TOTAL.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO BHL1-RUN-DATE
           MOVE PAGE-COUNT      TO BHL1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM BOOK-HEADER-LINE-1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM FIRM-HEADER-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "OFFICERS REPORTED"         TO FCL-LABEL
           MOVE OFFICER-COUNT               TO FCL-VALUE
           WRITE REPORT-RECORD FROM FIRM-COUNT-LINE
           MOVE "CLIENTS REPORTED"          TO FCL-LABEL
           MOVE CLIENT-COUNT                TO FCL-VALUE
           WRITE REPORT-RECORD FROM FIRM-COUNT-LINE
           MOVE "SCENARIOS (CURRENT RUN)"   TO FCL-LABEL
           MOVE FIRM-SCENARIO-COUNT         TO FCL-VALUE
           WRITE REPORT-RECORD FROM FIRM-COUNT-LINE
           MOVE "SCENARIOS (PRIOR RUN)"     TO FCL-LABEL
           MOVE FIRM-PRIOR-COUNT            TO FCL-VALUE
           WRITE REPORT-RECORD FROM FIRM-COUNT-LINE
           MOVE "TOTAL INVESTED"            TO FCL-LABEL
           MOVE FIRM-AMOUNT-TOTAL           TO FCL-VALUE
           WRITE REPORT-RECORD FROM FIRM-COUNT-LINE
           MOVE "NET FUTURE VALUE"          TO FDL-LABEL
           MOVE FIRM-NET-FV-TOTAL           TO FDL-VALUE
           WRITE REPORT-RECORD FROM FIRM-DETAIL-LINE
           MOVE "GROSS FUTURE VALUE"        TO FDL-LABEL
           MOVE FIRM-GROSS-FV-TOTAL         TO FDL-VALUE
           WRITE REPORT-RECORD FROM FIRM-DETAIL-LINE
           IF PRIOR-FILE-AVAILABLE
               MOVE "PRIOR NET FUTURE VALUE" TO FDL-LABEL
               MOVE FIRM-PRIOR-FV-TOTAL     TO FDL-VALUE
               WRITE REPORT-RECORD FROM FIRM-DETAIL-LINE
               COMPUTE TOTAL-MOVEMENT =
                   FIRM-NET-FV-TOTAL - FIRM-PRIOR-FV-TOTAL
               MOVE "MOVEMENT SINCE PRIOR RUN" TO FDL-LABEL
               MOVE TOTAL-MOVEMENT          TO FDL-VALUE
               WRITE REPORT-RECORD FROM FIRM-DETAIL-LINE
           END-IF
           MOVE "CLIENTS DROPPED > TOLERANCE" TO FCL-LABEL
           MOVE FIRM-DROP-COUNT             TO FCL-VALUE
           WRITE REPORT-RECORD FROM FIRM-COUNT-LINE
           MOVE "INACTIVE WITH ACTIVE SCEN."  TO FCL-LABEL
           MOVE FIRM-INACTIVE-COUNT         TO FCL-VALUE
           WRITE REPORT-RECORD FROM FIRM-COUNT-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM FIRM-TIE-LINE-1
           WRITE REPORT-RECORD FROM FIRM-TIE-LINE-2
           WRITE REPORT-RECORD FROM FIRM-TIE-LINE-3

           IF BKT-TABLE-OVERFLOWED
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "*** BOOK TABLE FULL - TOTALS INCOMPLETE ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
