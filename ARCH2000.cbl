       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARCH2000.

      *****************************************************************
      * Program Name : ARCH2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Scenario archival and purge.  The archive run moves every
      *   scenario that has been closed (status C), or past its expiry
      *   date, for longer than the CONTROL file's
      *   ARCHIVE-RETENTION-DAYS from the SCENARIO master to the keyed
      *   scenario archive (SCENARCH, see copybook ARCHREC), deletes
      *   it from the master and writes a delete line to the
      *   maintenance audit file (MNTAUDIT) for each one, so MNTR2000
      *   reports the purge and RCVR2000 replays it.  A scenario's
      *   close date is the date of the MNTAUDIT line that closed it
      *   (the first line on the file, for a scenario closed before
      *   the audit trail began).  Held scenarios are never archived,
      *   and a scenario with a change awaiting approval on the
      *   PENDING file is held back until the item is decided.  The
      *   99999999 control trailer is then rebuilt from the master and
      *   reconciled to its count and hash before the run less the
      *   scenarios archived.  The archival report lists the
      *   scenarios archived by client with the run totals.
      *   Archived scenarios can be inquired on one at a time or
      *   listed by client, and a supervisor (authority level 3 on
      *   the operator master) may reinstate one to the master if its
      *   client is still active on the client master.  It is written
      *   on hold (status H) with its trailer update and an add line
      *   on MNTAUDIT; it is reopened through SCEN2000 under the usual
      *   dual control.  The results history (RSLTHIST) is not
      *   touched, so TRND2000 still trends an archived scenario's
      *   past runs.
      *   Transactions are read one field per card after the
      *   operator card: function (A = archive run, I = inquire,
      *   L = list a client's archived scenarios, R = reinstate,
      *   X = end), then the scenario ID for I and R, or the client
      *   ID for L.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCENARIO-ID
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "SCENARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SCENARIO-ID
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PENDING-FILE-STATUS.

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

           SELECT CONTROL-FILE ASSIGN TO "CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

           SELECT REPORT-OUT ASSIGN TO "REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SCENARIO-FILE.
       COPY SCENREC REPLACING ==:TAG:== BY ==SCENARIO==.

       FD  ARCHIVE-FILE.
       COPY ARCHREC REPLACING ==:TAG:== BY ==ARCH==.

       FD  PENDING-FILE.
       COPY PENDREC REPLACING ==:TAG:== BY ==PEND==.

       FD  CLIENT-FILE.
       COPY CLNTREC REPLACING ==:TAG:== BY ==CLIENT==.

       FD  OPERATOR-FILE.
       COPY OPRREC REPLACING ==:TAG:== BY ==OPER==.

       FD  CONTROL-FILE.
       01 CONTROL-RECORD             PIC X(80).

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01 ARCHIVE-WORK-FIELDS.
          05 SCENARIO-FILE-STATUS  PIC XX     VALUE SPACES.
          05 ARCHIVE-FILE-STATUS   PIC XX     VALUE SPACES.
          05 PENDING-FILE-STATUS   PIC XX     VALUE SPACES.
          05 CLIENT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 REPORT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 ARCHIVE-FUNCTION      PIC X      VALUE SPACE.
             88 ARCHIVE-RUN                   VALUE "A".
             88 ARCHIVE-INQUIRE               VALUE "I".
             88 ARCHIVE-LIST                  VALUE "L".
             88 ARCHIVE-REINSTATE             VALUE "R".
             88 ARCHIVE-END                   VALUE "X".
          05 ENTRY-SCENARIO-ID     PIC X(8)   VALUE SPACES.
          05 ENTRY-CLIENT-ID       PIC X(8)   VALUE SPACES.
          05 ARCHIVE-REASON-WORK   PIC X      VALUE SPACE.
             88 ARCHIVE-ELIGIBLE              VALUES "C" "E".
          05 PENDING-AVAILABLE-SWITCH PIC X   VALUE "N".
             88 PENDING-FILE-AVAILABLE        VALUE "Y".
          05 CLIENT-AVAILABLE-SWITCH PIC X    VALUE "N".
             88 CLIENT-FILE-AVAILABLE         VALUE "Y".
          05 OWNING-CLIENT-SWITCH  PIC X      VALUE "N".
             88 OWNING-CLIENT-FOUND           VALUE "Y".
          05 PENDING-ITEM-SWITCH   PIC X      VALUE "N".
             88 PENDING-ITEM-FOUND            VALUE "Y".
          05 PENDING-SCAN-SWITCH   PIC X      VALUE "N".
             88 PENDING-SCAN-DONE             VALUE "Y".
          05 MASTER-SCAN-SWITCH    PIC X      VALUE "N".
             88 MASTER-SCAN-DONE              VALUE "Y".
          05 ARCHIVE-SCAN-SWITCH   PIC X      VALUE "N".
             88 ARCHIVE-SCAN-DONE             VALUE "Y".
          05 RUN-DONE-SWITCH       PIC X      VALUE "N".
             88 ARCHIVE-RUN-DONE              VALUE "Y".
          05 AUDIT-OPEN-SWITCH     PIC X      VALUE "N".
             88 MAINT-AUDIT-OPEN              VALUE "Y".
          05 ANY-REJECTED-SWITCH   PIC X      VALUE "N".
             88 ANY-ITEM-REJECTED             VALUE "Y".
          05 CLIENT-NAME-WORK      PIC X(30)  VALUE SPACES.
          05 DENIAL-TEXT           PIC X(40)  VALUE SPACES.

       01 ARCHIVE-COUNT-FIELDS.
          05 SCENARIOS-READ        PIC 9(7)   VALUE 0.
          05 ARCHIVED-CLOSED       PIC 9(7)   VALUE 0.
          05 ARCHIVED-EXPIRED      PIC 9(7)   VALUE 0.
          05 ARCHIVED-COUNT        PIC 9(7)   VALUE 0.
          05 ARCHIVED-AMOUNT-TOTAL PIC 9(13)  VALUE 0.
          05 HELD-BACK-COUNT       PIC 9(7)   VALUE 0.
          05 NOT-ARCHIVED-COUNT    PIC 9(7)   VALUE 0.
          05 SCENARIOS-REINSTATED  PIC 9(7)   VALUE 0.
          05 SCENARIOS-LISTED      PIC 9(7)   VALUE 0.
          05 DAYS-PAST-EXPIRY      PIC 9(7)   VALUE 0.
          05 DAYS-SINCE-CLOSE      PIC 9(7)   VALUE 0.

       01 MAINT-AUDIT-FIELDS.
          05 MAINT-AUDIT-STATUS    PIC XX     VALUE SPACES.
          05 OPERATOR-ID           PIC X(8)   VALUE SPACES.
          05 RUN-DATE              PIC 9(6)   VALUE 0.
          05 RUN-TIME              PIC 9(8)   VALUE 0.

       01 OPERATOR-AUTH-FIELDS.
          05 OPERATOR-FILE-STATUS  PIC XX     VALUE SPACES.
          05 OPERATOR-AUTH-LEVEL   PIC 9      VALUE 0.
             88 OPERATOR-SUPERVISOR-AUTH      VALUE 3.
          05 OPERATOR-OK-SWITCH    PIC X      VALUE "N".
             88 OPERATOR-VERIFIED             VALUE "Y".

       COPY MNTLOG.

       01 CONTROL-PARM-FIELDS.
          05 CONTROL-FILE-STATUS   PIC XX     VALUE SPACES.
          05 CONTROL-EOF-SWITCH    PIC X      VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 CONTROL-KEYWORD       PIC X(20)  VALUE SPACES.
          05 CONTROL-VALUE-TEXT    PIC X(20)  VALUE SPACES.
          05 CONTROL-VALUE-NUM     PIC 9(9)V99 VALUE 0.
          05 ARCHIVE-RETENTION-DAYS PIC 9(4)  VALUE 365.

       01 TRAILER-WORK-FIELDS.
          05 TRAILER-KEY           PIC X(8)   VALUE "99999999".
          05 TRAILER-COUNT-ADJ     PIC S9     VALUE 0.
          05 TRAILER-AMOUNT-ADJ    PIC S9(9)  VALUE 0.
          05 REBUILD-COUNT         PIC 9(7)   VALUE 0.
          05 REBUILD-HASH          PIC 9(13)  VALUE 0.
          05 SCAN-EOF-SWITCH       PIC X      VALUE "N".
             88 SCAN-EOF                      VALUE "Y".
          05 TRAILER-FOUND-SWITCH  PIC X      VALUE "N".
             88 TRAILER-FOUND-BEFORE          VALUE "Y".
          05 TRAILER-BEFORE-COUNT  PIC 9(7)   VALUE 0.
          05 TRAILER-BEFORE-HASH   PIC 9(13)  VALUE 0.
          05 EXPECTED-COUNT        PIC S9(7)  VALUE 0.
          05 EXPECTED-HASH         PIC S9(13) VALUE 0.
          05 TRAILER-STATUS-TEXT   PIC X(40)  VALUE SPACES.

      *    Century window: years greater than 50 are 19xx, the rest
      *    are 20xx, matching the 6-digit dates used throughout the
      *    suite (same windowing as AUDR2000).
       01 DATE-CONVERT-FIELDS.
          05 CONVERT-DATE-IN.
             10 CDI-YY             PIC 99.
             10 CDI-MM             PIC 99.
             10 CDI-DD             PIC 99.
          05 CONVERT-DATE-CCYYMMDD.
             10 CDC-CC             PIC 99.
             10 CDC-YYMMDD         PIC 9(6).
          05 CONVERT-DATE-NUM REDEFINES CONVERT-DATE-CCYYMMDD
                                   PIC 9(8).
          05 CONVERT-DATE-INTEGER  PIC 9(7)   VALUE 0.
          05 RUN-DATE-INTEGER      PIC 9(7)   VALUE 0.

      *    The scenario being archived, or the archived image being
      *    shown or reinstated, in the master record layout.  Also
      *    used for the after image of each MNTAUDIT line while the
      *    close dates are loaded.
       COPY SCENREC REPLACING ==:TAG:== BY ==ARCHIVED==.

      *    When each closed scenario was closed, taken from MNTAUDIT
      *    at the start of the archive run: the date of the line on
      *    which its after image went to status C, kept until a later
      *    line shows it in another status (reopened, deleted or
      *    archived).  A closed scenario with no such line was closed
      *    before the audit trail began, so the date of the first
      *    line on the file stands in for its close date.  Anything
      *    past the table limit cannot be dated and is kept.
       01 CLOSE-DATE-FIELDS.
          05 CLOSE-EOF-SWITCH      PIC X      VALUE "N".
             88 CLOSE-AUDIT-EOF               VALUE "Y".
          05 CLOSE-OVERFLOW-SWITCH PIC X      VALUE "N".
             88 CLOSE-TABLE-OVERFLOWED        VALUE "Y".
          05 CLOSE-DATE-WORK       PIC 9(6)   VALUE 0.
          05 AUDIT-FIRST-DATE      PIC 9(6)   VALUE 0.
          05 CDT-ENTRY-COUNT       PIC 9(5)   VALUE 0.
          05 CDT-ENTRY-LIMIT       PIC 9(5)   VALUE 5000.
          05 CDT-INDEX             PIC 9(5)   VALUE 0.
          05 CDT-SLOT              PIC 9(5)   VALUE 0.

       01 CLOSE-DATE-TABLE.
          05 CDT-ENTRY OCCURS 5000 TIMES.
             10 CDT-SCENARIO-ID    PIC X(8).
             10 CDT-CLOSE-DATE     PIC 9(6).
             10 CDT-CLOSED-SWITCH  PIC X.
                88 CDT-STILL-CLOSED           VALUE "Y".

       01 DISPLAY-EDIT-FIELDS.
          05 EDITED-AMOUNT-FOR-DISPLAY PIC ZZ,ZZZ,ZZ9.
          05 EDITED-RATE-FOR-DISPLAY PIC Z9.9.
          05 EDITED-CONTRIB-FOR-DISPLAY PIC ZZZ,ZZZ.99.
          05 EDITED-EXPIRY-DATE    PIC 99/99/99.

      *    Scenarios archived this run, kept in client / scenario
      *    order for the report.  Anything past the table limit is
      *    still archived but left off the report.
       01 ARCHIVE-TABLE-FIELDS.
          05 ART-ENTRY-COUNT       PIC 9(5)   VALUE 0.
          05 ART-ENTRY-LIMIT       PIC 9(5)   VALUE 5000.
          05 ART-INDEX             PIC 9(5)   VALUE 0.
          05 ART-SLOT              PIC 9(5)   VALUE 0.
          05 ART-SHIFT-INDEX       PIC 9(5)   VALUE 0.
          05 ART-OMITTED-COUNT     PIC 9(7)   VALUE 0.
          05 ART-NEW-KEY.
             10 ART-NEW-CLIENT-ID  PIC X(8).
             10 ART-NEW-SCENARIO-ID PIC X(8).

       01 ARCHIVE-REPORT-TABLE.
          05 ART-ENTRY OCCURS 5000 TIMES.
             10 ART-SORT-KEY.
                15 ART-CLIENT-ID   PIC X(8).
                15 ART-SCENARIO-ID PIC X(8).
             10 ART-ACCOUNT-NO     PIC X(10).
             10 ART-STATUS         PIC X.
             10 ART-EXPIRY-DATE    PIC 9(6).
             10 ART-AMOUNT         PIC 9(8).
             10 ART-REASON         PIC X.

       01 REPORT-WORK-FIELDS.
          05 PAGE-COUNT            PIC 9(3)   VALUE 0.
          05 LINE-COUNT            PIC 99     VALUE 0.
          05 LINES-PER-PAGE        PIC 99     VALUE 40.
          05 EDITED-RUN-DATE       PIC 99/99/99.
          05 BREAK-CLIENT-ID       PIC X(8)   VALUE SPACES.
          05 SUB-SCENARIO-COUNT    PIC 9(7)   VALUE 0.
          05 SUB-AMOUNT-TOTAL      PIC 9(11)  VALUE 0.

       01 ARCH-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "ARCH2000".
          05 FILLER                PIC X(30)  VALUE
             "SCENARIO ARCHIVAL REPORT".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 AHL1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 AHL1-PAGE-NUMBER      PIC ZZ9.

       01 ARCH-HEADER-LINE-2.
          05 FILLER                PIC X(32)  VALUE
             "CLOSED OR EXPIRED ARCHIVED AFTER".
          05 AHL2-RETENTION-DAYS   PIC ZZZ9.
          05 FILLER                PIC X(6)   VALUE " DAYS".

       01 ARCH-COLUMN-LINE.
          05 FILLER                PIC X(10)  VALUE "SCENARIO".
          05 FILLER                PIC X(12)  VALUE "ACCOUNT-NO".
          05 FILLER                PIC X(4)   VALUE "ST".
          05 FILLER                PIC X(10)  VALUE "EXPIRES".
          05 FILLER                PIC X(12)  VALUE "    AMOUNT".
          05 FILLER                PIC X(8)   VALUE "REASON".

       01 CLIENT-BREAK-LINE.
          05 FILLER                PIC X(7)   VALUE "CLIENT".
          05 CBL-CLIENT-ID         PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CBL-CLIENT-NAME       PIC X(30).

       01 ARCH-DETAIL-LINE.
          05 ADL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-ACCOUNT-NO        PIC X(10).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-STATUS            PIC X.
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 ADL-EXPIRY-DATE       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-AMOUNT            PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-REASON            PIC X(8).

       01 CLIENT-SUBTOTAL-LINE.
          05 FILLER                PIC X(14)  VALUE "CLIENT TOTAL".
          05 CSL-SCENARIO-COUNT    PIC ZZZ,ZZ9.
          05 FILLER                PIC X(11)  VALUE " SCENARIOS".
          05 CSL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.

       01 ARCH-TOTAL-LINE.
          05 ATL-LABEL             PIC X(32).
          05 ATL-VALUE             PIC Z,ZZZ,ZZ9.

       01 ARCH-AMOUNT-LINE.
          05 AAL-LABEL             PIC X(32).
          05 AAL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 ARCH-TRAILER-LINE.
          05 ARL-LABEL             PIC X(26).
          05 FILLER                PIC X(7)   VALUE "COUNT".
          05 ARL-COUNT             PIC Z,ZZZ,ZZ9-.
          05 FILLER                PIC X(7)   VALUE "  HASH".
          05 ARL-HASH              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.

       01 ARCH-STATUS-LINE.
          05 FILLER                PIC X(17)  VALUE
             "CONTROL TRAILER:".
          05 ASL-STATUS            PIC X(40).

       PROCEDURE DIVISION.

       000-ARCHIVE-SCENARIOS.
           DISPLAY "***************************************".
           DISPLAY "*  ARCH2000 Scenario Archival         *".
           DISPLAY "*  Archive / Inquire / Reinstate      *".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO EDITED-RUN-DATE
           MOVE RUN-DATE TO CONVERT-DATE-IN
           PERFORM 035-CONVERT-DATE
           MOVE CONVERT-DATE-INTEGER TO RUN-DATE-INTEGER
           DISPLAY "Enter OPERATOR-ID: "
           ACCEPT OPERATOR-ID

           PERFORM 012-VERIFY-OPERATOR
           IF NOT OPERATOR-VERIFIED
               MOVE SPACE TO ARCHIVE-FUNCTION
               MOVE SPACES TO ENTRY-SCENARIO-ID
               MOVE "** AUTHORIZATION DENIED **" TO DENIAL-TEXT
               PERFORM 095-LOG-AUTH-DENIAL
               MOVE 12 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           PERFORM 015-READ-CONTROL-PARMS
           PERFORM 010-OPEN-FILES

           PERFORM 005-SHOW-MENU
           PERFORM UNTIL ARCHIVE-END
               EVALUATE TRUE
                   WHEN ARCHIVE-RUN
                       PERFORM 050-RUN-ARCHIVE
                   WHEN ARCHIVE-INQUIRE
                       PERFORM 080-INQUIRE-ARCHIVE
                   WHEN ARCHIVE-LIST
                       PERFORM 085-LIST-CLIENT-ARCHIVE
                   WHEN ARCHIVE-REINSTATE
                       PERFORM 100-REINSTATE-SCENARIO
                   WHEN OTHER
                       DISPLAY "Invalid function - A/I/L/R/X only."
               END-EVALUATE
               PERFORM 005-SHOW-MENU
           END-PERFORM

           PERFORM 200-WRITE-ARCHIVE-REPORT

           CLOSE SCENARIO-FILE
           CLOSE ARCHIVE-FILE
           IF PENDING-FILE-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           IF CLIENT-FILE-AVAILABLE
               CLOSE CLIENT-FILE
           END-IF
           CLOSE REPORT-OUT

           DISPLAY "Scenarios read          : " SCENARIOS-READ
           DISPLAY "Archived - closed       : " ARCHIVED-CLOSED
           DISPLAY "Archived - expired      : " ARCHIVED-EXPIRED
           DISPLAY "Held back - awaiting    : " HELD-BACK-COUNT
           DISPLAY "Not archived - errors   : " NOT-ARCHIVED-COUNT
           DISPLAY "Scenarios reinstated    : " SCENARIOS-REINSTATED

           IF ANY-ITEM-REJECTED
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End of session."
           STOP RUN.

       005-SHOW-MENU.
           DISPLAY "A = Archive closed and expired scenarios".
           DISPLAY "I = Inquire on an archived scenario".
           DISPLAY "L = List a client's archived scenarios".
           DISPLAY "R = Reinstate an archived scenario".
           DISPLAY "X = End archival session".
           DISPLAY "Enter function: ".
           ACCEPT ARCHIVE-FUNCTION.

       010-OPEN-FILES.
           OPEN I-O SCENARIO-FILE
           IF SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open SCENARIO master, status "
                   SCENARIO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

      *    Created empty on first use, as SCEN2000 does for the
      *    pending file, so inquiry works before the first archive.
           OPEN I-O ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open SCENARCH archive, "
                   "status " ARCHIVE-FILE-STATUS
               CLOSE SCENARIO-FILE
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

      *    No pending file means nothing is awaiting approval.
           OPEN INPUT PENDING-FILE
           IF PENDING-FILE-STATUS = "00"
               SET PENDING-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "No PENDING approval file, status "
                   PENDING-FILE-STATUS " - no items awaiting approval."
           END-IF

           OPEN INPUT CLIENT-FILE
           IF CLIENT-FILE-STATUS = "00"
               SET CLIENT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: client master unavailable, "
                   "status " CLIENT-FILE-STATUS
                   " - client names omitted from the report"
                   " and no scenario can be reinstated."
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open REPORT-OUT, status "
                   REPORT-FILE-STATUS
               CLOSE SCENARIO-FILE
               CLOSE ARCHIVE-FILE
               IF PENDING-FILE-AVAILABLE
                   CLOSE PENDING-FILE
               END-IF
               IF CLIENT-FILE-AVAILABLE
                   CLOSE CLIENT-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF.

      *    Any active operator may run the archive, inquire and
      *    list; reinstating is checked in 100-REINSTATE-SCENARIO.
      *    No profile master, no session.
       012-VERIFY-OPERATOR.
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
                           MOVE OPER-AUTH-LEVEL
                               TO OPERATOR-AUTH-LEVEL
                           SET OPERATOR-VERIFIED TO TRUE
                       ELSE
                           DISPLAY "AUTH: operator " OPERATOR-ID
                               " is inactive."
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      *    Only ARCHIVE-RETENTION-DAYS is used here; every other
      *    keyword on the shared CONTROL file belongs to another
      *    program.
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
           DISPLAY "Closed or expired scenarios archived after "
               ARCHIVE-RETENTION-DAYS " days.".

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
                   WHEN "ARCHIVE-RETENTION-DAYS"
                       IF CONTROL-VALUE-NUM >= 0
                           AND CONTROL-VALUE-NUM <= 9999
                           MOVE CONTROL-VALUE-NUM
                               TO ARCHIVE-RETENTION-DAYS
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

       035-CONVERT-DATE.
           IF CDI-YY > 50
               MOVE 19 TO CDC-CC
           ELSE
               MOVE 20 TO CDC-CC
           END-IF
           MOVE CONVERT-DATE-IN TO CDC-YYMMDD
           COMPUTE CONVERT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CONVERT-DATE-NUM).

       040-ACCEPT-SCENARIO-KEY.
           DISPLAY "Enter SCENARIO-ID: "
           ACCEPT ENTRY-SCENARIO-ID.

      *    Same lookup as SCEN2000: only one item per scenario may
      *    await approval, found among the scenario's decided items.
       045-CHECK-PENDING-ITEM.
           MOVE "N" TO PENDING-ITEM-SWITCH
           IF PENDING-FILE-AVAILABLE
               MOVE ENTRY-SCENARIO-ID TO PEND-SCENARIO-ID
               MOVE 0 TO PEND-KEYED-DATE
               MOVE 0 TO PEND-KEYED-TIME
               MOVE "N" TO PENDING-SCAN-SWITCH
               START PENDING-FILE KEY >= PEND-KEY
                   INVALID KEY
                       SET PENDING-SCAN-DONE TO TRUE
               END-START
               PERFORM 047-SCAN-FOR-ITEM
                   UNTIL PENDING-SCAN-DONE
           END-IF.

       047-SCAN-FOR-ITEM.
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

      *    Reads the whole maintenance audit file once, before it is
      *    opened for the run's own delete lines.  Denied attempts
      *    (function F) changed nothing and are passed over.
       048-LOAD-CLOSE-DATES.
           MOVE 0 TO CDT-ENTRY-COUNT
           MOVE 0 TO AUDIT-FIRST-DATE
           OPEN INPUT MAINT-AUDIT
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "No maintenance audit history, status "
                   MAINT-AUDIT-STATUS
                   " - closed scenarios cannot be dated this run."
           ELSE
               MOVE "N" TO CLOSE-EOF-SWITCH
               PERFORM 049-READ-CLOSE-LINE
                   UNTIL CLOSE-AUDIT-EOF
               CLOSE MAINT-AUDIT
               IF CLOSE-TABLE-OVERFLOWED
                   DISPLAY "WARNING: more than " CDT-ENTRY-LIMIT
                       " closed scenarios on MNTAUDIT - the rest"
                       " are not archived this run."
               END-IF
           END-IF.

       049-READ-CLOSE-LINE.
           READ MAINT-AUDIT INTO MAINT-LOG-LINE
               AT END
                   SET CLOSE-AUDIT-EOF TO TRUE
           END-READ
           IF NOT CLOSE-AUDIT-EOF
               AND MLL-RUN-DATE NUMERIC
               IF AUDIT-FIRST-DATE = 0
                   MOVE MLL-RUN-DATE TO AUDIT-FIRST-DATE
               END-IF
               IF MLL-FUNCTION NOT = "F"
                   MOVE MLL-AFTER-IMAGE TO ARCHIVED-RECORD
                   MOVE 0 TO CDT-SLOT
                   PERFORM VARYING CDT-INDEX FROM 1 BY 1
                           UNTIL CDT-INDEX > CDT-ENTRY-COUNT
                              OR CDT-SLOT > 0
                       IF CDT-SCENARIO-ID (CDT-INDEX) = MLL-SCENARIO-ID
                           MOVE CDT-INDEX TO CDT-SLOT
                       END-IF
                   END-PERFORM
                   IF ARCHIVED-STATUS-CLOSED
                       IF CDT-SLOT = 0
                           IF CDT-ENTRY-COUNT < CDT-ENTRY-LIMIT
                               ADD 1 TO CDT-ENTRY-COUNT
                               MOVE CDT-ENTRY-COUNT TO CDT-SLOT
                               MOVE MLL-SCENARIO-ID
                                   TO CDT-SCENARIO-ID (CDT-SLOT)
                               MOVE "N" TO CDT-CLOSED-SWITCH (CDT-SLOT)
                           ELSE
                               SET CLOSE-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
                       IF CDT-SLOT > 0
                           IF NOT CDT-STILL-CLOSED (CDT-SLOT)
                               MOVE MLL-RUN-DATE
                                   TO CDT-CLOSE-DATE (CDT-SLOT)
                               SET CDT-STILL-CLOSED (CDT-SLOT) TO TRUE
                           END-IF
                       END-IF
                   ELSE
                       IF CDT-SLOT > 0
                           MOVE "N" TO CDT-CLOSED-SWITCH (CDT-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Function A - one pass of the master, archiving each closed
      *    or long-expired scenario as it is read.  The maintenance
      *    audit file is opened once for the pass; without it nothing
      *    is archived, since every purge must be on the audit trail.
       050-RUN-ARCHIVE.
           IF ARCHIVE-RUN-DONE
               DISPLAY "Archive run already done this session."
           ELSE
               SET ARCHIVE-RUN-DONE TO TRUE
               PERFORM 048-LOAD-CLOSE-DATES
               PERFORM 092-OPEN-MAINT-AUDIT
               IF NOT MAINT-AUDIT-OPEN
                   DISPLAY "Archive run not done - no audit trail."
                   SET ANY-ITEM-REJECTED TO TRUE
               ELSE
                   PERFORM 052-SAVE-CONTROL-TRAILER
                   MOVE LOW-VALUES TO SCENARIO-ID
                   MOVE "N" TO MASTER-SCAN-SWITCH
                   START SCENARIO-FILE KEY >= SCENARIO-ID
                       INVALID KEY
                           SET MASTER-SCAN-DONE TO TRUE
                   END-START
                   PERFORM 054-READ-NEXT-SCENARIO
                   PERFORM UNTIL MASTER-SCAN-DONE
                       IF NOT SCENARIO-TRAILER-RECORD
                           ADD 1 TO SCENARIOS-READ
                           PERFORM 055-CHECK-ARCHIVE-ELIGIBLE
                           IF ARCHIVE-ELIGIBLE
                               PERFORM 060-ARCHIVE-SCENARIO
                           END-IF
                       END-IF
                       PERFORM 054-READ-NEXT-SCENARIO
                   END-PERFORM
                   CLOSE MAINT-AUDIT
                   MOVE "N" TO AUDIT-OPEN-SWITCH
                   PERFORM 070-RECONCILE-CONTROL-TRAILER
                   DISPLAY ARCHIVED-COUNT " scenario(s) archived."
               END-IF
           END-IF.

       052-SAVE-CONTROL-TRAILER.
           MOVE "N" TO TRAILER-FOUND-SWITCH
           MOVE TRAILER-KEY TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
                   DISPLAY "WARNING: control trailer not on master - "
                       "it will be rebuilt after the archive run."
               NOT INVALID KEY
                   SET TRAILER-FOUND-BEFORE TO TRUE
                   MOVE SCENARIO-TRAILER-COUNT TO TRAILER-BEFORE-COUNT
                   MOVE SCENARIO-TRAILER-HASH  TO TRAILER-BEFORE-HASH
           END-READ.

       054-READ-NEXT-SCENARIO.
           IF NOT MASTER-SCAN-DONE
               READ SCENARIO-FILE NEXT RECORD
                   AT END
                       SET MASTER-SCAN-DONE TO TRUE
               END-READ
           END-IF.

      *    A closed scenario goes once it has been closed for more
      *    than the retention period, an active scenario once it has
      *    been past its expiry date for more than the retention
      *    period.  A held scenario is never archived - it is parked,
      *    not finished with.
       055-CHECK-ARCHIVE-ELIGIBLE.
           MOVE SPACE TO ARCHIVE-REASON-WORK
           EVALUATE TRUE
               WHEN SCENARIO-STATUS-CLOSED
                   PERFORM 058-CHECK-CLOSED-AGE
               WHEN SCENARIO-STATUS-HOLD
                   CONTINUE
               WHEN SCENARIO-EXPIRY-DATE = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM 057-CHECK-EXPIRY-AGE
           END-EVALUATE
           IF ARCHIVE-ELIGIBLE
               MOVE SCENARIO-ID TO ENTRY-SCENARIO-ID
               PERFORM 045-CHECK-PENDING-ITEM
               IF PENDING-ITEM-FOUND
                   MOVE SPACE TO ARCHIVE-REASON-WORK
                   ADD 1 TO HELD-BACK-COUNT
                   DISPLAY "Scenario " SCENARIO-ID
                       " held back - change awaiting approval."
               END-IF
           END-IF.

       057-CHECK-EXPIRY-AGE.
           MOVE SCENARIO-EXPIRY-DATE TO CONVERT-DATE-IN
           IF CDI-MM < 1 OR CDI-MM > 12
               OR CDI-DD < 1 OR CDI-DD > 31
               DISPLAY "WARNING: scenario " SCENARIO-ID
                   " has an invalid EXPIRY DATE " SCENARIO-EXPIRY-DATE
                   " - not archived."
           ELSE
               PERFORM 035-CONVERT-DATE
               IF RUN-DATE-INTEGER > CONVERT-DATE-INTEGER
                   COMPUTE DAYS-PAST-EXPIRY =
                       RUN-DATE-INTEGER - CONVERT-DATE-INTEGER
                   IF DAYS-PAST-EXPIRY > ARCHIVE-RETENTION-DAYS
                       MOVE "E" TO ARCHIVE-REASON-WORK
                   END-IF
               END-IF
           END-IF.

       058-CHECK-CLOSED-AGE.
           MOVE 0 TO CLOSE-DATE-WORK
           MOVE 0 TO CDT-SLOT
           PERFORM VARYING CDT-INDEX FROM 1 BY 1
                   UNTIL CDT-INDEX > CDT-ENTRY-COUNT
                      OR CDT-SLOT > 0
               IF CDT-SCENARIO-ID (CDT-INDEX) = SCENARIO-ID
                   MOVE CDT-INDEX TO CDT-SLOT
               END-IF
           END-PERFORM
           IF CDT-SLOT > 0
               IF CDT-STILL-CLOSED (CDT-SLOT)
                   MOVE CDT-CLOSE-DATE (CDT-SLOT) TO CLOSE-DATE-WORK
               END-IF
           ELSE
               IF NOT CLOSE-TABLE-OVERFLOWED
                   MOVE AUDIT-FIRST-DATE TO CLOSE-DATE-WORK
               END-IF
           END-IF
           IF CLOSE-DATE-WORK = 0
               DISPLAY "WARNING: scenario " SCENARIO-ID
                   " has no close date on MNTAUDIT - not archived."
           ELSE
               MOVE CLOSE-DATE-WORK TO CONVERT-DATE-IN
               PERFORM 035-CONVERT-DATE
               IF RUN-DATE-INTEGER > CONVERT-DATE-INTEGER
                   COMPUTE DAYS-SINCE-CLOSE =
                       RUN-DATE-INTEGER - CONVERT-DATE-INTEGER
                   IF DAYS-SINCE-CLOSE > ARCHIVE-RETENTION-DAYS
                       MOVE "C" TO ARCHIVE-REASON-WORK
                   END-IF
               END-IF
           END-IF.

      *    The archive record is written before the master record is
      *    deleted, so a scenario is never lost between the two; if
      *    the delete fails the archive copy is taken back out.
       060-ARCHIVE-SCENARIO.
           MOVE SCENARIO-RECORD TO ARCHIVED-RECORD
           MOVE SPACES TO ARCH-RECORD
           MOVE ARCHIVED-ID         TO ARCH-SCENARIO-ID
           MOVE RUN-DATE            TO ARCH-ARCHIVE-DATE
           MOVE RUN-TIME            TO ARCH-ARCHIVE-TIME
           MOVE OPERATOR-ID         TO ARCH-OPERATOR-ID
           MOVE ARCHIVE-REASON-WORK TO ARCH-REASON
           MOVE ARCHIVED-RECORD     TO ARCH-SCENARIO-IMAGE
           WRITE ARCH-RECORD
               INVALID KEY
                   DISPLAY "WARNING: scenario " ARCHIVED-ID
                       " is already on the archive, status "
                       ARCHIVE-FILE-STATUS " - left on the master."
                   ADD 1 TO NOT-ARCHIVED-COUNT
                   SET ANY-ITEM-REJECTED TO TRUE
               NOT INVALID KEY
                   DELETE SCENARIO-FILE
                       INVALID KEY
                           DISPLAY "WARNING: delete failed for "
                               ARCHIVED-ID ", status "
                               SCENARIO-FILE-STATUS
                               " - left on the master."
                           PERFORM 062-BACK-OUT-ARCHIVE
                           ADD 1 TO NOT-ARCHIVED-COUNT
                           SET ANY-ITEM-REJECTED TO TRUE
                       NOT INVALID KEY
                           PERFORM 064-RECORD-ARCHIVED
                   END-DELETE
           END-WRITE.

       062-BACK-OUT-ARCHIVE.
           MOVE ARCHIVED-ID TO ARCH-SCENARIO-ID
           DELETE ARCHIVE-FILE
               INVALID KEY
                   DISPLAY "WARNING: scenario " ARCHIVED-ID
                       " is on both the master and the archive, "
                       "status " ARCHIVE-FILE-STATUS
           END-DELETE.

       064-RECORD-ARCHIVED.
           MOVE ARCHIVED-RECORD TO MLL-BEFORE-IMAGE
           MOVE SPACES          TO MLL-AFTER-IMAGE
           MOVE "D"             TO MLL-FUNCTION
           MOVE ARCHIVED-ID     TO MLL-SCENARIO-ID
           PERFORM 090-WRITE-MAINT-AUDIT
           ADD 1 TO ARCHIVED-COUNT
           ADD ARCHIVED-AMOUNT TO ARCHIVED-AMOUNT-TOTAL
           IF ARCHIVE-REASON-WORK = "C"
               ADD 1 TO ARCHIVED-CLOSED
           ELSE
               ADD 1 TO ARCHIVED-EXPIRED
           END-IF
           PERFORM 066-STORE-REPORT-ENTRY.

       066-STORE-REPORT-ENTRY.
           IF ART-ENTRY-COUNT >= ART-ENTRY-LIMIT
               ADD 1 TO ART-OMITTED-COUNT
               SET ANY-ITEM-REJECTED TO TRUE
               DISPLAY "WARNING: archival report table full - "
                   "scenario " ARCHIVED-ID " omitted from the report."
           ELSE
               MOVE ARCHIVED-CLIENT-ID TO ART-NEW-CLIENT-ID
               MOVE ARCHIVED-ID        TO ART-NEW-SCENARIO-ID
               MOVE 0 TO ART-SLOT
               PERFORM VARYING ART-INDEX FROM 1 BY 1
                       UNTIL ART-INDEX > ART-ENTRY-COUNT
                          OR ART-SLOT > 0
                   IF ART-SORT-KEY (ART-INDEX) > ART-NEW-KEY
                       MOVE ART-INDEX TO ART-SLOT
                   END-IF
               END-PERFORM
               IF ART-SLOT = 0
                   COMPUTE ART-SLOT = ART-ENTRY-COUNT + 1
               END-IF
               ADD 1 TO ART-ENTRY-COUNT
               PERFORM VARYING ART-SHIFT-INDEX
                       FROM ART-ENTRY-COUNT BY -1
                       UNTIL ART-SHIFT-INDEX <= ART-SLOT
                   MOVE ART-ENTRY (ART-SHIFT-INDEX - 1)
                       TO ART-ENTRY (ART-SHIFT-INDEX)
               END-PERFORM
               MOVE ART-NEW-KEY          TO ART-SORT-KEY (ART-SLOT)
               MOVE ARCHIVED-ACCOUNT-NO  TO ART-ACCOUNT-NO (ART-SLOT)
               MOVE ARCHIVED-STATUS      TO ART-STATUS (ART-SLOT)
               MOVE ARCHIVED-EXPIRY-DATE TO ART-EXPIRY-DATE (ART-SLOT)
               MOVE ARCHIVED-AMOUNT      TO ART-AMOUNT (ART-SLOT)
               MOVE ARCHIVE-REASON-WORK  TO ART-REASON (ART-SLOT)
           END-IF.

      *    The trailer is rebuilt from what is left on the master,
      *    then proved against the trailer as it stood before the
      *    run less the scenarios archived.  The rebuilt figures are
      *    kept either way; a difference means the master and its
      *    trailer were already out of step before this run.
       070-RECONCILE-CONTROL-TRAILER.
           PERFORM 162-COUNT-MASTER-RECORDS
           MOVE TRAILER-KEY TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
                   PERFORM 160-REBUILD-CONTROL-TRAILER
               NOT INVALID KEY
                   MOVE REBUILD-COUNT TO SCENARIO-TRAILER-COUNT
                   MOVE REBUILD-HASH  TO SCENARIO-TRAILER-HASH
                   REWRITE SCENARIO-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: unable to update control "
                               "trailer, status " SCENARIO-FILE-STATUS
                           SET ANY-ITEM-REJECTED TO TRUE
                   END-REWRITE
           END-READ

           IF TRAILER-FOUND-BEFORE
               COMPUTE EXPECTED-COUNT =
                   TRAILER-BEFORE-COUNT - ARCHIVED-COUNT
               COMPUTE EXPECTED-HASH =
                   TRAILER-BEFORE-HASH - ARCHIVED-AMOUNT-TOTAL
               IF EXPECTED-COUNT = REBUILD-COUNT
                   AND EXPECTED-HASH = REBUILD-HASH
                   MOVE "IN BALANCE" TO TRAILER-STATUS-TEXT
               ELSE
                   MOVE "*** OUT OF BALANCE - REBUILT FROM MASTER ***"
                       TO TRAILER-STATUS-TEXT
                   DISPLAY "WARNING: control trailer out of balance "
                       "after archival - rebuilt from the master."
                   SET ANY-ITEM-REJECTED TO TRUE
               END-IF
           ELSE
               MOVE "NOT ON MASTER BEFORE RUN - REBUILT"
                   TO TRAILER-STATUS-TEXT
           END-IF.

      *    Function I - one archived scenario, with when, why and by
      *    whom it was archived.
       080-INQUIRE-ARCHIVE.
           PERFORM 040-ACCEPT-SCENARIO-KEY
           MOVE ENTRY-SCENARIO-ID TO ARCH-SCENARIO-ID
           READ ARCHIVE-FILE
               INVALID KEY
                   DISPLAY "Scenario " ENTRY-SCENARIO-ID
                       " is not on the archive."
               NOT INVALID KEY
                   PERFORM 140-DISPLAY-ARCHIVED-SCENARIO
           END-READ.

      *    Function L - every archived scenario for one client.  The
      *    archive is keyed by scenario, so the whole file is read.
       085-LIST-CLIENT-ARCHIVE.
           DISPLAY "Enter CLIENT-ID: "
           ACCEPT ENTRY-CLIENT-ID
           MOVE 0 TO SCENARIOS-LISTED
           MOVE LOW-VALUES TO ARCH-SCENARIO-ID
           MOVE "N" TO ARCHIVE-SCAN-SWITCH
           START ARCHIVE-FILE KEY >= ARCH-SCENARIO-ID
               INVALID KEY
                   SET ARCHIVE-SCAN-DONE TO TRUE
           END-START
           PERFORM 087-READ-NEXT-ARCHIVE
           PERFORM UNTIL ARCHIVE-SCAN-DONE
               MOVE ARCH-SCENARIO-IMAGE TO ARCHIVED-RECORD
               IF ARCHIVED-CLIENT-ID = ENTRY-CLIENT-ID
                   ADD 1 TO SCENARIOS-LISTED
                   PERFORM 140-DISPLAY-ARCHIVED-SCENARIO
               END-IF
               PERFORM 087-READ-NEXT-ARCHIVE
           END-PERFORM
           DISPLAY SCENARIOS-LISTED " archived scenario(s) for client "
               ENTRY-CLIENT-ID ".".

       087-READ-NEXT-ARCHIVE.
           IF NOT ARCHIVE-SCAN-DONE
               READ ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET ARCHIVE-SCAN-DONE TO TRUE
               END-READ
           END-IF.

      *    The caller fills the function, key and images; date, time
      *    and operator are stamped here.  Archival is not held for
      *    approval, so there is no checker.
       090-WRITE-MAINT-AUDIT.
           MOVE RUN-DATE          TO MLL-RUN-DATE
           MOVE RUN-TIME          TO MLL-RUN-TIME
           MOVE OPERATOR-ID       TO MLL-OPERATOR-ID
           MOVE SPACES            TO MLL-CHECKER-ID
           WRITE MAINT-AUDIT-RECORD FROM MAINT-LOG-LINE.

      *    Same open-extend/first-time-create pattern as SCEN2000.
       092-OPEN-MAINT-AUDIT.
           MOVE "N" TO AUDIT-OPEN-SWITCH
           OPEN EXTEND MAINT-AUDIT
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open maintenance audit "
                   "file, status " MAINT-AUDIT-STATUS
           ELSE
               SET MAINT-AUDIT-OPEN TO TRUE
           END-IF.

       095-LOG-AUTH-DENIAL.
           MOVE SPACES TO MLL-BEFORE-IMAGE
           MOVE ARCHIVE-FUNCTION  TO MLL-BEFORE-IMAGE (1:1)
           MOVE DENIAL-TEXT       TO MLL-AFTER-IMAGE
           MOVE RUN-DATE          TO MLL-RUN-DATE
           MOVE RUN-TIME          TO MLL-RUN-TIME
           MOVE OPERATOR-ID       TO MLL-OPERATOR-ID
           MOVE "F"               TO MLL-FUNCTION
           MOVE ENTRY-SCENARIO-ID TO MLL-SCENARIO-ID
           MOVE SPACES            TO MLL-CHECKER-ID
           OPEN EXTEND MAINT-AUDIT
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open maintenance audit "
                   "file, status " MAINT-AUDIT-STATUS
           ELSE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-LOG-LINE
               CLOSE MAINT-AUDIT
           END-IF.

      *    Function R - supervisors only, as for a delete in SCEN2000.
      *    The scenario goes back on hold so it is neither projected
      *    nor archived again until it is reopened through SCEN2000,
      *    where the status change is held for approval.
       100-REINSTATE-SCENARIO.
           PERFORM 040-ACCEPT-SCENARIO-KEY
           IF NOT OPERATOR-SUPERVISOR-AUTH
               DISPLAY "AUTH: operator " OPERATOR-ID
                   " is not authorized to reinstate scenarios."
               MOVE "** AUTHORIZATION DENIED **" TO DENIAL-TEXT
               PERFORM 095-LOG-AUTH-DENIAL
               SET ANY-ITEM-REJECTED TO TRUE
           ELSE
               MOVE ENTRY-SCENARIO-ID TO ARCH-SCENARIO-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " is not on the archive."
                       SET ANY-ITEM-REJECTED TO TRUE
                   NOT INVALID KEY
                       PERFORM 107-CHECK-OWNING-CLIENT
                       IF OWNING-CLIENT-FOUND
                           PERFORM 105-APPLY-REINSTATE
                       ELSE
                           SET ANY-ITEM-REJECTED TO TRUE
                       END-IF
               END-READ
           END-IF.

       105-APPLY-REINSTATE.
           PERFORM 140-DISPLAY-ARCHIVED-SCENARIO
           PERFORM 092-OPEN-MAINT-AUDIT
           IF NOT MAINT-AUDIT-OPEN
               DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                   " not reinstated - no audit trail."
               SET ANY-ITEM-REJECTED TO TRUE
           ELSE
               MOVE ARCH-SCENARIO-IMAGE TO SCENARIO-RECORD
               SET SCENARIO-STATUS-HOLD TO TRUE
               WRITE SCENARIO-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " is already on the master."
                       SET ANY-ITEM-REJECTED TO TRUE
                   NOT INVALID KEY
                       MOVE SPACES TO MLL-BEFORE-IMAGE
                       MOVE SCENARIO-RECORD TO MLL-AFTER-IMAGE
                       MOVE "A" TO MLL-FUNCTION
                       MOVE ENTRY-SCENARIO-ID TO MLL-SCENARIO-ID
                       PERFORM 090-WRITE-MAINT-AUDIT
                       MOVE 1 TO TRAILER-COUNT-ADJ
                       MOVE SCENARIO-AMOUNT TO TRAILER-AMOUNT-ADJ
                       PERFORM 150-UPDATE-CONTROL-TRAILER
                       PERFORM 110-REMOVE-FROM-ARCHIVE
               END-WRITE
               CLOSE MAINT-AUDIT
               MOVE "N" TO AUDIT-OPEN-SWITCH
           END-IF.

      *    The same client check SCEN2000 makes on every add.
      *    CMRG2000 re-keys archived scenarios and CLNT2000 will not
      *    delete a client that still owns any, but the client may
      *    have been made inactive since the scenario was archived.
      *    Without the client master nothing is reinstated.
       107-CHECK-OWNING-CLIENT.
           MOVE "N" TO OWNING-CLIENT-SWITCH
           MOVE ARCH-SCENARIO-IMAGE TO ARCHIVED-RECORD
           IF NOT CLIENT-FILE-AVAILABLE
               DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                   " not reinstated - client master unavailable."
           ELSE
               MOVE ARCHIVED-CLIENT-ID TO CLIENT-ID
               READ CLIENT-FILE
                   INVALID KEY
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " - CLIENT-ID " ARCHIVED-CLIENT-ID
                           " is not on the client master."
                   NOT INVALID KEY
                       IF CLIENT-STATUS-ACTIVE
                           SET OWNING-CLIENT-FOUND TO TRUE
                       ELSE
                           DISPLAY "REJECTED: scenario "
                               ENTRY-SCENARIO-ID " - CLIENT-ID "
                               ARCHIVED-CLIENT-ID
                               " is inactive on the client master."
                       END-IF
               END-READ
           END-IF.

       110-REMOVE-FROM-ARCHIVE.
           MOVE ENTRY-SCENARIO-ID TO ARCH-SCENARIO-ID
           DELETE ARCHIVE-FILE
               INVALID KEY
                   DISPLAY "WARNING: scenario " ENTRY-SCENARIO-ID
                       " reinstated but not removed from the "
                       "archive, status " ARCHIVE-FILE-STATUS
                   SET ANY-ITEM-REJECTED TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO SCENARIOS-REINSTATED
           DISPLAY "Scenario " ENTRY-SCENARIO-ID
               " reinstated to the master on hold.".

       140-DISPLAY-ARCHIVED-SCENARIO.
           MOVE ARCH-SCENARIO-IMAGE TO ARCHIVED-RECORD
           MOVE ARCHIVED-AMOUNT TO EDITED-AMOUNT-FOR-DISPLAY
           MOVE ARCHIVED-RATE   TO EDITED-RATE-FOR-DISPLAY
           DISPLAY SPACE
           DISPLAY "SCENARIO-ID . . . : " ARCHIVED-ID
           DISPLAY "ARCHIVED  . . . . : " ARCH-ARCHIVE-DATE
               " AT " ARCH-ARCHIVE-TIME " BY " ARCH-OPERATOR-ID
           IF ARCH-REASON-CLOSED
               DISPLAY "REASON  . . . . . : CLOSED"
           ELSE
               DISPLAY "REASON  . . . . . : EXPIRED"
           END-IF
           DISPLAY "CLIENT-ID . . . . : " ARCHIVED-CLIENT-ID
           DISPLAY "ACCOUNT-NO  . . . : " ARCHIVED-ACCOUNT-NO
           DISPLAY "AMOUNT  . . . . . : " EDITED-AMOUNT-FOR-DISPLAY
           DISPLAY "YEARS . . . . . . : " ARCHIVED-YEARS
           DISPLAY "RATE  . . . . . . : " EDITED-RATE-FOR-DISPLAY
           DISPLAY "RATE-STEP . . . . : " ARCHIVED-RATE-STEP
           DISPLAY "FREQUENCY . . . . : " ARCHIVED-FREQUENCY
           DISPLAY "DETAIL Y/N  . . . : " ARCHIVED-DETAIL-FLAG
           MOVE ARCHIVED-CONTRIBUTION TO EDITED-CONTRIB-FOR-DISPLAY
           DISPLAY "CONTRIBUTION  . . : " EDITED-CONTRIB-FOR-DISPLAY
           DISPLAY "STATUS A/H/C  . . : " ARCHIVED-STATUS
           DISPLAY "EFFECTIVE DATE  . : " ARCHIVED-EFFECTIVE-DATE
           DISPLAY "EXPIRY DATE . . . : " ARCHIVED-EXPIRY-DATE
           MOVE ARCHIVED-TAX-RATE TO EDITED-RATE-FOR-DISPLAY
           DISPLAY "TAX TREATMENT D/T : " ARCHIVED-TAX-TREATMENT
           DISPLAY "TAX RATE PCT  . . : " EDITED-RATE-FOR-DISPLAY
           DISPLAY "INDEX CODE  . . . : " ARCHIVED-INDEX-CODE
           DISPLAY "INDEX SPREAD  . . : " ARCHIVED-INDEX-SPREAD
           MOVE ARCHIVED-WITHDRAWAL-AMOUNT
               TO EDITED-CONTRIB-FOR-DISPLAY
           DISPLAY "WITHDRAWAL  . . . : " EDITED-CONTRIB-FOR-DISPLAY
           DISPLAY "WITHDRAWAL FREQ . : " ARCHIVED-WITHDRAWAL-FREQ
           DISPLAY "WITHDRAWAL START  : " ARCHIVED-WITHDRAWAL-START
           DISPLAY "HORIZON YEARS . . : " ARCHIVED-HORIZON-YEARS.

      *    Same trailer maintenance as SCEN2000: adjust the 99999999
      *    record by the change just applied, or rebuild it from the
      *    master if it is missing.
       150-UPDATE-CONTROL-TRAILER.
           MOVE TRAILER-KEY TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
                   PERFORM 162-COUNT-MASTER-RECORDS
                   PERFORM 160-REBUILD-CONTROL-TRAILER
               NOT INVALID KEY
                   ADD TRAILER-COUNT-ADJ TO SCENARIO-TRAILER-COUNT
                   ADD TRAILER-AMOUNT-ADJ TO SCENARIO-TRAILER-HASH
                   REWRITE SCENARIO-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: unable to update control "
                               "trailer, status " SCENARIO-FILE-STATUS
                           SET ANY-ITEM-REJECTED TO TRUE
                   END-REWRITE
           END-READ.

      *    Writes the trailer from the counts 162 has just taken.
       160-REBUILD-CONTROL-TRAILER.
           MOVE TRAILER-KEY TO SCENARIO-ID
           MOVE SPACES TO SCENARIO-TRAILER-DATA
           MOVE REBUILD-COUNT TO SCENARIO-TRAILER-COUNT
           MOVE REBUILD-HASH  TO SCENARIO-TRAILER-HASH
           WRITE SCENARIO-RECORD
               INVALID KEY
                   DISPLAY "WARNING: unable to create control "
                       "trailer, status " SCENARIO-FILE-STATUS
                   SET ANY-ITEM-REJECTED TO TRUE
               NOT INVALID KEY
                   DISPLAY "Control trailer rebuilt from master: "
                       REBUILD-COUNT " data records."
           END-WRITE.

       162-COUNT-MASTER-RECORDS.
           MOVE 0 TO REBUILD-COUNT
           MOVE 0 TO REBUILD-HASH
           MOVE LOW-VALUES TO SCENARIO-ID
           START SCENARIO-FILE KEY >= SCENARIO-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF SCENARIO-FILE-STATUS = "00"
               MOVE "N" TO SCAN-EOF-SWITCH
               PERFORM 165-SCAN-NEXT-SCENARIO
                   UNTIL SCAN-EOF
           END-IF.

       165-SCAN-NEXT-SCENARIO.
           READ SCENARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ
           IF NOT SCAN-EOF
               IF SCENARIO-TRAILER-RECORD
                   CONTINUE
               ELSE
                   ADD 1 TO REBUILD-COUNT
                   ADD SCENARIO-AMOUNT TO REBUILD-HASH
               END-IF
           END-IF.

      *    Archival report: the scenarios archived this run by client,
      *    then the run totals and the control trailer proof.
       200-WRITE-ARCHIVE-REPORT.
           PERFORM 205-WRITE-REPORT-HEADER
           MOVE SPACES TO BREAK-CLIENT-ID
           IF NOT ARCHIVE-RUN-DONE
               MOVE SPACES TO REPORT-RECORD
               MOVE "NO ARCHIVE RUN THIS SESSION" TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF

           PERFORM VARYING ART-INDEX FROM 1 BY 1
                   UNTIL ART-INDEX > ART-ENTRY-COUNT
               IF ART-CLIENT-ID (ART-INDEX) NOT = BREAK-CLIENT-ID
                   IF BREAK-CLIENT-ID NOT = SPACES
                       PERFORM 215-WRITE-CLIENT-SUBTOTAL
                   END-IF
                   MOVE ART-CLIENT-ID (ART-INDEX) TO BREAK-CLIENT-ID
                   PERFORM 210-WRITE-CLIENT-BREAK
               END-IF
               IF LINE-COUNT > LINES-PER-PAGE
                   PERFORM 205-WRITE-REPORT-HEADER
               END-IF
               MOVE ART-SCENARIO-ID (ART-INDEX) TO ADL-SCENARIO-ID
               MOVE ART-ACCOUNT-NO (ART-INDEX)  TO ADL-ACCOUNT-NO
               MOVE ART-STATUS (ART-INDEX)      TO ADL-STATUS
               IF ART-EXPIRY-DATE (ART-INDEX) = 0
                   MOVE "NONE" TO ADL-EXPIRY-DATE
               ELSE
                   MOVE ART-EXPIRY-DATE (ART-INDEX)
                       TO EDITED-EXPIRY-DATE
                   MOVE EDITED-EXPIRY-DATE TO ADL-EXPIRY-DATE
               END-IF
               MOVE ART-AMOUNT (ART-INDEX)      TO ADL-AMOUNT
               IF ART-REASON (ART-INDEX) = "C"
                   MOVE "CLOSED"  TO ADL-REASON
               ELSE
                   MOVE "EXPIRED" TO ADL-REASON
               END-IF
               WRITE REPORT-RECORD FROM ARCH-DETAIL-LINE
               ADD 1 TO LINE-COUNT
               ADD 1 TO SUB-SCENARIO-COUNT
               ADD ART-AMOUNT (ART-INDEX) TO SUB-AMOUNT-TOTAL
           END-PERFORM

           IF BREAK-CLIENT-ID NOT = SPACES
               PERFORM 215-WRITE-CLIENT-SUBTOTAL
           END-IF

           PERFORM 220-WRITE-REPORT-TOTALS.

       205-WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO AHL1-RUN-DATE
           MOVE PAGE-COUNT      TO AHL1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM ARCH-HEADER-LINE-1
           MOVE ARCHIVE-RETENTION-DAYS TO AHL2-RETENTION-DAYS
           WRITE REPORT-RECORD FROM ARCH-HEADER-LINE-2
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM ARCH-COLUMN-LINE
           MOVE 0 TO LINE-COUNT.

       210-WRITE-CLIENT-BREAK.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 205-WRITE-REPORT-HEADER
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

       215-WRITE-CLIENT-SUBTOTAL.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 205-WRITE-REPORT-HEADER
           END-IF
           MOVE SUB-SCENARIO-COUNT TO CSL-SCENARIO-COUNT
           MOVE SUB-AMOUNT-TOTAL   TO CSL-AMOUNT
           WRITE REPORT-RECORD FROM CLIENT-SUBTOTAL-LINE
           ADD 1 TO LINE-COUNT
           MOVE 0 TO SUB-SCENARIO-COUNT
           MOVE 0 TO SUB-AMOUNT-TOTAL.

       220-WRITE-REPORT-TOTALS.
           IF LINE-COUNT > LINES-PER-PAGE - 16
               PERFORM 205-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SCENARIOS READ"                TO ATL-LABEL
           MOVE SCENARIOS-READ                  TO ATL-VALUE
           WRITE REPORT-RECORD FROM ARCH-TOTAL-LINE
           MOVE "ARCHIVED - CLOSED"             TO ATL-LABEL
           MOVE ARCHIVED-CLOSED                 TO ATL-VALUE
           WRITE REPORT-RECORD FROM ARCH-TOTAL-LINE
           MOVE "ARCHIVED - EXPIRED"            TO ATL-LABEL
           MOVE ARCHIVED-EXPIRED                TO ATL-VALUE
           WRITE REPORT-RECORD FROM ARCH-TOTAL-LINE
           MOVE "HELD BACK - AWAITING APPROVAL" TO ATL-LABEL
           MOVE HELD-BACK-COUNT                 TO ATL-VALUE
           WRITE REPORT-RECORD FROM ARCH-TOTAL-LINE
           MOVE "NOT ARCHIVED - ERRORS"         TO ATL-LABEL
           MOVE NOT-ARCHIVED-COUNT              TO ATL-VALUE
           WRITE REPORT-RECORD FROM ARCH-TOTAL-LINE
           MOVE "AMOUNT ARCHIVED"               TO AAL-LABEL
           MOVE ARCHIVED-AMOUNT-TOTAL           TO AAL-AMOUNT
           WRITE REPORT-RECORD FROM ARCH-AMOUNT-LINE
           IF ART-OMITTED-COUNT > 0
               MOVE "OMITTED FROM REPORT (TABLE FULL)" TO ATL-LABEL
               MOVE ART-OMITTED-COUNT           TO ATL-VALUE
               WRITE REPORT-RECORD FROM ARCH-TOTAL-LINE
               ADD 1 TO LINE-COUNT
           END-IF
           MOVE "SCENARIOS REINSTATED THIS RUN" TO ATL-LABEL
           MOVE SCENARIOS-REINSTATED            TO ATL-VALUE
           WRITE REPORT-RECORD FROM ARCH-TOTAL-LINE
           ADD 8 TO LINE-COUNT

      *    The trailer proof is only printed when the archive run
      *    got as far as rebuilding the trailer.
           IF TRAILER-STATUS-TEXT NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF TRAILER-FOUND-BEFORE
                   MOVE "TRAILER BEFORE ARCHIVAL" TO ARL-LABEL
                   MOVE TRAILER-BEFORE-COUNT      TO ARL-COUNT
                   MOVE TRAILER-BEFORE-HASH       TO ARL-HASH
                   WRITE REPORT-RECORD FROM ARCH-TRAILER-LINE
                   MOVE "EXPECTED AFTER ARCHIVAL" TO ARL-LABEL
                   MOVE EXPECTED-COUNT            TO ARL-COUNT
                   MOVE EXPECTED-HASH             TO ARL-HASH
                   WRITE REPORT-RECORD FROM ARCH-TRAILER-LINE
               END-IF
               MOVE "REBUILT FROM MASTER"     TO ARL-LABEL
               MOVE REBUILD-COUNT             TO ARL-COUNT
               MOVE REBUILD-HASH              TO ARL-HASH
               WRITE REPORT-RECORD FROM ARCH-TRAILER-LINE
               MOVE TRAILER-STATUS-TEXT       TO ASL-STATUS
               WRITE REPORT-RECORD FROM ARCH-STATUS-LINE
               ADD 5 TO LINE-COUNT
           END-IF.
