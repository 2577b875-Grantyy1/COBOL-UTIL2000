       IDENTIFICATION DIVISION.

       PROGRAM-ID. APRV2000.

      *****************************************************************
      * Program Name : APRV2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Dual-control (maker/checker) approval of scenario
      *   maintenance.  SCEN2000 holds an add or change on the
      *   pending-approval file (PENDING, see copybook PENDREC)
      *   instead of applying it when its AMOUNT is over the CONTROL
      *   file's APPROVAL-THRESHOLD or it changes the RATE (or the
      *   INDEX CODE or INDEX SPREAD an indexed rate is taken from),
      *   TAX TREATMENT or STATUS of an existing scenario.  This
      *   program lists the items awaiting approval with their before
      *   and after values field by field, and lets a supervisor
      *   (authority level 3 on the operator master) who is not the
      *   operator that keyed the change approve or decline each one.
      *   An approved item is applied to the SCENARIO master exactly as
      *   SCEN2000 would have applied it - with the control trailer
      *   update and a maintenance audit (MNTAUDIT) line carrying the
      *   maker's operator ID and the approving checker's ID - provided
      *   the master still holds the record the maker saw and the
      *   scenario's client is still active on the client master (it
      *   may have been merged away or made inactive while the item
      *   waited) and an add's scenario ID is not held on the
      *   scenario archive (SCENARCH).  A declined item is left
      *   unapplied.  Every run
      *   first expires the items that have waited longer than the
      *   CONTROL file's PENDING-EXPIRY-DAYS, and ends with the
      *   aged-pending report: every item still awaiting approval
      *   with its age, and every item expired today.
      *   Transactions are read one field per card after the
      *   operator card: function (L = list, A = approve, D =
      *   decline, X = end), then the scenario ID for A and D.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCENARIO-ID
               FILE STATUS IS SCENARIO-FILE-STATUS.

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

           SELECT ARCHIVE-FILE ASSIGN TO "SCENARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SCENARIO-ID
               FILE STATUS IS ARCHIVE-FILE-STATUS.

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

       FD  PENDING-FILE.
       COPY PENDREC REPLACING ==:TAG:== BY ==PEND==.

       FD  CLIENT-FILE.
       COPY CLNTREC REPLACING ==:TAG:== BY ==CLIENT==.

       FD  ARCHIVE-FILE.
       COPY ARCHREC REPLACING ==:TAG:== BY ==ARCH==.

       FD  OPERATOR-FILE.
       COPY OPRREC REPLACING ==:TAG:== BY ==OPER==.

       FD  CONTROL-FILE.
       01 CONTROL-RECORD             PIC X(80).

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01 APPROVAL-WORK-FIELDS.
          05 SCENARIO-FILE-STATUS  PIC XX     VALUE SPACES.
          05 PENDING-FILE-STATUS   PIC XX     VALUE SPACES.
          05 CLIENT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 ARCHIVE-FILE-STATUS   PIC XX     VALUE SPACES.
          05 REPORT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 APPROVAL-FUNCTION     PIC X      VALUE SPACE.
             88 APPROVAL-LIST                 VALUE "L".
             88 APPROVAL-APPROVE              VALUE "A".
             88 APPROVAL-DECLINE              VALUE "D".
             88 APPROVAL-END                  VALUE "X".
          05 ENTRY-SCENARIO-ID     PIC X(8)   VALUE SPACES.
          05 ITEM-FOUND-SWITCH     PIC X      VALUE "N".
             88 ITEM-FOUND                    VALUE "Y".
          05 PENDING-SCAN-SWITCH   PIC X      VALUE "N".
             88 PENDING-SCAN-DONE             VALUE "Y".
          05 CHECKER-OK-SWITCH     PIC X      VALUE "N".
             88 CHECKER-ALLOWED               VALUE "Y".
          05 ITEM-APPLIED-SWITCH   PIC X      VALUE "N".
             88 ITEM-APPLIED                  VALUE "Y".
          05 CLIENT-AVAILABLE-SWITCH PIC X    VALUE "N".
             88 CLIENT-FILE-AVAILABLE         VALUE "Y".
          05 OWNING-CLIENT-SWITCH  PIC X      VALUE "N".
             88 OWNING-CLIENT-FOUND           VALUE "Y".
          05 ARCHIVE-AVAILABLE-SWITCH PIC X   VALUE "N".
             88 ARCHIVE-FILE-AVAILABLE        VALUE "Y".
             88 ARCHIVE-NOT-CREATED           VALUE "X".
          05 ARCHIVE-FOUND-SWITCH  PIC X      VALUE "N".
             88 ARCHIVED-ID-FOUND             VALUE "Y".
          05 ANY-REJECTED-SWITCH   PIC X      VALUE "N".
             88 ANY-ITEM-REJECTED             VALUE "Y".
          05 DENIAL-TEXT           PIC X(40)  VALUE SPACES.

       01 APPROVAL-COUNT-FIELDS.
          05 ITEMS-EXPIRED         PIC 9(5)   VALUE 0.
          05 ITEMS-APPROVED        PIC 9(5)   VALUE 0.
          05 ITEMS-DECLINED        PIC 9(5)   VALUE 0.
          05 ITEMS-AWAITING        PIC 9(5)   VALUE 0.
          05 ITEMS-LISTED          PIC 9(5)   VALUE 0.
          05 ITEM-AGE              PIC 9(5)   VALUE 0.

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
          05 PENDING-EXPIRY-DAYS   PIC 999    VALUE 7.

       01 TRAILER-WORK-FIELDS.
          05 TRAILER-KEY           PIC X(8)   VALUE "99999999".
          05 OLD-AMOUNT            PIC 9(8)   VALUE 0.
          05 TRAILER-COUNT-ADJ     PIC S9     VALUE 0.
          05 TRAILER-AMOUNT-ADJ    PIC S9(9)  VALUE 0.
          05 REBUILD-COUNT         PIC 9(7)   VALUE 0.
          05 REBUILD-HASH          PIC 9(13)  VALUE 0.
          05 SCAN-EOF-SWITCH       PIC X      VALUE "N".
             88 SCAN-EOF                      VALUE "Y".

      *    Century window: years greater than 50 are 19xx, the rest
      *    are 20xx, matching the 6-digit dates used throughout the
      *    suite (same windowing as AUDR2000).
       01 DATE-CONVERT-FIELDS.
          05 CONVERT-DATE-IN.
             10 CDI-YY             PIC 99.
             10 CDI-MMDD           PIC 9(4).
          05 CONVERT-DATE-CCYYMMDD.
             10 CDC-CC             PIC 99.
             10 CDC-YYMMDD         PIC 9(6).
          05 CONVERT-DATE-NUM REDEFINES CONVERT-DATE-CCYYMMDD
                                   PIC 9(8).
          05 CONVERT-DATE-INTEGER  PIC 9(7)   VALUE 0.
          05 RUN-DATE-INTEGER      PIC 9(7)   VALUE 0.

      *    The before and after images of the item being shown,
      *    broken out by field for the side-by-side comparison.
       COPY SCENREC REPLACING ==:TAG:== BY ==BEFORE==.
       COPY SCENREC REPLACING ==:TAG:== BY ==AFTER==.

       01 COMPARE-EDIT-FIELDS.
          05 EDITED-AMOUNT         PIC ZZ,ZZZ,ZZ9.
          05 EDITED-RATE           PIC Z9.9.
          05 EDITED-RATE-STEP      PIC +9.9.
          05 EDITED-CONTRIBUTION   PIC ZZZ,ZZZ.99.
          05 EDITED-SPREAD         PIC +Z9.9.

       01 COMPARE-LINE.
          05 CPL-LABEL             PIC X(20).
          05 CPL-BEFORE            PIC X(14).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CPL-AFTER             PIC X(14).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CPL-MARKER            PIC X(3).

       01 COMPARE-HEADING-LINE.
          05 FILLER                PIC X(20)  VALUE SPACES.
          05 FILLER                PIC X(16)  VALUE "BEFORE".
          05 FILLER                PIC X(14)  VALUE "AFTER".

       01 REASON-TEXT-FIELDS.
          05 REASON-TEXT           PIC X(17)  VALUE SPACES.

       01 REPORT-WORK-FIELDS.
          05 PAGE-COUNT            PIC 9(3)   VALUE 0.
          05 LINE-COUNT            PIC 99     VALUE 0.
          05 LINES-PER-PAGE        PIC 99     VALUE 40.
          05 EDITED-RUN-DATE       PIC 99/99/99.

       01 APRV-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "APRV2000".
          05 FILLER                PIC X(30)  VALUE
             "AGED PENDING APPROVAL REPORT".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 AHL1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 AHL1-PAGE-NUMBER      PIC ZZ9.

       01 APRV-HEADER-LINE-2.
          05 FILLER                PIC X(24)  VALUE
             "ITEMS EXPIRE AFTER".
          05 AHL2-EXPIRY-DAYS      PIC ZZ9.
          05 FILLER                PIC X(6)   VALUE " DAYS".

       01 APRV-COLUMN-LINE.
          05 FILLER                PIC X(10)  VALUE "SCENARIO".
          05 FILLER                PIC X(10)  VALUE "KEYED".
          05 FILLER                PIC X(10)  VALUE "MAKER".
          05 FILLER                PIC X(3)   VALUE "FN".
          05 FILLER                PIC X(18)  VALUE "HELD FOR".
          05 FILLER                PIC X(12)  VALUE "    AMOUNT".
          05 FILLER                PIC X(6)   VALUE "AGE".
          05 FILLER                PIC X(8)   VALUE "STATUS".

       01 APRV-DETAIL-LINE.
          05 ADL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-KEYED-DATE        PIC 99/99/99.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-MAKER-ID          PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-FUNCTION          PIC X.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-REASONS           PIC X(17).
          05 FILLER                PIC X      VALUE SPACE.
          05 ADL-AMOUNT            PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-AGE               PIC ZZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 ADL-STATUS            PIC X(8).

       01 APRV-TOTAL-LINE.
          05 ATL-LABEL             PIC X(32).
          05 ATL-VALUE             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-APPROVE-MAINTENANCE.
           DISPLAY "***************************************".
           DISPLAY "*  APRV2000 Maintenance Approval      *".
           DISPLAY "*  Dual Control - Maker / Checker     *".
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
               MOVE SPACE TO APPROVAL-FUNCTION
               MOVE SPACES TO ENTRY-SCENARIO-ID
               MOVE "** AUTHORIZATION DENIED **" TO DENIAL-TEXT
               PERFORM 095-LOG-AUTH-DENIAL
               MOVE 12 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           PERFORM 015-READ-CONTROL-PARMS
           PERFORM 010-OPEN-FILES
           PERFORM 030-EXPIRE-AGED-ITEMS

           PERFORM 005-SHOW-MENU
           PERFORM UNTIL APPROVAL-END
               EVALUATE TRUE
                   WHEN APPROVAL-LIST
                       PERFORM 100-LIST-PENDING-ITEMS
                   WHEN APPROVAL-APPROVE
                       PERFORM 060-APPROVE-ITEM
                   WHEN APPROVAL-DECLINE
                       PERFORM 080-DECLINE-ITEM
                   WHEN OTHER
                       DISPLAY "Invalid function - L/A/D/X only."
               END-EVALUATE
               PERFORM 005-SHOW-MENU
           END-PERFORM

           PERFORM 200-WRITE-AGED-REPORT

           CLOSE SCENARIO-FILE
           CLOSE PENDING-FILE
           IF CLIENT-FILE-AVAILABLE
               CLOSE CLIENT-FILE
           END-IF
           IF ARCHIVE-FILE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE REPORT-OUT

           DISPLAY "Items expired this run : " ITEMS-EXPIRED
           DISPLAY "Items approved         : " ITEMS-APPROVED
           DISPLAY "Items declined         : " ITEMS-DECLINED
           DISPLAY "Items still awaiting   : " ITEMS-AWAITING

           IF ANY-ITEM-REJECTED
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End of session."
           STOP RUN.

       005-SHOW-MENU.
           DISPLAY "L = List items awaiting approval".
           DISPLAY "A = Approve item".
           DISPLAY "D = Decline item".
           DISPLAY "X = End approval session".
           DISPLAY "Enter function: ".
           ACCEPT APPROVAL-FUNCTION.

       010-OPEN-FILES.
           OPEN I-O SCENARIO-FILE
           IF SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open SCENARIO master, status "
                   SCENARIO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

      *    Created empty on first use, as SCEN2000 does, so the aged
      *    report can run before anything has ever been held.
           OPEN I-O PENDING-FILE
           IF PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open PENDING approval file, "
                   "status " PENDING-FILE-STATUS
               CLOSE SCENARIO-FILE
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

      *    Without the client master the list and the aged report
      *    still run, but nothing can be approved.
           OPEN INPUT CLIENT-FILE
           IF CLIENT-FILE-STATUS = "00"
               SET CLIENT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: client master unavailable, "
                   "status " CLIENT-FILE-STATUS
                   " - no item can be approved."
           END-IF

      *    The archive is read only, to keep an approved add from
      *    re-using an archived scenario's ID.  One not yet created
      *    holds nothing; one that cannot be opened stops every add.
           OPEN INPUT ARCHIVE-FILE
           EVALUATE ARCHIVE-FILE-STATUS
               WHEN "00"
                   SET ARCHIVE-FILE-AVAILABLE TO TRUE
               WHEN "35"
                   SET ARCHIVE-NOT-CREATED TO TRUE
               WHEN OTHER
                   DISPLAY "WARNING: scenario archive unavailable, "
                       "status " ARCHIVE-FILE-STATUS
                       " - no add can be approved."
           END-EVALUATE

           OPEN OUTPUT REPORT-OUT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open REPORT-OUT, status "
                   REPORT-FILE-STATUS
               CLOSE SCENARIO-FILE
               CLOSE PENDING-FILE
               IF CLIENT-FILE-AVAILABLE
                   CLOSE CLIENT-FILE
               END-IF
               IF ARCHIVE-FILE-AVAILABLE
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF.

      *    Any active operator may list the items and run the aged
      *    report; approving and declining are checked per item in
      *    050-CHECK-CHECKER.  No profile master, no session.
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

      *    Only PENDING-EXPIRY-DAYS is used here; every other keyword
      *    on the shared CONTROL file belongs to another program.
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
           DISPLAY "Pending items expire after " PENDING-EXPIRY-DAYS
               " days.".

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
                   WHEN "PENDING-EXPIRY-DAYS"
                       IF CONTROL-VALUE-NUM >= 1
                           AND CONTROL-VALUE-NUM <= 999
                           MOVE CONTROL-VALUE-NUM
                               TO PENDING-EXPIRY-DAYS
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

      *    Every run starts by expiring the items that have waited
      *    too long, so nothing stale can be approved.  An expired
      *    item has to be keyed again in SCEN2000 if it still stands.
       030-EXPIRE-AGED-ITEMS.
           MOVE LOW-VALUES TO PEND-KEY
           MOVE "N" TO PENDING-SCAN-SWITCH
           START PENDING-FILE KEY >= PEND-KEY
               INVALID KEY
                   SET PENDING-SCAN-DONE TO TRUE
           END-START
           PERFORM 032-READ-NEXT-PENDING
           PERFORM UNTIL PENDING-SCAN-DONE
               IF PEND-AWAITING
                   PERFORM 037-COMPUTE-ITEM-AGE
                   IF ITEM-AGE > PENDING-EXPIRY-DAYS
                       SET PEND-EXPIRED TO TRUE
                       MOVE SPACES   TO PEND-CHECKER-ID
                       MOVE RUN-DATE TO PEND-DECIDED-DATE
                       MOVE RUN-TIME TO PEND-DECIDED-TIME
                       REWRITE PEND-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: unable to expire "
                                   "item for " PEND-SCENARIO-ID
                                   ", status " PENDING-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO ITEMS-EXPIRED
                               DISPLAY "Item for scenario "
                                   PEND-SCENARIO-ID " keyed by "
                                   PEND-MAKER-ID " expired after "
                                   ITEM-AGE " days."
                       END-REWRITE
                   END-IF
               END-IF
               PERFORM 032-READ-NEXT-PENDING
           END-PERFORM.

       032-READ-NEXT-PENDING.
           IF NOT PENDING-SCAN-DONE
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET PENDING-SCAN-DONE TO TRUE
               END-READ
           END-IF.

       035-CONVERT-DATE.
           IF CDI-YY > 50
               MOVE 19 TO CDC-CC
           ELSE
               MOVE 20 TO CDC-CC
           END-IF
           MOVE CONVERT-DATE-IN TO CDC-YYMMDD
           COMPUTE CONVERT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CONVERT-DATE-NUM).

       037-COMPUTE-ITEM-AGE.
           MOVE PEND-KEYED-DATE TO CONVERT-DATE-IN
           PERFORM 035-CONVERT-DATE
           IF CONVERT-DATE-INTEGER > RUN-DATE-INTEGER
               MOVE 0 TO ITEM-AGE
           ELSE
               COMPUTE ITEM-AGE =
                   RUN-DATE-INTEGER - CONVERT-DATE-INTEGER
           END-IF.

       040-ACCEPT-ITEM-KEY.
           DISPLAY "Enter SCENARIO-ID: "
           ACCEPT ENTRY-SCENARIO-ID.

      *    SCEN2000 lets only one item per scenario await approval,
      *    so the scenario ID alone finds it among that scenario's
      *    decided and expired items.
       045-FIND-PENDING-ITEM.
           MOVE "N" TO ITEM-FOUND-SWITCH
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
           IF NOT ITEM-FOUND
               DISPLAY "REJECTED: no item awaiting approval for "
                   "scenario " ENTRY-SCENARIO-ID "."
               SET ANY-ITEM-REJECTED TO TRUE
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
                       SET ITEM-FOUND TO TRUE
                       SET PENDING-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    The checker must be a supervisor and must not be the
      *    maker.  Either failure is a denied attempt, logged to the
      *    maintenance audit file with function F as SCEN2000 does.
       050-CHECK-CHECKER.
           MOVE "N" TO CHECKER-OK-SWITCH
           EVALUATE TRUE
               WHEN NOT OPERATOR-SUPERVISOR-AUTH
                   DISPLAY "AUTH: operator " OPERATOR-ID
                       " is not authorized to approve or decline."
                   MOVE "** AUTHORIZATION DENIED **" TO DENIAL-TEXT
                   PERFORM 095-LOG-AUTH-DENIAL
                   SET ANY-ITEM-REJECTED TO TRUE
               WHEN PEND-MAKER-ID = OPERATOR-ID
                   DISPLAY "AUTH: operator " OPERATOR-ID
                       " keyed this change and may not decide it."
                   MOVE "** AUTHORIZATION DENIED - OWN CHANGE **"
                       TO DENIAL-TEXT
                   PERFORM 095-LOG-AUTH-DENIAL
                   SET ANY-ITEM-REJECTED TO TRUE
               WHEN OTHER
                   SET CHECKER-ALLOWED TO TRUE
           END-EVALUATE.

       060-APPROVE-ITEM.
           PERFORM 040-ACCEPT-ITEM-KEY
           PERFORM 045-FIND-PENDING-ITEM
           IF ITEM-FOUND
               PERFORM 050-CHECK-CHECKER
           END-IF
           IF ITEM-FOUND AND CHECKER-ALLOWED
               PERFORM 140-DISPLAY-PENDING-ITEM
               MOVE "N" TO ITEM-APPLIED-SWITCH
               PERFORM 062-CHECK-OWNING-CLIENT
               IF OWNING-CLIENT-FOUND
                   IF PEND-ADD
                       PERFORM 065-APPLY-APPROVED-ADD
                   ELSE
                       PERFORM 070-APPLY-APPROVED-CHANGE
                   END-IF
               END-IF
               IF ITEM-APPLIED
                   SET PEND-APPROVED TO TRUE
                   PERFORM 075-MARK-ITEM-DECIDED
                   ADD 1 TO ITEMS-APPROVED
                   DISPLAY "Scenario " ENTRY-SCENARIO-ID
                       " approved and applied."
               ELSE
                   SET ANY-ITEM-REJECTED TO TRUE
                   DISPLAY "Approval not applied - decline the item "
                       "and have it keyed again."
               END-IF
           END-IF.

      *    The same client check SCEN2000 makes when the item is
      *    keyed: the client may have been merged away by CMRG2000 or
      *    made inactive through CLNT2000 while the item waited (a
      *    delete is refused while the item awaits approval, but
      *    neither looks further at PENDING).  Without the client
      *    master nothing is applied.
       062-CHECK-OWNING-CLIENT.
           MOVE "N" TO OWNING-CLIENT-SWITCH
           MOVE PEND-AFTER-IMAGE TO AFTER-RECORD
           IF NOT CLIENT-FILE-AVAILABLE
               DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                   " not applied - client master unavailable."
           ELSE
               MOVE AFTER-CLIENT-ID TO CLIENT-ID
               READ CLIENT-FILE
                   INVALID KEY
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " - CLIENT-ID " AFTER-CLIENT-ID
                           " is not on the client master."
                   NOT INVALID KEY
                       IF CLIENT-STATUS-ACTIVE
                           SET OWNING-CLIENT-FOUND TO TRUE
                       ELSE
                           DISPLAY "REJECTED: scenario "
                               ENTRY-SCENARIO-ID " - CLIENT-ID "
                               AFTER-CLIENT-ID
                               " is inactive on the client master."
                       END-IF
               END-READ
           END-IF.

      *    SCEN2000 refuses an add whose ID is on the archive, but
      *    the scenario may have been archived while the item waited.
      *    The archive is checked again here for the same reason.
       065-APPLY-APPROVED-ADD.
           PERFORM 067-CHECK-ARCHIVE
           IF NOT ARCHIVED-ID-FOUND
               MOVE PEND-AFTER-IMAGE TO SCENARIO-RECORD
               WRITE SCENARIO-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " is already on the master."
                   NOT INVALID KEY
                       SET ITEM-APPLIED TO TRUE
                       MOVE SPACES TO MLL-BEFORE-IMAGE
                       MOVE SCENARIO-RECORD TO MLL-AFTER-IMAGE
                       PERFORM 090-WRITE-MAINT-AUDIT
                       MOVE 1 TO TRAILER-COUNT-ADJ
                       MOVE SCENARIO-AMOUNT TO TRAILER-AMOUNT-ADJ
                       PERFORM 150-UPDATE-CONTROL-TRAILER
               END-WRITE
           END-IF.

       067-CHECK-ARCHIVE.
           MOVE "N" TO ARCHIVE-FOUND-SWITCH
           IF ARCHIVE-FILE-AVAILABLE
               MOVE ENTRY-SCENARIO-ID TO ARCH-SCENARIO-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ARCHIVED-ID-FOUND TO TRUE
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " - SCENARIO ID IS ON THE ARCHIVE"
               END-READ
           ELSE
               IF NOT ARCHIVE-NOT-CREATED
                   SET ARCHIVED-ID-FOUND TO TRUE
                   DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                       " not applied - scenario archive unavailable."
               END-IF
           END-IF.

      *    The change is only applied over the record the maker saw.
      *    If anything else has touched the scenario since (a client
      *    merge, a recovery), the approval is refused.
       070-APPLY-APPROVED-CHANGE.
           MOVE ENTRY-SCENARIO-ID TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
                   DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                       " is no longer on the master."
               NOT INVALID KEY
                   IF SCENARIO-RECORD NOT = PEND-BEFORE-IMAGE
                       DISPLAY "REJECTED: scenario " ENTRY-SCENARIO-ID
                           " has changed on the master since the "
                           "item was keyed."
                   ELSE
                       MOVE SCENARIO-AMOUNT TO OLD-AMOUNT
                       MOVE PEND-AFTER-IMAGE TO SCENARIO-RECORD
                       REWRITE SCENARIO-RECORD
                           INVALID KEY
                               DISPLAY "REJECTED: rewrite failed for "
                                   ENTRY-SCENARIO-ID ", status "
                                   SCENARIO-FILE-STATUS
                           NOT INVALID KEY
                               SET ITEM-APPLIED TO TRUE
                               MOVE PEND-BEFORE-IMAGE
                                   TO MLL-BEFORE-IMAGE
                               MOVE SCENARIO-RECORD
                                   TO MLL-AFTER-IMAGE
                               PERFORM 090-WRITE-MAINT-AUDIT
                               MOVE 0 TO TRAILER-COUNT-ADJ
                               COMPUTE TRAILER-AMOUNT-ADJ =
                                   SCENARIO-AMOUNT - OLD-AMOUNT
                               PERFORM 150-UPDATE-CONTROL-TRAILER
                       END-REWRITE
                   END-IF
           END-READ.

       075-MARK-ITEM-DECIDED.
           MOVE OPERATOR-ID TO PEND-CHECKER-ID
           MOVE RUN-DATE    TO PEND-DECIDED-DATE
           MOVE RUN-TIME    TO PEND-DECIDED-TIME
           REWRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "WARNING: unable to record the decision "
                       "for " PEND-SCENARIO-ID ", status "
                       PENDING-FILE-STATUS
                   SET ANY-ITEM-REJECTED TO TRUE
           END-REWRITE.

       080-DECLINE-ITEM.
           PERFORM 040-ACCEPT-ITEM-KEY
           PERFORM 045-FIND-PENDING-ITEM
           IF ITEM-FOUND
               PERFORM 050-CHECK-CHECKER
           END-IF
           IF ITEM-FOUND AND CHECKER-ALLOWED
               PERFORM 140-DISPLAY-PENDING-ITEM
               SET PEND-DECLINED TO TRUE
               PERFORM 075-MARK-ITEM-DECIDED
               ADD 1 TO ITEMS-DECLINED
               DISPLAY "Scenario " ENTRY-SCENARIO-ID
                   " declined - master not changed."
           END-IF.

      *    Same open-extend/first-time-create pattern as SCEN2000.
      *    The audit line is stamped with the maker as the operator
      *    and this session's operator as the checker, and carries
      *    the function the maker keyed, so MNTR2000 and RCVR2000
      *    treat it as any other add or change.
       090-WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open maintenance audit "
                   "file, status " MAINT-AUDIT-STATUS
               SET ANY-ITEM-REJECTED TO TRUE
           ELSE
               MOVE RUN-DATE          TO MLL-RUN-DATE
               MOVE RUN-TIME          TO MLL-RUN-TIME
               MOVE PEND-MAKER-ID     TO MLL-OPERATOR-ID
               MOVE PEND-FUNCTION     TO MLL-FUNCTION
               MOVE ENTRY-SCENARIO-ID TO MLL-SCENARIO-ID
               MOVE OPERATOR-ID       TO MLL-CHECKER-ID
               WRITE MAINT-AUDIT-RECORD FROM MAINT-LOG-LINE
               CLOSE MAINT-AUDIT
           END-IF.

       095-LOG-AUTH-DENIAL.
           MOVE SPACES TO MLL-BEFORE-IMAGE
           MOVE APPROVAL-FUNCTION TO MLL-BEFORE-IMAGE (1:1)
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

       100-LIST-PENDING-ITEMS.
           MOVE 0 TO ITEMS-LISTED
           MOVE LOW-VALUES TO PEND-KEY
           MOVE "N" TO PENDING-SCAN-SWITCH
           START PENDING-FILE KEY >= PEND-KEY
               INVALID KEY
                   SET PENDING-SCAN-DONE TO TRUE
           END-START
           PERFORM 032-READ-NEXT-PENDING
           PERFORM UNTIL PENDING-SCAN-DONE
               IF PEND-AWAITING
                   ADD 1 TO ITEMS-LISTED
                   PERFORM 140-DISPLAY-PENDING-ITEM
               END-IF
               PERFORM 032-READ-NEXT-PENDING
           END-PERFORM
           DISPLAY ITEMS-LISTED " item(s) awaiting approval.".

      *    One item: who keyed what and why it was held, then every
      *    field of the scenario before and after, with the fields
      *    that change marked.  An add has no before image; the
      *    after image stands in for it so the edits below have
      *    numeric data to work on, and the column is blanked.
       140-DISPLAY-PENDING-ITEM.
           PERFORM 037-COMPUTE-ITEM-AGE
           PERFORM 145-BUILD-REASON-TEXT
           MOVE PEND-AFTER-IMAGE TO AFTER-RECORD
           IF PEND-ADD
               MOVE PEND-AFTER-IMAGE TO BEFORE-RECORD
           ELSE
               MOVE PEND-BEFORE-IMAGE TO BEFORE-RECORD
           END-IF
           DISPLAY SPACE
           DISPLAY "SCENARIO-ID . . . : " PEND-SCENARIO-ID
               "   FUNCTION " PEND-FUNCTION
           DISPLAY "KEYED BY  . . . . : " PEND-MAKER-ID
               " ON " PEND-KEYED-DATE " AT " PEND-KEYED-TIME
               " (" ITEM-AGE " DAYS AGO)"
           DISPLAY "HELD FOR  . . . . : " REASON-TEXT
           DISPLAY COMPARE-HEADING-LINE

           MOVE "CLIENT-ID"           TO CPL-LABEL
           MOVE BEFORE-CLIENT-ID      TO CPL-BEFORE
           MOVE AFTER-CLIENT-ID       TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "ACCOUNT-NO"          TO CPL-LABEL
           MOVE BEFORE-ACCOUNT-NO     TO CPL-BEFORE
           MOVE AFTER-ACCOUNT-NO      TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "AMOUNT"              TO CPL-LABEL
           MOVE BEFORE-AMOUNT         TO EDITED-AMOUNT
           MOVE EDITED-AMOUNT         TO CPL-BEFORE
           MOVE AFTER-AMOUNT          TO EDITED-AMOUNT
           MOVE EDITED-AMOUNT         TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "YEARS"               TO CPL-LABEL
           MOVE BEFORE-YEARS          TO CPL-BEFORE
           MOVE AFTER-YEARS           TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "RATE"                TO CPL-LABEL
           MOVE BEFORE-RATE           TO EDITED-RATE
           MOVE EDITED-RATE           TO CPL-BEFORE
           MOVE AFTER-RATE            TO EDITED-RATE
           MOVE EDITED-RATE           TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "RATE-STEP"           TO CPL-LABEL
           MOVE BEFORE-RATE-STEP      TO EDITED-RATE-STEP
           MOVE EDITED-RATE-STEP      TO CPL-BEFORE
           MOVE AFTER-RATE-STEP       TO EDITED-RATE-STEP
           MOVE EDITED-RATE-STEP      TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "FREQUENCY"           TO CPL-LABEL
           MOVE BEFORE-FREQUENCY      TO CPL-BEFORE
           MOVE AFTER-FREQUENCY       TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "DETAIL Y/N"          TO CPL-LABEL
           MOVE BEFORE-DETAIL-FLAG    TO CPL-BEFORE
           MOVE AFTER-DETAIL-FLAG     TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "CONTRIBUTION"        TO CPL-LABEL
           MOVE BEFORE-CONTRIBUTION   TO EDITED-CONTRIBUTION
           MOVE EDITED-CONTRIBUTION   TO CPL-BEFORE
           MOVE AFTER-CONTRIBUTION    TO EDITED-CONTRIBUTION
           MOVE EDITED-CONTRIBUTION   TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "STATUS A/H/C"        TO CPL-LABEL
           MOVE BEFORE-STATUS         TO CPL-BEFORE
           MOVE AFTER-STATUS          TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "EFFECTIVE DATE"      TO CPL-LABEL
           MOVE BEFORE-EFFECTIVE-DATE TO CPL-BEFORE
           MOVE AFTER-EFFECTIVE-DATE  TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "EXPIRY DATE"         TO CPL-LABEL
           MOVE BEFORE-EXPIRY-DATE    TO CPL-BEFORE
           MOVE AFTER-EXPIRY-DATE     TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "TAX TREATMENT D/T"   TO CPL-LABEL
           MOVE BEFORE-TAX-TREATMENT  TO CPL-BEFORE
           MOVE AFTER-TAX-TREATMENT   TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "TAX RATE PCT"        TO CPL-LABEL
           MOVE BEFORE-TAX-RATE       TO EDITED-RATE
           MOVE EDITED-RATE           TO CPL-BEFORE
           MOVE AFTER-TAX-RATE        TO EDITED-RATE
           MOVE EDITED-RATE           TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "INDEX CODE"          TO CPL-LABEL
           MOVE BEFORE-INDEX-CODE     TO CPL-BEFORE
           MOVE AFTER-INDEX-CODE      TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "INDEX SPREAD"        TO CPL-LABEL
           MOVE BEFORE-INDEX-SPREAD   TO EDITED-SPREAD
           MOVE EDITED-SPREAD         TO CPL-BEFORE
           MOVE AFTER-INDEX-SPREAD    TO EDITED-SPREAD
           MOVE EDITED-SPREAD         TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "WITHDRAWAL"          TO CPL-LABEL
           MOVE BEFORE-WITHDRAWAL-AMOUNT TO EDITED-CONTRIBUTION
           MOVE EDITED-CONTRIBUTION   TO CPL-BEFORE
           MOVE AFTER-WITHDRAWAL-AMOUNT TO EDITED-CONTRIBUTION
           MOVE EDITED-CONTRIBUTION   TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "WITHDRAWAL FREQ"     TO CPL-LABEL
           MOVE BEFORE-WITHDRAWAL-FREQ TO CPL-BEFORE
           MOVE AFTER-WITHDRAWAL-FREQ TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "WITHDRAWAL START"    TO CPL-LABEL
           MOVE BEFORE-WITHDRAWAL-START TO CPL-BEFORE
           MOVE AFTER-WITHDRAWAL-START TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE
           MOVE "HORIZON YEARS"       TO CPL-LABEL
           MOVE BEFORE-HORIZON-YEARS  TO CPL-BEFORE
           MOVE AFTER-HORIZON-YEARS   TO CPL-AFTER
           PERFORM 146-SHOW-COMPARE-LINE.

       145-BUILD-REASON-TEXT.
           MOVE SPACES TO REASON-TEXT
           IF PEND-OVER-THRESHOLD
               MOVE "AMT"  TO REASON-TEXT (1:3)
           END-IF
           IF PEND-RATE-CHANGED
               MOVE "RATE" TO REASON-TEXT (5:4)
           END-IF
           IF PEND-TAX-CHANGED
               MOVE "TAX"  TO REASON-TEXT (10:3)
           END-IF
           IF PEND-STATUS-CHANGED
               MOVE "STAT" TO REASON-TEXT (14:4)
           END-IF.

       146-SHOW-COMPARE-LINE.
           MOVE SPACES TO CPL-MARKER
           IF PEND-ADD
               MOVE SPACES TO CPL-BEFORE
           ELSE
               IF CPL-BEFORE NOT = CPL-AFTER
                   MOVE "<<<" TO CPL-MARKER
               END-IF
           END-IF
           DISPLAY COMPARE-LINE.

      *    Same trailer maintenance as SCEN2000: adjust the 99999999
      *    record by the change just applied, or rebuild it from the
      *    master if it is missing.
       150-UPDATE-CONTROL-TRAILER.
           MOVE TRAILER-KEY TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
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

       160-REBUILD-CONTROL-TRAILER.
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
           END-IF

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

      *    Aged-pending report: every item still awaiting approval,
      *    with its age in days, and every item expired today (by
      *    this run or an earlier one), for the compliance follow-up.
       200-WRITE-AGED-REPORT.
           MOVE 0 TO ITEMS-AWAITING
           PERFORM 205-WRITE-REPORT-HEADER
           MOVE LOW-VALUES TO PEND-KEY
           MOVE "N" TO PENDING-SCAN-SWITCH
           START PENDING-FILE KEY >= PEND-KEY
               INVALID KEY
                   SET PENDING-SCAN-DONE TO TRUE
           END-START
           PERFORM 032-READ-NEXT-PENDING
           PERFORM UNTIL PENDING-SCAN-DONE
               EVALUATE TRUE
                   WHEN PEND-AWAITING
                       ADD 1 TO ITEMS-AWAITING
                       MOVE "AWAITING" TO ADL-STATUS
                       PERFORM 210-WRITE-AGED-DETAIL
                   WHEN PEND-EXPIRED
                     AND PEND-DECIDED-DATE = RUN-DATE
                       MOVE "EXPIRED"  TO ADL-STATUS
                       PERFORM 210-WRITE-AGED-DETAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 032-READ-NEXT-PENDING
           END-PERFORM
           PERFORM 220-WRITE-REPORT-TOTALS.

       205-WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO AHL1-RUN-DATE
           MOVE PAGE-COUNT      TO AHL1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM APRV-HEADER-LINE-1
           MOVE PENDING-EXPIRY-DAYS TO AHL2-EXPIRY-DAYS
           WRITE REPORT-RECORD FROM APRV-HEADER-LINE-2
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM APRV-COLUMN-LINE
           MOVE 0 TO LINE-COUNT.

       210-WRITE-AGED-DETAIL.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 205-WRITE-REPORT-HEADER
           END-IF
           PERFORM 037-COMPUTE-ITEM-AGE
           PERFORM 145-BUILD-REASON-TEXT
           MOVE PEND-AFTER-IMAGE TO AFTER-RECORD
           MOVE PEND-SCENARIO-ID TO ADL-SCENARIO-ID
           MOVE PEND-KEYED-DATE  TO ADL-KEYED-DATE
           MOVE PEND-MAKER-ID    TO ADL-MAKER-ID
           MOVE PEND-FUNCTION    TO ADL-FUNCTION
           MOVE REASON-TEXT      TO ADL-REASONS
           MOVE AFTER-AMOUNT     TO ADL-AMOUNT
           MOVE ITEM-AGE         TO ADL-AGE
           WRITE REPORT-RECORD FROM APRV-DETAIL-LINE
           ADD 1 TO LINE-COUNT.

       220-WRITE-REPORT-TOTALS.
           IF LINE-COUNT > LINES-PER-PAGE - 6
               PERFORM 205-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ITEMS AWAITING APPROVAL"    TO ATL-LABEL
           MOVE ITEMS-AWAITING               TO ATL-VALUE
           WRITE REPORT-RECORD FROM APRV-TOTAL-LINE
           MOVE "ITEMS EXPIRED THIS RUN"     TO ATL-LABEL
           MOVE ITEMS-EXPIRED                TO ATL-VALUE
           WRITE REPORT-RECORD FROM APRV-TOTAL-LINE
           MOVE "ITEMS APPROVED THIS RUN"    TO ATL-LABEL
           MOVE ITEMS-APPROVED               TO ATL-VALUE
           WRITE REPORT-RECORD FROM APRV-TOTAL-LINE
           MOVE "ITEMS DECLINED THIS RUN"    TO ATL-LABEL
           MOVE ITEMS-DECLINED               TO ATL-VALUE
           WRITE REPORT-RECORD FROM APRV-TOTAL-LINE.
