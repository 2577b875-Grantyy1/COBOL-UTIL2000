       IDENTIFICATION DIVISION.

       PROGRAM-ID. CMRG2000.

      *****************************************************************
      * Program Name : CMRG2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Client merge / re-key utility.  When one client has been
      *   set up twice, or two clients' books are combined, every
      *   scenario carrying the FROM CLIENT-ID is re-pointed to the
      *   surviving TO CLIENT-ID on the keyed SCENARIO master, and
      *   the same re-key is applied to the current and prior
      *   results masters (RSLTCUR/RSLTPRI) and the results history
      *   (RSLTHIST), so statements, trends and the run-over-run
      *   comparison follow the scenarios to their new owner.
      *   Scenarios already moved to the archive (SCENARCH) by
      *   ARCH2000 are re-pointed too, inside the archived record
      *   image, so a later reinstate finds the surviving client.
      *   Every re-keyed scenario is written to the maintenance
      *   audit file MNTAUDIT with function M and the full before
      *   and after record images, and a merge confirmation report
      *   lists each scenario moved with the totals for each file.
      *   Archived scenarios are listed on the report but not
      *   audited - they are not on the master, and RCVR2000 replays
      *   the audit file against the master only.
      *   The re-key changes neither the record count nor the amount
      *   hash, so the scenario control trailer is left as it is.
      *   SYSIN cards: operator ID, FROM CLIENT-ID, TO CLIENT-ID.
      *   The operator must be an active supervisor (level 3) on the
      *   OPERATOR profile master, or the run ends RETURN-CODE 12
      *   with a function F denial on MNTAUDIT.  The TO client must
      *   be active on the CLIENT master; the FROM client need not be
      *   on it at all, so scenarios orphaned by an old client delete
      *   can be recovered.  A rejected merge changes nothing and
      *   ends RETURN-CODE 4.  The utility can simply be rerun if it
      *   stops part way - anything already re-keyed is no longer
      *   found under the FROM ID.  Once the merge is confirmed the
      *   FROM client owns no scenarios, live or archived, and can be
      *   deleted or marked inactive with CLNT2000.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCENARIO-ID
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT CLIENT-FILE ASSIGN TO "CLIENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS CLIENT-FILE-STATUS.

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

           SELECT ARCHIVE-FILE ASSIGN TO "SCENARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SCENARIO-ID
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO "REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SCENARIO-FILE.
       COPY SCENREC REPLACING ==:TAG:== BY ==SCENARIO==.

       FD  CLIENT-FILE.
       COPY CLNTREC REPLACING ==:TAG:== BY ==CLIENT==.

       FD  RESULT-FILE.
       COPY RSLTREC REPLACING ==:TAG:== BY ==RESULT==.

       FD  PRIOR-RESULT-FILE.
       COPY RSLTREC REPLACING ==:TAG:== BY ==PRIOR==.

       FD  HISTORY-FILE.
       COPY HISTREC REPLACING ==:TAG:== BY ==HIST==.

       FD  ARCHIVE-FILE.
       COPY ARCHREC REPLACING ==:TAG:== BY ==ARCH==.

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       FD  OPERATOR-FILE.
       COPY OPRREC REPLACING ==:TAG:== BY ==OPER==.

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          05 SCENARIO-FILE-STATUS  PIC XX     VALUE SPACES.
          05 CLIENT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 RESULT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 PRIOR-FILE-STATUS     PIC XX     VALUE SPACES.
          05 HISTORY-FILE-STATUS   PIC XX     VALUE SPACES.
          05 ARCHIVE-FILE-STATUS   PIC XX     VALUE SPACES.
          05 REPORT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 SCAN-EOF-SWITCH       PIC X      VALUE "N".
             88 SCAN-EOF                      VALUE "Y".
          05 RESULT-AVAIL-SWITCH   PIC X      VALUE "N".
             88 RESULT-FILE-AVAILABLE         VALUE "Y".
          05 PRIOR-AVAIL-SWITCH    PIC X      VALUE "N".
             88 PRIOR-FILE-AVAILABLE          VALUE "Y".
          05 HISTORY-AVAIL-SWITCH  PIC X      VALUE "N".
             88 HISTORY-FILE-AVAILABLE        VALUE "Y".
          05 ARCHIVE-AVAIL-SWITCH  PIC X      VALUE "N".
             88 ARCHIVE-FILE-AVAILABLE        VALUE "Y".
             88 ARCHIVE-NOT-CREATED           VALUE "X".
          05 ANY-REJECTED-SWITCH   PIC X      VALUE "N".
             88 ANY-RECORD-REJECTED           VALUE "Y".

       01 MERGE-PARM-FIELDS.
          05 FROM-CLIENT-ID        PIC X(8)   VALUE SPACES.
          05 TO-CLIENT-ID          PIC X(8)   VALUE SPACES.
          05 FROM-CLIENT-NAME      PIC X(30)  VALUE SPACES.
          05 TO-CLIENT-NAME        PIC X(30)  VALUE SPACES.
          05 MERGE-VALID-SWITCH    PIC X      VALUE "Y".
             88 MERGE-IS-VALID                VALUE "Y".
             88 MERGE-IS-INVALID              VALUE "N".
          05 MERGE-REJECT-TEXT     PIC X(50)  VALUE SPACES.

       01 MERGE-COUNT-FIELDS.
          05 SCENARIOS-READ        PIC 9(7)   VALUE 0.
          05 SCENARIOS-REKEYED     PIC 9(7)   VALUE 0.
          05 AMOUNT-REKEYED        PIC 9(11)  VALUE 0.
          05 RESULTS-REKEYED       PIC 9(7)   VALUE 0.
          05 PRIORS-REKEYED        PIC 9(7)   VALUE 0.
          05 HISTORY-REKEYED       PIC 9(7)   VALUE 0.
          05 ARCHIVED-REKEYED      PIC 9(7)   VALUE 0.

       01 MAINT-AUDIT-FIELDS.
          05 MAINT-AUDIT-STATUS    PIC XX     VALUE SPACES.
          05 OPERATOR-ID           PIC X(8)   VALUE SPACES.
          05 RUN-DATE              PIC 9(6)   VALUE 0.
          05 RUN-TIME              PIC 9(8)   VALUE 0.
          05 BEFORE-IMAGE-SAVE     PIC X(100) VALUE SPACES.

       01 OPERATOR-AUTH-FIELDS.
          05 OPERATOR-FILE-STATUS  PIC XX     VALUE SPACES.
          05 OPERATOR-AUTH-LEVEL   PIC 9      VALUE 0.
             88 OPERATOR-ANALYST-AUTH         VALUES 2 3.
             88 OPERATOR-SUPERVISOR-AUTH      VALUE 3.
          05 OPERATOR-OK-SWITCH    PIC X      VALUE "N".
             88 OPERATOR-VERIFIED             VALUE "Y".

       COPY MNTLOG.

      *    The scenario image held inside an archive record.
       COPY SCENREC REPLACING ==:TAG:== BY ==ARCHIVED==.

       01 REPORT-WORK-FIELDS.
          05 PAGE-COUNT            PIC 9(3)   VALUE 0.
          05 LINE-COUNT            PIC 99     VALUE 0.
          05 LINES-PER-PAGE        PIC 99     VALUE 40.
          05 EDITED-RUN-DATE       PIC 99/99/99.

       01 MERGE-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "CMRG2000".
          05 FILLER                PIC X(30)  VALUE
             "CLIENT MERGE CONFIRMATION".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 MHL1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 MHL1-PAGE-NUMBER      PIC ZZ9.

       01 MERGE-CLIENT-LINE.
          05 MCL-LABEL             PIC X(14).
          05 MCL-CLIENT-ID         PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 MCL-CLIENT-NAME       PIC X(30).

       01 MERGE-HEADER-LINE-2.
          05 FILLER                PIC X(11)  VALUE "SCENARIO".
          05 FILLER                PIC X(13)  VALUE "ACCOUNT-NO".
          05 FILLER                PIC X(14)  VALUE "    INVESTMENT".
          05 FILLER                PIC X(8)   VALUE "  STATUS".
          05 FILLER                PIC X(11)  VALUE "   FILE".

       01 MERGE-DETAIL-LINE.
          05 MDL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 MDL-ACCOUNT-NO        PIC X(10).
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 MDL-AMOUNT            PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(6)   VALUE SPACES.
          05 MDL-STATUS            PIC X.
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 MDL-FILE              PIC X(8).

       01 MERGE-TOTAL-LINE.
          05 MTL-LABEL             PIC X(34).
          05 MTL-VALUE             PIC ZZ,ZZZ,ZZZ,ZZ9.

       01 MERGE-MESSAGE-LINE.
          05 MML-TEXT              PIC X(80).

       PROCEDURE DIVISION.

       000-MERGE-CLIENTS.
           DISPLAY "***************************************".
           DISPLAY "*   CMRG2000 Client Merge / Re-key    *".
           DISPLAY "*  Move Scenarios to Surviving Client *".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO EDITED-RUN-DATE
           DISPLAY "Enter OPERATOR-ID: "
           ACCEPT OPERATOR-ID

           PERFORM 012-VERIFY-OPERATOR
           IF OPERATOR-VERIFIED
               AND NOT OPERATOR-SUPERVISOR-AUTH
               DISPLAY "AUTH: operator " OPERATOR-ID
                   " is not authorized to merge clients."
               MOVE "N" TO OPERATOR-OK-SWITCH
           END-IF
           IF NOT OPERATOR-VERIFIED
               PERFORM 095-LOG-AUTH-DENIAL
               MOVE 12 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           PERFORM 020-ACCEPT-MERGE-PARMS
           PERFORM 010-OPEN-FILES
           PERFORM 030-VALIDATE-MERGE
           PERFORM 105-WRITE-REPORT-HEADER

           IF MERGE-IS-VALID
               PERFORM 040-REKEY-SCENARIOS
               PERFORM 050-REKEY-RESULTS
               PERFORM 055-REKEY-PRIOR-RESULTS
               PERFORM 060-REKEY-HISTORY
               PERFORM 065-REKEY-ARCHIVE
               PERFORM 120-WRITE-MERGE-TOTALS
           ELSE
               SET ANY-RECORD-REJECTED TO TRUE
               DISPLAY "REJECTED: " MERGE-REJECT-TEXT
               MOVE SPACES TO MML-TEXT
               STRING "MERGE REJECTED - " DELIMITED BY SIZE
                   MERGE-REJECT-TEXT DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM MERGE-MESSAGE-LINE
               MOVE "NOTHING HAS BEEN RE-KEYED." TO MML-TEXT
               WRITE REPORT-RECORD FROM MERGE-MESSAGE-LINE
           END-IF

           CLOSE SCENARIO-FILE
           CLOSE CLIENT-FILE
           CLOSE MAINT-AUDIT
           CLOSE REPORT-OUT
           IF RESULT-FILE-AVAILABLE
               CLOSE RESULT-FILE
           END-IF
           IF PRIOR-FILE-AVAILABLE
               CLOSE PRIOR-RESULT-FILE
           END-IF
           IF HISTORY-FILE-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
           IF ARCHIVE-FILE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF

           IF ANY-RECORD-REJECTED
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Scenarios re-keyed    : " SCENARIOS-REKEYED
           DISPLAY "Results re-keyed      : " RESULTS-REKEYED
           DISPLAY "Prior results re-keyed: " PRIORS-REKEYED
           DISPLAY "History re-keyed      : " HISTORY-REKEYED
           DISPLAY "Archived re-keyed     : " ARCHIVED-REKEYED
           DISPLAY "End of session."
           STOP RUN.

      *    The scenario master, the client master, the maintenance
      *    audit file and the report are required - a merge that
      *    cannot be audited is not run.  The results masters, the
      *    history and the archive are re-keyed when present; one
      *    that cannot be opened is reported and the run ends
      *    RETURN-CODE 4.  An archive that has never been created
      *    (status 35) simply holds nothing to re-key.
       010-OPEN-FILES.
           OPEN OUTPUT REPORT-OUT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open REPORT-OUT, status "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN I-O SCENARIO-FILE
           IF SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open SCENARIO master, status "
                   SCENARIO-FILE-STATUS
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN INPUT CLIENT-FILE
           IF CLIENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open CLIENT master, status "
                   CLIENT-FILE-STATUS " - run CLNTDEF/CLNT2000 first."
               CLOSE SCENARIO-FILE
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN EXTEND MAINT-AUDIT
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open maintenance audit "
                   "file, status " MAINT-AUDIT-STATUS
               CLOSE SCENARIO-FILE
               CLOSE CLIENT-FILE
               CLOSE REPORT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN I-O RESULT-FILE
           IF RESULT-FILE-STATUS = "00"
               SET RESULT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: current results master unavailable, "
                   "status " RESULT-FILE-STATUS " - not re-keyed."
           END-IF

           OPEN I-O PRIOR-RESULT-FILE
           IF PRIOR-FILE-STATUS = "00"
               SET PRIOR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: prior results master unavailable, "
                   "status " PRIOR-FILE-STATUS " - not re-keyed."
           END-IF

           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               SET HISTORY-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: results history unavailable, "
                   "status " HISTORY-FILE-STATUS " - not re-keyed."
           END-IF

           OPEN I-O ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "00"
               SET ARCHIVE-FILE-AVAILABLE TO TRUE
           ELSE
               IF ARCHIVE-FILE-STATUS = "35"
                   SET ARCHIVE-NOT-CREATED TO TRUE
               ELSE
                   DISPLAY "WARNING: scenario archive unavailable, "
                       "status " ARCHIVE-FILE-STATUS " - not re-keyed."
               END-IF
           END-IF.

      *    Same profile check as SCEN2000.  A merge rewrites a whole
      *    client's book in one run, so it is held to supervisor
      *    authority (level 3), the level SCEN2000 asks for a delete.
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

       020-ACCEPT-MERGE-PARMS.
           DISPLAY "Enter FROM CLIENT-ID (merged away): "
           ACCEPT FROM-CLIENT-ID
           DISPLAY "Enter TO CLIENT-ID (surviving): "
           ACCEPT TO-CLIENT-ID.

       030-VALIDATE-MERGE.
           SET MERGE-IS-VALID TO TRUE
           MOVE SPACES TO FROM-CLIENT-NAME
           MOVE SPACES TO TO-CLIENT-NAME

           IF FROM-CLIENT-ID = SPACES OR TO-CLIENT-ID = SPACES
               SET MERGE-IS-INVALID TO TRUE
               MOVE "FROM AND TO CLIENT-ID ARE BOTH REQUIRED"
                   TO MERGE-REJECT-TEXT
           ELSE
               IF FROM-CLIENT-ID = TO-CLIENT-ID
                   SET MERGE-IS-INVALID TO TRUE
                   MOVE "FROM AND TO CLIENT-ID ARE THE SAME"
                       TO MERGE-REJECT-TEXT
               END-IF
           END-IF

           IF MERGE-IS-VALID
               MOVE FROM-CLIENT-ID TO CLIENT-ID
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE "** NOT ON CLIENT MASTER **"
                           TO FROM-CLIENT-NAME
                       DISPLAY "WARNING: FROM client " FROM-CLIENT-ID
                           " is not on the client master."
                   NOT INVALID KEY
                       MOVE CLIENT-NAME TO FROM-CLIENT-NAME
               END-READ

               MOVE TO-CLIENT-ID TO CLIENT-ID
               READ CLIENT-FILE
                   INVALID KEY
                       SET MERGE-IS-INVALID TO TRUE
                       MOVE "TO CLIENT-ID IS NOT ON THE CLIENT MASTER"
                           TO MERGE-REJECT-TEXT
                   NOT INVALID KEY
                       MOVE CLIENT-NAME TO TO-CLIENT-NAME
                       IF NOT CLIENT-STATUS-ACTIVE
                           SET MERGE-IS-INVALID TO TRUE
                           MOVE "TO CLIENT-ID IS INACTIVE ON THE "
                               & "CLIENT MASTER" TO MERGE-REJECT-TEXT
                       END-IF
               END-READ
           END-IF.

      *    One pass of the scenario master in key order.  The re-key
      *    is a rewrite in place (the scenario ID, the record key, is
      *    unchanged), and each one is audited with function M.
       040-REKEY-SCENARIOS.
           MOVE "N" TO SCAN-EOF-SWITCH
           PERFORM 045-READ-NEXT-SCENARIO
           PERFORM UNTIL SCAN-EOF
               IF NOT SCENARIO-TRAILER-RECORD
                   ADD 1 TO SCENARIOS-READ
                   IF SCENARIO-CLIENT-ID = FROM-CLIENT-ID
                       PERFORM 047-REKEY-ONE-SCENARIO
                   END-IF
               END-IF
               PERFORM 045-READ-NEXT-SCENARIO
           END-PERFORM.

       045-READ-NEXT-SCENARIO.
           READ SCENARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       047-REKEY-ONE-SCENARIO.
           MOVE SCENARIO-RECORD TO BEFORE-IMAGE-SAVE
           MOVE TO-CLIENT-ID TO SCENARIO-CLIENT-ID
           REWRITE SCENARIO-RECORD
               INVALID KEY
                   DISPLAY "REJECTED: rewrite failed for "
                       SCENARIO-ID ", status " SCENARIO-FILE-STATUS
                   SET ANY-RECORD-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO SCENARIOS-REKEYED
                   ADD SCENARIO-AMOUNT TO AMOUNT-REKEYED
                   MOVE BEFORE-IMAGE-SAVE TO MLL-BEFORE-IMAGE
                   MOVE SCENARIO-RECORD   TO MLL-AFTER-IMAGE
                   PERFORM 090-WRITE-MAINT-AUDIT
                   PERFORM 110-WRITE-MERGE-DETAIL
           END-REWRITE.

       050-REKEY-RESULTS.
           IF RESULT-FILE-AVAILABLE
               MOVE "N" TO SCAN-EOF-SWITCH
               PERFORM 052-READ-NEXT-RESULT
               PERFORM UNTIL SCAN-EOF
                   IF RESULT-CLIENT-ID = FROM-CLIENT-ID
                       MOVE TO-CLIENT-ID TO RESULT-CLIENT-ID
                       REWRITE RESULT-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: results rewrite "
                                   "failed for " RESULT-ID ", status "
                                   RESULT-FILE-STATUS
                               SET ANY-RECORD-REJECTED TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO RESULTS-REKEYED
                       END-REWRITE
                   END-IF
                   PERFORM 052-READ-NEXT-RESULT
               END-PERFORM
           ELSE
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

       052-READ-NEXT-RESULT.
           READ RESULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

      *    The prior master is re-keyed as well, so the next run's
      *    comparison and the officer movement figures do not see the
      *    merged scenarios as having changed hands.
       055-REKEY-PRIOR-RESULTS.
           IF PRIOR-FILE-AVAILABLE
               MOVE "N" TO SCAN-EOF-SWITCH
               PERFORM 057-READ-NEXT-PRIOR
               PERFORM UNTIL SCAN-EOF
                   IF PRIOR-CLIENT-ID = FROM-CLIENT-ID
                       MOVE TO-CLIENT-ID TO PRIOR-CLIENT-ID
                       REWRITE PRIOR-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: prior results "
                                   "rewrite failed for " PRIOR-ID
                                   ", status " PRIOR-FILE-STATUS
                               SET ANY-RECORD-REJECTED TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO PRIORS-REKEYED
                       END-REWRITE
                   END-IF
                   PERFORM 057-READ-NEXT-PRIOR
               END-PERFORM
           ELSE
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

       057-READ-NEXT-PRIOR.
           READ PRIOR-RESULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       060-REKEY-HISTORY.
           IF HISTORY-FILE-AVAILABLE
               MOVE "N" TO SCAN-EOF-SWITCH
               PERFORM 062-READ-NEXT-HISTORY
               PERFORM UNTIL SCAN-EOF
                   IF HIST-CLIENT-ID = FROM-CLIENT-ID
                       MOVE TO-CLIENT-ID TO HIST-CLIENT-ID
                       REWRITE HIST-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: history rewrite "
                                   "failed for " HIST-ID ", status "
                                   HISTORY-FILE-STATUS
                               SET ANY-RECORD-REJECTED TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO HISTORY-REKEYED
                       END-REWRITE
                   END-IF
                   PERFORM 062-READ-NEXT-HISTORY
               END-PERFORM
           ELSE
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

       062-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

      *    Archived scenarios are re-pointed inside the record image
      *    (the archive key, the scenario ID, is unchanged).  No
      *    audit line is written: the scenario is not on the master,
      *    and a function M line for it would stop RCVR2000.
       065-REKEY-ARCHIVE.
           IF ARCHIVE-FILE-AVAILABLE
               MOVE "N" TO SCAN-EOF-SWITCH
               PERFORM 067-READ-NEXT-ARCHIVE
               PERFORM UNTIL SCAN-EOF
                   MOVE ARCH-SCENARIO-IMAGE TO ARCHIVED-RECORD
                   IF ARCHIVED-CLIENT-ID = FROM-CLIENT-ID
                       MOVE TO-CLIENT-ID TO ARCHIVED-CLIENT-ID
                       MOVE ARCHIVED-RECORD TO ARCH-SCENARIO-IMAGE
                       REWRITE ARCH-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: archive rewrite "
                                   "failed for " ARCH-SCENARIO-ID
                                   ", status " ARCHIVE-FILE-STATUS
                               SET ANY-RECORD-REJECTED TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVED-REKEYED
                               PERFORM 112-WRITE-ARCHIVE-DETAIL
                       END-REWRITE
                   END-IF
                   PERFORM 067-READ-NEXT-ARCHIVE
               END-PERFORM
           ELSE
               IF NOT ARCHIVE-NOT-CREATED
                   SET ANY-RECORD-REJECTED TO TRUE
               END-IF
           END-IF.

       067-READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

      *    Same audit line as SCEN2000's 090-WRITE-MAINT-AUDIT, with
      *    function M so MNTR2000 shows the re-key as a merge rather
      *    than an ordinary change.
       090-WRITE-MAINT-AUDIT.
           MOVE RUN-DATE          TO MLL-RUN-DATE
           MOVE RUN-TIME          TO MLL-RUN-TIME
           MOVE OPERATOR-ID       TO MLL-OPERATOR-ID
           MOVE "M"               TO MLL-FUNCTION
           MOVE SCENARIO-ID       TO MLL-SCENARIO-ID
           WRITE MAINT-AUDIT-RECORD FROM MAINT-LOG-LINE.

      *    A refused operator is logged exactly as SCEN2000 logs one:
      *    function F, the attempted function (M) in the before image.
       095-LOG-AUTH-DENIAL.
           MOVE SPACES TO MLL-BEFORE-IMAGE
           MOVE "M" TO MLL-BEFORE-IMAGE (1:1)
           MOVE "** AUTHORIZATION DENIED **" TO MLL-AFTER-IMAGE
           MOVE RUN-DATE          TO MLL-RUN-DATE
           MOVE RUN-TIME          TO MLL-RUN-TIME
           MOVE OPERATOR-ID       TO MLL-OPERATOR-ID
           MOVE "F"               TO MLL-FUNCTION
           MOVE SPACES            TO MLL-SCENARIO-ID
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

       105-WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO MHL1-RUN-DATE
           MOVE PAGE-COUNT      TO MHL1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM MERGE-HEADER-LINE-1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FROM CLIENT:"   TO MCL-LABEL
           MOVE FROM-CLIENT-ID   TO MCL-CLIENT-ID
           MOVE FROM-CLIENT-NAME TO MCL-CLIENT-NAME
           WRITE REPORT-RECORD FROM MERGE-CLIENT-LINE
           MOVE "TO CLIENT:"     TO MCL-LABEL
           MOVE TO-CLIENT-ID     TO MCL-CLIENT-ID
           MOVE TO-CLIENT-NAME   TO MCL-CLIENT-NAME
           WRITE REPORT-RECORD FROM MERGE-CLIENT-LINE
           MOVE "OPERATOR:"      TO MCL-LABEL
           MOVE OPERATOR-ID      TO MCL-CLIENT-ID
           MOVE SPACES           TO MCL-CLIENT-NAME
           WRITE REPORT-RECORD FROM MERGE-CLIENT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM MERGE-HEADER-LINE-2
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO LINE-COUNT.

       110-WRITE-MERGE-DETAIL.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 105-WRITE-REPORT-HEADER
           END-IF
           MOVE SCENARIO-ID         TO MDL-SCENARIO-ID
           MOVE SCENARIO-ACCOUNT-NO TO MDL-ACCOUNT-NO
           MOVE SCENARIO-AMOUNT     TO MDL-AMOUNT
           MOVE SCENARIO-STATUS     TO MDL-STATUS
           MOVE "SCENARIO"          TO MDL-FILE
           WRITE REPORT-RECORD FROM MERGE-DETAIL-LINE
           ADD 1 TO LINE-COUNT.

       112-WRITE-ARCHIVE-DETAIL.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 105-WRITE-REPORT-HEADER
           END-IF
           MOVE ARCHIVED-ID         TO MDL-SCENARIO-ID
           MOVE ARCHIVED-ACCOUNT-NO TO MDL-ACCOUNT-NO
           MOVE ARCHIVED-AMOUNT     TO MDL-AMOUNT
           MOVE ARCHIVED-STATUS     TO MDL-STATUS
           MOVE "SCENARCH"          TO MDL-FILE
           WRITE REPORT-RECORD FROM MERGE-DETAIL-LINE
           ADD 1 TO LINE-COUNT.

       120-WRITE-MERGE-TOTALS.
           IF LINE-COUNT > LINES-PER-PAGE - 10
               PERFORM 105-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SCENARIOS READ"            TO MTL-LABEL
           MOVE SCENARIOS-READ              TO MTL-VALUE
           WRITE REPORT-RECORD FROM MERGE-TOTAL-LINE
           MOVE "SCENARIOS RE-KEYED"        TO MTL-LABEL
           MOVE SCENARIOS-REKEYED           TO MTL-VALUE
           WRITE REPORT-RECORD FROM MERGE-TOTAL-LINE
           MOVE "INVESTMENT AMOUNT RE-KEYED" TO MTL-LABEL
           MOVE AMOUNT-REKEYED              TO MTL-VALUE
           WRITE REPORT-RECORD FROM MERGE-TOTAL-LINE

           IF RESULT-FILE-AVAILABLE
               MOVE "CURRENT RESULTS RE-KEYED" TO MTL-LABEL
               MOVE RESULTS-REKEYED           TO MTL-VALUE
               WRITE REPORT-RECORD FROM MERGE-TOTAL-LINE
           ELSE
               MOVE "CURRENT RESULTS MASTER NOT AVAILABLE - NOT "
                   & "RE-KEYED" TO MML-TEXT
               WRITE REPORT-RECORD FROM MERGE-MESSAGE-LINE
           END-IF

           IF PRIOR-FILE-AVAILABLE
               MOVE "PRIOR RESULTS RE-KEYED"   TO MTL-LABEL
               MOVE PRIORS-REKEYED            TO MTL-VALUE
               WRITE REPORT-RECORD FROM MERGE-TOTAL-LINE
           ELSE
               MOVE "PRIOR RESULTS MASTER NOT AVAILABLE - NOT "
                   & "RE-KEYED" TO MML-TEXT
               WRITE REPORT-RECORD FROM MERGE-MESSAGE-LINE
           END-IF

           IF HISTORY-FILE-AVAILABLE
               MOVE "HISTORY RECORDS RE-KEYED" TO MTL-LABEL
               MOVE HISTORY-REKEYED           TO MTL-VALUE
               WRITE REPORT-RECORD FROM MERGE-TOTAL-LINE
           ELSE
               MOVE "RESULTS HISTORY NOT AVAILABLE - NOT RE-KEYED"
                   TO MML-TEXT
               WRITE REPORT-RECORD FROM MERGE-MESSAGE-LINE
           END-IF

           IF ARCHIVE-FILE-AVAILABLE OR ARCHIVE-NOT-CREATED
               MOVE "ARCHIVED SCENARIOS RE-KEYED" TO MTL-LABEL
               MOVE ARCHIVED-REKEYED            TO MTL-VALUE
               WRITE REPORT-RECORD FROM MERGE-TOTAL-LINE
           ELSE
               MOVE "SCENARIO ARCHIVE NOT AVAILABLE - NOT RE-KEYED"
                   TO MML-TEXT
               WRITE REPORT-RECORD FROM MERGE-MESSAGE-LINE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO MML-TEXT
           IF ANY-RECORD-REJECTED
               STRING "MERGE INCOMPLETE - SEE SYSOUT, CORRECT AND "
                       DELIMITED BY SIZE
                   "RERUN" DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
           ELSE
               STRING "MERGE COMPLETE - CLIENT " DELIMITED BY SIZE
                   FROM-CLIENT-ID DELIMITED BY SPACE
                   " NOW OWNS NO SCENARIOS (CLNT2000 MAY DELETE IT)"
                       DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM MERGE-MESSAGE-LINE
           ADD 12 TO LINE-COUNT.
