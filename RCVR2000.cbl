       IDENTIFICATION DIVISION.

       PROGRAM-ID. RCVR2000.

      *****************************************************************
      * Program Name : RCVR2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Scenario master forward recovery.  Reloads an empty,
      *   freshly defined SCENARIO master from a backup generation
      *   written by BKUP2000 (see copybook BKUPREC), after checking
      *   the backup against its own trailer count and hash, then
      *   rolls it forward by replaying the maintenance audit file
      *   MNTAUDIT (see copybook MNTLOG) in date/time order: every
      *   add, change, re-key and delete logged after the backup was
      *   taken, up to the point in time on SYSIN.  Authorization
      *   denials (function F) changed nothing and are skipped.  A
      *   change or delete is only replayed when the record on the
      *   master is exactly the audit line's before image, and an add
      *   only when the scenario is not already there; anything else
      *   means the backup and the audit trail do not line up, and
      *   the recovery stops at that line with the images printed.
      *   Once the replay completes, the 99999999 control trailer is
      *   rebuilt from the recovered master.  The recovery report
      *   lists every line replayed and the add/change/delete counts.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCENARIO-ID
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO "REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BACKUP-FILE.
       COPY BKUPREC REPLACING ==:TAG:== BY ==BACKUP==.

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       FD  SCENARIO-FILE.
       COPY SCENREC REPLACING ==:TAG:== BY ==SCENARIO==.

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       COPY MNTLOG.

       01 FILE-STATUS-FIELDS.
          05 BACKUP-FILE-STATUS    PIC XX     VALUE SPACES.
          05 MAINT-AUDIT-STATUS    PIC XX     VALUE SPACES.
          05 SCENARIO-FILE-STATUS  PIC XX     VALUE SPACES.
          05 REPORT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 BACKUP-EOF-SWITCH     PIC X      VALUE "N".
             88 BACKUP-EOF                    VALUE "Y".
          05 AUDIT-EOF-SWITCH      PIC X      VALUE "N".
             88 AUDIT-EOF                     VALUE "Y".
          05 SCAN-EOF-SWITCH       PIC X      VALUE "N".
             88 SCAN-EOF                      VALUE "Y".

       01 RECOVERY-PARM-FIELDS.
          05 RECOVER-TO-DATE       PIC 9(6)   VALUE 0.
          05 RECOVER-TO-TIME       PIC 9(8)   VALUE 0.

      *    Date/time stamps are compared as CCYYMMDD followed by the
      *    8-digit time of day, so they order correctly across the
      *    century window.
       01 STAMP-FIELDS.
          05 BKUP-STAMP.
             10 BKUP-STAMP-CCYYMMDD PIC 9(8) VALUE 0.
             10 BKUP-STAMP-TIME    PIC 9(8)   VALUE 0.
          05 RECOVER-TO-STAMP.
             10 RECOVER-TO-CCYYMMDD PIC 9(8)  VALUE 0.
             10 RECOVER-TO-STAMP-TIME PIC 9(8) VALUE 0.
          05 AUDIT-STAMP.
             10 AUDIT-STAMP-CCYYMMDD PIC 9(8) VALUE 0.
             10 AUDIT-STAMP-TIME   PIC 9(8)   VALUE 0.

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

       01 BACKUP-CHECK-FIELDS.
          05 BACKUP-HEADER-SWITCH  PIC X      VALUE "N".
             88 BACKUP-HEADER-FOUND           VALUE "Y".
          05 BACKUP-TRAILER-SWITCH PIC X      VALUE "N".
             88 BACKUP-TRAILER-FOUND          VALUE "Y".
          05 BACKUP-DATE           PIC 9(6)   VALUE 0.
          05 BACKUP-TIME           PIC 9(8)   VALUE 0.
          05 BACKUP-LOAD-COUNT     PIC 9(7)   VALUE 0.
          05 BACKUP-LOAD-HASH      PIC 9(13)  VALUE 0.
          05 BACKUP-TRAILER-COUNT  PIC 9(7)   VALUE 0.
          05 BACKUP-TRAILER-HASH   PIC 9(13)  VALUE 0.

       01 RECOVERY-COUNT-FIELDS.
          05 AUDIT-READ-COUNT      PIC 9(7)   VALUE 0.
          05 SKIP-DENIAL-COUNT     PIC 9(7)   VALUE 0.
          05 SKIP-BEFORE-COUNT     PIC 9(7)   VALUE 0.
          05 SKIP-AFTER-COUNT      PIC 9(7)   VALUE 0.
          05 SKIP-INVALID-COUNT    PIC 9(7)   VALUE 0.
          05 ADDS-APPLIED          PIC 9(7)   VALUE 0.
          05 CHANGES-APPLIED       PIC 9(7)   VALUE 0.
          05 DELETES-APPLIED       PIC 9(7)   VALUE 0.
          05 REBUILD-COUNT         PIC 9(7)   VALUE 0.
          05 REBUILD-HASH          PIC 9(13)  VALUE 0.
          05 RECOVERY-STATUS-SWITCH PIC X     VALUE "N".
             88 RECOVERY-STOPPED              VALUE "Y".
          05 RECOVERY-ERROR-TEXT   PIC X(50)  VALUE SPACES.

      *    The audit lines to replay are filed in storage in date,
      *    time and file order - MNTAUDIT is appended by several
      *    programs, so file order alone is not trusted.  A roll
      *    forward covers the day(s) since the last backup; more
      *    lines than the table holds stops the recovery rather than
      *    replay part of the trail.
       01 REPLAY-TABLE-FIELDS.
          05 RPL-ENTRY-COUNT       PIC 9(5)   VALUE 0.
          05 RPL-ENTRY-LIMIT       PIC 9(5)   VALUE 5000.
          05 RPL-INDEX             PIC 9(5)   VALUE 0.
          05 RPL-SLOT              PIC 9(5)   VALUE 0.
          05 RPL-SHIFT-INDEX       PIC 9(5)   VALUE 0.
          05 RPL-OVERFLOW-SWITCH   PIC X      VALUE "N".
             88 RPL-TABLE-OVERFLOWED          VALUE "Y".
          05 RPL-NEW-KEY.
             10 RPL-NEW-STAMP      PIC X(16).
             10 RPL-NEW-SEQUENCE   PIC 9(7).

       01 REPLAY-TABLE.
          05 RPL-ENTRY OCCURS 5000 TIMES.
             10 RPL-SORT-KEY.
                15 RPL-STAMP       PIC X(16).
                15 RPL-SEQUENCE    PIC 9(7).
             10 RPL-AUDIT-LINE     PIC X(246).

       01 REPORT-WORK-FIELDS.
          05 PAGE-COUNT            PIC 9(3)   VALUE 0.
          05 LINE-COUNT            PIC 99     VALUE 0.
          05 LINES-PER-PAGE        PIC 99     VALUE 40.
          05 RUN-DATE              PIC 9(6)   VALUE 0.
          05 EDITED-RUN-DATE       PIC 99/99/99.

       01 RCVR-HEADER-LINE-1.
          05 FILLER                PIC X(10)  VALUE "RCVR2000".
          05 FILLER                PIC X(30)  VALUE
             "SCENARIO MASTER RECOVERY".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 RHL1-RUN-DATE         PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 RHL1-PAGE-NUMBER      PIC ZZ9.

       01 RCVR-HEADER-LINE-2.
          05 FILLER                PIC X(8)   VALUE "BACKUP:".
          05 RHL2-BACKUP-DATE      PIC 99/99/99.
          05 FILLER                PIC X      VALUE SPACE.
          05 RHL2-BACKUP-TIME      PIC 9(8).
          05 FILLER                PIC X(16)  VALUE
             "   RECOVER TO:".
          05 RHL2-RECOVER-TO-TEXT  PIC X(17).

       01 RECOVER-TO-TEXT-FIELDS.
          05 RECOVER-TO-TEXT.
             10 RTT-DATE           PIC 99/99/99.
             10 FILLER             PIC X      VALUE SPACE.
             10 RTT-TIME           PIC 9(8).

       01 RCVR-COLUMN-LINE.
          05 FILLER                PIC X(10)  VALUE "DATE".
          05 FILLER                PIC X(10)  VALUE "TIME".
          05 FILLER                PIC X(10)  VALUE "OPERATOR".
          05 FILLER                PIC X(4)   VALUE "FN".
          05 FILLER                PIC X(10)  VALUE "SCENARIO".
          05 FILLER                PIC X(20)  VALUE "RESULT".

       01 RCVR-DETAIL-LINE.
          05 RDL-RUN-DATE          PIC 99/99/99.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 RDL-RUN-TIME          PIC 9(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 RDL-OPERATOR-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 RDL-FUNCTION          PIC X.
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 RDL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 RDL-RESULT            PIC X(30).

       01 RCVR-IMAGE-LINE.
          05 RIL-LABEL             PIC X(9).
          05 RIL-IMAGE             PIC X(69).

       01 RCVR-TOTAL-LINE.
          05 RTL-LABEL             PIC X(32).
          05 RTL-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01 RCVR-STATUS-LINE.
          05 FILLER                PIC X(18)  VALUE
             "RECOVERY STATUS:".
          05 RSL-STATUS            PIC X(12).
          05 RSL-REASON            PIC X(50).

       PROCEDURE DIVISION.

       000-RECOVER-SCENARIO-MASTER.
           DISPLAY "***************************************".
           DISPLAY "*  RCVR2000 Scenario Master Recovery  *".
           DISPLAY "*  Reload Backup, Roll Forward Audit  *".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           PERFORM 010-OPEN-FILES
           PERFORM 020-ACCEPT-PARMS

           PERFORM 030-RELOAD-BACKUP
           IF NOT RECOVERY-STOPPED
               PERFORM 040-LOAD-REPLAY-TABLE
           END-IF
           PERFORM 105-WRITE-REPORT-HEADER
           IF NOT RECOVERY-STOPPED
               PERFORM 060-REPLAY-AUDIT-LINES
           END-IF
           IF NOT RECOVERY-STOPPED
               PERFORM 080-REBUILD-CONTROL-TRAILER
           END-IF
           PERFORM 120-WRITE-RECOVERY-TOTALS

           CLOSE SCENARIO-FILE
           CLOSE REPORT-OUT

           DISPLAY "Backup records loaded: " BACKUP-LOAD-COUNT
           DISPLAY "Adds / changes / deletes applied: " ADDS-APPLIED
               " / " CHANGES-APPLIED " / " DELETES-APPLIED
           IF RECOVERY-STOPPED
               DISPLAY "ERROR: recovery stopped - "
                   RECOVERY-ERROR-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Control trailer rebuilt: " REBUILD-COUNT
                   " records, hash " REBUILD-HASH
           END-IF
           DISPLAY "End of session."
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open BACKUP-FILE, status "
                   BACKUP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN INPUT MAINT-AUDIT
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open MAINT-AUDIT, status "
                   MAINT-AUDIT-STATUS
               CLOSE BACKUP-FILE
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

      *    The master must be empty - the job defines it afresh -
      *    so it is opened for a sequential load first.
           OPEN OUTPUT SCENARIO-FILE
           IF SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open scenario master for "
                   "reload, status " SCENARIO-FILE-STATUS
               CLOSE BACKUP-FILE
               CLOSE MAINT-AUDIT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open REPORT-OUT, status "
                   REPORT-FILE-STATUS
               CLOSE BACKUP-FILE
               CLOSE MAINT-AUDIT
               CLOSE SCENARIO-FILE
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           ACCEPT RUN-DATE FROM DATE
           MOVE RUN-DATE TO EDITED-RUN-DATE.

       020-ACCEPT-PARMS.
           DISPLAY "Enter RECOVER-TO DATE YYMMDD, 0 = ALL (SYSIN): "
           ACCEPT RECOVER-TO-DATE
           DISPLAY "Enter RECOVER-TO TIME HHMMSSHH, 0 = END OF DAY: "
           ACCEPT RECOVER-TO-TIME

           IF RECOVER-TO-DATE = 0
               MOVE 99999999 TO RECOVER-TO-CCYYMMDD
               MOVE 99999999 TO RECOVER-TO-STAMP-TIME
               MOVE "END OF AUDIT FILE" TO RHL2-RECOVER-TO-TEXT
           ELSE
               MOVE RECOVER-TO-DATE TO CONVERT-DATE-IN
               PERFORM 035-CONVERT-DATE
               MOVE CONVERT-DATE-NUM TO RECOVER-TO-CCYYMMDD
               IF RECOVER-TO-TIME = 0
                   MOVE 99999999 TO RECOVER-TO-TIME
               END-IF
               MOVE RECOVER-TO-TIME TO RECOVER-TO-STAMP-TIME
               MOVE RECOVER-TO-DATE TO RTT-DATE
               MOVE RECOVER-TO-TIME TO RTT-TIME
               MOVE RECOVER-TO-TEXT TO RHL2-RECOVER-TO-TEXT
           END-IF.

      *    Every D line goes back on the master in the key order it
      *    was unloaded in; the header must come first and the count
      *    and hash loaded must agree with the backup's own trailer.
       030-RELOAD-BACKUP.
           PERFORM 032-READ-BACKUP-RECORD
           IF BACKUP-EOF OR NOT BACKUP-HEADER
               MOVE "BACKUP HAS NO HEADER RECORD"
                   TO RECOVERY-ERROR-TEXT
               SET RECOVERY-STOPPED TO TRUE
           ELSE
               SET BACKUP-HEADER-FOUND TO TRUE
               MOVE BACKUP-STAMP-DATE TO BACKUP-DATE
               MOVE BACKUP-STAMP-TIME TO BACKUP-TIME
               MOVE BACKUP-DATE TO CONVERT-DATE-IN
               PERFORM 035-CONVERT-DATE
               MOVE CONVERT-DATE-NUM TO BKUP-STAMP-CCYYMMDD
               MOVE BACKUP-TIME      TO BKUP-STAMP-TIME
               PERFORM 032-READ-BACKUP-RECORD
               PERFORM UNTIL BACKUP-EOF OR RECOVERY-STOPPED
                   PERFORM 034-RELOAD-BACKUP-RECORD
                   PERFORM 032-READ-BACKUP-RECORD
               END-PERFORM
           END-IF
           CLOSE BACKUP-FILE

           IF NOT RECOVERY-STOPPED
               EVALUATE TRUE
                   WHEN NOT BACKUP-TRAILER-FOUND
                       MOVE "BACKUP HAS NO TRAILER RECORD"
                           TO RECOVERY-ERROR-TEXT
                       SET RECOVERY-STOPPED TO TRUE
                   WHEN BACKUP-TRAILER-COUNT NOT = BACKUP-LOAD-COUNT
                     OR BACKUP-TRAILER-HASH NOT = BACKUP-LOAD-HASH
                       MOVE "BACKUP COUNT/HASH DISAGREE WITH TRAILER"
                           TO RECOVERY-ERROR-TEXT
                       SET RECOVERY-STOPPED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           CLOSE SCENARIO-FILE
           IF NOT RECOVERY-STOPPED
               OPEN I-O SCENARIO-FILE
               IF SCENARIO-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO REOPEN MASTER FOR THE REPLAY"
                       TO RECOVERY-ERROR-TEXT
                   SET RECOVERY-STOPPED TO TRUE
               END-IF
           ELSE
               OPEN INPUT SCENARIO-FILE
           END-IF.

       032-READ-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO BACKUP-EOF-SWITCH
           END-READ.

       034-RELOAD-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN BACKUP-TRAILER-FOUND
                   MOVE "RECORDS FOLLOW THE BACKUP TRAILER"
                       TO RECOVERY-ERROR-TEXT
                   SET RECOVERY-STOPPED TO TRUE
               WHEN BACKUP-DETAIL
                   MOVE BACKUP-SCENARIO-IMAGE TO SCENARIO-RECORD
                   WRITE SCENARIO-RECORD
                       INVALID KEY
                           MOVE "BACKUP RECORD OUT OF KEY ORDER"
                               TO RECOVERY-ERROR-TEXT
                           SET RECOVERY-STOPPED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO BACKUP-LOAD-COUNT
                           IF SCENARIO-AMOUNT NUMERIC
                               ADD SCENARIO-AMOUNT TO BACKUP-LOAD-HASH
                           END-IF
                   END-WRITE
               WHEN BACKUP-TRAILER
                   SET BACKUP-TRAILER-FOUND TO TRUE
                   MOVE BACKUP-RECORD-COUNT TO BACKUP-TRAILER-COUNT
                   MOVE BACKUP-AMOUNT-HASH  TO BACKUP-TRAILER-HASH
               WHEN OTHER
                   MOVE "INVALID RECORD TYPE ON BACKUP"
                       TO RECOVERY-ERROR-TEXT
                   SET RECOVERY-STOPPED TO TRUE
           END-EVALUATE.

       035-CONVERT-DATE.
           IF CDI-YY > 50
               MOVE 19 TO CDC-CC
           ELSE
               MOVE 20 TO CDC-CC
           END-IF
           MOVE CONVERT-DATE-IN TO CDC-YYMMDD.

      *    Only lines stamped after the backup was taken and no later
      *    than the recovery point are replayed.
       040-LOAD-REPLAY-TABLE.
           PERFORM 047-READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-EOF OR RECOVERY-STOPPED
               PERFORM 045-FILE-AUDIT-LINE
               PERFORM 047-READ-AUDIT-RECORD
           END-PERFORM
           CLOSE MAINT-AUDIT.

       045-FILE-AUDIT-LINE.
           ADD 1 TO AUDIT-READ-COUNT
           MOVE MAINT-AUDIT-RECORD TO MAINT-LOG-LINE
           EVALUATE TRUE
               WHEN MLL-FUNCTION = "F"
                   ADD 1 TO SKIP-DENIAL-COUNT
               WHEN MLL-RUN-DATE NOT NUMERIC
                 OR MLL-RUN-TIME NOT NUMERIC
                   ADD 1 TO SKIP-INVALID-COUNT
                   DISPLAY "WARNING: audit line " AUDIT-READ-COUNT
                       " has no valid date/time - not replayed."
               WHEN OTHER
                   MOVE MLL-RUN-DATE TO CONVERT-DATE-IN
                   PERFORM 035-CONVERT-DATE
                   MOVE CONVERT-DATE-NUM TO AUDIT-STAMP-CCYYMMDD
                   MOVE MLL-RUN-TIME     TO AUDIT-STAMP-TIME
                   EVALUATE TRUE
                       WHEN AUDIT-STAMP NOT > BKUP-STAMP
                           ADD 1 TO SKIP-BEFORE-COUNT
                       WHEN AUDIT-STAMP > RECOVER-TO-STAMP
                           ADD 1 TO SKIP-AFTER-COUNT
                       WHEN OTHER
                           PERFORM 050-INSERT-REPLAY-ENTRY
                   END-EVALUATE
           END-EVALUATE.

       047-READ-AUDIT-RECORD.
           READ MAINT-AUDIT
               AT END
                   MOVE "Y" TO AUDIT-EOF-SWITCH
           END-READ.

       050-INSERT-REPLAY-ENTRY.
           IF RPL-ENTRY-COUNT >= RPL-ENTRY-LIMIT
               SET RPL-TABLE-OVERFLOWED TO TRUE
               MOVE "MORE AUDIT LINES TO REPLAY THAN TABLE HOLDS"
                   TO RECOVERY-ERROR-TEXT
               SET RECOVERY-STOPPED TO TRUE
           ELSE
               MOVE AUDIT-STAMP      TO RPL-NEW-STAMP
               MOVE AUDIT-READ-COUNT TO RPL-NEW-SEQUENCE
               MOVE 0 TO RPL-SLOT
               PERFORM VARYING RPL-INDEX FROM 1 BY 1
                       UNTIL RPL-INDEX > RPL-ENTRY-COUNT
                          OR RPL-SLOT > 0
                   IF RPL-SORT-KEY (RPL-INDEX) > RPL-NEW-KEY
                       MOVE RPL-INDEX TO RPL-SLOT
                   END-IF
               END-PERFORM
               IF RPL-SLOT = 0
                   COMPUTE RPL-SLOT = RPL-ENTRY-COUNT + 1
               END-IF
               ADD 1 TO RPL-ENTRY-COUNT
               PERFORM VARYING RPL-SHIFT-INDEX
                       FROM RPL-ENTRY-COUNT BY -1
                       UNTIL RPL-SHIFT-INDEX <= RPL-SLOT
                   MOVE RPL-ENTRY (RPL-SHIFT-INDEX - 1)
                       TO RPL-ENTRY (RPL-SHIFT-INDEX)
               END-PERFORM
               MOVE RPL-NEW-KEY        TO RPL-SORT-KEY (RPL-SLOT)
               MOVE MAINT-AUDIT-RECORD TO RPL-AUDIT-LINE (RPL-SLOT)
           END-IF.

       060-REPLAY-AUDIT-LINES.
           PERFORM VARYING RPL-INDEX FROM 1 BY 1
                   UNTIL RPL-INDEX > RPL-ENTRY-COUNT
                      OR RECOVERY-STOPPED
               MOVE RPL-AUDIT-LINE (RPL-INDEX) TO MAINT-LOG-LINE
               EVALUATE MLL-FUNCTION
                   WHEN "A"
                       PERFORM 065-REPLAY-ADD
                   WHEN "C"
                   WHEN "M"
                       PERFORM 070-REPLAY-CHANGE
                   WHEN "D"
                       PERFORM 075-REPLAY-DELETE
                   WHEN OTHER
                       ADD 1 TO SKIP-INVALID-COUNT
                       MOVE "SKIPPED - UNKNOWN FUNCTION" TO RDL-RESULT
                       PERFORM 110-WRITE-REPLAY-DETAIL
               END-EVALUATE
           END-PERFORM.

       065-REPLAY-ADD.
           MOVE MLL-SCENARIO-ID TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
                   MOVE MLL-AFTER-IMAGE TO SCENARIO-RECORD
                   WRITE SCENARIO-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED REPLAYING AN ADD"
                               TO RECOVERY-ERROR-TEXT
                           PERFORM 090-STOP-RECOVERY
                       NOT INVALID KEY
                           ADD 1 TO ADDS-APPLIED
                           MOVE "ADD APPLIED" TO RDL-RESULT
                           PERFORM 110-WRITE-REPLAY-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   MOVE "ADD FOR A SCENARIO ALREADY ON THE MASTER"
                       TO RECOVERY-ERROR-TEXT
                   PERFORM 090-STOP-RECOVERY
           END-READ.

       070-REPLAY-CHANGE.
           MOVE MLL-SCENARIO-ID TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
                   MOVE "CHANGE FOR A SCENARIO NOT ON THE MASTER"
                       TO RECOVERY-ERROR-TEXT
                   PERFORM 090-STOP-RECOVERY
               NOT INVALID KEY
                   IF SCENARIO-RECORD NOT = MLL-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE DOES NOT MATCH THE MASTER"
                           TO RECOVERY-ERROR-TEXT
                       PERFORM 090-STOP-RECOVERY
                   ELSE
                       MOVE MLL-AFTER-IMAGE TO SCENARIO-RECORD
                       REWRITE SCENARIO-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED REPLAYING A CHANGE"
                                   TO RECOVERY-ERROR-TEXT
                               PERFORM 090-STOP-RECOVERY
                           NOT INVALID KEY
                               ADD 1 TO CHANGES-APPLIED
                               MOVE "CHANGE APPLIED" TO RDL-RESULT
                               PERFORM 110-WRITE-REPLAY-DETAIL
                       END-REWRITE
                   END-IF
           END-READ.

       075-REPLAY-DELETE.
           MOVE MLL-SCENARIO-ID TO SCENARIO-ID
           READ SCENARIO-FILE
               INVALID KEY
                   MOVE "DELETE FOR A SCENARIO NOT ON THE MASTER"
                       TO RECOVERY-ERROR-TEXT
                   PERFORM 090-STOP-RECOVERY
               NOT INVALID KEY
                   IF SCENARIO-RECORD NOT = MLL-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE DOES NOT MATCH THE MASTER"
                           TO RECOVERY-ERROR-TEXT
                       PERFORM 090-STOP-RECOVERY
                   ELSE
                       DELETE SCENARIO-FILE
                           INVALID KEY
                               MOVE "DELETE FAILED REPLAYING A DELETE"
                                   TO RECOVERY-ERROR-TEXT
                               PERFORM 090-STOP-RECOVERY
                           NOT INVALID KEY
                               ADD 1 TO DELETES-APPLIED
                               MOVE "DELETE APPLIED" TO RDL-RESULT
                               PERFORM 110-WRITE-REPLAY-DETAIL
                       END-DELETE
                   END-IF
           END-READ.

      *    Same rebuild as SCEN2000 160-REBUILD-CONTROL-TRAILER: the
      *    authoritative totals come from scanning the master itself.
       080-REBUILD-CONTROL-TRAILER.
           MOVE 0 TO REBUILD-COUNT
           MOVE 0 TO REBUILD-HASH
           MOVE LOW-VALUES TO SCENARIO-ID
           START SCENARIO-FILE KEY >= SCENARIO-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF SCENARIO-FILE-STATUS = "00"
               MOVE "N" TO SCAN-EOF-SWITCH
               PERFORM 085-SCAN-NEXT-SCENARIO
                   UNTIL SCAN-EOF
           END-IF

           MOVE "99999999" TO SCENARIO-ID
           MOVE SPACES TO SCENARIO-TRAILER-DATA
           MOVE REBUILD-COUNT TO SCENARIO-TRAILER-COUNT
           MOVE REBUILD-HASH  TO SCENARIO-TRAILER-HASH
           WRITE SCENARIO-RECORD
               INVALID KEY
                   REWRITE SCENARIO-RECORD
                       INVALID KEY
                           MOVE "UNABLE TO WRITE THE CONTROL TRAILER"
                               TO RECOVERY-ERROR-TEXT
                           SET RECOVERY-STOPPED TO TRUE
                   END-REWRITE
           END-WRITE.

       085-SCAN-NEXT-SCENARIO.
           READ SCENARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ
           IF NOT SCAN-EOF
               IF SCENARIO-TRAILER-RECORD
                   CONTINUE
               ELSE
                   ADD 1 TO REBUILD-COUNT
                   IF SCENARIO-AMOUNT NUMERIC
                       ADD SCENARIO-AMOUNT TO REBUILD-HASH
                   END-IF
               END-IF
           END-IF.

      *    The offending audit line is printed with its before image
      *    and the record actually on the master, so the mismatch can
      *    be investigated before the recovery is rerun.
       090-STOP-RECOVERY.
           SET RECOVERY-STOPPED TO TRUE
           MOVE "*** RECOVERY STOPPED ***" TO RDL-RESULT
           PERFORM 110-WRITE-REPLAY-DETAIL
           MOVE "  BEFORE:" TO RIL-LABEL
           MOVE MLL-BEFORE-IMAGE (1:69) TO RIL-IMAGE
           WRITE REPORT-RECORD FROM RCVR-IMAGE-LINE
           MOVE SPACES TO RIL-LABEL
           MOVE MLL-BEFORE-IMAGE (70:31) TO RIL-IMAGE
           WRITE REPORT-RECORD FROM RCVR-IMAGE-LINE
           MOVE "  AFTER :" TO RIL-LABEL
           MOVE MLL-AFTER-IMAGE (1:69) TO RIL-IMAGE
           WRITE REPORT-RECORD FROM RCVR-IMAGE-LINE
           MOVE SPACES TO RIL-LABEL
           MOVE MLL-AFTER-IMAGE (70:31) TO RIL-IMAGE
           WRITE REPORT-RECORD FROM RCVR-IMAGE-LINE
           IF SCENARIO-FILE-STATUS = "00"
               AND SCENARIO-ID = MLL-SCENARIO-ID
               MOVE "  MASTER:" TO RIL-LABEL
               MOVE SCENARIO-RECORD (1:69) TO RIL-IMAGE
               WRITE REPORT-RECORD FROM RCVR-IMAGE-LINE
               MOVE SPACES TO RIL-LABEL
               MOVE SCENARIO-RECORD (70:31) TO RIL-IMAGE
               WRITE REPORT-RECORD FROM RCVR-IMAGE-LINE
           END-IF
           ADD 6 TO LINE-COUNT.

       105-WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO RHL1-RUN-DATE
           MOVE PAGE-COUNT      TO RHL1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM RCVR-HEADER-LINE-1
           MOVE BACKUP-DATE     TO RHL2-BACKUP-DATE
           MOVE BACKUP-TIME     TO RHL2-BACKUP-TIME
           WRITE REPORT-RECORD FROM RCVR-HEADER-LINE-2
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM RCVR-COLUMN-LINE
           MOVE 0 TO LINE-COUNT.

       110-WRITE-REPLAY-DETAIL.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM 105-WRITE-REPORT-HEADER
           END-IF
           MOVE MLL-RUN-DATE    TO RDL-RUN-DATE
           MOVE MLL-RUN-TIME    TO RDL-RUN-TIME
           MOVE MLL-OPERATOR-ID TO RDL-OPERATOR-ID
           MOVE MLL-FUNCTION    TO RDL-FUNCTION
           MOVE MLL-SCENARIO-ID TO RDL-SCENARIO-ID
           WRITE REPORT-RECORD FROM RCVR-DETAIL-LINE
           ADD 1 TO LINE-COUNT.

       120-WRITE-RECOVERY-TOTALS.
           IF LINE-COUNT > LINES-PER-PAGE - 18
               PERFORM 105-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BACKUP RECORDS LOADED"       TO RTL-LABEL
           MOVE BACKUP-LOAD-COUNT             TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "BACKUP AMOUNT HASH"          TO RTL-LABEL
           MOVE BACKUP-LOAD-HASH              TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "AUDIT LINES READ"            TO RTL-LABEL
           MOVE AUDIT-READ-COUNT              TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "  SKIPPED - DENIALS (F)"     TO RTL-LABEL
           MOVE SKIP-DENIAL-COUNT             TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "  SKIPPED - BEFORE BACKUP"   TO RTL-LABEL
           MOVE SKIP-BEFORE-COUNT             TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "  SKIPPED - AFTER RECOVERY POINT" TO RTL-LABEL
           MOVE SKIP-AFTER-COUNT              TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "  SKIPPED - INVALID LINE"    TO RTL-LABEL
           MOVE SKIP-INVALID-COUNT            TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "ADDS APPLIED"                TO RTL-LABEL
           MOVE ADDS-APPLIED                  TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "CHANGES APPLIED"             TO RTL-LABEL
           MOVE CHANGES-APPLIED               TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE "DELETES APPLIED"             TO RTL-LABEL
           MOVE DELETES-APPLIED               TO RTL-VALUE
           WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF RECOVERY-STOPPED
               MOVE "STOPPED"           TO RSL-STATUS
               MOVE RECOVERY-ERROR-TEXT TO RSL-REASON
           ELSE
               MOVE "TRAILER RECORD COUNT"  TO RTL-LABEL
               MOVE REBUILD-COUNT           TO RTL-VALUE
               WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
               MOVE "TRAILER AMOUNT HASH"   TO RTL-LABEL
               MOVE REBUILD-HASH            TO RTL-VALUE
               WRITE REPORT-RECORD FROM RCVR-TOTAL-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "COMPLETE"          TO RSL-STATUS
               MOVE "CONTROL TRAILER REBUILT" TO RSL-REASON
           END-IF
           WRITE REPORT-RECORD FROM RCVR-STATUS-LINE.
