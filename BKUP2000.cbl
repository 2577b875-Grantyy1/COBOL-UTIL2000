       IDENTIFICATION DIVISION.

       PROGRAM-ID. BKUP2000.

      *****************************************************************
      * Program Name : BKUP2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Nightly scenario master backup.  Unloads every data record
      *   of the keyed SCENARIO master, in key order, to a dated
      *   backup generation (BACKUP DD, see copybook BKUPREC): a
      *   header stamped with the date and time the unload began,
      *   one line per scenario, and a trailer carrying the record
      *   count and AMOUNT hash of what was written.  The count and
      *   hash are also checked against the master's own 99999999
      *   control trailer and the result stamped on the backup
      *   trailer, so a backup taken from an already-damaged master
      *   is known as such.  RCVR2000 reloads a chosen generation and
      *   rolls it forward from the maintenance audit file.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCENARIO-ID
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SCENARIO-FILE.
       COPY SCENREC REPLACING ==:TAG:== BY ==SCENARIO==.

       FD  BACKUP-FILE.
       COPY BKUPREC REPLACING ==:TAG:== BY ==BACKUP==.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          05 SCENARIO-FILE-STATUS  PIC XX     VALUE SPACES.
          05 BACKUP-FILE-STATUS    PIC XX     VALUE SPACES.
          05 SCENARIO-EOF-SWITCH   PIC X      VALUE "N".
             88 SCENARIO-EOF                  VALUE "Y".
          05 MASTER-TRAILER-SWITCH PIC X      VALUE "N".
             88 MASTER-TRAILER-FOUND          VALUE "Y".

       01 BACKUP-WORK-FIELDS.
          05 RUN-DATE              PIC 9(6)   VALUE 0.
          05 RUN-TIME              PIC 9(8)   VALUE 0.
          05 BACKUP-COUNT          PIC 9(7)   VALUE 0.
          05 BACKUP-HASH           PIC 9(13)  VALUE 0.
          05 MASTER-TRAILER-COUNT  PIC 9(7)   VALUE 0.
          05 MASTER-TRAILER-HASH   PIC 9(13)  VALUE 0.
          05 BALANCE-STATUS        PIC X      VALUE "N".
             88 UNLOAD-IN-BALANCE             VALUE "B".
             88 UNLOAD-OUT-OF-BALANCE         VALUE "O".
             88 UNLOAD-NO-TRAILER             VALUE "N".

       PROCEDURE DIVISION.

       000-BACKUP-SCENARIO-MASTER.
           DISPLAY "***************************************".
           DISPLAY "*   BKUP2000 Scenario Master Backup   *".
           DISPLAY "*  Dated Unload with Count and Hash   *".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           PERFORM 010-OPEN-FILES

           MOVE SPACES TO BACKUP-RECORD
           SET BACKUP-HEADER TO TRUE
           MOVE RUN-DATE TO BACKUP-STAMP-DATE
           MOVE RUN-TIME TO BACKUP-STAMP-TIME
           WRITE BACKUP-RECORD

           PERFORM 040-READ-SCENARIO-RECORD
           PERFORM 050-UNLOAD-SCENARIO
               UNTIL SCENARIO-EOF

           PERFORM 060-CHECK-MASTER-TRAILER
           PERFORM 070-WRITE-BACKUP-TRAILER

           CLOSE SCENARIO-FILE
           CLOSE BACKUP-FILE

           DISPLAY "Backup stamp (date/time): " RUN-DATE " " RUN-TIME
           DISPLAY "Records unloaded: " BACKUP-COUNT
           DISPLAY "Amount hash     : " BACKUP-HASH
           EVALUATE TRUE
               WHEN UNLOAD-IN-BALANCE
                   DISPLAY "Backup agrees with the master control "
                       "trailer."
               WHEN UNLOAD-OUT-OF-BALANCE
                   DISPLAY "WARNING: backup does not agree with the "
                       "master control trailer (" MASTER-TRAILER-COUNT
                       " / " MASTER-TRAILER-HASH ")."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "WARNING: no control trailer on the "
                       "scenario master."
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "End of session."
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT SCENARIO-FILE
           IF SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open scenario master, status "
                   SCENARIO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN OUTPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open BACKUP-FILE, status "
                   BACKUP-FILE-STATUS
               CLOSE SCENARIO-FILE
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME.

       040-READ-SCENARIO-RECORD.
           READ SCENARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCENARIO-EOF-SWITCH
           END-READ.

      *    The control trailer is noted, not unloaded; a recovery
      *    rebuilds it from the data it reloads.
       050-UNLOAD-SCENARIO.
           IF SCENARIO-TRAILER-RECORD
               SET MASTER-TRAILER-FOUND TO TRUE
               MOVE SCENARIO-TRAILER-COUNT TO MASTER-TRAILER-COUNT
               MOVE SCENARIO-TRAILER-HASH  TO MASTER-TRAILER-HASH
           ELSE
               MOVE SPACES TO BACKUP-RECORD
               SET BACKUP-DETAIL TO TRUE
               MOVE SCENARIO-RECORD TO BACKUP-SCENARIO-IMAGE
               WRITE BACKUP-RECORD
               ADD 1 TO BACKUP-COUNT
               IF SCENARIO-AMOUNT NUMERIC
                   ADD SCENARIO-AMOUNT TO BACKUP-HASH
               END-IF
           END-IF

           PERFORM 040-READ-SCENARIO-RECORD.

       060-CHECK-MASTER-TRAILER.
           EVALUATE TRUE
               WHEN NOT MASTER-TRAILER-FOUND
                   SET UNLOAD-NO-TRAILER TO TRUE
               WHEN MASTER-TRAILER-COUNT = BACKUP-COUNT
                    AND MASTER-TRAILER-HASH = BACKUP-HASH
                   SET UNLOAD-IN-BALANCE TO TRUE
               WHEN OTHER
                   SET UNLOAD-OUT-OF-BALANCE TO TRUE
           END-EVALUATE.

       070-WRITE-BACKUP-TRAILER.
           MOVE SPACES TO BACKUP-RECORD
           SET BACKUP-TRAILER TO TRUE
           MOVE RUN-DATE             TO BACKUP-STAMP-DATE
           MOVE RUN-TIME             TO BACKUP-STAMP-TIME
           MOVE BACKUP-COUNT         TO BACKUP-RECORD-COUNT
           MOVE BACKUP-HASH          TO BACKUP-AMOUNT-HASH
           MOVE MASTER-TRAILER-COUNT TO BACKUP-MASTER-COUNT
           MOVE MASTER-TRAILER-HASH  TO BACKUP-MASTER-HASH
           MOVE BALANCE-STATUS       TO BACKUP-BALANCE-STATUS
           WRITE BACKUP-RECORD.
