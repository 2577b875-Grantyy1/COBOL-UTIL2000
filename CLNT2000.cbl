      *   (function, client ID, then the data fields for A/C).
      *   A transaction that fails an edit is rejected with a
      *   field-level message and the run ends RETURN-CODE 4.
      *   A client that still owns scenarios on the SCENARIO master
      *   or the scenario archive (SCENARCH) cannot be deleted - move
      *   its scenarios to another client with CMRG2000, or delete
      *   them with SCEN2000, first.  Nor can a client named on an
      *   add or change still awaiting approval on the PENDING file
      *   - approve or decline it with APRV2000 first.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CLIENT-ID
               FILE STATUS IS CLIENT-FILE-STATUS.

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

       DATA DIVISION.

       FILE SECTION.
       FD  CLIENT-FILE.
       COPY CLNTREC REPLACING ==:TAG:== BY ==CLIENT==.

       FD  SCENARIO-FILE.
       COPY SCENREC REPLACING ==:TAG:== BY ==SCENARIO==.

       FD  ARCHIVE-FILE.
       COPY ARCHREC REPLACING ==:TAG:== BY ==ARCH==.

       FD  PENDING-FILE.
       COPY PENDREC REPLACING ==:TAG:== BY ==PEND==.

       WORKING-STORAGE SECTION.

       01 MAINT-WORK-FIELDS.
             88 ANY-RECORD-REJECTED           VALUE "Y".
          05 RECORD-FOUND-SWITCH   PIC X      VALUE "N".
             88 RECORD-FOUND                  VALUE "Y".
          05 SCENARIO-FILE-STATUS  PIC XX     VALUE SPACES.
          05 SCENARIO-MASTER-SWITCH PIC X     VALUE "N".
             88 SCENARIO-MASTER-OPEN          VALUE "Y".
          05 SCENARIO-EOF-SWITCH   PIC X      VALUE "N".
             88 SCENARIO-EOF                  VALUE "Y".
          05 OWNED-SCENARIO-COUNT  PIC 9(7)   VALUE 0.
          05 ARCHIVE-FILE-STATUS   PIC XX     VALUE SPACES.
          05 ARCHIVE-OPEN-SWITCH   PIC X      VALUE "N".
             88 ARCHIVE-FILE-OPEN             VALUE "Y".
          05 OWNED-ARCHIVE-COUNT   PIC 9(7)   VALUE 0.
          05 PENDING-FILE-STATUS   PIC XX     VALUE SPACES.
          05 PENDING-OPEN-SWITCH   PIC X      VALUE "N".
             88 PENDING-FILE-OPEN             VALUE "Y".
          05 OWNED-PENDING-COUNT   PIC 9(7)   VALUE 0.

      *    The scenario image held in an archive record or in the
      *    after image of a pending item.
       COPY SCENREC REPLACING ==:TAG:== BY ==IMAGE==.

       01 ENTRY-VALUES.
          05 ENTRY-CLIENT-ID       PIC X(8)   VALUE SPACES.
               STOP RUN
           END-IF

           PERFORM 015-OPEN-SCENARIO-MASTER
           PERFORM 016-OPEN-ARCHIVE
           PERFORM 017-OPEN-PENDING

           PERFORM 005-SHOW-MENU

           PERFORM UNTIL MAINT-END
           END-PERFORM

           CLOSE CLIENT-FILE
           IF SCENARIO-MASTER-OPEN
               CLOSE SCENARIO-FILE
           END-IF
           IF ARCHIVE-FILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF

           IF ANY-RECORD-REJECTED
               MOVE 4 TO RETURN-CODE
               OPEN I-O CLIENT-FILE
           END-IF.

      *    The scenario master is read only, to check a client owns
      *    no scenarios before it is deleted.  A master that has not
      *    been defined yet owns nothing; any other open failure ends
      *    the run, since deletes could not then be checked.
       015-OPEN-SCENARIO-MASTER.
           OPEN INPUT SCENARIO-FILE
           EVALUATE SCENARIO-FILE-STATUS
               WHEN "00"
                   SET SCENARIO-MASTER-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "SCENARIO master not found - no client "
                       "owns any scenarios."
               WHEN OTHER
                   DISPLAY "ERROR: Unable to open SCENARIO master, "
                       "status " SCENARIO-FILE-STATUS
                   CLOSE CLIENT-FILE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "End of session."
                   STOP RUN
           END-EVALUATE.

      *    The archive and the pending file are read only for the
      *    same check, on the same terms: one not yet created holds
      *    nothing for any client.
       016-OPEN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           EVALUATE ARCHIVE-FILE-STATUS
               WHEN "00"
                   SET ARCHIVE-FILE-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "SCENARCH archive not found - no client "
                       "owns any archived scenarios."
               WHEN OTHER
                   DISPLAY "ERROR: Unable to open SCENARCH archive, "
                       "status " ARCHIVE-FILE-STATUS
                   CLOSE CLIENT-FILE
                   IF SCENARIO-MASTER-OPEN
                       CLOSE SCENARIO-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "End of session."
                   STOP RUN
           END-EVALUATE.

       017-OPEN-PENDING.
           OPEN INPUT PENDING-FILE
           EVALUATE PENDING-FILE-STATUS
               WHEN "00"
                   SET PENDING-FILE-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "PENDING file not found - no items are "
                       "awaiting approval."
               WHEN OTHER
                   DISPLAY "ERROR: Unable to open PENDING file, "
                       "status " PENDING-FILE-STATUS
                   CLOSE CLIENT-FILE
                   IF SCENARIO-MASTER-OPEN
                       CLOSE SCENARIO-FILE
                   END-IF
                   IF ARCHIVE-FILE-OPEN
                       CLOSE ARCHIVE-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "End of session."
                   STOP RUN
           END-EVALUATE.

       020-ACCEPT-CLIENT-KEY.
           DISPLAY "Enter CLIENT-ID: "
           ACCEPT ENTRY-CLIENT-ID.
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

      *    Deleting a client does not cascade to the scenario master,
      *    so a client that still owns any scenario is refused; its
      *    scenarios must first be merged to another client
      *    (CMRG2000) or deleted (SCEN2000).  The same goes for the
      *    archive, which ARCH2000 reinstates from, and for items
      *    awaiting approval, which APRV2000 would apply.  Mark a
      *    client inactive (status I) instead when the book should be
      *    kept.
       120-DELETE-CLIENT.
           PERFORM 020-ACCEPT-CLIENT-KEY
           PERFORM 070-READ-CLIENT-BY-KEY
           IF RECORD-FOUND
               PERFORM 140-DISPLAY-CLIENT
               PERFORM 125-COUNT-OWNED-SCENARIOS
               PERFORM 126-COUNT-ARCHIVED-SCENARIOS
               PERFORM 127-COUNT-PENDING-ITEMS
               IF OWNED-SCENARIO-COUNT > 0
                   DISPLAY "REJECTED: client " ENTRY-CLIENT-ID
                       " still owns " OWNED-SCENARIO-COUNT
                       " scenario(s) on SCENARIO - merge (CMRG2000) "
                       "or delete them first."
               END-IF
               IF OWNED-ARCHIVE-COUNT > 0
                   DISPLAY "REJECTED: client " ENTRY-CLIENT-ID
                       " still owns " OWNED-ARCHIVE-COUNT
                       " archived scenario(s) on SCENARCH - merge "
                       "them (CMRG2000) first."
               END-IF
               IF OWNED-PENDING-COUNT > 0
                   DISPLAY "REJECTED: client " ENTRY-CLIENT-ID
                       " is named on " OWNED-PENDING-COUNT
                       " item(s) awaiting approval on PENDING - "
                       "approve or decline them (APRV2000) first."
               END-IF
               IF OWNED-SCENARIO-COUNT > 0
                   OR OWNED-ARCHIVE-COUNT > 0
                   OR OWNED-PENDING-COUNT > 0
                   SET ANY-RECORD-REJECTED TO TRUE
               ELSE
                   DELETE CLIENT-FILE
                       INVALID KEY
                           DISPLAY "REJECTED: delete failed for "
                               ENTRY-CLIENT-ID ", status "
                               CLIENT-FILE-STATUS
                           SET ANY-RECORD-REJECTED TO TRUE
                       NOT INVALID KEY
                           DISPLAY "Client " ENTRY-CLIENT-ID
                               " deleted."
                   END-DELETE
               END-IF
           ELSE
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

      *    Full pass of the scenario master counting the records that
      *    carry this client's ID (the control trailer is skipped).
       125-COUNT-OWNED-SCENARIOS.
           MOVE 0 TO OWNED-SCENARIO-COUNT
           IF SCENARIO-MASTER-OPEN
               MOVE "N" TO SCENARIO-EOF-SWITCH
               MOVE LOW-VALUES TO SCENARIO-ID
               START SCENARIO-FILE KEY >= SCENARIO-ID
                   INVALID KEY
                       MOVE "Y" TO SCENARIO-EOF-SWITCH
               END-START
               PERFORM UNTIL SCENARIO-EOF
                   READ SCENARIO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SCENARIO-EOF-SWITCH
                       NOT AT END
                           IF NOT SCENARIO-TRAILER-RECORD
                               AND SCENARIO-CLIENT-ID = ENTRY-CLIENT-ID
                               ADD 1 TO OWNED-SCENARIO-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Full pass of the archive, by the client ID inside each
      *    archived scenario image.
       126-COUNT-ARCHIVED-SCENARIOS.
           MOVE 0 TO OWNED-ARCHIVE-COUNT
           IF ARCHIVE-FILE-OPEN
               MOVE "N" TO SCENARIO-EOF-SWITCH
               MOVE LOW-VALUES TO ARCH-SCENARIO-ID
               START ARCHIVE-FILE KEY >= ARCH-SCENARIO-ID
                   INVALID KEY
                       MOVE "Y" TO SCENARIO-EOF-SWITCH
               END-START
               PERFORM UNTIL SCENARIO-EOF
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SCENARIO-EOF-SWITCH
                       NOT AT END
                           MOVE ARCH-SCENARIO-IMAGE TO IMAGE-RECORD
                           IF IMAGE-CLIENT-ID = ENTRY-CLIENT-ID
                               ADD 1 TO OWNED-ARCHIVE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Full pass of the pending file, counting the items still
      *    awaiting approval whose after image names this client -
      *    an approved add or change would otherwise write a scenario
      *    for a client that is no longer on the master.
       127-COUNT-PENDING-ITEMS.
           MOVE 0 TO OWNED-PENDING-COUNT
           IF PENDING-FILE-OPEN
               MOVE "N" TO SCENARIO-EOF-SWITCH
               MOVE LOW-VALUES TO PEND-KEY
               START PENDING-FILE KEY >= PEND-KEY
                   INVALID KEY
                       MOVE "Y" TO SCENARIO-EOF-SWITCH
               END-START
               PERFORM UNTIL SCENARIO-EOF
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SCENARIO-EOF-SWITCH
                       NOT AT END
                           MOVE PEND-AFTER-IMAGE TO IMAGE-RECORD
                           IF PEND-AWAITING
                               AND IMAGE-CLIENT-ID = ENTRY-CLIENT-ID
                               ADD 1 TO OWNED-PENDING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       130-INQUIRE-CLIENT.
           PERFORM 020-ACCEPT-CLIENT-KEY
           PERFORM 070-READ-CLIENT-BY-KEY
