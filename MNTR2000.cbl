      *   Answers the auditors' two standing questions - "show me
      *   every change to scenario X" and "show me everything
      *   operator Y changed last week" - from one file, without
      *   touching the live master.  Adds and changes applied under
      *   dual control show the approving supervisor (checker) next
      *   to the keying operator (maker), and an operator selection
      *   picks up the lines where that operator was either.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD  MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD         PIC X(246).

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).
          05 MDL-FUNCTION          PIC X.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 MDL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 MDL-CHECKER-LABEL     PIC X(9).
          05 MDL-CHECKER-ID        PIC X(8).

       01 MNTR-IMAGE-LINE.
          05 MIL-LABEL             PIC X(9).

           IF SELECT-OPERATOR-ID NOT = "ALL"
               AND MLL-OPERATOR-ID NOT = SELECT-OPERATOR-ID
               AND MLL-CHECKER-ID NOT = SELECT-OPERATOR-ID
               MOVE "N" TO RECORD-WANTED-SWITCH
           END-IF

           MOVE MLL-OPERATOR-ID TO MDL-OPERATOR-ID
           MOVE MLL-FUNCTION    TO MDL-FUNCTION
           MOVE MLL-SCENARIO-ID TO MDL-SCENARIO-ID
           IF MLL-CHECKER-ID = SPACES
               MOVE SPACES TO MDL-CHECKER-LABEL
           ELSE
               MOVE "CHECKER:" TO MDL-CHECKER-LABEL
           END-IF
           MOVE MLL-CHECKER-ID  TO MDL-CHECKER-ID
           WRITE REPORT-RECORD FROM MNTR-DETAIL-LINE-1
           MOVE "  BEFORE:" TO MIL-LABEL
           MOVE MLL-BEFORE-IMAGE (1:69) TO MIL-IMAGE
           WRITE REPORT-RECORD FROM MNTR-IMAGE-LINE
           MOVE MLL-BEFORE-IMAGE (70:31) TO MIL-IMAGE
           PERFORM 065-WRITE-IMAGE-CONTINUATION
           MOVE "  AFTER :" TO MIL-LABEL
           MOVE MLL-AFTER-IMAGE (1:69) TO MIL-IMAGE
           WRITE REPORT-RECORD FROM MNTR-IMAGE-LINE
           MOVE MLL-AFTER-IMAGE (70:31) TO MIL-IMAGE
           PERFORM 065-WRITE-IMAGE-CONTINUATION
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 4 TO LINE-COUNT
           ADD 1 TO RECORDS-PRINTED-COUNT.

      *    The scenario image is wider than the print line - the tail
      *    of the record (index code and spread onward) continues on
      *    a second line under the first, only when it is not blank.
       065-WRITE-IMAGE-CONTINUATION.
           IF MIL-IMAGE NOT = SPACES
               MOVE SPACES TO MIL-LABEL
               WRITE REPORT-RECORD FROM MNTR-IMAGE-LINE
               ADD 1 TO LINE-COUNT
           END-IF.

       105-WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT
           MOVE EDITED-RUN-DATE TO MHL1-RUN-DATE
