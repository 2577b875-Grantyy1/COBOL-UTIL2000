       IDENTIFICATION DIVISION.

       PROGRAM-ID. MCNV2000.

      *****************************************************************
      * Program Name : MCNV2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   One-time conversion of the maintenance audit file to the
      *   current line layout (copybook MNTLOG).  Lines written
      *   before the scenario record grew to 100 bytes and the
      *   checker ID was added are 175 bytes long, with 69-byte
      *   before and after images.  Each one is re-laid into the
      *   246-byte layout: the run date, time, operator, function
      *   and scenario ID are carried over, both images are padded
      *   to 100 bytes with spaces (the fields added to the scenario
      *   record since then all follow the old 69 bytes) and the
      *   checker ID is left blank.  The converted file is written
      *   to the MNTNEW DD in the same order, so MNTR2000, RCVR2000,
      *   ARCH2000, CALC2000 and PMRG2000 read old and new lines
      *   alike.  A line with anything past byte 175, or without
      *   the field separators of the old layout, has already been
      *   converted or is not an audit line; it is counted, shown on
      *   SYSOUT and fails the run so the file is not swapped.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-AUDIT-STATUS.

           SELECT NEW-AUDIT ASSIGN TO "MNTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-AUDIT.
       01 OLD-AUDIT-RECORD           PIC X(246).

       FD  NEW-AUDIT.
       01 NEW-AUDIT-RECORD           PIC X(246).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          05 OLD-AUDIT-STATUS      PIC XX     VALUE SPACES.
          05 NEW-AUDIT-STATUS      PIC XX     VALUE SPACES.
          05 OLD-AUDIT-EOF-SWITCH  PIC X      VALUE "N".
             88 OLD-AUDIT-EOF                 VALUE "Y".

       01 CONVERT-COUNT-FIELDS.
          05 LINES-READ            PIC 9(7)   VALUE 0.
          05 LINES-CONVERTED       PIC 9(7)   VALUE 0.
          05 LINES-REJECTED        PIC 9(7)   VALUE 0.

      *    The audit line as it was written with the 69-byte
      *    scenario record and no checker ID.  Anything past byte
      *    175 should be spaces.
       01 OLD-MAINT-LOG-LINE.
          05 OML-RUN-DATE          PIC 9(6).
          05 OML-SEPARATOR-1       PIC X.
          05 OML-RUN-TIME          PIC 9(8).
          05 OML-SEPARATOR-2       PIC X.
          05 OML-OPERATOR-ID       PIC X(8).
          05 OML-SEPARATOR-3       PIC X.
          05 OML-FUNCTION          PIC X.
          05 OML-SEPARATOR-4       PIC X.
          05 OML-SCENARIO-ID       PIC X(8).
          05 OML-SEPARATOR-5       PIC X.
          05 OML-BEFORE-IMAGE      PIC X(69).
          05 OML-SEPARATOR-6       PIC X.
          05 OML-AFTER-IMAGE       PIC X(69).
          05 OML-BEYOND-OLD-LINE   PIC X(71).

       COPY MNTLOG.

       PROCEDURE DIVISION.

       000-CONVERT-MAINT-AUDIT.
           DISPLAY "***************************************".
           DISPLAY "*  MCNV2000 Maintenance Audit Convert *".
           DISPLAY "*  175-Byte Lines to 246-Byte Layout  *".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           PERFORM 010-OPEN-FILES

           PERFORM 040-READ-OLD-LINE
           PERFORM 050-CONVERT-LINE
               UNTIL OLD-AUDIT-EOF

           CLOSE OLD-AUDIT
           CLOSE NEW-AUDIT

           DISPLAY "Lines read      : " LINES-READ
           DISPLAY "Lines converted : " LINES-CONVERTED
           DISPLAY "Lines rejected  : " LINES-REJECTED
           IF LINES-REJECTED > 0
               DISPLAY "ERROR: the audit file is not wholly in the "
                   "old layout - do not replace it with MNTNEW."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "End of session."
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT OLD-AUDIT
           IF OLD-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open MNTAUDIT, status "
                   OLD-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-AUDIT
           IF NEW-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open MNTNEW, status "
                   NEW-AUDIT-STATUS
               CLOSE OLD-AUDIT
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF.

       040-READ-OLD-LINE.
           READ OLD-AUDIT INTO OLD-MAINT-LOG-LINE
               AT END
                   MOVE "Y" TO OLD-AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LINES-READ
           END-READ.

      *    Denied attempts (function F) are carried over the same
      *    way - the attempted function and the denial marker simply
      *    sit in wider image fields.
       050-CONVERT-LINE.
           IF OML-BEYOND-OLD-LINE NOT = SPACES
               OR OML-SEPARATOR-1 NOT = SPACE
               OR OML-SEPARATOR-2 NOT = SPACE
               OR OML-SEPARATOR-3 NOT = SPACE
               OR OML-SEPARATOR-4 NOT = SPACE
               OR OML-SEPARATOR-5 NOT = SPACE
               OR OML-SEPARATOR-6 NOT = SPACE
               ADD 1 TO LINES-REJECTED
               DISPLAY "REJECTED: line " LINES-READ
                   " is not in the old layout - scenario "
                   OML-SCENARIO-ID " function " OML-FUNCTION
           ELSE
               MOVE OML-RUN-DATE     TO MLL-RUN-DATE
               MOVE OML-RUN-TIME     TO MLL-RUN-TIME
               MOVE OML-OPERATOR-ID  TO MLL-OPERATOR-ID
               MOVE OML-FUNCTION     TO MLL-FUNCTION
               MOVE OML-SCENARIO-ID  TO MLL-SCENARIO-ID
               MOVE OML-BEFORE-IMAGE TO MLL-BEFORE-IMAGE
               MOVE OML-AFTER-IMAGE  TO MLL-AFTER-IMAGE
               MOVE SPACES           TO MLL-CHECKER-ID
               WRITE NEW-AUDIT-RECORD FROM MAINT-LOG-LINE
               ADD 1 TO LINES-CONVERTED
           END-IF
           PERFORM 040-READ-OLD-LINE.
