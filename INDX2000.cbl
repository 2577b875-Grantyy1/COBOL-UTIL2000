       IDENTIFICATION DIVISION.

       PROGRAM-ID. INDX2000.

      *****************************************************************
      * Program Name : INDX2000
      * Authors       : <Grant Peverett & Garret Finke>
      * Course       : CIS352 Intro to Enterprise Computing
      * Description  :
      *   Benchmark rate index maintenance for the CALC2000 suite.
      *   Applies add/change/delete/inquire transactions against the
      *   keyed rate index master (see copybook INDXREC).  Each
      *   record is one rate value for one index code from its
      *   effective date, so a change in the house's assumed return
      *   is keyed once here - as a new effective-dated rate - and
      *   every scenario floating on that index picks it up in the
      *   next nightly run.  Earlier rates stay on file so a past
      *   run can be explained.  Function L lists every rate held
      *   for one index code.  Transactions are read one field per
      *   card (function, index code and effective date, then the
      *   data fields for A/C).  A transaction that fails an edit is
      *   rejected with a field-level message and the run ends
      *   RETURN-CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "RATEINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEX-KEY
               FILE STATUS IS INDEX-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  INDEX-FILE.
       COPY INDXREC REPLACING ==:TAG:== BY ==INDEX==.

       WORKING-STORAGE SECTION.

       01 MAINT-WORK-FIELDS.
          05 INDEX-FILE-STATUS     PIC XX     VALUE SPACES.
          05 MAINT-FUNCTION        PIC X      VALUE SPACE.
             88 MAINT-ADD                     VALUE "A".
             88 MAINT-CHANGE                  VALUE "C".
             88 MAINT-DELETE                  VALUE "D".
             88 MAINT-INQUIRE                 VALUE "I".
             88 MAINT-LIST                    VALUE "L".
             88 MAINT-END                     VALUE "X".
          05 INPUT-VALID-SWITCH    PIC X      VALUE "Y".
             88 INPUT-IS-VALID                VALUE "Y".
             88 INPUT-IS-INVALID              VALUE "N".
          05 ANY-REJECTED-SWITCH   PIC X      VALUE "N".
             88 ANY-RECORD-REJECTED           VALUE "Y".
          05 RECORD-FOUND-SWITCH   PIC X      VALUE "N".
             88 RECORD-FOUND                  VALUE "Y".
          05 LIST-EOF-SWITCH       PIC X      VALUE "N".
             88 LIST-EOF                      VALUE "Y".
          05 LIST-COUNT            PIC 9(5)   VALUE 0.
          05 DECIMAL-ACCEPT-TEXT   PIC X(10)  VALUE SPACES.
          05 EDITED-RATE-FOR-DISPLAY PIC Z9.9.

       01 ENTRY-VALUES.
          05 ENTRY-INDEX-CODE      PIC X(8)   VALUE SPACES.
          05 ENTRY-EFFECTIVE-DATE  PIC 9(6)   VALUE 0.
          05 ENTRY-DESCRIPTION     PIC X(30)  VALUE SPACES.
          05 ENTRY-RATE-WORK       PIC 9(3)V9 VALUE 0.
          05 ENTRY-RATE            PIC 99V9   VALUE 0.
          05 ENTRY-EXPIRY-DATE     PIC 9(6)   VALUE 0.

      *    Century window: years greater than 50 are 19xx, the rest
      *    are 20xx, matching the 6-digit dates used throughout the
      *    suite (same windowing as SCEN2000 and CALC2000).
       01 DATE-CONVERT-FIELDS.
          05 CONVERT-DATE-IN.
             10 CDI-YY             PIC 99.
             10 CDI-MM             PIC 99.
                88 CDI-MONTH-VALID            VALUES 1 THRU 12.
             10 CDI-DD             PIC 99.
                88 CDI-DAY-VALID              VALUES 1 THRU 31.
          05 CONVERT-DATE-CCYYMMDD.
             10 CDC-CC             PIC 99.
             10 CDC-YYMMDD         PIC 9(6).
          05 CONVERT-DATE-NUM REDEFINES CONVERT-DATE-CCYYMMDD
                                   PIC 9(8).
          05 CONVERT-DATE-INTEGER  PIC 9(7)   VALUE 0.
          05 EFFECTIVE-INTEGER     PIC 9(7)   VALUE 0.
          05 EXPIRY-INTEGER        PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.

       000-MAINTAIN-INDEXES.
           DISPLAY "***************************************".
           DISPLAY "*   INDX2000 Rate Index Maintenance   *".
           DISPLAY "*  Add/Change/Delete/Inquire Master   *".
           DISPLAY "***************************************".
           DISPLAY SPACE.

           PERFORM 010-OPEN-INDEX-MASTER

           IF INDEX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open RATE INDEX master, "
                   "status " INDEX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY "End of session."
               STOP RUN
           END-IF

           PERFORM 005-SHOW-MENU

           PERFORM UNTIL MAINT-END
               EVALUATE TRUE
                   WHEN MAINT-ADD
                       PERFORM 100-ADD-INDEX-RATE
                   WHEN MAINT-CHANGE
                       PERFORM 110-CHANGE-INDEX-RATE
                   WHEN MAINT-DELETE
                       PERFORM 120-DELETE-INDEX-RATE
                   WHEN MAINT-INQUIRE
                       PERFORM 130-INQUIRE-INDEX-RATE
                   WHEN MAINT-LIST
                       PERFORM 150-LIST-INDEX-RATES
                   WHEN OTHER
                       DISPLAY "Invalid function - A/C/D/I/L/X only."
               END-EVALUATE
               PERFORM 005-SHOW-MENU
           END-PERFORM

           CLOSE INDEX-FILE

           IF ANY-RECORD-REJECTED
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End of session."
           STOP RUN.

       005-SHOW-MENU.
           DISPLAY "A = Add index rate".
           DISPLAY "C = Change index rate".
           DISPLAY "D = Delete index rate".
           DISPLAY "I = Inquire index rate".
           DISPLAY "L = List rates for an index".
           DISPLAY "X = End maintenance".
           DISPLAY "Enter function: ".
           ACCEPT MAINT-FUNCTION.

       010-OPEN-INDEX-MASTER.
           OPEN I-O INDEX-FILE
           IF INDEX-FILE-STATUS = "35"
               DISPLAY "RATE INDEX master not found - creating empty "
                   "master."
               OPEN OUTPUT INDEX-FILE
               CLOSE INDEX-FILE
               OPEN I-O INDEX-FILE
           END-IF.

       020-ACCEPT-INDEX-KEY.
           DISPLAY "Enter INDEX CODE: "
           ACCEPT ENTRY-INDEX-CODE
           DISPLAY "Enter EFFECTIVE DATE YYMMDD: "
           ACCEPT ENTRY-EFFECTIVE-DATE.

       025-ACCEPT-INDEX-FIELDS.
           DISPLAY "Enter DESCRIPTION: "
           ACCEPT ENTRY-DESCRIPTION
           DISPLAY "Enter INDEX RATE PCT: "
           ACCEPT DECIMAL-ACCEPT-TEXT
           MOVE FUNCTION NUMVAL(DECIMAL-ACCEPT-TEXT)
               TO ENTRY-RATE-WORK
           MOVE ENTRY-RATE-WORK TO ENTRY-RATE
           DISPLAY "Enter EXPIRY DATE YYMMDD, 0 = NONE: "
           ACCEPT ENTRY-EXPIRY-DATE.

       050-VALIDATE-FIELDS.
           SET INPUT-IS-VALID TO TRUE

           IF ENTRY-INDEX-CODE = SPACES
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: INDEX CODE may not be blank."
           END-IF

           MOVE ENTRY-EFFECTIVE-DATE TO CONVERT-DATE-IN
           IF ENTRY-EFFECTIVE-DATE = 0
               OR NOT CDI-MONTH-VALID
               OR NOT CDI-DAY-VALID
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: EFFECTIVE DATE "
                   ENTRY-EFFECTIVE-DATE " is not a valid YYMMDD date."
           END-IF

           IF ENTRY-DESCRIPTION = SPACES
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: DESCRIPTION may not be blank."
           END-IF

           IF ENTRY-RATE-WORK > 99.9
               SET INPUT-IS-INVALID TO TRUE
               DISPLAY "REJECTED: INDEX RATE " ENTRY-RATE-WORK
                   " exceeds the maximum of 99.9."
           END-IF

           IF ENTRY-EXPIRY-DATE > 0
               MOVE ENTRY-EXPIRY-DATE TO CONVERT-DATE-IN
               IF NOT CDI-MONTH-VALID OR NOT CDI-DAY-VALID
                   SET INPUT-IS-INVALID TO TRUE
                   DISPLAY "REJECTED: EXPIRY DATE " ENTRY-EXPIRY-DATE
                       " is not a valid YYMMDD date."
               END-IF
           END-IF

           IF INPUT-IS-VALID AND ENTRY-EXPIRY-DATE > 0
               MOVE ENTRY-EFFECTIVE-DATE TO CONVERT-DATE-IN
               PERFORM 035-CONVERT-DATE
               MOVE CONVERT-DATE-INTEGER TO EFFECTIVE-INTEGER
               MOVE ENTRY-EXPIRY-DATE TO CONVERT-DATE-IN
               PERFORM 035-CONVERT-DATE
               MOVE CONVERT-DATE-INTEGER TO EXPIRY-INTEGER
               IF EXPIRY-INTEGER < EFFECTIVE-INTEGER
                   SET INPUT-IS-INVALID TO TRUE
                   DISPLAY "REJECTED: EXPIRY DATE " ENTRY-EXPIRY-DATE
                       " is before the EFFECTIVE DATE "
                       ENTRY-EFFECTIVE-DATE "."
               END-IF
           END-IF

           IF INPUT-IS-INVALID
               SET ANY-RECORD-REJECTED TO TRUE
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

       060-MOVE-ENTRY-TO-RECORD.
           MOVE ENTRY-INDEX-CODE     TO INDEX-CODE
           MOVE ENTRY-EFFECTIVE-DATE TO INDEX-EFFECTIVE-DATE
           MOVE ENTRY-DESCRIPTION    TO INDEX-DESCRIPTION
           MOVE ENTRY-RATE           TO INDEX-RATE
           MOVE ENTRY-EXPIRY-DATE    TO INDEX-EXPIRY-DATE.

       070-READ-INDEX-BY-KEY.
           MOVE "N" TO RECORD-FOUND-SWITCH
           MOVE ENTRY-INDEX-CODE     TO INDEX-CODE
           MOVE ENTRY-EFFECTIVE-DATE TO INDEX-EFFECTIVE-DATE
           READ INDEX-FILE
               INVALID KEY
                   DISPLAY "Index " ENTRY-INDEX-CODE " effective "
                       ENTRY-EFFECTIVE-DATE " not found."
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.

       100-ADD-INDEX-RATE.
           PERFORM 020-ACCEPT-INDEX-KEY
           PERFORM 025-ACCEPT-INDEX-FIELDS
           PERFORM 050-VALIDATE-FIELDS
           IF INPUT-IS-VALID
               PERFORM 060-MOVE-ENTRY-TO-RECORD
               WRITE INDEX-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: index " ENTRY-INDEX-CODE
                           " effective " ENTRY-EFFECTIVE-DATE
                           " already exists."
                       SET ANY-RECORD-REJECTED TO TRUE
                   NOT INVALID KEY
                       DISPLAY "Index " ENTRY-INDEX-CODE
                           " effective " ENTRY-EFFECTIVE-DATE
                           " added."
               END-WRITE
           ELSE
               DISPLAY "Add rejected - transaction skipped."
           END-IF.

      *    The effective date is part of the key, so a change can
      *    only correct the description, rate or expiry of a rate
      *    already on file.  A new rate from a new date is an add.
       110-CHANGE-INDEX-RATE.
           PERFORM 020-ACCEPT-INDEX-KEY
           PERFORM 070-READ-INDEX-BY-KEY
           IF RECORD-FOUND
               PERFORM 025-ACCEPT-INDEX-FIELDS
               PERFORM 050-VALIDATE-FIELDS
               IF INPUT-IS-VALID
                   PERFORM 060-MOVE-ENTRY-TO-RECORD
                   REWRITE INDEX-RECORD
                       INVALID KEY
                           DISPLAY "REJECTED: rewrite failed for "
                               ENTRY-INDEX-CODE ", status "
                               INDEX-FILE-STATUS
                           SET ANY-RECORD-REJECTED TO TRUE
                       NOT INVALID KEY
                           DISPLAY "Index " ENTRY-INDEX-CODE
                               " effective " ENTRY-EFFECTIVE-DATE
                               " changed."
                   END-REWRITE
               ELSE
                   DISPLAY "Change rejected - transaction skipped."
               END-IF
           ELSE
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

      *    To retire an index, set an expiry date on its latest rate
      *    rather than deleting it - scenarios still pointing at it
      *    are then rejected to suspense by name instead of as an
      *    unknown code.  Delete only rates entered in error.
       120-DELETE-INDEX-RATE.
           PERFORM 020-ACCEPT-INDEX-KEY
           PERFORM 070-READ-INDEX-BY-KEY
           IF RECORD-FOUND
               PERFORM 140-DISPLAY-INDEX-RATE
               DELETE INDEX-FILE
                   INVALID KEY
                       DISPLAY "REJECTED: delete failed for "
                           ENTRY-INDEX-CODE ", status "
                           INDEX-FILE-STATUS
                       SET ANY-RECORD-REJECTED TO TRUE
                   NOT INVALID KEY
                       DISPLAY "Index " ENTRY-INDEX-CODE
                           " effective " ENTRY-EFFECTIVE-DATE
                           " deleted."
               END-DELETE
           ELSE
               SET ANY-RECORD-REJECTED TO TRUE
           END-IF.

       130-INQUIRE-INDEX-RATE.
           PERFORM 020-ACCEPT-INDEX-KEY
           PERFORM 070-READ-INDEX-BY-KEY
           IF RECORD-FOUND
               PERFORM 140-DISPLAY-INDEX-RATE
           END-IF.

       140-DISPLAY-INDEX-RATE.
           MOVE INDEX-RATE TO EDITED-RATE-FOR-DISPLAY
           DISPLAY "INDEX CODE  . . . : " INDEX-CODE
           DISPLAY "EFFECTIVE DATE  . : " INDEX-EFFECTIVE-DATE
           DISPLAY "DESCRIPTION . . . : " INDEX-DESCRIPTION
           DISPLAY "INDEX RATE PCT  . : " EDITED-RATE-FOR-DISPLAY
           DISPLAY "EXPIRY DATE . . . : " INDEX-EXPIRY-DATE.

      *    Every rate held for one code, in key order.  Only the code
      *    is asked for - the list starts at the lowest date.
       150-LIST-INDEX-RATES.
           DISPLAY "Enter INDEX CODE: "
           ACCEPT ENTRY-INDEX-CODE
           MOVE 0 TO LIST-COUNT
           MOVE ENTRY-INDEX-CODE TO INDEX-CODE
           MOVE 0 TO INDEX-EFFECTIVE-DATE
           MOVE "N" TO LIST-EOF-SWITCH
           START INDEX-FILE KEY >= INDEX-KEY
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-SWITCH
           END-START
           PERFORM UNTIL LIST-EOF
               READ INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF-SWITCH
               END-READ
               IF NOT LIST-EOF
                   IF INDEX-CODE NOT = ENTRY-INDEX-CODE
                       MOVE "Y" TO LIST-EOF-SWITCH
                   ELSE
                       ADD 1 TO LIST-COUNT
                       PERFORM 140-DISPLAY-INDEX-RATE
                   END-IF
               END-IF
           END-PERFORM
           IF LIST-COUNT = 0
               DISPLAY "Index " ENTRY-INDEX-CODE " not found."
           ELSE
               DISPLAY LIST-COUNT " rate(s) on file for index "
                   ENTRY-INDEX-CODE "."
           END-IF.
