      *   CLIENT-ID / ACCOUNT-NO / SCENARIO-ID order, since the
      *   results master is keyed on scenario ID alone.  Runs as the
      *   statement step of CALC2000.jcl, after the projection run.
      *   A scenario with a drawdown phase has its withdrawal years,
      *   balance at retirement and total withdrawn printed under
      *   it, with the year the money runs out if it does so before
      *   the horizon (its projected value is then the balance left
      *   at the horizon).
      *   Statements are mailed by household: all of a client's
      *   accounts go out in one mailpiece, and with householding
      *   option A on SYSIN (C = by client only, the default) clients
      *   with an identical name and address share one piece too.  A
      *   piece holding more than one statement closes with a
      *   consolidated summary page.  Inactive clients, clients with
      *   an incomplete address and clients missing from the CLIENT
      *   master are not mailed; each suppression is listed with its
      *   reason on the mailing report (REPORT), which ends with the
      *   mailing totals.  Every piece is written to the print-vendor
      *   mail manifest (MANIFEST, see copybook MANFREC) with its
      *   sequence, client, page count and ZIP, and a trailer carries
      *   the total pieces and pages for invoice reconciliation.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT MANIFEST-OUT ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO "REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  STATEMENT-OUT.
       01 STATEMENT-RECORD           PIC X(80).

       FD  MANIFEST-OUT.
       COPY MANFREC REPLACING ==:TAG:== BY ==MANIFEST==.

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          05 RESULT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 CLIENT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 STATEMENT-FILE-STATUS PIC XX     VALUE SPACES.
          05 MANIFEST-FILE-STATUS  PIC XX     VALUE SPACES.
          05 REPORT-FILE-STATUS    PIC XX     VALUE SPACES.
          05 RESULT-EOF-SWITCH     PIC X      VALUE "N".
             88 RESULT-EOF                    VALUE "Y".
          05 CLIENT-AVAIL-SWITCH   PIC X      VALUE "N".
          05 ACCT-SCENARIO-COUNT   PIC 9(5)   VALUE 0.
          05 ACCT-AMOUNT-TOTAL     PIC 9(11)  VALUE 0.
          05 ACCT-FV-TOTAL         PIC 9(11)V99 VALUE 0.
          05 FIRST-ACCOUNT-SWITCH  PIC X      VALUE "Y".
             88 FIRST-ACCOUNT                 VALUE "Y".
          05 STMT-LINE-COUNT       PIC 99     VALUE 0.
          05 STMT-LINES-PER-PAGE   PIC 99     VALUE 60.

       01 MAIL-OPTION-FIELDS.
          05 HOUSEHOLD-OPTION      PIC X      VALUE "C".
             88 HOUSEHOLD-BY-CLIENT           VALUE "C".
             88 HOUSEHOLD-BY-ADDRESS          VALUE "A".

      *    One mailpiece is open at a time; its pages, statements and
      *    totals are gathered here until the household changes.
       01 MAILPIECE-FIELDS.
          05 PIECE-OPEN-SWITCH     PIC X      VALUE "N".
             88 PIECE-OPEN                    VALUE "Y".
          05 BREAK-HOUSE-KEY       PIC X(122) VALUE SPACES.
          05 PIECE-COUNT           PIC 9(7)   VALUE 0.
          05 PIECE-CLIENT-ID       PIC X(8)   VALUE SPACES.
          05 PIECE-ZIP             PIC X(10)  VALUE SPACES.
          05 PIECE-FIRST-MLT       PIC 9(5)   VALUE 0.
          05 PIECE-LAST-MLT        PIC 9(5)   VALUE 0.
          05 PIECE-PAGE-COUNT      PIC 9(3)   VALUE 0.
          05 PIECE-STATEMENT-COUNT PIC 9(5)   VALUE 0.
          05 PIECE-SCENARIO-COUNT  PIC 9(5)   VALUE 0.
          05 PIECE-AMOUNT-TOTAL    PIC 9(11)  VALUE 0.
          05 PIECE-FV-TOTAL        PIC 9(11)V99 VALUE 0.
          05 ADDRESS-MLT-INDEX     PIC 9(5)   VALUE 0.
          05 SUM-MLT-INDEX         PIC 9(5)   VALUE 0.
          05 SUM-STT-INDEX         PIC 9(5)   VALUE 0.
          05 SUM-ACCOUNT-NO        PIC X(10)  VALUE SPACES.
          05 SUM-SCENARIO-COUNT    PIC 9(5)   VALUE 0.
          05 SUM-AMOUNT-TOTAL      PIC 9(11)  VALUE 0.
          05 SUM-FV-TOTAL          PIC 9(11)V99 VALUE 0.

       01 MAILING-COUNT-FIELDS.
          05 CLIENTS-MAILED-COUNT  PIC 9(7)   VALUE 0.
          05 TOTAL-PAGE-COUNT      PIC 9(9)   VALUE 0.
          05 SUPPRESSED-CLIENTS    PIC 9(7)   VALUE 0.
          05 SUPPRESSED-STATEMENTS PIC 9(7)   VALUE 0.
          05 SUPPRESS-INACTIVE-COUNT PIC 9(7) VALUE 0.
          05 SUPPRESS-ADDRESS-COUNT PIC 9(7)  VALUE 0.
          05 SUPPRESS-NOCLIENT-COUNT PIC 9(7) VALUE 0.
          05 REPORT-PAGE-COUNT     PIC 9(3)   VALUE 0.
          05 REPORT-LINE-COUNT     PIC 99     VALUE 0.
          05 REPORT-LINES-PER-PAGE PIC 99     VALUE 40.

      *    The results master is keyed on scenario ID alone, so the
      *    statement sequence (client, account, scenario) is built in
             10 STT-NEW-ACCOUNT-NO PIC X(10).
             10 STT-NEW-SCENARIO-ID PIC X(8).

      *    One entry per client on the statement table, filed in
      *    mailing order: suppressed clients first (LOW-VALUES house
      *    key) in client order, then by household.  The house key is
      *    the client ID alone, or with option A the client's name
      *    and full address, so clients at an identical name/address
      *    fall together.  Each entry points at the client's first and
      *    last statement-table rows.  There can be no more clients
      *    than scenarios, so this table cannot overflow.
       01 MAIL-TABLE-FIELDS.
          05 MLT-ENTRY-COUNT       PIC 9(5)   VALUE 0.
          05 MLT-INDEX             PIC 9(5)   VALUE 0.
          05 MLT-SLOT              PIC 9(5)   VALUE 0.
          05 MLT-SHIFT-INDEX       PIC 9(5)   VALUE 0.
          05 MLT-NEW-KEY.
             10 MLT-NEW-HOUSE-KEY  PIC X(122).
             10 MLT-NEW-CLIENT-ID  PIC X(8).
          05 MLT-NEW-REASON        PIC X(30).

       01 MAIL-TABLE.
          05 MLT-ENTRY OCCURS 5000 TIMES.
             10 MLT-SORT-KEY.
                15 MLT-HOUSE-KEY   PIC X(122).
                15 MLT-CLIENT-ID   PIC X(8).
             10 MLT-CLIENT-NAME    PIC X(30).
             10 MLT-ADDRESS-LINE-1 PIC X(30).
             10 MLT-ADDRESS-LINE-2 PIC X(30).
             10 MLT-CITY           PIC X(20).
             10 MLT-STATE          PIC XX.
             10 MLT-ZIP            PIC X(10).
             10 MLT-FIRST-STT      PIC 9(5).
             10 MLT-LAST-STT       PIC 9(5).
             10 MLT-ACCOUNT-COUNT  PIC 9(5).
             10 MLT-SUPPRESS-REASON PIC X(30).
                88 MLT-MAILABLE               VALUE SPACES.
                88 MLT-SUPPRESS-INACTIVE      VALUE
                   "INACTIVE CLIENT".
                88 MLT-SUPPRESS-ADDRESS       VALUE
                   "INCOMPLETE ADDRESS".

       01 STMT-TABLE.
          05 STT-ENTRY OCCURS 5000 TIMES.
             10 STT-SORT-KEY.
             10 STT-RATE           PIC 99V9.
             10 STT-FUTURE-VALUE   PIC 9(7)V99.
             10 STT-GROSS-FV       PIC 9(7)V99.
             10 STT-DRAWDOWN-START PIC 99.
             10 STT-HORIZON        PIC 99.
             10 STT-RETIRE-BALANCE PIC 9(7)V99.
             10 STT-DEPLETION-YEAR PIC 99.
             10 STT-TOTAL-WITHDRAWN PIC 9(10)V99.

       01 STMT-HEADER-LINE.
          05 FILLER                PIC X(10)  VALUE "CALC2000".
             "CLIENT INVESTMENT STATEMENT".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 SHL-RUN-DATE          PIC 99/99/99.
          05 FILLER                PIC X(4)   VALUE SPACES.
          05 FILLER                PIC X(6)   VALUE "PIECE".
          05 SHL-PIECE-NUMBER      PIC ZZZZZZ9.

       01 STMT-CLIENT-LINE.
          05 SCL-CLIENT-ID         PIC X(8).
       01 STMT-ACCOUNT-LINE.
          05 FILLER                PIC X(9)   VALUE "ACCOUNT:".
          05 SAC-ACCOUNT-NO        PIC X(10).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 SAC-CONTINUED         PIC X(11).

      *    PROJECTED VALUE is net of tax for taxable scenarios; the
      *    GROSS VALUE column shows the untaxed basis (equal for
          05 FILLER                PIC X(3)   VALUE SPACES.
          05 SDL-GROSS-FV          PIC Z,ZZZ,ZZZ.99.

       01 STMT-DRAWDOWN-LINE-1.
          05 FILLER                PIC X(10)  VALUE SPACES.
          05 FILLER                PIC X(17)  VALUE
             "WITHDRAWALS YEARS".
          05 SDD-START-YEAR        PIC Z9.
          05 FILLER                PIC X(4)   VALUE " TO".
          05 SDD-HORIZON           PIC Z9.
          05 FILLER                PIC X(23)  VALUE
             "  BALANCE AT RETIREMENT".
          05 SDD-RETIRE-BALANCE    PIC Z,ZZZ,ZZ9.99.

       01 STMT-DRAWDOWN-LINE-2.
          05 FILLER                PIC X(10)  VALUE SPACES.
          05 FILLER                PIC X(16)  VALUE "TOTAL WITHDRAWN".
          05 SDD-TOTAL-WITHDRAWN   PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 SDD-OUTCOME-TEXT      PIC X(27).

       01 DEPLETION-TEXT-FIELDS.
          05 DEPLETION-TEXT.
             10 FILLER             PIC X(23)  VALUE
                "*** FUNDS RUN OUT YEAR".
             10 DEPLETION-TEXT-YEAR PIC Z9.

      *    The edited totals cover the full 9(11) accumulator range
      *    so a large account never mails a statement with its
      *    leading digits dropped.
          05 FILLER                PIC X(13)  VALUE "   PROJECTED:".
          05 SSL-FV-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZZ.99.

       01 CONSOLIDATED-TITLE-LINE.
          05 FILLER                PIC X(40)  VALUE
             "CONSOLIDATED SUMMARY - ALL ACCOUNTS".
          05 CTL-CONTINUED         PIC X(11).

       01 CONSOLIDATED-COLUMN-LINE.
          05 FILLER                PIC X(10)  VALUE "CLIENT".
          05 FILLER                PIC X(12)  VALUE "ACCOUNT".
          05 FILLER                PIC X(8)   VALUE "  SCEN.".
          05 FILLER                PIC X(16)  VALUE
             "        INVESTED".
          05 FILLER                PIC X(19)  VALUE
             "  PROJECTED VALUE".

       01 CONSOLIDATED-DETAIL-LINE.
          05 CDL-CLIENT-ID         PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-ACCOUNT-NO        PIC X(10).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-SCENARIO-COUNT    PIC ZZ,ZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-AMOUNT-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CDL-FV-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZZ.99.

       01 CONSOLIDATED-TOTAL-LINE.
          05 FILLER                PIC X(22)  VALUE
             "HOUSEHOLD TOTAL".
          05 CTT-SCENARIO-COUNT    PIC ZZ,ZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CTT-AMOUNT-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 CTT-FV-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZZ.99.

       01 MAIL-HEADER-LINE.
          05 FILLER                PIC X(10)  VALUE "STMT2000".
          05 FILLER                PIC X(30)  VALUE
             "STATEMENT MAILING REPORT".
          05 FILLER                PIC X(10)  VALUE "RUN DATE:".
          05 MHL-RUN-DATE          PIC 99/99/99.
          05 FILLER                PIC X(8)   VALUE "PAGE".
          05 MHL-PAGE-NUMBER       PIC ZZ9.

       01 SUPPRESS-TITLE-LINE.
          05 FILLER                PIC X(40)  VALUE
             "STATEMENTS SUPPRESSED - NOT MAILED".

       01 SUPPRESS-COLUMN-LINE.
          05 FILLER                PIC X(10)  VALUE "CLIENT".
          05 FILLER                PIC X(32)  VALUE "NAME".
          05 FILLER                PIC X(6)   VALUE "ACCTS".
          05 FILLER                PIC X(30)  VALUE "REASON".

       01 SUPPRESS-DETAIL-LINE.
          05 SPL-CLIENT-ID         PIC X(8).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 SPL-CLIENT-NAME       PIC X(30).
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 SPL-ACCOUNT-COUNT     PIC ZZZ9.
          05 FILLER                PIC X(2)   VALUE SPACES.
          05 SPL-REASON            PIC X(30).

       01 MAIL-TOTAL-LINE.
          05 MTL-LABEL             PIC X(40).
          05 MTL-VALUE             PIC ZZZ,ZZZ,ZZ9.

       01 CITY-LINE-FIELDS.
          05 CITY-BUILD-LINE       PIC X(40)  VALUE SPACES.

           DISPLAY SPACE.

           PERFORM 010-OPEN-FILES
           PERFORM 020-ACCEPT-PARMS

           PERFORM 040-READ-RESULT-RECORD
           PERFORM 045-LOAD-RESULT-ENTRY
           DISPLAY "Results loaded for statements: "
               RESULTS-READ-COUNT

           PERFORM 050-BUILD-MAIL-TABLE
           PERFORM 100-WRITE-STATEMENTS
           PERFORM 160-WRITE-MANIFEST-TRAILER
           PERFORM 170-WRITE-MAILING-TOTALS

           IF CLIENT-FILE-AVAILABLE
               CLOSE CLIENT-FILE
           END-IF
           CLOSE STATEMENT-OUT
           CLOSE MANIFEST-OUT
           CLOSE REPORT-OUT

           IF STT-TABLE-OVERFLOWED
               OR NOT CLIENT-FILE-AVAILABLE
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Statements written: " STATEMENT-COUNT
           DISPLAY "Mailpieces / pages: " PIECE-COUNT " / "
               TOTAL-PAGE-COUNT
           DISPLAY "Clients suppressed: " SUPPRESSED-CLIENTS
           DISPLAY "End of session."
           STOP RUN.

               STOP RUN
           END-IF

           OPEN OUTPUT MANIFEST-OUT
           IF MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open MANIFEST-OUT, status "
                   MANIFEST-FILE-STATUS
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

           OPEN INPUT CLIENT-FILE
           IF CLIENT-FILE-STATUS = "00"
               SET CLIENT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: client master unavailable, status "
                   CLIENT-FILE-STATUS
                   " - no addresses, every statement suppressed."
           END-IF

           ACCEPT RUN-DATE FROM DATE
           MOVE RUN-DATE TO EDITED-RUN-DATE.

       020-ACCEPT-PARMS.
           DISPLAY "Enter HOUSEHOLD C=CLIENT A=NAME/ADDRESS (SYSIN): "
           ACCEPT HOUSEHOLD-OPTION
           IF HOUSEHOLD-OPTION = SPACE
               MOVE "C" TO HOUSEHOLD-OPTION
           END-IF
           IF NOT HOUSEHOLD-BY-CLIENT AND NOT HOUSEHOLD-BY-ADDRESS
               DISPLAY "HOUSEHOLD " HOUSEHOLD-OPTION " not C or A - "
                   "using C."
               MOVE "C" TO HOUSEHOLD-OPTION
           END-IF.

       040-READ-RESULT-RECORD.
           READ RESULT-FILE NEXT RECORD
               AT END
               MOVE RESULT-RATE         TO STT-RATE (STT-SLOT)
               MOVE RESULT-FUTURE-VALUE TO STT-FUTURE-VALUE (STT-SLOT)
               MOVE RESULT-GROSS-FV     TO STT-GROSS-FV (STT-SLOT)
               MOVE RESULT-DRAWDOWN-START
                   TO STT-DRAWDOWN-START (STT-SLOT)
               MOVE RESULT-HORIZON-YEARS TO STT-HORIZON (STT-SLOT)
               MOVE RESULT-RETIRE-BALANCE
                   TO STT-RETIRE-BALANCE (STT-SLOT)
               MOVE RESULT-DEPLETION-YEAR
                   TO STT-DEPLETION-YEAR (STT-SLOT)
               MOVE RESULT-TOTAL-WITHDRAWN
                   TO STT-TOTAL-WITHDRAWN (STT-SLOT)
           END-IF

           PERFORM 040-READ-RESULT-RECORD.

      *    One pass of the statement table (client order) files each
      *    client once on the mail table, with its address, its
      *    suppression reason if it cannot be mailed, its number of
      *    accounts and the span of its statement-table rows.
       050-BUILD-MAIL-TABLE.
           MOVE SPACES TO BREAK-CLIENT-ID
           MOVE SPACES TO BREAK-ACCOUNT-NO
           PERFORM VARYING STT-INDEX FROM 1 BY 1
                   UNTIL STT-INDEX > STT-ENTRY-COUNT
               IF STT-CLIENT-ID (STT-INDEX) NOT = BREAK-CLIENT-ID
                   MOVE STT-CLIENT-ID (STT-INDEX) TO BREAK-CLIENT-ID
                   MOVE "Y" TO FIRST-ACCOUNT-SWITCH
                   PERFORM 055-ADD-MAIL-ENTRY
               END-IF
               IF FIRST-ACCOUNT
                   OR STT-ACCOUNT-NO (STT-INDEX) NOT = BREAK-ACCOUNT-NO
                   MOVE "N" TO FIRST-ACCOUNT-SWITCH
                   MOVE STT-ACCOUNT-NO (STT-INDEX) TO BREAK-ACCOUNT-NO
                   ADD 1 TO MLT-ACCOUNT-COUNT (MLT-SLOT)
               END-IF
               MOVE STT-INDEX TO MLT-LAST-STT (MLT-SLOT)
           END-PERFORM.

       055-ADD-MAIL-ENTRY.
           MOVE SPACES TO MLT-NEW-REASON
           MOVE "N" TO CLIENT-FOUND-SWITCH
           IF CLIENT-FILE-AVAILABLE
               MOVE BREAK-CLIENT-ID TO CLIENT-ID
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE "NOT ON CLIENT MASTER" TO MLT-NEW-REASON
                   NOT INVALID KEY
                       SET CLIENT-FOUND TO TRUE
                       PERFORM 057-CHECK-MAILABLE
               END-READ
           ELSE
               MOVE "CLIENT MASTER UNAVAILABLE" TO MLT-NEW-REASON
           END-IF

           MOVE BREAK-CLIENT-ID TO MLT-NEW-CLIENT-ID
           EVALUATE TRUE
               WHEN MLT-NEW-REASON NOT = SPACES
                   MOVE LOW-VALUES TO MLT-NEW-HOUSE-KEY
               WHEN HOUSEHOLD-BY-ADDRESS
                   MOVE CLIENT-RECORD (9:122) TO MLT-NEW-HOUSE-KEY
               WHEN OTHER
                   MOVE BREAK-CLIENT-ID TO MLT-NEW-HOUSE-KEY
           END-EVALUATE

           MOVE 0 TO MLT-SLOT
           PERFORM VARYING MLT-INDEX FROM 1 BY 1
                   UNTIL MLT-INDEX > MLT-ENTRY-COUNT
                      OR MLT-SLOT > 0
               IF MLT-SORT-KEY (MLT-INDEX) > MLT-NEW-KEY
                   MOVE MLT-INDEX TO MLT-SLOT
               END-IF
           END-PERFORM
           IF MLT-SLOT = 0
               COMPUTE MLT-SLOT = MLT-ENTRY-COUNT + 1
           END-IF
           ADD 1 TO MLT-ENTRY-COUNT
           PERFORM VARYING MLT-SHIFT-INDEX
                   FROM MLT-ENTRY-COUNT BY -1
                   UNTIL MLT-SHIFT-INDEX <= MLT-SLOT
               MOVE MLT-ENTRY (MLT-SHIFT-INDEX - 1)
                   TO MLT-ENTRY (MLT-SHIFT-INDEX)
           END-PERFORM

           MOVE MLT-NEW-KEY    TO MLT-SORT-KEY (MLT-SLOT)
           MOVE MLT-NEW-REASON TO MLT-SUPPRESS-REASON (MLT-SLOT)
           IF CLIENT-FOUND
               MOVE CLIENT-NAME   TO MLT-CLIENT-NAME (MLT-SLOT)
               MOVE CLIENT-ADDRESS-LINE-1
                   TO MLT-ADDRESS-LINE-1 (MLT-SLOT)
               MOVE CLIENT-ADDRESS-LINE-2
                   TO MLT-ADDRESS-LINE-2 (MLT-SLOT)
               MOVE CLIENT-CITY   TO MLT-CITY (MLT-SLOT)
               MOVE CLIENT-STATE  TO MLT-STATE (MLT-SLOT)
               MOVE CLIENT-ZIP    TO MLT-ZIP (MLT-SLOT)
           ELSE
               MOVE SPACES TO MLT-CLIENT-NAME (MLT-SLOT)
               MOVE SPACES TO MLT-ADDRESS-LINE-1 (MLT-SLOT)
               MOVE SPACES TO MLT-ADDRESS-LINE-2 (MLT-SLOT)
               MOVE SPACES TO MLT-CITY (MLT-SLOT)
               MOVE SPACES TO MLT-STATE (MLT-SLOT)
               MOVE SPACES TO MLT-ZIP (MLT-SLOT)
           END-IF
           MOVE STT-INDEX TO MLT-FIRST-STT (MLT-SLOT)
           MOVE STT-INDEX TO MLT-LAST-STT (MLT-SLOT)
           MOVE 0 TO MLT-ACCOUNT-COUNT (MLT-SLOT).

      *    A statement only goes out to an active client the post
      *    office can deliver to: street line, city, state and ZIP.
       057-CHECK-MAILABLE.
           EVALUATE TRUE
               WHEN CLIENT-STATUS-INACTIVE
                   MOVE "INACTIVE CLIENT" TO MLT-NEW-REASON
               WHEN CLIENT-ADDRESS-LINE-1 = SPACES
                 OR CLIENT-CITY = SPACES
                 OR CLIENT-STATE = SPACES
                 OR CLIENT-ZIP = SPACES
                   MOVE "INCOMPLETE ADDRESS" TO MLT-NEW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The mail table is in mailing order, so a change of house
      *    key starts a new mailpiece.  Suppressed clients are listed
      *    on the mailing report instead.
       100-WRITE-STATEMENTS.
           PERFORM 155-WRITE-REPORT-HEADING
           WRITE REPORT-RECORD FROM SUPPRESS-TITLE-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUPPRESS-COLUMN-LINE
           ADD 3 TO REPORT-LINE-COUNT

           MOVE "N" TO PIECE-OPEN-SWITCH
           PERFORM VARYING MLT-INDEX FROM 1 BY 1
                   UNTIL MLT-INDEX > MLT-ENTRY-COUNT
               IF NOT MLT-MAILABLE (MLT-INDEX)
                   PERFORM 150-LIST-SUPPRESSION
               ELSE
                   IF NOT PIECE-OPEN
                       OR MLT-HOUSE-KEY (MLT-INDEX)
                          NOT = BREAK-HOUSE-KEY
                       IF PIECE-OPEN
                           PERFORM 140-CLOSE-MAILPIECE
                       END-IF
                       PERFORM 105-START-MAILPIECE
                   END-IF
                   PERFORM 108-WRITE-CLIENT-STATEMENTS
               END-IF
           END-PERFORM

           IF PIECE-OPEN
               PERFORM 140-CLOSE-MAILPIECE
           END-IF

           IF SUPPRESSED-CLIENTS = 0
               MOVE "NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO REPORT-LINE-COUNT
           END-IF.

       105-START-MAILPIECE.
           SET PIECE-OPEN TO TRUE
           ADD 1 TO PIECE-COUNT
           MOVE MLT-HOUSE-KEY (MLT-INDEX) TO BREAK-HOUSE-KEY
           MOVE MLT-CLIENT-ID (MLT-INDEX) TO PIECE-CLIENT-ID
           MOVE MLT-ZIP (MLT-INDEX)       TO PIECE-ZIP
           MOVE MLT-INDEX TO PIECE-FIRST-MLT
           MOVE 0 TO PIECE-PAGE-COUNT
           MOVE 0 TO PIECE-STATEMENT-COUNT
           MOVE 0 TO PIECE-SCENARIO-COUNT
           MOVE 0 TO PIECE-AMOUNT-TOTAL
           MOVE 0 TO PIECE-FV-TOTAL.

      *    One statement per account of the client, in the piece
      *    currently open.
       108-WRITE-CLIENT-STATEMENTS.
           MOVE MLT-INDEX TO PIECE-LAST-MLT
           MOVE MLT-INDEX TO ADDRESS-MLT-INDEX
           MOVE MLT-CLIENT-ID (MLT-INDEX) TO BREAK-CLIENT-ID
           MOVE "Y" TO FIRST-ACCOUNT-SWITCH
           ADD 1 TO CLIENTS-MAILED-COUNT

           PERFORM VARYING STT-INDEX FROM MLT-FIRST-STT (MLT-INDEX)
                   BY 1 UNTIL STT-INDEX > MLT-LAST-STT (MLT-INDEX)
               IF FIRST-ACCOUNT
                   OR STT-ACCOUNT-NO (STT-INDEX) NOT = BREAK-ACCOUNT-NO
                   IF NOT FIRST-ACCOUNT
                       PERFORM 130-WRITE-STATEMENT-SUMMARY
                   END-IF
                   MOVE "N" TO FIRST-ACCOUNT-SWITCH
                   MOVE STT-ACCOUNT-NO (STT-INDEX)
                       TO BREAK-ACCOUNT-NO
                   PERFORM 110-WRITE-STATEMENT-HEADING
               PERFORM 120-WRITE-STATEMENT-DETAIL
           END-PERFORM

           IF NOT FIRST-ACCOUNT
               PERFORM 130-WRITE-STATEMENT-SUMMARY
           END-IF.

      *    Each statement starts on a fresh page so the output can go
      *    straight into the mail without bursting by hand.
       110-WRITE-STATEMENT-HEADING.
           ADD 1 TO PIECE-PAGE-COUNT
           MOVE EDITED-RUN-DATE TO SHL-RUN-DATE
           MOVE PIECE-COUNT     TO SHL-PIECE-NUMBER
           WRITE STATEMENT-RECORD FROM STMT-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE BREAK-CLIENT-ID TO SCL-CLIENT-ID
           MOVE MLT-CLIENT-NAME (ADDRESS-MLT-INDEX) TO SCL-CLIENT-NAME
           WRITE STATEMENT-RECORD FROM STMT-CLIENT-LINE
           PERFORM 115-WRITE-ADDRESS-BLOCK

           MOVE BREAK-ACCOUNT-NO TO SAC-ACCOUNT-NO
           MOVE SPACES TO SAC-CONTINUED
           WRITE STATEMENT-RECORD FROM STMT-ACCOUNT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM STMT-COLUMN-LINE
           MOVE 10 TO STMT-LINE-COUNT

           MOVE 0 TO ACCT-SCENARIO-COUNT
           MOVE 0 TO ACCT-AMOUNT-TOTAL
           MOVE 0 TO ACCT-FV-TOTAL
           ADD 1 TO STATEMENT-COUNT
           ADD 1 TO PIECE-STATEMENT-COUNT.

       115-WRITE-ADDRESS-BLOCK.
           IF MLT-ADDRESS-LINE-1 (ADDRESS-MLT-INDEX) NOT = SPACES
               MOVE MLT-ADDRESS-LINE-1 (ADDRESS-MLT-INDEX)
                   TO SAL-ADDRESS-TEXT
               WRITE STATEMENT-RECORD FROM STMT-ADDRESS-LINE
           END-IF
           IF MLT-ADDRESS-LINE-2 (ADDRESS-MLT-INDEX) NOT = SPACES
               MOVE MLT-ADDRESS-LINE-2 (ADDRESS-MLT-INDEX)
                   TO SAL-ADDRESS-TEXT
               WRITE STATEMENT-RECORD FROM STMT-ADDRESS-LINE
           END-IF
           MOVE SPACES TO CITY-BUILD-LINE
           STRING MLT-CITY (ADDRESS-MLT-INDEX)  DELIMITED BY "  "
                  ", "                          DELIMITED BY SIZE
                  MLT-STATE (ADDRESS-MLT-INDEX) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  MLT-ZIP (ADDRESS-MLT-INDEX)   DELIMITED BY SIZE
               INTO CITY-BUILD-LINE
           MOVE CITY-BUILD-LINE TO SAL-ADDRESS-TEXT
           WRITE STATEMENT-RECORD FROM STMT-ADDRESS-LINE.

      *    A statement too long for one page carries on to the next
      *    page of the same piece under a short continuation heading.
       118-WRITE-CONTINUATION-HEADING.
           ADD 1 TO PIECE-PAGE-COUNT
           MOVE EDITED-RUN-DATE TO SHL-RUN-DATE
           MOVE PIECE-COUNT     TO SHL-PIECE-NUMBER
           WRITE STATEMENT-RECORD FROM STMT-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE BREAK-CLIENT-ID TO SCL-CLIENT-ID
           MOVE MLT-CLIENT-NAME (ADDRESS-MLT-INDEX) TO SCL-CLIENT-NAME
           WRITE STATEMENT-RECORD FROM STMT-CLIENT-LINE
           MOVE BREAK-ACCOUNT-NO TO SAC-ACCOUNT-NO
           MOVE "(CONTINUED)" TO SAC-CONTINUED
           WRITE STATEMENT-RECORD FROM STMT-ACCOUNT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM STMT-COLUMN-LINE
           MOVE 6 TO STMT-LINE-COUNT.

       120-WRITE-STATEMENT-DETAIL.
           IF STMT-LINE-COUNT > STMT-LINES-PER-PAGE - 3
               PERFORM 118-WRITE-CONTINUATION-HEADING
           END-IF
           MOVE STT-SCENARIO-ID (STT-INDEX)  TO SDL-SCENARIO-ID
           MOVE STT-AMOUNT (STT-INDEX)       TO SDL-AMOUNT
           MOVE STT-YEARS (STT-INDEX)        TO SDL-YEARS
           MOVE STT-FUTURE-VALUE (STT-INDEX) TO SDL-FUTURE-VALUE
           MOVE STT-GROSS-FV (STT-INDEX)     TO SDL-GROSS-FV
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE
           ADD 1 TO STMT-LINE-COUNT
           IF STT-HORIZON (STT-INDEX) > 0
               PERFORM 125-WRITE-DRAWDOWN-LINES
               ADD 2 TO STMT-LINE-COUNT
           END-IF

           ADD 1 TO ACCT-SCENARIO-COUNT
           ADD STT-AMOUNT (STT-INDEX)       TO ACCT-AMOUNT-TOTAL
           MOVE ACCT-SCENARIO-COUNT TO SSL-SCENARIO-COUNT
           MOVE ACCT-AMOUNT-TOTAL   TO SSL-AMOUNT-TOTAL
           MOVE ACCT-FV-TOTAL       TO SSL-FV-TOTAL
           WRITE STATEMENT-RECORD FROM STMT-SUMMARY-LINE
           ADD 2 TO STMT-LINE-COUNT

           ADD ACCT-SCENARIO-COUNT TO PIECE-SCENARIO-COUNT
           ADD ACCT-AMOUNT-TOTAL   TO PIECE-AMOUNT-TOTAL
           ADD ACCT-FV-TOTAL       TO PIECE-FV-TOTAL.

      *    A scenario that runs out before its horizon is called out
      *    so the client sees it; otherwise the money lasts.
       125-WRITE-DRAWDOWN-LINES.
           MOVE STT-DRAWDOWN-START (STT-INDEX) TO SDD-START-YEAR
           MOVE STT-HORIZON (STT-INDEX)        TO SDD-HORIZON
           MOVE STT-RETIRE-BALANCE (STT-INDEX) TO SDD-RETIRE-BALANCE
           WRITE STATEMENT-RECORD FROM STMT-DRAWDOWN-LINE-1
           MOVE STT-TOTAL-WITHDRAWN (STT-INDEX)
               TO SDD-TOTAL-WITHDRAWN
           IF STT-DEPLETION-YEAR (STT-INDEX) = 0
               MOVE "FUNDS LAST TO HORIZON" TO SDD-OUTCOME-TEXT
           ELSE
               MOVE STT-DEPLETION-YEAR (STT-INDEX)
                   TO DEPLETION-TEXT-YEAR
               MOVE DEPLETION-TEXT TO SDD-OUTCOME-TEXT
           END-IF
           WRITE STATEMENT-RECORD FROM STMT-DRAWDOWN-LINE-2.

      *    A piece holding more than one statement closes with a page
      *    listing every account in it and the household total.  The
      *    per-account figures are re-summed from the statement table
      *    for the clients of the piece.
       135-WRITE-CONSOLIDATED-SUMMARY.
           MOVE PIECE-FIRST-MLT TO ADDRESS-MLT-INDEX
           MOVE MLT-CLIENT-ID (PIECE-FIRST-MLT) TO BREAK-CLIENT-ID
           MOVE SPACES TO CTL-CONTINUED
           PERFORM 136-WRITE-CONSOLIDATED-HEADING

           PERFORM VARYING SUM-MLT-INDEX FROM PIECE-FIRST-MLT BY 1
                   UNTIL SUM-MLT-INDEX > PIECE-LAST-MLT
               MOVE "Y" TO FIRST-ACCOUNT-SWITCH
               PERFORM VARYING SUM-STT-INDEX
                       FROM MLT-FIRST-STT (SUM-MLT-INDEX) BY 1
                       UNTIL SUM-STT-INDEX >
                             MLT-LAST-STT (SUM-MLT-INDEX)
                   IF FIRST-ACCOUNT
                       OR STT-ACCOUNT-NO (SUM-STT-INDEX)
                          NOT = SUM-ACCOUNT-NO
                       IF NOT FIRST-ACCOUNT
                           PERFORM 137-WRITE-CONSOLIDATED-LINE
                       END-IF
                       MOVE "N" TO FIRST-ACCOUNT-SWITCH
                       MOVE STT-ACCOUNT-NO (SUM-STT-INDEX)
                           TO SUM-ACCOUNT-NO
                       MOVE 0 TO SUM-SCENARIO-COUNT
                       MOVE 0 TO SUM-AMOUNT-TOTAL
                       MOVE 0 TO SUM-FV-TOTAL
                   END-IF
                   ADD 1 TO SUM-SCENARIO-COUNT
                   ADD STT-AMOUNT (SUM-STT-INDEX) TO SUM-AMOUNT-TOTAL
                   ADD STT-FUTURE-VALUE (SUM-STT-INDEX)
                       TO SUM-FV-TOTAL
               END-PERFORM
               IF NOT FIRST-ACCOUNT
                   PERFORM 137-WRITE-CONSOLIDATED-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE PIECE-SCENARIO-COUNT TO CTT-SCENARIO-COUNT
           MOVE PIECE-AMOUNT-TOTAL   TO CTT-AMOUNT-TOTAL
           MOVE PIECE-FV-TOTAL       TO CTT-FV-TOTAL
           WRITE STATEMENT-RECORD FROM CONSOLIDATED-TOTAL-LINE.

       136-WRITE-CONSOLIDATED-HEADING.
           ADD 1 TO PIECE-PAGE-COUNT
           MOVE EDITED-RUN-DATE TO SHL-RUN-DATE
           MOVE PIECE-COUNT     TO SHL-PIECE-NUMBER
           WRITE STATEMENT-RECORD FROM STMT-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE BREAK-CLIENT-ID TO SCL-CLIENT-ID
           MOVE MLT-CLIENT-NAME (ADDRESS-MLT-INDEX) TO SCL-CLIENT-NAME
           WRITE STATEMENT-RECORD FROM STMT-CLIENT-LINE
           PERFORM 115-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM CONSOLIDATED-TITLE-LINE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM CONSOLIDATED-COLUMN-LINE
           MOVE 11 TO STMT-LINE-COUNT.

       137-WRITE-CONSOLIDATED-LINE.
           IF STMT-LINE-COUNT > STMT-LINES-PER-PAGE - 3
               MOVE "(CONTINUED)" TO CTL-CONTINUED
               PERFORM 136-WRITE-CONSOLIDATED-HEADING
           END-IF
           MOVE MLT-CLIENT-ID (SUM-MLT-INDEX) TO CDL-CLIENT-ID
           MOVE SUM-ACCOUNT-NO       TO CDL-ACCOUNT-NO
           MOVE SUM-SCENARIO-COUNT   TO CDL-SCENARIO-COUNT
           MOVE SUM-AMOUNT-TOTAL     TO CDL-AMOUNT-TOTAL
           MOVE SUM-FV-TOTAL         TO CDL-FV-TOTAL
           WRITE STATEMENT-RECORD FROM CONSOLIDATED-DETAIL-LINE
           ADD 1 TO STMT-LINE-COUNT.

      *    The piece is complete once its household changes: close it
      *    with the consolidated page if needed and record it on the
      *    mail manifest.
       140-CLOSE-MAILPIECE.
           IF PIECE-STATEMENT-COUNT > 1
               PERFORM 135-WRITE-CONSOLIDATED-SUMMARY
           END-IF

           MOVE SPACES TO MANIFEST-RECORD
           SET MANIFEST-DETAIL TO TRUE
           MOVE PIECE-COUNT      TO MANIFEST-PIECE-SEQ
           MOVE PIECE-CLIENT-ID  TO MANIFEST-CLIENT-ID
           MOVE PIECE-PAGE-COUNT TO MANIFEST-PAGE-COUNT
           MOVE PIECE-ZIP        TO MANIFEST-ZIP
           WRITE MANIFEST-RECORD

           ADD PIECE-PAGE-COUNT TO TOTAL-PAGE-COUNT
           MOVE "N" TO PIECE-OPEN-SWITCH.

       150-LIST-SUPPRESSION.
           IF REPORT-LINE-COUNT > REPORT-LINES-PER-PAGE
               PERFORM 155-WRITE-REPORT-HEADING
               WRITE REPORT-RECORD FROM SUPPRESS-COLUMN-LINE
               ADD 1 TO REPORT-LINE-COUNT
           END-IF
           MOVE MLT-CLIENT-ID (MLT-INDEX)     TO SPL-CLIENT-ID
           MOVE MLT-CLIENT-NAME (MLT-INDEX)   TO SPL-CLIENT-NAME
           MOVE MLT-ACCOUNT-COUNT (MLT-INDEX) TO SPL-ACCOUNT-COUNT
           MOVE MLT-SUPPRESS-REASON (MLT-INDEX) TO SPL-REASON
           WRITE REPORT-RECORD FROM SUPPRESS-DETAIL-LINE
           ADD 1 TO REPORT-LINE-COUNT

           ADD 1 TO SUPPRESSED-CLIENTS
           ADD MLT-ACCOUNT-COUNT (MLT-INDEX) TO SUPPRESSED-STATEMENTS
           EVALUATE TRUE
               WHEN MLT-SUPPRESS-INACTIVE (MLT-INDEX)
                   ADD 1 TO SUPPRESS-INACTIVE-COUNT
               WHEN MLT-SUPPRESS-ADDRESS (MLT-INDEX)
                   ADD 1 TO SUPPRESS-ADDRESS-COUNT
               WHEN OTHER
                   ADD 1 TO SUPPRESS-NOCLIENT-COUNT
           END-EVALUATE.

       155-WRITE-REPORT-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE EDITED-RUN-DATE   TO MHL-RUN-DATE
           MOVE REPORT-PAGE-COUNT TO MHL-PAGE-NUMBER
           WRITE REPORT-RECORD FROM MAIL-HEADER-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 2 TO REPORT-LINE-COUNT.

       160-WRITE-MANIFEST-TRAILER.
           MOVE SPACES TO MANIFEST-RECORD
           SET MANIFEST-TRAILER TO TRUE
           MOVE PIECE-COUNT      TO MANIFEST-TOTAL-PIECES
           MOVE TOTAL-PAGE-COUNT TO MANIFEST-TOTAL-PAGES
           MOVE RUN-DATE         TO MANIFEST-RUN-DATE
           WRITE MANIFEST-RECORD.

      *    The pieces and pages printed here are the figures on the
      *    manifest trailer, for reconciling the vendor's invoice.
       170-WRITE-MAILING-TOTALS.
           IF REPORT-LINE-COUNT > REPORT-LINES-PER-PAGE - 16
               PERFORM 155-WRITE-REPORT-HEADING
           ELSE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF HOUSEHOLD-BY-ADDRESS
               MOVE "MAILING TOTALS - HOUSEHOLD BY NAME/ADDRESS"
                   TO REPORT-RECORD
           ELSE
               MOVE "MAILING TOTALS - HOUSEHOLD BY CLIENT"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "CLIENTS ON RESULTS MASTER"     TO MTL-LABEL
           MOVE MLT-ENTRY-COUNT                 TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "CLIENTS MAILED"                TO MTL-LABEL
           MOVE CLIENTS-MAILED-COUNT            TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "CLIENTS SUPPRESSED"            TO MTL-LABEL
           MOVE SUPPRESSED-CLIENTS              TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "  INACTIVE CLIENT"             TO MTL-LABEL
           MOVE SUPPRESS-INACTIVE-COUNT         TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "  INCOMPLETE ADDRESS"          TO MTL-LABEL
           MOVE SUPPRESS-ADDRESS-COUNT          TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "  NOT ON / NO CLIENT MASTER"   TO MTL-LABEL
           MOVE SUPPRESS-NOCLIENT-COUNT         TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "STATEMENTS MAILED"             TO MTL-LABEL
           MOVE STATEMENT-COUNT                 TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "STATEMENTS SUPPRESSED"         TO MTL-LABEL
           MOVE SUPPRESSED-STATEMENTS           TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "MAILPIECES (MANIFEST TRAILER)" TO MTL-LABEL
           MOVE PIECE-COUNT                     TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE
           MOVE "PAGES (MANIFEST TRAILER)"      TO MTL-LABEL
           MOVE TOTAL-PAGE-COUNT                TO MTL-VALUE
           WRITE REPORT-RECORD FROM MAIL-TOTAL-LINE

           IF STT-TABLE-OVERFLOWED
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "*** STATEMENT TABLE FULL - SCENARIOS OMITTED ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
