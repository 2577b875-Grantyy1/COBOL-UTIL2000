      *****************************************************************
      * Copybook     : MANFREC
      * Description  :
      *   Print-vendor mail manifest record, written by STMT2000 to
      *   the MANIFEST file alongside the statement print file.  One
      *   detail line (type D) per mailpiece, in the order the
      *   pieces appear on the print file: the piece sequence number
      *   (also printed on every page of the piece), the client ID
      *   the piece is addressed to (the first client of a
      *   household), the number of pages in the envelope and the
      *   ZIP code.  A single control trailer (type T) closes the
      *   file with the total pieces and total pages, so the
      *   vendor's invoice and "pieces mailed" return can be
      *   reconciled against what was sent.  Fixed columns.
      *   Copy with
      *       COPY MANFREC REPLACING ==:TAG:== BY ==MANIFEST==.
      *****************************************************************
       01 :TAG:-RECORD.
          05 :TAG:-RECORD-TYPE     PIC X.
             88 :TAG:-DETAIL                  VALUE "D".
             88 :TAG:-TRAILER                 VALUE "T".
          05 :TAG:-DETAIL-DATA.
             10 :TAG:-PIECE-SEQ    PIC 9(7).
             10 :TAG:-CLIENT-ID    PIC X(8).
             10 :TAG:-PAGE-COUNT   PIC 9(3).
             10 :TAG:-ZIP          PIC X(10).
             10 FILLER             PIC X(11).
          05 :TAG:-TRAILER-DATA REDEFINES :TAG:-DETAIL-DATA.
             10 :TAG:-TOTAL-PIECES PIC 9(7).
             10 :TAG:-TOTAL-PAGES  PIC 9(9).
             10 :TAG:-RUN-DATE     PIC 9(6).
             10 FILLER             PIC X(17).
