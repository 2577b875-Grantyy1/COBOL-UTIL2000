      *****************************************************************
      * Copybook     : BKUPREC
      * Description  :
      *   Scenario master backup record, written by BKUP2000 to a
      *   dated backup generation (GDG PROD.CALC2000.SCENMAST.BACKUP)
      *   and read back by RCVR2000 for forward recovery.  A header
      *   (type H) stamps the date and time the unload began; each
      *   data record of the master follows as a type D line holding
      *   the full 100-byte scenario image (see copybook SCENREC) in
      *   key order; a trailer (type T) closes the backup with the
      *   record count and AMOUNT hash of the D lines, alongside the
      *   count and hash the master's own 99999999 control trailer
      *   claimed at the time and whether the two agreed (B = in
      *   balance, O = out of balance, N = no trailer on the master).
      *   The master's control trailer itself is not unloaded - the
      *   recovery rebuilds it from the reloaded data.
      *   Copy with
      *       COPY BKUPREC REPLACING ==:TAG:== BY ==BACKUP==.
      *****************************************************************
       01 :TAG:-RECORD.
          05 :TAG:-RECORD-TYPE     PIC X.
             88 :TAG:-HEADER                  VALUE "H".
             88 :TAG:-DETAIL                  VALUE "D".
             88 :TAG:-TRAILER                 VALUE "T".
          05 :TAG:-SCENARIO-IMAGE  PIC X(100).
          05 :TAG:-CONTROL-DATA REDEFINES :TAG:-SCENARIO-IMAGE.
             10 :TAG:-STAMP-DATE   PIC 9(6).
             10 :TAG:-STAMP-TIME   PIC 9(8).
             10 :TAG:-RECORD-COUNT PIC 9(7).
             10 :TAG:-AMOUNT-HASH  PIC 9(13).
             10 :TAG:-MASTER-COUNT PIC 9(7).
             10 :TAG:-MASTER-HASH  PIC 9(13).
             10 :TAG:-BALANCE-STATUS PIC X.
                88 :TAG:-IN-BALANCE           VALUE "B".
                88 :TAG:-OUT-OF-BALANCE       VALUE "O".
                88 :TAG:-NO-MASTER-TRAILER    VALUE "N".
             10 FILLER             PIC X(45).
