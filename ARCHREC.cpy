      *****************************************************************
      * Copybook     : ARCHREC
      * Description  :
      *   Scenario archive record, keyed by :TAG:-SCENARIO-ID.
      *   ARCH2000 moves a scenario here from the SCENARIO master
      *   when it has been closed (status C), or past its expiry
      *   date, for longer than the CONTROL file's
      *   ARCHIVE-RETENTION-DAYS, and deletes it from the master.
      *   The scenario image is the master record exactly as it
      *   stood when archived (SCENREC layout), stamped with the
      *   date, time and operator of the archive run and the reason
      *   (C = closed, E = expired).  A supervisor may reinstate an
      *   archived scenario whose client is still active on the
      *   client master back to the master through ARCH2000, which
      *   removes it from this file.  CMRG2000 re-points the client
      *   ID inside the image when clients are merged, CLNT2000 will
      *   not delete a client that owns an archived scenario, and
      *   SCEN2000 and APRV2000 refuse an add under an archived ID.
      *   The results history (RSLTHIST) is not touched by
      *   archival, so TRND2000 still trends an archived scenario's
      *   past runs.
      *   Copy with
      *       COPY ARCHREC REPLACING ==:TAG:== BY ==ARCH==.
      *****************************************************************
       01 :TAG:-RECORD.
          05 :TAG:-SCENARIO-ID     PIC X(8).
          05 :TAG:-ARCHIVE-DATE    PIC 9(6).
          05 :TAG:-ARCHIVE-TIME    PIC 9(8).
          05 :TAG:-OPERATOR-ID     PIC X(8).
          05 :TAG:-REASON          PIC X.
             88 :TAG:-REASON-CLOSED           VALUE "C".
             88 :TAG:-REASON-EXPIRED          VALUE "E".
          05 :TAG:-SCENARIO-IMAGE  PIC X(100).
          05 FILLER                PIC X(19).
