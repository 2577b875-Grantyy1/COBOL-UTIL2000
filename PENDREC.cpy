      *****************************************************************
      * Copybook     : PENDREC
      * Description  :
      *   Pending-approval record for dual-control (maker/checker)
      *   scenario maintenance, keyed by :TAG:-KEY (scenario ID plus
      *   the date and time the change was keyed).  SCEN2000 writes
      *   one here, instead of updating the SCENARIO master, for an
      *   add or change whose AMOUNT is over the CONTROL file's
      *   APPROVAL-THRESHOLD, and for any change to the RATE, TAX
      *   TREATMENT or STATUS of an existing scenario; the reason
      *   flags record which rule(s) caught it.  A change to the
      *   INDEX CODE or INDEX SPREAD (including a move between fixed
      *   and indexed) changes the projected rate and is flagged as a
      *   RATE change.  The before image is the master record as it
      *   stood when the change was keyed (spaces for an add) and the
      *   after image the record as it will be written once approved -
      *   both in the SCENREC layout.  APRV2000 lists the items
      *   awaiting approval and lets a supervisor other than the maker
      *   approve or decline each one, stamping the checker and
      *   decision date/time; items left waiting past
      *   PENDING-EXPIRY-DAYS are marked expired.  Decided and expired
      *   items stay on file as the record of the decision.  Only one
      *   item per scenario may be awaiting approval at a time.
      *   Copy with
      *       COPY PENDREC REPLACING ==:TAG:== BY ==PEND==.
      *****************************************************************
       01 :TAG:-RECORD.
          05 :TAG:-KEY.
             10 :TAG:-SCENARIO-ID  PIC X(8).
             10 :TAG:-KEYED-DATE   PIC 9(6).
             10 :TAG:-KEYED-TIME   PIC 9(8).
          05 :TAG:-FUNCTION        PIC X.
             88 :TAG:-ADD                     VALUE "A".
             88 :TAG:-CHANGE                  VALUE "C".
          05 :TAG:-MAKER-ID        PIC X(8).
          05 :TAG:-ITEM-STATUS     PIC X.
             88 :TAG:-AWAITING                VALUE "P".
             88 :TAG:-APPROVED                VALUE "A".
             88 :TAG:-DECLINED                VALUE "D".
             88 :TAG:-EXPIRED                 VALUE "E".
          05 :TAG:-REASON-FLAGS.
             10 :TAG:-AMOUNT-FLAG  PIC X.
                88 :TAG:-OVER-THRESHOLD       VALUE "Y".
             10 :TAG:-RATE-FLAG    PIC X.
                88 :TAG:-RATE-CHANGED         VALUE "Y".
             10 :TAG:-TAX-FLAG     PIC X.
                88 :TAG:-TAX-CHANGED          VALUE "Y".
             10 :TAG:-STATUS-FLAG  PIC X.
                88 :TAG:-STATUS-CHANGED       VALUE "Y".
          05 :TAG:-CHECKER-ID      PIC X(8).
          05 :TAG:-DECIDED-DATE    PIC 9(6).
          05 :TAG:-DECIDED-TIME    PIC 9(8).
          05 :TAG:-BEFORE-IMAGE    PIC X(100).
          05 :TAG:-AFTER-IMAGE     PIC X(100).
          05 FILLER                PIC X(12).
