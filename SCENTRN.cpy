      *****************************************************************
      * Copybook     : SCENTRN
      * Description  :
      *   Scenario batch transaction record, read by SCEN2000's
      *   batch intake (function B) from the SCENTRAN file and
      *   written back out to the SCENERR file for any transaction
      *   the intake rejects, so the error file can be corrected and
      *   fed straight back in as the next batch.
      *   Copy with
      *       COPY SCENTRN REPLACING ==:TAG:== BY ==TRAN==.
      *   A batch is one header record (function H), any number of
      *   detail records (function A, C or D followed by the full
      *   scenario record image in the SCENREC layout - a delete
      *   needs only the scenario ID), and one trailer record
      *   (function T).  Header and trailer both carry the batch ID,
      *   the batch date, the number of detail records and the hash
      *   total of the scenario AMOUNT field over the detail records
      *   (a non-numeric amount, such as a delete carrying only the
      *   key, counts as zero).  Nothing in the batch is applied
      *   unless header, trailer and the records actually read all
      *   agree.
      *****************************************************************
       01 :TAG:-RECORD.
          05 :TAG:-FUNCTION        PIC X.
             88 :TAG:-BATCH-HEADER            VALUE "H".
             88 :TAG:-BATCH-TRAILER           VALUE "T".
             88 :TAG:-ADD                     VALUE "A".
             88 :TAG:-CHANGE                  VALUE "C".
             88 :TAG:-DELETE                  VALUE "D".
             88 :TAG:-DETAIL                  VALUES "A" "C" "D".
          05 :TAG:-SCENARIO-IMAGE  PIC X(100).
          05 :TAG:-CONTROL-DATA REDEFINES :TAG:-SCENARIO-IMAGE.
             10 :TAG:-BATCH-ID     PIC X(8).
             10 :TAG:-BATCH-DATE   PIC 9(6).
             10 :TAG:-BATCH-COUNT  PIC 9(7).
             10 :TAG:-BATCH-HASH   PIC 9(13).
             10 FILLER             PIC X(66).
          05 FILLER                PIC X(19).
