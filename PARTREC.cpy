      *****************************************************************
      * Copybook     : PARTREC
      * Description  :
      *   Partition result record, written by CALC2000 when a
      *   selection-3 run is one partition of a partitioned nightly
      *   run (a scenario-ID key range given on SYSIN), and read back
      *   by PMRG2000, which merges the partitions into the single
      *   results master, history and extract.  A header (type H)
      *   opens each partition's file with the partition number, its
      *   key range (spaces = open-ended) and the run date and time;
      *   each calculated result follows as a type D line holding
      *   the full results master image (see copybook RSLTREC, which
      *   also carries every field of the history record) plus the
      *   contribution total and net interest for the client report;
      *   a trailer (type T) is written only when the partition ends
      *   normally, with the partition's records read, processed,
      *   rejected and skipped, its suspense count, the AMOUNT hash
      *   of the records read and the number of D lines and extract
      *   data lines it wrote.  A file with no trailer belongs to a
      *   partition that did not finish and must be rerun.
      *   Copy with
      *       COPY PARTREC REPLACING ==:TAG:== BY ==PART==.
      *****************************************************************
       01 :TAG:-RECORD.
          05 :TAG:-RECORD-TYPE     PIC X.
             88 :TAG:-HEADER                  VALUE "H".
             88 :TAG:-DETAIL                  VALUE "D".
             88 :TAG:-TRAILER                 VALUE "T".
          05 :TAG:-PARTITION       PIC 99.
          05 :TAG:-DETAIL-DATA.
             10 :TAG:-RESULT-IMAGE PIC X(105).
             10 :TAG:-CONTRIB-TOTAL PIC 9(9)V99.
             10 :TAG:-INTEREST-EARNED PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
          05 :TAG:-CONTROL-DATA REDEFINES :TAG:-DETAIL-DATA.
             10 :TAG:-LOW-KEY      PIC X(8).
             10 :TAG:-HIGH-KEY     PIC X(8).
             10 :TAG:-RUN-DATE     PIC 9(6).
             10 :TAG:-RUN-TIME     PIC 9(8).
             10 :TAG:-RECORDS-READ PIC 9(7).
             10 :TAG:-RECORDS-PROCESSED PIC 9(7).
             10 :TAG:-RECORDS-REJECTED PIC 9(7).
             10 :TAG:-RECORDS-SKIPPED PIC 9(7).
             10 :TAG:-SUSPENSE-COUNT PIC 9(7).
             10 :TAG:-AMOUNT-HASH  PIC 9(13).
             10 :TAG:-RESULT-COUNT PIC 9(7).
             10 :TAG:-EXTRACT-COUNT PIC 9(7).
             10 FILLER             PIC X(35).
