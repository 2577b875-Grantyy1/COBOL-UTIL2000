      *   (090-WRITE-MAINT-AUDIT), and read back by MNTR2000 for the
      *   "every change to scenario X" / "everything operator Y
      *   changed" inquiries the auditors asked for.  The before and
      *   after images are the full 100-byte scenario record: an add
      *   carries spaces in the before image, a delete spaces in the
      *   after image.  Denied authorization attempts are logged with
      *   function F, the attempted function in the before image and
      *   a denial marker in the after image.  CMRG2000 logs each
      *   scenario it re-keys to a surviving client with function M,
      *   before and after images showing the old and new CLIENT-ID.
      *   Adds and changes held for dual control are logged by
      *   APRV2000 when a supervisor approves them: the operator ID
      *   is the maker who keyed the change and the checker ID the
      *   supervisor who approved it.  ARCH2000 logs a delete
      *   (function D) for each scenario its archive run moves to the
      *   archive, the archived record in the before image and spaces
      *   in the after image, and an add (function A) for each
      *   scenario a supervisor reinstates, written on hold.  MNTR2000
      *   reports these lines and RCVR2000 replays them like any
      *   other; ARCH2000 also reads the file back to date each
      *   closure, and CALC2000 and PMRG2000 to tell an index move
      *   from maintenance.  Every other line carries spaces in the
      *   checker ID.  Lines written in the older 175-byte layout
      *   (69-byte images, no checker ID) are converted to this one
      *   once by MCNV2000.
      *****************************************************************
       01 MAINT-LOG-LINE.
          05 MLL-RUN-DATE          PIC 9(6).
          05 FILLER                PIC X      VALUE SPACE.
          05 MLL-SCENARIO-ID       PIC X(8).
          05 FILLER                PIC X      VALUE SPACE.
          05 MLL-BEFORE-IMAGE      PIC X(100).
          05 FILLER                PIC X      VALUE SPACE.
          05 MLL-AFTER-IMAGE       PIC X(100).
          05 FILLER                PIC X      VALUE SPACE.
          05 MLL-CHECKER-ID        PIC X(8)   VALUE SPACES.
