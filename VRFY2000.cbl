          05 FILLER                PIC X.
          05 SUSP-SCENARIO-IMAGE.
             10 SUSP-SCENARIO-ID   PIC X(8).
             10 FILLER             PIC X(92).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD             PIC X(150).

       FD  REPORT-OUT.
       01 REPORT-RECORD              PIC X(80).
