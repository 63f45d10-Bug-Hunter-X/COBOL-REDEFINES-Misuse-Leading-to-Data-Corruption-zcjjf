
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD                PIC X(136).

       FD  SNAP-REPORT-FILE.
       01  SNAP-REPORT-LINE               PIC X(132).
