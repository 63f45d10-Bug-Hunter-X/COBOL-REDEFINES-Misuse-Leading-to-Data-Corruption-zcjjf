
       FD  SUSP-OUT-FILE
           RECORDING MODE IS F.
       01  SUSP-OUT-RECORD                PIC X(190).

       FD  TRANS-IN-FILE
           RECORDING MODE IS F.
       01  TRANS-IN-RECORD                PIC X(141).

       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.
       01  TRANS-OUT-RECORD               PIC X(141).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE              PIC X(132).
           05  FILLER                     PIC X(01) VALUE 'T'.
           05  WS-OUT-TRL-COUNT           PIC 9(9).
           05  WS-OUT-TRL-KEY-SUM         PIC 9(15).
           05  FILLER                     PIC X(116) VALUE SPACES.

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
