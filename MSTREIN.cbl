
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD                 PIC X(136).

       FD  EXTRACT-LOG-FILE
           RECORDING MODE IS F.
       01  EXTRACT-LOG-RECORD             PIC X(136).

       FD  REINSTATE-REPORT-FILE.
       01  REINSTATE-REPORT-LINE          PIC X(132).
           MOVE "REINSTATE" TO AUDIT-ACTION
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE MASTER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-OPERATOR-ID
           MOVE SPACES TO AUDIT-BATCH-ID
           MOVE SPACES TO AUDIT-APPROVER-ID
           MOVE SPACES TO AUDIT-REVERSED-TIMESTAMP
           WRITE AUDIT-RECORD.

       3400-WRITE-EXTRACT-DELTA.
