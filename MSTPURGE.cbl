               MOVE "PURGE" TO AUDIT-ACTION
               MOVE WS-PURGED-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
               MOVE SPACES TO AUDIT-OPERATOR-ID
               MOVE SPACES TO AUDIT-BATCH-ID
               MOVE SPACES TO AUDIT-APPROVER-ID
               MOVE SPACES TO AUDIT-REVERSED-TIMESTAMP
               WRITE AUDIT-RECORD
               ADD 1 TO WS-RECORDS-PURGED
               MOVE "PURGED" TO WS-DTL-ACTION
