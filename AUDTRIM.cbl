
       FD  ARCHIVE-AUDIT-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-AUDIT-RECORD           PIC X(299).

       FD  TRIMMED-AUDIT-FILE
           RECORDING MODE IS F.
       01  TRIMMED-AUDIT-RECORD           PIC X(299).

       FD  TRIM-REPORT-FILE.
       01  TRIM-REPORT-LINE               PIC X(132).
           05  SR-ACTION                  PIC X(10).
           05  SR-BEFORE-IMAGE            PIC X(100).
           05  SR-AFTER-IMAGE             PIC X(100).
           05  SR-OPERATOR-ID             PIC X(08).
           05  SR-BATCH-ID                PIC X(08).
           05  SR-APPROVER-ID             PIC X(08).
           05  SR-REVERSED-TIMESTAMP      PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AWK-ACTION              PIC X(10).
           05  WS-AWK-BEFORE-IMAGE        PIC X(100).
           05  WS-AWK-AFTER-IMAGE         PIC X(100).
           05  WS-AWK-OPERATOR-ID         PIC X(08).
           05  WS-AWK-BATCH-ID            PIC X(08).
           05  WS-AWK-APPROVER-ID         PIC X(08).
           05  WS-AWK-REVERSED-TIMESTAMP  PIC X(26).

       01  WS-TRIM-COUNTS.
           05  WS-AUDIT-RECORDS-READ      PIC 9(9) VALUE 0.
                       MOVE AUDIT-ACTION TO SR-ACTION
                       MOVE AUDIT-BEFORE-IMAGE TO SR-BEFORE-IMAGE
                       MOVE AUDIT-AFTER-IMAGE TO SR-AFTER-IMAGE
                       MOVE AUDIT-OPERATOR-ID TO SR-OPERATOR-ID
                       MOVE AUDIT-BATCH-ID TO SR-BATCH-ID
                       MOVE AUDIT-APPROVER-ID TO SR-APPROVER-ID
                       MOVE AUDIT-REVERSED-TIMESTAMP TO
                           SR-REVERSED-TIMESTAMP
                       RELEASE SORT-AUDIT-RECORD
               END-READ
           END-PERFORM.
               WHEN "DELETE    "
               WHEN "MERGE     "
               WHEN "REINSTATE "
               WHEN "REVERSAL  "
               WHEN "SNAPSHOT  "
                   SET WS-CUT-STATE-EXISTS TO TRUE
                   MOVE SR-AFTER-IMAGE TO WS-CUT-IMAGE
           MOVE SR-KEY TO WS-AWK-KEY
           MOVE SR-ACTION TO WS-AWK-ACTION
           MOVE SR-BEFORE-IMAGE TO WS-AWK-BEFORE-IMAGE
           MOVE SR-AFTER-IMAGE TO WS-AWK-AFTER-IMAGE
           MOVE SR-OPERATOR-ID TO WS-AWK-OPERATOR-ID
           MOVE SR-BATCH-ID TO WS-AWK-BATCH-ID
           MOVE SR-APPROVER-ID TO WS-AWK-APPROVER-ID
           MOVE SR-REVERSED-TIMESTAMP TO WS-AWK-REVERSED-TIMESTAMP.

       4200-CLOSE-KEY-GROUP.
           IF WS-KEY-HAD-ARCHIVED
