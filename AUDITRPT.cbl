      *    CUSTREC layout and prints only the fields that actually
      *    differ, so an auditor can answer "who changed what and
      *    when" without browsing the raw dataset. PARMDD cards
      *    narrow the report to a key, a key range, a date range,
      *    a single action type, the operator who keyed the change
      *    and/or the batch it arrived in. A reversal is printed
      *    with the timestamp of the record it backed out.
           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           05  WS-SEL-DATE-FROM           PIC X(8) VALUE "00000000".
           05  WS-SEL-DATE-TO             PIC X(8) VALUE "99999999".
           05  WS-SEL-ACTION              PIC X(10) VALUE SPACES.
           05  WS-SEL-OPERATOR            PIC X(08) VALUE SPACES.
           05  WS-SEL-BATCH               PIC X(08) VALUE SPACES.

       01  WS-BEFORE-AREA.
           05  WS-BEF-KEY                 PIC X(5).
           05  WS-HDG-DATE-TO             PIC X(8).
           05  FILLER                     PIC X(09) VALUE "  ACTION ".
           05  WS-HDG-ACTION              PIC X(10).
           05  FILLER                     PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-HDG-OPERATOR            PIC X(08).
           05  FILLER                     PIC X(08) VALUE "  BATCH ".
           05  WS-HDG-BATCH               PIC X(08).

       01  WS-AUDIT-HDR-LINE.
           05  FILLER                     PIC X(04) VALUE "KEY ".
           05  WS-AHL-TIMESTAMP           PIC X(26).
           05  FILLER                     PIC X(06) VALUE "  JOB ".
           05  WS-AHL-JOB-ID              PIC X(08).
           05  FILLER                     PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-AHL-OPERATOR-ID         PIC X(08).
           05  FILLER                     PIC X(08) VALUE "  BATCH ".
           05  WS-AHL-BATCH-ID            PIC X(08).
           05  FILLER                     PIC X(11) VALUE
               "  APPROVER ".
           05  WS-AHL-APPROVER-ID         PIC X(08).

       01  WS-FIELD-DIFF-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "NO FIELD DIFFERENCES".

       01  WS-REVERSAL-LINK-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(26) VALUE
               "REVERSES AUDIT RECORD OF  ".
           05  WS-RVL-TIMESTAMP           PIC X(26).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "AUDIT RECORDS READ        ".
      *    Every card is optional; an absent PARMDD (or an empty one)
      *    reports the full audit file. KEY narrows to one key,
      *    KEYFROM/KEYTO to a range, DATEFROM/DATETO (YYYYMMDD) to a
      *    timestamp range, ACTION to one action type, OPERATOR
      *    to one operator's work and BATCH to one source batch.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF
                   MOVE PARM-VALUE(1:8) TO WS-SEL-DATE-TO
               WHEN "ACTION  "
                   MOVE PARM-VALUE(1:10) TO WS-SEL-ACTION
               WHEN "OPERATOR"
                   MOVE PARM-VALUE(1:8) TO WS-SEL-OPERATOR
               WHEN "BATCH   "
                   MOVE PARM-VALUE(1:8) TO WS-SEL-BATCH
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   AND AUDIT-TIMESTAMP(1:8) <= WS-SEL-DATE-TO
                   AND (WS-SEL-ACTION = SPACES
                       OR AUDIT-ACTION = WS-SEL-ACTION)
                   AND (WS-SEL-OPERATOR = SPACES
                       OR AUDIT-OPERATOR-ID = WS-SEL-OPERATOR)
                   AND (WS-SEL-BATCH = SPACES
                       OR AUDIT-BATCH-ID = WS-SEL-BATCH)
               PERFORM 2100-REPORT-AUDIT-RECORD
           END-IF
           PERFORM 2900-READ-AUDIT-FILE.
           MOVE AUDIT-ACTION TO WS-AHL-ACTION
           MOVE AUDIT-TIMESTAMP TO WS-AHL-TIMESTAMP
           MOVE AUDIT-JOB-ID TO WS-AHL-JOB-ID
           MOVE AUDIT-OPERATOR-ID TO WS-AHL-OPERATOR-ID
           MOVE AUDIT-BATCH-ID TO WS-AHL-BATCH-ID
           MOVE AUDIT-APPROVER-ID TO WS-AHL-APPROVER-ID
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-HDR-LINE
           ADD 1 TO WS-LINE-COUNT
           IF AUDIT-REVERSED-TIMESTAMP NOT = SPACES
               MOVE AUDIT-REVERSED-TIMESTAMP TO WS-RVL-TIMESTAMP
               WRITE AUDIT-REPORT-LINE FROM WS-REVERSAL-LINK-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-AREA
           MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-AREA
      *    ADD and PURGE records carry LOW-VALUES on the side that
           ELSE
               MOVE WS-SEL-ACTION TO WS-HDG-ACTION
           END-IF
           IF WS-SEL-OPERATOR = SPACES
               MOVE "ALL" TO WS-HDG-OPERATOR
           ELSE
               MOVE WS-SEL-OPERATOR TO WS-HDG-OPERATOR
           END-IF
           IF WS-SEL-BATCH = SPACES
               MOVE "ALL" TO WS-HDG-BATCH
           ELSE
               MOVE WS-SEL-BATCH TO WS-HDG-BATCH
           END-IF
           WRITE AUDIT-REPORT-LINE FROM WS-HEADING-1
           WRITE AUDIT-REPORT-LINE FROM WS-HEADING-2
           MOVE 2 TO WS-LINE-COUNT.
