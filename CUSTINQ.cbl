      *    suspense file with its reject reason, and anything
      *    future-dated sitting on the pending file - replacing the
      *    PRTLIST + AUDITRPT + raw-dump ritual that used to take
      *    half an hour per inquiry. OPERATOR and BATCH cards narrow
      *    the history, suspense and pending sections to one
      *    operator's work and/or one source batch.
           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD                 PIC X(141).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE            PIC X(132).
           05  SR-ACTION                  PIC X(10).
           05  SR-BEFORE-IMAGE            PIC X(100).
           05  SR-AFTER-IMAGE             PIC X(100).
           05  SR-OPERATOR-ID             PIC X(08).
           05  SR-BATCH-ID                PIC X(08).
           05  SR-APPROVER-ID             PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
               88  WS-PEND-EOF                    VALUE 'Y'.
           05  WS-DIFF-FOUND-SW           PIC X VALUE 'N'.
               88  WS-DIFF-FOUND                  VALUE 'Y'.
           05  WS-ORIGIN-MATCH-SW         PIC X VALUE 'N'.
               88  WS-ORIGIN-MATCH                VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(08).

       01  WS-SELECTION-FIELDS.
           05  WS-SEL-OPERATOR            PIC X(08) VALUE SPACES.
           05  WS-SEL-BATCH               PIC X(08) VALUE SPACES.
       01  WS-ORIGIN-FIELDS.
           05  WS-ORG-OPERATOR-ID         PIC X(08).
           05  WS-ORG-BATCH-ID            PIC X(08).

      *    Keys requested on PARMDD, in card order; each gets its
      *    own dossier starting on a fresh page.
       01  WS-REQUEST-COUNT               PIC 9(2) VALUE 0.
           05  FILLER                     PIC X(13) VALUE
               "DOSSIER FOR  ".
           05  WS-BAN-KEY                 PIC 9(5).
           05  FILLER                     PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-BAN-OPERATOR            PIC X(08).
           05  FILLER                     PIC X(08) VALUE "  BATCH ".
           05  WS-BAN-BATCH               PIC X(08).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE               PIC X(40).
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
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-SUS-REASON              PIC X(40).
           05  FILLER                     PIC X(10) VALUE " REJECTED ".
           05  WS-SUS-DATE                PIC X(08).
           05  FILLER                     PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-SUS-OPERATOR-ID         PIC X(08).
           05  FILLER                     PIC X(08) VALUE "  BATCH ".
           05  WS-SUS-BATCH-ID            PIC X(08).

       01  WS-PENDING-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
               "  EFFECTIVE ".
           05  WS-PND-EFF-DATE            PIC X(08).
           05  FILLER                     PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-PND-OPERATOR-ID         PIC X(08).
           05  FILLER                     PIC X(08) VALUE "  BATCH ".
           05  WS-PND-BATCH-ID            PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
                   ADD 1 TO WS-KEYS-REQUESTED
                   SET WS-REQ-IDX TO WS-REQUEST-COUNT
                   MOVE PARM-VALUE(1:5) TO WS-REQ-KEY(WS-REQ-IDX)
               WHEN "OPERATOR"
                   MOVE PARM-VALUE(1:8) TO WS-SEL-OPERATOR
               WHEN "BATCH   "
                   MOVE PARM-VALUE(1:8) TO WS-SEL-BATCH
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           MOVE WS-REQ-KEY(WS-REQ-IDX) TO WS-CURRENT-KEY
           PERFORM 2700-WRITE-HEADINGS
           MOVE WS-CURRENT-KEY TO WS-BAN-KEY
           IF WS-SEL-OPERATOR = SPACES
               MOVE "ALL" TO WS-BAN-OPERATOR
           ELSE
               MOVE WS-SEL-OPERATOR TO WS-BAN-OPERATOR
           END-IF
           IF WS-SEL-BATCH = SPACES
               MOVE "ALL" TO WS-BAN-BATCH
           ELSE
               MOVE WS-SEL-BATCH TO WS-BAN-BATCH
           END-IF
           WRITE INQUIRY-REPORT-LINE FROM WS-KEY-BANNER
           ADD 1 TO WS-LINE-COUNT
           PERFORM 3100-PRINT-MASTER-SECTION
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-SEQUENCE
                       MOVE AUDIT-OPERATOR-ID TO WS-ORG-OPERATOR-ID
                       MOVE AUDIT-BATCH-ID TO WS-ORG-BATCH-ID
                       PERFORM 3500-CHECK-ORIGIN
                       IF AUDIT-KEY = WS-CURRENT-KEY
                               AND WS-ORIGIN-MATCH
                           MOVE AUDIT-TIMESTAMP TO SR-TIMESTAMP
                           MOVE WS-AUDIT-SEQUENCE TO SR-SEQ
                           MOVE AUDIT-JOB-ID TO SR-JOB-ID
                           MOVE AUDIT-ACTION TO SR-ACTION
                           MOVE AUDIT-BEFORE-IMAGE TO SR-BEFORE-IMAGE
                           MOVE AUDIT-AFTER-IMAGE TO SR-AFTER-IMAGE
                           MOVE AUDIT-OPERATOR-ID TO SR-OPERATOR-ID
                           MOVE AUDIT-BATCH-ID TO SR-BATCH-ID
                           MOVE AUDIT-APPROVER-ID TO SR-APPROVER-ID
                           RELEASE SORT-AUDIT-RECORD
                       END-IF
               END-READ
           MOVE SR-ACTION TO WS-AHL-ACTION
           MOVE SR-TIMESTAMP TO WS-AHL-TIMESTAMP
           MOVE SR-JOB-ID TO WS-AHL-JOB-ID
           MOVE SR-OPERATOR-ID TO WS-AHL-OPERATOR-ID
           MOVE SR-BATCH-ID TO WS-AHL-BATCH-ID
           MOVE SR-APPROVER-ID TO WS-AHL-APPROVER-ID
           WRITE INQUIRY-REPORT-LINE FROM WS-AUDIT-HDR-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-AUDIT-LINES-PRINTED
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   MOVE SUSP-TRANS-DATA TO TRANS-RECORD
                   MOVE TRANS-OPERATOR-ID TO WS-ORG-OPERATOR-ID
                   MOVE TRANS-BATCH-ID TO WS-ORG-BATCH-ID
                   PERFORM 3500-CHECK-ORIGIN
                   IF SUSP-TRANS-DATA(2:5) NUMERIC
                           AND SUSP-TRANS-DATA(2:5) =
                               WS-CURRENT-KEY
                           AND WS-ORIGIN-MATCH
                       ADD 1 TO WS-SECTION-ITEM-COUNT
                       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                           PERFORM 2700-WRITE-HEADINGS
                       MOVE SUSP-TRANS-DATA(1:1) TO WS-SUS-CODE
                       MOVE SUSP-REJECT-REASON TO WS-SUS-REASON
                       MOVE SUSP-REJECT-DATE TO WS-SUS-DATE
                       MOVE TRANS-OPERATOR-ID TO WS-SUS-OPERATOR-ID
                       MOVE TRANS-BATCH-ID TO WS-SUS-BATCH-ID
                       WRITE INQUIRY-REPORT-LINE FROM
                           WS-SUSPENSE-LINE
                       ADD 1 TO WS-LINE-COUNT
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   MOVE PENDING-RECORD TO TRANS-RECORD
                   MOVE TRANS-OPERATOR-ID TO WS-ORG-OPERATOR-ID
                   MOVE TRANS-BATCH-ID TO WS-ORG-BATCH-ID
                   PERFORM 3500-CHECK-ORIGIN
                   IF TRANS-DETAIL(1:5) NUMERIC
                           AND TRANS-DETAIL(1:5) = WS-CURRENT-KEY
                           AND WS-ORIGIN-MATCH
                       ADD 1 TO WS-SECTION-ITEM-COUNT
                       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                           PERFORM 2700-WRITE-HEADINGS
                       END-IF
                       MOVE TRANS-REC-CODE TO WS-PND-CODE
                       MOVE TRANS-EFFECTIVE-DATE TO WS-PND-EFF-DATE
                       MOVE TRANS-OPERATOR-ID TO WS-PND-OPERATOR-ID
                       MOVE TRANS-BATCH-ID TO WS-PND-BATCH-ID
                       WRITE INQUIRY-REPORT-LINE FROM WS-PENDING-LINE
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
           END-READ.

       3500-CHECK-ORIGIN.
      *    An item qualifies when it matches every OPERATOR / BATCH
      *    card supplied; with neither card everything qualifies.
           MOVE 'N' TO WS-ORIGIN-MATCH-SW
           IF (WS-SEL-OPERATOR = SPACES
                   OR WS-ORG-OPERATOR-ID = WS-SEL-OPERATOR)
               AND (WS-SEL-BATCH = SPACES
                   OR WS-ORG-BATCH-ID = WS-SEL-BATCH)
               SET WS-ORIGIN-MATCH TO TRUE
           END-IF.

       9000-TERMINATE.
           CLOSE MASTER-FILE
           CLOSE INQUIRY-REPORT-FILE.
