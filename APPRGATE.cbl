       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Dual-control gate run between TRANEDIT and TRANPROC:
      *    deletes, merges, reversals and changes that would alter
      *    CUST-NAME or set status 'D' are taken out of the night's
      *    stream and held on the approval queue until a second,
      *    different person approves them. Items approved since the
      *    last run are released into the front of TRANDD stamped
      *    with the approver's ID, declined items are dropped, and
      *    items left unapproved past the EXPDAYS limit are dropped
      *    as expired. The daily report lists every item on the queue
      *    and what happened to it. The trailer is rebuilt to cover
      *    only what flows through to TRANPROC, so held items do
      *    not unbalance it.
           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT APPR-IN-FILE ASSIGN TO "APPRINDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-IN-STATUS.

           SELECT APPR-OUT-FILE ASSIGN TO "APPROTDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-OUT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MSTRDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT TRANS-IN-FILE ASSIGN TO "TRANINDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-IN-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-OUT-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-KEYWORD               PIC X(08).
           05  PARM-VALUE                 PIC X(72).

       FD  APPR-IN-FILE
           RECORDING MODE IS F.
       01  APPR-IN-RECORD                 PIC X(186).

       FD  APPR-OUT-FILE
           RECORDING MODE IS F.
       01  APPR-OUT-RECORD                PIC X(186).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY                 PIC 9(5).
           05  MASTER-DETAIL.
               COPY CUSTREC.

       FD  TRANS-IN-FILE
           RECORDING MODE IS F.
       01  TRANS-IN-RECORD                PIC X(141).

       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.
       01  TRANS-OUT-RECORD               PIC X(141).

       FD  APPROVAL-REPORT-FILE.
       01  APPROVAL-REPORT-LINE           PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-APPR-IN-STATUS          PIC XX VALUE '00'.
           05  WS-APPR-OUT-STATUS         PIC XX VALUE '00'.
           05  WS-MASTER-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-TRANS-IN-STATUS         PIC XX VALUE '00'.
           05  WS-TRANS-OUT-STATUS        PIC XX VALUE '00'.
           05  WS-APPR-RPT-STATUS         PIC XX VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS      PIC XX VALUE '00'.

      *    Transaction image work area (COPY TRANREC lays down
      *    TRANS-RECORD and its trailer view here; the FDs above
      *    stay flat images).
           COPY TRANREC.

      *    Approval queue record image, built and inspected here
      *    and written through the flat FD records.
           COPY APPRREC.

       01  WS-AREA-1 PIC X(100).
       01  WS-AREA-2 REDEFINES WS-AREA-1.
           05 WS-SUB-AREA-1 PIC 9(5).
           05 WS-SUB-AREA-2.
               COPY CUSTREC.

       01  WS-KEY-WORK                    PIC 9(5) VALUE 0.
       01  WS-HOLD-REASON                 PIC X(20) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW             PIC X VALUE 'N'.
               88  WS-PARM-EOF                    VALUE 'Y'.
           05  WS-APPR-EOF-SW             PIC X VALUE 'N'.
               88  WS-APPR-EOF                    VALUE 'Y'.
           05  WS-TRANS-EOF-SW            PIC X VALUE 'N'.
               88  WS-TRANS-EOF                   VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW         PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN                VALUE 'Y'.
           05  WS-APPR-OPEN-SW            PIC X VALUE 'N'.
               88  WS-APPR-WAS-OPENED             VALUE 'Y'.
           05  WS-BALANCED-SW             PIC X VALUE 'Y'.
               88  WS-RUN-BALANCED                VALUE 'Y'.
               88  WS-RUN-OUT-OF-BALANCE          VALUE 'N'.
           05  WS-RUNCTL-EOF-SW           PIC X VALUE 'N'.
               88  WS-RUNCTL-EOF                  VALUE 'Y'.
           05  WS-SELF-RAN-SW             PIC X VALUE 'N'.
               88  WS-SELF-ALREADY-RAN            VALUE 'Y'.
           05  WS-PRED-RAN-SW             PIC X VALUE 'N'.
               88  WS-PRED-COMPLETED              VALUE 'Y'.

       01  WS-AGING-FIELDS.
           05  WS-RUN-DATE                PIC X(08).
           05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                          PIC 9(8).
           05  WS-RUN-DATE-INT            PIC 9(9) VALUE 0.
           05  WS-QUEUED-DATE-NUM         PIC 9(8) VALUE 0.
           05  WS-QUEUED-DATE-INT         PIC 9(9) VALUE 0.
           05  WS-DAYS-ON-QUEUE           PIC S9(9) VALUE 0.
      *    EXPDAYS on PARMDD: how many days an item may wait for
      *    its second signature before it is dropped as expired.
           05  WS-EXPIRE-DAYS             PIC 9(3) VALUE 005.

       01  WS-GATE-COUNTS.
           05  WS-QUEUE-ITEMS-READ        PIC 9(9) VALUE 0.
           05  WS-ITEMS-RELEASED          PIC 9(9) VALUE 0.
           05  WS-ITEMS-DECLINED          PIC 9(9) VALUE 0.
           05  WS-ITEMS-REFUSED           PIC 9(9) VALUE 0.
           05  WS-ITEMS-EXPIRED           PIC 9(9) VALUE 0.
           05  WS-ITEMS-AWAITING          PIC 9(9) VALUE 0.
           05  WS-TRANS-PASSED            PIC 9(9) VALUE 0.
           05  WS-TRANS-QUEUED            PIC 9(9) VALUE 0.

       01  WS-IN-CONTROL-TOTALS.
           05  WS-IN-RECORD-COUNT         PIC 9(9) VALUE 0.
           05  WS-IN-KEY-SUM              PIC 9(15) VALUE 0.

       01  WS-OUT-CONTROL-TOTALS.
           05  WS-OUT-RECORD-COUNT        PIC 9(9) VALUE 0.
           05  WS-OUT-KEY-SUM             PIC 9(15) VALUE 0.

       01  WS-OUT-TRAILER-RECORD.
           05  FILLER                     PIC X(01) VALUE 'T'.
           05  WS-OUT-TRL-COUNT           PIC 9(9).
           05  WS-OUT-TRL-KEY-SUM         PIC 9(15).
           05  FILLER                     PIC X(116) VALUE SPACES.

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE              PIC 9(3) VALUE 060.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(10) VALUE "APPRGATE -".
           05  FILLER                     PIC X(26) VALUE
               " DUAL-CONTROL QUEUE REPORT".
           05  FILLER                     PIC X(08) VALUE "  AS OF ".
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE                PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE
               "   EXPDAYS ".
           05  WS-HDG-EXPIRE-DAYS         PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                     PIC X(07) VALUE "KEY".
           05  FILLER                     PIC X(06) VALUE "CODE".
           05  FILLER                     PIC X(14) VALUE "HELD FOR".
           05  FILLER                     PIC X(10) VALUE "QUEUED".
           05  FILLER                     PIC X(06) VALUE "DAYS".
           05  FILLER                     PIC X(10) VALUE "OPERATOR".
           05  FILLER                     PIC X(10) VALUE "BATCH".
           05  FILLER                     PIC X(10) VALUE "APPROVER".
           05  FILLER                     PIC X(30) VALUE
               "DISPOSITION".

       01  WS-QUEUE-LINE.
           05  WS-QL-KEY                  PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-QL-CODE                 PIC X(01).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-QL-HOLD-REASON          PIC X(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-QL-QUEUED-DATE          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-QL-DAYS                 PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-QL-OPERATOR-ID          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-QL-BATCH-ID             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-QL-APPROVER-ID          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-QL-DISPOSITION          PIC X(30).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "QUEUE ITEMS READ          ".
           05  WS-SUM-READ                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(26) VALUE
               "APPROVED - RELEASED TO RUN".
           05  WS-SUM-RELEASED            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(26) VALUE
               "DECLINED - DROPPED        ".
           05  WS-SUM-DECLINED            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                     PIC X(26) VALUE
               "APPROVALS REFUSED         ".
           05  WS-SUM-REFUSED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                     PIC X(26) VALUE
               "EXPIRED UNAPPROVED        ".
           05  WS-SUM-EXPIRED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                     PIC X(26) VALUE
               "AWAITING APPROVAL         ".
           05  WS-SUM-AWAITING            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                     PIC X(26) VALUE
               "NEW TRANSACTIONS PASSED   ".
           05  WS-SUM-PASSED              PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                     PIC X(26) VALUE
               "NEW TRANSACTIONS QUEUED   ".
           05  WS-SUM-QUEUED              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-QUEUE UNTIL WS-APPR-EOF
           PERFORM 3000-PROCESS-TRANS-IN UNTIL WS-TRANS-EOF
           IF WS-TRAILER-SEEN
               PERFORM 6100-CHECK-INPUT-TOTALS
           ELSE
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM 6000-WRITE-OUTPUT-TRAILER
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-STAMP-RUN-CONTROL
           PERFORM 9000-TERMINATE
           IF WS-RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1050-CHECK-RUN-CONTROL
           PERFORM 1100-LOAD-PARAMETERS
           OPEN INPUT APPR-IN-FILE
           IF WS-APPR-IN-STATUS = "00"
               SET WS-APPR-WAS-OPENED TO TRUE
           ELSE
      *        No queue file yet just means nothing is waiting;
      *        the run still gates the day's transactions.
               SET WS-APPR-EOF TO TRUE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "APPRGATE: UNABLE TO OPEN MASTER-FILE, "
                   "STATUS = " WS-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANS-IN-FILE
           IF WS-TRANS-IN-STATUS NOT = "00"
               DISPLAY "APPRGATE: UNABLE TO OPEN TRANS-IN-FILE, "
                   "STATUS = " WS-TRANS-IN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPR-OUT-FILE
           IF WS-APPR-OUT-STATUS NOT = "00"
               DISPLAY "APPRGATE: UNABLE TO OPEN APPR-OUT-FILE, "
                   "STATUS = " WS-APPR-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANS-OUT-FILE
           IF WS-TRANS-OUT-STATUS NOT = "00"
               DISPLAY "APPRGATE: UNABLE TO OPEN TRANS-OUT-FILE, "
                   "STATUS = " WS-TRANS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF WS-APPR-RPT-STATUS NOT = "00"
               DISPLAY "APPRGATE: UNABLE TO OPEN APPROVAL-REPORT-"
                   "FILE, STATUS = " WS-APPR-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-APPR-EOF
               PERFORM 2900-READ-APPR-IN
           END-IF
           PERFORM 3900-READ-TRANS-IN.

       1050-CHECK-RUN-CONTROL.
      *    TRANEDIT hands this step its TRANDD; gating a file the
      *    edit never built, or gating it twice, would let the
      *    queue and the night's stream drift apart.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RUNC-RUN-DATE = WS-RUN-DATE
                               IF RUNC-PROGRAM = "APPRGATE"
                                   SET WS-SELF-ALREADY-RAN TO TRUE
                               END-IF
                               IF RUNC-PROGRAM = "TRANEDIT"
                                   SET WS-PRED-COMPLETED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-SELF-ALREADY-RAN
               DISPLAY "APPRGATE: ALREADY COMPLETED FOR RUN DATE "
                   WS-RUN-DATE " - STEP REPEATED, NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PRED-COMPLETED
               DISPLAY "APPRGATE: PREDECESSOR TRANEDIT HAS NOT "
                   "COMPLETED FOR RUN DATE " WS-RUN-DATE
                   " - STEP MISSING, NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-PARAMETERS.
      *    Every card is optional; an absent PARMDD expires items
      *    after the default number of days.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1110-APPLY-PARAMETER.
           EVALUATE PARM-KEYWORD
               WHEN "EXPDAYS "
                   IF PARM-VALUE(1:3) NUMERIC
                           AND PARM-VALUE(1:3) > "000"
                       MOVE PARM-VALUE(1:3) TO WS-EXPIRE-DAYS
                   ELSE
                       DISPLAY "APPRGATE: EXPDAYS MUST BE 001-999: "
                           PARM-VALUE(1:3)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "APPRGATE: UNKNOWN PARAMETER CARD IGNORED: "
                       PARM-KEYWORD
           END-EVALUATE.

       2000-PROCESS-QUEUE.
           ADD 1 TO WS-QUEUE-ITEMS-READ
           MOVE APPR-IN-RECORD TO APPROVAL-RECORD
           MOVE APPR-TRANS-DATA TO TRANS-RECORD
           PERFORM 2300-COMPUTE-DAYS-ON-QUEUE
           EVALUATE TRUE
               WHEN APPR-APPROVED
                   PERFORM 2100-JUDGE-APPROVAL
               WHEN APPR-DECLINED
                   ADD 1 TO WS-ITEMS-DECLINED
                   MOVE "DECLINED - DROPPED" TO WS-QL-DISPOSITION
                   PERFORM 4300-WRITE-QUEUE-LINE
               WHEN OTHER
                   PERFORM 2200-AGE-WAITING-ITEM
           END-EVALUATE
           PERFORM 2900-READ-APPR-IN.

       2100-JUDGE-APPROVAL.
      *    The second signature must belong to someone other than
      *    the operator who keyed the item. A self-approval, or one
      *    with no ID, is refused: the item goes back to waiting for
      *    a genuine second person, keeping its original queue date,
      *    and is aged like any waiting item so it still expires on
      *    time.
           IF APPR-APPROVER-ID = SPACES
                   OR APPR-APPROVER-ID = TRANS-OPERATOR-ID
               ADD 1 TO WS-ITEMS-REFUSED
               IF APPR-APPROVER-ID = SPACES
                   MOVE "REFUSED - NO APPROVER ID" TO
                       WS-QL-DISPOSITION
               ELSE
                   MOVE "REFUSED - SAME PERSON" TO WS-QL-DISPOSITION
               END-IF
               PERFORM 4300-WRITE-QUEUE-LINE
               SET APPR-AWAITING TO TRUE
               MOVE SPACES TO APPR-APPROVER-ID
               MOVE SPACES TO APPR-DECISION-DATE
               PERFORM 2200-AGE-WAITING-ITEM
           ELSE
               ADD 1 TO WS-ITEMS-RELEASED
               MOVE APPR-APPROVER-ID TO TRANS-APPROVER-ID
               MOVE "APPROVED - RELEASED TO RUN" TO
                   WS-QL-DISPOSITION
               PERFORM 4300-WRITE-QUEUE-LINE
               PERFORM 5000-WRITE-TRANS-OUT
           END-IF.

       2200-AGE-WAITING-ITEM.
           IF WS-DAYS-ON-QUEUE > WS-EXPIRE-DAYS
               ADD 1 TO WS-ITEMS-EXPIRED
               MOVE "EXPIRED UNAPPROVED - DROPPED" TO
                   WS-QL-DISPOSITION
               PERFORM 4300-WRITE-QUEUE-LINE
           ELSE
               ADD 1 TO WS-ITEMS-AWAITING
               MOVE "AWAITING APPROVAL" TO WS-QL-DISPOSITION
               PERFORM 4300-WRITE-QUEUE-LINE
               WRITE APPR-OUT-RECORD FROM APPROVAL-RECORD
           END-IF.

       2300-COMPUTE-DAYS-ON-QUEUE.
           IF APPR-QUEUED-DATE NUMERIC
               MOVE APPR-QUEUED-DATE TO WS-QUEUED-DATE-NUM
               COMPUTE WS-QUEUED-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-QUEUED-DATE-NUM)
               COMPUTE WS-DAYS-ON-QUEUE =
                   WS-RUN-DATE-INT - WS-QUEUED-DATE-INT
           ELSE
               MOVE ZERO TO WS-DAYS-ON-QUEUE
           END-IF.

       2900-READ-APPR-IN.
           READ APPR-IN-FILE
               AT END
                   SET WS-APPR-EOF TO TRUE
           END-READ.

       3000-PROCESS-TRANS-IN.
           MOVE TRANS-IN-RECORD TO TRANS-RECORD
           IF TRANS-REC-IS-TRAILER
      *        The incoming trailer is replaced by one covering the
      *        released items plus the details that were not held -
      *        but only after 6100 has balanced it against what was
      *        actually read.
               MOVE TRANS-IN-RECORD TO TRANS-TRAILER-RECORD
               SET WS-TRAILER-SEEN TO TRUE
               SET WS-TRANS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-IN-RECORD-COUNT
               IF TRANS-DETAIL(1:5) NUMERIC
                   MOVE TRANS-DETAIL(1:5) TO WS-KEY-WORK
                   ADD WS-KEY-WORK TO WS-IN-KEY-SUM
               END-IF
      *        An approver ID can only be earned on the queue; one
      *        keyed on the input (or left on a suspense item from
      *        an earlier approval) is not honoured.
               MOVE SPACES TO TRANS-APPROVER-ID
               PERFORM 4000-CLASSIFY-TRANSACTION
               IF WS-HOLD-REASON = SPACES
                   ADD 1 TO WS-TRANS-PASSED
                   PERFORM 5000-WRITE-TRANS-OUT
               ELSE
                   PERFORM 3100-QUEUE-TRANSACTION
               END-IF
               PERFORM 3900-READ-TRANS-IN
           END-IF.

       3100-QUEUE-TRANSACTION.
           ADD 1 TO WS-TRANS-QUEUED
           MOVE SPACES TO APPROVAL-RECORD
           MOVE TRANS-RECORD TO APPR-TRANS-DATA
           MOVE WS-HOLD-REASON TO APPR-HOLD-REASON
           MOVE WS-RUN-DATE TO APPR-QUEUED-DATE
           SET APPR-AWAITING TO TRUE
           MOVE ZERO TO WS-DAYS-ON-QUEUE
           MOVE "QUEUED FOR APPROVAL" TO WS-QL-DISPOSITION
           PERFORM 4300-WRITE-QUEUE-LINE
           WRITE APPR-OUT-RECORD FROM APPROVAL-RECORD.

       3900-READ-TRANS-IN.
           READ TRANS-IN-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       4000-CLASSIFY-TRANSACTION.
           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN TRANS-REC-IS-DELETE
                   MOVE "DELETE" TO WS-HOLD-REASON
               WHEN TRANS-REC-IS-MERGE
                   MOVE "MERGE" TO WS-HOLD-REASON
               WHEN TRANS-REC-IS-REVERSAL
                   MOVE "REVERSAL" TO WS-HOLD-REASON
               WHEN TRANS-REC-IS-CHANGE
                   PERFORM 4100-CHECK-CONTROLLED-CHANGE
           END-EVALUATE.

       4100-CHECK-CONTROLLED-CHANGE.
      *    A change is held only when it would actually alter
      *    CUST-NAME on the master, or set status 'D' on a customer
      *    not already deleted - the same tests TRANPROC applies. A
      *    key not on the master is passed through for TRANPROC to
      *    reject in the usual way.
           MOVE TRANS-DETAIL TO WS-AREA-1
           IF (TRANS-CHANGE-MASK = SPACES OR TRANS-CHG-NAME
                   OR TRANS-CHG-STATUS)
                   AND WS-SUB-AREA-1 NUMERIC
               MOVE WS-SUB-AREA-1 TO MASTER-KEY
               READ MASTER-FILE
               IF WS-MASTER-FILE-STATUS = "00"
                   IF (TRANS-CHANGE-MASK = SPACES OR TRANS-CHG-NAME)
                           AND CUST-NAME OF WS-SUB-AREA-2 NOT =
                               CUST-NAME OF MASTER-DETAIL
                       MOVE "NAME CHANGE" TO WS-HOLD-REASON
                   END-IF
                   IF (TRANS-CHANGE-MASK = SPACES OR TRANS-CHG-STATUS)
                           AND CUST-STATUS-DELETED OF WS-SUB-AREA-2
                           AND NOT CUST-STATUS-DELETED OF MASTER-DETAIL
                       MOVE "STATUS TO D" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

       4300-WRITE-QUEUE-LINE.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4700-WRITE-HEADINGS
           END-IF
           MOVE TRANS-DETAIL(1:5) TO WS-QL-KEY
           MOVE TRANS-REC-CODE TO WS-QL-CODE
           IF APPR-HOLD-REASON = SPACES
               MOVE WS-HOLD-REASON TO WS-QL-HOLD-REASON
           ELSE
               MOVE APPR-HOLD-REASON TO WS-QL-HOLD-REASON
           END-IF
           MOVE APPR-QUEUED-DATE TO WS-QL-QUEUED-DATE
           IF WS-DAYS-ON-QUEUE < ZERO
               MOVE ZERO TO WS-QL-DAYS
           ELSE
               MOVE WS-DAYS-ON-QUEUE TO WS-QL-DAYS
           END-IF
           MOVE TRANS-OPERATOR-ID TO WS-QL-OPERATOR-ID
           MOVE TRANS-BATCH-ID TO WS-QL-BATCH-ID
           MOVE APPR-APPROVER-ID TO WS-QL-APPROVER-ID
           WRITE APPROVAL-REPORT-LINE FROM WS-QUEUE-LINE
           ADD 1 TO WS-LINE-COUNT.

       4700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-EXPIRE-DAYS TO WS-HDG-EXPIRE-DAYS
           WRITE APPROVAL-REPORT-LINE FROM WS-HEADING-1
           WRITE APPROVAL-REPORT-LINE FROM WS-HEADING-2
           MOVE 2 TO WS-LINE-COUNT.

       5000-WRITE-TRANS-OUT.
           ADD 1 TO WS-OUT-RECORD-COUNT
      *    Same numeric guard as TRANPROC's control totalling - a
      *    non-numeric key must not be folded into the sum as a
      *    reinterpreted garbage value.
           IF TRANS-DETAIL(1:5) NUMERIC
               MOVE TRANS-DETAIL(1:5) TO WS-KEY-WORK
               ADD WS-KEY-WORK TO WS-OUT-KEY-SUM
           END-IF
           WRITE TRANS-OUT-RECORD FROM TRANS-RECORD.

       6000-WRITE-OUTPUT-TRAILER.
           MOVE WS-OUT-RECORD-COUNT TO WS-OUT-TRL-COUNT
           MOVE WS-OUT-KEY-SUM TO WS-OUT-TRL-KEY-SUM
           WRITE TRANS-OUT-RECORD FROM WS-OUT-TRAILER-RECORD.

       6100-CHECK-INPUT-TOTALS.
           IF WS-IN-RECORD-COUNT NOT = TRAILER-RECORD-COUNT
                   OR WS-IN-KEY-SUM NOT = TRAILER-KEY-SUM
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
               IF WS-LINE-COUNT = 0
                       OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 4700-WRITE-HEADINGS
               END-IF
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "INPUT OUT OF BALANCE - COUNT "
                   WS-IN-RECORD-COUNT
                   " VS " TRAILER-RECORD-COUNT
                   " SUM " WS-IN-KEY-SUM " VS " TRAILER-KEY-SUM
                   DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
               END-STRING
               WRITE APPROVAL-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 9
               PERFORM 4700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE WS-QUEUE-ITEMS-READ TO WS-SUM-READ
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-ITEMS-RELEASED TO WS-SUM-RELEASED
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-ITEMS-DECLINED TO WS-SUM-DECLINED
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-ITEMS-REFUSED TO WS-SUM-REFUSED
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-ITEMS-EXPIRED TO WS-SUM-EXPIRED
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-5
           MOVE WS-ITEMS-AWAITING TO WS-SUM-AWAITING
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-6
           MOVE WS-TRANS-PASSED TO WS-SUM-PASSED
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-7
           MOVE WS-TRANS-QUEUED TO WS-SUM-QUEUED
           WRITE APPROVAL-REPORT-LINE FROM WS-SUMMARY-LINE-8
           IF NOT WS-TRAILER-SEEN
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "TRAILER RECORD MISSING ON INPUT - OUTPUT "
                   "TRAILER BUILT FROM GATED TOTALS"
                   DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
               END-STRING
               WRITE APPROVAL-REPORT-LINE
           END-IF.

       8500-STAMP-RUN-CONTROL.
      *    Stamped only on successful completion, so an abended run
      *    leaves no entry and can simply be rerun.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-FILE-STATUS = "00"
               MOVE "APPRGATE" TO RUNC-PROGRAM
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP
               MOVE WS-OUT-RECORD-COUNT TO RUNC-RECORDS-FORWARD
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "APPRGATE: RUN CONTROL STAMP FAILED, STATUS = "
                   WS-RUNCTL-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-APPR-WAS-OPENED
               CLOSE APPR-IN-FILE
           END-IF
           CLOSE APPR-OUT-FILE
           CLOSE MASTER-FILE
           CLOSE TRANS-IN-FILE
           CLOSE TRANS-OUT-FILE
           CLOSE APPROVAL-REPORT-FILE.
