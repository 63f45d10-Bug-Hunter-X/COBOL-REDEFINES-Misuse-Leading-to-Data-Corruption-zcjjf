       FILE-CONTROL.
      *    Nightly maintenance apply: reads the edited transaction
      *    stream on TRANDD (SUSPREL releases, PENDREL gates,
      *    TRANEDIT field-edits and APPRGATE holds dual-control
      *    items for approval ahead of this step) and applies each
      *    add, change, delete and merge to the master KSDS. Every
      *    master update cuts a before/after image on AUDITDD, every
      *    applied customer goes out on the EXTRDD delta for the
      *    balanced against the TRANDD trailer, one summary record is
      *    appended to RUNHDD, and a checkpoint is taken every
      *    thousand transactions so an abended run can be restarted
      *    past the work already committed. An ADD that arrives with
      *    a zero key is given the next free key above the KEYCTLDD
      *    high-water mark and listed on ASGRPTDD for data entry to
      *    return to the requester. A delete, merge, name change or
      *    change to status 'D' is applied only when it carries an
      *    approver other than the operator who keyed it. A
      *    reversal names a key and the AUDIT-TIMESTAMP of an
      *    applied change or delete; the audit record's
      *    before-image is put back through the change path,
      *    provided nothing has touched the customer since, and
      *    the reversal's own audit record and delta carry that
      *    timestamp back to the original.
           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT KEY-CONTROL-FILE ASSIGN TO "KEYCTLDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYC-FILE-STATUS.

      *    Every MSTPURGE archive generation, read once at start-up
      *    so no purged key is ever handed out again - MSTREIN must
      *    always be able to put a purged customer back under the
      *    key it had.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT ASSIGN-REPORT-FILE ASSIGN TO "ASGRPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-RPT-STATUS.

           SELECT PROC-REPORT-FILE ASSIGN TO "TRNRPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROC-RPT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      *    The same ZIP prefix deck TRANEDIT cross-checks against;
      *    a change that supplies only the state or only the ZIP
      *    can be judged only once it is laid over the master.
           SELECT ZIP-REFERENCE-FILE ASSIGN TO "ZIPREFDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIPREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-OUT-RECORD            PIC X(190).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD                 PIC X(136).

       FD  EXTRACT-LOG-FILE
           RECORDING MODE IS F.
       01  EXTRACT-LOG-RECORD             PIC X(136).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CHKPTREC.

       FD  KEY-CONTROL-FILE
           RECORDING MODE IS F.
           COPY KEYCREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARCH-PURGE-DATE            PIC X(08).
           05  ARCH-MASTER-IMAGE          PIC X(100).

       FD  ASSIGN-REPORT-FILE.
       01  ASSIGN-REPORT-LINE             PIC X(132).

       FD  PROC-REPORT-FILE.
       01  PROC-REPORT-LINE               PIC X(132).

           RECORDING MODE IS F.
           COPY RUNCREC.

       FD  ZIP-REFERENCE-FILE.
           COPY ZIPSREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-CKPT-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-PROC-RPT-STATUS         PIC XX VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-KEYC-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-ARCH-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-ASSIGN-RPT-STATUS       PIC XX VALUE '00'.
           05  WS-ZIPREF-FILE-STATUS      PIC XX VALUE '00'.

      *    The 100-byte transaction detail viewed as key + CUSTREC
      *    detail, and again as the survivor/retired key pair a
           05  WS-MRG-SURVIVOR-KEY        PIC X(5).
           05  WS-MRG-RETIRED-KEY         PIC X(5).
           05  FILLER                     PIC X(90).
       01  WS-REVERSAL-VIEW REDEFINES WS-AREA-1.
           05  WS-REV-KEY                 PIC X(5).
           05  WS-REV-TIMESTAMP           PIC X(26).
           05  FILLER                     PIC X(69).

      *    The master record as it stood before a change, broken
      *    out so the delta can flag which fields the change
      *    actually altered.
       01  WS-CHANGE-BEFORE-AREA          PIC X(100).
       01  WS-CHANGE-BEFORE-VIEW REDEFINES WS-CHANGE-BEFORE-AREA.
           05  WS-CHANGE-BEFORE-KEY       PIC 9(5).
           05  WS-CHANGE-BEFORE-DETAIL.
               COPY CUSTREC.

      *    Every reversal on tonight's TRANDD, loaded before the
      *    audit trail is opened for append, with what the trail
      *    holds for it: the action and images of the record to be
      *    backed out, whether a later audit record has touched the
      *    key since, and whether that later record is a reversal
      *    of the same original.
       01  WS-REVERSAL-TABLE.
           05  WS-REV-MAX                 PIC 9(4) VALUE 500.
           05  WS-REV-COUNT               PIC 9(4) VALUE 0.
           05  WS-REV-ENTRY               OCCURS 500 TIMES
                                          INDEXED BY WS-REV-IDX.
               10  WS-REV-TBL-KEY         PIC 9(5).
               10  WS-REV-TBL-TIMESTAMP   PIC X(26).
               10  WS-REV-TBL-FOUND-SW    PIC X(1).
                   88  WS-REV-TBL-FOUND           VALUE 'Y'.
               10  WS-REV-TBL-LATER-SW    PIC X(1).
                   88  WS-REV-TBL-CHANGED-LATER   VALUE 'Y'.
               10  WS-REV-TBL-REVERSED-SW PIC X(1).
                   88  WS-REV-TBL-REVERSED        VALUE 'Y'.
               10  WS-REV-TBL-ACTION      PIC X(10).
               10  WS-REV-TBL-BEFORE      PIC X(100).
               10  WS-REV-TBL-AFTER       PIC X(100).
       01  WS-REV-HIT                     PIC 9(4) VALUE 0.
       01  WS-REVERSED-TIMESTAMP          PIC X(26) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW             PIC X VALUE 'N'.
               88  WS-SELF-ALREADY-RAN           VALUE 'Y'.
           05  WS-PRED-RAN-SW             PIC X VALUE 'N'.
               88  WS-PRED-COMPLETED              VALUE 'Y'.
           05  WS-ARCH-EOF-SW             PIC X VALUE 'N'.
               88  WS-ARCH-EOF                    VALUE 'Y'.
           05  WS-KEY-ASSIGNED-SW         PIC X VALUE 'N'.
               88  WS-KEY-ASSIGNED                VALUE 'Y'.
           05  WS-KEY-IN-USE-SW           PIC X VALUE 'N'.
               88  WS-KEY-IN-USE                  VALUE 'Y'.
           05  WS-ADD-REPLAYED-SW         PIC X VALUE 'N'.
               88  WS-ADD-REPLAYED                VALUE 'Y'.
           05  WS-DUAL-CONTROL-SW         PIC X VALUE 'N'.
               88  WS-DUAL-CONTROL-MET            VALUE 'Y'.
           05  WS-REV-SCAN-EOF-SW         PIC X VALUE 'N'.
               88  WS-REV-SCAN-EOF                VALUE 'Y'.
           05  WS-REV-TARGET-SW           PIC X VALUE 'N'.
               88  WS-REV-TARGET-LOADED           VALUE 'Y'.
           05  WS-ZIPREF-EOF-SW           PIC X VALUE 'N'.
               88  WS-ZIPREF-EOF                  VALUE 'Y'.
           05  WS-ZIPREF-LOADED-SW        PIC X VALUE 'N'.
               88  WS-ZIPREF-LOADED               VALUE 'Y'.
           05  WS-ZIP-STATE-MATCH-SW      PIC X VALUE 'Y'.
               88  WS-ZIP-STATE-MATCH             VALUE 'Y'.
           05  WS-KEY-BROWSE-EOF-SW       PIC X VALUE 'N'.
               88  WS-KEY-BROWSE-EOF              VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(08).
       01  WS-START-TIMESTAMP             PIC X(26).
           05  WS-RETIRED-KEY             PIC 9(5) VALUE 0.
           05  WS-SURVIVOR-IMAGE          PIC X(100).

       01  WS-KEY-ASSIGN-FIELDS.
      *    KEYWARN on PARMDD sets how few free keys may remain above
      *    the high-water mark before the assignment report warns
      *    that the 5-digit key range is running out.
           05  WS-HIGH-WATER-KEY          PIC 9(5) VALUE 0.
           05  WS-CANDIDATE-KEY           PIC 9(5) VALUE 0.
           05  WS-KEY-WARN-LEVEL          PIC 9(5) VALUE 01000.
           05  WS-FREE-KEYS-LEFT          PIC 9(5) VALUE 0.
           05  WS-SCAN-START-KEY          PIC 9(6) VALUE 0.
           05  WS-SCAN-KEY                PIC 9(6) VALUE 0.
           05  WS-TOTAL-KEYS-ASSIGNED     PIC 9(9) VALUE 0.

      *    States each three-digit ZIP prefix delivers to, loaded
      *    from ZIPREFDD; entry n holds prefix n - 1. A prefix with
      *    no states loaded is not cross-checked.
       01  WS-ZIP-PREFIX-FIELDS.
           05  WS-ZIP-PREFIX-NUM          PIC 9(3) VALUE 0.
           05  WS-ZPX-SUB                 PIC 9(4) VALUE 0.
           05  WS-ZPX-STATE-SUB           PIC 9(1) VALUE 0.
       01  WS-ZIP-PREFIX-TABLE.
           05  WS-ZPX-ENTRY               OCCURS 1000 TIMES.
               10  WS-ZPX-STATE-COUNT     PIC 9(1).
               10  WS-ZPX-STATE           PIC X(02)
                       OCCURS 4 TIMES.

      *    One flag per possible customer key, set for every key
      *    found on the purge archive.
       01  WS-ARCHIVED-KEY-TABLE.
           05  WS-ARCHIVED-KEY-SW         PIC X(1)
                   OCCURS 99999 TIMES.

       01  WS-REJECT-LIMIT-FIELDS.
      *    REJPCT on PARMDD arms the circuit breaker: once at least
      *    a hundred transactions have been read, a reject rate
           05  WS-CHANGES-APPLIED         PIC 9(9) VALUE 0.
           05  WS-DELETES-APPLIED         PIC 9(9) VALUE 0.
           05  WS-MERGES-APPLIED          PIC 9(9) VALUE 0.
           05  WS-REVERSALS-APPLIED       PIC 9(9) VALUE 0.
           05  WS-EXCEPTIONS              PIC 9(9) VALUE 0.
           05  WS-DUP-REJECTS             PIC 9(9) VALUE 0.
           05  WS-EXTRACTS-WRITTEN        PIC 9(9) VALUE 0.
           05  WS-KEYS-ASSIGNED           PIC 9(9) VALUE 0.

       01  WS-IN-CONTROL-TOTALS.
           05  WS-IN-RECORD-COUNT         PIC 9(9) VALUE 0.
       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE              PIC 9(3) VALUE 060.
       01  WS-ASG-LINE-COUNT              PIC 9(3) VALUE 0.
       01  WS-ASG-PAGE-COUNT              PIC 9(5) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(10) VALUE "TRANPROC -".
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-REJ-REASON              PIC X(40).

       01  WS-ASG-HEADING-1.
           05  FILLER                     PIC X(10) VALUE "TRANPROC -".
           05  FILLER                     PIC X(30) VALUE
               " CUSTOMER KEY ASSIGNMENTS     ".
           05  FILLER                     PIC X(06) VALUE "AS OF ".
           05  WS-ASG-HDG-RUN-DATE        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "PAGE ".
           05  WS-ASG-HDG-PAGE            PIC ZZZZ9.

       01  WS-ASG-HEADING-2.
           05  FILLER                     PIC X(07) VALUE "KEY".
           05  FILLER                     PIC X(32) VALUE
               "CUSTOMER NAME".
           05  FILLER                     PIC X(17) VALUE "CITY".
           05  FILLER                     PIC X(04) VALUE "ST".
           05  FILLER                     PIC X(40) VALUE "NOTE".

       01  WS-ASSIGN-LINE.
           05  WS-ASG-KEY                 PIC 9(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ASG-NAME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ASG-CITY                PIC X(15).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ASG-STATE               PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ASG-NOTE                PIC X(40).

       01  WS-ASG-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "KEYS ASSIGNED THIS RUN    ".
           05  WS-ASG-SUM-ASSIGNED        PIC ZZZ,ZZZ,ZZ9.
       01  WS-ASG-SUMMARY-LINE-2.
           05  FILLER                     PIC X(26) VALUE
               "KEY HIGH-WATER MARK       ".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-ASG-SUM-HIGH-WATER      PIC 9(05).
       01  WS-ASG-SUMMARY-LINE-3.
           05  FILLER                     PIC X(26) VALUE
               "FREE KEYS ABOVE THE MARK  ".
           05  WS-ASG-SUM-FREE            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "TRANSACTIONS READ         ".
           05  FILLER                     PIC X(26) VALUE
               "EXTRACT RECORDS WRITTEN   ".
           05  WS-SUM-EXTRACTS            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-9.
           05  FILLER                     PIC X(26) VALUE
               "CUSTOMER KEYS ASSIGNED    ".
           05  WS-SUM-KEYS                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-10.
           05  FILLER                     PIC X(26) VALUE
               "REVERSALS APPLIED         ".
           05  WS-SUM-REVERSALS           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               PERFORM 6200-REPORT-MISSING-TRAILER
           END-IF
           PERFORM 6500-WRITE-EXTRACT-TRAILER
           PERFORM 7100-SAVE-KEY-CONTROL
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8200-WRITE-ASSIGN-SUMMARY
           PERFORM 8100-WRITE-RUN-HISTORY
           PERFORM 8500-STAMP-RUN-CONTROL
           PERFORM 9000-TERMINATE
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1050-CHECK-RUN-CONTROL
           PERFORM 1400-LOAD-KEY-CONTROL
           PERFORM 1450-LOAD-ARCHIVED-KEYS
           IF WS-RESTART-RUN
               PERFORM 1300-POSITION-FOR-RESTART
           ELSE
      *        strength of last night's counts.
               PERFORM 7000-TAKE-CHECKPOINT
           END-IF
           PERFORM 1500-LOAD-REVERSAL-TARGETS
           PERFORM 1600-LOAD-ZIP-REFERENCE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "TRANPROC: UNABLE TO OPEN TRANS-FILE, "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ASSIGN-REPORT-FILE
           IF WS-ASSIGN-RPT-STATUS NOT = "00"
               DISPLAY "TRANPROC: UNABLE TO OPEN ASSIGN-REPORT-FILE, "
                   "STATUS = " WS-ASSIGN-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-RESTART-RUN
               PERFORM 1200-WRITE-EXTRACT-HEADER
           END-IF
           PERFORM 2900-READ-TRANS-FILE.

       1050-CHECK-RUN-CONTROL.
      *    Applying a TRANDD that TRANEDIT and APPRGATE never
      *    touched lands unedited or unapproved detail on the
      *    master; the approval gate's stamp for this run date is
      *    required before anything is applied (APPRGATE itself
      *    will not run without the edit's stamp). An
      *    abended run never stamps itself, so a RESTART passes the
      *    repeat check naturally.
           OPEN INPUT RUN-CONTROL-FILE
                               IF RUNC-PROGRAM = "TRANPROC"
                                   SET WS-SELF-ALREADY-RAN TO TRUE
                               END-IF
                               IF RUNC-PROGRAM = "APPRGATE"
                                   SET WS-PRED-COMPLETED TO TRUE
                               END-IF
                           END-IF
               STOP RUN
           END-IF
           IF NOT WS-PRED-COMPLETED
               DISPLAY "TRANPROC: PREDECESSOR APPRGATE HAS NOT "
                   "COMPLETED FOR RUN DATE " WS-RUN-DATE
                   " - STEP MISSING, NOT RUN"
               MOVE 16 TO RETURN-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "KEYWARN "
                   IF PARM-VALUE(1:5) NUMERIC
                       MOVE PARM-VALUE(1:5) TO WS-KEY-WARN-LEVEL
                   ELSE
                       DISPLAY "TRANPROC: KEYWARN MUST BE 5 DIGITS: "
                           PARM-VALUE(1:5)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           END-PERFORM
           CLOSE EXTRACT-FILE.

       1400-LOAD-KEY-CONTROL.
      *    No key-control file yet means no key has ever been
      *    assigned: the mark starts at zero and the first
      *    assignments simply step up past the keys already in use.
           MOVE ZERO TO WS-HIGH-WATER-KEY
           MOVE ZERO TO WS-TOTAL-KEYS-ASSIGNED
           OPEN INPUT KEY-CONTROL-FILE
           IF WS-KEYC-FILE-STATUS = "00"
               READ KEY-CONTROL-FILE
                   NOT AT END
                       MOVE KEYC-HIGH-WATER-KEY TO WS-HIGH-WATER-KEY
                       MOVE KEYC-KEYS-ASSIGNED TO
                           WS-TOTAL-KEYS-ASSIGNED
               END-READ
               CLOSE KEY-CONTROL-FILE
           END-IF.

       1450-LOAD-ARCHIVED-KEYS.
      *    A missing archive just means nothing has been purged yet.
           MOVE ALL 'N' TO WS-ARCHIVED-KEY-TABLE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-ARCH-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-ARCH-EOF TO TRUE
                       NOT AT END
                           IF ARCH-MASTER-IMAGE(1:5) NUMERIC
                                   AND ARCH-MASTER-IMAGE(1:5) > ZERO
                               MOVE ARCH-MASTER-IMAGE(1:5) TO
                                   WS-CANDIDATE-KEY
                               MOVE 'Y' TO
                                   WS-ARCHIVED-KEY-SW(WS-CANDIDATE-KEY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       1500-LOAD-REVERSAL-TARGETS.
      *    The audit trail is only appended to once the run starts,
      *    so the records tonight's reversals name are looked up in
      *    one pass here: TRANDD is read once for its reversals and
      *    the trail once for what it holds on each. A missing
      *    trail simply leaves every target not found.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               PERFORM UNTIL WS-REV-SCAN-EOF
                   READ TRANS-FILE
                       AT END
                           SET WS-REV-SCAN-EOF TO TRUE
                       NOT AT END
                           IF TRANS-REC-IS-TRAILER
                               SET WS-REV-SCAN-EOF TO TRUE
                           ELSE
                               IF TRANS-REC-IS-REVERSAL
                                   PERFORM 1510-ADD-REVERSAL-TARGET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           IF WS-REV-COUNT > 0
               MOVE 'N' TO WS-REV-SCAN-EOF-SW
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "00"
                   PERFORM UNTIL WS-REV-SCAN-EOF
                       READ AUDIT-FILE
                           AT END
                               SET WS-REV-SCAN-EOF TO TRUE
                           NOT AT END
                               PERFORM 1520-MATCH-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       1510-ADD-REVERSAL-TARGET.
      *    A malformed key is left for 3000 to reject; the same
      *    original named twice is looked up once.
           MOVE TRANS-DETAIL TO WS-AREA-1
           IF WS-SUB-AREA-1 NUMERIC
               PERFORM 1550-FIND-REVERSAL-TARGET
               IF NOT WS-REV-TARGET-LOADED
                   IF WS-REV-COUNT < WS-REV-MAX
                       ADD 1 TO WS-REV-COUNT
                       SET WS-REV-IDX TO WS-REV-COUNT
                       MOVE WS-SUB-AREA-1 TO
                           WS-REV-TBL-KEY(WS-REV-IDX)
                       MOVE WS-REV-TIMESTAMP TO
                           WS-REV-TBL-TIMESTAMP(WS-REV-IDX)
                       MOVE 'N' TO WS-REV-TBL-FOUND-SW(WS-REV-IDX)
                       MOVE 'N' TO WS-REV-TBL-LATER-SW(WS-REV-IDX)
                       MOVE 'N' TO
                           WS-REV-TBL-REVERSED-SW(WS-REV-IDX)
                       MOVE SPACES TO WS-REV-TBL-ACTION(WS-REV-IDX)
                       MOVE SPACES TO WS-REV-TBL-BEFORE(WS-REV-IDX)
                       MOVE SPACES TO WS-REV-TBL-AFTER(WS-REV-IDX)
                   ELSE
                       DISPLAY "TRANPROC: MORE THAN " WS-REV-MAX
                           " REVERSALS - KEY " WS-REV-KEY
                           " WILL GO TO SUSPENSE"
                   END-IF
               END-IF
           END-IF.

       1520-MATCH-AUDIT-RECORD.
      *    Within one key the trail is in the order the records were
      *    cut - AUDTRIM keeps a key's surviving records in
      *    timestamp order and everything since is appended behind
      *    them - so any record for the key that follows the
      *    original is later work on that customer. Trim markers
      *    and snapshots are bookkeeping, not maintenance.
           IF AUDIT-ACTION NOT = "TRIMMED"
                   AND AUDIT-ACTION NOT = "SNAPSHOT"
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REV-COUNT
                   IF WS-REV-TBL-KEY(WS-REV-IDX) = AUDIT-KEY
                       PERFORM 1530-JUDGE-AUDIT-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       1530-JUDGE-AUDIT-RECORD.
           IF WS-REV-TBL-FOUND(WS-REV-IDX)
               SET WS-REV-TBL-CHANGED-LATER(WS-REV-IDX) TO TRUE
               IF AUDIT-ACTION = "REVERSAL"
                       AND AUDIT-REVERSED-TIMESTAMP =
                           WS-REV-TBL-TIMESTAMP(WS-REV-IDX)
                   SET WS-REV-TBL-REVERSED(WS-REV-IDX) TO TRUE
               END-IF
           ELSE
               IF AUDIT-TIMESTAMP = WS-REV-TBL-TIMESTAMP(WS-REV-IDX)
                   SET WS-REV-TBL-FOUND(WS-REV-IDX) TO TRUE
                   MOVE AUDIT-ACTION TO WS-REV-TBL-ACTION(WS-REV-IDX)
                   MOVE AUDIT-BEFORE-IMAGE TO
                       WS-REV-TBL-BEFORE(WS-REV-IDX)
                   MOVE AUDIT-AFTER-IMAGE TO
                       WS-REV-TBL-AFTER(WS-REV-IDX)
               END-IF
           END-IF.

       1550-FIND-REVERSAL-TARGET.
      *    Looks up the key and timestamp now in WS-AREA-1; on a hit
      *    WS-REV-HIT is left pointing at the entry.
           MOVE 'N' TO WS-REV-TARGET-SW
           MOVE ZERO TO WS-REV-HIT
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                      OR WS-REV-TARGET-LOADED
               IF WS-REV-TBL-KEY(WS-REV-IDX) = WS-SUB-AREA-1
                       AND WS-REV-TBL-TIMESTAMP(WS-REV-IDX) =
                           WS-REV-TIMESTAMP
                   SET WS-REV-TARGET-LOADED TO TRUE
                   SET WS-REV-HIT TO WS-REV-IDX
               END-IF
           END-PERFORM.

       1600-LOAD-ZIP-REFERENCE.
      *    Without the reference deck the merged-record cross-check
      *    is skipped, as TRANEDIT skips its own.
           INITIALIZE WS-ZIP-PREFIX-TABLE
           OPEN INPUT ZIP-REFERENCE-FILE
           IF WS-ZIPREF-FILE-STATUS = "00"
               SET WS-ZIPREF-LOADED TO TRUE
               PERFORM UNTIL WS-ZIPREF-EOF
                   READ ZIP-REFERENCE-FILE
                       AT END
                           SET WS-ZIPREF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1610-LOAD-ZIP-CARD
                   END-READ
               END-PERFORM
               CLOSE ZIP-REFERENCE-FILE
           ELSE
               DISPLAY "TRANPROC: ZIP PREFIX REFERENCE NOT AVAILABLE, "
                   "STATUS = " WS-ZIPREF-FILE-STATUS
                   " - ZIP/STATE CROSS-CHECK NOT APPLIED"
           END-IF.

       1610-LOAD-ZIP-CARD.
      *    Comment cards and cards TRANEDIT has already reported
      *    as unusable are passed over quietly.
           IF ZIP-STATE-RECORD NOT = SPACES
                   AND ZIPS-PREFIX(1:1) NOT = "*"
                   AND ZIPS-PREFIX NUMERIC
               MOVE ZIPS-PREFIX TO WS-ZIP-PREFIX-NUM
               COMPUTE WS-ZPX-SUB = WS-ZIP-PREFIX-NUM + 1
               IF WS-ZPX-STATE-COUNT(WS-ZPX-SUB) < 4
                   ADD 1 TO WS-ZPX-STATE-COUNT(WS-ZPX-SUB)
                   MOVE WS-ZPX-STATE-COUNT(WS-ZPX-SUB) TO
                       WS-ZPX-STATE-SUB
                   MOVE ZIPS-STATE TO
                       WS-ZPX-STATE(WS-ZPX-SUB, WS-ZPX-STATE-SUB)
               END-IF
           END-IF.

       2000-PROCESS-TRANS-FILE.
           ADD 1 TO WS-TRANS-READ
           ADD 1 TO WS-IN-RECORD-COUNT
           END-READ.

       3000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REVERSED-TIMESTAMP
           EVALUATE TRUE
               WHEN TRANS-REC-IS-MERGE
                   PERFORM 3050-CHECK-DUAL-CONTROL
                   IF WS-DUAL-CONTROL-MET
                       PERFORM 3500-APPLY-MERGE
                   ELSE
                       PERFORM 3060-REJECT-UNAPPROVED
                   END-IF
               WHEN TRANS-REC-IS-ADD
               WHEN TRANS-REC-IS-CHANGE
               WHEN TRANS-REC-IS-DELETE
               WHEN TRANS-REC-IS-REVERSAL
                   IF WS-SUB-AREA-1 NOT NUMERIC
                       MOVE "KEY NOT NUMERIC" TO WS-REJECT-REASON
                       PERFORM 4000-WRITE-SUSPENSE
                   PERFORM 4000-WRITE-SUSPENSE
           END-EVALUATE.

       3050-CHECK-DUAL-CONTROL.
      *    APPRGATE stamps the approver only on items a second
      *    person released; an approver that is blank or is the
      *    keying operator means the item bypassed the queue.
           MOVE 'N' TO WS-DUAL-CONTROL-SW
           IF TRANS-APPROVER-ID NOT = SPACES
                   AND TRANS-APPROVER-ID NOT = TRANS-OPERATOR-ID
               SET WS-DUAL-CONTROL-MET TO TRUE
           END-IF.

       3060-REJECT-UNAPPROVED.
           MOVE "DUAL-CONTROL APPROVAL MISSING" TO WS-REJECT-REASON
           PERFORM 4000-WRITE-SUSPENSE.

       3100-DISPATCH-BY-CODE.
           EVALUATE TRUE
               WHEN TRANS-REC-IS-ADD
               WHEN TRANS-REC-IS-CHANGE
                   PERFORM 3300-APPLY-CHANGE
               WHEN TRANS-REC-IS-DELETE
                   PERFORM 3050-CHECK-DUAL-CONTROL
                   IF WS-DUAL-CONTROL-MET
                       PERFORM 3400-APPLY-DELETE
                   ELSE
                       PERFORM 3060-REJECT-UNAPPROVED
                   END-IF
      *        Every reversal is under dual control: it rewrites a
      *        customer from history rather than from what was
      *        keyed, so a second person must have agreed to it.
               WHEN TRANS-REC-IS-REVERSAL
                   PERFORM 3050-CHECK-DUAL-CONTROL
                   IF WS-DUAL-CONTROL-MET
                       PERFORM 3600-APPLY-REVERSAL
                   ELSE
                       PERFORM 3060-REJECT-UNAPPROVED
                   END-IF
           END-EVALUATE.

       3200-APPLY-ADD.
      *    A zero key asks for a system-assigned key. The control
      *    totals have already taken the zero from the transaction,
      *    and the suspense image keeps it, so a rejected item is
      *    given a fresh key when it is released.
           MOVE 'Y' TO WS-KEY-ASSIGNED-SW
           MOVE 'N' TO WS-ADD-REPLAYED-SW
           IF WS-SUB-AREA-1 = ZERO
               PERFORM 3250-ASSIGN-NEXT-KEY
           END-IF
           IF WS-KEY-ASSIGNED
               PERFORM 3210-ADD-MASTER-RECORD
           ELSE
               MOVE "NO FREE CUSTOMER KEY - RANGE EXHAUSTED" TO
                   WS-REJECT-REASON
               PERFORM 4000-WRITE-SUSPENSE
           END-IF.

       3210-ADD-MASTER-RECORD.
           MOVE WS-SUB-AREA-1 TO MASTER-KEY
           READ MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
      *        rather than repair them; the reject date names the
      *        restarted run.
               ADD 1 TO WS-DUP-REJECTS
               IF WS-ADD-REPLAYED
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "ADD ALREADY APPLIED AS KEY " WS-SUB-AREA-1
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   MOVE "ASSIGNED BEFORE RESTART - NOT ADDED AGAIN"
                       TO WS-ASG-NOTE
                   PERFORM 3290-WRITE-ASSIGN-LINE
               ELSE
                   MOVE "DUPLICATE KEY - ALREADY ON MASTER" TO
                       WS-REJECT-REASON
               END-IF
               PERFORM 4000-WRITE-SUSPENSE
           ELSE
               MOVE WS-AREA-1 TO MASTER-RECORD
                   PERFORM 3900-WRITE-AUDIT-RECORD
                   MOVE 'A' TO WS-EXTRACT-ACTION
                   PERFORM 5000-WRITE-EXTRACT-DELTA
                   IF TRANS-DETAIL(1:5) = ZERO
                       ADD 1 TO WS-KEYS-ASSIGNED
                       ADD 1 TO WS-TOTAL-KEYS-ASSIGNED
                       MOVE SPACES TO WS-ASG-NOTE
                       PERFORM 3290-WRITE-ASSIGN-LINE
                   END-IF
               ELSE
                   PERFORM 3800-REJECT-MASTER-ERROR
               END-IF
           END-IF.

       3250-ASSIGN-NEXT-KEY.
      *    Candidates are taken upward from the high-water mark;
      *    every candidate examined moves the mark, whether it is
      *    handed out or skipped, so no key is ever looked at twice.
           MOVE 'N' TO WS-KEY-ASSIGNED-SW
           MOVE WS-HIGH-WATER-KEY TO WS-CANDIDATE-KEY
           PERFORM 3260-TRY-NEXT-CANDIDATE
               UNTIL WS-KEY-ASSIGNED
                  OR WS-CANDIDATE-KEY = 99999
           IF WS-KEY-ASSIGNED
               MOVE WS-CANDIDATE-KEY TO WS-SUB-AREA-1
           END-IF.

       3260-TRY-NEXT-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-KEY
           MOVE WS-CANDIDATE-KEY TO WS-HIGH-WATER-KEY
           MOVE 'N' TO WS-KEY-IN-USE-SW
           IF WS-ARCHIVED-KEY-SW(WS-CANDIDATE-KEY) = 'Y'
               SET WS-KEY-IN-USE TO TRUE
           END-IF
           IF NOT WS-KEY-IN-USE
                   AND WS-XREF-READABLE
               MOVE WS-CANDIDATE-KEY TO XREF-RETIRED-KEY
               READ XREF-FILE
               IF WS-XREF-FILE-STATUS = "00"
                   SET WS-KEY-IN-USE TO TRUE
               END-IF
           END-IF
           IF NOT WS-KEY-IN-USE
               MOVE WS-CANDIDATE-KEY TO MASTER-KEY
               READ MASTER-FILE
               IF WS-MASTER-FILE-STATUS = "00"
      *            The same customer detail already sitting on the
      *            candidate key is this very ADD, applied before an
      *            abend and replayed now - it takes that key back
      *            so 3210 rejects it instead of adding it twice.
                   IF MASTER-DETAIL = WS-SUB-AREA-2
                       SET WS-ADD-REPLAYED TO TRUE
                   ELSE
                       SET WS-KEY-IN-USE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-KEY-IN-USE
               SET WS-KEY-ASSIGNED TO TRUE
           END-IF.

       3290-WRITE-ASSIGN-LINE.
           IF WS-ASG-LINE-COUNT = 0
                   OR WS-ASG-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3295-WRITE-ASSIGN-HEADINGS
           END-IF
           MOVE WS-SUB-AREA-1 TO WS-ASG-KEY
           MOVE CUST-NAME OF WS-SUB-AREA-2 TO WS-ASG-NAME
           MOVE CUST-CITY OF WS-SUB-AREA-2 TO WS-ASG-CITY
           MOVE CUST-STATE OF WS-SUB-AREA-2 TO WS-ASG-STATE
           WRITE ASSIGN-REPORT-LINE FROM WS-ASSIGN-LINE
           ADD 1 TO WS-ASG-LINE-COUNT.

       3295-WRITE-ASSIGN-HEADINGS.
           ADD 1 TO WS-ASG-PAGE-COUNT
           MOVE WS-ASG-PAGE-COUNT TO WS-ASG-HDG-PAGE
           MOVE WS-RUN-DATE TO WS-ASG-HDG-RUN-DATE
           WRITE ASSIGN-REPORT-LINE FROM WS-ASG-HEADING-1
           WRITE ASSIGN-REPORT-LINE FROM WS-ASG-HEADING-2
           MOVE 2 TO WS-ASG-LINE-COUNT.

       3300-APPLY-CHANGE.
           MOVE WS-SUB-AREA-1 TO MASTER-KEY
           READ MASTER-FILE
               MOVE "KEY NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-SUSPENSE
           ELSE
      *        Only a change that would actually alter CUST-NAME,
      *        or that would set status 'D' on a customer not
      *        already deleted (a delete in all but name), is under
      *        dual control; every other change applies as keyed.
               MOVE 'Y' TO WS-DUAL-CONTROL-SW
               IF (TRANS-CHANGE-MASK = SPACES OR TRANS-CHG-NAME)
                       AND CUST-NAME OF WS-SUB-AREA-2 NOT =
                           CUST-NAME OF MASTER-DETAIL
                   PERFORM 3050-CHECK-DUAL-CONTROL
               END-IF
               IF (TRANS-CHANGE-MASK = SPACES OR TRANS-CHG-STATUS)
                       AND CUST-STATUS-DELETED OF WS-SUB-AREA-2
                       AND NOT CUST-STATUS-DELETED OF MASTER-DETAIL
                   PERFORM 3050-CHECK-DUAL-CONTROL
               END-IF
               IF WS-DUAL-CONTROL-MET
                   PERFORM 3305-REWRITE-CHANGED-RECORD
               ELSE
                   PERFORM 3060-REJECT-UNAPPROVED
               END-IF
           END-IF.

       3305-REWRITE-CHANGED-RECORD.
           MOVE MASTER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE 'Y' TO WS-ZIP-STATE-MATCH-SW
           IF TRANS-CHANGE-MASK = SPACES
                   OR TRANS-REC-IS-REVERSAL
               MOVE WS-AREA-1 TO MASTER-RECORD
           ELSE
               PERFORM 3310-MERGE-SUPPLIED-FIELDS
               IF TRANS-CHG-STATE OR TRANS-CHG-ZIP
                   PERFORM 3320-CHECK-ZIP-STATE
               END-IF
           END-IF
           IF NOT WS-ZIP-STATE-MATCH
               MOVE SPACES TO WS-REJECT-REASON
               STRING "STATE NOT VALID FOR ZIP PREFIX "
                   CUST-ZIP OF MASTER-DETAIL(1:3)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               PERFORM 4000-WRITE-SUSPENSE
           ELSE
               REWRITE MASTER-RECORD
               IF WS-MASTER-FILE-STATUS = "00"
                   MOVE WS-SUB-AREA-1 TO WS-LAST-APPLIED-KEY
                   MOVE MASTER-KEY TO AUDIT-KEY
                   IF TRANS-REC-IS-REVERSAL
                       ADD 1 TO WS-REVERSALS-APPLIED
                       MOVE "REVERSAL" TO AUDIT-ACTION
                   ELSE
                       ADD 1 TO WS-CHANGES-APPLIED
                       MOVE "CHANGE" TO AUDIT-ACTION
                   END-IF
                   MOVE MASTER-RECORD TO AUDIT-AFTER-IMAGE
                   PERFORM 3900-WRITE-AUDIT-RECORD
      *            The delta carries the merged master record, not
      *            the transaction body - the receivers apply whole
      *            customers and must not see the unsupplied fields.
                   MOVE MASTER-RECORD TO WS-AREA-1
                   MOVE 'C' TO WS-EXTRACT-ACTION
                   MOVE AUDIT-BEFORE-IMAGE TO WS-CHANGE-BEFORE-AREA
                   PERFORM 5000-WRITE-EXTRACT-DELTA
               ELSE
                   PERFORM 3800-REJECT-MASTER-ERROR
               END-IF
           END-IF.

       3310-MERGE-SUPPLIED-FIELDS.
      *    Only the fields the change flags as supplied are laid
      *    over the current master record; a supplied field that
      *    is blank blanks the master field, an unsupplied field
      *    is left exactly as it stands.
           IF TRANS-CHG-NAME
               MOVE CUST-NAME OF WS-SUB-AREA-2 TO
                   CUST-NAME OF MASTER-DETAIL
           END-IF
           IF TRANS-CHG-ADDR-1
               MOVE CUST-ADDR-LINE-1 OF WS-SUB-AREA-2 TO
                   CUST-ADDR-LINE-1 OF MASTER-DETAIL
           END-IF
           IF TRANS-CHG-ADDR-2
               MOVE CUST-ADDR-LINE-2 OF WS-SUB-AREA-2 TO
                   CUST-ADDR-LINE-2 OF MASTER-DETAIL
           END-IF
           IF TRANS-CHG-CITY
               MOVE CUST-CITY OF WS-SUB-AREA-2 TO
                   CUST-CITY OF MASTER-DETAIL
           END-IF
           IF TRANS-CHG-STATE
               MOVE CUST-STATE OF WS-SUB-AREA-2 TO
                   CUST-STATE OF MASTER-DETAIL
           END-IF
           IF TRANS-CHG-ZIP
               MOVE CUST-ZIP OF WS-SUB-AREA-2 TO
                   CUST-ZIP OF MASTER-DETAIL
           END-IF
           IF TRANS-CHG-STATUS
               MOVE CUST-STATUS-CODE OF WS-SUB-AREA-2 TO
                   CUST-STATUS-CODE OF MASTER-DETAIL
           END-IF.

       3320-CHECK-ZIP-STATE.
      *    Only one of the pair may have been supplied; the other
      *    half comes from the master, so the state and ZIP the
      *    customer will actually be left with are judged here.
           IF WS-ZIPREF-LOADED
                   AND CUST-ZIP OF MASTER-DETAIL(1:3) NUMERIC
               MOVE CUST-ZIP OF MASTER-DETAIL(1:3) TO
                   WS-ZIP-PREFIX-NUM
               COMPUTE WS-ZPX-SUB = WS-ZIP-PREFIX-NUM + 1
               IF WS-ZPX-STATE-COUNT(WS-ZPX-SUB) > 0
                   MOVE 'N' TO WS-ZIP-STATE-MATCH-SW
                   PERFORM VARYING WS-ZPX-STATE-SUB FROM 1 BY 1
                           UNTIL WS-ZPX-STATE-SUB >
                                 WS-ZPX-STATE-COUNT(WS-ZPX-SUB)
                              OR WS-ZIP-STATE-MATCH
                       IF CUST-STATE OF MASTER-DETAIL =
                           WS-ZPX-STATE(WS-ZPX-SUB, WS-ZPX-STATE-SUB)
                           SET WS-ZIP-STATE-MATCH TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       3400-APPLY-DELETE.
      *    Deletes are logical: the record is set to status 'D' and
      *    dated, and MSTPURGE physically removes it once it has
                   REWRITE XREF-RECORD
           END-WRITE.

       3600-APPLY-REVERSAL.
      *    Only a change, a delete or an earlier reversal can be
      *    backed out by putting its before-image back: an ADD has
      *    no before-image and a MERGE also moved the cross-
      *    reference. The reversal is refused once anything else
      *    has been applied to the customer since the original -
      *    restoring over it would silently wipe out later work.
           MOVE WS-REV-TIMESTAMP TO WS-REVERSED-TIMESTAMP
           PERFORM 1550-FIND-REVERSAL-TARGET
           IF WS-REV-TARGET-LOADED
               SET WS-REV-IDX TO WS-REV-HIT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-REV-TARGET-LOADED
                   MOVE "REVERSAL LIMIT REACHED - RELEASE LATER" TO
                       WS-REJECT-REASON
                   PERFORM 4000-WRITE-SUSPENSE
               WHEN NOT WS-REV-TBL-FOUND(WS-REV-IDX)
                   MOVE "AUDIT RECORD TO REVERSE NOT FOUND" TO
                       WS-REJECT-REASON
                   PERFORM 4000-WRITE-SUSPENSE
               WHEN WS-REV-TBL-REVERSED(WS-REV-IDX)
                   MOVE "AUDIT RECORD ALREADY REVERSED" TO
                       WS-REJECT-REASON
                   PERFORM 4000-WRITE-SUSPENSE
               WHEN WS-REV-TBL-ACTION(WS-REV-IDX) NOT = "CHANGE"
                       AND WS-REV-TBL-ACTION(WS-REV-IDX) NOT = "DELETE"
                       AND WS-REV-TBL-ACTION(WS-REV-IDX) NOT =
                           "REVERSAL"
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "CANNOT REVERSE AN AUDITED "
                           DELIMITED BY SIZE
                       WS-REV-TBL-ACTION(WS-REV-IDX)
                           DELIMITED BY SPACE
                       INTO WS-REJECT-REASON
                   END-STRING
                   PERFORM 4000-WRITE-SUSPENSE
               WHEN WS-REV-TBL-CHANGED-LATER(WS-REV-IDX)
                   MOVE "CUSTOMER CHANGED SINCE - NOT REVERSED" TO
                       WS-REJECT-REASON
                   PERFORM 4000-WRITE-SUSPENSE
               WHEN OTHER
                   PERFORM 3610-RESTORE-BEFORE-IMAGE
           END-EVALUATE.

       3610-RESTORE-BEFORE-IMAGE.
      *    The master must still hold exactly the original's after-
      *    image; this also catches work applied earlier in this
      *    same run, which the trail scan at start-up cannot see.
           MOVE WS-SUB-AREA-1 TO MASTER-KEY
           READ MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "KEY NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-SUSPENSE
           ELSE
               IF MASTER-RECORD NOT = WS-REV-TBL-AFTER(WS-REV-IDX)
                   MOVE "CUSTOMER CHANGED SINCE - NOT REVERSED" TO
                       WS-REJECT-REASON
                   PERFORM 4000-WRITE-SUSPENSE
               ELSE
                   MOVE WS-REV-TBL-BEFORE(WS-REV-IDX) TO WS-AREA-1
                   PERFORM 3305-REWRITE-CHANGED-RECORD
               END-IF
           END-IF.

       3800-REJECT-MASTER-ERROR.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "MASTER I-O FAILED, STATUS " WS-MASTER-FILE-STATUS
       3900-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-JOB-ID TO AUDIT-JOB-ID
           MOVE TRANS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE TRANS-BATCH-ID TO AUDIT-BATCH-ID
           MOVE TRANS-APPROVER-ID TO AUDIT-APPROVER-ID
           MOVE WS-REVERSED-TIMESTAMP TO AUDIT-REVERSED-TIMESTAMP
           WRITE AUDIT-RECORD.

       4000-WRITE-SUSPENSE.
           MOVE WS-EXTRACT-ACTION TO EXTR-DTL-ACTION
           MOVE WS-SUB-AREA-1 TO EXTR-DTL-KEY
           MOVE WS-SUB-AREA-2 TO EXTR-DTL-DETAIL
           MOVE WS-REVERSED-TIMESTAMP TO EXTR-DTL-REVERSED-TIMESTAMP
           IF EXTR-ACTION-IS-CHANGE
               PERFORM 5050-FLAG-CHANGED-FIELDS
           END-IF
           ADD 1 TO WS-EXTRACTS-WRITTEN
           WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL-RECORD.

       5050-FLAG-CHANGED-FIELDS.
      *    EXTROUTE sends a change only to the receivers subscribed
      *    to one of the fields it altered, so each field is flagged
      *    from the before and after images, not from the mask the
      *    change was keyed with.
           IF CUST-NAME OF WS-CHANGE-BEFORE-DETAIL NOT =
                   CUST-NAME OF WS-SUB-AREA-2
               SET EXTR-CHG-NAME TO TRUE
           END-IF
           IF CUST-ADDR-LINE-1 OF WS-CHANGE-BEFORE-DETAIL NOT =
                   CUST-ADDR-LINE-1 OF WS-SUB-AREA-2
               SET EXTR-CHG-ADDR-1 TO TRUE
           END-IF
           IF CUST-ADDR-LINE-2 OF WS-CHANGE-BEFORE-DETAIL NOT =
                   CUST-ADDR-LINE-2 OF WS-SUB-AREA-2
               SET EXTR-CHG-ADDR-2 TO TRUE
           END-IF
           IF CUST-CITY OF WS-CHANGE-BEFORE-DETAIL NOT =
                   CUST-CITY OF WS-SUB-AREA-2
               SET EXTR-CHG-CITY TO TRUE
           END-IF
           IF CUST-STATE OF WS-CHANGE-BEFORE-DETAIL NOT =
                   CUST-STATE OF WS-SUB-AREA-2
               SET EXTR-CHG-STATE TO TRUE
           END-IF
           IF CUST-ZIP OF WS-CHANGE-BEFORE-DETAIL NOT =
                   CUST-ZIP OF WS-SUB-AREA-2
               SET EXTR-CHG-ZIP TO TRUE
           END-IF
           IF CUST-STATUS-CODE OF WS-CHANGE-BEFORE-DETAIL NOT =
                   CUST-STATUS-CODE OF WS-SUB-AREA-2
               SET EXTR-CHG-STATUS TO TRUE
           END-IF.

       5100-WRITE-EXTRACT-FROM-MASTER.
      *    Deletes and merge retirements go out carrying the master
      *    record as updated (status 'D' and delete date), not the
               DISPLAY "TRANPROC: CHECKPOINT WRITE FAILED, STATUS = "
                   WS-CKPT-FILE-STATUS
           END-IF
           PERFORM 7100-SAVE-KEY-CONTROL
           MOVE ZERO TO WS-SINCE-CHECKPOINT.

       7100-SAVE-KEY-CONTROL.
      *    Saved only alongside a checkpoint and at the end of the
      *    run: a restart then resumes from the mark the checkpoint
      *    committed, and its replayed ADDs are offered the same
      *    keys they were given the first time.
           OPEN OUTPUT KEY-CONTROL-FILE
           IF WS-KEYC-FILE-STATUS = "00"
               MOVE WS-HIGH-WATER-KEY TO KEYC-HIGH-WATER-KEY
               MOVE WS-RUN-DATE TO KEYC-LAST-ASSIGN-DATE
               MOVE WS-TOTAL-KEYS-ASSIGNED TO KEYC-KEYS-ASSIGNED
               MOVE FUNCTION CURRENT-DATE TO KEYC-TIMESTAMP
               WRITE KEY-CONTROL-RECORD
               CLOSE KEY-CONTROL-FILE
           ELSE
               DISPLAY "TRANPROC: KEY CONTROL WRITE FAILED, STATUS = "
                   WS-KEYC-FILE-STATUS
           END-IF.

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 11
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO PROC-REPORT-LINE
           WRITE PROC-REPORT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-MERGES-APPLIED TO WS-SUM-MERGES
           WRITE PROC-REPORT-LINE FROM WS-SUMMARY-LINE-5
           MOVE WS-REVERSALS-APPLIED TO WS-SUM-REVERSALS
           WRITE PROC-REPORT-LINE FROM WS-SUMMARY-LINE-10
           MOVE WS-EXCEPTIONS TO WS-SUM-EXCEPTIONS
           WRITE PROC-REPORT-LINE FROM WS-SUMMARY-LINE-6
           MOVE WS-DUP-REJECTS TO WS-SUM-DUPS
           WRITE PROC-REPORT-LINE FROM WS-SUMMARY-LINE-7
           MOVE WS-EXTRACTS-WRITTEN TO WS-SUM-EXTRACTS
           WRITE PROC-REPORT-LINE FROM WS-SUMMARY-LINE-8
           MOVE WS-KEYS-ASSIGNED TO WS-SUM-KEYS
           WRITE PROC-REPORT-LINE FROM WS-SUMMARY-LINE-9.

       8200-WRITE-ASSIGN-SUMMARY.
      *    Keys above the mark are the pool left for assignment;
      *    once it drops under the KEYWARN level the range has to
      *    be dealt with before ADDs start coming back rejected.
           PERFORM 8210-COUNT-FREE-KEYS
           IF WS-ASG-LINE-COUNT = 0
                   OR WS-ASG-LINE-COUNT >= WS-LINES-PER-PAGE - 5
               PERFORM 3295-WRITE-ASSIGN-HEADINGS
           END-IF
           MOVE SPACES TO ASSIGN-REPORT-LINE
           WRITE ASSIGN-REPORT-LINE
           MOVE WS-KEYS-ASSIGNED TO WS-ASG-SUM-ASSIGNED
           WRITE ASSIGN-REPORT-LINE FROM WS-ASG-SUMMARY-LINE-1
           MOVE WS-HIGH-WATER-KEY TO WS-ASG-SUM-HIGH-WATER
           WRITE ASSIGN-REPORT-LINE FROM WS-ASG-SUMMARY-LINE-2
           MOVE WS-FREE-KEYS-LEFT TO WS-ASG-SUM-FREE
           WRITE ASSIGN-REPORT-LINE FROM WS-ASG-SUMMARY-LINE-3
           ADD 4 TO WS-ASG-LINE-COUNT
           IF WS-FREE-KEYS-LEFT < WS-KEY-WARN-LEVEL
               MOVE SPACES TO ASSIGN-REPORT-LINE
               STRING "*** WARNING - ONLY " WS-FREE-KEYS-LEFT
                   " FREE CUSTOMER KEYS REMAIN BELOW 99999 ***"
                   DELIMITED BY SIZE INTO ASSIGN-REPORT-LINE
               END-STRING
               WRITE ASSIGN-REPORT-LINE
               ADD 1 TO WS-ASG-LINE-COUNT
               DISPLAY "TRANPROC: ONLY " WS-FREE-KEYS-LEFT
                   " FREE CUSTOMER KEYS REMAIN BELOW 99999"
           END-IF.

       8210-COUNT-FREE-KEYS.
      *    A key above the mark is free only if 3260 would hand it
      *    out: not archived, not retired on XREFDD and not on the
      *    master. On the first night the mark starts at zero under
      *    a master keyed across the whole range, so the keys in
      *    use have to be counted, not assumed away.
           COMPUTE WS-FREE-KEYS-LEFT = 99999 - WS-HIGH-WATER-KEY
           IF WS-HIGH-WATER-KEY < 99999
               COMPUTE WS-SCAN-START-KEY = WS-HIGH-WATER-KEY + 1
               PERFORM VARYING WS-SCAN-KEY FROM WS-SCAN-START-KEY
                       BY 1 UNTIL WS-SCAN-KEY > 99999
                   IF WS-ARCHIVED-KEY-SW(WS-SCAN-KEY) = 'Y'
                       SUBTRACT 1 FROM WS-FREE-KEYS-LEFT
                   END-IF
               END-PERFORM
               PERFORM 8220-COUNT-MASTER-KEYS
               IF WS-XREF-READABLE
                   PERFORM 8230-COUNT-RETIRED-KEYS
               END-IF
           END-IF.

       8220-COUNT-MASTER-KEYS.
      *    Archived keys were taken off above; a key both archived
      *    and on the master is not counted twice.
           MOVE 'N' TO WS-KEY-BROWSE-EOF-SW
           MOVE WS-HIGH-WATER-KEY TO MASTER-KEY
           START MASTER-FILE KEY GREATER THAN MASTER-KEY
               INVALID KEY
                   SET WS-KEY-BROWSE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KEY-BROWSE-EOF
               READ MASTER-FILE NEXT
                   AT END
                       SET WS-KEY-BROWSE-EOF TO TRUE
               END-READ
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   SET WS-KEY-BROWSE-EOF TO TRUE
               ELSE
                   IF WS-ARCHIVED-KEY-SW(MASTER-KEY) NOT = 'Y'
                       SUBTRACT 1 FROM WS-FREE-KEYS-LEFT
                   END-IF
               END-IF
           END-PERFORM.

       8230-COUNT-RETIRED-KEYS.
      *    A retired key still sitting on the master was counted
      *    in the master pass.
           MOVE 'N' TO WS-KEY-BROWSE-EOF-SW
           MOVE WS-HIGH-WATER-KEY TO XREF-RETIRED-KEY
           START XREF-FILE KEY GREATER THAN XREF-RETIRED-KEY
               INVALID KEY
                   SET WS-KEY-BROWSE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KEY-BROWSE-EOF
               READ XREF-FILE NEXT
                   AT END
                       SET WS-KEY-BROWSE-EOF TO TRUE
               END-READ
               IF WS-XREF-FILE-STATUS NOT = "00"
                   SET WS-KEY-BROWSE-EOF TO TRUE
               ELSE
                   IF WS-ARCHIVED-KEY-SW(XREF-RETIRED-KEY) NOT = 'Y'
                       MOVE XREF-RETIRED-KEY TO MASTER-KEY
                       READ MASTER-FILE
                       IF WS-MASTER-FILE-STATUS NOT = "00"
                           SUBTRACT 1 FROM WS-FREE-KEYS-LEFT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       8100-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE EXTRACT-FILE
           CLOSE PROC-REPORT-FILE
           CLOSE ASSIGN-REPORT-FILE.
