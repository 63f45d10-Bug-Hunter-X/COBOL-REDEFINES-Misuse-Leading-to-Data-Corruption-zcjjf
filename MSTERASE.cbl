       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTERASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Privacy erasure: for each key supplied on PARMDD the
      *    CUSTREC personal fields (name, both address lines, city,
      *    state and ZIP) are overwritten with a fixed anonymized
      *    value on every file that carries a copy of them - the
      *    master, the MSTPURGE archive, the audit trail and an
      *    AUDTRIM archive generation (both images), the suspense,
      *    pending and approval queues, and an MSTUNLD backup.
      *    The key, CUST-STATUS-CODE and CUST-DELETE-DATE are left
      *    alone and no record is added or removed, so AUDRECOV,
      *    AUDVERIF and MSTLOAD balance exactly as before. Every
      *    file but the master is updated in place and is optional:
      *    an older archive or backup generation is erased by
      *    running the step again with it mounted. The certificate
      *    report lists, per key and per file, the records found
      *    and the records scrubbed, for the regulator.
           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MSTRDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCHIVE-AUDIT-FILE ASSIGN TO "AUDARCDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCAUD-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPINDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDINDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPRINDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "BKUPDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-FILE-STATUS.

           SELECT CERTIFICATE-REPORT-FILE ASSIGN TO "ERSRPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-KEYWORD               PIC X(08).
           05  PARM-VALUE                 PIC X(72).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY                 PIC 9(5).
           05  MASTER-DETAIL.
               COPY CUSTREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARCH-PURGE-DATE            PIC X(08).
           05  ARCH-MASTER-IMAGE          PIC X(100).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  ARCHIVE-AUDIT-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-AUDIT-RECORD           PIC X(299).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-IN-RECORD             PIC X(190).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD                 PIC X(141).

       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-IN-RECORD             PIC X(186).

       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD                  PIC X(110).

       FD  CERTIFICATE-REPORT-FILE.
       01  CERTIFICATE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-MASTER-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-ARCH-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-AUDIT-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-ARCAUD-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-SUSP-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-PEND-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-APPR-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-BKUP-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-CERT-RPT-STATUS         PIC XX VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW             PIC X VALUE 'N'.
               88  WS-PARM-EOF                    VALUE 'Y'.
           05  WS-SCAN-EOF-SW             PIC X VALUE 'N'.
               88  WS-SCAN-EOF                    VALUE 'Y'.
           05  WS-IMAGE-CHANGED-SW        PIC X VALUE 'N'.
               88  WS-IMAGE-CHANGED               VALUE 'Y'.
           05  WS-RECORD-CHANGED-SW       PIC X VALUE 'N'.
               88  WS-RECORD-CHANGED              VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(08).
       01  WS-OPEN-STATUS                 PIC XX VALUE '00'.

      *    The fixed anonymized value laid over every personal
      *    field. The second address line is simply blanked.
       01  WS-ERASED-VALUES.
           05  WS-ERASED-NAME             PIC X(30) VALUE
               "ERASED".
           05  WS-ERASED-ADDR-LINE-1      PIC X(15) VALUE
               "ERASED".
           05  WS-ERASED-ADDR-LINE-2      PIC X(15) VALUE SPACES.
           05  WS-ERASED-CITY             PIC X(15) VALUE
               "ERASED".
           05  WS-ERASED-STATE            PIC X(02) VALUE "XX".
           05  WS-ERASED-ZIP              PIC X(09) VALUE
               "000000000".

      *    One 100-byte master image (key + CUSTREC detail) at a
      *    time is scrubbed here, whichever file it came from.
       01  WS-SCRUB-IMAGE                 PIC X(100).
       01  WS-SCRUB-VIEW REDEFINES WS-SCRUB-IMAGE.
           05  WS-SCRUB-KEY               PIC 9(5).
           05  WS-SCRUB-DETAIL.
               COPY CUSTREC.
       01  WS-SCRUB-ORIGINAL              PIC X(100).

      *    Audit record work area, laid out as AUDITREC, so the live
      *    trail and an AUDTRIM archive generation are scrubbed by
      *    the same code.
       01  WS-AUDIT-WORK.
           05  WS-AWK-TIMESTAMP           PIC X(26).
           05  WS-AWK-JOB-ID              PIC X(08).
           05  WS-AWK-KEY                 PIC 9(5).
           05  WS-AWK-ACTION              PIC X(10).
           05  WS-AWK-BEFORE-IMAGE        PIC X(100).
           05  WS-AWK-AFTER-IMAGE         PIC X(100).
           05  WS-AWK-OPERATOR-ID         PIC X(08).
           05  WS-AWK-BATCH-ID            PIC X(08).
           05  WS-AWK-APPROVER-ID         PIC X(08).
           05  WS-AWK-REVERSED-TIMESTAMP  PIC X(26).

      *    Suspense, pending and approval items all carry the
      *    original transaction image; it is broken out through
      *    TRANREC to find the key and the customer detail.
           COPY SUSPREC.
           COPY APPRREC.
           COPY TRANREC.
           COPY BKUPREC.

      *    Slot in WS-ERASE-TABLE for every customer key requested,
      *    zero for every other key, so each record read costs one
      *    subscript rather than a table search.
       01  WS-ERASE-SLOT-TABLE.
           05  WS-ERASE-SLOT              PIC 9(2)
                   OCCURS 99999 TIMES.
       01  WS-SLOT                        PIC 9(2) VALUE 0.
       01  WS-FILE-SUB                    PIC 9(1) VALUE 0.
       01  WS-KEY-WORK                    PIC 9(5) VALUE 0.

      *    The files in certificate order. Each key carries a found
      *    and a scrubbed count for every one of them; found less
      *    scrubbed is what an earlier erasure had already done.
       01  WS-FILE-NAME-VALUES.
           05  FILLER                     PIC X(38) VALUE
               "MSTRDD  CUSTOMER MASTER".
           05  FILLER                     PIC X(38) VALUE
               "ARCHDD  PURGE ARCHIVE".
           05  FILLER                     PIC X(38) VALUE
               "AUDITDD AUDIT TRAIL".
           05  FILLER                     PIC X(38) VALUE
               "AUDARCDDAUDIT ARCHIVE GENERATION".
           05  FILLER                     PIC X(38) VALUE
               "SUSPINDDSUSPENSE ITEMS".
           05  FILLER                     PIC X(38) VALUE
               "PENDINDDPENDING ITEMS".
           05  FILLER                     PIC X(38) VALUE
               "APPRINDDAPPROVAL QUEUE ITEMS".
           05  FILLER                     PIC X(38) VALUE
               "BKUPDD  MASTER BACKUP".
       01  WS-FILE-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-ENTRY OCCURS 8 TIMES.
               10  WS-FILE-DD             PIC X(08).
               10  WS-FILE-CONTENTS       PIC X(30).

       01  WS-FILE-RESULTS.
           05  WS-FILE-RESULT OCCURS 8 TIMES.
               10  WS-FILE-PRESENT-SW     PIC X(1).
                   88  WS-FILE-PRESENT            VALUE 'Y'.
               10  WS-FILE-RECORDS-READ   PIC 9(9).
               10  WS-FILE-SCRUBBED       PIC 9(9).

       01  WS-ERASE-COUNT                 PIC 9(2) VALUE 0.
       01  WS-ERASE-TABLE.
           05  WS-ERS-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-ERS-IDX.
               10  WS-ERS-KEY             PIC 9(5).
               10  WS-ERS-FOUND-TOTAL     PIC 9(9).
               10  WS-ERS-FILE-COUNTS OCCURS 8 TIMES
                       INDEXED BY WS-ERS-FILE-IDX.
                   15  WS-ERS-FOUND       PIC 9(7).
                   15  WS-ERS-SCRUBBED    PIC 9(7).

       01  WS-ERASE-COUNTS.
           05  WS-KEYS-REQUESTED          PIC 9(9) VALUE 0.
           05  WS-KEYS-FOUND              PIC 9(9) VALUE 0.
           05  WS-KEYS-NOT-FOUND          PIC 9(9) VALUE 0.
           05  WS-FILES-NOT-PRESENT       PIC 9(9) VALUE 0.
           05  WS-TOTAL-SCRUBBED          PIC 9(9) VALUE 0.
           05  WS-REWRITE-ERRORS          PIC 9(9) VALUE 0.

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE              PIC 9(3) VALUE 060.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(10) VALUE "MSTERASE -".
           05  FILLER                     PIC X(30) VALUE
               " CUSTOMER ERASURE CERTIFICATE ".
           05  FILLER                     PIC X(08) VALUE "  AS OF ".
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE                PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                     PIC X(07) VALUE "KEY".
           05  FILLER                     PIC X(10) VALUE "FILE".
           05  FILLER                     PIC X(32) VALUE "CONTENTS".
           05  FILLER                     PIC X(11) VALUE
               "      FOUND".
           05  FILLER                     PIC X(11) VALUE
               "   SCRUBBED".
           05  FILLER                     PIC X(11) VALUE
               "    ALREADY".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-FILE-DD             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CONTENTS            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-FOUND               PIC ZZZ,ZZZ,ZZ9.
           05  WS-DTL-SCRUBBED            PIC ZZZ,ZZZ,ZZ9.
           05  WS-DTL-ALREADY             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE                PIC X(30).

       01  WS-FILE-TOTAL-HEADING.
           05  FILLER                     PIC X(17) VALUE
               "FILE TOTALS".
           05  FILLER                     PIC X(32) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE
               "       READ".
           05  FILLER                     PIC X(11) VALUE
               "   SCRUBBED".

       01  WS-FILE-TOTAL-LINE.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-FTL-FILE-DD             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-FTL-CONTENTS            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-FTL-READ                PIC ZZZ,ZZZ,ZZ9.
           05  WS-FTL-SCRUBBED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(13) VALUE SPACES.
           05  WS-FTL-NOTE                PIC X(30).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "KEYS REQUESTED            ".
           05  WS-SUM-REQUESTED           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(26) VALUE
               "KEYS FOUND AND ERASED     ".
           05  WS-SUM-FOUND               PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(26) VALUE
               "KEYS NOT FOUND ON ANY FILE".
           05  WS-SUM-NOT-FOUND           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                     PIC X(26) VALUE
               "FILES NOT PRESENT         ".
           05  WS-SUM-NOT-PRESENT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                     PIC X(26) VALUE
               "RECORDS SCRUBBED          ".
           05  WS-SUM-SCRUBBED            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                     PIC X(26) VALUE
               "REWRITE ERRORS            ".
           05  WS-SUM-ERRORS              PIC ZZZ,ZZZ,ZZ9.
       01  WS-CERTIFY-LINE-1.
           05  FILLER                     PIC X(50) VALUE
               "NAME, ADDRESS LINES, CITY, STATE AND ZIP REPLACED ".
           05  FILLER                     PIC X(40) VALUE
               "WITH THE FIXED ERASED VALUE.".
       01  WS-CERTIFY-LINE-2.
           05  FILLER                     PIC X(50) VALUE
               "CUSTOMER KEY, STATUS CODE, DELETE DATE AND RECORD ".
           05  FILLER                     PIC X(40) VALUE
               "COUNTS RETAINED UNCHANGED.".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ERASE-MASTER-RECORDS
           PERFORM 3000-ERASE-ARCHIVE-FILE
           PERFORM 3100-ERASE-AUDIT-FILE
           PERFORM 3200-ERASE-ARCHIVE-AUDIT-FILE
           PERFORM 3300-ERASE-SUSPENSE-FILE
           PERFORM 3400-ERASE-PENDING-FILE
           PERFORM 3500-ERASE-APPROVAL-FILE
           PERFORM 3600-ERASE-BACKUP-FILE
           PERFORM 7000-WRITE-CERTIFICATE
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
      *    A key found nowhere or a file not mounted is not a failed
      *    erasure, but the certificate is incomplete until someone
      *    has looked at why.
           IF WS-REWRITE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-KEYS-NOT-FOUND > 0
                       OR WS-FILES-NOT-PRESENT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE ZERO TO WS-ERASE-SLOT-TABLE
           PERFORM 1100-LOAD-PARAMETERS
           IF WS-ERASE-COUNT = 0
               DISPLAY "MSTERASE: NO KEY PARAMETER CARDS SUPPLIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CLEAR-FILE-RESULTS
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 8
           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "MSTERASE: UNABLE TO OPEN MASTER-FILE, "
                   "STATUS = " WS-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-FILE-PRESENT-SW(1)
      *    Every other file is opened up front, before anything is
      *    changed, so a bad DD stops the run with nothing half done.
      *    A file that is not there (status 35) is reported on the
      *    certificate as not checked.
           OPEN I-O ARCHIVE-FILE
           MOVE WS-ARCH-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 2 TO WS-FILE-SUB
           PERFORM 1300-CHECK-OPTIONAL-OPEN
           OPEN I-O AUDIT-FILE
           MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 3 TO WS-FILE-SUB
           PERFORM 1300-CHECK-OPTIONAL-OPEN
           OPEN I-O ARCHIVE-AUDIT-FILE
           MOVE WS-ARCAUD-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 4 TO WS-FILE-SUB
           PERFORM 1300-CHECK-OPTIONAL-OPEN
           OPEN I-O SUSPENSE-FILE
           MOVE WS-SUSP-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 5 TO WS-FILE-SUB
           PERFORM 1300-CHECK-OPTIONAL-OPEN
           OPEN I-O PENDING-FILE
           MOVE WS-PEND-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 6 TO WS-FILE-SUB
           PERFORM 1300-CHECK-OPTIONAL-OPEN
           OPEN I-O APPROVAL-FILE
           MOVE WS-APPR-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 7 TO WS-FILE-SUB
           PERFORM 1300-CHECK-OPTIONAL-OPEN
           OPEN I-O BACKUP-FILE
           MOVE WS-BKUP-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 8 TO WS-FILE-SUB
           PERFORM 1300-CHECK-OPTIONAL-OPEN
           OPEN OUTPUT CERTIFICATE-REPORT-FILE
           IF WS-CERT-RPT-STATUS NOT = "00"
               DISPLAY "MSTERASE: UNABLE TO OPEN CERTIFICATE-REPORT-"
                   "FILE, STATUS = " WS-CERT-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "MSTERASE: UNABLE TO OPEN PARM-FILE, STATUS = "
                   WS-PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-APPLY-PARAMETER
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.

       1110-APPLY-PARAMETER.
           EVALUATE PARM-KEYWORD
               WHEN "KEY     "
                   IF PARM-VALUE(1:5) NOT NUMERIC
                           OR PARM-VALUE(1:5) = "00000"
                       DISPLAY "MSTERASE: KEY PARAMETER NOT A "
                           "CUSTOMER KEY: " PARM-VALUE(1:5)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PARM-VALUE(1:5) TO WS-KEY-WORK
      *            The same key twice would only split its counts
      *            across two certificate entries.
                   IF WS-ERASE-SLOT(WS-KEY-WORK) = 0
                       PERFORM 1120-ADD-ERASE-KEY
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MSTERASE: UNKNOWN PARAMETER CARD IGNORED: "
                       PARM-KEYWORD
           END-EVALUATE.

       1120-ADD-ERASE-KEY.
           IF WS-ERASE-COUNT >= 50
               DISPLAY "MSTERASE: MORE THAN 50 KEY CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ERASE-COUNT
           ADD 1 TO WS-KEYS-REQUESTED
           MOVE WS-ERASE-COUNT TO WS-ERASE-SLOT(WS-KEY-WORK)
           SET WS-ERS-IDX TO WS-ERASE-COUNT
           MOVE WS-KEY-WORK TO WS-ERS-KEY(WS-ERS-IDX)
           MOVE ZERO TO WS-ERS-FOUND-TOTAL(WS-ERS-IDX)
           PERFORM VARYING WS-ERS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-ERS-FILE-IDX > 8
               MOVE ZERO TO WS-ERS-FOUND(WS-ERS-IDX, WS-ERS-FILE-IDX)
               MOVE ZERO TO
                   WS-ERS-SCRUBBED(WS-ERS-IDX, WS-ERS-FILE-IDX)
           END-PERFORM.

       1200-CLEAR-FILE-RESULTS.
           MOVE 'N' TO WS-FILE-PRESENT-SW(WS-FILE-SUB)
           MOVE ZERO TO WS-FILE-RECORDS-READ(WS-FILE-SUB)
           MOVE ZERO TO WS-FILE-SCRUBBED(WS-FILE-SUB).

       1300-CHECK-OPTIONAL-OPEN.
           EVALUATE WS-OPEN-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-FILE-PRESENT-SW(WS-FILE-SUB)
               WHEN "35"
                   ADD 1 TO WS-FILES-NOT-PRESENT
                   DISPLAY "MSTERASE: " WS-FILE-DD(WS-FILE-SUB)
                       " NOT PRESENT - NOT CHECKED"
               WHEN OTHER
                   DISPLAY "MSTERASE: UNABLE TO OPEN "
                       WS-FILE-DD(WS-FILE-SUB) ", STATUS = "
                       WS-OPEN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-ERASE-MASTER-RECORDS.
      *    The master is keyed, so each requested key is read
      *    directly rather than the whole file passed.
           MOVE 1 TO WS-FILE-SUB
           PERFORM 2100-ERASE-ONE-MASTER
               VARYING WS-ERS-IDX FROM 1 BY 1
               UNTIL WS-ERS-IDX > WS-ERASE-COUNT.

       2100-ERASE-ONE-MASTER.
           MOVE WS-ERS-KEY(WS-ERS-IDX) TO MASTER-KEY
           READ MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               ADD 1 TO WS-FILE-RECORDS-READ(1)
               SET WS-SLOT TO WS-ERS-IDX
               MOVE MASTER-RECORD TO WS-SCRUB-IMAGE
               PERFORM 5000-SCRUB-IMAGE
               MOVE 'N' TO WS-RECORD-CHANGED-SW
               IF WS-IMAGE-CHANGED
                   MOVE WS-SCRUB-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                   IF WS-MASTER-FILE-STATUS = "00"
                       SET WS-RECORD-CHANGED TO TRUE
                   ELSE
                       MOVE WS-MASTER-FILE-STATUS TO WS-OPEN-STATUS
                       PERFORM 5800-REPORT-REWRITE-ERROR
                   END-IF
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           ELSE
      *        Not on the master is reported on the certificate; any
      *        other status means the key cannot be certified, and
      *        the step is stopped to be rerun - a scrub already
      *        made is simply found scrubbed the second time.
               IF WS-MASTER-FILE-STATUS NOT = "23"
                   DISPLAY "MSTERASE: UNABLE TO READ MASTER-FILE FOR "
                       "KEY " WS-ERS-KEY(WS-ERS-IDX) ", STATUS = "
                       WS-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE CERTIFICATE-REPORT-LINE FROM WS-HEADING-1
           WRITE CERTIFICATE-REPORT-LINE FROM WS-HEADING-2
           MOVE 2 TO WS-LINE-COUNT.

       3000-ERASE-ARCHIVE-FILE.
           IF WS-FILE-PRESENT-SW(2) = 'Y'
               MOVE 2 TO WS-FILE-SUB
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-SCAN-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3010-SCRUB-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       3010-SCRUB-ARCHIVE-RECORD.
           ADD 1 TO WS-FILE-RECORDS-READ(2)
           MOVE ARCH-MASTER-IMAGE TO WS-SCRUB-IMAGE
           PERFORM 5100-FIND-IMAGE-SLOT
           IF WS-SLOT > 0
               PERFORM 5000-SCRUB-IMAGE
               MOVE 'N' TO WS-RECORD-CHANGED-SW
               IF WS-IMAGE-CHANGED
                   MOVE WS-SCRUB-IMAGE TO ARCH-MASTER-IMAGE
                   REWRITE ARCHIVE-RECORD
                   MOVE WS-ARCH-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 5700-CHECK-REWRITE
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           END-IF.

       3100-ERASE-AUDIT-FILE.
           IF WS-FILE-PRESENT-SW(3) = 'Y'
               MOVE 3 TO WS-FILE-SUB
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-SCAN-EOF
                   READ AUDIT-FILE INTO WS-AUDIT-WORK
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3110-SCRUB-AUDIT-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       3110-SCRUB-AUDIT-RECORD.
           ADD 1 TO WS-FILE-RECORDS-READ(3)
           PERFORM 4000-SCRUB-AUDIT-WORK
           IF WS-SLOT > 0
               IF WS-IMAGE-CHANGED
                   REWRITE AUDIT-RECORD FROM WS-AUDIT-WORK
                   MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 5700-CHECK-REWRITE
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           END-IF.

       3200-ERASE-ARCHIVE-AUDIT-FILE.
           IF WS-FILE-PRESENT-SW(4) = 'Y'
               MOVE 4 TO WS-FILE-SUB
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-SCAN-EOF
                   READ ARCHIVE-AUDIT-FILE INTO WS-AUDIT-WORK
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3210-SCRUB-ARCHIVE-AUDIT
                   END-READ
               END-PERFORM
           END-IF.

       3210-SCRUB-ARCHIVE-AUDIT.
           ADD 1 TO WS-FILE-RECORDS-READ(4)
           PERFORM 4000-SCRUB-AUDIT-WORK
           IF WS-SLOT > 0
               IF WS-IMAGE-CHANGED
                   REWRITE ARCHIVE-AUDIT-RECORD FROM WS-AUDIT-WORK
                   MOVE WS-ARCAUD-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 5700-CHECK-REWRITE
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           END-IF.

       3300-ERASE-SUSPENSE-FILE.
           IF WS-FILE-PRESENT-SW(5) = 'Y'
               MOVE 5 TO WS-FILE-SUB
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-SCAN-EOF
                   READ SUSPENSE-FILE INTO SUSPENSE-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3310-SCRUB-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
           END-IF.

       3310-SCRUB-SUSPENSE-ITEM.
           ADD 1 TO WS-FILE-RECORDS-READ(5)
           MOVE SUSP-TRANS-DATA TO TRANS-RECORD
           PERFORM 4100-SCRUB-TRANSACTION
           IF WS-SLOT > 0
               IF WS-IMAGE-CHANGED
                   MOVE TRANS-RECORD TO SUSP-TRANS-DATA
                   REWRITE SUSPENSE-IN-RECORD FROM SUSPENSE-RECORD
                   MOVE WS-SUSP-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 5700-CHECK-REWRITE
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           END-IF.

       3400-ERASE-PENDING-FILE.
           IF WS-FILE-PRESENT-SW(6) = 'Y'
               MOVE 6 TO WS-FILE-SUB
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-SCAN-EOF
                   READ PENDING-FILE INTO TRANS-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3410-SCRUB-PENDING-ITEM
                   END-READ
               END-PERFORM
           END-IF.

       3410-SCRUB-PENDING-ITEM.
           ADD 1 TO WS-FILE-RECORDS-READ(6)
           PERFORM 4100-SCRUB-TRANSACTION
           IF WS-SLOT > 0
               IF WS-IMAGE-CHANGED
                   REWRITE PENDING-RECORD FROM TRANS-RECORD
                   MOVE WS-PEND-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 5700-CHECK-REWRITE
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           END-IF.

       3500-ERASE-APPROVAL-FILE.
           IF WS-FILE-PRESENT-SW(7) = 'Y'
               MOVE 7 TO WS-FILE-SUB
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-SCAN-EOF
                   READ APPROVAL-FILE INTO APPROVAL-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3510-SCRUB-APPROVAL-ITEM
                   END-READ
               END-PERFORM
           END-IF.

       3510-SCRUB-APPROVAL-ITEM.
           ADD 1 TO WS-FILE-RECORDS-READ(7)
           MOVE APPR-TRANS-DATA TO TRANS-RECORD
           PERFORM 4100-SCRUB-TRANSACTION
           IF WS-SLOT > 0
               IF WS-IMAGE-CHANGED
                   MOVE TRANS-RECORD TO APPR-TRANS-DATA
                   REWRITE APPROVAL-IN-RECORD FROM APPROVAL-RECORD
                   MOVE WS-APPR-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 5700-CHECK-REWRITE
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           END-IF.

       3600-ERASE-BACKUP-FILE.
      *    Only detail records carry customer data; the header and
      *    the trailer MSTLOAD balances against are left as written.
           IF WS-FILE-PRESENT-SW(8) = 'Y'
               MOVE 8 TO WS-FILE-SUB
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-SCAN-EOF
                   READ BACKUP-FILE INTO BACKUP-DETAIL-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3610-SCRUB-BACKUP-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       3610-SCRUB-BACKUP-RECORD.
           ADD 1 TO WS-FILE-RECORDS-READ(8)
           MOVE ZERO TO WS-SLOT
           IF BKUP-REC-IS-DETAIL
               MOVE BKUP-DTL-MASTER-IMAGE TO WS-SCRUB-IMAGE
               PERFORM 5100-FIND-IMAGE-SLOT
           END-IF
           IF WS-SLOT > 0
               PERFORM 5000-SCRUB-IMAGE
               MOVE 'N' TO WS-RECORD-CHANGED-SW
               IF WS-IMAGE-CHANGED
                   MOVE WS-SCRUB-IMAGE TO BKUP-DTL-MASTER-IMAGE
                   REWRITE BACKUP-RECORD FROM BACKUP-DETAIL-RECORD
                   MOVE WS-BKUP-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 5700-CHECK-REWRITE
               END-IF
               PERFORM 5900-COUNT-KEY-RECORD
           END-IF.

       4000-SCRUB-AUDIT-WORK.
      *    Both images are scrubbed the same way, so two images that
      *    were equal stay equal and every replay and verification
      *    lands on the scrubbed master. The LOW-VALUES side of an
      *    ADD, PURGE, REINSTATE or SNAPSHOT record is not an image
      *    and is left alone, as is AUDTRIM's key-zero marker.
           MOVE ZERO TO WS-SLOT
           MOVE 'N' TO WS-RECORD-CHANGED-SW
           IF WS-AWK-KEY > 0
               MOVE WS-ERASE-SLOT(WS-AWK-KEY) TO WS-SLOT
           END-IF
           IF WS-SLOT > 0
               IF WS-AWK-BEFORE-IMAGE NOT = LOW-VALUES
                   MOVE WS-AWK-BEFORE-IMAGE TO WS-SCRUB-IMAGE
                   PERFORM 5000-SCRUB-IMAGE
                   IF WS-IMAGE-CHANGED
                       MOVE WS-SCRUB-IMAGE TO WS-AWK-BEFORE-IMAGE
                       SET WS-RECORD-CHANGED TO TRUE
                   END-IF
               END-IF
               IF WS-AWK-AFTER-IMAGE NOT = LOW-VALUES
                   MOVE WS-AWK-AFTER-IMAGE TO WS-SCRUB-IMAGE
                   PERFORM 5000-SCRUB-IMAGE
                   IF WS-IMAGE-CHANGED
                       MOVE WS-SCRUB-IMAGE TO WS-AWK-AFTER-IMAGE
                       SET WS-RECORD-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-RECORD-CHANGED-SW TO WS-IMAGE-CHANGED-SW.

       4100-SCRUB-TRANSACTION.
      *    Adds, changes and deletes carry a master image in the
      *    detail; a merge carries only the two keys and a reversal
      *    a key and a timestamp, so neither holds personal data.
      *    An ADD still awaiting a system-assigned key (key zero)
      *    cannot be tied to a customer key and is not touched.
           MOVE ZERO TO WS-SLOT
           MOVE 'N' TO WS-RECORD-CHANGED-SW
           IF TRANS-REC-IS-ADD
                   OR TRANS-REC-IS-CHANGE
                   OR TRANS-REC-IS-DELETE
               MOVE TRANS-DETAIL TO WS-SCRUB-IMAGE
               PERFORM 5100-FIND-IMAGE-SLOT
           END-IF
           IF WS-SLOT > 0
               PERFORM 5000-SCRUB-IMAGE
               IF WS-IMAGE-CHANGED
                   MOVE WS-SCRUB-IMAGE TO TRANS-DETAIL
                   SET WS-RECORD-CHANGED TO TRUE
               END-IF
           END-IF.

       5000-SCRUB-IMAGE.
      *    Lays the erased value over the personal fields of
      *    WS-SCRUB-IMAGE and says whether that changed anything -
      *    a record scrubbed by an earlier run is found, but not
      *    counted as scrubbed again.
           MOVE WS-SCRUB-IMAGE TO WS-SCRUB-ORIGINAL
           MOVE WS-ERASED-NAME TO CUST-NAME OF WS-SCRUB-DETAIL
           MOVE WS-ERASED-ADDR-LINE-1 TO
               CUST-ADDR-LINE-1 OF WS-SCRUB-DETAIL
           MOVE WS-ERASED-ADDR-LINE-2 TO
               CUST-ADDR-LINE-2 OF WS-SCRUB-DETAIL
           MOVE WS-ERASED-CITY TO CUST-CITY OF WS-SCRUB-DETAIL
           MOVE WS-ERASED-STATE TO CUST-STATE OF WS-SCRUB-DETAIL
           MOVE WS-ERASED-ZIP TO CUST-ZIP OF WS-SCRUB-DETAIL
           IF WS-SCRUB-IMAGE = WS-SCRUB-ORIGINAL
               MOVE 'N' TO WS-IMAGE-CHANGED-SW
           ELSE
               SET WS-IMAGE-CHANGED TO TRUE
           END-IF.

       5100-FIND-IMAGE-SLOT.
           MOVE ZERO TO WS-SLOT
           IF WS-SCRUB-IMAGE(1:5) NUMERIC
               IF WS-SCRUB-KEY > 0
                   MOVE WS-ERASE-SLOT(WS-SCRUB-KEY) TO WS-SLOT
               END-IF
           END-IF.

       5700-CHECK-REWRITE.
           IF WS-OPEN-STATUS = "00"
               SET WS-RECORD-CHANGED TO TRUE
           ELSE
               PERFORM 5800-REPORT-REWRITE-ERROR
           END-IF.

       5800-REPORT-REWRITE-ERROR.
           ADD 1 TO WS-REWRITE-ERRORS
           MOVE 'N' TO WS-RECORD-CHANGED-SW
           DISPLAY "MSTERASE: REWRITE FAILED ON "
               WS-FILE-DD(WS-FILE-SUB) " FOR KEY "
               WS-ERS-KEY(WS-SLOT) ", STATUS = " WS-OPEN-STATUS.

       5900-COUNT-KEY-RECORD.
           SET WS-ERS-IDX TO WS-SLOT
           ADD 1 TO WS-ERS-FOUND(WS-ERS-IDX, WS-FILE-SUB)
           ADD 1 TO WS-ERS-FOUND-TOTAL(WS-ERS-IDX)
           IF WS-RECORD-CHANGED
               ADD 1 TO WS-ERS-SCRUBBED(WS-ERS-IDX, WS-FILE-SUB)
               ADD 1 TO WS-FILE-SCRUBBED(WS-FILE-SUB)
               ADD 1 TO WS-TOTAL-SCRUBBED
           END-IF.

       7000-WRITE-CERTIFICATE.
           PERFORM 7100-CERTIFY-ONE-KEY
               VARYING WS-ERS-IDX FROM 1 BY 1
               UNTIL WS-ERS-IDX > WS-ERASE-COUNT.

       7100-CERTIFY-ONE-KEY.
      *    A key's eight file lines and its closing line are kept
      *    together on one page.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 10
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           IF WS-ERS-FOUND-TOTAL(WS-ERS-IDX) > 0
               ADD 1 TO WS-KEYS-FOUND
           ELSE
               ADD 1 TO WS-KEYS-NOT-FOUND
           END-IF
           PERFORM 7200-CERTIFY-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 8
           MOVE SPACES TO CERTIFICATE-REPORT-LINE
           IF WS-ERS-FOUND-TOTAL(WS-ERS-IDX) = 0
               MOVE "       KEY NOT FOUND ON ANY FILE CHECKED" TO
                   CERTIFICATE-REPORT-LINE
           END-IF
           WRITE CERTIFICATE-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       7200-CERTIFY-ONE-FILE.
           MOVE SPACES TO WS-DTL-KEY
           IF WS-FILE-SUB = 1
               MOVE WS-ERS-KEY(WS-ERS-IDX) TO WS-DTL-KEY
           END-IF
           MOVE WS-FILE-DD(WS-FILE-SUB) TO WS-DTL-FILE-DD
           MOVE WS-FILE-CONTENTS(WS-FILE-SUB) TO WS-DTL-CONTENTS
           MOVE WS-ERS-FOUND(WS-ERS-IDX, WS-FILE-SUB) TO WS-DTL-FOUND
           MOVE WS-ERS-SCRUBBED(WS-ERS-IDX, WS-FILE-SUB) TO
               WS-DTL-SCRUBBED
           COMPUTE WS-DTL-ALREADY =
               WS-ERS-FOUND(WS-ERS-IDX, WS-FILE-SUB)
               - WS-ERS-SCRUBBED(WS-ERS-IDX, WS-FILE-SUB)
           MOVE SPACES TO WS-DTL-NOTE
           IF NOT WS-FILE-PRESENT(WS-FILE-SUB)
               MOVE "NOT PRESENT - NOT CHECKED" TO WS-DTL-NOTE
           END-IF
           WRITE CERTIFICATE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 22
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE FROM WS-FILE-TOTAL-HEADING
           PERFORM 8100-WRITE-FILE-TOTAL
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 8
           MOVE SPACES TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE
           MOVE WS-KEYS-REQUESTED TO WS-SUM-REQUESTED
           WRITE CERTIFICATE-REPORT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-KEYS-FOUND TO WS-SUM-FOUND
           WRITE CERTIFICATE-REPORT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-KEYS-NOT-FOUND TO WS-SUM-NOT-FOUND
           WRITE CERTIFICATE-REPORT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-FILES-NOT-PRESENT TO WS-SUM-NOT-PRESENT
           WRITE CERTIFICATE-REPORT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-TOTAL-SCRUBBED TO WS-SUM-SCRUBBED
           WRITE CERTIFICATE-REPORT-LINE FROM WS-SUMMARY-LINE-5
           MOVE WS-REWRITE-ERRORS TO WS-SUM-ERRORS
           WRITE CERTIFICATE-REPORT-LINE FROM WS-SUMMARY-LINE-6
           MOVE SPACES TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE FROM WS-CERTIFY-LINE-1
           WRITE CERTIFICATE-REPORT-LINE FROM WS-CERTIFY-LINE-2.

       8100-WRITE-FILE-TOTAL.
           MOVE WS-FILE-DD(WS-FILE-SUB) TO WS-FTL-FILE-DD
           MOVE WS-FILE-CONTENTS(WS-FILE-SUB) TO WS-FTL-CONTENTS
           MOVE WS-FILE-RECORDS-READ(WS-FILE-SUB) TO WS-FTL-READ
           MOVE WS-FILE-SCRUBBED(WS-FILE-SUB) TO WS-FTL-SCRUBBED
           MOVE SPACES TO WS-FTL-NOTE
           IF NOT WS-FILE-PRESENT(WS-FILE-SUB)
               MOVE "NOT PRESENT - NOT CHECKED" TO WS-FTL-NOTE
           END-IF
           WRITE CERTIFICATE-REPORT-LINE FROM WS-FILE-TOTAL-LINE.

       9000-TERMINATE.
           CLOSE MASTER-FILE
           IF WS-FILE-PRESENT(2)
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-FILE-PRESENT(3)
               CLOSE AUDIT-FILE
           END-IF
           IF WS-FILE-PRESENT(4)
               CLOSE ARCHIVE-AUDIT-FILE
           END-IF
           IF WS-FILE-PRESENT(5)
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-FILE-PRESENT(6)
               CLOSE PENDING-FILE
           END-IF
           IF WS-FILE-PRESENT(7)
               CLOSE APPROVAL-FILE
           END-IF
           IF WS-FILE-PRESENT(8)
               CLOSE BACKUP-FILE
           END-IF
           CLOSE CERTIFICATE-REPORT-FILE.
