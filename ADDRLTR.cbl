       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRLTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Address-change confirmation letters, run nightly after
      *    TRANPROC. Every audit record cut on the run date whose
      *    before and after images differ in CUST-ADDR-LINE-1/2,
      *    CUST-CITY, CUST-STATE or CUST-ZIP produces two letters -
      *    one to the previous address, one to the new - so a
      *    customer whose address was changed without their
      *    knowledge hears about it at the address they still
      *    live at. Whatever applied the change (a CHANGE, a
      *    reversal) is covered, because the letter is driven by
      *    the images rather than the transaction. LTRDD is the
      *    mail room's print file: fixed 133-byte records, ASA
      *    carriage control in byte 1, every letter starting on a
      *    new page. The control report lists each change found
      *    and balances the letters written against them.
           SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LTRDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "LTRRPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD.
           05  LTR-CARRIAGE-CONTROL       PIC X(01).
           05  LTR-PRINT-LINE             PIC X(132).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE            PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-LETTER-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-CTL-RPT-STATUS          PIC XX VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS      PIC XX VALUE '00'.

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SW            PIC X VALUE 'N'.
               88  WS-AUDIT-EOF                   VALUE 'Y'.
           05  WS-ADDR-CHANGED-SW         PIC X VALUE 'N'.
               88  WS-ADDR-CHANGED                VALUE 'Y'.
           05  WS-LETTER-ERROR-SW         PIC X VALUE 'N'.
               88  WS-LETTER-ERROR                VALUE 'Y'.
           05  WS-BALANCED-SW             PIC X VALUE 'Y'.
               88  WS-RUN-BALANCED                VALUE 'Y'.
               88  WS-RUN-OUT-OF-BALANCE          VALUE 'N'.
           05  WS-RUNCTL-EOF-SW           PIC X VALUE 'N'.
               88  WS-RUNCTL-EOF                  VALUE 'Y'.
           05  WS-SELF-RAN-SW             PIC X VALUE 'N'.
               88  WS-SELF-ALREADY-RAN            VALUE 'Y'.
           05  WS-PRED-RAN-SW             PIC X VALUE 'N'.
               88  WS-PRED-COMPLETED              VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(08).

       01  WS-BEFORE-AREA.
           05  WS-BEF-KEY                 PIC X(5).
           05  WS-BEF-DETAIL.
               COPY CUSTREC.
       01  WS-AFTER-AREA.
           05  WS-AFT-KEY                 PIC X(5).
           05  WS-AFT-DETAIL.
               COPY CUSTREC.

      *    The address a block is being built for, taken from one
      *    image or the other.
       01  WS-ADDRESS-WORK.
           05  WS-ADR-NAME                PIC X(30).
           05  WS-ADR-LINE-1              PIC X(15).
           05  WS-ADR-LINE-2              PIC X(15).
           05  WS-ADR-CITY                PIC X(15).
           05  WS-ADR-STATE               PIC X(02).
           05  WS-ADR-ZIP                 PIC X(09).
           05  WS-ADR-ZIP-PARTS REDEFINES WS-ADR-ZIP.
               10  WS-ADR-ZIP-5           PIC X(05).
               10  WS-ADR-ZIP-4           PIC X(04).

       01  WS-CITY-LINE.
           05  WS-CTY-CITY                PIC X(15).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-CTY-STATE               PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CTY-ZIP-5               PIC X(05).
           05  WS-CTY-ZIP-DASH            PIC X(01).
           05  WS-CTY-ZIP-4               PIC X(04).

      *    Four mailing lines, no gap: when there is no second
      *    address line the city line moves up into its place.
       01  WS-ADDRESS-BLOCK.
           05  WS-ADDR-BLOCK-LINE         PIC X(30) OCCURS 4 TIMES.
       01  WS-PREVIOUS-BLOCK.
           05  WS-PREV-BLOCK-LINE         PIC X(30) OCCURS 4 TIMES.
       01  WS-NEW-BLOCK.
           05  WS-NEW-BLOCK-LINE          PIC X(30) OCCURS 4 TIMES.
       01  WS-BLOCK-IDX                   PIC 9(1) VALUE 0.

       01  WS-LETTER-TYPE                 PIC X(01) VALUE SPACES.
           88  WS-LETTER-TO-PREVIOUS              VALUE 'P'.
           88  WS-LETTER-TO-NEW                   VALUE 'N'.

       01  WS-PRINT-RECORD.
           05  WS-PRT-CARRIAGE-CONTROL    PIC X(01).
               88  WS-PRT-NEW-PAGE                VALUE '1'.
               88  WS-PRT-SINGLE-SPACE            VALUE ' '.
               88  WS-PRT-DOUBLE-SPACE            VALUE '0'.
           05  WS-PRT-LINE                PIC X(132).

       01  WS-LTR-HEADER-LINE.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  FILLER                     PIC X(52) VALUE
               "CUSTOMER ACCOUNT SERVICES".
           05  FILLER                     PIC X(08) VALUE "ACCOUNT ".
           05  WS-LHL-KEY                 PIC X(05).
           05  FILLER                     PIC X(07) VALUE "  DATE ".
           05  WS-LHL-DATE                PIC X(08).

       01  WS-LTR-ADDRESSEE-LINE.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  WS-LAL-TEXT                PIC X(30).

       01  WS-LTR-TEXT-LINE.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  WS-LTL-TEXT                PIC X(100).

       01  WS-LTR-COMPARE-LINE.
           05  FILLER                     PIC X(12) VALUE SPACES.
           05  WS-LCL-PREVIOUS            PIC X(30).
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  WS-LCL-NEW                 PIC X(30).

       01  WS-LETTER-COUNTS.
           05  WS-AUDIT-RECORDS-READ      PIC 9(9) VALUE 0.
           05  WS-RUN-DATE-RECORDS        PIC 9(9) VALUE 0.
           05  WS-ADDRESS-CHANGES         PIC 9(9) VALUE 0.
           05  WS-LETTERS-EXPECTED        PIC 9(9) VALUE 0.
           05  WS-LETTERS-TO-PREVIOUS     PIC 9(9) VALUE 0.
           05  WS-LETTERS-TO-NEW          PIC 9(9) VALUE 0.
           05  WS-LETTERS-WRITTEN         PIC 9(9) VALUE 0.
           05  WS-CHANGE-LETTERS          PIC 9(1) VALUE 0.

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE              PIC 9(3) VALUE 060.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(10) VALUE "ADDRLTR  -".
           05  FILLER                     PIC X(30) VALUE
               " ADDRESS CHANGE LETTER CONTROL".
           05  FILLER                     PIC X(08) VALUE "  AS OF ".
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE                PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                     PIC X(07) VALUE "KEY".
           05  FILLER                     PIC X(28) VALUE "TIMESTAMP".
           05  FILLER                     PIC X(12) VALUE "ACTION".
           05  FILLER                     PIC X(32) VALUE
               "PREVIOUS CITY/STATE/ZIP".
           05  FILLER                     PIC X(32) VALUE
               "NEW CITY/STATE/ZIP".
           05  FILLER                     PIC X(07) VALUE "LETTERS".

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-TIMESTAMP           PIC X(26).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION              PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-PREVIOUS            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NEW                 PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-LETTERS             PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-FLAG                PIC X(05).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "AUDIT RECORDS READ        ".
           05  WS-SUM-READ                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(26) VALUE
               "AUDIT RECORDS FOR RUN DATE".
           05  WS-SUM-RUN-DATE            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(26) VALUE
               "ADDRESS CHANGES DETECTED  ".
           05  WS-SUM-CHANGES             PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                     PIC X(26) VALUE
               "LETTERS EXPECTED          ".
           05  WS-SUM-EXPECTED            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                     PIC X(26) VALUE
               "LETTERS TO PREVIOUS ADDR  ".
           05  WS-SUM-TO-PREVIOUS         PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                     PIC X(26) VALUE
               "LETTERS TO NEW ADDRESS    ".
           05  WS-SUM-TO-NEW              PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                     PIC X(26) VALUE
               "LETTERS WRITTEN           ".
           05  WS-SUM-WRITTEN             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT-FILE UNTIL WS-AUDIT-EOF
           PERFORM 6000-CHECK-LETTER-TOTALS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-STAMP-RUN-CONTROL
           PERFORM 9000-TERMINATE
           IF WS-RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1050-CHECK-RUN-CONTROL
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ADDRLTR: UNABLE TO OPEN AUDIT-FILE, STATUS = "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "ADDRLTR: UNABLE TO OPEN LETTER-FILE, STATUS = "
                   WS-LETTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-CTL-RPT-STATUS NOT = "00"
               DISPLAY "ADDRLTR: UNABLE TO OPEN CONTROL-REPORT-FILE, "
                   "STATUS = " WS-CTL-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2700-WRITE-HEADINGS
           PERFORM 2900-READ-AUDIT-FILE.

       1050-CHECK-RUN-CONTROL.
      *    The night's audit records are only complete once
      *    TRANPROC has stamped the run date; a second run would
      *    mail every customer a duplicate letter.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RUNC-RUN-DATE = WS-RUN-DATE
                               IF RUNC-PROGRAM = "ADDRLTR"
                                   SET WS-SELF-ALREADY-RAN TO TRUE
                               END-IF
                               IF RUNC-PROGRAM = "TRANPROC"
                                   SET WS-PRED-COMPLETED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-SELF-ALREADY-RAN
               DISPLAY "ADDRLTR: ALREADY COMPLETED FOR RUN DATE "
                   WS-RUN-DATE " - STEP REPEATED, NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PRED-COMPLETED
               DISPLAY "ADDRLTR: PREDECESSOR TRANPROC HAS NOT "
                   "COMPLETED FOR RUN DATE " WS-RUN-DATE
                   " - STEP MISSING, NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-AUDIT-FILE.
           ADD 1 TO WS-AUDIT-RECORDS-READ
      *    Only the run date's maintenance is considered. AUDTRIM's
      *    marker is not maintenance, and a record with one side
      *    LOW-VALUES (an add, a purge, a reinstatement, a
      *    snapshot) has no previous address to write to.
           IF AUDIT-TIMESTAMP(1:8) = WS-RUN-DATE
                   AND AUDIT-ACTION NOT = "TRIMMED"
               ADD 1 TO WS-RUN-DATE-RECORDS
               IF AUDIT-BEFORE-IMAGE NOT = LOW-VALUES
                       AND AUDIT-AFTER-IMAGE NOT = LOW-VALUES
                   PERFORM 2100-CHECK-ADDRESS-CHANGE
               END-IF
           END-IF
           PERFORM 2900-READ-AUDIT-FILE.

       2100-CHECK-ADDRESS-CHANGE.
           MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-AREA
           MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-AREA
           MOVE 'N' TO WS-ADDR-CHANGED-SW
           IF CUST-ADDR-LINE-1 OF WS-BEF-DETAIL NOT =
                   CUST-ADDR-LINE-1 OF WS-AFT-DETAIL
               OR CUST-ADDR-LINE-2 OF WS-BEF-DETAIL NOT =
                   CUST-ADDR-LINE-2 OF WS-AFT-DETAIL
               OR CUST-CITY OF WS-BEF-DETAIL NOT =
                   CUST-CITY OF WS-AFT-DETAIL
               OR CUST-STATE OF WS-BEF-DETAIL NOT =
                   CUST-STATE OF WS-AFT-DETAIL
               OR CUST-ZIP OF WS-BEF-DETAIL NOT =
                   CUST-ZIP OF WS-AFT-DETAIL
               SET WS-ADDR-CHANGED TO TRUE
           END-IF
           IF WS-ADDR-CHANGED
               PERFORM 3000-PRODUCE-LETTERS
           END-IF.

       2700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE CONTROL-REPORT-LINE FROM WS-HEADING-1
           WRITE CONTROL-REPORT-LINE FROM WS-HEADING-2
           MOVE 2 TO WS-LINE-COUNT.

       2900-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

       3000-PRODUCE-LETTERS.
           ADD 1 TO WS-ADDRESS-CHANGES
           ADD 2 TO WS-LETTERS-EXPECTED
           MOVE ZERO TO WS-CHANGE-LETTERS
           MOVE CUST-NAME OF WS-BEF-DETAIL TO WS-ADR-NAME
           MOVE CUST-ADDR-LINE-1 OF WS-BEF-DETAIL TO WS-ADR-LINE-1
           MOVE CUST-ADDR-LINE-2 OF WS-BEF-DETAIL TO WS-ADR-LINE-2
           MOVE CUST-CITY OF WS-BEF-DETAIL TO WS-ADR-CITY
           MOVE CUST-STATE OF WS-BEF-DETAIL TO WS-ADR-STATE
           MOVE CUST-ZIP OF WS-BEF-DETAIL TO WS-ADR-ZIP
           PERFORM 4100-BUILD-ADDRESS-BLOCK
           MOVE WS-ADDRESS-BLOCK TO WS-PREVIOUS-BLOCK
           MOVE WS-CITY-LINE TO WS-DTL-PREVIOUS
           MOVE CUST-NAME OF WS-AFT-DETAIL TO WS-ADR-NAME
           MOVE CUST-ADDR-LINE-1 OF WS-AFT-DETAIL TO WS-ADR-LINE-1
           MOVE CUST-ADDR-LINE-2 OF WS-AFT-DETAIL TO WS-ADR-LINE-2
           MOVE CUST-CITY OF WS-AFT-DETAIL TO WS-ADR-CITY
           MOVE CUST-STATE OF WS-AFT-DETAIL TO WS-ADR-STATE
           MOVE CUST-ZIP OF WS-AFT-DETAIL TO WS-ADR-ZIP
           PERFORM 4100-BUILD-ADDRESS-BLOCK
           MOVE WS-ADDRESS-BLOCK TO WS-NEW-BLOCK
           MOVE WS-CITY-LINE TO WS-DTL-NEW
           SET WS-LETTER-TO-PREVIOUS TO TRUE
           PERFORM 4000-WRITE-LETTER
           SET WS-LETTER-TO-NEW TO TRUE
           PERFORM 4000-WRITE-LETTER
           PERFORM 3100-WRITE-CONTROL-DETAIL.

       3100-WRITE-CONTROL-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE AUDIT-KEY TO WS-DTL-KEY
           MOVE AUDIT-TIMESTAMP TO WS-DTL-TIMESTAMP
           MOVE AUDIT-ACTION TO WS-DTL-ACTION
      *    The letters actually completed for this change; a
      *    change that did not get both is flagged, so the summary
      *    imbalance can be traced back to it.
           MOVE WS-CHANGE-LETTERS TO WS-DTL-LETTERS
           IF WS-CHANGE-LETTERS < 2
               MOVE "SHORT" TO WS-DTL-FLAG
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       4000-WRITE-LETTER.
      *    A letter is counted only when every one of its lines was
      *    written; a short letter is left to show up as an
      *    imbalance rather than go out incomplete and unnoticed.
           MOVE 'N' TO WS-LETTER-ERROR-SW
           MOVE AUDIT-KEY TO WS-LHL-KEY
           MOVE WS-RUN-DATE TO WS-LHL-DATE
           SET WS-PRT-NEW-PAGE TO TRUE
           MOVE WS-LTR-HEADER-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           IF WS-LETTER-TO-PREVIOUS
               MOVE WS-PREVIOUS-BLOCK TO WS-ADDRESS-BLOCK
           ELSE
               MOVE WS-NEW-BLOCK TO WS-ADDRESS-BLOCK
           END-IF
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > 4
               IF WS-BLOCK-IDX = 1
                   SET WS-PRT-DOUBLE-SPACE TO TRUE
               ELSE
                   SET WS-PRT-SINGLE-SPACE TO TRUE
               END-IF
               MOVE WS-ADDR-BLOCK-LINE(WS-BLOCK-IDX) TO WS-LAL-TEXT
               MOVE WS-LTR-ADDRESSEE-LINE TO WS-PRT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           END-PERFORM
           SET WS-PRT-DOUBLE-SPACE TO TRUE
           MOVE "DEAR CUSTOMER," TO WS-LTL-TEXT
           MOVE WS-LTR-TEXT-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           SET WS-PRT-DOUBLE-SPACE TO TRUE
           MOVE SPACES TO WS-LTL-TEXT
           STRING "THE MAILING ADDRESS ON YOUR ACCOUNT WAS CHANGED ON "
               AUDIT-TIMESTAMP(1:8)
               ". AS A SAFEGUARD WE ARE WRITING TO"
               DELIMITED BY SIZE INTO WS-LTL-TEXT
           END-STRING
           MOVE WS-LTR-TEXT-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           SET WS-PRT-SINGLE-SPACE TO TRUE
           MOVE SPACES TO WS-LTL-TEXT
           STRING "BOTH YOUR PREVIOUS AND YOUR NEW ADDRESS "
               "TO CONFIRM THE CHANGE."
               DELIMITED BY SIZE INTO WS-LTL-TEXT
           END-STRING
           MOVE WS-LTR-TEXT-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           SET WS-PRT-DOUBLE-SPACE TO TRUE
           MOVE "PREVIOUS ADDRESS" TO WS-LCL-PREVIOUS
           MOVE "NEW ADDRESS" TO WS-LCL-NEW
           MOVE WS-LTR-COMPARE-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > 4
               SET WS-PRT-SINGLE-SPACE TO TRUE
               MOVE WS-PREV-BLOCK-LINE(WS-BLOCK-IDX) TO
                   WS-LCL-PREVIOUS
               MOVE WS-NEW-BLOCK-LINE(WS-BLOCK-IDX) TO WS-LCL-NEW
               MOVE WS-LTR-COMPARE-LINE TO WS-PRT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           END-PERFORM
           SET WS-PRT-DOUBLE-SPACE TO TRUE
           MOVE SPACES TO WS-LTL-TEXT
           STRING "IF YOU DID NOT ASK FOR THIS CHANGE, PLEASE "
               "CONTACT CUSTOMER ACCOUNT SERVICES AT ONCE"
               DELIMITED BY SIZE INTO WS-LTL-TEXT
           END-STRING
           MOVE WS-LTR-TEXT-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           SET WS-PRT-SINGLE-SPACE TO TRUE
           MOVE SPACES TO WS-LTL-TEXT
           STRING "AND QUOTE REFERENCE " AUDIT-KEY "-"
               AUDIT-TIMESTAMP(1:16) "."
               DELIMITED BY SIZE INTO WS-LTL-TEXT
           END-STRING
           MOVE WS-LTR-TEXT-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           SET WS-PRT-DOUBLE-SPACE TO TRUE
           IF WS-LETTER-TO-PREVIOUS
               MOVE "THIS COPY HAS BEEN SENT TO YOUR PREVIOUS ADDRESS."
                   TO WS-LTL-TEXT
           ELSE
               MOVE "THIS COPY HAS BEEN SENT TO YOUR NEW ADDRESS."
                   TO WS-LTL-TEXT
           END-IF
           MOVE WS-LTR-TEXT-LINE TO WS-PRT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           IF NOT WS-LETTER-ERROR
               ADD 1 TO WS-LETTERS-WRITTEN
               ADD 1 TO WS-CHANGE-LETTERS
               IF WS-LETTER-TO-PREVIOUS
                   ADD 1 TO WS-LETTERS-TO-PREVIOUS
               ELSE
                   ADD 1 TO WS-LETTERS-TO-NEW
               END-IF
           END-IF.

       4100-BUILD-ADDRESS-BLOCK.
           MOVE WS-ADR-CITY TO WS-CTY-CITY
           MOVE WS-ADR-STATE TO WS-CTY-STATE
           MOVE WS-ADR-ZIP-5 TO WS-CTY-ZIP-5
           IF WS-ADR-ZIP-4 = SPACES OR WS-ADR-ZIP-4 = "0000"
               MOVE SPACES TO WS-CTY-ZIP-DASH
               MOVE SPACES TO WS-CTY-ZIP-4
           ELSE
               MOVE "-" TO WS-CTY-ZIP-DASH
               MOVE WS-ADR-ZIP-4 TO WS-CTY-ZIP-4
           END-IF
           MOVE SPACES TO WS-ADDRESS-BLOCK
           MOVE WS-ADR-NAME TO WS-ADDR-BLOCK-LINE(1)
           MOVE WS-ADR-LINE-1 TO WS-ADDR-BLOCK-LINE(2)
           IF WS-ADR-LINE-2 = SPACES
               MOVE WS-CITY-LINE TO WS-ADDR-BLOCK-LINE(3)
           ELSE
               MOVE WS-ADR-LINE-2 TO WS-ADDR-BLOCK-LINE(3)
               MOVE WS-CITY-LINE TO WS-ADDR-BLOCK-LINE(4)
           END-IF.

       4900-WRITE-PRINT-LINE.
           WRITE LETTER-RECORD FROM WS-PRINT-RECORD
           IF WS-LETTER-FILE-STATUS NOT = "00"
               IF NOT WS-LETTER-ERROR
                   DISPLAY "ADDRLTR: LETTER WRITE FAILED FOR KEY "
                       AUDIT-KEY ", STATUS = " WS-LETTER-FILE-STATUS
               END-IF
               SET WS-LETTER-ERROR TO TRUE
           END-IF.

       6000-CHECK-LETTER-TOTALS.
           IF WS-LETTERS-TO-PREVIOUS NOT = WS-ADDRESS-CHANGES
                   OR WS-LETTERS-TO-NEW NOT = WS-ADDRESS-CHANGES
                   OR WS-LETTERS-WRITTEN NOT = WS-LETTERS-EXPECTED
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 2700-WRITE-HEADINGS
               END-IF
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "LETTERS OUT OF BALANCE - WRITTEN "
                   WS-LETTERS-WRITTEN " VS EXPECTED "
                   WS-LETTERS-EXPECTED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 9
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-AUDIT-RECORDS-READ TO WS-SUM-READ
           WRITE CONTROL-REPORT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-RUN-DATE-RECORDS TO WS-SUM-RUN-DATE
           WRITE CONTROL-REPORT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-ADDRESS-CHANGES TO WS-SUM-CHANGES
           WRITE CONTROL-REPORT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-LETTERS-EXPECTED TO WS-SUM-EXPECTED
           WRITE CONTROL-REPORT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-LETTERS-TO-PREVIOUS TO WS-SUM-TO-PREVIOUS
           WRITE CONTROL-REPORT-LINE FROM WS-SUMMARY-LINE-5
           MOVE WS-LETTERS-TO-NEW TO WS-SUM-TO-NEW
           WRITE CONTROL-REPORT-LINE FROM WS-SUMMARY-LINE-6
           MOVE WS-LETTERS-WRITTEN TO WS-SUM-WRITTEN
           WRITE CONTROL-REPORT-LINE FROM WS-SUMMARY-LINE-7
           IF WS-RUN-BALANCED
               MOVE SPACES TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE "LETTER COUNT BALANCED TO ADDRESS CHANGES DETECTED"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.

       8500-STAMP-RUN-CONTROL.
      *    Stamped only on successful completion, so an abended run
      *    leaves no entry and can simply be rerun.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-FILE-STATUS = "00"
               MOVE "ADDRLTR" TO RUNC-PROGRAM
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP
               MOVE WS-LETTERS-WRITTEN TO RUNC-RECORDS-FORWARD
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "ADDRLTR: RUN CONTROL STAMP FAILED, STATUS = "
                   WS-RUNCTL-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE LETTER-FILE
           CLOSE CONTROL-REPORT-FILE.
