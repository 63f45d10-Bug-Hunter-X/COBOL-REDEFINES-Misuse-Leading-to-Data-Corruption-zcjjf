       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASSCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Mass change generator run ahead of SUSPREL: selects
      *    customers off the master by the PARMDD criteria (state,
      *    ZIP range, status, key range) and builds one masked 'C'
      *    transaction per customer that carries only the replaced
      *    fields, so a ZIP realignment or a state-wide inactivation
      *    goes through TRANEDIT, TRANPROC, AUDITDD and EXTRDD like
      *    any keyed maintenance. The night's keyed work arrives on
      *    TRANKYDD and is copied through ahead of the generated
      *    changes; TRANINDD is written with a trailer covering
      *    both. MODE PREVIEW (the default) only prints the
      *    customers affected with their before and after values
      *    and writes no transactions at all.
           SELECT MASTER-FILE ASSIGN TO "MSTRDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT KEYED-TRANS-FILE ASSIGN TO "TRANKYDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYED-IN-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANINDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-OUT-STATUS.

           SELECT MASS-REPORT-FILE ASSIGN TO "MCHRPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCH-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY                 PIC 9(5).
           05  MASTER-DETAIL.
               COPY CUSTREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-KEYWORD               PIC X(08).
           05  PARM-VALUE                 PIC X(72).

       FD  KEYED-TRANS-FILE
           RECORDING MODE IS F.
       01  KEYED-TRANS-RECORD             PIC X(141).

       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.
       01  TRANS-OUT-RECORD               PIC X(141).

       FD  MASS-REPORT-FILE.
       01  MASS-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-PARM-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-KEYED-IN-STATUS         PIC XX VALUE '00'.
           05  WS-TRANS-OUT-STATUS        PIC XX VALUE '00'.
           05  WS-MCH-RPT-STATUS          PIC XX VALUE '00'.

      *    Transaction image work area: generated changes are built
      *    here and keyed records are inspected here on the way
      *    through (the FDs above stay flat images).
           COPY TRANREC.

       01  WS-AREA-1                      PIC X(100).
       01  WS-AREA-1-FIELDS REDEFINES WS-AREA-1.
           05  WS-SUB-AREA-1              PIC 9(5).
           05  WS-SUB-AREA-2.
               COPY CUSTREC.

       01  WS-KEY-WORK                    PIC 9(5) VALUE 0.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW           PIC X VALUE 'N'.
               88  WS-MASTER-EOF                  VALUE 'Y'.
           05  WS-PARM-EOF-SW             PIC X VALUE 'N'.
               88  WS-PARM-EOF                    VALUE 'Y'.
           05  WS-KEYED-EOF-SW            PIC X VALUE 'N'.
               88  WS-KEYED-EOF                   VALUE 'Y'.
           05  WS-KEYED-OPEN-SW           PIC X VALUE 'N'.
               88  WS-KEYED-WAS-OPENED            VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW         PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN                VALUE 'Y'.
           05  WS-BALANCED-SW             PIC X VALUE 'Y'.
               88  WS-RUN-BALANCED                VALUE 'Y'.
               88  WS-RUN-OUT-OF-BALANCE          VALUE 'N'.
           05  WS-MODE-SW                 PIC X VALUE 'P'.
               88  WS-PREVIEW-MODE                VALUE 'P'.
               88  WS-UPDATE-MODE                 VALUE 'U'.
           05  WS-SELECTED-SW             PIC X VALUE 'N'.
               88  WS-CUSTOMER-SELECTED           VALUE 'Y'.
           05  WS-VALUE-DIFFERS-SW        PIC X VALUE 'N'.
               88  WS-VALUE-DIFFERS               VALUE 'Y'.

      *    Selection criteria; a criterion with no card selects
      *    everything. At least one card must be present so a
      *    missing deck cannot turn into a change to every customer.
       01  WS-SELECTION-FIELDS.
           05  WS-SEL-KEY-FROM            PIC 9(5) VALUE 0.
           05  WS-SEL-KEY-TO              PIC 9(5) VALUE 99999.
           05  WS-SEL-ZIP-FROM            PIC X(05) VALUE "00000".
           05  WS-SEL-ZIP-TO              PIC X(05) VALUE "99999".
           05  WS-SEL-ZIP-SW              PIC X VALUE 'N'.
               88  WS-SEL-BY-ZIP                  VALUE 'Y'.
           05  WS-SEL-STATE               PIC X(02) VALUE SPACES.
           05  WS-SEL-STATUS              PIC X(01) VALUE SPACES.
           05  WS-CRITERIA-CARDS          PIC 9(3) VALUE 0.

      *    Replacement values; a 'Y' switch means the card was
      *    given and the field is flagged in TRANS-CHANGE-MASK.
       01  WS-REPLACEMENT-FIELDS.
           05  WS-NEW-CITY-SW             PIC X VALUE 'N'.
               88  WS-REPLACE-CITY                VALUE 'Y'.
           05  WS-NEW-CITY                PIC X(15) VALUE SPACES.
           05  WS-NEW-STATE-SW            PIC X VALUE 'N'.
               88  WS-REPLACE-STATE               VALUE 'Y'.
           05  WS-NEW-STATE               PIC X(02) VALUE SPACES.
           05  WS-NEW-ZIP-SW              PIC X VALUE 'N'.
               88  WS-REPLACE-ZIP                 VALUE 'Y'.
           05  WS-NEW-ZIP                 PIC X(09) VALUE SPACES.
           05  WS-NEW-STATUS-SW           PIC X VALUE 'N'.
               88  WS-REPLACE-STATUS              VALUE 'Y'.
           05  WS-NEW-STATUS              PIC X(01) VALUE SPACES.
           05  WS-REPLACEMENT-CARDS       PIC 9(3) VALUE 0.

      *    Origin stamped on every generated transaction; TRANEDIT
      *    rejects a transaction without both.
       01  WS-ORIGIN-FIELDS.
           05  WS-GEN-OPERATOR-ID         PIC X(08) VALUE SPACES.
           05  WS-GEN-BATCH-ID            PIC X(08) VALUE SPACES.
           05  WS-GEN-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.

       01  WS-RUN-DATE                    PIC X(08).

       01  WS-MASS-COUNTS.
           05  WS-MASTER-RECORDS-READ     PIC 9(9) VALUE 0.
           05  WS-CUSTOMERS-SELECTED      PIC 9(9) VALUE 0.
           05  WS-ALREADY-AT-VALUE        PIC 9(9) VALUE 0.
           05  WS-CHANGES-GENERATED       PIC 9(9) VALUE 0.
           05  WS-KEYED-PASSED            PIC 9(9) VALUE 0.

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
           05  FILLER                     PIC X(10) VALUE "MASSCHG  -".
           05  WS-HDG-TITLE               PIC X(26) VALUE
               " MASS CHANGE PREVIEW      ".
           05  FILLER                     PIC X(08) VALUE "AS OF   ".
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE                PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                     PIC X(16) VALUE
               "SELECTIONS: KEY ".
           05  WS-HDG-KEY-FROM            PIC 9(5).
           05  FILLER                     PIC X(01) VALUE "-".
           05  WS-HDG-KEY-TO              PIC 9(5).
           05  FILLER                     PIC X(06) VALUE "  ZIP ".
           05  WS-HDG-ZIP-FROM            PIC X(05).
           05  FILLER                     PIC X(01) VALUE "-".
           05  WS-HDG-ZIP-TO              PIC X(05).
           05  FILLER                     PIC X(08) VALUE "  STATE ".
           05  WS-HDG-STATE               PIC X(03).
           05  FILLER                     PIC X(09) VALUE
               "  STATUS ".
           05  WS-HDG-STATUS              PIC X(03).
           05  FILLER                     PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-HDG-OPERATOR            PIC X(08).
           05  FILLER                     PIC X(08) VALUE "  BATCH ".
           05  WS-HDG-BATCH               PIC X(08).

       01  WS-HEADING-3.
           05  FILLER                     PIC X(07) VALUE "KEY".
           05  FILLER                     PIC X(32) VALUE "NAME".
           05  FILLER                     PIC X(10) VALUE "FIELD".
           05  FILLER                     PIC X(17) VALUE "BEFORE".
           05  FILLER                     PIC X(17) VALUE "AFTER".

       01  WS-CHANGE-LINE.
           05  WS-CHG-KEY                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CHG-NAME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CHG-FIELD               PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CHG-BEFORE              PIC X(15).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CHG-AFTER               PIC X(15).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "MASTER RECORDS READ       ".
           05  WS-SUM-READ                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(26) VALUE
               "CUSTOMERS SELECTED        ".
           05  WS-SUM-SELECTED            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(26) VALUE
               "ALREADY AT NEW VALUE      ".
           05  WS-SUM-ALREADY             PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-4.
           05  WS-SUM-CHANGES-LABEL       PIC X(26) VALUE
               "CHANGES TO BE GENERATED   ".
           05  WS-SUM-CHANGES             PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                     PIC X(26) VALUE
               "KEYED TRANSACTIONS PASSED ".
           05  WS-SUM-KEYED               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-UPDATE-MODE
               PERFORM 3000-PROCESS-KEYED-TRANS UNTIL WS-KEYED-EOF
               IF WS-KEYED-WAS-OPENED
                   IF WS-TRAILER-SEEN
                       PERFORM 6100-CHECK-INPUT-TOTALS
                   ELSE
                       SET WS-RUN-OUT-OF-BALANCE TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 2000-PROCESS-MASTER UNTIL WS-MASTER-EOF
           IF WS-UPDATE-MODE
               PERFORM 6000-WRITE-OUTPUT-TRAILER
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1150-CHECK-PARAMETERS
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "MASSCHG: UNABLE TO OPEN MASTER-FILE, "
                   "STATUS = " WS-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASS-REPORT-FILE
           IF WS-MCH-RPT-STATUS NOT = "00"
               DISPLAY "MASSCHG: UNABLE TO OPEN MASS-REPORT-FILE, "
                   "STATUS = " WS-MCH-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-UPDATE-MODE
               MOVE " MASS CHANGE GENERATION   " TO WS-HDG-TITLE
               MOVE "CHANGES GENERATED         "
                   TO WS-SUM-CHANGES-LABEL
               PERFORM 1200-OPEN-TRANSACTION-FILES
           ELSE
               SET WS-KEYED-EOF TO TRUE
           END-IF
           PERFORM 2900-READ-MASTER-FILE.

       1100-LOAD-PARAMETERS.
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
               WHEN "MODE    "
                   EVALUATE PARM-VALUE(1:8)
                       WHEN "PREVIEW "
                           SET WS-PREVIEW-MODE TO TRUE
                       WHEN "UPDATE  "
                           SET WS-UPDATE-MODE TO TRUE
                       WHEN OTHER
                           DISPLAY "MASSCHG: MODE MUST BE PREVIEW OR "
                               "UPDATE: " PARM-VALUE(1:8)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
               WHEN "KEY     "
                   PERFORM 1120-EDIT-KEY-VALUE
                   MOVE PARM-VALUE(1:5) TO WS-SEL-KEY-FROM
                   MOVE PARM-VALUE(1:5) TO WS-SEL-KEY-TO
                   ADD 1 TO WS-CRITERIA-CARDS
               WHEN "KEYFROM "
                   PERFORM 1120-EDIT-KEY-VALUE
                   MOVE PARM-VALUE(1:5) TO WS-SEL-KEY-FROM
                   ADD 1 TO WS-CRITERIA-CARDS
               WHEN "KEYTO   "
                   PERFORM 1120-EDIT-KEY-VALUE
                   MOVE PARM-VALUE(1:5) TO WS-SEL-KEY-TO
                   ADD 1 TO WS-CRITERIA-CARDS
               WHEN "ZIPFROM "
                   PERFORM 1130-EDIT-ZIP-VALUE
                   MOVE PARM-VALUE(1:5) TO WS-SEL-ZIP-FROM
                   SET WS-SEL-BY-ZIP TO TRUE
                   ADD 1 TO WS-CRITERIA-CARDS
               WHEN "ZIPTO   "
                   PERFORM 1130-EDIT-ZIP-VALUE
                   MOVE PARM-VALUE(1:5) TO WS-SEL-ZIP-TO
                   SET WS-SEL-BY-ZIP TO TRUE
                   ADD 1 TO WS-CRITERIA-CARDS
               WHEN "STATE   "
                   MOVE PARM-VALUE(1:2) TO WS-SEL-STATE
                   ADD 1 TO WS-CRITERIA-CARDS
               WHEN "STATUS  "
                   PERFORM 1140-EDIT-STATUS-VALUE
                   MOVE PARM-VALUE(1:1) TO WS-SEL-STATUS
                   ADD 1 TO WS-CRITERIA-CARDS
               WHEN "NEWCITY "
                   MOVE PARM-VALUE(1:15) TO WS-NEW-CITY
                   SET WS-REPLACE-CITY TO TRUE
                   ADD 1 TO WS-REPLACEMENT-CARDS
               WHEN "NEWSTATE"
                   MOVE PARM-VALUE(1:2) TO WS-NEW-STATE
                   SET WS-REPLACE-STATE TO TRUE
                   ADD 1 TO WS-REPLACEMENT-CARDS
               WHEN "NEWZIP  "
                   IF PARM-VALUE(1:9) NUMERIC
                           OR (PARM-VALUE(1:5) NUMERIC
                               AND PARM-VALUE(6:4) = SPACES)
                       MOVE PARM-VALUE(1:9) TO WS-NEW-ZIP
                   ELSE
                       DISPLAY "MASSCHG: NEWZIP MUST BE 5 OR 9 "
                           "DIGITS: " PARM-VALUE(1:9)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-REPLACE-ZIP TO TRUE
                   ADD 1 TO WS-REPLACEMENT-CARDS
               WHEN "NEWSTAT "
      *            A mass change may activate or inactivate; setting
      *            status 'D' would be a delete that bypasses the
      *            dual-control queue, and reinstatement is MSTREIN's.
                   PERFORM 1140-EDIT-STATUS-VALUE
                   MOVE PARM-VALUE(1:1) TO WS-NEW-STATUS
                   SET WS-REPLACE-STATUS TO TRUE
                   ADD 1 TO WS-REPLACEMENT-CARDS
               WHEN "OPERATOR"
                   MOVE PARM-VALUE(1:8) TO WS-GEN-OPERATOR-ID
               WHEN "BATCH   "
                   MOVE PARM-VALUE(1:8) TO WS-GEN-BATCH-ID
               WHEN "EFFDATE "
                   IF PARM-VALUE(1:8) NOT NUMERIC
                       DISPLAY "MASSCHG: EFFDATE NOT NUMERIC: "
                           PARM-VALUE(1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PARM-VALUE(1:8) TO WS-GEN-EFFECTIVE-DATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MASSCHG: UNKNOWN PARAMETER CARD IGNORED: "
                       PARM-KEYWORD
           END-EVALUATE.

       1120-EDIT-KEY-VALUE.
           IF PARM-VALUE(1:5) NOT NUMERIC
               DISPLAY "MASSCHG: KEY PARAMETER NOT NUMERIC: "
                   PARM-VALUE(1:5)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1130-EDIT-ZIP-VALUE.
           IF PARM-VALUE(1:5) NOT NUMERIC
               DISPLAY "MASSCHG: ZIP PARAMETER NOT NUMERIC: "
                   PARM-VALUE(1:5)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1140-EDIT-STATUS-VALUE.
           IF PARM-VALUE(1:1) NOT = 'A' AND PARM-VALUE(1:1) NOT = 'I'
               DISPLAY "MASSCHG: STATUS PARAMETER MUST BE A OR I: "
                   PARM-VALUE(1:1)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-CHECK-PARAMETERS.
           IF WS-CRITERIA-CARDS = 0
               DISPLAY "MASSCHG: NO SELECTION CRITERIA GIVEN - "
                   "NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPLACEMENT-CARDS = 0
               DISPLAY "MASSCHG: NO REPLACEMENT VALUE GIVEN - "
                   "NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-KEY-FROM > WS-SEL-KEY-TO
                   OR WS-SEL-ZIP-FROM > WS-SEL-ZIP-TO
               DISPLAY "MASSCHG: SELECTION RANGE FROM IS AFTER TO - "
                   "NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    State and ZIP move together: a new state kept with each
      *    customer's old ZIP, or the reverse, would leave every
      *    selected customer failing the ZIP prefix cross-check.
           IF (WS-REPLACE-STATE AND NOT WS-REPLACE-ZIP)
                   OR (WS-REPLACE-ZIP AND NOT WS-REPLACE-STATE)
               DISPLAY "MASSCHG: NEWSTATE AND NEWZIP MUST BE GIVEN "
                   "TOGETHER - NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-UPDATE-MODE
                   AND (WS-GEN-OPERATOR-ID = SPACES
                        OR WS-GEN-BATCH-ID = SPACES)
               DISPLAY "MASSCHG: OPERATOR AND BATCH CARDS REQUIRED "
                   "FOR MODE UPDATE - NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-OPEN-TRANSACTION-FILES.
           OPEN INPUT KEYED-TRANS-FILE
           IF WS-KEYED-IN-STATUS = "00"
               SET WS-KEYED-WAS-OPENED TO TRUE
           ELSE
      *        No keyed work tonight: TRANINDD carries only the
      *        generated changes.
               SET WS-KEYED-EOF TO TRUE
           END-IF
           OPEN OUTPUT TRANS-OUT-FILE
           IF WS-TRANS-OUT-STATUS NOT = "00"
               DISPLAY "MASSCHG: UNABLE TO OPEN TRANS-OUT-FILE, "
                   "STATUS = " WS-TRANS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-KEYED-EOF
               PERFORM 3900-READ-KEYED-TRANS
           END-IF.

       2000-PROCESS-MASTER.
           ADD 1 TO WS-MASTER-RECORDS-READ
           PERFORM 2100-APPLY-SELECTION
           IF WS-CUSTOMER-SELECTED
               ADD 1 TO WS-CUSTOMERS-SELECTED
               PERFORM 2200-CHECK-NEW-VALUES
               IF WS-VALUE-DIFFERS
                   PERFORM 2300-BUILD-CHANGE
                   PERFORM 2400-REPORT-CHANGE
                   ADD 1 TO WS-CHANGES-GENERATED
                   IF WS-UPDATE-MODE
                       PERFORM 5000-WRITE-TRANS-OUT
                   END-IF
               ELSE
                   ADD 1 TO WS-ALREADY-AT-VALUE
               END-IF
           END-IF
           IF MASTER-KEY >= WS-SEL-KEY-TO
               SET WS-MASTER-EOF TO TRUE
           ELSE
               PERFORM 2900-READ-MASTER-FILE
           END-IF.

       2100-APPLY-SELECTION.
      *    Deleted customers are never selected: they are waiting
      *    on MSTPURGE, and bringing one back is MSTREIN's job.
           SET WS-CUSTOMER-SELECTED TO TRUE
           IF MASTER-KEY < WS-SEL-KEY-FROM
                   OR MASTER-KEY > WS-SEL-KEY-TO
                   OR CUST-STATUS-DELETED OF MASTER-DETAIL
               MOVE 'N' TO WS-SELECTED-SW
           END-IF
           IF WS-SEL-BY-ZIP
                   AND (CUST-ZIP OF MASTER-DETAIL(1:5) < WS-SEL-ZIP-FROM
                   OR CUST-ZIP OF MASTER-DETAIL(1:5) > WS-SEL-ZIP-TO)
               MOVE 'N' TO WS-SELECTED-SW
           END-IF
           IF WS-SEL-STATE NOT = SPACES
                   AND CUST-STATE OF MASTER-DETAIL NOT = WS-SEL-STATE
               MOVE 'N' TO WS-SELECTED-SW
           END-IF
           IF WS-SEL-STATUS NOT = SPACES
                   AND CUST-STATUS-CODE OF MASTER-DETAIL
                       NOT = WS-SEL-STATUS
               MOVE 'N' TO WS-SELECTED-SW
           END-IF.

       2200-CHECK-NEW-VALUES.
      *    A customer already holding every replacement value gets
      *    no transaction - it would only add an empty audit entry.
           MOVE 'N' TO WS-VALUE-DIFFERS-SW
           IF WS-REPLACE-CITY
                   AND CUST-CITY OF MASTER-DETAIL NOT = WS-NEW-CITY
               SET WS-VALUE-DIFFERS TO TRUE
           END-IF
           IF WS-REPLACE-STATE
                   AND CUST-STATE OF MASTER-DETAIL NOT = WS-NEW-STATE
               SET WS-VALUE-DIFFERS TO TRUE
           END-IF
           IF WS-REPLACE-ZIP
                   AND CUST-ZIP OF MASTER-DETAIL NOT = WS-NEW-ZIP
               SET WS-VALUE-DIFFERS TO TRUE
           END-IF
           IF WS-REPLACE-STATUS
                   AND CUST-STATUS-CODE OF MASTER-DETAIL
                       NOT = WS-NEW-STATUS
               SET WS-VALUE-DIFFERS TO TRUE
           END-IF.

       2300-BUILD-CHANGE.
      *    Only the replaced fields are supplied and flagged in the
      *    mask; TRANPROC leaves every other field as it stands on
      *    the master when the change is applied.
           MOVE SPACES TO TRANS-RECORD
           MOVE SPACES TO WS-AREA-1
           SET TRANS-REC-IS-CHANGE TO TRUE
           MOVE MASTER-KEY TO WS-SUB-AREA-1
           IF WS-REPLACE-CITY
               MOVE WS-NEW-CITY TO CUST-CITY OF WS-SUB-AREA-2
               MOVE 'Y' TO TRANS-CHG-CITY-SW
           END-IF
           IF WS-REPLACE-STATE
               MOVE WS-NEW-STATE TO CUST-STATE OF WS-SUB-AREA-2
               MOVE 'Y' TO TRANS-CHG-STATE-SW
           END-IF
           IF WS-REPLACE-ZIP
               MOVE WS-NEW-ZIP TO CUST-ZIP OF WS-SUB-AREA-2
               MOVE 'Y' TO TRANS-CHG-ZIP-SW
           END-IF
           IF WS-REPLACE-STATUS
               MOVE WS-NEW-STATUS TO CUST-STATUS-CODE OF WS-SUB-AREA-2
               MOVE 'Y' TO TRANS-CHG-STATUS-SW
           END-IF
           MOVE WS-AREA-1 TO TRANS-DETAIL
           MOVE WS-GEN-EFFECTIVE-DATE TO TRANS-EFFECTIVE-DATE
           MOVE WS-GEN-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE WS-GEN-BATCH-ID TO TRANS-BATCH-ID.

       2400-REPORT-CHANGE.
           MOVE MASTER-KEY TO WS-CHG-KEY
           MOVE CUST-NAME OF MASTER-DETAIL TO WS-CHG-NAME
           IF WS-REPLACE-CITY
               MOVE "CITY" TO WS-CHG-FIELD
               MOVE CUST-CITY OF MASTER-DETAIL TO WS-CHG-BEFORE
               MOVE WS-NEW-CITY TO WS-CHG-AFTER
               PERFORM 2450-WRITE-CHANGE-LINE
           END-IF
           IF WS-REPLACE-STATE
               MOVE "STATE" TO WS-CHG-FIELD
               MOVE CUST-STATE OF MASTER-DETAIL TO WS-CHG-BEFORE
               MOVE WS-NEW-STATE TO WS-CHG-AFTER
               PERFORM 2450-WRITE-CHANGE-LINE
           END-IF
           IF WS-REPLACE-ZIP
               MOVE "ZIP" TO WS-CHG-FIELD
               MOVE CUST-ZIP OF MASTER-DETAIL TO WS-CHG-BEFORE
               MOVE WS-NEW-ZIP TO WS-CHG-AFTER
               PERFORM 2450-WRITE-CHANGE-LINE
           END-IF
           IF WS-REPLACE-STATUS
               MOVE "STATUS" TO WS-CHG-FIELD
               MOVE CUST-STATUS-CODE OF MASTER-DETAIL TO WS-CHG-BEFORE
               MOVE WS-NEW-STATUS TO WS-CHG-AFTER
               PERFORM 2450-WRITE-CHANGE-LINE
           END-IF.

       2450-WRITE-CHANGE-LINE.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           WRITE MASS-REPORT-LINE FROM WS-CHANGE-LINE
           ADD 1 TO WS-LINE-COUNT
      *    Key and name are printed on the first line of each
      *    customer only.
           MOVE SPACES TO WS-CHG-KEY
           MOVE SPACES TO WS-CHG-NAME.

       2700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-SEL-KEY-FROM TO WS-HDG-KEY-FROM
           MOVE WS-SEL-KEY-TO TO WS-HDG-KEY-TO
           MOVE WS-SEL-ZIP-FROM TO WS-HDG-ZIP-FROM
           MOVE WS-SEL-ZIP-TO TO WS-HDG-ZIP-TO
           IF WS-SEL-STATE = SPACES
               MOVE "ALL" TO WS-HDG-STATE
           ELSE
               MOVE WS-SEL-STATE TO WS-HDG-STATE
           END-IF
           IF WS-SEL-STATUS = SPACES
               MOVE "ALL" TO WS-HDG-STATUS
           ELSE
               MOVE WS-SEL-STATUS TO WS-HDG-STATUS
           END-IF
           MOVE WS-GEN-OPERATOR-ID TO WS-HDG-OPERATOR
           MOVE WS-GEN-BATCH-ID TO WS-HDG-BATCH
           WRITE MASS-REPORT-LINE FROM WS-HEADING-1
           WRITE MASS-REPORT-LINE FROM WS-HEADING-2
           WRITE MASS-REPORT-LINE FROM WS-HEADING-3
           MOVE 3 TO WS-LINE-COUNT.

       2900-READ-MASTER-FILE.
           READ MASTER-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.

       3000-PROCESS-KEYED-TRANS.
           MOVE KEYED-TRANS-RECORD TO TRANS-RECORD
           IF TRANS-REC-IS-TRAILER
      *        The keyed trailer is balanced by 6100 and replaced by
      *        one covering the keyed and generated records together.
               MOVE KEYED-TRANS-RECORD TO TRANS-TRAILER-RECORD
               SET WS-TRAILER-SEEN TO TRUE
               SET WS-KEYED-EOF TO TRUE
           ELSE
               ADD 1 TO WS-KEYED-PASSED
               ADD 1 TO WS-IN-RECORD-COUNT
               IF TRANS-DETAIL(1:5) NUMERIC
                   MOVE TRANS-DETAIL(1:5) TO WS-KEY-WORK
                   ADD WS-KEY-WORK TO WS-IN-KEY-SUM
               END-IF
               PERFORM 5000-WRITE-TRANS-OUT
               PERFORM 3900-READ-KEYED-TRANS
           END-IF.

       3900-READ-KEYED-TRANS.
           READ KEYED-TRANS-FILE
               AT END
                   SET WS-KEYED-EOF TO TRUE
           END-READ.

       5000-WRITE-TRANS-OUT.
           ADD 1 TO WS-OUT-RECORD-COUNT
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
                   PERFORM 2700-WRITE-HEADINGS
               END-IF
               MOVE SPACES TO MASS-REPORT-LINE
               STRING "KEYED INPUT OUT OF BALANCE - COUNT "
                   WS-IN-RECORD-COUNT
                   " VS " TRAILER-RECORD-COUNT
                   " SUM " WS-IN-KEY-SUM " VS " TRAILER-KEY-SUM
                   DELIMITED BY SIZE INTO MASS-REPORT-LINE
               END-STRING
               WRITE MASS-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 7
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO MASS-REPORT-LINE
           WRITE MASS-REPORT-LINE
           MOVE WS-MASTER-RECORDS-READ TO WS-SUM-READ
           WRITE MASS-REPORT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-CUSTOMERS-SELECTED TO WS-SUM-SELECTED
           WRITE MASS-REPORT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-ALREADY-AT-VALUE TO WS-SUM-ALREADY
           WRITE MASS-REPORT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-CHANGES-GENERATED TO WS-SUM-CHANGES
           WRITE MASS-REPORT-LINE FROM WS-SUMMARY-LINE-4
           IF WS-UPDATE-MODE
               MOVE WS-KEYED-PASSED TO WS-SUM-KEYED
               WRITE MASS-REPORT-LINE FROM WS-SUMMARY-LINE-5
               IF WS-KEYED-WAS-OPENED AND NOT WS-TRAILER-SEEN
                   MOVE SPACES TO MASS-REPORT-LINE
                   STRING "TRAILER RECORD MISSING ON KEYED INPUT - "
                       "OUTPUT TRAILER BUILT FROM MERGED TOTALS"
                       DELIMITED BY SIZE INTO MASS-REPORT-LINE
                   END-STRING
                   WRITE MASS-REPORT-LINE
               END-IF
           ELSE
               MOVE SPACES TO MASS-REPORT-LINE
               STRING "PREVIEW ONLY - NO TRANSACTIONS WRITTEN"
                   DELIMITED BY SIZE INTO MASS-REPORT-LINE
               END-STRING
               WRITE MASS-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE MASTER-FILE
           CLOSE MASS-REPORT-FILE
           IF WS-UPDATE-MODE
               IF WS-KEYED-WAS-OPENED
                   CLOSE KEYED-TRANS-FILE
               END-IF
               CLOSE TRANS-OUT-FILE
           END-IF.
