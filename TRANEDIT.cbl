       FILE-CONTROL.
      *    Runs ahead of TRANPROC: reads the raw keyed extract on
      *    TRANINDD, field-edits the CUSTREC detail of every add and
      *    change (only the supplied fields of a masked change), and
      *    writes only clean transactions to TRANDD so TRANPROC
      *    never lands unvalidated detail on the master. Every
      *    transaction must name the operator and batch it came
      *    from, or the audit trail could not say who keyed it.
      *    The state is cross-checked against the ZIP prefix cards
      *    on ZIPREFDD, and the street lines of a clean add or
      *    change are standardized to postal abbreviations, each
      *    adjustment listed on the report. A reversal must name
      *    a numeric key and the full audit timestamp it backs out.
           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT ZIP-REFERENCE-FILE ASSIGN TO "ZIPREFDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIPREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.

       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.
       01  TRANS-OUT-RECORD               PIC X(141).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE               PIC X(132).
           RECORDING MODE IS F.
           COPY RUNCREC.

       FD  ZIP-REFERENCE-FILE.
           COPY ZIPSREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-TRANS-OUT-STATUS        PIC XX VALUE '00'.
           05  WS-EDIT-RPT-STATUS         PIC XX VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-ZIPREF-FILE-STATUS      PIC XX VALUE '00'.

       01  WS-RUN-DATE                    PIC X(08).

               88  WS-SELF-ALREADY-RAN            VALUE 'Y'.
           05  WS-PRED-RAN-SW             PIC X VALUE 'N'.
               88  WS-PRED-COMPLETED              VALUE 'Y'.
           05  WS-ZIPREF-EOF-SW           PIC X VALUE 'N'.
               88  WS-ZIPREF-EOF                  VALUE 'Y'.
           05  WS-ZIPREF-LOADED-SW        PIC X VALUE 'N'.
               88  WS-ZIPREF-LOADED               VALUE 'Y'.
           05  WS-ZIP-STATE-MATCH-SW      PIC X VALUE 'N'.
               88  WS-ZIP-STATE-MATCH             VALUE 'Y'.
           05  WS-STD-CHANGED-SW          PIC X VALUE 'N'.
               88  WS-STD-CHANGED                 VALUE 'Y'.
           05  WS-ABBR-FOUND-SW           PIC X VALUE 'N'.
               88  WS-ABBR-FOUND                  VALUE 'Y'.

       01  WS-REJECT-LIMIT-FIELDS.
      *    REJPCT on PARMDD arms the circuit breaker: once at least
           05  WS-REJECT-RATE-WORK        PIC 9(15) VALUE 0.
           05  WS-REJECT-LIMIT-WORK       PIC 9(15) VALUE 0.

      *    Number of fields a masked change flags as supplied.
       01  WS-SUPPLIED-COUNT              PIC 9(2) VALUE 0.

       01  WS-EDIT-COUNTS.
           05  WS-RECORDS-READ            PIC 9(9) VALUE 0.
           05  WS-RECORDS-PASSED          PIC 9(9) VALUE 0.
           05  WS-RECORDS-REJECTED        PIC 9(9) VALUE 0.
           05  WS-FIELD-ERROR-COUNT       PIC 9(9) VALUE 0.
           05  WS-ADDR-ADJUSTMENTS        PIC 9(9) VALUE 0.
           05  WS-ZIPREF-CARDS-LOADED     PIC 9(9) VALUE 0.
           05  WS-ZIPREF-CARDS-IGNORED    PIC 9(9) VALUE 0.

       01  WS-IN-CONTROL-TOTALS.
           05  WS-IN-RECORD-COUNT         PIC 9(9) VALUE 0.
           05  FILLER                     PIC X(01) VALUE 'T'.
           05  WS-OUT-TRL-COUNT           PIC 9(9).
           05  WS-OUT-TRL-KEY-SUM         PIC 9(15).
           05  FILLER                     PIC X(116) VALUE SPACES.

      *    Postal state and territory codes accepted in CUST-STATE.
       01  WS-STATE-CODE-LIST.
                   OCCURS 53 TIMES
                   INDEXED BY WS-STATE-IDX.

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

      *    Street-line words standardized to their postal
      *    abbreviations; a word is replaced only when it stands
      *    alone, so GROVE STREET becomes GROVE ST but STREETER
      *    ROAD keeps its name.
       01  WS-ABBREVIATION-LIST.
           05  FILLER                     PIC X(14) VALUE
               "STREET    ST  ".
           05  FILLER                     PIC X(14) VALUE
               "AVENUE    AVE ".
           05  FILLER                     PIC X(14) VALUE
               "BOULEVARD BLVD".
           05  FILLER                     PIC X(14) VALUE
               "ROAD      RD  ".
           05  FILLER                     PIC X(14) VALUE
               "DRIVE     DR  ".
           05  FILLER                     PIC X(14) VALUE
               "LANE      LN  ".
           05  FILLER                     PIC X(14) VALUE
               "COURT     CT  ".
           05  FILLER                     PIC X(14) VALUE
               "PLACE     PL  ".
           05  FILLER                     PIC X(14) VALUE
               "PARKWAY   PKWY".
           05  FILLER                     PIC X(14) VALUE
               "HIGHWAY   HWY ".
           05  FILLER                     PIC X(14) VALUE
               "CIRCLE    CIR ".
           05  FILLER                     PIC X(14) VALUE
               "TERRACE   TER ".
           05  FILLER                     PIC X(14) VALUE
               "SQUARE    SQ  ".
           05  FILLER                     PIC X(14) VALUE
               "TRAIL     TRL ".
           05  FILLER                     PIC X(14) VALUE
               "EXPRESSWAYEXPY".
           05  FILLER                     PIC X(14) VALUE
               "FREEWAY   FWY ".
           05  FILLER                     PIC X(14) VALUE
               "TURNPIKE  TPKE".
           05  FILLER                     PIC X(14) VALUE
               "CENTER    CTR ".
           05  FILLER                     PIC X(14) VALUE
               "HEIGHTS   HTS ".
           05  FILLER                     PIC X(14) VALUE
               "APARTMENT APT ".
           05  FILLER                     PIC X(14) VALUE
               "SUITE     STE ".
           05  FILLER                     PIC X(14) VALUE
               "BUILDING  BLDG".
           05  FILLER                     PIC X(14) VALUE
               "FLOOR     FL  ".
           05  FILLER                     PIC X(14) VALUE
               "ROOM      RM  ".
           05  FILLER                     PIC X(14) VALUE
               "DEPARTMENTDEPT".
       01  WS-ABBREVIATION-TABLE REDEFINES WS-ABBREVIATION-LIST.
           05  WS-ABBR-ENTRY              OCCURS 25 TIMES
                   INDEXED BY WS-ABBR-IDX.
               10  WS-ABBR-WORD           PIC X(10).
               10  WS-ABBR-SHORT          PIC X(04).

       01  WS-ADDRESS-STD-FIELDS.
           05  WS-STD-IN                  PIC X(15).
           05  WS-STD-OUT                 PIC X(15).
           05  WS-STD-WORD                PIC X(15).
           05  WS-STD-IN-PTR              PIC 9(3) VALUE 0.
           05  WS-STD-OUT-PTR             PIC 9(3) VALUE 0.
           05  WS-STD-FIELD-NAME          PIC X(16).

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE              PIC 9(3) VALUE 060.
           05  FILLER                     PIC X(18) VALUE "FIELD".
           05  FILLER                     PIC X(32) VALUE
               "VALUE PRESENTED".
           05  FILLER                     PIC X(42) VALUE "REASON".
           05  FILLER                     PIC X(10) VALUE "OPERATOR".
           05  FILLER                     PIC X(08) VALUE "BATCH".

       01  WS-REJECT-LINE.
           05  WS-REJ-KEY                 PIC X(05).
           05  WS-REJ-VALUE               PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-REJ-REASON              PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-REJ-OPERATOR            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-REJ-BATCH               PIC X(08).

       01  WS-ADJUST-LINE.
           05  WS-ADJ-KEY                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ADJ-CODE                PIC X(01).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-ADJ-FIELD               PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ADJ-BEFORE              PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
               "ADJUSTED TO ".
           05  WS-ADJ-AFTER               PIC X(30).
           05  WS-ADJ-OPERATOR            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ADJ-BATCH               PIC X(08).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
           05  FILLER                     PIC X(26) VALUE
               "FIELD ERRORS REPORTED     ".
           05  WS-SUM-FIELDS              PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                     PIC X(26) VALUE
               "ADDRESS LINES STANDARDIZED".
           05  WS-SUM-ADJUSTED            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                     PIC X(26) VALUE
               "ZIP PREFIX CARDS LOADED   ".
           05  WS-SUM-ZIPREF-LOADED       PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                     PIC X(26) VALUE
               "ZIP PREFIX CARDS IGNORED  ".
           05  WS-SUM-ZIPREF-IGNORED      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1050-CHECK-RUN-CONTROL
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-LOAD-ZIP-REFERENCE
           OPEN INPUT TRANS-IN-FILE
           IF WS-TRANS-IN-STATUS NOT = "00"
               DISPLAY "TRANEDIT: UNABLE TO OPEN TRANS-IN-FILE, "
                       PARM-KEYWORD
           END-EVALUATE.

       1200-LOAD-ZIP-REFERENCE.
      *    Without the reference deck the state and ZIP are still
      *    edited on their own; only the cross-check is skipped,
      *    and the summary says so.
           INITIALIZE WS-ZIP-PREFIX-TABLE
           OPEN INPUT ZIP-REFERENCE-FILE
           IF WS-ZIPREF-FILE-STATUS = "00"
               SET WS-ZIPREF-LOADED TO TRUE
               PERFORM UNTIL WS-ZIPREF-EOF
                   READ ZIP-REFERENCE-FILE
                       AT END
                           SET WS-ZIPREF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-LOAD-ZIP-CARD
                   END-READ
               END-PERFORM
               CLOSE ZIP-REFERENCE-FILE
           ELSE
               DISPLAY "TRANEDIT: ZIP PREFIX REFERENCE NOT AVAILABLE, "
                   "STATUS = " WS-ZIPREF-FILE-STATUS
                   " - ZIP/STATE CROSS-CHECK NOT APPLIED"
           END-IF.

       1210-LOAD-ZIP-CARD.
      *    Blank cards and cards starting '*' are comments.
           EVALUATE TRUE
               WHEN ZIP-STATE-RECORD = SPACES
               WHEN ZIPS-PREFIX(1:1) = "*"
                   CONTINUE
               WHEN ZIPS-PREFIX NOT NUMERIC
                   ADD 1 TO WS-ZIPREF-CARDS-IGNORED
                   DISPLAY "TRANEDIT: ZIP PREFIX CARD IGNORED, PREFIX "
                       "NOT NUMERIC: " ZIP-STATE-RECORD(1:40)
               WHEN OTHER
                   MOVE ZIPS-PREFIX TO WS-ZIP-PREFIX-NUM
                   COMPUTE WS-ZPX-SUB = WS-ZIP-PREFIX-NUM + 1
                   IF WS-ZPX-STATE-COUNT(WS-ZPX-SUB) >= 4
                       ADD 1 TO WS-ZIPREF-CARDS-IGNORED
                       DISPLAY "TRANEDIT: ZIP PREFIX CARD IGNORED, "
                           "MORE THAN 4 STATES: "
                           ZIP-STATE-RECORD(1:40)
                   ELSE
                       ADD 1 TO WS-ZIPREF-CARDS-LOADED
                       ADD 1 TO WS-ZPX-STATE-COUNT(WS-ZPX-SUB)
                       MOVE WS-ZPX-STATE-COUNT(WS-ZPX-SUB) TO
                           WS-ZPX-STATE-SUB
                       MOVE ZIPS-STATE TO
                           WS-ZPX-STATE(WS-ZPX-SUB, WS-ZPX-STATE-SUB)
                   END-IF
           END-EVALUATE.

       2000-PROCESS-TRANS-FILE.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-IN-RECORD-COUNT
               ADD WS-SUB-AREA-1 TO WS-IN-KEY-SUM
           END-IF
           SET WS-RECORD-CLEAN TO TRUE
           PERFORM 2170-EDIT-ORIGIN
           IF TRANS-REC-IS-ADD OR TRANS-REC-IS-CHANGE
               PERFORM 2100-EDIT-DETAIL-FIELDS
           END-IF
           IF TRANS-REC-IS-MERGE
               PERFORM 2150-EDIT-MERGE-KEYS
           END-IF
           IF TRANS-REC-IS-REVERSAL
               PERFORM 2190-EDIT-REVERSAL-TARGET
           END-IF
           IF WS-RECORD-CLEAN
               IF TRANS-REC-IS-ADD OR TRANS-REC-IS-CHANGE
                   PERFORM 2500-STANDARDIZE-ADDRESS
               END-IF
               PERFORM 2400-WRITE-PASSED-RECORD
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
       2100-EDIT-DETAIL-FIELDS.
      *    Every field edit is applied, so a bad record reports all
      *    of its failing fields in one pass rather than one per
      *    resubmission cycle. A change that carries a field mask
      *    is edited on the fields it supplies only - the rest of
      *    its detail is not customer data and TRANPROC keeps the
      *    master's values for them.
           IF TRANS-REC-IS-CHANGE
                   AND TRANS-CHANGE-MASK NOT = SPACES
               PERFORM 2160-EDIT-SUPPLIED-FIELDS
           ELSE
               PERFORM 2110-EDIT-NAME
               PERFORM 2120-EDIT-STATE
               PERFORM 2130-EDIT-ZIP
               PERFORM 2140-EDIT-STATUS
               PERFORM 2180-EDIT-ZIP-STATE
           END-IF.

       2110-EDIT-NAME.
           IF CUST-NAME = SPACES
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF.

       2160-EDIT-SUPPLIED-FIELDS.
           MOVE ZERO TO WS-SUPPLIED-COUNT
           INSPECT TRANS-CHANGE-MASK TALLYING WS-SUPPLIED-COUNT
               FOR ALL 'Y'
           IF WS-SUPPLIED-COUNT = 0
               MOVE "CHANGE-MASK" TO WS-REJ-FIELD
               MOVE TRANS-CHANGE-MASK TO WS-REJ-VALUE
               MOVE "CHANGE SUPPLIES NO FIELDS" TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF
           IF TRANS-CHG-NAME
               PERFORM 2110-EDIT-NAME
           END-IF
           IF TRANS-CHG-STATE
               PERFORM 2120-EDIT-STATE
           END-IF
           IF TRANS-CHG-ZIP
               PERFORM 2130-EDIT-ZIP
           END-IF
           IF TRANS-CHG-STATUS
               PERFORM 2140-EDIT-STATUS
           END-IF
      *    With only one of the pair supplied the other half is on
      *    the master, which this step does not read.
           IF TRANS-CHG-STATE AND TRANS-CHG-ZIP
               PERFORM 2180-EDIT-ZIP-STATE
           END-IF.

       2170-EDIT-ORIGIN.
           IF TRANS-OPERATOR-ID = SPACES
               MOVE "OPERATOR-ID" TO WS-REJ-FIELD
               MOVE TRANS-OPERATOR-ID TO WS-REJ-VALUE
               MOVE "OPERATOR ID IS BLANK" TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF
           IF TRANS-BATCH-ID = SPACES
               MOVE "BATCH-ID" TO WS-REJ-FIELD
               MOVE TRANS-BATCH-ID TO WS-REJ-VALUE
               MOVE "BATCH ID IS BLANK" TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF.

       2180-EDIT-ZIP-STATE.
      *    Runs after 2120 - a state that is not a postal code at
      *    all has already been reported and is not reported twice.
           IF WS-ZIPREF-LOADED
                   AND WS-STATE-FOUND
                   AND CUST-ZIP(1:3) NUMERIC
               MOVE CUST-ZIP(1:3) TO WS-ZIP-PREFIX-NUM
               COMPUTE WS-ZPX-SUB = WS-ZIP-PREFIX-NUM + 1
               IF WS-ZPX-STATE-COUNT(WS-ZPX-SUB) > 0
                   MOVE 'N' TO WS-ZIP-STATE-MATCH-SW
                   PERFORM VARYING WS-ZPX-STATE-SUB FROM 1 BY 1
                           UNTIL WS-ZPX-STATE-SUB >
                                 WS-ZPX-STATE-COUNT(WS-ZPX-SUB)
                              OR WS-ZIP-STATE-MATCH
                       IF CUST-STATE =
                           WS-ZPX-STATE(WS-ZPX-SUB, WS-ZPX-STATE-SUB)
                           SET WS-ZIP-STATE-MATCH TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ZIP-STATE-MATCH
                       MOVE "CUST-STATE" TO WS-REJ-FIELD
                       MOVE SPACES TO WS-REJ-VALUE
                       STRING CUST-STATE " / ZIP " CUST-ZIP
                           DELIMITED BY SIZE INTO WS-REJ-VALUE
                       END-STRING
                       MOVE SPACES TO WS-REJ-REASON
                       STRING "STATE NOT VALID FOR ZIP PREFIX "
                           CUST-ZIP(1:3)
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                       END-STRING
                       PERFORM 2300-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

       2190-EDIT-REVERSAL-TARGET.
      *    A reversal carries no customer detail - just the key in
      *    bytes 1-5 and the AUDIT-TIMESTAMP of the maintenance to
      *    back out in bytes 6-31. Whether that audit record exists
      *    and may still be reversed is for TRANPROC to judge; only
      *    the shape of the timestamp (YYYYMMDDHHMMSS and the
      *    hundredths) can be edited here.
           IF WS-AREA-1(1:5) NOT NUMERIC
               MOVE "REVERSAL-KEY" TO WS-REJ-FIELD
               MOVE WS-AREA-1(1:5) TO WS-REJ-VALUE
               MOVE "REVERSAL KEY NOT NUMERIC" TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF
           IF WS-AREA-1(6:16) NOT NUMERIC
               MOVE "AUDIT-TIMESTAMP" TO WS-REJ-FIELD
               MOVE WS-AREA-1(6:26) TO WS-REJ-VALUE
               MOVE "REVERSAL TIMESTAMP NOT YYYYMMDDHHMMSSHH" TO
                   WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF.

       2200-CHECK-REJECT-RATE.
           COMPUTE WS-REJECT-RATE-WORK = WS-RECORDS-REJECTED * 100
           COMPUTE WS-REJECT-LIMIT-WORK =
           END-IF
           MOVE WS-AREA-1(1:5) TO WS-REJ-KEY
           MOVE TRANS-REC-CODE TO WS-REJ-CODE
           MOVE TRANS-OPERATOR-ID TO WS-REJ-OPERATOR
           MOVE TRANS-BATCH-ID TO WS-REJ-BATCH
           WRITE EDIT-REPORT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-LINE-COUNT.

           END-IF
           WRITE TRANS-OUT-RECORD FROM TRANS-RECORD.

       2500-STANDARDIZE-ADDRESS.
      *    Only street lines the transaction actually supplies are
      *    touched; the standardized detail goes out on TRANDD.
           IF NOT TRANS-REC-IS-CHANGE
                   OR TRANS-CHANGE-MASK = SPACES
                   OR TRANS-CHG-ADDR-1
               MOVE "CUST-ADDR-LINE-1" TO WS-STD-FIELD-NAME
               MOVE CUST-ADDR-LINE-1 TO WS-STD-IN
               PERFORM 2510-STANDARDIZE-LINE
               IF WS-STD-CHANGED
                   MOVE WS-STD-OUT TO CUST-ADDR-LINE-1
               END-IF
           END-IF
           IF NOT TRANS-REC-IS-CHANGE
                   OR TRANS-CHANGE-MASK = SPACES
                   OR TRANS-CHG-ADDR-2
               MOVE "CUST-ADDR-LINE-2" TO WS-STD-FIELD-NAME
               MOVE CUST-ADDR-LINE-2 TO WS-STD-IN
               PERFORM 2510-STANDARDIZE-LINE
               IF WS-STD-CHANGED
                   MOVE WS-STD-OUT TO CUST-ADDR-LINE-2
               END-IF
           END-IF
           MOVE WS-AREA-1 TO TRANS-DETAIL.

       2510-STANDARDIZE-LINE.
      *    The line is rebuilt word by word with single spaces; it
      *    is only replaced when at least one word was abbreviated,
      *    so a line with nothing to standardize is left as keyed.
           MOVE 'N' TO WS-STD-CHANGED-SW
           MOVE SPACES TO WS-STD-OUT
           MOVE 1 TO WS-STD-IN-PTR
           MOVE 1 TO WS-STD-OUT-PTR
           PERFORM 2520-STANDARDIZE-WORD
               UNTIL WS-STD-IN-PTR > 15
           IF WS-STD-CHANGED
               ADD 1 TO WS-ADDR-ADJUSTMENTS
               PERFORM 2550-WRITE-ADJUST-LINE
           END-IF.

       2520-STANDARDIZE-WORD.
           MOVE SPACES TO WS-STD-WORD
           UNSTRING WS-STD-IN DELIMITED BY ALL SPACE
               INTO WS-STD-WORD
               WITH POINTER WS-STD-IN-PTR
           END-UNSTRING
           IF WS-STD-WORD NOT = SPACES
               MOVE 'N' TO WS-ABBR-FOUND-SW
               PERFORM VARYING WS-ABBR-IDX FROM 1 BY 1
                       UNTIL WS-ABBR-IDX > 25
                          OR WS-ABBR-FOUND
                   IF WS-STD-WORD = WS-ABBR-WORD(WS-ABBR-IDX)
                       MOVE WS-ABBR-SHORT(WS-ABBR-IDX) TO WS-STD-WORD
                       SET WS-ABBR-FOUND TO TRUE
                       SET WS-STD-CHANGED TO TRUE
                   END-IF
               END-PERFORM
               IF WS-STD-OUT-PTR > 1
                   STRING SPACE DELIMITED BY SIZE
                       INTO WS-STD-OUT WITH POINTER WS-STD-OUT-PTR
                   END-STRING
               END-IF
               STRING WS-STD-WORD DELIMITED BY SPACE
                   INTO WS-STD-OUT WITH POINTER WS-STD-OUT-PTR
               END-STRING
           END-IF.

       2550-WRITE-ADJUST-LINE.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE WS-AREA-1(1:5) TO WS-ADJ-KEY
           MOVE TRANS-REC-CODE TO WS-ADJ-CODE
           MOVE WS-STD-FIELD-NAME TO WS-ADJ-FIELD
           MOVE WS-STD-IN TO WS-ADJ-BEFORE
           MOVE WS-STD-OUT TO WS-ADJ-AFTER
           MOVE TRANS-OPERATOR-ID TO WS-ADJ-OPERATOR
           MOVE TRANS-BATCH-ID TO WS-ADJ-BATCH
           WRITE EDIT-REPORT-LINE FROM WS-ADJUST-LINE
           ADD 1 TO WS-LINE-COUNT.

       2700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 9
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-FIELD-ERROR-COUNT TO WS-SUM-FIELDS
           WRITE EDIT-REPORT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-ADDR-ADJUSTMENTS TO WS-SUM-ADJUSTED
           WRITE EDIT-REPORT-LINE FROM WS-SUMMARY-LINE-5
           IF WS-ZIPREF-LOADED
               MOVE WS-ZIPREF-CARDS-LOADED TO WS-SUM-ZIPREF-LOADED
               WRITE EDIT-REPORT-LINE FROM WS-SUMMARY-LINE-6
               MOVE WS-ZIPREF-CARDS-IGNORED TO WS-SUM-ZIPREF-IGNORED
               WRITE EDIT-REPORT-LINE FROM WS-SUMMARY-LINE-7
           ELSE
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "ZIP PREFIX REFERENCE NOT AVAILABLE - "
                   "ZIP/STATE CROSS-CHECK NOT APPLIED"
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
               WRITE EDIT-REPORT-LINE
           END-IF
           IF NOT WS-TRAILER-SEEN
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "TRAILER RECORD MISSING ON INPUT - OUTPUT "
