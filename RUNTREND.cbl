       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Weekly and month-end trend report over the run-history
      *    file TRANPROC appends to every night. Each night in the
      *    period is printed with its adds, changes, deletes,
      *    exceptions and duplicate rejects beside the moving
      *    average of the AVGDAYS nights before it, and any figure
      *    that strays from that average by more than DEVPCT
      *    percent is noted under the night. Nights that ran out
      *    of balance or were completed by a restart are counted.
      *    Nights before the period are read only to prime the
      *    moving average, so the first night of the period is
      *    judged against real history.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNH-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "TRDRPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-KEYWORD               PIC X(08).
           05  PARM-VALUE                 PIC X(72).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNH-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-PARM-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-TRD-RPT-STATUS          PIC XX VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RUNH-EOF-SW             PIC X VALUE 'N'.
               88  WS-RUNH-EOF                    VALUE 'Y'.
           05  WS-PARM-EOF-SW             PIC X VALUE 'N'.
               88  WS-PARM-EOF                    VALUE 'Y'.
           05  WS-NIGHT-OPEN-SW           PIC X VALUE 'N'.
               88  WS-NIGHT-OPEN                  VALUE 'Y'.
           05  WS-NIGHT-DEVIATES-SW       PIC X VALUE 'N'.
               88  WS-NIGHT-DEVIATES              VALUE 'Y'.
           05  WS-PERIOD-SW               PIC X VALUE 'W'.
               88  WS-PERIOD-WEEK                 VALUE 'W'.
               88  WS-PERIOD-MONTH                VALUE 'M'.

       01  WS-PARAMETERS.
           05  WS-END-DATE                PIC X(08).
           05  WS-END-DATE-NUM REDEFINES WS-END-DATE
                                          PIC 9(8).
           05  WS-START-DATE              PIC X(08).
           05  WS-START-DATE-NUM REDEFINES WS-START-DATE
                                          PIC 9(8).
           05  WS-AVERAGE-NIGHTS          PIC 9(2) VALUE 07.
           05  WS-DEVIATION-PCT           PIC 9(3) VALUE 050.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE                PIC X(08).
           05  WS-END-DATE-INT            PIC 9(9) VALUE 0.
           05  WS-START-DATE-INT          PIC 9(9) VALUE 0.

      *    Metric subscripts 1-5 are adds, changes, deletes,
      *    exceptions and duplicate rejects throughout.
       01  WS-METRIC-NAME-LIST.
           05  FILLER                     PIC X(14) VALUE "ADDS".
           05  FILLER                     PIC X(14) VALUE "CHANGES".
           05  FILLER                     PIC X(14) VALUE "DELETES".
           05  FILLER                     PIC X(14) VALUE "EXCEPTIONS".
           05  FILLER                     PIC X(14) VALUE "DUP REJECTS".
       01  WS-METRIC-NAMES REDEFINES WS-METRIC-NAME-LIST.
           05  WS-METRIC-NAME             PIC X(14) OCCURS 5 TIMES.

       01  WS-METRIC-IDX                  PIC 9(2) VALUE 0.
       01  WS-TRAIL-IDX                   PIC 9(2) VALUE 0.

      *    The night being gathered: every history record for the
      *    same run date (a restarted run appends a second one) is
      *    folded in before the night is judged.
       01  WS-NIGHT-FIELDS.
           05  WS-NIGHT-DATE              PIC X(08) VALUE SPACES.
           05  WS-NIGHT-DATE-NUM REDEFINES WS-NIGHT-DATE
                                          PIC 9(8).
           05  WS-NIGHT-DATE-INT          PIC 9(9) VALUE 0.
           05  WS-NIGHT-BALANCED-SW       PIC X(01) VALUE SPACES.
           05  WS-NIGHT-RESTART-POINT     PIC 9(9) VALUE 0.
           05  WS-NIGHT-METRIC            PIC 9(9) OCCURS 5 TIMES.

      *    The last AVGDAYS nights, used round-robin; the moving
      *    average is taken over however many are filled.
       01  WS-TRAIL-CONTROL.
           05  WS-TRAIL-FILLED            PIC 9(2) VALUE 0.
           05  WS-TRAIL-NEXT              PIC 9(2) VALUE 1.
       01  WS-TRAIL-TABLE.
           05  WS-TRAIL-ENTRY OCCURS 30 TIMES.
               10  WS-TRAIL-METRIC        PIC 9(9) OCCURS 5 TIMES.

       01  WS-AVERAGE-FIELDS.
           05  WS-TRAIL-SUM               PIC 9(11) VALUE 0.
           05  WS-TRAIL-AVERAGE           PIC 9(9)V99 OCCURS 5 TIMES.
           05  WS-DEVIATION-WORK          PIC S9(9) VALUE 0.
           05  WS-DEVIATION-ABS           PIC 9(9) VALUE 0.

       01  WS-TREND-COUNTS.
           05  WS-HISTORY-RECORDS-READ    PIC 9(9) VALUE 0.
           05  WS-NIGHTS-IN-PERIOD        PIC 9(9) VALUE 0.
           05  WS-NIGHTS-UNBALANCED       PIC 9(9) VALUE 0.
           05  WS-NIGHTS-RESTARTED        PIC 9(9) VALUE 0.
           05  WS-NIGHTS-DEVIATING        PIC 9(9) VALUE 0.
           05  WS-DEVIATION-NOTES         PIC 9(9) VALUE 0.
           05  WS-PERIOD-TOTAL            PIC 9(11) OCCURS 5 TIMES.
           05  WS-PERIOD-AVERAGE          PIC 9(9)V99 VALUE 0.

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE              PIC 9(3) VALUE 060.

       01  WS-PRINT-LINE                  PIC X(132).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(10) VALUE "RUNTREND -".
           05  WS-HDG-TITLE               PIC X(26) VALUE
               " RUN TREND - WEEKLY       ".
           05  FILLER                     PIC X(08) VALUE "AS OF   ".
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE                PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                     PIC X(07) VALUE "PERIOD ".
           05  WS-HDG-START-DATE          PIC X(08).
           05  FILLER                     PIC X(03) VALUE " - ".
           05  WS-HDG-END-DATE            PIC X(08).
           05  FILLER                     PIC X(22) VALUE
               "  MOVING AVERAGE OVER ".
           05  WS-HDG-AVG-NIGHTS          PIC Z9.
           05  FILLER                     PIC X(26) VALUE
               " NIGHTS  DEVIATION LIMIT  ".
           05  WS-HDG-DEV-PCT             PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE "%".

       01  WS-HEADING-3.
           05  FILLER                     PIC X(10) VALUE "RUN DATE".
           05  FILLER                     PIC X(13) VALUE
               "         ADDS".
           05  FILLER                     PIC X(13) VALUE
               "      CHANGES".
           05  FILLER                     PIC X(13) VALUE
               "      DELETES".
           05  FILLER                     PIC X(13) VALUE
               "   EXCEPTIONS".
           05  FILLER                     PIC X(13) VALUE
               "  DUP REJECTS".
           05  FILLER                     PIC X(10) VALUE
               "  BALANCED".
           05  FILLER                     PIC X(16) VALUE
               "  RESTARTED AT".

       01  WS-NIGHT-LINE.
           05  WS-NL-RUN-DATE             PIC X(08).
           05  FILLER                     PIC X(02).
           05  WS-NL-METRIC-GROUP OCCURS 5 TIMES.
               10  FILLER                 PIC X(02).
               10  WS-NL-METRIC           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(09).
           05  WS-NL-BALANCED             PIC X(01).
           05  FILLER                     PIC X(05).
           05  WS-NL-RESTART              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02).
           05  WS-NL-RESTART-NOTE         PIC X(07).

       01  WS-AVERAGE-LINE.
           05  FILLER                     PIC X(03).
           05  WS-AL-LABEL                PIC X(07).
           05  WS-AL-METRIC-GROUP OCCURS 5 TIMES.
               10  FILLER                 PIC X(03).
               10  WS-AL-AVERAGE          PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(06).
           05  WS-AL-NIGHTS               PIC Z9.
           05  WS-AL-NIGHTS-TEXT          PIC X(14).

       01  WS-DEVIATION-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(03) VALUE "** ".
           05  WS-DL-METRIC-NAME          PIC X(14).
           05  WS-DL-NIGHT-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(10) VALUE
               " DEVIATES ".
           05  WS-DL-PERCENT              PIC +(7)9.
           05  FILLER                     PIC X(30) VALUE
               "% FROM MOVING AVERAGE OF      ".
           05  WS-DL-AVERAGE              PIC ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "HISTORY RECORDS READ      ".
           05  WS-SUM-READ                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(26) VALUE
               "NIGHTS IN PERIOD          ".
           05  WS-SUM-NIGHTS              PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(26) VALUE
               "NIGHTS OUT OF BALANCE     ".
           05  WS-SUM-UNBALANCED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                     PIC X(26) VALUE
               "NIGHTS NEEDING A RESTART  ".
           05  WS-SUM-RESTARTED           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                     PIC X(26) VALUE
               "NIGHTS WITH DEVIATIONS    ".
           05  WS-SUM-DEVIATING           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                     PIC X(26) VALUE
               "DEVIATION NOTES           ".
           05  WS-SUM-DEV-NOTES           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PERIOD-TOTAL-LINE.
           05  FILLER                     PIC X(07) VALUE "PERIOD ".
           05  WS-PTL-METRIC-NAME         PIC X(14).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-PTL-TOTAL               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(15) VALUE
               "  AVERAGE/NIGHT".
           05  WS-PTL-AVERAGE             PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RUN-HISTORY UNTIL WS-RUNH-EOF
           IF WS-NIGHT-OPEN
               PERFORM 3000-CLOSE-NIGHT
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
      *    Deviations and unbalanced nights are review items for
      *    the ops meeting, not a stream failure - warning code.
           IF WS-NIGHTS-DEVIATING > 0
                   OR WS-NIGHTS-UNBALANCED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-END-DATE
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-SET-PERIOD
           INITIALIZE WS-TRAIL-TABLE
           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 5
               MOVE 0 TO WS-PERIOD-TOTAL(WS-METRIC-IDX)
           END-PERFORM
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-FILE-STATUS NOT = "00"
               DISPLAY "RUNTREND: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUNH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TREND-REPORT-FILE
           IF WS-TRD-RPT-STATUS NOT = "00"
               DISPLAY "RUNTREND: UNABLE TO OPEN TREND-REPORT-FILE, "
                   "STATUS = " WS-TRD-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-RUN-HISTORY.

       1100-LOAD-PARAMETERS.
      *    Every card is optional: a bare run reports the seven
      *    days ending today against a seven-night moving average
      *    with a 50 percent deviation limit.
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
               WHEN "PERIOD  "
                   EVALUATE PARM-VALUE(1:5)
                       WHEN "WEEK "
                           SET WS-PERIOD-WEEK TO TRUE
                       WHEN "MONTH"
                           SET WS-PERIOD-MONTH TO TRUE
                       WHEN OTHER
                           DISPLAY "RUNTREND: PERIOD MUST BE WEEK OR "
                               "MONTH: " PARM-VALUE(1:5)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
               WHEN "ENDDATE "
                   IF PARM-VALUE(1:8) NOT NUMERIC
                       DISPLAY "RUNTREND: ENDDATE NOT NUMERIC: "
                           PARM-VALUE(1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PARM-VALUE(1:8) TO WS-END-DATE
               WHEN "AVGDAYS "
                   IF PARM-VALUE(1:2) NUMERIC
                           AND PARM-VALUE(1:2) >= "01"
                           AND PARM-VALUE(1:2) <= "30"
                       MOVE PARM-VALUE(1:2) TO WS-AVERAGE-NIGHTS
                   ELSE
                       DISPLAY "RUNTREND: AVGDAYS MUST BE 01-30: "
                           PARM-VALUE(1:2)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "DEVPCT  "
                   IF PARM-VALUE(1:3) NUMERIC
                       MOVE PARM-VALUE(1:3) TO WS-DEVIATION-PCT
                   ELSE
                       DISPLAY "RUNTREND: DEVPCT MUST BE 3 DIGITS: "
                           PARM-VALUE(1:3)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RUNTREND: UNKNOWN PARAMETER CARD IGNORED: "
                       PARM-KEYWORD
           END-EVALUATE.

       1200-SET-PERIOD.
      *    A week is the seven days ending on ENDDATE; a month runs
      *    from the first of ENDDATE's month through ENDDATE, so the
      *    month-end run is given the last day of the month.
           COMPUTE WS-END-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE-NUM)
           IF WS-PERIOD-MONTH
               MOVE WS-END-DATE TO WS-START-DATE
               MOVE "01" TO WS-START-DATE(7:2)
               COMPUTE WS-START-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-START-DATE-NUM)
               MOVE " RUN TREND - MONTH END    " TO WS-HDG-TITLE
           ELSE
               COMPUTE WS-START-DATE-INT = WS-END-DATE-INT - 6
               COMPUTE WS-START-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-START-DATE-INT)
           END-IF.

       2000-PROCESS-RUN-HISTORY.
           ADD 1 TO WS-HISTORY-RECORDS-READ
      *    The file is appended in run order, so the first record
      *    past ENDDATE ends the report.
           IF RUNH-RUN-DATE NOT NUMERIC
               CONTINUE
           ELSE
               IF RUNH-RUN-DATE > WS-END-DATE
                   SET WS-RUNH-EOF TO TRUE
               ELSE
                   IF WS-NIGHT-OPEN
                           AND RUNH-RUN-DATE NOT = WS-NIGHT-DATE
                       PERFORM 3000-CLOSE-NIGHT
                   END-IF
                   IF NOT WS-NIGHT-OPEN
                       PERFORM 2100-OPEN-NIGHT
                   END-IF
                   PERFORM 2200-ADD-TO-NIGHT
               END-IF
           END-IF
           IF NOT WS-RUNH-EOF
               PERFORM 2900-READ-RUN-HISTORY
           END-IF.

       2100-OPEN-NIGHT.
           SET WS-NIGHT-OPEN TO TRUE
           MOVE RUNH-RUN-DATE TO WS-NIGHT-DATE
           COMPUTE WS-NIGHT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE-NUM)
           MOVE 0 TO WS-NIGHT-RESTART-POINT
           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 5
               MOVE 0 TO WS-NIGHT-METRIC(WS-METRIC-IDX)
           END-PERFORM.

       2200-ADD-TO-NIGHT.
      *    The last attempt's balanced switch stands for the night,
      *    as on EXTRECON; any attempt that resumed from a
      *    checkpoint marks the night as restarted.
           ADD RUNH-ADDS-APPLIED TO WS-NIGHT-METRIC(1)
           ADD RUNH-CHANGES-APPLIED TO WS-NIGHT-METRIC(2)
           ADD RUNH-DELETES-APPLIED TO WS-NIGHT-METRIC(3)
           ADD RUNH-EXCEPTIONS TO WS-NIGHT-METRIC(4)
           ADD RUNH-DUP-REJECTS TO WS-NIGHT-METRIC(5)
           MOVE RUNH-BALANCED-SW TO WS-NIGHT-BALANCED-SW
           IF RUNH-RESTART-POINT > 0
               MOVE RUNH-RESTART-POINT TO WS-NIGHT-RESTART-POINT
           END-IF.

       2700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-START-DATE TO WS-HDG-START-DATE
           MOVE WS-END-DATE TO WS-HDG-END-DATE
           MOVE WS-AVERAGE-NIGHTS TO WS-HDG-AVG-NIGHTS
           MOVE WS-DEVIATION-PCT TO WS-HDG-DEV-PCT
           WRITE TREND-REPORT-LINE FROM WS-HEADING-1
           WRITE TREND-REPORT-LINE FROM WS-HEADING-2
           WRITE TREND-REPORT-LINE FROM WS-HEADING-3
           MOVE 3 TO WS-LINE-COUNT.

       2800-WRITE-PRINT-LINE.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       2900-READ-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   SET WS-RUNH-EOF TO TRUE
           END-READ.

       3000-CLOSE-NIGHT.
           IF WS-NIGHT-DATE-INT >= WS-START-DATE-INT
               PERFORM 3100-REPORT-NIGHT
           END-IF
           PERFORM 3500-ROLL-TRAILING-NIGHTS
           MOVE 'N' TO WS-NIGHT-OPEN-SW.

       3100-REPORT-NIGHT.
           ADD 1 TO WS-NIGHTS-IN-PERIOD
           MOVE SPACES TO WS-NIGHT-LINE
           MOVE WS-NIGHT-DATE TO WS-NL-RUN-DATE
           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 5
               MOVE WS-NIGHT-METRIC(WS-METRIC-IDX)
                   TO WS-NL-METRIC(WS-METRIC-IDX)
               ADD WS-NIGHT-METRIC(WS-METRIC-IDX)
                   TO WS-PERIOD-TOTAL(WS-METRIC-IDX)
           END-PERFORM
           IF WS-NIGHT-BALANCED-SW = 'Y'
               MOVE 'Y' TO WS-NL-BALANCED
           ELSE
               MOVE 'N' TO WS-NL-BALANCED
               ADD 1 TO WS-NIGHTS-UNBALANCED
           END-IF
           IF WS-NIGHT-RESTART-POINT > 0
               MOVE WS-NIGHT-RESTART-POINT TO WS-NL-RESTART
               MOVE "RESTART" TO WS-NL-RESTART-NOTE
               ADD 1 TO WS-NIGHTS-RESTARTED
           END-IF
           MOVE WS-NIGHT-LINE TO WS-PRINT-LINE
           PERFORM 2800-WRITE-PRINT-LINE
           PERFORM 3200-REPORT-MOVING-AVERAGE.

       3200-REPORT-MOVING-AVERAGE.
           MOVE SPACES TO WS-AVERAGE-LINE
           IF WS-TRAIL-FILLED = 0
               MOVE "AVERAGE" TO WS-AL-LABEL
               MOVE "  NO PRIOR NIGHTS ON FILE" TO WS-AVERAGE-LINE(13:)
               MOVE WS-AVERAGE-LINE TO WS-PRINT-LINE
               PERFORM 2800-WRITE-PRINT-LINE
           ELSE
               PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                       UNTIL WS-METRIC-IDX > 5
                   MOVE 0 TO WS-TRAIL-SUM
                   PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
                           UNTIL WS-TRAIL-IDX > WS-TRAIL-FILLED
                       ADD WS-TRAIL-METRIC(WS-TRAIL-IDX, WS-METRIC-IDX)
                           TO WS-TRAIL-SUM
                   END-PERFORM
                   COMPUTE WS-TRAIL-AVERAGE(WS-METRIC-IDX) ROUNDED =
                       WS-TRAIL-SUM / WS-TRAIL-FILLED
                   MOVE WS-TRAIL-AVERAGE(WS-METRIC-IDX)
                       TO WS-AL-AVERAGE(WS-METRIC-IDX)
               END-PERFORM
               MOVE "AVERAGE" TO WS-AL-LABEL
               MOVE WS-TRAIL-FILLED TO WS-AL-NIGHTS
               MOVE " PRIOR NIGHTS" TO WS-AL-NIGHTS-TEXT
               MOVE WS-AVERAGE-LINE TO WS-PRINT-LINE
               PERFORM 2800-WRITE-PRINT-LINE
               MOVE 'N' TO WS-NIGHT-DEVIATES-SW
               PERFORM 3300-CHECK-DEVIATION
                   VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 5
               IF WS-NIGHT-DEVIATES
                   ADD 1 TO WS-NIGHTS-DEVIATING
               END-IF
           END-IF.

       3300-CHECK-DEVIATION.
      *    A percentage of a zero average means nothing, so a metric
      *    that has averaged zero is not judged.
           IF WS-TRAIL-AVERAGE(WS-METRIC-IDX) > 0
               COMPUTE WS-DEVIATION-WORK ROUNDED =
                   (WS-NIGHT-METRIC(WS-METRIC-IDX)
                     - WS-TRAIL-AVERAGE(WS-METRIC-IDX)) * 100
                   / WS-TRAIL-AVERAGE(WS-METRIC-IDX)
               IF WS-DEVIATION-WORK < 0
                   COMPUTE WS-DEVIATION-ABS = 0 - WS-DEVIATION-WORK
               ELSE
                   MOVE WS-DEVIATION-WORK TO WS-DEVIATION-ABS
               END-IF
               IF WS-DEVIATION-ABS > WS-DEVIATION-PCT
                   SET WS-NIGHT-DEVIATES TO TRUE
                   ADD 1 TO WS-DEVIATION-NOTES
                   MOVE WS-METRIC-NAME(WS-METRIC-IDX)
                       TO WS-DL-METRIC-NAME
                   MOVE WS-NIGHT-METRIC(WS-METRIC-IDX)
                       TO WS-DL-NIGHT-VALUE
                   MOVE WS-DEVIATION-WORK TO WS-DL-PERCENT
                   MOVE WS-TRAIL-AVERAGE(WS-METRIC-IDX)
                       TO WS-DL-AVERAGE
                   MOVE WS-DEVIATION-LINE TO WS-PRINT-LINE
                   PERFORM 2800-WRITE-PRINT-LINE
               END-IF
           END-IF.

       3500-ROLL-TRAILING-NIGHTS.
           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 5
               MOVE WS-NIGHT-METRIC(WS-METRIC-IDX)
                   TO WS-TRAIL-METRIC(WS-TRAIL-NEXT, WS-METRIC-IDX)
           END-PERFORM
           IF WS-TRAIL-FILLED < WS-AVERAGE-NIGHTS
               ADD 1 TO WS-TRAIL-FILLED
           END-IF
           IF WS-TRAIL-NEXT >= WS-AVERAGE-NIGHTS
               MOVE 1 TO WS-TRAIL-NEXT
           ELSE
               ADD 1 TO WS-TRAIL-NEXT
           END-IF.

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 13
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 5
               MOVE WS-METRIC-NAME(WS-METRIC-IDX)
                   TO WS-PTL-METRIC-NAME
               MOVE WS-PERIOD-TOTAL(WS-METRIC-IDX) TO WS-PTL-TOTAL
               IF WS-NIGHTS-IN-PERIOD > 0
                   COMPUTE WS-PERIOD-AVERAGE ROUNDED =
                       WS-PERIOD-TOTAL(WS-METRIC-IDX)
                       / WS-NIGHTS-IN-PERIOD
               ELSE
                   MOVE 0 TO WS-PERIOD-AVERAGE
               END-IF
               MOVE WS-PERIOD-AVERAGE TO WS-PTL-AVERAGE
               WRITE TREND-REPORT-LINE FROM WS-PERIOD-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE WS-HISTORY-RECORDS-READ TO WS-SUM-READ
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-NIGHTS-IN-PERIOD TO WS-SUM-NIGHTS
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-NIGHTS-UNBALANCED TO WS-SUM-UNBALANCED
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-NIGHTS-RESTARTED TO WS-SUM-RESTARTED
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-NIGHTS-DEVIATING TO WS-SUM-DEVIATING
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE-5
           MOVE WS-DEVIATION-NOTES TO WS-SUM-DEV-NOTES
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE-6.

       9000-TERMINATE.
           CLOSE RUN-HISTORY-FILE
           CLOSE TREND-REPORT-FILE.
