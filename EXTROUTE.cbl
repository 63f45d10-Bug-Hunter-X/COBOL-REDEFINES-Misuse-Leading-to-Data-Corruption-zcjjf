       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTROUTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Extract routing step run after TRANPROC: the night's
      *    EXTRDD is split into one feed per receiver according to
      *    the subscription profiles on SUBSDD - which actions the
      *    receiver takes and, for changes, which fields it cares
      *    about. Each feed gets its own header and a trailer
      *    carrying the receiver ID and the count actually sent to
      *    it, and every such trailer is appended to the extract
      *    send log so EXTRECON balances each receiver's
      *    acknowledgment against exactly what that receiver was
      *    given. The whole-night EXTRDD is balanced against its
      *    own trailer before anything is routed.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-FILE-STATUS.

           SELECT RECEIVER-FILE-1 ASSIGN TO "EXTR01DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-1.

           SELECT RECEIVER-FILE-2 ASSIGN TO "EXTR02DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-2.

           SELECT RECEIVER-FILE-3 ASSIGN TO "EXTR03DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-3.

           SELECT RECEIVER-FILE-4 ASSIGN TO "EXTR04DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-4.

           SELECT RECEIVER-FILE-5 ASSIGN TO "EXTR05DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-5.

           SELECT RECEIVER-FILE-6 ASSIGN TO "EXTR06DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-6.

           SELECT RECEIVER-FILE-7 ASSIGN TO "EXTR07DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-7.

           SELECT RECEIVER-FILE-8 ASSIGN TO "EXTR08DD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS-8.

           SELECT EXTRACT-LOG-FILE ASSIGN TO "EXTLOGDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTLOG-FILE-STATUS.

           SELECT ROUTE-REPORT-FILE ASSIGN TO "RTERPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD                 PIC X(136).

       FD  SUBSCRIPTION-FILE.
           COPY SUBSREC.

       FD  RECEIVER-FILE-1
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-1              PIC X(136).

       FD  RECEIVER-FILE-2
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-2              PIC X(136).

       FD  RECEIVER-FILE-3
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-3              PIC X(136).

       FD  RECEIVER-FILE-4
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-4              PIC X(136).

       FD  RECEIVER-FILE-5
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-5              PIC X(136).

       FD  RECEIVER-FILE-6
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-6              PIC X(136).

       FD  RECEIVER-FILE-7
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-7              PIC X(136).

       FD  RECEIVER-FILE-8
           RECORDING MODE IS F.
       01  RECEIVER-RECORD-8              PIC X(136).

       FD  EXTRACT-LOG-FILE
           RECORDING MODE IS F.
       01  EXTRACT-LOG-RECORD             PIC X(136).

       FD  ROUTE-REPORT-FILE.
       01  ROUTE-REPORT-LINE              PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-FILE-STATUS     PIC XX VALUE '00'.
           05  WS-SUBS-FILE-STATUS        PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-1       PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-2       PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-3       PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-4       PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-5       PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-6       PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-7       PIC XX VALUE '00'.
           05  WS-RCV-FILE-STATUS-8       PIC XX VALUE '00'.
           05  WS-RCV-OPEN-STATUS         PIC XX VALUE '00'.
           05  WS-EXTLOG-FILE-STATUS      PIC XX VALUE '00'.
           05  WS-RTE-RPT-STATUS          PIC XX VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS      PIC XX VALUE '00'.

      *    Header, detail and trailer views of the extract records.
           COPY EXTRREC.

       01  WS-SWITCHES.
           05  WS-EXTRACT-EOF-SW          PIC X VALUE 'N'.
               88  WS-EXTRACT-EOF                 VALUE 'Y'.
           05  WS-SUBS-EOF-SW             PIC X VALUE 'N'.
               88  WS-SUBS-EOF                    VALUE 'Y'.
           05  WS-HEADER-SEEN-SW          PIC X VALUE 'N'.
               88  WS-HEADER-SEEN                 VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW         PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN                VALUE 'Y'.
           05  WS-BALANCED-SW             PIC X VALUE 'Y'.
               88  WS-RUN-BALANCED                VALUE 'Y'.
               88  WS-RUN-OUT-OF-BALANCE          VALUE 'N'.
           05  WS-RUNCTL-EOF-SW           PIC X VALUE 'N'.
               88  WS-RUNCTL-EOF                  VALUE 'Y'.
           05  WS-SELF-RAN-SW             PIC X VALUE 'N'.
               88  WS-SELF-ALREADY-RAN            VALUE 'Y'.
           05  WS-PRED-RAN-SW             PIC X VALUE 'N'.
               88  WS-PRED-COMPLETED              VALUE 'Y'.
           05  WS-WANTED-SW               PIC X VALUE 'N'.
               88  WS-RECEIVER-WANTS-IT           VALUE 'Y'.
           05  WS-ROUTED-SW               PIC X VALUE 'N'.
               88  WS-DETAIL-ROUTED               VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(08).
       01  WS-FEED-RUN-DATE               PIC X(08) VALUE SPACES.

      *    One entry per output slot; a slot with no profile card
      *    is not opened. The profile is carried here so each
      *    detail is judged without rereading SUBSDD.
       01  WS-SLOT-IDX                    PIC 9(2) VALUE 0.
       01  WS-FIELD-IDX                   PIC 9(2) VALUE 0.
       01  WS-RECEIVER-COUNT              PIC 9(2) VALUE 0.
       01  WS-RECEIVER-TABLE.
           05  WS-RCV-ENTRY OCCURS 8 TIMES.
               10  WS-RCV-IN-USE-SW       PIC X(01).
                   88  WS-RCV-IN-USE              VALUE 'Y'.
               10  WS-RCV-ID              PIC X(08).
               10  WS-RCV-ACTION-FLAGS.
                   15  WS-RCV-ADDS-SW     PIC X(01).
                       88  WS-RCV-WANTS-ADDS       VALUE 'Y'.
                   15  WS-RCV-CHANGES-SW  PIC X(01).
                       88  WS-RCV-WANTS-CHANGES    VALUE 'Y'.
                   15  WS-RCV-DELETES-SW  PIC X(01).
                       88  WS-RCV-WANTS-DELETES    VALUE 'Y'.
               10  WS-RCV-FIELD-FLAGS     PIC X(07).
               10  WS-RCV-DESCRIPTION     PIC X(30).
               10  WS-RCV-SENT            PIC 9(9).

       01  WS-ROUTE-RECORD                PIC X(136).

       01  WS-ROUTE-COUNTS.
           05  WS-SUBS-CARDS-READ         PIC 9(9) VALUE 0.
           05  WS-DETAILS-READ            PIC 9(9) VALUE 0.
           05  WS-DETAILS-UNROUTED        PIC 9(9) VALUE 0.
           05  WS-RECORDS-ROUTED          PIC 9(9) VALUE 0.

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE              PIC 9(3) VALUE 060.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(10) VALUE "EXTROUTE -".
           05  FILLER                     PIC X(26) VALUE
               " EXTRACT ROUTING REPORT   ".
           05  FILLER                     PIC X(08) VALUE "AS OF   ".
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE                PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                     PIC X(10) VALUE "RECEIVER".
           05  FILLER                     PIC X(06) VALUE "SLOT".
           05  FILLER                     PIC X(09) VALUE "ACTIONS".
           05  FILLER                     PIC X(09) VALUE "FIELDS".
           05  FILLER                     PIC X(32) VALUE
               "DESCRIPTION".
           05  FILLER                     PIC X(14) VALUE
               "  RECORDS SENT".

       01  WS-RECEIVER-LINE.
           05  WS-RL-RECEIVER             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RL-SLOT                 PIC 9(02).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-RL-ACTIONS              PIC X(03).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-RL-FIELDS               PIC X(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RL-DESCRIPTION          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RL-SENT                 PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(26) VALUE
               "PROFILE CARDS READ        ".
           05  WS-SUM-CARDS               PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(26) VALUE
               "RECEIVERS ROUTED          ".
           05  WS-SUM-RECEIVERS           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(26) VALUE
               "EXTRACT DETAILS READ      ".
           05  WS-SUM-DETAILS             PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                     PIC X(26) VALUE
               "DETAILS NO RECEIVER WANTED".
           05  WS-SUM-UNROUTED            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                     PIC X(26) VALUE
               "RECORDS ROUTED, ALL FEEDS ".
           05  WS-SUM-ROUTED              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT UNTIL WS-EXTRACT-EOF
           IF WS-TRAILER-SEEN
               PERFORM 6100-CHECK-INPUT-TOTALS
           ELSE
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
               PERFORM 6200-REPORT-MISSING-TRAILER
           END-IF
           PERFORM 6000-WRITE-RECEIVER-TRAILERS
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
           PERFORM 1100-LOAD-SUBSCRIPTIONS
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "EXTROUTE: UNABLE TO OPEN EXTRACT-FILE, "
                   "STATUS = " WS-EXTRACT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ROUTE-REPORT-FILE
           IF WS-RTE-RPT-STATUS NOT = "00"
               DISPLAY "EXTROUTE: UNABLE TO OPEN ROUTE-REPORT-FILE, "
                   "STATUS = " WS-RTE-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-OPEN-RECEIVER-FILE
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 8
           PERFORM 2900-READ-EXTRACT.

       1050-CHECK-RUN-CONTROL.
      *    Routing a half-written EXTRDD would send every receiver
      *    a short feed with a trailer that balances; TRANPROC's
      *    stamp for this run date is required.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RUNC-RUN-DATE = WS-RUN-DATE
                               IF RUNC-PROGRAM = "EXTROUTE"
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
               DISPLAY "EXTROUTE: ALREADY COMPLETED FOR RUN DATE "
                   WS-RUN-DATE " - STEP REPEATED, NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PRED-COMPLETED
               DISPLAY "EXTROUTE: PREDECESSOR TRANPROC HAS NOT "
                   "COMPLETED FOR RUN DATE " WS-RUN-DATE
                   " - STEP MISSING, NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-SUBSCRIPTIONS.
      *    Without profiles there is nothing to route to; a bad
      *    card stops the step rather than silently starving a
      *    receiver of its feed.
           INITIALIZE WS-RECEIVER-TABLE
           OPEN INPUT SUBSCRIPTION-FILE
           IF WS-SUBS-FILE-STATUS NOT = "00"
               DISPLAY "EXTROUTE: UNABLE TO OPEN SUBSCRIPTION-FILE, "
                   "STATUS = " WS-SUBS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SUBS-EOF
               READ SUBSCRIPTION-FILE
                   AT END
                       SET WS-SUBS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-LOAD-PROFILE-CARD
               END-READ
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE
           IF WS-RECEIVER-COUNT = 0
               DISPLAY "EXTROUTE: NO SUBSCRIPTION PROFILES ON "
                   "SUBSDD - NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LOAD-PROFILE-CARD.
           EVALUATE TRUE
               WHEN SUBSCRIPTION-RECORD = SPACES
                   CONTINUE
               WHEN SUBS-RECEIVER-ID(1:1) = '*'
                   CONTINUE
               WHEN SUBS-RECEIVER-ID = SPACES
                       OR SUBS-SLOT NOT NUMERIC
                       OR SUBS-SLOT < "01" OR SUBS-SLOT > "08"
                   DISPLAY "EXTROUTE: PROFILE CARD NEEDS A RECEIVER "
                       "AND SLOT 01-08: " SUBSCRIPTION-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO WS-SUBS-CARDS-READ
                   MOVE SUBS-SLOT TO WS-SLOT-IDX
                   PERFORM 1120-CHECK-DUPLICATE-RECEIVER
                   ADD 1 TO WS-RECEIVER-COUNT
                   MOVE 'Y' TO WS-RCV-IN-USE-SW(WS-SLOT-IDX)
                   MOVE SUBS-RECEIVER-ID TO WS-RCV-ID(WS-SLOT-IDX)
                   MOVE SUBS-ACTION-FLAGS
                       TO WS-RCV-ACTION-FLAGS(WS-SLOT-IDX)
                   MOVE SUBS-FIELD-FLAGS
                       TO WS-RCV-FIELD-FLAGS(WS-SLOT-IDX)
                   MOVE SUBS-DESCRIPTION
                       TO WS-RCV-DESCRIPTION(WS-SLOT-IDX)
                   MOVE 0 TO WS-RCV-SENT(WS-SLOT-IDX)
           END-EVALUATE.

       1120-CHECK-DUPLICATE-RECEIVER.
      *    One slot per receiver and one receiver per slot, or two
      *    trailers would be logged against the same ACK.
           IF WS-RCV-IN-USE(WS-SLOT-IDX)
               DISPLAY "EXTROUTE: SLOT " SUBS-SLOT
                   " GIVEN TO MORE THAN ONE RECEIVER - NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > 8
               IF WS-RCV-IN-USE(WS-FIELD-IDX)
                       AND WS-RCV-ID(WS-FIELD-IDX) = SUBS-RECEIVER-ID
                   DISPLAY "EXTROUTE: RECEIVER " SUBS-RECEIVER-ID
                       " HAS MORE THAN ONE PROFILE - NOT RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       1200-OPEN-RECEIVER-FILE.
           IF WS-RCV-IN-USE(WS-SLOT-IDX)
               EVALUATE WS-SLOT-IDX
                   WHEN 1
                       OPEN OUTPUT RECEIVER-FILE-1
                       MOVE WS-RCV-FILE-STATUS-1
                           TO WS-RCV-OPEN-STATUS
                   WHEN 2
                       OPEN OUTPUT RECEIVER-FILE-2
                       MOVE WS-RCV-FILE-STATUS-2
                           TO WS-RCV-OPEN-STATUS
                   WHEN 3
                       OPEN OUTPUT RECEIVER-FILE-3
                       MOVE WS-RCV-FILE-STATUS-3
                           TO WS-RCV-OPEN-STATUS
                   WHEN 4
                       OPEN OUTPUT RECEIVER-FILE-4
                       MOVE WS-RCV-FILE-STATUS-4
                           TO WS-RCV-OPEN-STATUS
                   WHEN 5
                       OPEN OUTPUT RECEIVER-FILE-5
                       MOVE WS-RCV-FILE-STATUS-5
                           TO WS-RCV-OPEN-STATUS
                   WHEN 6
                       OPEN OUTPUT RECEIVER-FILE-6
                       MOVE WS-RCV-FILE-STATUS-6
                           TO WS-RCV-OPEN-STATUS
                   WHEN 7
                       OPEN OUTPUT RECEIVER-FILE-7
                       MOVE WS-RCV-FILE-STATUS-7
                           TO WS-RCV-OPEN-STATUS
                   WHEN 8
                       OPEN OUTPUT RECEIVER-FILE-8
                       MOVE WS-RCV-FILE-STATUS-8
                           TO WS-RCV-OPEN-STATUS
               END-EVALUATE
               IF WS-RCV-OPEN-STATUS NOT = "00"
                   DISPLAY "EXTROUTE: UNABLE TO OPEN RECEIVER FILE "
                       "EXTR" WS-SLOT-IDX "DD FOR "
                       WS-RCV-ID(WS-SLOT-IDX) ", STATUS = "
                       WS-RCV-OPEN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-EXTRACT.
           EVALUATE EXTRACT-RECORD(1:1)
               WHEN 'H'
                   PERFORM 2100-ROUTE-HEADER
               WHEN 'D'
                   PERFORM 2200-ROUTE-DETAIL
               WHEN 'T'
                   MOVE EXTRACT-RECORD TO EXTRACT-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE EXTR-TRL-RUN-DATE TO WS-FEED-RUN-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TRAILER-SEEN
               SET WS-EXTRACT-EOF TO TRUE
           ELSE
               PERFORM 2900-READ-EXTRACT
           END-IF.

       2100-ROUTE-HEADER.
      *    Every receiver gets the night's header as written, so
      *    each feed opens with the same run date it closes with.
      *    A header turning up after the details has already had
      *    one supplied in its place and is not sent again.
           IF NOT WS-HEADER-SEEN
               SET WS-HEADER-SEEN TO TRUE
               MOVE EXTRACT-RECORD TO EXTRACT-HEADER-RECORD
               MOVE EXTR-HDR-RUN-DATE TO WS-FEED-RUN-DATE
               MOVE EXTRACT-RECORD TO WS-ROUTE-RECORD
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 8
                   IF WS-RCV-IN-USE(WS-SLOT-IDX)
                       PERFORM 5000-WRITE-TO-RECEIVER
                   END-IF
               END-PERFORM
           END-IF.

       2200-ROUTE-DETAIL.
           IF NOT WS-HEADER-SEEN
               PERFORM 6050-WRITE-MISSING-HEADER
           END-IF
           ADD 1 TO WS-DETAILS-READ
           MOVE EXTRACT-RECORD TO EXTRACT-DETAIL-RECORD
           MOVE EXTRACT-RECORD TO WS-ROUTE-RECORD
           MOVE 'N' TO WS-ROUTED-SW
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 8
               IF WS-RCV-IN-USE(WS-SLOT-IDX)
                   PERFORM 2300-JUDGE-SUBSCRIPTION
                   IF WS-RECEIVER-WANTS-IT
                       SET WS-DETAIL-ROUTED TO TRUE
                       ADD 1 TO WS-RCV-SENT(WS-SLOT-IDX)
                       ADD 1 TO WS-RECORDS-ROUTED
                       PERFORM 5000-WRITE-TO-RECEIVER
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-DETAIL-ROUTED
               ADD 1 TO WS-DETAILS-UNROUTED
           END-IF.

       2300-JUDGE-SUBSCRIPTION.
           MOVE 'N' TO WS-WANTED-SW
           EVALUATE TRUE
               WHEN EXTR-ACTION-IS-ADD
                   IF WS-RCV-WANTS-ADDS(WS-SLOT-IDX)
                       SET WS-RECEIVER-WANTS-IT TO TRUE
                   END-IF
               WHEN EXTR-ACTION-IS-DELETE
                   IF WS-RCV-WANTS-DELETES(WS-SLOT-IDX)
                       SET WS-RECEIVER-WANTS-IT TO TRUE
                   END-IF
               WHEN EXTR-ACTION-IS-CHANGE
                   IF WS-RCV-WANTS-CHANGES(WS-SLOT-IDX)
                       PERFORM 2310-MATCH-CHANGED-FIELDS
                   END-IF
           END-EVALUATE.

       2310-MATCH-CHANGED-FIELDS.
      *    A change with no field flags (written before the flags
      *    existed) or a receiver with no field flags matches on
      *    the action alone.
           IF EXTR-DTL-CHANGED-FIELDS(1:7) = SPACES
                   OR WS-RCV-FIELD-FLAGS(WS-SLOT-IDX) = SPACES
               SET WS-RECEIVER-WANTS-IT TO TRUE
           ELSE
               PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > 7
                   IF EXTR-DTL-CHANGED-FIELDS(WS-FIELD-IDX:1) = 'Y'
                           AND WS-RCV-FIELD-FLAGS(WS-SLOT-IDX)
                               (WS-FIELD-IDX:1) = 'Y'
                       SET WS-RECEIVER-WANTS-IT TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE ROUTE-REPORT-LINE FROM WS-HEADING-1
           WRITE ROUTE-REPORT-LINE FROM WS-HEADING-2
           MOVE 2 TO WS-LINE-COUNT.

       2900-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
           END-READ.

       5000-WRITE-TO-RECEIVER.
           EVALUATE WS-SLOT-IDX
               WHEN 1
                   WRITE RECEIVER-RECORD-1 FROM WS-ROUTE-RECORD
               WHEN 2
                   WRITE RECEIVER-RECORD-2 FROM WS-ROUTE-RECORD
               WHEN 3
                   WRITE RECEIVER-RECORD-3 FROM WS-ROUTE-RECORD
               WHEN 4
                   WRITE RECEIVER-RECORD-4 FROM WS-ROUTE-RECORD
               WHEN 5
                   WRITE RECEIVER-RECORD-5 FROM WS-ROUTE-RECORD
               WHEN 6
                   WRITE RECEIVER-RECORD-6 FROM WS-ROUTE-RECORD
               WHEN 7
                   WRITE RECEIVER-RECORD-7 FROM WS-ROUTE-RECORD
               WHEN 8
                   WRITE RECEIVER-RECORD-8 FROM WS-ROUTE-RECORD
           END-EVALUATE.

       6000-WRITE-RECEIVER-TRAILERS.
           IF NOT WS-HEADER-SEEN
               PERFORM 6050-WRITE-MISSING-HEADER
           END-IF
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 8
               IF WS-RCV-IN-USE(WS-SLOT-IDX)
                   MOVE SPACES TO EXTRACT-TRAILER-RECORD
                   SET EXTR-REC-IS-TRAILER TO TRUE
                   MOVE WS-FEED-RUN-DATE TO EXTR-TRL-RUN-DATE
                   MOVE WS-RCV-SENT(WS-SLOT-IDX)
                       TO EXTR-TRL-RECORD-COUNT
                   MOVE WS-RCV-ID(WS-SLOT-IDX) TO EXTR-TRL-RECEIVER-ID
                   MOVE EXTRACT-TRAILER-RECORD TO WS-ROUTE-RECORD
                   PERFORM 5000-WRITE-TO-RECEIVER
                   PERFORM 6600-LOG-RECEIVER-TRAILER
                   PERFORM 6700-WRITE-RECEIVER-LINE
               END-IF
           END-PERFORM.

       6050-WRITE-MISSING-HEADER.
      *    EXTRDD has no header ahead of its first detail, or is
      *    empty: every feed is still opened with a header, dated
      *    today, before anything else is written to it, so the
      *    receiver gets a well-formed feed and acknowledges the
      *    night instead of waiting. As with a missing trailer the
      *    night's extract is not as TRANPROC wrote it, and the
      *    run is out of balance.
           SET WS-HEADER-SEEN TO TRUE
           SET WS-RUN-OUT-OF-BALANCE TO TRUE
           IF WS-FEED-RUN-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FEED-RUN-DATE
           END-IF
           MOVE SPACES TO EXTRACT-HEADER-RECORD
           SET EXTR-REC-IS-HEADER TO TRUE
           MOVE WS-FEED-RUN-DATE TO EXTR-HDR-RUN-DATE
           MOVE EXTRACT-HEADER-RECORD TO WS-ROUTE-RECORD
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 8
               IF WS-RCV-IN-USE(WS-SLOT-IDX)
                   PERFORM 5000-WRITE-TO-RECEIVER
               END-IF
           END-PERFORM
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO ROUTE-REPORT-LINE
           STRING "HEADER RECORD MISSING ON EXTRACT - HEADER "
               "SUPPLIED TO EVERY FEED"
               DELIMITED BY SIZE INTO ROUTE-REPORT-LINE
           END-STRING
           WRITE ROUTE-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       6100-CHECK-INPUT-TOTALS.
           IF WS-DETAILS-READ NOT = EXTR-TRL-RECORD-COUNT
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
               IF WS-LINE-COUNT = 0
                       OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 2700-WRITE-HEADINGS
               END-IF
               MOVE SPACES TO ROUTE-REPORT-LINE
               STRING "EXTRACT OUT OF BALANCE - DETAILS READ "
                   WS-DETAILS-READ " VS TRAILER COUNT "
                   EXTR-TRL-RECORD-COUNT
                   DELIMITED BY SIZE INTO ROUTE-REPORT-LINE
               END-STRING
               WRITE ROUTE-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       6200-REPORT-MISSING-TRAILER.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO ROUTE-REPORT-LINE
           STRING "TRAILER RECORD MISSING ON EXTRACT - FEEDS CANNOT "
               "BE BALANCED"
               DELIMITED BY SIZE INTO ROUTE-REPORT-LINE
           END-STRING
           WRITE ROUTE-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       6600-LOG-RECEIVER-TRAILER.
      *    Same send log TRANPROC and MSTREIN append to; the
      *    receiver ID on the trailer is what lets EXTRECON balance
      *    each receiver's acknowledgment on its own.
           OPEN EXTEND EXTRACT-LOG-FILE
           IF WS-EXTLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXTRACT-LOG-FILE
           END-IF
           IF WS-EXTLOG-FILE-STATUS = "00"
               WRITE EXTRACT-LOG-RECORD FROM EXTRACT-TRAILER-RECORD
               CLOSE EXTRACT-LOG-FILE
           ELSE
               DISPLAY "EXTROUTE: EXTRACT LOG WRITE FAILED, "
                   "STATUS = " WS-EXTLOG-FILE-STATUS
           END-IF.

       6700-WRITE-RECEIVER-LINE.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE WS-RCV-ID(WS-SLOT-IDX) TO WS-RL-RECEIVER
           MOVE WS-SLOT-IDX TO WS-RL-SLOT
           MOVE SPACES TO WS-RL-ACTIONS
           IF WS-RCV-WANTS-ADDS(WS-SLOT-IDX)
               MOVE 'A' TO WS-RL-ACTIONS(1:1)
           END-IF
           IF WS-RCV-WANTS-CHANGES(WS-SLOT-IDX)
               MOVE 'C' TO WS-RL-ACTIONS(2:1)
           END-IF
           IF WS-RCV-WANTS-DELETES(WS-SLOT-IDX)
               MOVE 'D' TO WS-RL-ACTIONS(3:1)
           END-IF
           IF WS-RCV-FIELD-FLAGS(WS-SLOT-IDX) = SPACES
               MOVE "ALL" TO WS-RL-FIELDS
           ELSE
               MOVE WS-RCV-FIELD-FLAGS(WS-SLOT-IDX) TO WS-RL-FIELDS
           END-IF
           MOVE WS-RCV-DESCRIPTION(WS-SLOT-IDX) TO WS-RL-DESCRIPTION
           MOVE WS-RCV-SENT(WS-SLOT-IDX) TO WS-RL-SENT
           WRITE ROUTE-REPORT-LINE FROM WS-RECEIVER-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 6
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO ROUTE-REPORT-LINE
           WRITE ROUTE-REPORT-LINE
           MOVE WS-SUBS-CARDS-READ TO WS-SUM-CARDS
           WRITE ROUTE-REPORT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-RECEIVER-COUNT TO WS-SUM-RECEIVERS
           WRITE ROUTE-REPORT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-DETAILS-READ TO WS-SUM-DETAILS
           WRITE ROUTE-REPORT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-DETAILS-UNROUTED TO WS-SUM-UNROUTED
           WRITE ROUTE-REPORT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-RECORDS-ROUTED TO WS-SUM-ROUTED
           WRITE ROUTE-REPORT-LINE FROM WS-SUMMARY-LINE-5.

       8500-STAMP-RUN-CONTROL.
      *    Stamped only on successful completion, so an abended run
      *    leaves no entry and can simply be rerun.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-FILE-STATUS = "00"
               MOVE "EXTROUTE" TO RUNC-PROGRAM
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP
               MOVE WS-RECORDS-ROUTED TO RUNC-RECORDS-FORWARD
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "EXTROUTE: RUN CONTROL STAMP FAILED, STATUS = "
                   WS-RUNCTL-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           CLOSE EXTRACT-FILE
           CLOSE ROUTE-REPORT-FILE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 8
               IF WS-RCV-IN-USE(WS-SLOT-IDX)
                   PERFORM 9100-CLOSE-RECEIVER-FILE
               END-IF
           END-PERFORM.

       9100-CLOSE-RECEIVER-FILE.
           EVALUATE WS-SLOT-IDX
               WHEN 1
                   CLOSE RECEIVER-FILE-1
               WHEN 2
                   CLOSE RECEIVER-FILE-2
               WHEN 3
                   CLOSE RECEIVER-FILE-3
               WHEN 4
                   CLOSE RECEIVER-FILE-4
               WHEN 5
                   CLOSE RECEIVER-FILE-5
               WHEN 6
                   CLOSE RECEIVER-FILE-6
               WHEN 7
                   CLOSE RECEIVER-FILE-7
               WHEN 8
                   CLOSE RECEIVER-FILE-8
           END-EVALUATE.
