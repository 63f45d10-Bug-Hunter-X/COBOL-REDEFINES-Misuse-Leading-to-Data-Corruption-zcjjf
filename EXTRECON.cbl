      *    mismatches, and acknowledgments for runs never sent all
      *    land on one status report the morning operator can
      *    action - billing skipping a feed is caught the next day,
      *    not reconciled by hand a quarter later. Where EXTROUTE
      *    has split the night's extract, each receiver's own
      *    trailer is on the log with its receiver ID and that
      *    receiver's acknowledgment is balanced against it alone;
      *    the whole-night trailer it was split from is then not
      *    expected to be acknowledged itself.
           SELECT EXTRACT-LOG-FILE ASSIGN TO "EXTLOGDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTLOG-FILE-STATUS.
       FILE SECTION.
       FD  EXTRACT-LOG-FILE
           RECORDING MODE IS F.
       01  EXTRACT-LOG-RECORD             PIC X(136).

       FD  ACK-FILE
           RECORDING MODE IS F.
      *    Extract trailer view for decoding the send-log records.
           COPY EXTRREC.

      *    One entry per trailer on the send log. Four thousand
      *    entries holds better than a year of nightly runs routed
      *    to a full set of receivers; the log is trimmed when a
      *    year is archived.
       01  WS-SENT-COUNT                  PIC 9(4) VALUE 0.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-SENT-IDX WS-SPLIT-IDX.
               10  WS-SENT-RUN-DATE       PIC X(8).
               10  WS-SENT-RECEIVER       PIC X(8).
               10  WS-SENT-ROUTED-SW      PIC X(1).
                   88  WS-SENT-ROUTED             VALUE 'Y'.
               10  WS-SENT-REC-COUNT      PIC 9(9).
               10  WS-SENT-ACKED-SW       PIC X(1).
                   88  WS-SENT-ACKED              VALUE 'Y'.
           05  WS-ORPHAN-ACKS             PIC 9(9) VALUE 0.
           05  WS-RUNS-NOT-IN-RUNH        PIC 9(9) VALUE 0.
           05  WS-RUNS-UNBALANCED         PIC 9(9) VALUE 0.
           05  WS-RECEIVER-FEEDS          PIC 9(9) VALUE 0.

       01  WS-LINE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
           05  FILLER                     PIC X(26) VALUE
               "RUNS SENT OUT OF BALANCE  ".
           05  WS-SUM-UNBALANCED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                     PIC X(26) VALUE
               "RECEIVER FEEDS ON SEND LOG".
           05  WS-SUM-RCV-FEEDS           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
       2000-LOAD-SEND-LOG.
           MOVE EXTRACT-LOG-RECORD TO EXTRACT-TRAILER-RECORD
           IF EXTR-REC-IS-TRAILER
               IF WS-SENT-COUNT >= 4000
                   DISPLAY "EXTRECON: SEND LOG EXCEEDS 4000 RUNS - "
                       "ARCHIVE THE LOG AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               MOVE 'N' TO WS-SENT-ACKED-SW(WS-SENT-IDX)
               MOVE 'N' TO WS-SENT-RUNH-SW(WS-SENT-IDX)
               MOVE 'N' TO WS-SENT-BALANCED-SW(WS-SENT-IDX)
               MOVE EXTR-TRL-RECEIVER-ID TO
                   WS-SENT-RECEIVER(WS-SENT-IDX)
               MOVE 'N' TO WS-SENT-ROUTED-SW(WS-SENT-IDX)
               IF EXTR-TRL-RECEIVER-ID NOT = SPACES
                   ADD 1 TO WS-RECEIVER-FEEDS
                   PERFORM 2100-MARK-SPLIT-RUN
               END-IF
           END-IF
           PERFORM 2900-READ-SEND-LOG.

       2100-MARK-SPLIT-RUN.
      *    EXTROUTE logs its receiver trailers after TRANPROC's
      *    whole-night trailer for the same date, so the nearest
      *    earlier unrouted-receiver entry for the date is the
      *    feed that was split.
           SET WS-SPLIT-IDX TO WS-SENT-IDX
           PERFORM UNTIL WS-SPLIT-IDX < 2
               SET WS-SPLIT-IDX DOWN BY 1
               IF WS-SENT-RUN-DATE(WS-SPLIT-IDX) = EXTR-TRL-RUN-DATE
                       AND WS-SENT-RECEIVER(WS-SPLIT-IDX) = SPACES
                   SET WS-SENT-ROUTED(WS-SPLIT-IDX) TO TRUE
                   SET WS-SPLIT-IDX TO 1
               END-IF
           END-PERFORM.

       2700-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           PERFORM 3900-READ-ACK-FILE.

       3100-FIND-SENT-RUN.
      *    A receiver that EXTROUTE sent its own feed to is matched
      *    on date and receiver ID, and 3000 then holds it to that
      *    feed's count.
           MOVE 'N' TO WS-SENT-FOUND-SW
           SET WS-SENT-IDX TO 1
           PERFORM UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   OR WS-SENT-FOUND
               IF WS-SENT-RUN-DATE(WS-SENT-IDX) = ACK-RUN-DATE
                       AND WS-SENT-RECEIVER(WS-SENT-IDX) =
                           ACK-RECEIVER-ID
                   SET WS-SENT-FOUND TO TRUE
               ELSE
                   SET WS-SENT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-SENT-FOUND
               PERFORM 3150-FIND-WHOLE-NIGHT-RUN
           END-IF.

       3150-FIND-WHOLE-NIGHT-RUN.
      *    Otherwise the receiver took the whole-night feed, and
      *    only the trailers without a receiver ID are candidates.
      *    An exact date-and-count match is tried first: a MSTREIN
      *    reinstatement extract can go out on the same date as the
      *    nightly TRANPROC run, and the record count is what tells
           PERFORM UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   OR WS-SENT-FOUND
               IF WS-SENT-RUN-DATE(WS-SENT-IDX) = ACK-RUN-DATE
                       AND WS-SENT-RECEIVER(WS-SENT-IDX) = SPACES
                       AND WS-SENT-REC-COUNT(WS-SENT-IDX) =
                           WS-ACK-TOTAL
                   SET WS-SENT-FOUND TO TRUE
               PERFORM UNTIL WS-SENT-IDX > WS-SENT-COUNT
                       OR WS-SENT-FOUND
                   IF WS-SENT-RUN-DATE(WS-SENT-IDX) = ACK-RUN-DATE
                           AND WS-SENT-RECEIVER(WS-SENT-IDX) = SPACES
                       SET WS-SENT-FOUND TO TRUE
                   ELSE
                       SET WS-SENT-IDX UP BY 1
               UNTIL WS-SENT-IDX > WS-SENT-COUNT.

       5100-JUDGE-ONE-SENT-RUN.
           IF WS-SENT-RECEIVER(WS-SENT-IDX) NOT = SPACES
               PERFORM 5200-JUDGE-RECEIVER-FEED
           ELSE
               PERFORM 5300-JUDGE-WHOLE-NIGHT-RUN
           END-IF.

       5200-JUDGE-RECEIVER-FEED.
      *    The run itself is judged against run history on its
      *    whole-night entry; a receiver feed only needs its ack.
           IF NOT WS-SENT-ACKED(WS-SENT-IDX)
               ADD 1 TO WS-RUNS-UNACKED
               MOVE WS-SENT-RUN-DATE(WS-SENT-IDX) TO WS-STA-RUN-DATE
               MOVE WS-SENT-RECEIVER(WS-SENT-IDX) TO WS-STA-RECEIVER
               MOVE "RECEIVER FEED UNACKNOWLEDGED" TO WS-STA-TEXT
               PERFORM 2800-WRITE-STATUS-LINE
           END-IF.

       5300-JUDGE-WHOLE-NIGHT-RUN.
           IF NOT WS-SENT-ACKED(WS-SENT-IDX)
                   AND NOT WS-SENT-ROUTED(WS-SENT-IDX)
               ADD 1 TO WS-RUNS-UNACKED
               MOVE WS-SENT-RUN-DATE(WS-SENT-IDX) TO WS-STA-RUN-DATE
               MOVE SPACES TO WS-STA-RECEIVER

       8000-WRITE-SUMMARY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 9
               PERFORM 2700-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO RECON-REPORT-LINE
           MOVE WS-RUNS-NOT-IN-RUNH TO WS-SUM-NO-RUNH
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-6
           MOVE WS-RUNS-UNBALANCED TO WS-SUM-UNBALANCED
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-7
           MOVE WS-RECEIVER-FEEDS TO WS-SUM-RCV-FEEDS
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-8.

       9000-TERMINATE.
           CLOSE EXTRACT-LOG-FILE
