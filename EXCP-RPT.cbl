      *          from EXCP-THRESHOLD-CONTROL stamp FAIL on the run
      *          control when breached, so the driver's prerequisite
      *          check holds dependent steps instead of building on
      *          a bad night; the INTEGSWEEP orphan log counts as one
      *          source per orphan category, so each category can
      *          carry its own threshold, and FEEDWATCH's late-feed
      *          alerts are swept as a source of their own, as are
      *          the feed registry's refusals of feeds already
      *          consumed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PLANET-EXC-FILE ASSIGN TO "PLANET-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ORPHAN-LOG-FILE ASSIGN TO "INTEGRITY-ORPHANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT FEED-ALERT-FILE ASSIGN TO "FEED-ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT FEED-REFUSAL-FILE ASSIGN TO "FEED-REFUSALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
       01  POS-ERR-RECORD PIC X(132).
       FD  PLANET-EXC-FILE.
       01  PLANET-EXC-RECORD PIC X(132).
       FD  ORPHAN-LOG-FILE.
       01  ORPHAN-LOG-RECORD PIC X(132).
       FD  FEED-ALERT-FILE.
       01  FEED-ALERT-RECORD PIC X(132).
       FD  FEED-REFUSAL-FILE.
       01  FEED-REFUSAL-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC X(2).
       01 WS-PDATE-STATUS PIC X(2).
           05 EX-PROGRAM PIC X(10).
           05 FILLER PIC X(1).
           05 EX-SEVERITY PIC X(1).
           05 FILLER PIC X(1).
           05 EX-REASON PIC X(4).
           05 FILLER PIC X(100).
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE OCCURS 14 TIMES INDEXED BY SRC-IDX.
               10 WS-SRC-NAME  PIC X(20).
               10 WS-SRC-COUNT PIC 9(7).
               10 WS-SRC-ERRORS PIC 9(7).
           PERFORM 250-SWEEP-SSSD-EXC.
           PERFORM 260-SWEEP-POS-ERR.
           PERFORM 270-SWEEP-PLANET-EXC.
           PERFORM 280-SWEEP-ORPHANS.
           PERFORM 290-SWEEP-FEED-ALERTS.
           PERFORM 296-SWEEP-FEED-REFUSALS.
           PERFORM 350-JUDGE-THRESHOLDS.
           PERFORM 400-SORT-WORST-FIRST.
           PERFORM 500-PRINT-SUMMARY.

       370-JUDGE-ONE-THRESHOLD.
           PERFORM VARYING WS-JUDGE-SUB FROM 1 BY 1
               UNTIL WS-JUDGE-SUB > 14
               IF WS-SRC-NAME (WS-JUDGE-SUB) = TH-SOURCE
                   IF TH-MAX-ERRORS IS NUMERIC
                       AND WS-SRC-ERRORS (WS-JUDGE-SUB) >
           MOVE "SSSD-AMOUNT-EXCEPT" TO WS-SRC-NAME (6).
           MOVE "POS-ERROR-LOG" TO WS-SRC-NAME (7).
           MOVE "PLANET-EXCEPTIONS" TO WS-SRC-NAME (8).
           MOVE "ORPHAN-OPEN-ITEMS" TO WS-SRC-NAME (9).
           MOVE "ORPHAN-ORDER-CODES" TO WS-SRC-NAME (10).
           MOVE "ORPHAN-LEDGER-DEPTS" TO WS-SRC-NAME (11).
           MOVE "ORPHAN-AT-RISK" TO WS-SRC-NAME (12).
           MOVE "FEED-ALERTS" TO WS-SRC-NAME (13).
           MOVE "FEED-REFUSALS" TO WS-SRC-NAME (14).
           PERFORM 110-ZERO-SOURCE
               VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 14.

       110-ZERO-SOURCE.
           MOVE ZERO TO WS-SRC-COUNT (SRC-IDX).
               MOVE PLANET-EXC-RECORD TO WS-EXCEPTION-LINE
           END-IF.

      *    one log, four sources - the reason code on each orphan
      *    line names its category, and each category is counted
      *    and thresholded on its own
       280-SWEEP-ORPHANS.
           OPEN INPUT ORPHAN-LOG-FILE.
           IF WS-IN-STATUS = "00"
               ADD 1 TO SW-LOGS-PRESENT
               PERFORM 285-READ-ORPHAN
               PERFORM UNTIL WS-IN-STATUS = "10"
                   EVALUATE EX-REASON
                       WHEN "ODIT"
                           MOVE 10 TO WS-LOG-SUB
                       WHEN "LGBD"
                           MOVE 11 TO WS-LOG-SUB
                       WHEN "ARST"
                           MOVE 12 TO WS-LOG-SUB
                       WHEN OTHER
                           MOVE 9 TO WS-LOG-SUB
                   END-EVALUATE
                   SET SRC-IDX TO WS-LOG-SUB
                   PERFORM 300-CLASSIFY-LINE
                   PERFORM 285-READ-ORPHAN
               END-PERFORM
               CLOSE ORPHAN-LOG-FILE
           END-IF.

       285-READ-ORPHAN.
           READ ORPHAN-LOG-FILE
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.
           IF WS-IN-STATUS = "00"
               MOVE ORPHAN-LOG-RECORD TO WS-EXCEPTION-LINE
           END-IF.

       290-SWEEP-FEED-ALERTS.
           MOVE 13 TO WS-LOG-SUB.
           SET SRC-IDX TO WS-LOG-SUB.
           OPEN INPUT FEED-ALERT-FILE.
           IF WS-IN-STATUS = "00"
               ADD 1 TO SW-LOGS-PRESENT
               PERFORM 295-READ-FEED-ALERT
               PERFORM UNTIL WS-IN-STATUS = "10"
                   PERFORM 300-CLASSIFY-LINE
                   PERFORM 295-READ-FEED-ALERT
               END-PERFORM
               CLOSE FEED-ALERT-FILE
           END-IF.

       295-READ-FEED-ALERT.
           READ FEED-ALERT-FILE
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.
           IF WS-IN-STATUS = "00"
               MOVE FEED-ALERT-RECORD TO WS-EXCEPTION-LINE
           END-IF.

       296-SWEEP-FEED-REFUSALS.
           MOVE 14 TO WS-LOG-SUB.
           SET SRC-IDX TO WS-LOG-SUB.
           OPEN INPUT FEED-REFUSAL-FILE.
           IF WS-IN-STATUS = "00"
               ADD 1 TO SW-LOGS-PRESENT
               PERFORM 298-READ-FEED-REFUSAL
               PERFORM UNTIL WS-IN-STATUS = "10"
                   PERFORM 300-CLASSIFY-LINE
                   PERFORM 298-READ-FEED-REFUSAL
               END-PERFORM
               CLOSE FEED-REFUSAL-FILE
           END-IF.

       298-READ-FEED-REFUSAL.
           READ FEED-REFUSAL-FILE
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.
           IF WS-IN-STATUS = "00"
               MOVE FEED-REFUSAL-RECORD TO WS-EXCEPTION-LINE
           END-IF.

      *    a line in the standard layout carries its severity in
      *    the fixed slot after the timestamp and program name -
      *    older free-text lines count as warnings
               ADD 1 TO WS-SRC-WARNINGS (SRC-IDX)
           END-IF.

      *    pull the noisiest sources to the top - fourteen entries, a
      *    simple selection sort carries the day
       400-SORT-WORST-FIRST.
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS > 13
               MOVE WS-SORT-PASS TO WS-SORT-BIGGEST
               PERFORM VARYING WS-SORT-SCAN FROM WS-SORT-PASS BY 1
                   UNTIL WS-SORT-SCAN > 14
                   IF WS-SRC-COUNT (WS-SORT-SCAN) >
                       WS-SRC-COUNT (WS-SORT-BIGGEST)
                       MOVE WS-SORT-SCAN TO WS-SORT-BIGGEST
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 510-PRINT-ONE-SOURCE
               VARYING WS-LOG-SUB FROM 1 BY 1 UNTIL WS-LOG-SUB > 14.
           MOVE "--------------------  -------  -------  --------"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "LOGS PRESENT: " SW-LOGS-PRESENT " OF 11"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "TOTAL LINES " SW-TOTAL-LINES
