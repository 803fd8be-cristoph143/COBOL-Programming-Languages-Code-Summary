      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly report distribution - every report new on
      *          REPORT-INDEX since the last run is copied to each
      *          print destination REPORT-DISTRIBUTION names for it,
      *          as many copies as the recipient takes, and each
      *          recipient department gets a dated delivery manifest
      *          of what was sent; a report expected tonight that
      *          never reached the index is flagged on the manifest
      *          and the page, and report files past their retention
      *          are emptied and dropped from the index
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDISTRIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT DISTRIBUTION-FILE ASSIGN TO "REPORT-DISTRIBUTION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT DISTRIB-CONTROL-FILE
               ASSIGN TO "REPORT-DISTRIB-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT INDEX-WORK-FILE ASSIGN TO "REPORT-INDEX-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO WS-PURGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-STATUS.
           SELECT SOURCE-REPORT-FILE ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO WS-DELIVERY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REPORT-INDEX-FILE ASSIGN TO "REPORT-INDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one line per program start and end, status on the end
      *    line - the nightly stream's who-ran-and-how record
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-DATE PIC X(8).
           05 RC-TIME PIC X(6).
           05 RC-STEP PIC X(10).
           05 RC-EVENT PIC X(5).
           05 RC-STATUS PIC X(4).
      *    one line per report and recipient - the department that
      *    takes it, the print destination it goes to and how many
      *    copies; the retention in days keeps the report file that
      *    long (the longest of a report's lines counts, zero keeps
      *    it for good), and Y in expected means the report comes
      *    every night its step is due, so its absence is flagged;
      *    a line with no destination only carries the retention
       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-RECORD.
           05 DS-REPORT-NAME PIC X(10).
           05 DS-DEPARTMENT PIC X(10).
           05 DS-DESTINATION PIC X(10).
           05 DS-COPIES PIC 9(2).
           05 DS-RETAIN-DAYS PIC 9(3).
           05 DS-EXPECTED PIC X(1).
      *    how many REPORT-INDEX lines earlier runs have already
      *    distributed - the lines after them are tonight's
       FD  DISTRIB-CONTROL-FILE.
       01  DISTRIB-CONTROL-RECORD.
           05 DC-INDEX-LINES PIC 9(7).
       FD  INDEX-WORK-FILE.
       01  INDEX-WORK-RECORD PIC X(23).
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD PIC X(100).
       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-RECORD PIC X(100).
      *    one spool per print destination per night - each copy of
      *    each report behind its own banner line
       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD PIC X(100).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD PIC X(100).
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-DIST-STATUS PIC X(2).
       01 WS-DC-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-SOURCE-STATUS PIC X(2).
       01 WS-PURGE-STATUS PIC X(2).
       01 WS-DELIVERY-STATUS PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SOURCE-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-DELIVERY-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-MANIFEST-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-PURGE-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-KEEP-LINE-SWITCH PIC X(1) VALUE "Y".
           88 WS-KEEP-INDEX-LINE VALUE "Y".
       01 WS-DIST-LOADED-SWITCH PIC X(1) VALUE "N".
           88 WS-DIST-LOADED VALUE "Y".
      *    the index lines already distributed, and where this run
      *    is in the index
       01 WS-DONE-LINES PIC 9(7) VALUE ZERO.
       01 WS-INDEX-LINE-NO PIC 9(7) VALUE ZERO.
       01 WS-KEPT-LINES PIC 9(7) VALUE ZERO.
      *    the distribution file, one row per report and recipient
       01 WS-DIST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DIST-TABLE.
           05 WS-DIST OCCURS 200 TIMES INDEXED BY DS-IDX.
               10 WS-DS-REPORT PIC X(10).
               10 WS-DS-DEPT PIC X(10).
               10 WS-DS-DEST PIC X(10).
               10 WS-DS-COPIES PIC 9(2).
               10 WS-DS-RETAIN PIC 9(3).
               10 WS-DS-EXPECTED PIC X(1).
       01 WS-MATCH-COUNT PIC 9(3) VALUE ZERO.
      *    reports taken tonight, so a rerun's second index line for
      *    the same name and date (the file holds only the rerun's
      *    pages) is not sent twice
       01 WS-SENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SENT-TABLE.
           05 WS-SENT OCCURS 200 TIMES INDEXED BY SENT-IDX.
               10 WS-SENT-NAME PIC X(10).
               10 WS-SENT-DATE PIC X(8).
       01 WS-ALREADY-SENT-SWITCH PIC X(1) VALUE "N".
           88 WS-ALREADY-SENT VALUE "Y".
      *    report names that reached the index dated tonight, the
      *    steps the driver skipped tonight as not due, and the
      *    names already flagged missing
       01 WS-TONIGHT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TONIGHT-TABLE.
           05 WS-TONIGHT-NAME PIC X(10) OCCURS 200 TIMES
               INDEXED BY TN-IDX.
       01 WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-TABLE.
           05 WS-SKIPPED-STEP PIC X(10) OCCURS 200 TIMES
               INDEXED BY SK-IDX.
       01 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MISSING-TABLE.
           05 WS-MISSING-NAME PIC X(10) OCCURS 200 TIMES
               INDEXED BY MS-IDX.
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-FOUND VALUE "Y".
      *    one row per delivery made or missed tonight, grouped
      *    into a manifest per department at the end of the run
       01 WS-MF-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MF-TABLE.
           05 WS-MF OCCURS 500 TIMES INDEXED BY MF-IDX.
               10 WS-MF-DEPT PIC X(10).
               10 WS-MF-REPORT PIC X(10).
               10 WS-MF-DATE PIC X(8).
               10 WS-MF-LINES PIC 9(5).
               10 WS-MF-COPIES PIC 9(2).
               10 WS-MF-DEST PIC X(10).
               10 WS-MF-STATUS PIC X(12).
               10 WS-MF-WRITTEN PIC X(1).
       01 WS-MF-DEPT-NOW PIC X(10).
       01 WS-MF-STATUS-NOW PIC X(12).
       01 WS-MF-SUB PIC 9(3) VALUE ZERO.
       01 WS-MF-SCAN PIC 9(3) VALUE ZERO.
       01 WS-MF-REPORTS PIC 9(5) VALUE ZERO.
       01 WS-MF-DELIVERED PIC 9(5) VALUE ZERO.
      *    one delivery in the making
       01 WS-DELIVER-DEPT PIC X(10).
       01 WS-COPIES PIC 9(2) VALUE ZERO.
       01 WS-COPY-NO PIC 9(2) VALUE ZERO.
       01 WS-RETAIN-DAYS PIC 9(3) VALUE ZERO.
       01 WS-REPORT-AGE PIC 9(7) VALUE ZERO.
       01 WS-COUNT-EDIT PIC ZZZZ9.
      *    serial day numbers for the retention arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY PIC 9(4).
           05 WS-SER-MM   PIC 9(2).
           05 WS-SER-DD   PIC 9(2).
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZERO.
       01 WS-SER-QUOTIENT PIC 9(4).
       01 WS-SER-REMAINDER PIC 9(3).
       01 WS-TODAY-DAYS PIC 9(7) VALUE ZERO.
       01 RD-COUNTS.
           05 RD-NEW-ENTRIES PIC 9(5) VALUE ZERO.
           05 RD-DELIVERIES PIC 9(5) VALUE ZERO.
           05 RD-COPIES PIC 9(5) VALUE ZERO.
           05 RD-NOT-FOUND PIC 9(5) VALUE ZERO.
           05 RD-UNDISTRIBUTED PIC 9(5) VALUE ZERO.
           05 RD-RERUNS PIC 9(5) VALUE ZERO.
           05 RD-MISSING PIC 9(5) VALUE ZERO.
           05 RD-MANIFESTS PIC 9(5) VALUE ZERO.
           05 RD-PURGED PIC 9(5) VALUE ZERO.
           05 RD-PURGE-GONE PIC 9(5) VALUE ZERO.
           05 RD-PURGE-FAILED PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REPORT DISTRIBUTION  " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 100-LOAD-DISTRIBUTION.
           IF WS-DIST-LOADED
               MOVE WS-RUN-DATE TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               MOVE WS-SERIAL-DAYS TO WS-TODAY-DAYS
               PERFORM 150-READ-DISTRIB-CONTROL
               PERFORM 200-DELIVER-NEW-REPORTS
               PERFORM 300-CHECK-EXPECTED-REPORTS
               PERFORM 400-WRITE-MANIFESTS
               PERFORM 500-PURGE-EXPIRED-REPORTS
               PERFORM 160-WRITE-DISTRIB-CONTROL
           END-IF.
           PERFORM 600-PRINT-SUMMARY.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    no distribution file means nobody is set up to receive
      *    anything - the index is left alone, so the reports wait
      *    for the first night one is in place
       100-LOAD-DISTRIBUTION.
           MOVE ZERO TO WS-DIST-COUNT.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DIST-STATUS NOT = "00"
               MOVE "*** REPORT-DISTRIBUTION NOT ON FILE - NOTHING SENT"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               SET WS-DIST-LOADED TO TRUE
               PERFORM 110-READ-DISTRIBUTION
               PERFORM UNTIL WS-DIST-STATUS = "10"
                   IF DS-REPORT-NAME NOT = SPACES
                       AND WS-DIST-COUNT < 200
                       ADD 1 TO WS-DIST-COUNT
                       SET DS-IDX TO WS-DIST-COUNT
                       PERFORM 120-NOTE-DISTRIBUTION-ROW
                   END-IF
                   PERFORM 110-READ-DISTRIBUTION
               END-PERFORM
               CLOSE DISTRIBUTION-FILE
           END-IF.

       110-READ-DISTRIBUTION.
           READ DISTRIBUTION-FILE
               AT END MOVE "10" TO WS-DIST-STATUS
           END-READ.

      *    a recipient without a department still gets its copies,
      *    listed on the GENERAL manifest; copies default to one
       120-NOTE-DISTRIBUTION-ROW.
           MOVE DS-REPORT-NAME TO WS-DS-REPORT (DS-IDX).
           MOVE DS-DEPARTMENT TO WS-DS-DEPT (DS-IDX).
           IF DS-DEPARTMENT = SPACES
               MOVE "GENERAL" TO WS-DS-DEPT (DS-IDX)
           END-IF.
           MOVE DS-DESTINATION TO WS-DS-DEST (DS-IDX).
           MOVE 1 TO WS-DS-COPIES (DS-IDX).
           IF DS-COPIES IS NUMERIC AND DS-COPIES > ZERO
               MOVE DS-COPIES TO WS-DS-COPIES (DS-IDX)
           END-IF.
           MOVE ZERO TO WS-DS-RETAIN (DS-IDX).
           IF DS-RETAIN-DAYS IS NUMERIC
               MOVE DS-RETAIN-DAYS TO WS-DS-RETAIN (DS-IDX)
           END-IF.
           MOVE DS-EXPECTED TO WS-DS-EXPECTED (DS-IDX).

       150-READ-DISTRIB-CONTROL.
           MOVE ZERO TO WS-DONE-LINES.
           OPEN INPUT DISTRIB-CONTROL-FILE.
           IF WS-DC-STATUS = "00"
               READ DISTRIB-CONTROL-FILE
                   NOT AT END
                       IF DC-INDEX-LINES IS NUMERIC
                           MOVE DC-INDEX-LINES TO WS-DONE-LINES
                       END-IF
               END-READ
               CLOSE DISTRIB-CONTROL-FILE
           END-IF.

      *    the purge has already taken the index down to the lines
      *    it kept, every one of them distributed by now
       160-WRITE-DISTRIB-CONTROL.
           OPEN OUTPUT DISTRIB-CONTROL-FILE.
           MOVE WS-KEPT-LINES TO DC-INDEX-LINES.
           WRITE DISTRIB-CONTROL-RECORD.
           CLOSE DISTRIB-CONTROL-FILE.

      *    the index lines past the ones earlier runs took are the
      *    new reports; every line dated tonight is also noted, for
      *    the expected-report check
       200-DELIVER-NEW-REPORTS.
           MOVE "DELIVERIES" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-INDEX-LINE-NO.
           MOVE ZERO TO WS-KEPT-LINES.
           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-RX-STATUS NOT = "00"
               MOVE "  REPORT-INDEX NOT ON FILE - NO REPORTS YET"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 210-READ-REPORT-INDEX
               PERFORM UNTIL WS-RX-STATUS = "10"
                   ADD 1 TO WS-INDEX-LINE-NO
                   IF RX-DATE = WS-RUN-DATE
                       PERFORM 215-NOTE-TONIGHT
                   END-IF
                   IF WS-INDEX-LINE-NO > WS-DONE-LINES
                       PERFORM 220-DELIVER-ONE-ENTRY
                   END-IF
                   PERFORM 210-READ-REPORT-INDEX
               END-PERFORM
               CLOSE REPORT-INDEX-FILE
           END-IF.
           MOVE WS-INDEX-LINE-NO TO WS-KEPT-LINES.

       210-READ-REPORT-INDEX.
           READ REPORT-INDEX-FILE
               AT END MOVE "10" TO WS-RX-STATUS
           END-READ.

       215-NOTE-TONIGHT.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > WS-TONIGHT-COUNT
               IF WS-TONIGHT-NAME (TN-IDX) = RX-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-TONIGHT-COUNT < 200
               ADD 1 TO WS-TONIGHT-COUNT
               MOVE RX-NAME TO WS-TONIGHT-NAME (WS-TONIGHT-COUNT)
           END-IF.

      *    one new index line - sent once to every recipient row the
      *    distribution file holds for its name
       220-DELIVER-ONE-ENTRY.
           ADD 1 TO RD-NEW-ENTRIES.
           MOVE "N" TO WS-ALREADY-SENT-SWITCH.
           PERFORM VARYING SENT-IDX FROM 1 BY 1
               UNTIL SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-NAME (SENT-IDX) = RX-NAME
                   AND WS-SENT-DATE (SENT-IDX) = RX-DATE
                   SET WS-ALREADY-SENT TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ALREADY-SENT
               ADD 1 TO RD-RERUNS
           ELSE
               IF WS-SENT-COUNT < 200
                   ADD 1 TO WS-SENT-COUNT
                   MOVE RX-NAME TO WS-SENT-NAME (WS-SENT-COUNT)
                   MOVE RX-DATE TO WS-SENT-DATE (WS-SENT-COUNT)
               END-IF
               MOVE ZERO TO WS-MATCH-COUNT
               PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DIST-COUNT
                   IF WS-DS-REPORT (DS-IDX) = RX-NAME
                       AND WS-DS-DEST (DS-IDX) NOT = SPACES
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM 230-DELIVER-TO-RECIPIENT
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT = ZERO
                   ADD 1 TO RD-UNDISTRIBUTED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " RX-NAME " " RX-DATE
                          "  NO RECIPIENTS - KEPT ON FILE ONLY"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           END-IF.

      *    a report the index names but whose file is not there is
      *    listed on the recipient's manifest as not found, so the
      *    department knows to ask rather than assume
       230-DELIVER-TO-RECIPIENT.
           MOVE WS-DS-DEPT (DS-IDX) TO WS-DELIVER-DEPT.
           MOVE WS-DS-COPIES (DS-IDX) TO WS-COPIES.
           MOVE SPACES TO WS-SOURCE-FILE-NAME.
           STRING "RPT-" RX-NAME DELIMITED BY SPACE
                  "-" RX-DATE DELIMITED BY SIZE
                  INTO WS-SOURCE-FILE-NAME.
           MOVE SPACES TO WS-DELIVERY-FILE-NAME.
           STRING "DLV-" WS-DS-DEST (DS-IDX) DELIMITED BY SPACE
                  "-" WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-DELIVERY-FILE-NAME.
           OPEN INPUT SOURCE-REPORT-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               ADD 1 TO RD-NOT-FOUND
               MOVE "NOT FOUND" TO WS-MF-STATUS-NOW
               PERFORM 260-ADD-MANIFEST-ROW
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** " RX-NAME " " RX-DATE " FOR "
                      WS-DELIVER-DEPT " - "
                      WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                      " NOT FOUND" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               CLOSE SOURCE-REPORT-FILE
               PERFORM 240-SEND-ONE-COPY
                   VARYING WS-COPY-NO FROM 1 BY 1
                   UNTIL WS-COPY-NO > WS-COPIES
               ADD 1 TO RD-DELIVERIES
               MOVE "DELIVERED" TO WS-MF-STATUS-NOW
               PERFORM 260-ADD-MANIFEST-ROW
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-COPIES TO WS-COUNT-EDIT
               STRING "  " RX-NAME " " RX-DATE " TO "
                      WS-DS-DEST (DS-IDX) " FOR " WS-DELIVER-DEPT
                      WS-COUNT-EDIT " COPY(IES)"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

      *    each copy goes on the destination's spool behind a banner
      *    naming the report, the department and the copy number
       240-SEND-ONE-COPY.
           OPEN EXTEND DELIVERY-FILE.
           IF WS-DELIVERY-STATUS NOT = "00"
               OPEN OUTPUT DELIVERY-FILE
           END-IF.
           MOVE SPACES TO DELIVERY-RECORD.
           STRING "==== " RX-NAME " " RX-DATE " FOR "
                  WS-DELIVER-DEPT " COPY " WS-COPY-NO
                  " OF " WS-COPIES " ===="
                  DELIMITED BY SIZE INTO DELIVERY-RECORD.
           WRITE DELIVERY-RECORD.
           OPEN INPUT SOURCE-REPORT-FILE.
           PERFORM 250-READ-SOURCE-REPORT.
           PERFORM UNTIL WS-SOURCE-STATUS = "10"
               MOVE SOURCE-REPORT-RECORD TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               PERFORM 250-READ-SOURCE-REPORT
           END-PERFORM.
           CLOSE SOURCE-REPORT-FILE.
           CLOSE DELIVERY-FILE.
           ADD 1 TO RD-COPIES.

       250-READ-SOURCE-REPORT.
           READ SOURCE-REPORT-FILE
               AT END MOVE "10" TO WS-SOURCE-STATUS
           END-READ.

       260-ADD-MANIFEST-ROW.
           IF WS-MF-COUNT < 500
               ADD 1 TO WS-MF-COUNT
               SET MF-IDX TO WS-MF-COUNT
               MOVE WS-MF-STATUS-NOW TO WS-MF-STATUS (MF-IDX)
               MOVE WS-DELIVER-DEPT TO WS-MF-DEPT (MF-IDX)
               MOVE RX-NAME TO WS-MF-REPORT (MF-IDX)
               MOVE RX-DATE TO WS-MF-DATE (MF-IDX)
               MOVE RX-LINES TO WS-MF-LINES (MF-IDX)
               MOVE WS-COPIES TO WS-MF-COPIES (MF-IDX)
               MOVE WS-DS-DEST (DS-IDX) TO WS-MF-DEST (MF-IDX)
               MOVE "N" TO WS-MF-WRITTEN (MF-IDX)
           END-IF.

      *    an expected report with no index line dated tonight was
      *    not produced - unless the driver skipped its step as not
      *    due, in which case nothing was owed
       300-CHECK-EXPECTED-REPORTS.
           PERFORM 310-LOAD-SKIPPED-STEPS.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "EXPECTED REPORTS NOT PRODUCED" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 320-CHECK-ONE-EXPECTED
               VARYING DS-IDX FROM 1 BY 1
               UNTIL DS-IDX > WS-DIST-COUNT.
           IF WS-MISSING-COUNT = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       310-LOAD-SKIPPED-STEPS.
           MOVE ZERO TO WS-SKIPPED-COUNT.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RC-STATUS = "00"
               PERFORM 315-READ-RUN-CONTROL
               PERFORM UNTIL WS-RC-STATUS = "10"
                   IF RC-DATE = WS-RUN-DATE
                       AND RC-EVENT = "SKIP "
                       AND WS-SKIPPED-COUNT < 200
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE RC-STEP TO
                           WS-SKIPPED-STEP (WS-SKIPPED-COUNT)
                   END-IF
                   PERFORM 315-READ-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       315-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END MOVE "10" TO WS-RC-STATUS
           END-READ.

       320-CHECK-ONE-EXPECTED.
           IF WS-DS-EXPECTED (DS-IDX) = "Y"
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-TONIGHT-COUNT
                   IF WS-TONIGHT-NAME (TN-IDX) = WS-DS-REPORT (DS-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               PERFORM VARYING SK-IDX FROM 1 BY 1
                   UNTIL SK-IDX > WS-SKIPPED-COUNT
                   IF WS-SKIPPED-STEP (SK-IDX) = WS-DS-REPORT (DS-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   PERFORM 330-FLAG-MISSING-REPORT
               END-IF
           END-IF.

      *    the page flags the report once; every recipient row gets
      *    its own manifest line
       330-FLAG-MISSING-REPORT.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING MS-IDX FROM 1 BY 1
               UNTIL MS-IDX > WS-MISSING-COUNT
               IF WS-MISSING-NAME (MS-IDX) = WS-DS-REPORT (DS-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-MISSING-COUNT < 200
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-DS-REPORT (DS-IDX) TO
                   WS-MISSING-NAME (WS-MISSING-COUNT)
               ADD 1 TO RD-MISSING
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** " WS-DS-REPORT (DS-IDX) " " WS-RUN-DATE
                      " EXPECTED TONIGHT - NOT ON REPORT-INDEX"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           IF WS-DS-DEST (DS-IDX) NOT = SPACES
               MOVE WS-DS-DEPT (DS-IDX) TO WS-DELIVER-DEPT
               MOVE WS-DS-COPIES (DS-IDX) TO WS-COPIES
               MOVE WS-DS-REPORT (DS-IDX) TO RX-NAME
               MOVE WS-RUN-DATE TO RX-DATE
               MOVE ZERO TO RX-LINES
               MOVE "NOT PRODUCED" TO WS-MF-STATUS-NOW
               PERFORM 260-ADD-MANIFEST-ROW
           END-IF.

      *    one manifest per department - the first unwritten row
      *    names the department and every row for it follows
       400-WRITE-MANIFESTS.
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
               UNTIL WS-MF-SUB > WS-MF-COUNT
               IF WS-MF-WRITTEN (WS-MF-SUB) = "N"
                   MOVE WS-MF-DEPT (WS-MF-SUB) TO WS-MF-DEPT-NOW
                   PERFORM 410-WRITE-ONE-MANIFEST
               END-IF
           END-PERFORM.

       410-WRITE-ONE-MANIFEST.
           ADD 1 TO RD-MANIFESTS.
           MOVE ZERO TO WS-MF-REPORTS.
           MOVE ZERO TO WS-MF-DELIVERED.
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING "MANIFEST-" WS-MF-DEPT-NOW DELIMITED BY SPACE
                  "-" WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-MANIFEST-FILE-NAME.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "DELIVERY MANIFEST  " WS-MF-DEPT-NOW "  "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "REPORT     DATE     LINES COPIES DESTINATION STATUS"
               TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           PERFORM VARYING WS-MF-SCAN FROM WS-MF-SUB BY 1
               UNTIL WS-MF-SCAN > WS-MF-COUNT
               IF WS-MF-WRITTEN (WS-MF-SCAN) = "N"
                   AND WS-MF-DEPT (WS-MF-SCAN) = WS-MF-DEPT-NOW
                   PERFORM 420-WRITE-MANIFEST-ROW
               END-IF
           END-PERFORM.
           MOVE SPACES TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "REPORTS " WS-MF-REPORTS
                  "  DELIVERED " WS-MF-DELIVERED
                  DELIMITED BY SIZE INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MANIFEST " WS-MANIFEST-FILE-NAME
                  " REPORTS " WS-MF-REPORTS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       420-WRITE-MANIFEST-ROW.
           ADD 1 TO WS-MF-REPORTS.
           IF WS-MF-STATUS (WS-MF-SCAN) = "DELIVERED"
               ADD 1 TO WS-MF-DELIVERED
           END-IF.
           MOVE WS-MF-LINES (WS-MF-SCAN) TO WS-COUNT-EDIT.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING WS-MF-REPORT (WS-MF-SCAN) " "
                  WS-MF-DATE (WS-MF-SCAN) WS-COUNT-EDIT "   "
                  WS-MF-COPIES (WS-MF-SCAN) "   "
                  WS-MF-DEST (WS-MF-SCAN) "  "
                  WS-MF-STATUS (WS-MF-SCAN)
                  DELIMITED BY SIZE INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "Y" TO WS-MF-WRITTEN (WS-MF-SCAN).

      *    the index is copied forward without the lines past their
      *    report's retention, and each of those report files is
      *    emptied; a report the distribution file does not know
      *    is kept, as is one whose retention is zero
       500-PURGE-EXPIRED-REPORTS.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "RETENTION" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-KEPT-LINES.
           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-RX-STATUS = "00"
               OPEN OUTPUT INDEX-WORK-FILE
               PERFORM 210-READ-REPORT-INDEX
               PERFORM UNTIL WS-RX-STATUS = "10"
                   PERFORM 510-JUDGE-ONE-INDEX-LINE
                   PERFORM 210-READ-REPORT-INDEX
               END-PERFORM
               CLOSE REPORT-INDEX-FILE
               CLOSE INDEX-WORK-FILE
               IF RD-PURGED > ZERO OR RD-PURGE-GONE > ZERO
                   PERFORM 530-COPY-INDEX-BACK
               END-IF
           END-IF.
           IF RD-PURGED = ZERO AND RD-PURGE-GONE = ZERO
               AND RD-PURGE-FAILED = ZERO
               MOVE "  NOTHING PAST RETENTION" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       510-JUDGE-ONE-INDEX-LINE.
           MOVE ZERO TO WS-RETAIN-DAYS.
           PERFORM VARYING DS-IDX FROM 1 BY 1
               UNTIL DS-IDX > WS-DIST-COUNT
               IF WS-DS-REPORT (DS-IDX) = RX-NAME
                   AND WS-DS-RETAIN (DS-IDX) > WS-RETAIN-DAYS
                   MOVE WS-DS-RETAIN (DS-IDX) TO WS-RETAIN-DAYS
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-REPORT-AGE.
           IF WS-RETAIN-DAYS > ZERO AND RX-DATE IS NUMERIC
               MOVE RX-DATE TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               IF WS-TODAY-DAYS > WS-SERIAL-DAYS
                   COMPUTE WS-REPORT-AGE =
                       WS-TODAY-DAYS - WS-SERIAL-DAYS
               END-IF
           END-IF.
           SET WS-KEEP-INDEX-LINE TO TRUE.
           IF WS-RETAIN-DAYS > ZERO
               AND WS-REPORT-AGE > WS-RETAIN-DAYS
               PERFORM 520-EMPTY-REPORT-FILE
           END-IF.
           IF WS-KEEP-INDEX-LINE
               MOVE REPORT-INDEX-RECORD TO INDEX-WORK-RECORD
               WRITE INDEX-WORK-RECORD
               ADD 1 TO WS-KEPT-LINES
           END-IF.

      *    the file is emptied in place, as the stock-take purge
      *    empties an old generation; one already gone (a rerun's
      *    earlier index line named the same file) just drops its
      *    index line, and one that cannot be emptied keeps its
      *    line for the next run and fails the night
       520-EMPTY-REPORT-FILE.
           MOVE SPACES TO WS-PURGE-FILE-NAME.
           STRING "RPT-" RX-NAME DELIMITED BY SPACE
                  "-" RX-DATE DELIMITED BY SIZE
                  INTO WS-PURGE-FILE-NAME.
           MOVE "N" TO WS-KEEP-LINE-SWITCH.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REPORT-AGE TO WS-COUNT-EDIT.
           OPEN INPUT PURGE-REPORT-FILE.
           IF WS-PURGE-STATUS = "00"
               CLOSE PURGE-REPORT-FILE
               OPEN OUTPUT PURGE-REPORT-FILE
               IF WS-PURGE-STATUS = "00"
                   CLOSE PURGE-REPORT-FILE
               END-IF
           END-IF.
           EVALUATE WS-PURGE-STATUS
               WHEN "00"
                   ADD 1 TO RD-PURGED
                   STRING "  " WS-PURGE-FILE-NAME " EMPTIED - "
                          WS-COUNT-EDIT " DAYS OLD"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN "35"
                   ADD 1 TO RD-PURGE-GONE
                   STRING "  " WS-PURGE-FILE-NAME " ALREADY GONE - "
                          "INDEX LINE DROPPED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO RD-PURGE-FAILED
                   SET WS-KEEP-INDEX-LINE TO TRUE
                   MOVE "FAIL" TO WS-RUN-OUTCOME
                   STRING "  *** " WS-PURGE-FILE-NAME " NOT EMPTIED - "
                          "STATUS " WS-PURGE-STATUS " - INDEX LINE KEPT"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE.
           PERFORM 960-WRITE-REPORT-LINE.

       530-COPY-INDEX-BACK.
           OPEN INPUT INDEX-WORK-FILE.
           OPEN OUTPUT REPORT-INDEX-FILE.
           PERFORM 540-READ-INDEX-WORK.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               MOVE INDEX-WORK-RECORD TO REPORT-INDEX-RECORD
               WRITE REPORT-INDEX-RECORD
               PERFORM 540-READ-INDEX-WORK
           END-PERFORM.
           CLOSE INDEX-WORK-FILE.
           CLOSE REPORT-INDEX-FILE.

       540-READ-INDEX-WORK.
           READ INDEX-WORK-FILE
               AT END MOVE "10" TO WS-WORK-STATUS
           END-READ.

       600-PRINT-SUMMARY.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NEW INDEX LINES " RD-NEW-ENTRIES
                  "  DELIVERIES " RD-DELIVERIES
                  "  COPIES " RD-COPIES
                  "  MANIFESTS " RD-MANIFESTS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NOT FOUND " RD-NOT-FOUND
                  "  NOT PRODUCED " RD-MISSING
                  "  NO RECIPIENTS " RD-UNDISTRIBUTED
                  "  RERUNS " RD-RERUNS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PURGED " RD-PURGED
                  "  ALREADY GONE " RD-PURGE-GONE
                  "  NOT EMPTIED " RD-PURGE-FAILED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    days since 0001-01-01 for an 8-digit date, so two dates
      *    subtract to the days between them
       800-DATE-TO-SERIAL.
           COMPUTE WS-SERIAL-DAYS = (WS-SER-YYYY - 1) * 365.
           COMPUTE WS-SER-QUOTIENT = (WS-SER-YYYY - 1) / 4.
           ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS.
           COMPUTE WS-SER-QUOTIENT = (WS-SER-YYYY - 1) / 100.
           SUBTRACT WS-SER-QUOTIENT FROM WS-SERIAL-DAYS.
           COMPUTE WS-SER-QUOTIENT = (WS-SER-YYYY - 1) / 400.
           ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS.
           EVALUATE WS-SER-MM
               WHEN 1 ADD 0 TO WS-SERIAL-DAYS
               WHEN 2 ADD 31 TO WS-SERIAL-DAYS
               WHEN 3 ADD 59 TO WS-SERIAL-DAYS
               WHEN 4 ADD 90 TO WS-SERIAL-DAYS
               WHEN 5 ADD 120 TO WS-SERIAL-DAYS
               WHEN 6 ADD 151 TO WS-SERIAL-DAYS
               WHEN 7 ADD 181 TO WS-SERIAL-DAYS
               WHEN 8 ADD 212 TO WS-SERIAL-DAYS
               WHEN 9 ADD 243 TO WS-SERIAL-DAYS
               WHEN 10 ADD 273 TO WS-SERIAL-DAYS
               WHEN 11 ADD 304 TO WS-SERIAL-DAYS
               WHEN 12 ADD 334 TO WS-SERIAL-DAYS
           END-EVALUATE.
           IF WS-SER-MM > 2
               DIVIDE WS-SER-YYYY BY 4
                   GIVING WS-SER-QUOTIENT
                   REMAINDER WS-SER-REMAINDER
               IF WS-SER-REMAINDER = ZERO
                   DIVIDE WS-SER-YYYY BY 100
                       GIVING WS-SER-QUOTIENT
                       REMAINDER WS-SER-REMAINDER
                   IF WS-SER-REMAINDER NOT = ZERO
                       ADD 1 TO WS-SERIAL-DAYS
                   ELSE
                       DIVIDE WS-SER-YYYY BY 400
                           GIVING WS-SER-QUOTIENT
                           REMAINDER WS-SER-REMAINDER
                       IF WS-SER-REMAINDER = ZERO
                           ADD 1 TO WS-SERIAL-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD WS-SER-DD TO WS-SERIAL-DAYS.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-RPTDISTRIB-" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-REPORT-LINE-COUNT.

      *    one line to the console and the same line to the dated
      *    report file - the page reads the same either place
       960-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-REPORT-LINE-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.

      *    this run's own page is indexed after the purge, so it is
      *    tomorrow night's first new line
       965-CLOSE-REPORT-FILE.
           CLOSE REPORT-FILE.
           OPEN EXTEND REPORT-INDEX-FILE.
           IF WS-RX-STATUS NOT = "00"
               OPEN OUTPUT REPORT-INDEX-FILE
           END-IF.
           MOVE "RPTDISTRIB" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT.
           MOVE SPACES TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       975-STAMP-RUN-END.
           MOVE "END  " TO RC-EVENT.
           MOVE WS-RUN-OUTCOME TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       978-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RC-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RC-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO RC-TIME.
           MOVE "RPTDISTRIB" TO RC-STEP.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    the processing date off the control record, with the
      *    machine date only as the backstop when no control is on
      *    file - DATE-ROLL maintains the record between days
       990-GET-PROCESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PDATE-STATUS = "00"
               READ PROCESS-DATE-FILE
                   NOT AT END
                       IF CTL-PROCESS-DATE IS NUMERIC
                           MOVE CTL-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.
       END PROGRAM RPTDISTRIB.
