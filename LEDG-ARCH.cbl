      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ledger archive for closed years - moves one year's
      *          MONTH-LEDGER detail off to its own LEDGER-ARCHIVE-YYYY
      *          file once YEARCLOSE has locked the year, so the
      *          nightly ledger passes stop reading every year since
      *          go-live; the archive is read back and its record
      *          count and amount total proved against what left the
      *          ledger before the ledger is rewritten without the
      *          year - a mismatch leaves the ledger as it was;
      *          the year comes as YYYY on the command line
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT YEAR-LOCK-FILE ASSIGN TO "YEAR-CLOSED-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT MONTH-LEDGER-FILE ASSIGN TO "MONTH-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
      *    one archive file per year, named for the year it holds
           SELECT LEDGER-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT LEDGER-WORK-FILE ASSIGN TO "LEDGER-ARCHIVE-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
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
      *    years YEARCLOSE has finished and locked - only these may
      *    leave the ledger
       FD  YEAR-LOCK-FILE.
       01  YEAR-LOCK-RECORD.
           05 YL-YEAR PIC 9(4).
       FD  MONTH-LEDGER-FILE.
       01  MONTH-LEDGER-RECORD.
           05 LG-YEAR PIC 9(4).
           05 LG-MONTH PIC 9(2).
           05 LG-SEQ PIC 9(4).
           05 LG-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 LG-CURRENCY PIC X(3).
           05 LG-DEPT PIC X(3).
           05 LG-ADJ-FLAG PIC X(1).
           05 LG-RUN-ID PIC X(8).
      *    the archived records keep the ledger layout exactly, so
      *    anything that reads the ledger can read an archive
       FD  LEDGER-ARCHIVE-FILE.
       01  LEDGER-ARCHIVE-RECORD.
           05 LA-YEAR PIC 9(4).
           05 LA-MONTH PIC 9(2).
           05 LA-SEQ PIC 9(4).
           05 LA-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 LA-CURRENCY PIC X(3).
           05 LA-DEPT PIC X(3).
           05 LA-ADJ-FLAG PIC X(1).
           05 LA-RUN-ID PIC X(8).
      *    the ledger records staying behind, copied back over the
      *    ledger once the archive proves
       FD  LEDGER-WORK-FILE.
       01  LEDGER-WORK-RECORD PIC X(31).
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
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-COMMAND-LINE PIC X(80) VALUE SPACES.
       01 WS-ARCHIVE-YEAR PIC 9(4) VALUE ZERO.
       01 WS-ARCHIVE-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ARCH-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-ARCH-OK VALUE "Y".
       01 WS-LOCKED-SWITCH PIC X(1) VALUE "N".
           88 WS-YEAR-IS-LOCKED VALUE "Y".
       01 WS-REWRITTEN-SWITCH PIC X(1) VALUE "N".
           88 WS-LEDGER-REWRITTEN VALUE "Y".
       01 WS-REFUSAL PIC X(60) VALUE SPACES.
      *    the counts and totals every pass is proved against
       01 ARCH-TOTALS.
           05 AT-LEDGER-COUNT PIC 9(7) VALUE ZERO.
           05 AT-LEDGER-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 AT-YEAR-COUNT PIC 9(7) VALUE ZERO.
           05 AT-YEAR-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 AT-KEPT-COUNT PIC 9(7) VALUE ZERO.
           05 AT-KEPT-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 AT-ARCHIVE-COUNT PIC 9(7) VALUE ZERO.
           05 AT-ARCHIVE-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 AT-REWRITE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE (1:4) IS NUMERIC
               MOVE WS-COMMAND-LINE (1:4) TO WS-ARCHIVE-YEAR
           ELSE
               MOVE "N" TO WS-ARCH-OK-SWITCH
               MOVE "ARCHIVE YEAR MUST BE GIVEN AS YYYY" TO WS-REFUSAL
           END-IF.
           STRING "LEDGER-ARCHIVE-" WS-ARCHIVE-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME.
           PERFORM 955-OPEN-REPORT-FILE.
           STRING "LEDGER ARCHIVE  YEAR " WS-ARCHIVE-YEAR
                  "  TO " WS-ARCHIVE-FILE-NAME "  RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-ARCH-OK
               PERFORM 100-CHECK-YEAR-LOCK
           END-IF.
           IF WS-ARCH-OK
               PERFORM 200-SPLIT-LEDGER
           END-IF.
           IF WS-ARCH-OK
               PERFORM 300-PROVE-ARCHIVE
           END-IF.
           IF WS-ARCH-OK
               PERFORM 400-REWRITE-LEDGER
           END-IF.
           PERFORM 500-PRINT-PROOF.
           IF NOT WS-ARCH-OK
               MOVE "FAIL" TO WS-RUN-OUTCOME
               STRING "ARCHIVE NOT DONE - " WS-REFUSAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               IF NOT WS-LEDGER-REWRITTEN
                   MOVE "MONTH-LEDGER LEFT AS IT WAS" TO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE "ARCHIVE COMPLETE - YEAR REMOVED FROM MONTH-LEDGER"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    detail leaves the ledger only once its year is locked -
      *    an open year is still being posted to
       100-CHECK-YEAR-LOCK.
           MOVE "N" TO WS-LOCKED-SWITCH.
           OPEN INPUT YEAR-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               PERFORM 110-READ-YEAR-LOCK
               PERFORM UNTIL WS-LOCK-STATUS = "10"
                   IF YL-YEAR = WS-ARCHIVE-YEAR
                       SET WS-YEAR-IS-LOCKED TO TRUE
                   END-IF
                   PERFORM 110-READ-YEAR-LOCK
               END-PERFORM
               CLOSE YEAR-LOCK-FILE
           END-IF.
           IF NOT WS-YEAR-IS-LOCKED
               MOVE "N" TO WS-ARCH-OK-SWITCH
               MOVE "YEAR IS NOT LOCKED ON YEAR-CLOSED-CONTROL"
                   TO WS-REFUSAL
           END-IF.

       110-READ-YEAR-LOCK.
           READ YEAR-LOCK-FILE
               AT END MOVE "10" TO WS-LOCK-STATUS
           END-READ.

      *    the year's records are counted first, so a year already
      *    archived finds nothing and its archive is never opened
      *    over; then the year goes to the archive and everything
      *    else to the work file
       200-SPLIT-LEDGER.
           OPEN INPUT MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-ARCH-OK-SWITCH
               MOVE "NO MONTH-LEDGER ON FILE" TO WS-REFUSAL
           ELSE
               PERFORM 210-READ-LEDGER
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   IF LG-YEAR = WS-ARCHIVE-YEAR
                       ADD 1 TO AT-YEAR-COUNT
                   END-IF
                   PERFORM 210-READ-LEDGER
               END-PERFORM
               CLOSE MONTH-LEDGER-FILE
               IF AT-YEAR-COUNT = ZERO
                   MOVE "N" TO WS-ARCH-OK-SWITCH
                   MOVE "NO LEDGER RECORDS FOR THE YEAR - NOTHING TO DO"
                       TO WS-REFUSAL
               END-IF
           END-IF.
           IF WS-ARCH-OK
               MOVE ZERO TO AT-YEAR-COUNT
               OPEN INPUT MONTH-LEDGER-FILE
               OPEN OUTPUT LEDGER-ARCHIVE-FILE
               OPEN OUTPUT LEDGER-WORK-FILE
               PERFORM 210-READ-LEDGER
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   ADD 1 TO AT-LEDGER-COUNT
                   ADD LG-AMOUNT TO AT-LEDGER-TOTAL
                   IF LG-YEAR = WS-ARCHIVE-YEAR
                       MOVE MONTH-LEDGER-RECORD TO
                           LEDGER-ARCHIVE-RECORD
                       WRITE LEDGER-ARCHIVE-RECORD
                       ADD 1 TO AT-YEAR-COUNT
                       ADD LG-AMOUNT TO AT-YEAR-TOTAL
                   ELSE
                       MOVE MONTH-LEDGER-RECORD TO LEDGER-WORK-RECORD
                       WRITE LEDGER-WORK-RECORD
                       ADD 1 TO AT-KEPT-COUNT
                       ADD LG-AMOUNT TO AT-KEPT-TOTAL
                   END-IF
                   PERFORM 210-READ-LEDGER
               END-PERFORM
               CLOSE MONTH-LEDGER-FILE
               CLOSE LEDGER-ARCHIVE-FILE
               CLOSE LEDGER-WORK-FILE
           END-IF.

       210-READ-LEDGER.
           READ MONTH-LEDGER-FILE
               AT END MOVE "10" TO WS-LEDGER-STATUS
           END-READ.

      *    the archive as written to disk, read back and totalled -
      *    it has to hold exactly what left the ledger, and the two
      *    halves have to add back to the ledger as it stood
       300-PROVE-ARCHIVE.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM 310-READ-ARCHIVE
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   IF LA-YEAR = WS-ARCHIVE-YEAR
                       ADD 1 TO AT-ARCHIVE-COUNT
                       ADD LA-AMOUNT TO AT-ARCHIVE-TOTAL
                   END-IF
                   PERFORM 310-READ-ARCHIVE
               END-PERFORM
               CLOSE LEDGER-ARCHIVE-FILE
           END-IF.
           IF AT-ARCHIVE-COUNT NOT = AT-YEAR-COUNT
               OR AT-ARCHIVE-TOTAL NOT = AT-YEAR-TOTAL
               MOVE "N" TO WS-ARCH-OK-SWITCH
               MOVE "ARCHIVE DOES NOT MATCH THE LEDGER FOR THE YEAR"
                   TO WS-REFUSAL
           END-IF.
           IF AT-YEAR-COUNT + AT-KEPT-COUNT NOT = AT-LEDGER-COUNT
               OR AT-YEAR-TOTAL + AT-KEPT-TOTAL NOT = AT-LEDGER-TOTAL
               MOVE "N" TO WS-ARCH-OK-SWITCH
               MOVE "ARCHIVED PLUS KEPT DOES NOT ADD BACK TO THE LEDGER"
                   TO WS-REFUSAL
           END-IF.

       310-READ-ARCHIVE.
           READ LEDGER-ARCHIVE-FILE
               AT END MOVE "10" TO WS-ARCHIVE-STATUS
           END-READ.

       400-REWRITE-LEDGER.
           MOVE ZERO TO AT-REWRITE-COUNT.
           OPEN INPUT LEDGER-WORK-FILE.
           OPEN OUTPUT MONTH-LEDGER-FILE.
           SET WS-LEDGER-REWRITTEN TO TRUE.
           IF WS-WORK-STATUS = "00"
               PERFORM 410-READ-WORK
               PERFORM UNTIL WS-WORK-STATUS = "10"
                   MOVE LEDGER-WORK-RECORD TO MONTH-LEDGER-RECORD
                   WRITE MONTH-LEDGER-RECORD
                   ADD 1 TO AT-REWRITE-COUNT
                   PERFORM 410-READ-WORK
               END-PERFORM
               CLOSE LEDGER-WORK-FILE
           END-IF.
           CLOSE MONTH-LEDGER-FILE.
           IF AT-REWRITE-COUNT NOT = AT-KEPT-COUNT
               MOVE "N" TO WS-ARCH-OK-SWITCH
               MOVE "LEDGER REWRITE SHORT - RESTORE FROM THE WORK FILE"
                   TO WS-REFUSAL
           END-IF.

       410-READ-WORK.
           READ LEDGER-WORK-FILE
               AT END MOVE "10" TO WS-WORK-STATUS
           END-READ.

       500-PRINT-PROOF.
           MOVE "                         RECORDS            AMOUNT"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE AT-LEDGER-COUNT TO WS-COUNT-EDIT.
           MOVE AT-LEDGER-TOTAL TO WS-TOTAL-EDIT.
           STRING "  LEDGER BEFORE      " WS-COUNT-EDIT "  "
                  WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE AT-YEAR-COUNT TO WS-COUNT-EDIT.
           MOVE AT-YEAR-TOTAL TO WS-TOTAL-EDIT.
           STRING "  YEAR SELECTED      " WS-COUNT-EDIT "  "
                  WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE AT-ARCHIVE-COUNT TO WS-COUNT-EDIT.
           MOVE AT-ARCHIVE-TOTAL TO WS-TOTAL-EDIT.
           STRING "  ARCHIVE READ BACK  " WS-COUNT-EDIT "  "
                  WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE AT-KEPT-COUNT TO WS-COUNT-EDIT.
           MOVE AT-KEPT-TOTAL TO WS-TOTAL-EDIT.
           STRING "  LEDGER KEPT        " WS-COUNT-EDIT "  "
                  WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE AT-REWRITE-COUNT TO WS-COUNT-EDIT.
           STRING "  LEDGER REWRITTEN   " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-LEDGERARCH-" WS-RUN-DATE
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

       965-CLOSE-REPORT-FILE.
           CLOSE REPORT-FILE.
           OPEN EXTEND REPORT-INDEX-FILE.
           IF WS-RX-STATUS NOT = "00"
               OPEN OUTPUT REPORT-INDEX-FILE
           END-IF.
           MOVE "LEDGERARCH" TO RX-NAME.
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
           MOVE "LEDGERARCH" TO RC-STEP.
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
       END PROGRAM LEDGERARCH.
