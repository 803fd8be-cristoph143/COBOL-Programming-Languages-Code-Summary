      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recurring accruals with automatic reversal - every
      *          standing accrual on STANDING-ACCRUALS whose start and
      *          end months cover the period posts to MONTH-LEDGER as
      *          an accrual entry (flag C), and every accrual still
      *          outstanding from an earlier month is reversed (flag R)
      *          into the first open month after it; ACCRUAL-REGISTER
      *          ties each reversal to its accrual, and the report
      *          closes on the accruals posted but not yet reversed;
      *          runs for the processing month, or YYYYMM on the
      *          command line
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT STANDING-ACCRUAL-FILE ASSIGN TO "STANDING-ACCRUALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT ACCRUAL-REGISTER-FILE ASSIGN TO "ACCRUAL-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRENCY-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT YEAR-LOCK-FILE ASSIGN TO "YEAR-CLOSED-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT MONTH-LEDGER-FILE ASSIGN TO "MONTH-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MONTH-BALANCE-FILE ASSIGN TO "MONTH-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
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
      *    one standing accrual per line - the amount posts every
      *    month from the start month through the end month (blank
      *    for no end) in the currency given, blank being base
       FD  STANDING-ACCRUAL-FILE.
       01  STANDING-ACCRUAL-RECORD.
           05 SA-ID PIC X(6).
           05 SA-DEPT PIC X(3).
           05 SA-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 SA-CURRENCY PIC X(3).
           05 SA-START-MONTH PIC X(6).
           05 SA-END-MONTH PIC X(6).
           05 SA-DESCRIPTION PIC X(20).
      *    one line per accrual posted - the base amount it went on
      *    at, and the month and date it was reversed, blank while
      *    it is still outstanding
       FD  ACCRUAL-REGISTER-FILE.
       01  ACCRUAL-REGISTER-RECORD.
           05 AR-ID PIC X(6).
           05 AR-PERIOD PIC X(6).
           05 AR-DEPT PIC X(3).
           05 AR-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 AR-CURRENCY PIC X(3).
           05 AR-POSTED-DATE PIC X(8).
           05 AR-REVERSED-PERIOD PIC X(6).
           05 AR-REVERSED-DATE PIC X(8).
      *    date-effective conversion rates to base currency - the
      *    newest rate on or before the run date is the one applied
       FD  CURRENCY-RATE-FILE.
       01  CURRENCY-RATE-RECORD.
           05 RT-CURRENCY PIC X(3).
           05 RT-EFF-DATE PIC X(8).
           05 RT-RATE PIC 9(3)V9(4).
      *    years YEARCLOSE has finished and locked - nothing may
      *    post to a year listed here
       FD  YEAR-LOCK-FILE.
       01  YEAR-LOCK-RECORD.
           05 YL-YEAR PIC 9(4).
      *    every accepted transaction kept as a detail record keyed
      *    by year, month and sequence - accruals carry C in the
      *    flag byte and their reversals R
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
               88 LG-IS-ACCRUAL VALUE "C".
               88 LG-IS-REVERSAL VALUE "R".
       FD  MONTH-BALANCE-FILE.
       01  MONTH-BALANCE-RECORD.
           05 MB-KEY.
               10 MB-YEAR  PIC 9(4).
               10 MB-MONTH PIC 9(2).
      *        ALL carries the shop-wide rollup, real codes carry
      *        their department's own balance
               10 MB-DEPT  PIC X(3).
           05 MB-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 MB-CLOSED-FLAG PIC X(1).
           05 FILLER PIC X(4).
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
       01 WS-STANDING-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-COMMAND-LINE PIC X(80) VALUE SPACES.
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
      *    the month being judged or posted to
       01 WS-WORK-PERIOD PIC X(6).
       01 WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM PIC 9(2).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-RUN-OK VALUE "Y".
       01 WS-REFUSAL PIC X(60) VALUE SPACES.
       01 WS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-PERIOD-IS-OPEN VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
      *    locked years, loaded once
       01 WS-LOCKED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LOCKED-TABLE.
           05 WS-LOCKED-YEAR PIC 9(4) OCCURS 50 TIMES
               INDEXED BY LK-IDX.
      *    the published rate sheet, loaded once
       01 WS-RATE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10 WS-RT-CURRENCY PIC X(3).
               10 WS-RT-EFF-DATE PIC X(8).
               10 WS-RT-RATE PIC 9(3)V9(4).
       01 WS-PICKED-DATE PIC X(8).
       01 WS-PICKED-RATE PIC 9(3)V9(4).
       01 WS-RATE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-BASE-AMOUNT PIC S9(3)V99 VALUE ZERO.
      *    the whole register, rewritten at the end of the run
       01 WS-REG-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 1000 TIMES INDEXED BY RG-IDX.
               10 WS-RG-ID PIC X(6).
               10 WS-RG-PERIOD PIC X(6).
               10 WS-RG-DEPT PIC X(3).
               10 WS-RG-AMOUNT PIC S9(3)V99.
               10 WS-RG-CURRENCY PIC X(3).
               10 WS-RG-POSTED-DATE PIC X(8).
               10 WS-RG-REVERSED-PERIOD PIC X(6).
               10 WS-RG-REVERSED-DATE PIC X(8).
      *    next ledger sequence for every period the ledger holds
       01 WS-SEQ-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SEQ-TABLE.
           05 WS-SEQ-ENTRY OCCURS 240 TIMES INDEXED BY SQ-IDX.
               10 WS-SQ-PERIOD PIC X(6).
               10 WS-SQ-NEXT PIC 9(4).
       01 WS-POST-DEPT PIC X(3).
       01 WS-POST-AMOUNT PIC S9(3)V99.
       01 WS-POST-CURRENCY PIC X(3).
       01 WS-POST-FLAG PIC X(1).
       01 WS-ACCRUED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REVERSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OUTSTANDING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL PIC S9(5)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT PIC -ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE WS-RUN-DATE (1:6) TO WS-PERIOD.
           IF WS-COMMAND-LINE (1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE (1:6) TO WS-PERIOD
           END-IF.
           PERFORM 955-OPEN-REPORT-FILE.
           STRING "RECURRING ACCRUALS  PERIOD " WS-PERIOD-YYYY "/"
                  WS-PERIOD-MM "  RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE "N" TO WS-RUN-OK-SWITCH
               MOVE "PERIOD MUST BE YYYYMM WITH A MONTH 01-12"
                   TO WS-REFUSAL
           END-IF.
           IF WS-RUN-OK
               PERFORM 100-LOAD-LOCKED-YEARS
               PERFORM 110-LOAD-RATE-TABLE
               PERFORM 120-LOAD-REGISTER
               PERFORM 130-LOAD-LEDGER-SEQUENCES
               OPEN I-O MONTH-BALANCE-FILE
               IF WS-BALANCE-STATUS = "35"
                   OPEN OUTPUT MONTH-BALANCE-FILE
                   CLOSE MONTH-BALANCE-FILE
                   OPEN I-O MONTH-BALANCE-FILE
               END-IF
               MOVE WS-PERIOD TO WS-WORK-PERIOD
               PERFORM 700-JUDGE-PERIOD-OPEN
               IF NOT WS-PERIOD-IS-OPEN
                   MOVE "N" TO WS-RUN-OK-SWITCH
                   MOVE "PERIOD IS CLOSED OR ITS YEAR IS LOCKED"
                       TO WS-REFUSAL
               END-IF
               IF WS-RUN-OK
                   OPEN EXTEND MONTH-LEDGER-FILE
                   IF WS-LEDGER-STATUS NOT = "00"
                       OPEN OUTPUT MONTH-LEDGER-FILE
                   END-IF
                   MOVE "POSTED THIS RUN" TO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
                   MOVE "  TYPE      ID      DEPT  PERIOD      AMOUNT"
                       TO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
                   PERFORM 300-REVERSE-OUTSTANDING
                   PERFORM 400-POST-ACCRUALS
                   CLOSE MONTH-LEDGER-FILE
                   PERFORM 500-SAVE-REGISTER
                   STRING "  ACCRUALS POSTED " WS-ACCRUED-COUNT
                          "   REVERSALS POSTED " WS-REVERSED-COUNT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
               CLOSE MONTH-BALANCE-FILE
           END-IF.
           IF NOT WS-RUN-OK
               MOVE "FAIL" TO WS-RUN-OUTCOME
               STRING "ACCRUALS NOT RUN - " WS-REFUSAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 600-LIST-OUTSTANDING.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

       100-LOAD-LOCKED-YEARS.
           MOVE ZERO TO WS-LOCKED-COUNT.
           OPEN INPUT YEAR-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               PERFORM 105-READ-YEAR-LOCK
               PERFORM UNTIL WS-LOCK-STATUS = "10"
                   IF WS-LOCKED-COUNT < 50
                       ADD 1 TO WS-LOCKED-COUNT
                       MOVE YL-YEAR TO WS-LOCKED-YEAR (WS-LOCKED-COUNT)
                   END-IF
                   PERFORM 105-READ-YEAR-LOCK
               END-PERFORM
               CLOSE YEAR-LOCK-FILE
           END-IF.

       105-READ-YEAR-LOCK.
           READ YEAR-LOCK-FILE
               AT END MOVE "10" TO WS-LOCK-STATUS
           END-READ.

       110-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.
           OPEN INPUT CURRENCY-RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM 115-READ-RATE-RECORD
               PERFORM UNTIL WS-RATE-STATUS = "10"
                   IF WS-RATE-COUNT < 50
                       ADD 1 TO WS-RATE-COUNT
                       SET RT-IDX TO WS-RATE-COUNT
                       MOVE RT-CURRENCY TO WS-RT-CURRENCY (RT-IDX)
                       MOVE RT-EFF-DATE TO WS-RT-EFF-DATE (RT-IDX)
                       MOVE RT-RATE TO WS-RT-RATE (RT-IDX)
                   END-IF
                   PERFORM 115-READ-RATE-RECORD
               END-PERFORM
               CLOSE CURRENCY-RATE-FILE
           END-IF.

       115-READ-RATE-RECORD.
           READ CURRENCY-RATE-FILE
               AT END MOVE "10" TO WS-RATE-STATUS
           END-READ.

       120-LOAD-REGISTER.
           MOVE ZERO TO WS-REG-COUNT.
           OPEN INPUT ACCRUAL-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM 125-READ-REGISTER
               PERFORM UNTIL WS-REGISTER-STATUS = "10"
                   IF WS-REG-COUNT < 1000
                       ADD 1 TO WS-REG-COUNT
                       SET RG-IDX TO WS-REG-COUNT
                       MOVE AR-ID TO WS-RG-ID (RG-IDX)
                       MOVE AR-PERIOD TO WS-RG-PERIOD (RG-IDX)
                       MOVE AR-DEPT TO WS-RG-DEPT (RG-IDX)
                       MOVE AR-AMOUNT TO WS-RG-AMOUNT (RG-IDX)
                       MOVE AR-CURRENCY TO WS-RG-CURRENCY (RG-IDX)
                       MOVE AR-POSTED-DATE TO
                           WS-RG-POSTED-DATE (RG-IDX)
                       MOVE AR-REVERSED-PERIOD TO
                           WS-RG-REVERSED-PERIOD (RG-IDX)
                       MOVE AR-REVERSED-DATE TO
                           WS-RG-REVERSED-DATE (RG-IDX)
                   ELSE
                       MOVE "N" TO WS-RUN-OK-SWITCH
                       MOVE "ACCRUAL REGISTER PAST 1000 ENTRIES"
                           TO WS-REFUSAL
                   END-IF
                   PERFORM 125-READ-REGISTER
               END-PERFORM
               CLOSE ACCRUAL-REGISTER-FILE
           END-IF.

       125-READ-REGISTER.
           READ ACCRUAL-REGISTER-FILE
               AT END MOVE "10" TO WS-REGISTER-STATUS
           END-READ.

      *    where each period's postings continue on the ledger
       130-LOAD-LEDGER-SEQUENCES.
           MOVE ZERO TO WS-SEQ-COUNT.
           OPEN INPUT MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM 135-READ-LEDGER
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   MOVE LG-YEAR TO WS-WORK-YYYY
                   MOVE LG-MONTH TO WS-WORK-MM
                   PERFORM 140-FIND-PERIOD-SEQ
                   IF WS-ENTRY-FOUND
                       AND LG-SEQ >= WS-SQ-NEXT (SQ-IDX)
                       COMPUTE WS-SQ-NEXT (SQ-IDX) = LG-SEQ + 1
                   END-IF
                   PERFORM 135-READ-LEDGER
               END-PERFORM
               CLOSE MONTH-LEDGER-FILE
           END-IF.

       135-READ-LEDGER.
           READ MONTH-LEDGER-FILE
               AT END MOVE "10" TO WS-LEDGER-STATUS
           END-READ.

      *    the work period's slot in the sequence table, added at
      *    sequence 1 when the ledger has nothing for it yet
       140-FIND-PERIOD-SEQ.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET SQ-IDX TO 1.
           SEARCH WS-SEQ-ENTRY
               AT END
                   CONTINUE
               WHEN SQ-IDX > WS-SEQ-COUNT
                   CONTINUE
               WHEN WS-SQ-PERIOD (SQ-IDX) = WS-WORK-PERIOD
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND AND WS-SEQ-COUNT < 240
               ADD 1 TO WS-SEQ-COUNT
               SET SQ-IDX TO WS-SEQ-COUNT
               MOVE WS-WORK-PERIOD TO WS-SQ-PERIOD (SQ-IDX)
               MOVE 1 TO WS-SQ-NEXT (SQ-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *    every accrual still outstanding from before this period
      *    reverses into the first open month after its own - a
      *    month closed since, or a locked year, is stepped over
       300-REVERSE-OUTSTANDING.
           PERFORM 310-REVERSE-ONE-ENTRY
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-COUNT.

       310-REVERSE-ONE-ENTRY.
           IF WS-RG-REVERSED-PERIOD (RG-IDX) = SPACES
               AND WS-RG-PERIOD (RG-IDX) < WS-PERIOD
               MOVE WS-RG-PERIOD (RG-IDX) TO WS-WORK-PERIOD
               MOVE "N" TO WS-OPEN-SWITCH
               PERFORM 320-STEP-TO-OPEN-MONTH
                   UNTIL WS-PERIOD-IS-OPEN
                   OR WS-WORK-PERIOD NOT < WS-PERIOD
               IF NOT WS-PERIOD-IS-OPEN
                   MOVE WS-PERIOD TO WS-WORK-PERIOD
               END-IF
               MOVE WS-RG-DEPT (RG-IDX) TO WS-POST-DEPT
               COMPUTE WS-POST-AMOUNT = 0 - WS-RG-AMOUNT (RG-IDX)
               MOVE WS-RG-CURRENCY (RG-IDX) TO WS-POST-CURRENCY
               MOVE "R" TO WS-POST-FLAG
               PERFORM 800-POST-TO-LEDGER
               MOVE WS-WORK-PERIOD TO WS-RG-REVERSED-PERIOD (RG-IDX)
               MOVE WS-RUN-DATE TO WS-RG-REVERSED-DATE (RG-IDX)
               ADD 1 TO WS-REVERSED-COUNT
               MOVE WS-POST-AMOUNT TO WS-AMOUNT-EDIT
               STRING "  REVERSAL  " WS-RG-ID (RG-IDX) "  "
                      WS-POST-DEPT "   " WS-WORK-PERIOD "  "
                      WS-AMOUNT-EDIT "  OF " WS-RG-PERIOD (RG-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       320-STEP-TO-OPEN-MONTH.
           ADD 1 TO WS-WORK-MM.
           IF WS-WORK-MM > 12
               MOVE 1 TO WS-WORK-MM
               ADD 1 TO WS-WORK-YYYY
           END-IF.
           PERFORM 700-JUDGE-PERIOD-OPEN.

      *    the standing accruals in force for the period, once
      *    each - a rerun finds them on the register and passes
       400-POST-ACCRUALS.
           OPEN INPUT STANDING-ACCRUAL-FILE.
           IF WS-STANDING-STATUS = "00"
               PERFORM 410-READ-STANDING
               PERFORM UNTIL WS-STANDING-STATUS = "10"
                   IF SA-START-MONTH NOT > WS-PERIOD
                       AND (SA-END-MONTH = SPACES
                       OR SA-END-MONTH NOT < WS-PERIOD)
                       PERFORM 420-POST-ONE-ACCRUAL
                   END-IF
                   PERFORM 410-READ-STANDING
               END-PERFORM
               CLOSE STANDING-ACCRUAL-FILE
           END-IF.

       410-READ-STANDING.
           READ STANDING-ACCRUAL-FILE
               AT END MOVE "10" TO WS-STANDING-STATUS
           END-READ.

       420-POST-ONE-ACCRUAL.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET RG-IDX TO 1.
           SEARCH WS-REG-ENTRY
               AT END
                   CONTINUE
               WHEN RG-IDX > WS-REG-COUNT
                   CONTINUE
               WHEN WS-RG-ID (RG-IDX) = SA-ID
                   AND WS-RG-PERIOD (RG-IDX) = WS-PERIOD
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.
           IF WS-ENTRY-FOUND
               STRING "  ALREADY   " SA-ID "  " SA-DEPT "   "
                      WS-PERIOD "  ON THE REGISTER - NOT POSTED AGAIN"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 430-CONVERT-TO-BASE
               IF NOT WS-RATE-FOUND
                   STRING "  *** " SA-ID " NO RATE FOR CURRENCY "
                          SA-CURRENCY " - NOT POSTED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
                   MOVE "FAIL" TO WS-RUN-OUTCOME
               ELSE
                   IF WS-REG-COUNT < 1000
                       MOVE WS-PERIOD TO WS-WORK-PERIOD
                       MOVE SA-DEPT TO WS-POST-DEPT
                       MOVE WS-BASE-AMOUNT TO WS-POST-AMOUNT
                       MOVE SA-CURRENCY TO WS-POST-CURRENCY
                       MOVE "C" TO WS-POST-FLAG
                       PERFORM 800-POST-TO-LEDGER
                       ADD 1 TO WS-REG-COUNT
                       SET RG-IDX TO WS-REG-COUNT
                       MOVE SA-ID TO WS-RG-ID (RG-IDX)
                       MOVE WS-PERIOD TO WS-RG-PERIOD (RG-IDX)
                       MOVE SA-DEPT TO WS-RG-DEPT (RG-IDX)
                       MOVE WS-BASE-AMOUNT TO WS-RG-AMOUNT (RG-IDX)
                       MOVE SA-CURRENCY TO WS-RG-CURRENCY (RG-IDX)
                       MOVE WS-RUN-DATE TO
                           WS-RG-POSTED-DATE (RG-IDX)
                       MOVE SPACES TO WS-RG-REVERSED-PERIOD (RG-IDX)
                       MOVE SPACES TO WS-RG-REVERSED-DATE (RG-IDX)
                       ADD 1 TO WS-ACCRUED-COUNT
                       MOVE WS-BASE-AMOUNT TO WS-AMOUNT-EDIT
                       STRING "  ACCRUAL   " SA-ID "  " SA-DEPT "   "
                              WS-PERIOD "  " WS-AMOUNT-EDIT "  "
                              SA-DESCRIPTION
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM 960-WRITE-REPORT-LINE
                   ELSE
                       STRING "  *** REGISTER FULL - " SA-ID
                              " NOT POSTED"
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM 960-WRITE-REPORT-LINE
                       MOVE "FAIL" TO WS-RUN-OUTCOME
                   END-IF
               END-IF
           END-IF.

      *    the same newest-rate-on-or-before rule MONTHAMTS applies
      *    to the feed; the reversal later takes the register's base
      *    amount, so the pair always nets to nothing
       430-CONVERT-TO-BASE.
           MOVE "Y" TO WS-RATE-FOUND-SWITCH.
           IF SA-CURRENCY = SPACES
               MOVE SA-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               MOVE "N" TO WS-RATE-FOUND-SWITCH
               MOVE LOW-VALUES TO WS-PICKED-DATE
               MOVE ZERO TO WS-PICKED-RATE
               PERFORM 435-PICK-RATE
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RATE-COUNT
               IF WS-RATE-FOUND
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       SA-AMOUNT * WS-PICKED-RATE
               END-IF
           END-IF.

       435-PICK-RATE.
           IF WS-RT-CURRENCY (RT-IDX) = SA-CURRENCY
               AND WS-RT-EFF-DATE (RT-IDX) NOT > WS-RUN-DATE
               AND WS-RT-EFF-DATE (RT-IDX) >= WS-PICKED-DATE
               MOVE WS-RT-EFF-DATE (RT-IDX) TO WS-PICKED-DATE
               MOVE WS-RT-RATE (RT-IDX) TO WS-PICKED-RATE
               SET WS-RATE-FOUND TO TRUE
           END-IF.

       500-SAVE-REGISTER.
           OPEN OUTPUT ACCRUAL-REGISTER-FILE.
           PERFORM 510-SAVE-ONE-ENTRY
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-COUNT.
           CLOSE ACCRUAL-REGISTER-FILE.

       510-SAVE-ONE-ENTRY.
           MOVE WS-RG-ID (RG-IDX) TO AR-ID.
           MOVE WS-RG-PERIOD (RG-IDX) TO AR-PERIOD.
           MOVE WS-RG-DEPT (RG-IDX) TO AR-DEPT.
           MOVE WS-RG-AMOUNT (RG-IDX) TO AR-AMOUNT.
           MOVE WS-RG-CURRENCY (RG-IDX) TO AR-CURRENCY.
           MOVE WS-RG-POSTED-DATE (RG-IDX) TO AR-POSTED-DATE.
           MOVE WS-RG-REVERSED-PERIOD (RG-IDX) TO AR-REVERSED-PERIOD.
           MOVE WS-RG-REVERSED-DATE (RG-IDX) TO AR-REVERSED-DATE.
           WRITE ACCRUAL-REGISTER-RECORD.

      *    the month's standing list - every accrual on the
      *    register with no reversal against it yet
       600-LIST-OUTSTANDING.
           MOVE "ACCRUALS POSTED AND NOT YET REVERSED" TO
               WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "  ID      DEPT  PERIOD      AMOUNT  CUR  POSTED"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-OUTSTANDING-COUNT.
           MOVE ZERO TO WS-OUTSTANDING-TOTAL.
           PERFORM 610-LIST-ONE-ENTRY
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-COUNT.
           MOVE WS-OUTSTANDING-TOTAL TO WS-AMOUNT-EDIT.
           STRING "  OUTSTANDING " WS-OUTSTANDING-COUNT
                  "   TOTAL " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       610-LIST-ONE-ENTRY.
           IF WS-RG-REVERSED-PERIOD (RG-IDX) = SPACES
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD WS-RG-AMOUNT (RG-IDX) TO WS-OUTSTANDING-TOTAL
               MOVE WS-RG-AMOUNT (RG-IDX) TO WS-AMOUNT-EDIT
               STRING "  " WS-RG-ID (RG-IDX) "  "
                      WS-RG-DEPT (RG-IDX) "   "
                      WS-RG-PERIOD (RG-IDX) "  " WS-AMOUNT-EDIT
                      "  " WS-RG-CURRENCY (RG-IDX) "  "
                      WS-RG-POSTED-DATE (RG-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

      *    a month is open when its year is not locked and its ALL
      *    balance is not marked closed - no balance yet is open
       700-JUDGE-PERIOD-OPEN.
           MOVE "Y" TO WS-OPEN-SWITCH.
           SET LK-IDX TO 1.
           SEARCH WS-LOCKED-YEAR
               AT END
                   CONTINUE
               WHEN LK-IDX > WS-LOCKED-COUNT
                   CONTINUE
               WHEN WS-LOCKED-YEAR (LK-IDX) = WS-WORK-YYYY
                   MOVE "N" TO WS-OPEN-SWITCH
           END-SEARCH.
           IF WS-PERIOD-IS-OPEN
               MOVE WS-WORK-YYYY TO MB-YEAR
               MOVE WS-WORK-MM TO MB-MONTH
               MOVE "ALL" TO MB-DEPT
               READ MONTH-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MB-CLOSED-FLAG = "Y"
                           MOVE "N" TO WS-OPEN-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    one ledger entry in the work period under its next
      *    sequence, with the period's ALL and department balances
      *    moved to match
       800-POST-TO-LEDGER.
           PERFORM 140-FIND-PERIOD-SEQ.
           MOVE WS-WORK-YYYY TO LG-YEAR.
           MOVE WS-WORK-MM TO LG-MONTH.
           MOVE WS-SQ-NEXT (SQ-IDX) TO LG-SEQ.
           ADD 1 TO WS-SQ-NEXT (SQ-IDX).
           MOVE WS-POST-AMOUNT TO LG-AMOUNT.
           MOVE WS-POST-CURRENCY TO LG-CURRENCY.
           MOVE WS-POST-DEPT TO LG-DEPT.
           IF LG-DEPT = SPACES
               MOVE "GEN" TO LG-DEPT
           END-IF.
           MOVE WS-POST-FLAG TO LG-ADJ-FLAG.
           MOVE SPACES TO LG-RUN-ID.
           WRITE MONTH-LEDGER-RECORD.
           MOVE "ALL" TO WS-POST-DEPT.
           PERFORM 810-MOVE-BALANCE.
           MOVE LG-DEPT TO WS-POST-DEPT.
           PERFORM 810-MOVE-BALANCE.

       810-MOVE-BALANCE.
           MOVE WS-WORK-YYYY TO MB-YEAR.
           MOVE WS-WORK-MM TO MB-MONTH.
           MOVE WS-POST-DEPT TO MB-DEPT.
           READ MONTH-BALANCE-FILE
               INVALID KEY
                   MOVE WS-POST-AMOUNT TO MB-AMOUNT
                   MOVE "N" TO MB-CLOSED-FLAG
                   WRITE MONTH-BALANCE-RECORD
               NOT INVALID KEY
                   ADD WS-POST-AMOUNT TO MB-AMOUNT
                   REWRITE MONTH-BALANCE-RECORD
           END-READ.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-ACCRUERUN-" WS-RUN-DATE
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
           MOVE "ACCRUERUN" TO RX-NAME.
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
           MOVE "ACCRUERUN" TO RC-STEP.
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
       END PROGRAM ACCRUERUN.
