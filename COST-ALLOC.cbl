      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end cost allocation - spreads the month's GEN
      *          balance on MONTH-BALANCE across the departments that
      *          share it, by the percentages on COST-ALLOC-DRIVERS
      *          effective for the period; each share posts to
      *          MONTH-LEDGER as an allocation entry (flag L) with the
      *          matching credit to GEN, so the ALL rollup comes out
      *          the same and the report proves it; runs ahead of
      *          MONTHCLOSE for the processing month, or YYYYMM on
      *          the command line
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTALLOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT DRIVER-FILE ASSIGN TO "COST-ALLOC-DRIVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
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
      *    the share of the general department each department
      *    carries, between two YYYYMM periods - spaces leave that
      *    end open; the shares in force for a month may not pass
      *    100 percent, and whatever is short of 100 stays in GEN
       FD  DRIVER-FILE.
       01  DRIVER-RECORD.
           05 AD-DEPT PIC X(3).
           05 AD-PERCENT PIC 9(3)V99.
           05 AD-EFF-FROM PIC X(6).
           05 AD-EFF-TO PIC X(6).
      *    years YEARCLOSE has finished and locked - nothing may
      *    post to a year listed here
       FD  YEAR-LOCK-FILE.
       01  YEAR-LOCK-RECORD.
           05 YL-YEAR PIC 9(4).
      *    every accepted transaction kept as a detail record keyed
      *    by year, month and sequence - allocation entries carry
      *    L in the flag byte
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
               88 LG-IS-ALLOCATION VALUE "L".
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
       01 WS-DRIVER-STATUS PIC X(2).
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
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALLOC-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-ALLOC-OK VALUE "Y".
       01 WS-REFUSAL PIC X(60) VALUE SPACES.
      *    the drivers in force for the period
       01 WS-DRIVER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DRIVER-TABLE.
           05 WS-DRIVER OCCURS 30 TIMES INDEXED BY DR-IDX.
               10 WS-DR-DEPT PIC X(3).
               10 WS-DR-PERCENT PIC 9(3)V99.
               10 WS-DR-AMOUNT PIC S9(3)V99.
       01 WS-TOTAL-PERCENT PIC 9(4)V99 VALUE ZERO.
      *    department codes are held against the general code
      *    table through CODESUBR - nothing loaded for DEPT leaves
      *    them unchecked
       01 WS-CODE-FUNCTION PIC X(8).
       01 WS-CODE-TABLE-ID PIC X(8) VALUE "DEPT".
       01 WS-CODE-VALUE PIC X(8).
       01 WS-CODE-DESCRIPTION PIC X(30).
       01 WS-CODE-STATUS PIC X(2).
       01 WS-NEXT-SEQ PIC 9(4) VALUE 1.
       01 WS-GEN-AMOUNT PIC S9(3)V99 VALUE ZERO.
       01 WS-TO-MOVE PIC S9(3)V99 VALUE ZERO.
       01 WS-MOVED-SO-FAR PIC S9(3)V99 VALUE ZERO.
       01 WS-ALL-BEFORE PIC S9(5)V99 VALUE ZERO.
       01 WS-ALL-AFTER PIC S9(5)V99 VALUE ZERO.
       01 WS-DEPTS-BEFORE PIC S9(5)V99 VALUE ZERO.
       01 WS-DEPTS-AFTER PIC S9(5)V99 VALUE ZERO.
       01 WS-DEPT-SUM PIC S9(5)V99 VALUE ZERO.
       01 WS-ALL-AMOUNT PIC S9(5)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT PIC -ZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC -ZZ,ZZ9.99.
       01 WS-PERCENT-EDIT PIC ZZ9.99.
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
           STRING "GENERAL DEPARTMENT COST ALLOCATION  PERIOD "
                  WS-PERIOD-YYYY "/" WS-PERIOD-MM
                  "  RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE "N" TO WS-ALLOC-OK-SWITCH
               MOVE "PERIOD MUST BE YYYYMM WITH A MONTH 01-12"
                   TO WS-REFUSAL
           END-IF.
           IF WS-ALLOC-OK
               PERFORM 100-CHECK-YEAR-LOCK
           END-IF.
           IF WS-ALLOC-OK
               PERFORM 200-LOAD-DRIVERS
           END-IF.
           IF WS-ALLOC-OK
               PERFORM 300-SCAN-LEDGER
           END-IF.
           IF WS-ALLOC-OK
               PERFORM 400-ALLOCATE-PERIOD
           END-IF.
           IF NOT WS-ALLOC-OK
               MOVE "FAIL" TO WS-RUN-OUTCOME
               STRING "ALLOCATION NOT RUN - " WS-REFUSAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

       100-CHECK-YEAR-LOCK.
           OPEN INPUT YEAR-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               PERFORM 110-READ-YEAR-LOCK
               PERFORM UNTIL WS-LOCK-STATUS = "10"
                   IF YL-YEAR = WS-PERIOD-YYYY
                       MOVE "N" TO WS-ALLOC-OK-SWITCH
                       MOVE "YEAR IS CLOSED AND LOCKED"
                           TO WS-REFUSAL
                   END-IF
                   PERFORM 110-READ-YEAR-LOCK
               END-PERFORM
               CLOSE YEAR-LOCK-FILE
           END-IF.

       110-READ-YEAR-LOCK.
           READ YEAR-LOCK-FILE
               AT END MOVE "10" TO WS-LOCK-STATUS
           END-READ.

      *    the drivers whose window covers the period; a driver on
      *    GEN or ALL, a department twice, a department the code
      *    table refuses, or shares past 100 percent stop the run
       200-LOAD-DRIVERS.
           MOVE ZERO TO WS-DRIVER-COUNT.
           MOVE ZERO TO WS-TOTAL-PERCENT.
           OPEN INPUT DRIVER-FILE.
           IF WS-DRIVER-STATUS = "00"
               PERFORM 210-READ-DRIVER
               PERFORM UNTIL WS-DRIVER-STATUS = "10"
                   IF (AD-EFF-FROM = SPACES
                       OR AD-EFF-FROM NOT > WS-PERIOD)
                       AND (AD-EFF-TO = SPACES
                       OR AD-EFF-TO NOT < WS-PERIOD)
                       PERFORM 220-TAKE-DRIVER
                   END-IF
                   PERFORM 210-READ-DRIVER
               END-PERFORM
               CLOSE DRIVER-FILE
           END-IF.
           MOVE "CLOSE" TO WS-CODE-FUNCTION.
           CALL "CODESUBR" USING WS-CODE-FUNCTION WS-CODE-TABLE-ID
               WS-CODE-VALUE WS-CODE-DESCRIPTION WS-CODE-STATUS.
           IF WS-ALLOC-OK AND WS-DRIVER-COUNT = ZERO
               MOVE "N" TO WS-ALLOC-OK-SWITCH
               MOVE "NO ALLOCATION DRIVERS IN FORCE FOR THE PERIOD"
                   TO WS-REFUSAL
           END-IF.
           IF WS-ALLOC-OK AND WS-TOTAL-PERCENT > 100
               MOVE "N" TO WS-ALLOC-OK-SWITCH
               MOVE "DRIVER SHARES COME TO MORE THAN 100 PERCENT"
                   TO WS-REFUSAL
           END-IF.

       210-READ-DRIVER.
           READ DRIVER-FILE
               AT END MOVE "10" TO WS-DRIVER-STATUS
           END-READ.

       220-TAKE-DRIVER.
           IF AD-DEPT = SPACES OR AD-DEPT = "GEN" OR AD-DEPT = "ALL"
               OR AD-PERCENT IS NOT NUMERIC
               MOVE "N" TO WS-ALLOC-OK-SWITCH
               STRING "DRIVER FOR DEPARTMENT [" AD-DEPT
                      "] IS NOT A VALID SHARE"
                      DELIMITED BY SIZE INTO WS-REFUSAL
           ELSE
               SET DR-IDX TO 1
               SEARCH WS-DRIVER
                   AT END
                       CONTINUE
                   WHEN DR-IDX > WS-DRIVER-COUNT
                       CONTINUE
                   WHEN WS-DR-DEPT (DR-IDX) = AD-DEPT
                       MOVE "N" TO WS-ALLOC-OK-SWITCH
                       STRING "DEPARTMENT " AD-DEPT " HAS MORE THAN "
                              "ONE DRIVER IN FORCE"
                              DELIMITED BY SIZE INTO WS-REFUSAL
               END-SEARCH
               MOVE "VALIDATE" TO WS-CODE-FUNCTION
               MOVE AD-DEPT TO WS-CODE-VALUE
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
               IF WS-CODE-STATUS = "23"
                   MOVE "N" TO WS-ALLOC-OK-SWITCH
                   STRING "DEPARTMENT " AD-DEPT " IS NOT ON THE "
                          "CODE TABLE"
                          DELIMITED BY SIZE INTO WS-REFUSAL
               END-IF
               IF WS-DRIVER-COUNT < 30
                   ADD 1 TO WS-DRIVER-COUNT
                   SET DR-IDX TO WS-DRIVER-COUNT
                   MOVE AD-DEPT TO WS-DR-DEPT (DR-IDX)
                   MOVE AD-PERCENT TO WS-DR-PERCENT (DR-IDX)
                   MOVE ZERO TO WS-DR-AMOUNT (DR-IDX)
                   ADD AD-PERCENT TO WS-TOTAL-PERCENT
               ELSE
                   MOVE "N" TO WS-ALLOC-OK-SWITCH
                   MOVE "MORE THAN 30 DRIVERS IN FORCE" TO WS-REFUSAL
               END-IF
           END-IF.

      *    the period's ledger - where its postings continue, and
      *    whether an allocation has already been posted to it
       300-SCAN-LEDGER.
           MOVE 1 TO WS-NEXT-SEQ.
           OPEN INPUT MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM 310-READ-LEDGER
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   IF LG-YEAR = WS-PERIOD-YYYY
                       AND LG-MONTH = WS-PERIOD-MM
                       IF LG-SEQ >= WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ = LG-SEQ + 1
                       END-IF
                       IF LG-IS-ALLOCATION
                           MOVE "N" TO WS-ALLOC-OK-SWITCH
                           MOVE "ALLOCATION ALREADY POSTED FOR PERIOD"
                               TO WS-REFUSAL
                       END-IF
                   END-IF
                   PERFORM 310-READ-LEDGER
               END-PERFORM
               CLOSE MONTH-LEDGER-FILE
           END-IF.

       310-READ-LEDGER.
           READ MONTH-LEDGER-FILE
               AT END MOVE "10" TO WS-LEDGER-STATUS
           END-READ.

      *    the GEN balance is split by the shares, the last share
      *    taking the rounding so the pieces add to what leaves GEN
       400-ALLOCATE-PERIOD.
           OPEN I-O MONTH-BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               MOVE "N" TO WS-ALLOC-OK-SWITCH
               MOVE "MONTH-BALANCE NOT AVAILABLE" TO WS-REFUSAL
           ELSE
               MOVE WS-PERIOD-YYYY TO MB-YEAR
               MOVE WS-PERIOD-MM TO MB-MONTH
               MOVE "GEN" TO MB-DEPT
               READ MONTH-BALANCE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ALLOC-OK-SWITCH
                       MOVE "NO GEN BALANCE ON FILE FOR THE PERIOD"
                           TO WS-REFUSAL
                   NOT INVALID KEY
                       MOVE MB-AMOUNT TO WS-GEN-AMOUNT
                       IF MB-CLOSED-FLAG = "Y"
                           MOVE "N" TO WS-ALLOC-OK-SWITCH
                           MOVE "PERIOD IS ALREADY CLOSED"
                               TO WS-REFUSAL
                       END-IF
               END-READ
               IF WS-ALLOC-OK AND WS-GEN-AMOUNT = ZERO
                   MOVE "N" TO WS-ALLOC-OK-SWITCH
                   MOVE "GEN BALANCE IS ZERO - NOTHING TO ALLOCATE"
                       TO WS-REFUSAL
               END-IF
               IF WS-ALLOC-OK
                   PERFORM 500-SUM-PERIOD
                   MOVE WS-ALL-AMOUNT TO WS-ALL-BEFORE
                   MOVE WS-DEPT-SUM TO WS-DEPTS-BEFORE
                   PERFORM 420-SPLIT-GEN-BALANCE
                   PERFORM 450-PRINT-ALLOCATION
                   PERFORM 600-POST-ALLOCATION
                   PERFORM 500-SUM-PERIOD
                   MOVE WS-ALL-AMOUNT TO WS-ALL-AFTER
                   MOVE WS-DEPT-SUM TO WS-DEPTS-AFTER
                   PERFORM 470-PRINT-PROOF
               END-IF
               CLOSE MONTH-BALANCE-FILE
           END-IF.

       420-SPLIT-GEN-BALANCE.
           COMPUTE WS-TO-MOVE ROUNDED =
               WS-GEN-AMOUNT * WS-TOTAL-PERCENT / 100.
           MOVE ZERO TO WS-MOVED-SO-FAR.
           PERFORM 425-SPLIT-ONE-SHARE
               VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > WS-DRIVER-COUNT.

       425-SPLIT-ONE-SHARE.
           IF DR-IDX = WS-DRIVER-COUNT
               COMPUTE WS-DR-AMOUNT (DR-IDX) =
                   WS-TO-MOVE - WS-MOVED-SO-FAR
           ELSE
               COMPUTE WS-DR-AMOUNT (DR-IDX) ROUNDED =
                   WS-GEN-AMOUNT * WS-DR-PERCENT (DR-IDX) / 100
               ADD WS-DR-AMOUNT (DR-IDX) TO WS-MOVED-SO-FAR
           END-IF.

       450-PRINT-ALLOCATION.
           MOVE WS-GEN-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "SOURCE  GEN  BALANCE " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "  DEPT  PERCENT      AMOUNT MOVED" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 455-PRINT-ONE-SHARE
               VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > WS-DRIVER-COUNT.
           MOVE WS-TOTAL-PERCENT TO WS-PERCENT-EDIT.
           MOVE WS-TO-MOVE TO WS-AMOUNT-EDIT.
           STRING "  TOTAL " WS-PERCENT-EDIT "    " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           COMPUTE WS-AMOUNT-EDIT = WS-GEN-AMOUNT - WS-TO-MOVE.
           STRING "  LEFT IN GEN          " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       455-PRINT-ONE-SHARE.
           MOVE WS-DR-PERCENT (DR-IDX) TO WS-PERCENT-EDIT.
           MOVE WS-DR-AMOUNT (DR-IDX) TO WS-AMOUNT-EDIT.
           STRING "  " WS-DR-DEPT (DR-IDX) "   " WS-PERCENT-EDIT
                  "    " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the rollup is untouched and the departments still add
      *    to the same total - anything else fails the run loudly
       470-PRINT-PROOF.
           MOVE WS-ALL-BEFORE TO WS-AMOUNT-EDIT.
           MOVE WS-ALL-AFTER TO WS-AMOUNT-EDIT-2.
           STRING "ALL ROLLUP         BEFORE " WS-AMOUNT-EDIT
                  "  AFTER " WS-AMOUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE WS-DEPTS-BEFORE TO WS-AMOUNT-EDIT.
           MOVE WS-DEPTS-AFTER TO WS-AMOUNT-EDIT-2.
           STRING "DEPARTMENT TOTAL   BEFORE " WS-AMOUNT-EDIT
                  "  AFTER " WS-AMOUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-ALL-BEFORE = WS-ALL-AFTER
               AND WS-DEPTS-BEFORE = WS-DEPTS-AFTER
               MOVE "ROLLUP UNCHANGED BY THE ALLOCATION"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "FAIL" TO WS-RUN-OUTCOME
               MOVE "*** ROLLUP MOVED - CHECK THE BALANCE AND LEDGER"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the ALL record and the sum of the department records
      *    for the period
       500-SUM-PERIOD.
           MOVE ZERO TO WS-ALL-AMOUNT.
           MOVE ZERO TO WS-DEPT-SUM.
           MOVE WS-PERIOD-YYYY TO MB-YEAR.
           MOVE WS-PERIOD-MM TO MB-MONTH.
           MOVE LOW-VALUES TO MB-DEPT.
           START MONTH-BALANCE-FILE KEY IS NOT LESS THAN MB-KEY
               INVALID KEY
                   MOVE "10" TO WS-BALANCE-STATUS
           END-START.
           PERFORM 510-SUM-NEXT-BALANCE
               UNTIL WS-BALANCE-STATUS NOT = "00".
           MOVE "00" TO WS-BALANCE-STATUS.

       510-SUM-NEXT-BALANCE.
           READ MONTH-BALANCE-FILE NEXT
               AT END MOVE "10" TO WS-BALANCE-STATUS
           END-READ.
           IF WS-BALANCE-STATUS = "00"
               IF MB-YEAR NOT = WS-PERIOD-YYYY
                   OR MB-MONTH NOT = WS-PERIOD-MM
                   MOVE "10" TO WS-BALANCE-STATUS
               ELSE
                   IF MB-DEPT = "ALL"
                       ADD MB-AMOUNT TO WS-ALL-AMOUNT
                   ELSE
                       ADD MB-AMOUNT TO WS-DEPT-SUM
                   END-IF
               END-IF
           END-IF.

      *    one credit to GEN for everything that leaves it, one
      *    debit per department share, all flagged L on the ledger;
      *    the department balances move with them, the ALL record
      *    does not
       600-POST-ALLOCATION.
           OPEN EXTEND MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               OPEN OUTPUT MONTH-LEDGER-FILE
           END-IF.
           MOVE "GEN" TO LG-DEPT.
           COMPUTE LG-AMOUNT = 0 - WS-TO-MOVE.
           PERFORM 610-WRITE-ALLOCATION-ENTRY.
           PERFORM 620-POST-ONE-SHARE
               VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > WS-DRIVER-COUNT.
           CLOSE MONTH-LEDGER-FILE.
           MOVE WS-PERIOD-YYYY TO MB-YEAR.
           MOVE WS-PERIOD-MM TO MB-MONTH.
           MOVE "GEN" TO MB-DEPT.
           READ MONTH-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-TO-MOVE FROM MB-AMOUNT
                   REWRITE MONTH-BALANCE-RECORD
           END-READ.

       610-WRITE-ALLOCATION-ENTRY.
           MOVE WS-PERIOD-YYYY TO LG-YEAR.
           MOVE WS-PERIOD-MM TO LG-MONTH.
           MOVE WS-NEXT-SEQ TO LG-SEQ.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE SPACES TO LG-CURRENCY.
           SET LG-IS-ALLOCATION TO TRUE.
           MOVE SPACES TO LG-RUN-ID.
           WRITE MONTH-LEDGER-RECORD.

       620-POST-ONE-SHARE.
           MOVE WS-DR-DEPT (DR-IDX) TO LG-DEPT.
           MOVE WS-DR-AMOUNT (DR-IDX) TO LG-AMOUNT.
           PERFORM 610-WRITE-ALLOCATION-ENTRY.
           MOVE WS-PERIOD-YYYY TO MB-YEAR.
           MOVE WS-PERIOD-MM TO MB-MONTH.
           MOVE WS-DR-DEPT (DR-IDX) TO MB-DEPT.
           READ MONTH-BALANCE-FILE
               INVALID KEY
                   MOVE WS-DR-AMOUNT (DR-IDX) TO MB-AMOUNT
                   MOVE "N" TO MB-CLOSED-FLAG
                   WRITE MONTH-BALANCE-RECORD
               NOT INVALID KEY
                   ADD WS-DR-AMOUNT (DR-IDX) TO MB-AMOUNT
                   REWRITE MONTH-BALANCE-RECORD
           END-READ.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-COSTALLOC-" WS-RUN-DATE
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
           MOVE "COSTALLOC" TO RX-NAME.
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
           MOVE "COSTALLOC" TO RC-STEP.
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
       END PROGRAM COSTALLOC.
