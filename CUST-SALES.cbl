      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer-level sales history and analysis - the
      *          default run is the nightly step: the day's invoices
      *          off QTY-INVOICES, with the units on their lines off
      *          ORDER-COMBINED, roll into the dated
      *          CUSTOMER-SALES-HISTORY file (orders, units, gross,
      *          discount and net per customer per day), clearing
      *          any earlier records for the same date first so a
      *          rerun posts the day exactly once; run with ANALYSIS
      *          on the command line, optionally followed by a
      *          YYYYMM, for the month's analysis - customers ranked
      *          by net with order count, average order and last
      *          order date, period and year-to-date figures, the
      *          same period last year beside them, and the
      *          customers whose buying has fallen by more than the
      *          percentage on CUST-SALES-CONTROL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "QTY-INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT COMBINED-ORDER-FILE ASSIGN TO "ORDER-COMBINED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT SALES-CONTROL-FILE ASSIGN TO "CUST-SALES-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-CONTROL-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO "CUSTOMER-SALES-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-WORK-FILE
               ASSIGN TO "CUSTOMER-SALES-HISTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HW-STATUS.
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
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 IN-ORDER-NO PIC X(5).
           05 IN-GROSS    PIC 9(5)V99.
           05 IN-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 IN-NET      PIC 9(5)V99.
           05 IN-CUSTOMER PIC X(6).
           05 IN-TAX      PIC 9(5)V99.
           05 IN-INVOICE-NO PIC 9(7).
           05 IN-DISCOUNT-BASIS PIC X(1).
           05 IN-CAMPAIGN PIC X(6).
           05 IN-POINTS-REDEEMED PIC 9(7).
           05 IN-POINTS-DOLLARS PIC 9(5)V99.
           05 IN-POINTS-EARNED PIC 9(7).
       FD  COMBINED-ORDER-FILE.
       01  COMBINED-ORDER-RECORD.
           05 CO-ORDER-NO   PIC X(5).
           05 CO-ROW-B      PIC A(2).
           05 CO-SUB-COUNT  PIC 9.
           05 CO-SUB-1      PIC X(3).
           05 CO-SUB-2      PIC X(3).
           05 CO-QTY        PIC 9(2).
           05 CO-VOP        PIC 9(3).
           05 CO-MEMBER     PIC X.
           05 CO-DISCOUNT   PIC 9(2)V99.
           05 CO-LINE-QTY   PIC 9(3).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    the fall in a customer's net, against the same period
      *    last year, that puts them on the dropped-buying list
       FD  SALES-CONTROL-FILE.
       01  SALES-CONTROL-RECORD.
           05 SC-DROP-PERCENT PIC 9(3).
      *    one record per customer per day - the raw series the
      *    analysis aggregates; walk-in sales carry no customer
      *    and are not rolled
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05 CH-RUN-DATE PIC X(8).
           05 CH-CUSTOMER PIC X(6).
           05 CH-ORDERS PIC 9(5).
           05 CH-UNITS PIC 9(7).
           05 CH-GROSS PIC 9(9)V99.
           05 CH-DISCOUNT PIC 9(9)V99.
           05 CH-NET PIC 9(9)V99.
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD PIC X(59).
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
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-COMBINED-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-SALES-CONTROL-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-HW-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
      *    ANALYSIS on its own reports the month the processing
      *    date falls in; ANALYSIS YYYYMM restates a named month
       01 WS-RUN-MODE PIC X(16) VALUE SPACES.
       01 WS-RUN-MODE-PARTS REDEFINES WS-RUN-MODE.
           05 WS-RUN-WORD PIC X(8).
               88 WS-ANALYSIS-RUN VALUE "ANALYSIS".
           05 FILLER PIC X(1).
           05 WS-RUN-PERIOD PIC X(6).
           05 FILLER PIC X(1).
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
      *    the day's totals per customer before they post
       01 WS-DAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-CUSTOMER OCCURS 500 TIMES INDEXED BY DY-IDX.
               10 WS-DY-CUSTOMER PIC X(6).
               10 WS-DY-ORDERS PIC 9(5).
               10 WS-DY-UNITS PIC 9(7).
               10 WS-DY-GROSS PIC 9(9)V99.
               10 WS-DY-DISCOUNT PIC 9(9)V99.
               10 WS-DY-NET PIC 9(9)V99.
      *    the day's invoiced orders and whose they were, so the
      *    combined order lines can be credited to the customer
       01 WS-ORDER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-DAY-ORDER OCCURS 2000 TIMES INDEXED BY ORD-IDX.
               10 WS-OR-ORDER-NO PIC X(5).
               10 WS-OR-DAY-SUB PIC 9(3).
       01 WS-CHECK-CUSTOMER PIC X(6) JUSTIFIED RIGHT.
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CUSTOMER-FOUND VALUE "Y".
       01 WS-ORDER-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-ORDER-FOUND VALUE "Y".
      *    the line's quantity - an unstamped legacy line counts one
       01 WS-LINE-QTY PIC 9(3) VALUE 1.
       01 WS-RERUN-CLEARED PIC 9(7) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WALK-IN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNMATCHED-LINES PIC 9(5) VALUE ZERO.
      *    the analysis windows - the month, the year to the end of
      *    it, and the same days a year earlier; a month still in
      *    progress runs to the processing date, and last year's
      *    window is cut at the same day so the two compare fairly
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
       01 WS-END-DD PIC X(2).
       01 WS-PERIOD-START PIC X(8).
       01 WS-PERIOD-END PIC X(8).
       01 WS-YTD-START PIC X(8).
       01 WS-PRIOR-YYYY PIC 9(4).
       01 WS-PRIOR-START PIC X(8).
       01 WS-PRIOR-END PIC X(8).
       01 WS-DROP-PERCENT PIC 9(3) VALUE 25.
      *    one entry per customer with any buying in the windows
       01 WS-CUSTOMER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER OCCURS 500 TIMES INDEXED BY CU-IDX.
               10 WS-CU-NUMBER PIC X(6).
               10 WS-CU-NAME PIC X(20).
               10 WS-CU-ORDERS PIC 9(7).
               10 WS-CU-UNITS PIC 9(7).
               10 WS-CU-GROSS PIC 9(9)V99.
               10 WS-CU-DISCOUNT PIC 9(9)V99.
               10 WS-CU-NET PIC 9(9)V99.
               10 WS-CU-YTD-ORDERS PIC 9(7).
               10 WS-CU-YTD-GROSS PIC 9(9)V99.
               10 WS-CU-YTD-DISCOUNT PIC 9(9)V99.
               10 WS-CU-YTD-NET PIC 9(9)V99.
               10 WS-CU-PRIOR-NET PIC 9(9)V99.
               10 WS-CU-LAST-ORDER PIC X(8).
       01 WS-SWAP-CUSTOMER PIC X(132).
       01 WS-SORT-PASS PIC 9(3).
       01 WS-SORT-SCAN PIC 9(3).
       01 WS-SORT-BIGGEST PIC 9(3).
       01 WS-RANK PIC 9(3).
       01 WS-AVERAGE-ORDER PIC 9(7)V99 VALUE ZERO.
       01 WS-CHANGE-PERCENT PIC S9(5) VALUE ZERO.
       01 WS-DROP-FLOOR PIC 9(9)V99 VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(3) VALUE ZERO.
       01 SALES-TOTALS.
           05 ST-ORDERS PIC 9(7) VALUE ZERO.
           05 ST-GROSS PIC 9(9)V99 VALUE ZERO.
           05 ST-DISCOUNT PIC 9(9)V99 VALUE ZERO.
           05 ST-NET PIC 9(9)V99 VALUE ZERO.
           05 ST-YTD-NET PIC 9(9)V99 VALUE ZERO.
           05 ST-PRIOR-NET PIC 9(9)V99 VALUE ZERO.
       01 WS-RANK-EDIT PIC ZZ9.
       01 WS-ORDERS-EDIT PIC ZZ,ZZ9.
       01 WS-UNITS-EDIT PIC ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT-1 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-3 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-4 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-5 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-6 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-7 PIC Z,ZZZ,ZZ9.99.
       01 WS-AVERAGE-EDIT PIC ZZZ,ZZ9.99.
       01 WS-CHANGE-EDIT PIC X(5).
       01 WS-PERCENT-EDIT PIC ----9.
       01 WS-TOTAL-EDIT PIC $$$,$$$,$$9.99.
       01 WS-DROP-EDIT PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           IF WS-ANALYSIS-RUN
               PERFORM 600-SALES-ANALYSIS
           ELSE
               PERFORM 970-STAMP-RUN-START
               PERFORM 100-ROLL-TODAYS-SALES
               PERFORM 975-STAMP-RUN-END
           END-IF.
           GOBACK.

       100-ROLL-TODAYS-SALES.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-ORDER-COUNT.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "NO INVOICE FILE - NOTHING TO ROLL"
           ELSE
               PERFORM 200-READ-INVOICE
               PERFORM UNTIL WS-INVOICE-STATUS = "10"
                   IF IN-ORDER-NO NOT = "TOTAL"
                       PERFORM 300-TALLY-ONE-INVOICE
                   END-IF
                   PERFORM 200-READ-INVOICE
               END-PERFORM
               CLOSE INVOICE-FILE
               PERFORM 350-TALLY-ORDER-LINES
               PERFORM 400-CLEAR-TODAYS-HISTORY
               PERFORM 500-POST-TODAYS-SALES
           END-IF.
           DISPLAY "CUSTOMER HISTORY POSTED: "WS-POSTED-COUNT
                   " CUSTOMER(S) FOR "WS-RUN-DATE.
           DISPLAY "WALK-IN INVOICES NOT ROLLED: "WS-WALK-IN-COUNT.
           IF WS-UNMATCHED-LINES > ZERO
               DISPLAY "ORDER LINES WITH NO INVOICE: "
                       WS-UNMATCHED-LINES
           END-IF.

       200-READ-INVOICE.
           READ INVOICE-FILE
               AT END MOVE "10" TO WS-INVOICE-STATUS
           END-READ.

      *    the customer number is held right-justified and zero
      *    filled, the way QTYPRICING keys the master - a blank or
      *    all-zero number is a walk-in sale
       300-TALLY-ONE-INVOICE.
           MOVE IN-CUSTOMER TO WS-CHECK-CUSTOMER.
           INSPECT WS-CHECK-CUSTOMER REPLACING LEADING SPACE BY ZERO.
           IF WS-CHECK-CUSTOMER IS NOT NUMERIC
               OR WS-CHECK-CUSTOMER = "000000"
               ADD 1 TO WS-WALK-IN-COUNT
           ELSE
               MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
               SET DY-IDX TO 1
               SEARCH WS-DAY-CUSTOMER
                   AT END
                       PERFORM 320-ADD-NEW-DAY-CUSTOMER
                   WHEN DY-IDX > WS-DAY-COUNT
                       PERFORM 320-ADD-NEW-DAY-CUSTOMER
                   WHEN WS-DY-CUSTOMER (DY-IDX) = WS-CHECK-CUSTOMER
                       SET WS-CUSTOMER-FOUND TO TRUE
               END-SEARCH
               IF WS-CUSTOMER-FOUND
                   ADD 1 TO WS-DY-ORDERS (DY-IDX)
                   ADD IN-GROSS TO WS-DY-GROSS (DY-IDX)
                   ADD IN-DISCOUNT-DOLLARS TO WS-DY-DISCOUNT (DY-IDX)
                   ADD IN-NET TO WS-DY-NET (DY-IDX)
                   PERFORM 330-FILE-ORDER-OWNER
               END-IF
           END-IF.

       320-ADD-NEW-DAY-CUSTOMER.
           IF WS-DAY-COUNT >= 500
               DISPLAY "DAY TABLE FULL - CUSTOMER "WS-CHECK-CUSTOMER
                       " NOT ROLLED"
           ELSE
               ADD 1 TO WS-DAY-COUNT
               SET DY-IDX TO WS-DAY-COUNT
               MOVE WS-CHECK-CUSTOMER TO WS-DY-CUSTOMER (DY-IDX)
               MOVE ZERO TO WS-DY-ORDERS (DY-IDX)
               MOVE ZERO TO WS-DY-UNITS (DY-IDX)
               MOVE ZERO TO WS-DY-GROSS (DY-IDX)
               MOVE ZERO TO WS-DY-DISCOUNT (DY-IDX)
               MOVE ZERO TO WS-DY-NET (DY-IDX)
               SET WS-CUSTOMER-FOUND TO TRUE
           END-IF.

       330-FILE-ORDER-OWNER.
           IF WS-ORDER-COUNT >= 2000
               DISPLAY "ORDER TABLE FULL - UNITS FOR "IN-ORDER-NO
                       " NOT ROLLED"
           ELSE
               ADD 1 TO WS-ORDER-COUNT
               SET ORD-IDX TO WS-ORDER-COUNT
               MOVE IN-ORDER-NO TO WS-OR-ORDER-NO (ORD-IDX)
               SET WS-OR-DAY-SUB (ORD-IDX) TO DY-IDX
           END-IF.

      *    each matched line's quantity goes to the customer whose
      *    invoice carries the order - lines of suspended or
      *    walk-in orders have no customer invoice and are skipped
       350-TALLY-ORDER-LINES.
           OPEN INPUT COMBINED-ORDER-FILE.
           IF WS-COMBINED-STATUS NOT = "00"
               DISPLAY "NO COMBINED ORDER FILE - UNITS POST AS ZERO"
           ELSE
               PERFORM 360-READ-COMBINED
               PERFORM UNTIL WS-COMBINED-STATUS = "10"
                   PERFORM 370-TALLY-ONE-LINE
                   PERFORM 360-READ-COMBINED
               END-PERFORM
               CLOSE COMBINED-ORDER-FILE
           END-IF.

       360-READ-COMBINED.
           READ COMBINED-ORDER-FILE
               AT END MOVE "10" TO WS-COMBINED-STATUS
           END-READ.

       370-TALLY-ONE-LINE.
           IF CO-LINE-QTY IS NUMERIC AND CO-LINE-QTY > ZERO
               MOVE CO-LINE-QTY TO WS-LINE-QTY
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           MOVE "N" TO WS-ORDER-FOUND-SWITCH.
           SET ORD-IDX TO 1.
           SEARCH WS-DAY-ORDER
               AT END
                   CONTINUE
               WHEN ORD-IDX > WS-ORDER-COUNT
                   CONTINUE
               WHEN WS-OR-ORDER-NO (ORD-IDX) = CO-ORDER-NO
                   SET WS-ORDER-FOUND TO TRUE
           END-SEARCH.
           IF WS-ORDER-FOUND
               SET DY-IDX TO WS-OR-DAY-SUB (ORD-IDX)
               ADD WS-LINE-QTY TO WS-DY-UNITS (DY-IDX)
           ELSE
               ADD 1 TO WS-UNMATCHED-LINES
           END-IF.

      *    a rerun of this business date starts by clearing the
      *    date's earlier records off the history - the same
      *    rerun-clear ITEMHIST gives the item series
       400-CLEAR-TODAYS-HISTORY.
           MOVE ZERO TO WS-RERUN-CLEARED.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM 410-READ-HISTORY
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   IF CH-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-RERUN-CLEARED
                   ELSE
                       MOVE SALES-HISTORY-RECORD TO
                           HISTORY-WORK-RECORD
                       WRITE HISTORY-WORK-RECORD
                   END-IF
                   PERFORM 410-READ-HISTORY
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
               CLOSE HISTORY-WORK-FILE
               IF WS-RERUN-CLEARED > ZERO
                   PERFORM 420-COPY-WORK-TO-HISTORY
                   DISPLAY "RERUN OF "WS-RUN-DATE" - "
                           WS-RERUN-CLEARED" EARLIER RECORD(S) "
                           "CLEARED"
               END-IF
           END-IF.

       410-READ-HISTORY.
           READ SALES-HISTORY-FILE
               AT END MOVE "10" TO WS-HISTORY-STATUS
           END-READ.

       420-COPY-WORK-TO-HISTORY.
           OPEN INPUT HISTORY-WORK-FILE.
           OPEN OUTPUT SALES-HISTORY-FILE.
           IF WS-HW-STATUS = "00"
               PERFORM 430-READ-HISTWORK
               PERFORM UNTIL WS-HW-STATUS = "10"
                   MOVE HISTORY-WORK-RECORD TO SALES-HISTORY-RECORD
                   WRITE SALES-HISTORY-RECORD
                   PERFORM 430-READ-HISTWORK
               END-PERFORM
               CLOSE HISTORY-WORK-FILE
           END-IF.
           CLOSE SALES-HISTORY-FILE.
           MOVE "00" TO WS-HW-STATUS.
           MOVE "00" TO WS-HISTORY-STATUS.

       430-READ-HISTWORK.
           READ HISTORY-WORK-FILE
               AT END MOVE "10" TO WS-HW-STATUS
           END-READ.

       500-POST-TODAYS-SALES.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           PERFORM 510-POST-ONE-CUSTOMER
               VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > WS-DAY-COUNT.
           CLOSE SALES-HISTORY-FILE.

       510-POST-ONE-CUSTOMER.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE WS-RUN-DATE TO CH-RUN-DATE.
           MOVE WS-DY-CUSTOMER (DY-IDX) TO CH-CUSTOMER.
           MOVE WS-DY-ORDERS (DY-IDX) TO CH-ORDERS.
           MOVE WS-DY-UNITS (DY-IDX) TO CH-UNITS.
           MOVE WS-DY-GROSS (DY-IDX) TO CH-GROSS.
           MOVE WS-DY-DISCOUNT (DY-IDX) TO CH-DISCOUNT.
           MOVE WS-DY-NET (DY-IDX) TO CH-NET.
           WRITE SALES-HISTORY-RECORD.

      *    bucket the history by customer into the three windows,
      *    rank on the period's net, then print the ranking, the
      *    period and year-to-date detail and the dropped list
       600-SALES-ANALYSIS.
           PERFORM 610-SET-WINDOWS.
           PERFORM 900-READ-DROP-PERCENT.
           MOVE ZERO TO WS-CUSTOMER-COUNT.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER SALES HISTORY ON FILE"
           ELSE
               PERFORM 410-READ-HISTORY
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   PERFORM 620-BUCKET-ONE-RECORD
                   PERFORM 410-READ-HISTORY
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF.
           PERFORM 640-LOOK-UP-NAMES.
           PERFORM 650-SORT-BEST-FIRST.
           PERFORM 955-OPEN-REPORT-FILE.
           PERFORM 700-PRINT-RANKING.
           PERFORM 730-PRINT-DETAIL.
           PERFORM 760-PRINT-DROPPED.
           PERFORM 790-PRINT-TOTALS.
           PERFORM 965-CLOSE-REPORT-FILE.
           DISPLAY "CUSTOMER SALES ANALYSIS - PERIOD "WS-PERIOD.
           DISPLAY "  CUSTOMERS ANALYSED: "WS-CUSTOMER-COUNT.
           DISPLAY "  BUYING DROPPED:     "WS-DROPPED-COUNT.

      *    a YYYYMM after the word restates that month; with none,
      *    the month the processing date falls in
       610-SET-WINDOWS.
           IF WS-RUN-PERIOD IS NUMERIC
               AND WS-RUN-PERIOD (5:2) >= "01"
               AND WS-RUN-PERIOD (5:2) <= "12"
               MOVE WS-RUN-PERIOD TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD = WS-RUN-DATE (1:6)
               MOVE WS-RUN-DATE (7:2) TO WS-END-DD
           ELSE
               MOVE "31" TO WS-END-DD
           END-IF.
           MOVE SPACES TO WS-PERIOD-START.
           STRING WS-PERIOD "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START.
           MOVE SPACES TO WS-PERIOD-END.
           STRING WS-PERIOD WS-END-DD DELIMITED BY SIZE
               INTO WS-PERIOD-END.
           MOVE SPACES TO WS-YTD-START.
           STRING WS-PERIOD (1:4) "0101" DELIMITED BY SIZE
               INTO WS-YTD-START.
           COMPUTE WS-PRIOR-YYYY = WS-PERIOD-YYYY - 1.
           MOVE SPACES TO WS-PRIOR-START.
           STRING WS-PRIOR-YYYY WS-PERIOD (5:2) "01"
               DELIMITED BY SIZE INTO WS-PRIOR-START.
           MOVE SPACES TO WS-PRIOR-END.
           STRING WS-PRIOR-YYYY WS-PERIOD (5:2) WS-END-DD
               DELIMITED BY SIZE INTO WS-PRIOR-END.

       620-BUCKET-ONE-RECORD.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
           SET CU-IDX TO 1.
           IF (CH-RUN-DATE >= WS-YTD-START
                   AND CH-RUN-DATE <= WS-PERIOD-END)
               OR (CH-RUN-DATE >= WS-PRIOR-START
                   AND CH-RUN-DATE <= WS-PRIOR-END)
               SEARCH WS-CUSTOMER
                   AT END
                       PERFORM 630-ADD-NEW-CUSTOMER
                   WHEN CU-IDX > WS-CUSTOMER-COUNT
                       PERFORM 630-ADD-NEW-CUSTOMER
                   WHEN WS-CU-NUMBER (CU-IDX) = CH-CUSTOMER
                       SET WS-CUSTOMER-FOUND TO TRUE
               END-SEARCH
           ELSE
               SEARCH WS-CUSTOMER
                   AT END
                       CONTINUE
                   WHEN CU-IDX > WS-CUSTOMER-COUNT
                       CONTINUE
                   WHEN WS-CU-NUMBER (CU-IDX) = CH-CUSTOMER
                       SET WS-CUSTOMER-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-CUSTOMER-FOUND
               PERFORM 625-ADD-TO-WINDOWS
           END-IF.

       625-ADD-TO-WINDOWS.
           IF CH-RUN-DATE >= WS-PERIOD-START
               AND CH-RUN-DATE <= WS-PERIOD-END
               ADD CH-ORDERS TO WS-CU-ORDERS (CU-IDX)
               ADD CH-UNITS TO WS-CU-UNITS (CU-IDX)
               ADD CH-GROSS TO WS-CU-GROSS (CU-IDX)
               ADD CH-DISCOUNT TO WS-CU-DISCOUNT (CU-IDX)
               ADD CH-NET TO WS-CU-NET (CU-IDX)
           END-IF.
           IF CH-RUN-DATE >= WS-YTD-START
               AND CH-RUN-DATE <= WS-PERIOD-END
               ADD CH-ORDERS TO WS-CU-YTD-ORDERS (CU-IDX)
               ADD CH-GROSS TO WS-CU-YTD-GROSS (CU-IDX)
               ADD CH-DISCOUNT TO WS-CU-YTD-DISCOUNT (CU-IDX)
               ADD CH-NET TO WS-CU-YTD-NET (CU-IDX)
           END-IF.
           IF CH-RUN-DATE >= WS-PRIOR-START
               AND CH-RUN-DATE <= WS-PRIOR-END
               ADD CH-NET TO WS-CU-PRIOR-NET (CU-IDX)
           END-IF.
      *    the last order is the latest day with orders up to the
      *    period's end, whichever window that day falls in
           IF CH-ORDERS > ZERO
               AND CH-RUN-DATE <= WS-PERIOD-END
               AND CH-RUN-DATE > WS-CU-LAST-ORDER (CU-IDX)
               MOVE CH-RUN-DATE TO WS-CU-LAST-ORDER (CU-IDX)
           END-IF.

       630-ADD-NEW-CUSTOMER.
           IF WS-CUSTOMER-COUNT >= 500
               DISPLAY "CUSTOMER TABLE FULL - "CH-CUSTOMER
                       " NOT ANALYSED"
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CU-IDX TO WS-CUSTOMER-COUNT
               INITIALIZE WS-CUSTOMER (CU-IDX)
               MOVE CH-CUSTOMER TO WS-CU-NUMBER (CU-IDX)
               MOVE SPACES TO WS-CU-LAST-ORDER (CU-IDX)
               SET WS-CUSTOMER-FOUND TO TRUE
           END-IF.

       640-LOOK-UP-NAMES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF.
           PERFORM 645-LOOK-UP-ONE-NAME
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUSTOMER-COUNT.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       645-LOOK-UP-ONE-NAME.
           MOVE "(NOT ON MASTER)" TO WS-CU-NAME (CU-IDX).
           IF WS-MASTER-OPEN AND WS-CU-NUMBER (CU-IDX) IS NUMERIC
               MOVE WS-CU-NUMBER (CU-IDX) TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-CU-NAME (CU-IDX)
               END-READ
           END-IF.

      *    best customer first on the period's net - a simple
      *    selection sort, the table is never large
       650-SORT-BEST-FIRST.
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS >= WS-CUSTOMER-COUNT
               MOVE WS-SORT-PASS TO WS-SORT-BIGGEST
               PERFORM VARYING WS-SORT-SCAN FROM WS-SORT-PASS BY 1
                   UNTIL WS-SORT-SCAN > WS-CUSTOMER-COUNT
                   IF WS-CU-NET (WS-SORT-SCAN) >
                       WS-CU-NET (WS-SORT-BIGGEST)
                       MOVE WS-SORT-SCAN TO WS-SORT-BIGGEST
                   END-IF
               END-PERFORM
               IF WS-SORT-BIGGEST NOT = WS-SORT-PASS
                   MOVE WS-CUSTOMER (WS-SORT-PASS) TO WS-SWAP-CUSTOMER
                   MOVE WS-CUSTOMER (WS-SORT-BIGGEST) TO
                       WS-CUSTOMER (WS-SORT-PASS)
                   MOVE WS-SWAP-CUSTOMER TO
                       WS-CUSTOMER (WS-SORT-BIGGEST)
               END-IF
           END-PERFORM.

       700-PRINT-RANKING.
           STRING "CUSTOMER SALES ANALYSIS - PERIOD " WS-PERIOD
                  "  (" WS-PERIOD-START " TO " WS-PERIOD-END ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "SAME PERIOD LAST YEAR " WS-PRIOR-START " TO "
                  WS-PRIOR-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "RANKING BY PERIOD NET" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "RNK CUST   NAME" TO WS-REPORT-LINE.
           MOVE "ORDERS   UNITS" TO WS-REPORT-LINE (33:14).
           MOVE "NET  AVG ORDER LAST ORDER  CHG%" TO
               WS-REPORT-LINE (57:31).
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "--- ------ -------------------- ------ -------"
               TO WS-REPORT-LINE.
           MOVE "------------ ---------- --------   -----" TO
               WS-REPORT-LINE (48:40).
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-CUSTOMER-COUNT = ZERO
               MOVE "  (NO CUSTOMER BUYING IN THE PERIOD)" TO
                   WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 710-PRINT-ONE-RANK
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUSTOMER-COUNT.

       710-PRINT-ONE-RANK.
           SET WS-RANK TO CU-IDX.
           MOVE WS-RANK TO WS-RANK-EDIT.
           MOVE ZERO TO WS-AVERAGE-ORDER.
           IF WS-CU-ORDERS (CU-IDX) > ZERO
               COMPUTE WS-AVERAGE-ORDER ROUNDED =
                   WS-CU-NET (CU-IDX) / WS-CU-ORDERS (CU-IDX)
           END-IF.
           PERFORM 720-EDIT-CHANGE.
           MOVE WS-CU-ORDERS (CU-IDX) TO WS-ORDERS-EDIT.
           MOVE WS-CU-UNITS (CU-IDX) TO WS-UNITS-EDIT.
           MOVE WS-CU-NET (CU-IDX) TO WS-AMOUNT-EDIT-1.
           MOVE WS-AVERAGE-ORDER TO WS-AVERAGE-EDIT.
           STRING WS-RANK-EDIT " " WS-CU-NUMBER (CU-IDX) " "
                  WS-CU-NAME (CU-IDX) " " WS-ORDERS-EDIT " "
                  WS-UNITS-EDIT " " WS-AMOUNT-EDIT-1 " "
                  WS-AVERAGE-EDIT " " WS-CU-LAST-ORDER (CU-IDX)
                  "   " WS-CHANGE-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           ADD WS-CU-ORDERS (CU-IDX) TO ST-ORDERS.
           ADD WS-CU-GROSS (CU-IDX) TO ST-GROSS.
           ADD WS-CU-DISCOUNT (CU-IDX) TO ST-DISCOUNT.
           ADD WS-CU-NET (CU-IDX) TO ST-NET.
           ADD WS-CU-YTD-NET (CU-IDX) TO ST-YTD-NET.
           ADD WS-CU-PRIOR-NET (CU-IDX) TO ST-PRIOR-NET.

      *    the move in net against the same days last year, whole
      *    percent; a customer who bought nothing then is NEW
       720-EDIT-CHANGE.
           IF WS-CU-PRIOR-NET (CU-IDX) = ZERO
               MOVE "  NEW" TO WS-CHANGE-EDIT
               MOVE ZERO TO WS-CHANGE-PERCENT
           ELSE
               COMPUTE WS-CHANGE-PERCENT ROUNDED =
                   (WS-CU-NET (CU-IDX) - WS-CU-PRIOR-NET (CU-IDX))
                   * 100 / WS-CU-PRIOR-NET (CU-IDX)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CHANGE-PERCENT
               END-COMPUTE
               MOVE WS-CHANGE-PERCENT TO WS-PERCENT-EDIT
               MOVE WS-PERCENT-EDIT TO WS-CHANGE-EDIT
           END-IF.

       730-PRINT-DETAIL.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "PERIOD AND YEAR TO DATE" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "CUST" TO WS-REPORT-LINE.
           MOVE "--------------- PERIOD ---------------" TO
               WS-REPORT-LINE (8:38).
           MOVE "------------ YEAR TO DATE ------------" TO
               WS-REPORT-LINE (47:38).
           MOVE "   LAST YEAR" TO WS-REPORT-LINE (86:12).
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "GROSS" TO WS-REPORT-LINE (15:5).
           MOVE "DISCOUNT" TO WS-REPORT-LINE (25:8).
           MOVE "NET" TO WS-REPORT-LINE (43:3).
           MOVE "GROSS" TO WS-REPORT-LINE (54:5).
           MOVE "DISCOUNT" TO WS-REPORT-LINE (64:8).
           MOVE "NET" TO WS-REPORT-LINE (82:3).
           MOVE "NET" TO WS-REPORT-LINE (95:3).
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 740-PRINT-ONE-DETAIL
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUSTOMER-COUNT.

       740-PRINT-ONE-DETAIL.
           MOVE WS-CU-GROSS (CU-IDX) TO WS-AMOUNT-EDIT-1.
           MOVE WS-CU-DISCOUNT (CU-IDX) TO WS-AMOUNT-EDIT-2.
           MOVE WS-CU-NET (CU-IDX) TO WS-AMOUNT-EDIT-3.
           MOVE WS-CU-YTD-GROSS (CU-IDX) TO WS-AMOUNT-EDIT-4.
           MOVE WS-CU-YTD-DISCOUNT (CU-IDX) TO WS-AMOUNT-EDIT-5.
           MOVE WS-CU-YTD-NET (CU-IDX) TO WS-AMOUNT-EDIT-6.
           MOVE WS-CU-PRIOR-NET (CU-IDX) TO WS-AMOUNT-EDIT-7.
           STRING WS-CU-NUMBER (CU-IDX) " "
                  WS-AMOUNT-EDIT-1 " " WS-AMOUNT-EDIT-2 " "
                  WS-AMOUNT-EDIT-3 " " WS-AMOUNT-EDIT-4 " "
                  WS-AMOUNT-EDIT-5 " " WS-AMOUNT-EDIT-6 " "
                  WS-AMOUNT-EDIT-7
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    anyone who bought in last year's window and whose net
      *    this time has fallen below the allowed share of it
       760-PRINT-DROPPED.
           MOVE ZERO TO WS-DROPPED-COUNT.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE WS-DROP-PERCENT TO WS-DROP-EDIT.
           STRING "BUYING DOWN MORE THAN " WS-DROP-EDIT
                  "% ON THE SAME PERIOD LAST YEAR"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "CUST   NAME" TO WS-REPORT-LINE.
           MOVE "LAST YEAR" TO WS-REPORT-LINE (33:9).
           MOVE "THIS PERIOD" TO WS-REPORT-LINE (45:11).
           MOVE "CHG%  LAST ORDER" TO WS-REPORT-LINE (58:16).
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 770-JUDGE-ONE-CUSTOMER
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUSTOMER-COUNT.
           IF WS-DROPPED-COUNT = ZERO
               MOVE "  (NO CUSTOMER BELOW THE LINE)" TO
                   WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       770-JUDGE-ONE-CUSTOMER.
           IF WS-CU-PRIOR-NET (CU-IDX) > ZERO
               COMPUTE WS-DROP-FLOOR ROUNDED =
                   WS-CU-PRIOR-NET (CU-IDX)
                   - WS-CU-PRIOR-NET (CU-IDX) * WS-DROP-PERCENT / 100
               IF WS-CU-NET (CU-IDX) < WS-DROP-FLOOR
                   ADD 1 TO WS-DROPPED-COUNT
                   PERFORM 720-EDIT-CHANGE
                   MOVE WS-CU-PRIOR-NET (CU-IDX) TO WS-AMOUNT-EDIT-1
                   MOVE WS-CU-NET (CU-IDX) TO WS-AMOUNT-EDIT-2
                   STRING WS-CU-NUMBER (CU-IDX) " "
                          WS-CU-NAME (CU-IDX) "  "
                          WS-AMOUNT-EDIT-1 "  "
                          WS-AMOUNT-EDIT-2 " "
                          WS-CHANGE-EDIT "  "
                          WS-CU-LAST-ORDER (CU-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           END-IF.

       790-PRINT-TOTALS.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ST-ORDERS TO WS-ORDERS-EDIT.
           STRING "CUSTOMERS " WS-CUSTOMER-COUNT
                  "  ORDERS IN PERIOD " WS-ORDERS-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ST-GROSS TO WS-TOTAL-EDIT.
           STRING "PERIOD GROSS     " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ST-DISCOUNT TO WS-TOTAL-EDIT.
           STRING "PERIOD DISCOUNT  " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ST-NET TO WS-TOTAL-EDIT.
           STRING "PERIOD NET       " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ST-YTD-NET TO WS-TOTAL-EDIT.
           STRING "YEAR TO DATE NET " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ST-PRIOR-NET TO WS-TOTAL-EDIT.
           STRING "LAST YEAR NET    " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the dropped-buying threshold off its control record -
      *    with none on file, a fall of more than 25% is listed
       900-READ-DROP-PERCENT.
           OPEN INPUT SALES-CONTROL-FILE.
           IF WS-SALES-CONTROL-STATUS = "00"
               READ SALES-CONTROL-FILE
                   NOT AT END
                       IF SC-DROP-PERCENT IS NUMERIC
                           AND SC-DROP-PERCENT > ZERO
                           AND SC-DROP-PERCENT < 100
                           MOVE SC-DROP-PERCENT TO WS-DROP-PERCENT
                       END-IF
               END-READ
               CLOSE SALES-CONTROL-FILE
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-CUSTSALES-" WS-RUN-DATE
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
           MOVE "CUSTSALES" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT OF RUN-CONTROL-RECORD.
           MOVE SPACES TO RC-STATUS OF RUN-CONTROL-RECORD.
           PERFORM 978-WRITE-RUN-CONTROL.

       975-STAMP-RUN-END.
           MOVE "END  " TO RC-EVENT OF RUN-CONTROL-RECORD.
           MOVE WS-RUN-OUTCOME TO RC-STATUS OF RUN-CONTROL-RECORD.
           PERFORM 978-WRITE-RUN-CONTROL.

       978-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RC-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RC-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO RC-TIME.
           MOVE "CUSTSALES" TO RC-STEP.
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
       END PROGRAM CUSTSALES.
