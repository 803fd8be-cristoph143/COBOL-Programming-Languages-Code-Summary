      * Date:
      * Purpose: Inventory movement posting - the default run issues
      *          stock for the day's ORDER-DETAIL lines against
      *          IM-ON-HAND, matches the ITEM-RECEIPTS feed against
      *          the open PURCHASE-ORDERS lines so stock only goes up
      *          for goods that were ordered - over-receipts, short
      *          lines and unordered deliveries land on
      *          RECEIPT-EXCEPTIONS for buying instead - averages each
      *          stocked receipt's cost into IM-UNIT-COST, and cuts the
      *          receipts over to ITEM-RECEIPTS-APPLIED so a rerun
      *          cannot receive them twice - each with the quantity
      *          it stocked and released, as every item issued goes
      *          on ORDER-LINES-ISSUED, so FWDRECOVER can roll the
      *          item master forward from a backup; an order line
      *          the shelf cannot fill issues what there is and
      *          holds the rest on BACKORDERS, which receipts fill
      *          oldest first
      *          (logged on BACKORDER-RELEASES); a kit sold - a code
      *          with KIT-COMPONENTS on file - issues each component
      *          instead of itself; run with REPORT on the command
      *          line for the morning reorder report of every item at
      *          or below its reorder point, components counting the
      *          kits they go into, or with BACKORDERS for the daily
      *          report of what is waiting
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "ITEM-RECEIPTS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT WORKED-RECEIPTS-FILE
               ASSIGN TO "ITEM-RECEIPTS-WORKED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKED-STATUS.
           SELECT ISSUED-LINES-FILE ASSIGN TO "ORDER-LINES-ISSUED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHASE-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               ALTERNATE RECORD KEY IS POL-ITEM-CODE WITH DUPLICATES
               FILE STATUS IS WS-PO-STATUS.
           SELECT RECEIPT-EXCEPTION-FILE ASSIGN TO "RECEIPT-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT BACKORDER-RELEASE-FILE
               ASSIGN TO "BACKORDER-RELEASES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-ORDER-NO
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT KIT-COMPONENT-FILE ASSIGN TO "KIT-COMPONENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-KEY
               FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-DETAIL-FILE.
           05 OD-SUB-1      PIC X(3).
           05 OD-SUB-2      PIC X(3).
           05 OD-QUANTITY   PIC 9(3).
      *    incoming stock - which code arrived, how many of it, and
      *    what each one cost us; a receipt without a cost leaves
      *    the item's average cost where it was
       FD  RECEIPTS-FILE.
       01  RECEIPTS-RECORD.
           05 RCP-ITEM-CODE PIC X(3).
           05 RCP-QUANTITY PIC 9(5).
           05 RCP-UNIT-COST PIC 9(5)V99.
      *    a worked receipt as it arrived, the day it was worked,
      *    what of it went on the shelf and what of that went
      *    straight back out to fill backorders
       FD  APPLIED-RECEIPTS-FILE.
       01  APPLIED-RECEIPTS-RECORD.
           05 AR-RECEIPT PIC X(15).
           05 AR-RUN-DATE PIC X(8).
           05 AR-QTY-STOCKED PIC 9(5).
           05 AR-QTY-RELEASED PIC 9(5).
      *    this run's receipts as worked, waiting for the cutover
       FD  WORKED-RECEIPTS-FILE.
       01  WORKED-RECEIPTS-RECORD.
           05 WR-RECEIPT PIC X(15).
           05 WR-RUN-DATE PIC X(8).
           05 WR-QTY-STOCKED PIC 9(5).
           05 WR-QTY-RELEASED PIC 9(5).
      *    one line per item an order line took off the shelf - the
      *    component and its kit when a kit was sold - with what was
      *    wanted and what the shelf actually gave
       FD  ISSUED-LINES-FILE.
       01  ISSUED-LINES-RECORD.
           05 OL-RUN-DATE PIC X(8).
           05 OL-ORDER-NO PIC X(5).
           05 OL-ROW PIC X(2).
           05 OL-SUB-NO PIC 9(1).
           05 OL-ITEM-CODE PIC X(3).
           05 OL-KIT-CODE PIC X(3).
           05 OL-QTY-DEMANDED PIC 9(5).
           05 OL-QTY-ISSUED PIC 9(5).
      *    one line per program start and end, status on the end
      *    line - the nightly stream's who-ran-and-how record
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-DATE PIC X(8).
           05 RC-TIME PIC X(6).
           05 RC-STEP PIC X(10).
           05 RC-EVENT PIC X(5).
           05 RC-STATUS PIC X(4).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
      *    the morning report lists anything at or below the point
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
      *    whether the item is taxable and under which tax code
           05 IM-TAXABLE PIC X(1).
               88 IM-IS-TAXABLE VALUE "Y".
           05 IM-TAX-CODE PIC X(4).
      *    the supplier purchase orders for the item go to
           05 IM-SUPPLIER PIC X(6).
      *    weighted-average cost of the stock on hand
           05 IM-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X(2).
      *    the order lines PODRAFT raised - a receipt fills the
      *    oldest open line for its item first
       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05 POL-KEY.
               10 POL-NUMBER PIC 9(6).
               10 POL-LINE-NO PIC 9(3).
           05 POL-SUPPLIER PIC X(6).
           05 POL-ORDER-DATE PIC X(8).
           05 POL-ITEM-CODE PIC X(3).
           05 POL-QTY-ORDERED PIC 9(5).
           05 POL-QTY-RECEIVED PIC 9(5).
           05 POL-LINE-STATUS PIC X(1).
               88 POL-LINE-OPEN VALUE "O".
               88 POL-LINE-CLOSED VALUE "C".
           05 POL-LAST-RECEIPT-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    what arrived that did not match what was ordered - OVER
      *    is more than the open lines wanted, UNDER a line left
      *    short by the delivery, UNORDERED goods with no open line
      *    at all; OVER and UNORDERED quantities are not stocked
       FD  RECEIPT-EXCEPTION-FILE.
       01  RECEIPT-EXCEPTION-RECORD.
           05 RX-DATE PIC X(8).
           05 RX-TYPE PIC X(9).
           05 RX-ITEM-CODE PIC X(3).
           05 RX-PO-NUMBER PIC 9(6).
           05 RX-PO-LINE-NO PIC 9(3).
           05 RX-QUANTITY PIC 9(5).
           05 RX-QTY-ORDERED PIC 9(5).
           05 RX-QTY-RECEIVED PIC 9(5).
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    the part of an order line the shelf could not fill - held
      *    per item in the order it was taken, so receipts fill the
      *    oldest first; the line stays on file once filled
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05 BO-KEY.
               10 BO-ITEM-CODE PIC X(3).
               10 BO-ENTRY-DATE PIC X(8).
               10 BO-ORDER-NO PIC X(5).
               10 BO-ROW PIC X(2).
               10 BO-SUB-NO PIC 9(1).
           05 BO-CUSTOMER PIC X(6).
           05 BO-QTY-ORDERED PIC 9(5).
           05 BO-QTY-SHORT PIC 9(5).
           05 BO-QTY-FILLED PIC 9(5).
           05 BO-STATUS PIC X(1).
               88 BO-OPEN VALUE "O".
               88 BO-FILLED VALUE "F".
           05 BO-FILLED-DATE PIC X(8).
      *    the kit sold, when the short item went out as one of its
      *    components
           05 BO-KIT-CODE PIC X(3).
           05 FILLER PIC X(7).
      *    one line per backorder quantity a receipt released - the
      *    warehouse's list of what to ship against which order
       FD  BACKORDER-RELEASE-FILE.
       01  BACKORDER-RELEASE-RECORD.
           05 BR-DATE PIC X(8).
           05 BR-ITEM-CODE PIC X(3).
           05 BR-ORDER-NO PIC X(5).
           05 BR-ROW PIC X(2).
           05 BR-CUSTOMER PIC X(6).
           05 BR-ENTRY-DATE PIC X(8).
           05 BR-QTY-RELEASED PIC 9(5).
           05 BR-QTY-STILL-SHORT PIC 9(5).
      *    the invoiced order - only its customer is wanted here
       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           05 IH-ORDER-NO PIC X(5).
           05 IH-CUSTOMER PIC X(6).
           05 FILLER PIC X(69).
           05 IH-INVOICE-NO PIC 9(7).
      *    the components of each kit and how many go into one -
      *    KITMAINT keeps them
       FD  KIT-COMPONENT-FILE.
       01  KIT-COMPONENT-RECORD.
           05 KC-KEY.
               10 KC-KIT-CODE PIC X(3).
               10 KC-COMPONENT-CODE PIC X(3).
           05 KC-QTY PIC 9(3).
           05 FILLER PIC X(11).
       WORKING-STORAGE SECTION.
       01 WS-DETAIL-STATUS PIC X(2).
       01 WS-RECEIPTS-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-BACKORDER-STATUS PIC X(2).
       01 WS-RELEASE-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-KIT-STATUS PIC X(2).
       01 WS-WORKED-STATUS PIC X(2).
       01 WS-ISSUED-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-WORKED-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-WORKED-OPEN VALUE "Y".
       01 WS-ISSUED-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ISSUED-OPEN VALUE "Y".
      *    what one receipt's stock released to backorders
       01 WS-RELEASED-QTY PIC 9(5) VALUE ZERO.
       01 WS-BACKORDER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-BACKORDER-OPEN VALUE "Y".
       01 WS-HISTORY-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-HISTORY-OPEN VALUE "Y".
       01 WS-KIT-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-KIT-OPEN VALUE "Y".
      *    what one item on an order line takes off the shelf and
      *    what it is left short
       01 WS-SUB-NO PIC 9(1) VALUE 1.
       01 WS-DEMAND-QTY PIC 9(5) VALUE ZERO.
       01 WS-SOLD-CODE PIC X(3).
       01 WS-ISSUE-KIT-CODE PIC X(3) VALUE SPACES.
       01 WS-COMPONENTS-FOUND PIC 9(3) VALUE ZERO.
       01 WS-ISSUE-QTY PIC 9(5) VALUE ZERO.
       01 WS-SHORT-QTY PIC 9(5) VALUE ZERO.
       01 WS-FILL-QTY PIC 9(5) VALUE ZERO.
       01 WS-FILL-ITEM PIC X(3).
      *    the backorder report's running view of one item - the
      *    next open purchase order line and how much of its
      *    outstanding quantity is still unspoken for
       01 WS-REPORT-ITEM PIC X(3) VALUE SPACES.
       01 WS-NEXT-PO-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PO-QTY PIC 9(5) VALUE ZERO.
       01 WS-RELEASE-LEFT PIC 9(5) VALUE ZERO.
       01 WS-LINE-RELEASE PIC 9(5) VALUE ZERO.
       01 WS-DAYS-WAITING PIC 9(5) VALUE ZERO.
       01 WS-OLDEST-WAITING PIC 9(5) VALUE ZERO.
       01 WS-UNITS-SHORT PIC 9(7) VALUE ZERO.
      *    the reorder report's view of the kits - how many of each
      *    kit its components' shelves could make up, and per
      *    component the stock the kits it goes into call for at
      *    their own reorder points
       01 WS-KIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 200 TIMES INDEXED BY KT-IDX.
               10 WS-KT-CODE PIC X(3).
               10 WS-KT-BUILDABLE PIC 9(5).
       01 WS-COMP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 500 TIMES INDEXED BY CT-IDX.
               10 WS-CT-CODE PIC X(3).
               10 WS-CT-KIT-DEMAND PIC 9(7).
       01 WS-KIT-REORDER-POINT PIC 9(5) VALUE ZERO.
       01 WS-COMPONENT-BUILDS PIC 9(5) VALUE ZERO.
       01 WS-KIT-DEMAND PIC 9(7) VALUE ZERO.
       01 WS-REORDER-LEVEL PIC 9(7) VALUE ZERO.
       01 WS-AVAILABLE PIC S9(5) VALUE ZERO.
       01 WS-TABLES-FULL-SWITCH PIC X(1) VALUE "N".
           88 WS-TABLES-FULL VALUE "Y".
      *    serial day numbers for the aging arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY PIC 9(4).
           05 WS-SER-MM   PIC 9(2).
           05 WS-SER-DD   PIC 9(2).
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZERO.
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-TODAY-DAYS PIC 9(7) VALUE ZERO.

       01 WS-PO-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-PO-OPEN VALUE "Y".
       01 WS-REMAINING-QTY PIC 9(5) VALUE ZERO.
       01 WS-MATCHED-QTY PIC 9(5) VALUE ZERO.
       01 WS-LINE-OUTSTANDING PIC 9(5) VALUE ZERO.
       01 WS-LINE-TAKE PIC 9(5) VALUE ZERO.
       01 WS-OPEN-LINES-FOUND PIC 9(3) VALUE ZERO.
       01 WS-LAST-PO-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-LAST-PO-LINE-NO PIC 9(3) VALUE ZERO.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
           88 WS-REPORT-MODE VALUE "REPORT".
           88 WS-BACKORDER-MODE VALUE "BACKORDERS".
       01 WS-CHECK-CODE PIC X(3).
      *    the received cost a receipt movement averages in, when the
      *    receipt carried one
       01 WS-RECEIVED-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-COST-GIVEN-SWITCH PIC X(1) VALUE "N".
           88 WS-COST-GIVEN VALUE "Y".
       01 WS-COST-BASE-QTY PIC 9(5) VALUE ZERO.
       01 WS-MOVE-QUANTITY PIC S9(5) VALUE ZERO.
      *    the line's quantity - an unstamped legacy line moves one
       01 WS-LINE-QTY PIC 9(3) VALUE 1.
           05 PO-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
           05 PO-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
           05 PO-BELOW-COUNT PIC 9(5) VALUE ZERO.
           05 PO-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           05 PO-COSTED-COUNT PIC 9(5) VALUE ZERO.
           05 PO-BACKORDER-COUNT PIC 9(5) VALUE ZERO.
           05 PO-RELEASE-COUNT PIC 9(5) VALUE ZERO.
           05 PO-OPEN-BACKORDERS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-REPORT-MODE
                   PERFORM 500-REORDER-REPORT
               WHEN WS-BACKORDER-MODE
                   PERFORM 600-BACKORDER-REPORT
               WHEN OTHER
                   PERFORM 100-POST-MOVEMENTS
           END-EVALUATE.
           GOBACK.

       100-POST-MOVEMENTS.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                       WS-ITEM-STATUS
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
               PERFORM 370-OPEN-BACKORDER-FILES
               PERFORM 200-ISSUE-ORDER-LINES
               PERFORM 300-APPLY-RECEIPTS
               PERFORM 380-CLOSE-BACKORDER-FILES
               CLOSE ITEM-MASTER-FILE
               PERFORM 400-CUTOVER-RECEIPTS
           END-IF.
           PERFORM 975-STAMP-RUN-END.
           DISPLAY "ISSUES POSTED:   "PO-ISSUE-COUNT.
           DISPLAY "RECEIPTS POSTED: "PO-RECEIPT-COUNT.
           DISPLAY "UNKNOWN CODES:   "PO-UNKNOWN-COUNT.
           DISPLAY "RECEIPT EXCEPTIONS: "PO-EXCEPTION-COUNT.
           DISPLAY "RECEIPTS COSTED: "PO-COSTED-COUNT.
           DISPLAY "BACKORDERS HELD: "PO-BACKORDER-COUNT.
           DISPLAY "BACKORDER RELEASES: "PO-RELEASE-COUNT.

      *    each item on a sold line comes off the shelf at the
      *    line's quantity, the way the line items extend - as far
      *    as the shelf goes; the rest is held as a backorder
       200-ISSUE-ORDER-LINES.
           MOVE "N" TO WS-COST-GIVEN-SWITCH.
           OPEN INPUT ORDER-DETAIL-FILE.
           IF WS-DETAIL-STATUS = "00"
               PERFORM 205-OPEN-ISSUED-LINES
               PERFORM 210-READ-DETAIL
               PERFORM UNTIL WS-DETAIL-STATUS = "10"
                   IF OD-QUANTITY IS NUMERIC AND OD-QUANTITY > ZERO
                   ELSE
                       MOVE 1 TO WS-LINE-QTY
                   END-IF
                   MOVE OD-SUB-1 TO WS-SOLD-CODE
                   MOVE 1 TO WS-SUB-NO
                   PERFORM 215-ISSUE-SOLD-CODE
                   IF OD-SUB-COUNT = 2
                       MOVE OD-SUB-2 TO WS-SOLD-CODE
                       MOVE 2 TO WS-SUB-NO
                       PERFORM 215-ISSUE-SOLD-CODE
                   END-IF
                   PERFORM 210-READ-DETAIL
               END-PERFORM
               CLOSE ORDER-DETAIL-FILE
               IF WS-ISSUED-OPEN
                   CLOSE ISSUED-LINES-FILE
               END-IF
           END-IF.

       205-OPEN-ISSUED-LINES.
           MOVE "N" TO WS-ISSUED-OPEN-SWITCH.
           OPEN EXTEND ISSUED-LINES-FILE.
           IF WS-ISSUED-STATUS NOT = "00"
               OPEN OUTPUT ISSUED-LINES-FILE
           END-IF.
           IF WS-ISSUED-STATUS = "00"
               SET WS-ISSUED-OPEN TO TRUE
           ELSE
               DISPLAY "ORDER-LINES-ISSUED NOT AVAILABLE - STATUS "
                       WS-ISSUED-STATUS
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       210-READ-DETAIL.
               AT END MOVE "10" TO WS-DETAIL-STATUS
           END-READ.

      *    a kit has no shelf of its own - each of its components
      *    goes out at the line quantity times the number in one kit;
      *    any other code issues itself
       215-ISSUE-SOLD-CODE.
           MOVE ZERO TO WS-COMPONENTS-FOUND.
           IF WS-KIT-OPEN
               MOVE LOW-VALUES TO KC-KEY
               MOVE WS-SOLD-CODE TO KC-KIT-CODE
               START KIT-COMPONENT-FILE KEY IS NOT LESS THAN KC-KEY
                   INVALID KEY MOVE "10" TO WS-KIT-STATUS
               END-START
               PERFORM UNTIL WS-KIT-STATUS = "10"
                   READ KIT-COMPONENT-FILE NEXT
                       AT END MOVE "10" TO WS-KIT-STATUS
                   END-READ
                   IF WS-KIT-STATUS NOT = "10"
                       IF KC-KIT-CODE NOT = WS-SOLD-CODE
                           MOVE "10" TO WS-KIT-STATUS
                       ELSE
                           ADD 1 TO WS-COMPONENTS-FOUND
                           MOVE WS-SOLD-CODE TO WS-ISSUE-KIT-CODE
                           MOVE KC-COMPONENT-CODE TO WS-CHECK-CODE
                           COMPUTE WS-DEMAND-QTY =
                               WS-LINE-QTY * KC-QTY
                           PERFORM 220-ISSUE-ONE-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-KIT-STATUS
           END-IF.
           IF WS-COMPONENTS-FOUND = ZERO
               MOVE SPACES TO WS-ISSUE-KIT-CODE
               MOVE WS-SOLD-CODE TO WS-CHECK-CODE
               MOVE WS-LINE-QTY TO WS-DEMAND-QTY
               PERFORM 220-ISSUE-ONE-ITEM
           END-IF.

      *    the shelf gives what it has, never going below zero; a
      *    shelf already short gives nothing
       220-ISSUE-ONE-ITEM.
           MOVE WS-CHECK-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO PO-UNKNOWN-COUNT
                   DISPLAY "MOVEMENT FOR UNKNOWN ITEM "WS-CHECK-CODE
               NOT INVALID KEY
                   IF IM-ON-HAND NOT < WS-DEMAND-QTY
                       MOVE WS-DEMAND-QTY TO WS-ISSUE-QTY
                   ELSE
                       IF IM-ON-HAND > ZERO
                           MOVE IM-ON-HAND TO WS-ISSUE-QTY
                       ELSE
                           MOVE ZERO TO WS-ISSUE-QTY
                       END-IF
                   END-IF
                   COMPUTE WS-SHORT-QTY =
                       WS-DEMAND-QTY - WS-ISSUE-QTY
                   SUBTRACT WS-ISSUE-QTY FROM IM-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                   ADD 1 TO PO-ISSUE-COUNT
                   PERFORM 225-WRITE-ISSUED-LINE
                   IF WS-SHORT-QTY > ZERO
                       PERFORM 230-HOLD-BACKORDER
                   END-IF
           END-READ.

       225-WRITE-ISSUED-LINE.
           IF WS-ISSUED-OPEN
               MOVE SPACES TO ISSUED-LINES-RECORD
               MOVE WS-RUN-DATE TO OL-RUN-DATE
               MOVE OD-ORDER-NO TO OL-ORDER-NO
               MOVE OD-ROW-B TO OL-ROW
               MOVE WS-SUB-NO TO OL-SUB-NO
               MOVE IM-CODE TO OL-ITEM-CODE
               MOVE WS-ISSUE-KIT-CODE TO OL-KIT-CODE
               MOVE WS-DEMAND-QTY TO OL-QTY-DEMANDED
               MOVE WS-ISSUE-QTY TO OL-QTY-ISSUED
               WRITE ISSUED-LINES-RECORD
           END-IF.

      *    the order's customer comes off the invoice history; a
      *    walk-in or an order not yet invoiced holds with none
       230-HOLD-BACKORDER.
           IF NOT WS-BACKORDER-OPEN
               DISPLAY "BACKORDERS NOT AVAILABLE - ITEM "IM-CODE
                       " ORDER "OD-ORDER-NO" SHORT "WS-SHORT-QTY
                       " NOT HELD"
           ELSE
               MOVE SPACES TO BACKORDER-RECORD
               MOVE IM-CODE TO BO-ITEM-CODE
               MOVE WS-RUN-DATE TO BO-ENTRY-DATE
               MOVE OD-ORDER-NO TO BO-ORDER-NO
               MOVE OD-ROW-B TO BO-ROW
               MOVE WS-SUB-NO TO BO-SUB-NO
               PERFORM 240-FIND-ORDER-CUSTOMER
               MOVE WS-DEMAND-QTY TO BO-QTY-ORDERED
               MOVE WS-ISSUE-KIT-CODE TO BO-KIT-CODE
               MOVE WS-SHORT-QTY TO BO-QTY-SHORT
               MOVE ZERO TO BO-QTY-FILLED
               SET BO-OPEN TO TRUE
               WRITE BACKORDER-RECORD
                   INVALID KEY
                       DISPLAY "BACKORDER FOR ORDER "OD-ORDER-NO
                               " ITEM "IM-CODE" ALREADY HELD"
                   NOT INVALID KEY
                       ADD 1 TO PO-BACKORDER-COUNT
               END-WRITE
           END-IF.

       240-FIND-ORDER-CUSTOMER.
           MOVE SPACES TO BO-CUSTOMER.
           IF WS-HISTORY-OPEN
               MOVE OD-ORDER-NO TO IH-ORDER-NO
               READ INVOICE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IH-CUSTOMER TO BO-CUSTOMER
               END-READ
           END-IF.

       250-POST-ONE-MOVEMENT.
           MOVE WS-CHECK-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
                   ADD 1 TO PO-UNKNOWN-COUNT
                   DISPLAY "MOVEMENT FOR UNKNOWN ITEM "WS-CHECK-CODE
               NOT INVALID KEY
                   IF WS-MOVE-QUANTITY > ZERO AND WS-COST-GIVEN
                       PERFORM 260-AVERAGE-IN-COST
                   END-IF
                   ADD WS-MOVE-QUANTITY TO IM-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                   IF WS-MOVE-QUANTITY < ZERO
                   END-IF
           END-READ.

      *    the stock already on hand at its average cost blended with
      *    the receipt at its received cost; a shelf at or below
      *    zero, or an item never costed, takes the received cost
      *    outright
       260-AVERAGE-IN-COST.
           ADD 1 TO PO-COSTED-COUNT.
           IF IM-UNIT-COST IS NOT NUMERIC OR IM-UNIT-COST = ZERO
               OR IM-ON-HAND NOT > ZERO
               MOVE WS-RECEIVED-COST TO IM-UNIT-COST
           ELSE
               MOVE IM-ON-HAND TO WS-COST-BASE-QTY
               COMPUTE IM-UNIT-COST ROUNDED =
                   (WS-COST-BASE-QTY * IM-UNIT-COST
                    + WS-MOVE-QUANTITY * WS-RECEIVED-COST)
                   / (WS-COST-BASE-QTY + WS-MOVE-QUANTITY)
           END-IF.

      *    stock a receipt puts on the shelf goes first to the
      *    item's open backorders, oldest first, for as far as it
      *    reaches
       270-FILL-BACKORDERS.
           IF WS-BACKORDER-OPEN
               MOVE RCP-ITEM-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "23" TO WS-ITEM-STATUS
               END-READ
               IF WS-ITEM-STATUS = "00" AND IM-ON-HAND > ZERO
                   MOVE RCP-ITEM-CODE TO WS-FILL-ITEM
                   MOVE LOW-VALUES TO BO-KEY
                   MOVE WS-FILL-ITEM TO BO-ITEM-CODE
                   START BACKORDER-FILE KEY IS NOT LESS THAN BO-KEY
                       INVALID KEY MOVE "10" TO WS-BACKORDER-STATUS
                   END-START
                   PERFORM UNTIL WS-BACKORDER-STATUS = "10"
                       OR IM-ON-HAND NOT > ZERO
                       READ BACKORDER-FILE NEXT
                           AT END MOVE "10" TO WS-BACKORDER-STATUS
                       END-READ
                       IF WS-BACKORDER-STATUS NOT = "10"
                           IF BO-ITEM-CODE NOT = WS-FILL-ITEM
                               MOVE "10" TO WS-BACKORDER-STATUS
                           ELSE
                               IF BO-OPEN
                                   PERFORM 280-FILL-ONE-BACKORDER
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE "00" TO WS-BACKORDER-STATUS
                   REWRITE ITEM-MASTER-RECORD
               END-IF
           END-IF.

       280-FILL-ONE-BACKORDER.
           IF IM-ON-HAND < BO-QTY-SHORT
               MOVE IM-ON-HAND TO WS-FILL-QTY
           ELSE
               MOVE BO-QTY-SHORT TO WS-FILL-QTY
           END-IF.
           SUBTRACT WS-FILL-QTY FROM IM-ON-HAND.
           ADD WS-FILL-QTY TO WS-RELEASED-QTY.
           SUBTRACT WS-FILL-QTY FROM BO-QTY-SHORT.
           ADD WS-FILL-QTY TO BO-QTY-FILLED.
           IF BO-QTY-SHORT = ZERO
               SET BO-FILLED TO TRUE
               MOVE WS-RUN-DATE TO BO-FILLED-DATE
           END-IF.
           REWRITE BACKORDER-RECORD
               INVALID KEY
                   DISPLAY "BACKORDER "BO-ORDER-NO" ITEM "BO-ITEM-CODE
                           " NOT UPDATED - STATUS "WS-BACKORDER-STATUS
           END-REWRITE.
           MOVE WS-RUN-DATE TO BR-DATE.
           MOVE BO-ITEM-CODE TO BR-ITEM-CODE.
           MOVE BO-ORDER-NO TO BR-ORDER-NO.
           MOVE BO-ROW TO BR-ROW.
           MOVE BO-CUSTOMER TO BR-CUSTOMER.
           MOVE BO-ENTRY-DATE TO BR-ENTRY-DATE.
           MOVE WS-FILL-QTY TO BR-QTY-RELEASED.
           MOVE BO-QTY-SHORT TO BR-QTY-STILL-SHORT.
           WRITE BACKORDER-RELEASE-RECORD.
           ADD 1 TO PO-RELEASE-COUNT.

      *    only the part of a delivery that fills open order lines
      *    goes on the shelf
       300-APPLY-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE.
           IF WS-RECEIPTS-STATUS = "00"
               PERFORM 360-OPEN-RECEIPT-FILES
               PERFORM 310-READ-RECEIPT
               PERFORM UNTIL WS-RECEIPTS-STATUS = "10"
                   MOVE ZERO TO WS-MATCHED-QTY
                   MOVE ZERO TO WS-RELEASED-QTY
                   IF RCP-QUANTITY IS NUMERIC
                       AND RCP-QUANTITY > ZERO
                       PERFORM 320-MATCH-RECEIPT
                       IF WS-MATCHED-QTY > ZERO
                           PERFORM 340-TAKE-RECEIVED-COST
                           MOVE RCP-ITEM-CODE TO WS-CHECK-CODE
                           MOVE WS-MATCHED-QTY TO WS-MOVE-QUANTITY
                           PERFORM 250-POST-ONE-MOVEMENT
                           PERFORM 270-FILL-BACKORDERS
                       END-IF
                   ELSE
                       DISPLAY "RECEIPT FOR "RCP-ITEM-CODE
                               " HAS NO USABLE QUANTITY"
                   END-IF
                   PERFORM 315-WRITE-WORKED-RECEIPT
                   PERFORM 310-READ-RECEIPT
               END-PERFORM
               CLOSE RECEIPTS-FILE
               CLOSE WORKED-RECEIPTS-FILE
               CLOSE RECEIPT-EXCEPTION-FILE
               IF WS-PO-OPEN
                   CLOSE PURCHASE-ORDER-FILE
               END-IF
           END-IF.

       310-READ-RECEIPT.
               AT END MOVE "10" TO WS-RECEIPTS-STATUS
           END-READ.

      *    a receipt the shelf never saw - unknown item, nothing
      *    matched - is worked all the same, stocking nothing
       315-WRITE-WORKED-RECEIPT.
           MOVE RECEIPTS-RECORD TO WR-RECEIPT.
           MOVE WS-RUN-DATE TO WR-RUN-DATE.
           MOVE WS-MATCHED-QTY TO WR-QTY-STOCKED.
           MOVE WS-RELEASED-QTY TO WR-QTY-RELEASED.
           WRITE WORKED-RECEIPTS-RECORD.

      *    the delivery fills the item's open lines oldest first;
      *    a line it leaves short is reported UNDER, and whatever is
      *    left once every open line is full is OVER - or UNORDERED
      *    when there was no open line for the item at all
       320-MATCH-RECEIPT.
           MOVE RCP-QUANTITY TO WS-REMAINING-QTY.
           MOVE ZERO TO WS-MATCHED-QTY.
           MOVE ZERO TO WS-OPEN-LINES-FOUND.
           MOVE ZERO TO WS-LAST-PO-NUMBER.
           MOVE ZERO TO WS-LAST-PO-LINE-NO.
           IF WS-PO-OPEN
               MOVE RCP-ITEM-CODE TO POL-ITEM-CODE
               START PURCHASE-ORDER-FILE KEY IS = POL-ITEM-CODE
                   INVALID KEY MOVE "10" TO WS-PO-STATUS
               END-START
               PERFORM UNTIL WS-PO-STATUS = "10"
                   OR WS-REMAINING-QTY = ZERO
                   READ PURCHASE-ORDER-FILE NEXT
                       AT END MOVE "10" TO WS-PO-STATUS
                   END-READ
                   IF WS-PO-STATUS NOT = "10"
                       IF POL-ITEM-CODE NOT = RCP-ITEM-CODE
                           MOVE "10" TO WS-PO-STATUS
                       ELSE
                           IF POL-LINE-OPEN
                               PERFORM 330-FILL-ORDER-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REMAINING-QTY > ZERO
               MOVE SPACES TO RECEIPT-EXCEPTION-RECORD
               IF WS-OPEN-LINES-FOUND = ZERO
                   MOVE "UNORDERED" TO RX-TYPE
                   MOVE ZERO TO RX-PO-NUMBER RX-PO-LINE-NO
               ELSE
                   MOVE "OVER" TO RX-TYPE
                   MOVE WS-LAST-PO-NUMBER TO RX-PO-NUMBER
                   MOVE WS-LAST-PO-LINE-NO TO RX-PO-LINE-NO
               END-IF
               MOVE WS-REMAINING-QTY TO RX-QUANTITY
               MOVE ZERO TO RX-QTY-ORDERED RX-QTY-RECEIVED
               PERFORM 350-WRITE-RECEIPT-EXCEPTION
           END-IF.

       330-FILL-ORDER-LINE.
           ADD 1 TO WS-OPEN-LINES-FOUND.
           MOVE POL-NUMBER TO WS-LAST-PO-NUMBER.
           MOVE POL-LINE-NO TO WS-LAST-PO-LINE-NO.
           COMPUTE WS-LINE-OUTSTANDING = POL-QTY-ORDERED
               - POL-QTY-RECEIVED.
           IF WS-REMAINING-QTY < WS-LINE-OUTSTANDING
               MOVE WS-REMAINING-QTY TO WS-LINE-TAKE
           ELSE
               MOVE WS-LINE-OUTSTANDING TO WS-LINE-TAKE
           END-IF.
           ADD WS-LINE-TAKE TO POL-QTY-RECEIVED.
           ADD WS-LINE-TAKE TO WS-MATCHED-QTY.
           SUBTRACT WS-LINE-TAKE FROM WS-REMAINING-QTY.
           MOVE WS-RUN-DATE TO POL-LAST-RECEIPT-DATE.
           IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
               SET POL-LINE-CLOSED TO TRUE
           END-IF.
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "PO "POL-NUMBER" LINE "POL-LINE-NO
                           " NOT UPDATED - STATUS "WS-PO-STATUS
           END-REWRITE.
           IF POL-LINE-OPEN
               MOVE SPACES TO RECEIPT-EXCEPTION-RECORD
               MOVE "UNDER" TO RX-TYPE
               MOVE POL-NUMBER TO RX-PO-NUMBER
               MOVE POL-LINE-NO TO RX-PO-LINE-NO
               COMPUTE RX-QUANTITY = POL-QTY-ORDERED - POL-QTY-RECEIVED
               MOVE POL-QTY-ORDERED TO RX-QTY-ORDERED
               MOVE POL-QTY-RECEIVED TO RX-QTY-RECEIVED
               PERFORM 350-WRITE-RECEIPT-EXCEPTION
           END-IF.

       340-TAKE-RECEIVED-COST.
           IF RCP-UNIT-COST IS NUMERIC AND RCP-UNIT-COST > ZERO
               MOVE RCP-UNIT-COST TO WS-RECEIVED-COST
               SET WS-COST-GIVEN TO TRUE
           ELSE
               MOVE "N" TO WS-COST-GIVEN-SWITCH
           END-IF.

       350-WRITE-RECEIPT-EXCEPTION.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE RCP-ITEM-CODE TO RX-ITEM-CODE.
           WRITE RECEIPT-EXCEPTION-RECORD.
           ADD 1 TO PO-EXCEPTION-COUNT.
           DISPLAY "RECEIPT "RX-TYPE" ITEM "RX-ITEM-CODE
                   " PO "RX-PO-NUMBER"/"RX-PO-LINE-NO
                   " QTY "RX-QUANTITY.

      *    with no purchase order file every delivery is unordered
       360-OPEN-RECEIPT-FILES.
           OPEN OUTPUT WORKED-RECEIPTS-FILE.
           SET WS-WORKED-OPEN TO TRUE.
           OPEN EXTEND RECEIPT-EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-EXCEPTION-FILE
           END-IF.
           MOVE "N" TO WS-PO-OPEN-SWITCH.
           OPEN I-O PURCHASE-ORDER-FILE.
           IF WS-PO-STATUS = "00"
               SET WS-PO-OPEN TO TRUE
           ELSE
               DISPLAY "PURCHASE ORDERS NOT AVAILABLE - STATUS "
                       WS-PO-STATUS" - NO RECEIPT CAN BE MATCHED"
           END-IF.

      *    the backorders are created on first use; without the
      *    invoice history the backorders simply carry no customer
       370-OPEN-BACKORDER-FILES.
           OPEN I-O BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF.
           IF WS-BACKORDER-STATUS = "00"
               SET WS-BACKORDER-OPEN TO TRUE
               OPEN EXTEND BACKORDER-RELEASE-FILE
               IF WS-RELEASE-STATUS NOT = "00"
                   OPEN OUTPUT BACKORDER-RELEASE-FILE
               END-IF
           ELSE
               DISPLAY "BACKORDERS NOT AVAILABLE - STATUS "
                       WS-BACKORDER-STATUS
           END-IF.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.
           PERFORM 390-OPEN-KIT-FILE.

       380-CLOSE-BACKORDER-FILES.
           IF WS-BACKORDER-OPEN
               CLOSE BACKORDER-FILE
               CLOSE BACKORDER-RELEASE-FILE
           END-IF.
           IF WS-HISTORY-OPEN
               CLOSE INVOICE-HISTORY-FILE
           END-IF.
           IF WS-KIT-OPEN
               CLOSE KIT-COMPONENT-FILE
           END-IF.

      *    with no kit file every code sold is its own stock
       390-OPEN-KIT-FILE.
           MOVE "N" TO WS-KIT-OPEN-SWITCH.
           OPEN INPUT KIT-COMPONENT-FILE.
           IF WS-KIT-STATUS = "00"
               SET WS-KIT-OPEN TO TRUE
           END-IF.

      *    the worked receipts move to the applied file and the
      *    live feed restarts empty - the same cutover the intake
      *    batch gives its transactions
       400-CUTOVER-RECEIPTS.
           IF WS-WORKED-OPEN
               OPEN INPUT WORKED-RECEIPTS-FILE
               OPEN EXTEND APPLIED-RECEIPTS-FILE
               IF WS-APPLIED-STATUS NOT = "00"
                   OPEN OUTPUT APPLIED-RECEIPTS-FILE
               END-IF
               PERFORM 410-READ-WORKED
               PERFORM UNTIL WS-WORKED-STATUS = "10"
                   MOVE WORKED-RECEIPTS-RECORD TO
                       APPLIED-RECEIPTS-RECORD
                   WRITE APPLIED-RECEIPTS-RECORD
                   PERFORM 410-READ-WORKED
               END-PERFORM
               CLOSE WORKED-RECEIPTS-FILE
               CLOSE APPLIED-RECEIPTS-FILE
               OPEN OUTPUT RECEIPTS-FILE
               CLOSE RECEIPTS-FILE
               OPEN OUTPUT WORKED-RECEIPTS-FILE
               CLOSE WORKED-RECEIPTS-FILE
           END-IF.

       410-READ-WORKED.
           READ WORKED-RECEIPTS-FILE
               AT END MOVE "10" TO WS-WORKED-STATUS
           END-READ.

      *    the morning page - every item at or below its reorder
      *    point, so buying sees the shelf before it empties; a
      *    component's point is raised by what the kits it goes
      *    into hold at theirs, and a kit is judged by how many its
      *    components' shelves could make up
       500-REORDER-REPORT.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                       WS-ITEM-STATUS
           ELSE
               PERFORM 520-LOAD-KIT-DEMAND
               DISPLAY "REORDER REPORT"
               DISPLAY "CODE  DESCRIPTION           ON-HAND  "
                       "REORDER-AT  KIT-DEMAND"
               DISPLAY "----  --------------------  -------  "
                       "----------  ----------"
               MOVE LOW-VALUES TO IM-CODE
               START ITEM-MASTER-FILE KEY IS NOT LESS THAN IM-CODE
                   INVALID KEY MOVE "10" TO WS-ITEM-STATUS
               END-START
               PERFORM 510-READ-NEXT-ITEM
               PERFORM UNTIL WS-ITEM-STATUS = "10"
                   PERFORM 540-REPORT-ONE-ITEM
                   PERFORM 510-READ-NEXT-ITEM
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
               DISPLAY "ITEMS AT OR BELOW REORDER POINT: "
                       PO-BELOW-COUNT
               IF WS-TABLES-FULL
                   DISPLAY "*** KIT TABLES FULL - SOME KIT DEMAND "
                           "NOT COUNTED"
               END-IF
           END-IF.

       510-READ-NEXT-ITEM.
           READ ITEM-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-ITEM-STATUS
           END-READ.

      *    one pass of the kit file before the item pass - each
      *    component line adds the kit's reorder point times its
      *    quantity to the component's kit demand, and lowers the
      *    kit's buildable count to what that component's shelf
      *    allows
       520-LOAD-KIT-DEMAND.
           PERFORM 390-OPEN-KIT-FILE.
           IF WS-KIT-OPEN
               PERFORM UNTIL WS-KIT-STATUS = "10"
                   READ KIT-COMPONENT-FILE NEXT
                       AT END MOVE "10" TO WS-KIT-STATUS
                   END-READ
                   IF WS-KIT-STATUS NOT = "10"
                       PERFORM 530-LOAD-ONE-COMPONENT
                   END-IF
               END-PERFORM
               CLOSE KIT-COMPONENT-FILE
           END-IF.

       530-LOAD-ONE-COMPONENT.
           MOVE ZERO TO WS-KIT-REORDER-POINT.
           MOVE KC-KIT-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               NOT INVALID KEY
                   MOVE IM-REORDER-POINT TO WS-KIT-REORDER-POINT
           END-READ.
           MOVE ZERO TO WS-COMPONENT-BUILDS.
           MOVE KC-COMPONENT-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               NOT INVALID KEY
                   IF IM-ON-HAND > ZERO AND KC-QTY > ZERO
                       DIVIDE IM-ON-HAND BY KC-QTY
                           GIVING WS-COMPONENT-BUILDS
                   END-IF
           END-READ.
           SET KT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               AT END
                   SET WS-TABLES-FULL TO TRUE
               WHEN KT-IDX > WS-KIT-COUNT
                   ADD 1 TO WS-KIT-COUNT
                   MOVE KC-KIT-CODE TO WS-KT-CODE (KT-IDX)
                   MOVE WS-COMPONENT-BUILDS TO WS-KT-BUILDABLE (KT-IDX)
               WHEN WS-KT-CODE (KT-IDX) = KC-KIT-CODE
                   IF WS-COMPONENT-BUILDS < WS-KT-BUILDABLE (KT-IDX)
                       MOVE WS-COMPONENT-BUILDS TO
                           WS-KT-BUILDABLE (KT-IDX)
                   END-IF
           END-SEARCH.
           SET CT-IDX TO 1.
           SEARCH WS-COMP-ENTRY
               AT END
                   SET WS-TABLES-FULL TO TRUE
               WHEN CT-IDX > WS-COMP-COUNT
                   ADD 1 TO WS-COMP-COUNT
                   MOVE KC-COMPONENT-CODE TO WS-CT-CODE (CT-IDX)
                   COMPUTE WS-CT-KIT-DEMAND (CT-IDX) =
                       WS-KIT-REORDER-POINT * KC-QTY
               WHEN WS-CT-CODE (CT-IDX) = KC-COMPONENT-CODE
                   COMPUTE WS-CT-KIT-DEMAND (CT-IDX) =
                       WS-CT-KIT-DEMAND (CT-IDX)
                       + WS-KIT-REORDER-POINT * KC-QTY
           END-SEARCH.

      *    a kit shows what its components could make up in place
      *    of its own shelf, which never moves
       540-REPORT-ONE-ITEM.
           MOVE IM-ON-HAND TO WS-AVAILABLE.
           MOVE ZERO TO WS-KIT-DEMAND.
           SET KT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               WHEN KT-IDX > WS-KIT-COUNT
                   CONTINUE
               WHEN WS-KT-CODE (KT-IDX) = IM-CODE
                   MOVE WS-KT-BUILDABLE (KT-IDX) TO WS-AVAILABLE
           END-SEARCH.
           SET CT-IDX TO 1.
           SEARCH WS-COMP-ENTRY
               WHEN CT-IDX > WS-COMP-COUNT
                   CONTINUE
               WHEN WS-CT-CODE (CT-IDX) = IM-CODE
                   MOVE WS-CT-KIT-DEMAND (CT-IDX) TO WS-KIT-DEMAND
           END-SEARCH.
           COMPUTE WS-REORDER-LEVEL = IM-REORDER-POINT
               + WS-KIT-DEMAND.
           IF WS-AVAILABLE NOT > WS-REORDER-LEVEL
               ADD 1 TO PO-BELOW-COUNT
               DISPLAY IM-CODE"   "IM-DESCRIPTION"  "
                       WS-AVAILABLE"   "WS-REORDER-LEVEL"     "
                       WS-KIT-DEMAND
           END-IF.

      *    the daily page of what is waiting - every open backorder
      *    by item, oldest first, how many days it has waited, and
      *    how much of it the item's next open purchase order line
      *    would release when it arrives
       600-BACKORDER-REPORT.
           PERFORM 990-GET-PROCESS-DATE.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
           PERFORM 800-DATE-TO-SERIAL.
           MOVE WS-SERIAL-DAYS TO WS-TODAY-DAYS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS NOT = "00"
               DISPLAY "NO BACKORDERS ON FILE"
           ELSE
               OPEN INPUT ITEM-MASTER-FILE
               MOVE "N" TO WS-PO-OPEN-SWITCH
               OPEN INPUT PURCHASE-ORDER-FILE
               IF WS-PO-STATUS = "00"
                   SET WS-PO-OPEN TO TRUE
               END-IF
               DISPLAY "BACKORDER REPORT "WS-RUN-DATE
               DISPLAY "ORDER  ROW  CUSTOMER  TAKEN     DAYS  "
                       "SHORT  NEXT-RCPT  KIT"
               DISPLAY "-----  ---  --------  --------  ----  "
                       "-----  ---------  ---"
               PERFORM 610-READ-NEXT-BACKORDER
               PERFORM UNTIL WS-BACKORDER-STATUS = "10"
                   IF BO-OPEN
                       PERFORM 620-REPORT-ONE-BACKORDER
                   END-IF
                   PERFORM 610-READ-NEXT-BACKORDER
               END-PERFORM
               CLOSE BACKORDER-FILE
               CLOSE ITEM-MASTER-FILE
               IF WS-PO-OPEN
                   CLOSE PURCHASE-ORDER-FILE
               END-IF
               DISPLAY "OPEN BACKORDERS:     "PO-OPEN-BACKORDERS
               DISPLAY "UNITS SHORT:         "WS-UNITS-SHORT
               DISPLAY "OLDEST WAITING DAYS: "WS-OLDEST-WAITING
           END-IF.

       610-READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT
               AT END MOVE "10" TO WS-BACKORDER-STATUS
           END-READ.

       620-REPORT-ONE-BACKORDER.
           IF BO-ITEM-CODE NOT = WS-REPORT-ITEM
               PERFORM 630-START-REPORT-ITEM
           END-IF.
           ADD 1 TO PO-OPEN-BACKORDERS.
           ADD BO-QTY-SHORT TO WS-UNITS-SHORT.
           MOVE ZERO TO WS-DAYS-WAITING.
           IF BO-ENTRY-DATE IS NUMERIC
               MOVE BO-ENTRY-DATE TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               IF WS-TODAY-DAYS > WS-SERIAL-DAYS
                   COMPUTE WS-DAYS-WAITING =
                       WS-TODAY-DAYS - WS-SERIAL-DAYS
               END-IF
           END-IF.
           IF WS-DAYS-WAITING > WS-OLDEST-WAITING
               MOVE WS-DAYS-WAITING TO WS-OLDEST-WAITING
           END-IF.
           IF WS-RELEASE-LEFT < BO-QTY-SHORT
               MOVE WS-RELEASE-LEFT TO WS-LINE-RELEASE
           ELSE
               MOVE BO-QTY-SHORT TO WS-LINE-RELEASE
           END-IF.
           SUBTRACT WS-LINE-RELEASE FROM WS-RELEASE-LEFT.
           DISPLAY BO-ORDER-NO"  "BO-ROW"   "BO-CUSTOMER"    "
                   BO-ENTRY-DATE"  "WS-DAYS-WAITING" "
                   BO-QTY-SHORT"  "WS-LINE-RELEASE"      "
                   BO-KIT-CODE.

      *    the item's oldest open purchase order line is the next
      *    receipt expected; none means nothing is on the way
       630-START-REPORT-ITEM.
           MOVE BO-ITEM-CODE TO WS-REPORT-ITEM.
           MOVE ZERO TO WS-NEXT-PO-NUMBER.
           MOVE ZERO TO WS-NEXT-PO-QTY.
           IF WS-PO-OPEN
               MOVE BO-ITEM-CODE TO POL-ITEM-CODE
               START PURCHASE-ORDER-FILE KEY IS = POL-ITEM-CODE
                   INVALID KEY MOVE "10" TO WS-PO-STATUS
               END-START
               PERFORM UNTIL WS-PO-STATUS = "10"
                   OR WS-NEXT-PO-NUMBER NOT = ZERO
                   READ PURCHASE-ORDER-FILE NEXT
                       AT END MOVE "10" TO WS-PO-STATUS
                   END-READ
                   IF WS-PO-STATUS NOT = "10"
                       IF POL-ITEM-CODE NOT = BO-ITEM-CODE
                           MOVE "10" TO WS-PO-STATUS
                       ELSE
                           IF POL-LINE-OPEN
                               MOVE POL-NUMBER TO WS-NEXT-PO-NUMBER
                               COMPUTE WS-NEXT-PO-QTY =
                                   POL-QTY-ORDERED - POL-QTY-RECEIVED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-PO-STATUS
           END-IF.
           MOVE WS-NEXT-PO-QTY TO WS-RELEASE-LEFT.
           MOVE SPACES TO IM-DESCRIPTION.
           MOVE BO-ITEM-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON ITEM MASTER)" TO IM-DESCRIPTION
           END-READ.
           IF WS-NEXT-PO-NUMBER = ZERO
               DISPLAY "ITEM "BO-ITEM-CODE" "IM-DESCRIPTION
                       "  NOTHING ON ORDER"
           ELSE
               DISPLAY "ITEM "BO-ITEM-CODE" "IM-DESCRIPTION
                       "  NEXT RECEIPT PO "WS-NEXT-PO-NUMBER
                       " QTY "WS-NEXT-PO-QTY
           END-IF.

      *    days since a fixed epoch - the same serial arithmetic
      *    PAYAPPLY ages its open items by
       800-DATE-TO-SERIAL.
           COMPUTE WS-SERIAL-DAYS = (WS-SER-YYYY - 1) * 365.
           COMPUTE WS-LEAP-QUOTIENT = (WS-SER-YYYY - 1) / 4.
           ADD WS-LEAP-QUOTIENT TO WS-SERIAL-DAYS.
           COMPUTE WS-LEAP-QUOTIENT = (WS-SER-YYYY - 1) / 100.
           SUBTRACT WS-LEAP-QUOTIENT FROM WS-SERIAL-DAYS.
           COMPUTE WS-LEAP-QUOTIENT = (WS-SER-YYYY - 1) / 400.
           ADD WS-LEAP-QUOTIENT TO WS-SERIAL-DAYS.
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
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-SER-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       ADD 1 TO WS-SERIAL-DAYS
                   ELSE
                       DIVIDE WS-SER-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           ADD 1 TO WS-SERIAL-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD WS-SER-DD TO WS-SERIAL-DAYS.

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
           MOVE "STOCKPOST" TO RC-STEP.
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
       END PROGRAM STOCKPOST.
