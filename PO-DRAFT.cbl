      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase order draft - takes every item at or below
      *          its reorder point off ITEM-MASTER, groups them by
      *          the item's preferred supplier and raises one
      *          purchase order per supplier on PURCHASE-ORDERS,
      *          numbered off PO-NUMBER-CONTROL, with each order
      *          printed on PURCHASE-ORDER-PRINT for buying to send;
      *          an item already on an open order line, or with no
      *          usable supplier, is listed instead of drafted, and
      *          STOCKPOST receives deliveries against the open lines
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODRAFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CODE
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHASE-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               ALTERNATE RECORD KEY IS POL-ITEM-CODE WITH DUPLICATES
               FILE STATUS IS WS-PO-STATUS.
           SELECT PO-NUMBER-CONTROL-FILE ASSIGN TO "PO-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONUM-STATUS.
           SELECT PO-PRINT-FILE ASSIGN TO "PURCHASE-ORDER-PRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
      *    stock on hand and the level that triggers a reorder -
      *    movements post from the day's order lines and receipts,
      *    the morning report lists anything at or below the point
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
           05 IM-TAXABLE PIC X(1).
           05 IM-TAX-CODE PIC X(4).
      *    the supplier purchase orders for the item go to
           05 IM-SUPPLIER PIC X(6).
           05 FILLER PIC X(9).
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SM-CODE PIC X(6).
           05 SM-NAME PIC X(30).
           05 SM-CONTACT PIC X(20).
           05 SM-PHONE PIC X(15).
           05 SM-LEAD-DAYS PIC 9(3).
           05 SM-ACTIVE PIC X(1).
               88 SM-IS-ACTIVE VALUE "Y".
           05 FILLER PIC X(5).
      *    one record per order line - the order number and line
      *    make the key, the item is the alternate so receipts can
      *    find the open lines for what arrived; a line stays open
      *    until what was received covers what was ordered
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
      *    the last purchase order number handed out - read and
      *    rewritten for every number taken
       FD  PO-NUMBER-CONTROL-FILE.
       01  PO-NUMBER-CONTROL-RECORD.
           05 CTL-LAST-PO-NUMBER PIC 9(6).
       FD  PO-PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-SUPPLIER-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-PONUM-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-SUPPLIER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-SUPPLIER-OPEN VALUE "Y".
       01 WS-ON-ORDER-SWITCH PIC X(1) VALUE "N".
           88 WS-ALREADY-ON-ORDER VALUE "Y".
       01 WS-ON-ORDER-PO PIC 9(6) VALUE ZERO.
       01 WS-ORDER-QTY PIC S9(6) VALUE ZERO.
       01 WS-LAST-PO-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-SUPPLIER PIC X(6) VALUE SPACES.
       01 WS-LINE-NO PIC 9(3) VALUE ZERO.
       01 WS-SKIP-REASON PIC X(30) VALUE SPACES.
      *    the items to order, gathered in item order and then
      *    drafted one supplier at a time
       01 WS-DRAFT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DRAFTS-NOT-HELD PIC 9(5) VALUE ZERO.
       01 WS-DRAFT-TABLE.
           05 WS-DR OCCURS 1000 TIMES INDEXED BY DR-IDX DL-IDX.
               10 WS-DR-SUPPLIER PIC X(6).
               10 WS-DR-ITEM-CODE PIC X(3).
               10 WS-DR-DESCRIPTION PIC X(20).
               10 WS-DR-QTY PIC 9(5).
               10 WS-DR-DONE PIC X(1).
      *    the items passed over, printed after the orders
       01 WS-SKIP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SKIP-TABLE.
           05 WS-SK OCCURS 1000 TIMES INDEXED BY SK-IDX.
               10 WS-SK-ITEM-CODE PIC X(3).
               10 WS-SK-DESCRIPTION PIC X(20).
               10 WS-SK-REASON PIC X(30).
       01 DRAFT-COUNTS.
           05 DC-BELOW-COUNT PIC 9(5) VALUE ZERO.
           05 DC-ORDER-COUNT PIC 9(5) VALUE ZERO.
           05 DC-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-QTY-EDIT PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                       WS-ITEM-STATUS
           ELSE
               OPEN INPUT SUPPLIER-MASTER-FILE
               IF WS-SUPPLIER-STATUS = "00"
                   SET WS-SUPPLIER-OPEN TO TRUE
               ELSE
                   DISPLAY "SUPPLIER MASTER NOT AVAILABLE - NO "
                           "ORDERS CAN BE DRAFTED"
               END-IF
               PERFORM 900-OPEN-PURCHASE-ORDERS
               PERFORM 110-READ-NEXT-ITEM
               PERFORM UNTIL WS-ITEM-STATUS = "10"
                   IF IM-ON-HAND NOT > IM-REORDER-POINT
                       ADD 1 TO DC-BELOW-COUNT
                       PERFORM 200-CONSIDER-ITEM
                   END-IF
                   PERFORM 110-READ-NEXT-ITEM
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
               OPEN OUTPUT PO-PRINT-FILE
               PERFORM 300-RAISE-ORDERS
               PERFORM 500-PRINT-SKIPPED-ITEMS
               CLOSE PO-PRINT-FILE
               CLOSE PURCHASE-ORDER-FILE
               IF WS-SUPPLIER-OPEN
                   CLOSE SUPPLIER-MASTER-FILE
               END-IF
           END-IF.
           DISPLAY "ITEMS AT OR BELOW REORDER POINT: "DC-BELOW-COUNT.
           DISPLAY "PURCHASE ORDERS RAISED:          "DC-ORDER-COUNT.
           DISPLAY "ORDER LINES:                     "DC-LINE-COUNT.
           DISPLAY "ITEMS NOT DRAFTED:               "WS-SKIP-COUNT.
           IF WS-DRAFTS-NOT-HELD > ZERO
               DISPLAY "*** DRAFT TABLE FULL - "WS-DRAFTS-NOT-HELD
                       " ITEM(S) LEFT FOR THE NEXT RUN"
           END-IF.
           GOBACK.

       110-READ-NEXT-ITEM.
           READ ITEM-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-ITEM-STATUS
           END-READ.

      *    an item is drafted only once - an open line for it means
      *    it is already coming - and only to a supplier buying can
      *    still order from
       200-CONSIDER-ITEM.
           MOVE SPACES TO WS-SKIP-REASON.
           PERFORM 210-CHECK-ON-ORDER.
           EVALUATE TRUE
               WHEN WS-ALREADY-ON-ORDER
                   STRING "ALREADY ON ORDER - PO " WS-ON-ORDER-PO
                          DELIMITED BY SIZE INTO WS-SKIP-REASON
               WHEN IM-SUPPLIER = SPACES
                   MOVE "NO PREFERRED SUPPLIER" TO WS-SKIP-REASON
               WHEN NOT WS-SUPPLIER-OPEN
                   MOVE "SUPPLIER MASTER NOT AVAILABLE" TO
                       WS-SKIP-REASON
               WHEN OTHER
                   MOVE IM-SUPPLIER TO SM-CODE
                   READ SUPPLIER-MASTER-FILE
                       INVALID KEY
                           MOVE "SUPPLIER NOT ON FILE" TO
                               WS-SKIP-REASON
                       NOT INVALID KEY
                           IF NOT SM-IS-ACTIVE
                               MOVE "SUPPLIER INACTIVE" TO
                                   WS-SKIP-REASON
                           END-IF
                   END-READ
           END-EVALUATE.
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM 230-NOTE-SKIPPED-ITEM
           ELSE
               PERFORM 220-NOTE-DRAFT-LINE
           END-IF.

       210-CHECK-ON-ORDER.
           MOVE "N" TO WS-ON-ORDER-SWITCH.
           MOVE IM-CODE TO POL-ITEM-CODE.
           START PURCHASE-ORDER-FILE KEY IS = POL-ITEM-CODE
               INVALID KEY MOVE "10" TO WS-PO-STATUS
           END-START.
           PERFORM UNTIL WS-PO-STATUS = "10" OR WS-ALREADY-ON-ORDER
               READ PURCHASE-ORDER-FILE NEXT
                   AT END MOVE "10" TO WS-PO-STATUS
               END-READ
               IF WS-PO-STATUS NOT = "10"
                   IF POL-ITEM-CODE NOT = IM-CODE
                       MOVE "10" TO WS-PO-STATUS
                   ELSE
                       IF POL-LINE-OPEN
                           MOVE "Y" TO WS-ON-ORDER-SWITCH
                           MOVE POL-NUMBER TO WS-ON-ORDER-PO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    enough to bring the shelf back up to twice the reorder
      *    point - never less than one
       220-NOTE-DRAFT-LINE.
           IF WS-DRAFT-COUNT < 1000
               COMPUTE WS-ORDER-QTY = IM-REORDER-POINT * 2
                   - IM-ON-HAND
               IF WS-ORDER-QTY < 1
                   MOVE 1 TO WS-ORDER-QTY
               END-IF
               IF WS-ORDER-QTY > 99999
                   MOVE 99999 TO WS-ORDER-QTY
               END-IF
               ADD 1 TO WS-DRAFT-COUNT
               SET DR-IDX TO WS-DRAFT-COUNT
               MOVE IM-SUPPLIER TO WS-DR-SUPPLIER (DR-IDX)
               MOVE IM-CODE TO WS-DR-ITEM-CODE (DR-IDX)
               MOVE IM-DESCRIPTION TO WS-DR-DESCRIPTION (DR-IDX)
               MOVE WS-ORDER-QTY TO WS-DR-QTY (DR-IDX)
               MOVE "N" TO WS-DR-DONE (DR-IDX)
           ELSE
               ADD 1 TO WS-DRAFTS-NOT-HELD
           END-IF.

       230-NOTE-SKIPPED-ITEM.
           IF WS-SKIP-COUNT < 1000
               ADD 1 TO WS-SKIP-COUNT
               SET SK-IDX TO WS-SKIP-COUNT
               MOVE IM-CODE TO WS-SK-ITEM-CODE (SK-IDX)
               MOVE IM-DESCRIPTION TO WS-SK-DESCRIPTION (SK-IDX)
               MOVE WS-SKIP-REASON TO WS-SK-REASON (SK-IDX)
           END-IF.

      *    one order per supplier - the first undrafted line opens
      *    an order and every other line for the same supplier
      *    joins it
       300-RAISE-ORDERS.
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > WS-DRAFT-COUNT
               IF WS-DR-DONE (DR-IDX) = "N"
                   MOVE WS-DR-SUPPLIER (DR-IDX) TO WS-CURRENT-SUPPLIER
                   PERFORM 310-RAISE-ONE-ORDER
               END-IF
           END-PERFORM.

       310-RAISE-ONE-ORDER.
           PERFORM 800-TAKE-NEXT-PO-NUMBER.
           ADD 1 TO DC-ORDER-COUNT.
           MOVE ZERO TO WS-LINE-NO.
           MOVE WS-CURRENT-SUPPLIER TO SM-CODE.
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SM-NAME SM-CONTACT SM-PHONE
                   MOVE ZERO TO SM-LEAD-DAYS
           END-READ.
           PERFORM 400-PRINT-ORDER-HEADING.
           PERFORM VARYING DL-IDX FROM 1 BY 1
               UNTIL DL-IDX > WS-DRAFT-COUNT
               IF WS-DR-DONE (DL-IDX) = "N"
                   AND WS-DR-SUPPLIER (DL-IDX) = WS-CURRENT-SUPPLIER
                   PERFORM 320-WRITE-ORDER-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

       320-WRITE-ORDER-LINE.
           ADD 1 TO WS-LINE-NO.
           ADD 1 TO DC-LINE-COUNT.
           MOVE SPACES TO PURCHASE-ORDER-RECORD.
           MOVE WS-LAST-PO-NUMBER TO POL-NUMBER.
           MOVE WS-LINE-NO TO POL-LINE-NO.
           MOVE WS-CURRENT-SUPPLIER TO POL-SUPPLIER.
           MOVE WS-RUN-DATE TO POL-ORDER-DATE.
           MOVE WS-DR-ITEM-CODE (DL-IDX) TO POL-ITEM-CODE.
           MOVE WS-DR-QTY (DL-IDX) TO POL-QTY-ORDERED.
           MOVE ZERO TO POL-QTY-RECEIVED.
           SET POL-LINE-OPEN TO TRUE.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "PO "POL-NUMBER" LINE "POL-LINE-NO
                           " NOT WRITTEN - STATUS "WS-PO-STATUS
           END-WRITE.
           MOVE "Y" TO WS-DR-DONE (DL-IDX).
           MOVE WS-DR-QTY (DL-IDX) TO WS-QTY-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING WS-LINE-NO "   " WS-DR-ITEM-CODE (DL-IDX) "   "
                  WS-DR-DESCRIPTION (DL-IDX) "  " WS-QTY-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

       400-PRINT-ORDER-HEADING.
           MOVE SPACES TO PRINT-LINE.
           STRING "PURCHASE ORDER " WS-LAST-PO-NUMBER
                  "  DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL "-" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "SUPPLIER: " WS-CURRENT-SUPPLIER "  " SM-NAME
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CONTACT:  " SM-CONTACT "  " SM-PHONE
                  "  LEAD DAYS " SM-LEAD-DAYS
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "LINE  ITEM  DESCRIPTION              QTY" TO
               PRINT-LINE.
           WRITE PRINT-LINE.

       500-PRINT-SKIPPED-ITEMS.
           IF WS-SKIP-COUNT > ZERO
               MOVE "ITEMS AT OR BELOW REORDER POINT NOT DRAFTED" TO
                   PRINT-LINE
               WRITE PRINT-LINE
               MOVE ALL "-" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM VARYING SK-IDX FROM 1 BY 1
                   UNTIL SK-IDX > WS-SKIP-COUNT
                   MOVE SPACES TO PRINT-LINE
                   STRING WS-SK-ITEM-CODE (SK-IDX) "   "
                          WS-SK-DESCRIPTION (SK-IDX) "  "
                          WS-SK-REASON (SK-IDX)
                          DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-PERFORM
           END-IF.

      *    the same read-add-rewrite the invoice and customer number
      *    controls use, so an abend never issues a number twice
       800-TAKE-NEXT-PO-NUMBER.
           MOVE ZERO TO WS-LAST-PO-NUMBER.
           OPEN INPUT PO-NUMBER-CONTROL-FILE.
           IF WS-PONUM-STATUS = "00"
               READ PO-NUMBER-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-PO-NUMBER TO WS-LAST-PO-NUMBER
               END-READ
               CLOSE PO-NUMBER-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-LAST-PO-NUMBER.
           OPEN OUTPUT PO-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-PO-NUMBER TO CTL-LAST-PO-NUMBER.
           WRITE PO-NUMBER-CONTROL-RECORD.
           CLOSE PO-NUMBER-CONTROL-FILE.

      *    the first run builds the purchase order file
       900-OPEN-PURCHASE-ORDERS.
           OPEN I-O PURCHASE-ORDER-FILE.
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF.

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
       END PROGRAM PODRAFT.
