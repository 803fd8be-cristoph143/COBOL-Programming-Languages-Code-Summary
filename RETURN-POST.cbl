      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer returns and credit memos - works the
      *          QTY-RETURNS feed (order number, item code, quantity
      *          returned) against the invoice history qty.cbl keeps,
      *          raises a credit memo at the price and discount the
      *          order was actually charged, records the credit
      *          against the order's open item, puts any refund due
      *          on the customer's account in CUSTOMER-UNAPPLIED-CASH
      *          for PAYAPPLY to spend, puts the goods back on
      *          IM-ON-HAND - a kit back onto each of its components
      *          off KIT-COMPONENTS, the way STOCKPOST issued it -
      *          and cuts the feed over to QTY-RETURNS-APPLIED so a
      *          rerun cannot credit twice; a return that matches no
      *          invoiced line on ORDER-DETAIL, or takes back more of
      *          an item than its lines sold, goes to
      *          QTY-RETURN-SUSPENSE with its reason
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "QTY-RETURNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT APPLIED-RETURN-FILE ASSIGN TO "QTY-RETURNS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT RETURN-SUSPENSE-FILE
               ASSIGN TO "QTY-RETURN-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "QTY-CREDIT-MEMOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT ORDER-DETAIL-FILE ASSIGN TO "ORDER-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-ORDER-NO
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ORDER-NO
               ALTERNATE RECORD KEY IS OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO "CUSTOMER-UNAPPLIED-CASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-CUSTOMER
               FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT KIT-COMPONENT-FILE ASSIGN TO "KIT-COMPONENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-KEY
               FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one returned item per record - the order it was sold on,
      *    which code came back and how many of it
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RT-ORDER-NO PIC X(5).
           05 RT-ITEM-CODE PIC X(3).
           05 RT-QUANTITY PIC 9(2).
       FD  APPLIED-RETURN-FILE.
       01  APPLIED-RETURN-RECORD PIC X(10).
      *    the return image with why it could not be credited and
      *    the date it suspended, the same shape as QTY-SUSPENSE
       FD  RETURN-SUSPENSE-FILE.
       01  RETURN-SUSPENSE-RECORD.
           05 RS-ORDER-NO PIC X(5).
           05 RS-ITEM-CODE PIC X(3).
           05 RS-QUANTITY PIC X(2).
           05 RS-REASON PIC X(30).
           05 RS-SUSPENSE-DATE PIC X(8).
      *    one memo per credited return - what it takes back in
      *    gross, discount, net and tax, and how much of it the
      *    customer had already paid and is now owed back
       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-RECORD.
           05 CRM-MEMO-DATE PIC X(8).
           05 CRM-ORDER-NO PIC X(5).
           05 CRM-CUSTOMER PIC X(6).
           05 CRM-ITEM-CODE PIC X(3).
           05 CRM-QUANTITY PIC 9(2).
           05 CRM-GROSS PIC 9(5)V99.
           05 CRM-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 CRM-NET PIC 9(5)V99.
           05 CRM-REFUND-DUE PIC 9(5)V99.
           05 CRM-TAX PIC 9(5)V99.
      *    the order's lines as sold - up to two item codes a line,
      *    each at the line's quantity
       FD  ORDER-DETAIL-FILE.
       01  ORDER-DETAIL-RECORD.
           05 OD-ORDER-NO   PIC X(5).
           05 OD-ROW-B      PIC A(2).
           05 OD-SUB-COUNT  PIC 9.
           05 OD-SUB-1      PIC X(3).
           05 OD-SUB-2      PIC X(3).
           05 OD-QUANTITY   PIC 9(3).
       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           05 IH-ORDER-NO PIC X(5).
           05 IH-CUSTOMER PIC X(6).
           05 IH-INVOICE-DATE PIC X(8).
           05 IH-QTY PIC 9(2).
           05 IH-GROSS PIC 9(5)V99.
           05 IH-DISCOUNT-RATE PIC 9(2)V99.
           05 IH-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 IH-NET PIC 9(5)V99.
           05 IH-RETURNED-QTY PIC 9(2).
           05 IH-CREDITED-NET PIC 9(5)V99.
           05 IH-TAX-CODE PIC X(4).
           05 IH-TAXABLE-NET PIC 9(5)V99.
           05 IH-TAX PIC 9(5)V99.
           05 IH-CREDITED-TAX PIC 9(5)V99.
      *    the sequential invoice number the order was billed under
           05 IH-INVOICE-NO PIC 9(7).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
      *    whether the item is taxable and under which tax code
           05 IM-TAXABLE PIC X(1).
               88 IM-IS-TAXABLE VALUE "Y".
           05 IM-TAX-CODE PIC X(4).
           05 FILLER PIC X(15).
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-CUSTOMER PIC X(6).
           05 OI-INVOICE-DATE PIC X(8).
           05 OI-NET  PIC 9(5)V99.
           05 OI-PAID PIC 9(5)V99.
           05 OI-STATUS PIC X(1).
               88 OI-IS-OPEN VALUE "O".
               88 OI-IS-PAID VALUE "P".
      *    the invoice number the item bills under
           05 OI-INVOICE-NO PIC 9(7).
      *    returns credited against the item - the net stays as
      *    invoiced, and what is owed is net less paid less credited
           05 OI-CREDITED PIC 9(5)V99.
      *    cash held on a customer's account - a refund due on a
      *    return waits here for PAYAPPLY to set it against the
      *    account's next open item
       FD  UNAPPLIED-CASH-FILE.
       01  UNAPPLIED-CASH-RECORD.
           05 UC-CUSTOMER PIC X(6).
           05 UC-AMOUNT PIC 9(7)V99.
           05 UC-LAST-RECEIVED PIC X(8).
      *    one record per component of a kit - kits are one level
      *    deep, so a component is never itself a kit
       FD  KIT-COMPONENT-FILE.
       01  KIT-COMPONENT-RECORD.
           05 KC-KEY.
               10 KC-KIT-CODE PIC X(3).
               10 KC-COMPONENT-CODE PIC X(3).
           05 KC-QTY PIC 9(3).
           05 FILLER PIC X(11).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RETURN-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-MEMO-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).
       01 WS-UNAPPLIED-STATUS PIC X(2).
       01 WS-DETAIL-STATUS PIC X(2).
       01 WS-KIT-STATUS PIC X(2).
       01 WS-KIT-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-KIT-OPEN VALUE "Y".
       01 WS-UNAPPLIED-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-UNAPPLIED-OPEN VALUE "Y".
       01 WS-RUN-DATE PIC X(8).
       01 WS-RETURN-REASON PIC X(30).
       01 WS-ITEM-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEM-FOUND VALUE "Y".
       01 WS-WANTED-ORDER PIC X(5).
       01 WS-OUTSTANDING PIC 9(5)V99 VALUE ZERO.
      *    what the credit takes off the account - net plus tax
       01 WS-CREDIT-TOTAL PIC 9(5)V99 VALUE ZERO.
      *    how many of the returned code the order's lines sold, and
      *    how many of it earlier credit memos have already taken back
       01 WS-LINE-QTY PIC 9(3) VALUE ZERO.
       01 WS-ITEM-SOLD-QTY PIC 9(5) VALUE ZERO.
       01 WS-ITEM-RETURNED-QTY PIC 9(5) VALUE ZERO.
       01 WS-RESTOCK-CODE PIC X(3).
       01 WS-RESTOCK-QTY PIC 9(5) VALUE ZERO.
       01 WS-COMPONENTS-FOUND PIC 9(3) VALUE ZERO.
       01 RETURN-COUNTS.
           05 RN-READ-COUNT PIC 9(5) VALUE ZERO.
           05 RN-CREDITED-COUNT PIC 9(5) VALUE ZERO.
           05 RN-SUSPENDED-COUNT PIC 9(5) VALUE ZERO.
           05 RN-NET-TOTAL PIC 9(7)V99 VALUE ZERO.
           05 RN-REFUND-TOTAL PIC 9(7)V99 VALUE ZERO.
           05 RN-ON-ACCOUNT-TOTAL PIC 9(7)V99 VALUE ZERO.
           05 RN-TAX-TOTAL PIC 9(7)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           OPEN I-O INVOICE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE - STATUS "
                       WS-HISTORY-STATUS
               GOBACK
           END-IF.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                       WS-ITEM-STATUS
               CLOSE INVOICE-HISTORY-FILE
               GOBACK
           END-IF.
           PERFORM 100-OPEN-OPEN-ITEMS.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                       WS-OPEN-STATUS
               CLOSE ITEM-MASTER-FILE
               CLOSE INVOICE-HISTORY-FILE
               GOBACK
           END-IF.
           PERFORM 110-OPEN-UNAPPLIED-CASH.
           PERFORM 120-OPEN-KIT-FILE.
           DISPLAY "CREDIT MEMO REGISTER - RUN "WS-RUN-DATE.
           DISPLAY "ORDER CUSTMR ITM QT      GROSS   DISCOUNT"
                   "        NET REFUND-DUE        TAX".
           PERFORM 200-WORK-RETURNS.
           IF WS-KIT-OPEN
               CLOSE KIT-COMPONENT-FILE
           END-IF.
           IF WS-UNAPPLIED-OPEN
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
           CLOSE OPEN-ITEM-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE INVOICE-HISTORY-FILE.
           PERFORM 500-CUTOVER-RETURNS.
           DISPLAY "RETURNS READ:      "RN-READ-COUNT.
           DISPLAY "RETURNS CREDITED:  "RN-CREDITED-COUNT.
           DISPLAY "RETURNS SUSPENDED: "RN-SUSPENDED-COUNT.
           DISPLAY "NET CREDITED:      "RN-NET-TOTAL.
           DISPLAY "TAX CREDITED:      "RN-TAX-TOTAL.
           DISPLAY "REFUNDS DUE:       "RN-REFUND-TOTAL.
           DISPLAY "REFUNDS ON ACCOUNT:"RN-ON-ACCOUNT-TOTAL.
           GOBACK.

      *    the open items are credited in place, keyed by order
       100-OPEN-OPEN-ITEMS.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.

      *    refunds due go on the customer's account the way PAYAPPLY
      *    holds overpaid cash, the file started empty when missing
       110-OPEN-UNAPPLIED-CASH.
           OPEN I-O UNAPPLIED-CASH-FILE.
           IF WS-UNAPPLIED-STATUS = "35"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               CLOSE UNAPPLIED-CASH-FILE
               OPEN I-O UNAPPLIED-CASH-FILE
           END-IF.
           IF WS-UNAPPLIED-STATUS = "00"
               SET WS-UNAPPLIED-OPEN TO TRUE
           END-IF.

      *    with no kit file every code returned is its own stock
       120-OPEN-KIT-FILE.
           MOVE "N" TO WS-KIT-OPEN-SWITCH.
           OPEN INPUT KIT-COMPONENT-FILE.
           IF WS-KIT-STATUS = "00"
               SET WS-KIT-OPEN TO TRUE
           END-IF.

      *    each return is edited against what was invoiced before
      *    anything moves - a bad one suspends whole, a good one
      *    credits the account and restocks the shelf in one pass
       200-WORK-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = "00"
               PERFORM 210-READ-RETURN
               PERFORM UNTIL WS-RETURN-STATUS = "10"
                   ADD 1 TO RN-READ-COUNT
                   PERFORM 220-EDIT-RETURN
                   IF WS-RETURN-REASON = SPACES
                       PERFORM 300-CREDIT-RETURN
                   ELSE
                       PERFORM 230-WRITE-RETURN-SUSPENSE
                   END-IF
                   PERFORM 210-READ-RETURN
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       210-READ-RETURN.
           READ RETURN-FILE
               AT END MOVE "10" TO WS-RETURN-STATUS
           END-READ.

      *    the order must have been invoiced, the code must be a
      *    stocked item sold on one of the order's lines, and the
      *    quantity must not take back more of that item than its
      *    lines sold, nor more than the order was billed for, across
      *    all its returns
       220-EDIT-RETURN.
           MOVE SPACES TO WS-RETURN-REASON.
           EVALUATE TRUE
               WHEN RT-QUANTITY IS NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO WS-RETURN-REASON
               WHEN RT-QUANTITY = ZERO
                   MOVE "QUANTITY IS ZERO" TO WS-RETURN-REASON
               WHEN OTHER
                   MOVE RT-ORDER-NO TO IH-ORDER-NO
                   READ INVOICE-HISTORY-FILE
                       INVALID KEY
                           MOVE "ORDER NOT INVOICED" TO
                               WS-RETURN-REASON
                   END-READ
           END-EVALUATE.
           IF WS-RETURN-REASON = SPACES
               MOVE RT-ITEM-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "ITEM NOT ON FILE" TO WS-RETURN-REASON
               END-READ
           END-IF.
           IF WS-RETURN-REASON = SPACES
               PERFORM 240-FIND-ORDER-LINES
               IF WS-ITEM-SOLD-QTY = ZERO
                   MOVE "ITEM NOT ON ORDER" TO WS-RETURN-REASON
               END-IF
           END-IF.
           IF WS-RETURN-REASON = SPACES
               PERFORM 250-COUNT-ITEM-RETURNED
               IF WS-ITEM-RETURNED-QTY + RT-QUANTITY
                   > WS-ITEM-SOLD-QTY
                   MOVE "RETURN EXCEEDS QTY ON LINE" TO
                       WS-RETURN-REASON
               END-IF
           END-IF.
           IF WS-RETURN-REASON = SPACES
               IF IH-RETURNED-QTY + RT-QUANTITY > IH-QTY
                   MOVE "RETURN EXCEEDS QTY INVOICED" TO
                       WS-RETURN-REASON
               END-IF
           END-IF.

      *    every line of the order that sold the returned code counts
      *    at its quantity, a line without one counting as one, the
      *    same way STOCKPOST issued it
       240-FIND-ORDER-LINES.
           MOVE ZERO TO WS-ITEM-SOLD-QTY.
           OPEN INPUT ORDER-DETAIL-FILE.
           IF WS-DETAIL-STATUS = "00"
               PERFORM 245-READ-DETAIL
               PERFORM UNTIL WS-DETAIL-STATUS = "10"
                   IF OD-ORDER-NO = RT-ORDER-NO
                       IF OD-QUANTITY IS NUMERIC
                           AND OD-QUANTITY > ZERO
                           MOVE OD-QUANTITY TO WS-LINE-QTY
                       ELSE
                           MOVE 1 TO WS-LINE-QTY
                       END-IF
                       IF OD-SUB-1 = RT-ITEM-CODE
                           ADD WS-LINE-QTY TO WS-ITEM-SOLD-QTY
                       END-IF
                       IF OD-SUB-COUNT = 2
                           AND OD-SUB-2 = RT-ITEM-CODE
                           ADD WS-LINE-QTY TO WS-ITEM-SOLD-QTY
                       END-IF
                   END-IF
                   PERFORM 245-READ-DETAIL
               END-PERFORM
               CLOSE ORDER-DETAIL-FILE
           END-IF.

       245-READ-DETAIL.
           READ ORDER-DETAIL-FILE
               AT END MOVE "10" TO WS-DETAIL-STATUS
           END-READ.

      *    the credit memo register holds every return credited so
      *    far, this run's included, by order and item
       250-COUNT-ITEM-RETURNED.
           MOVE ZERO TO WS-ITEM-RETURNED-QTY.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-MEMO-STATUS = "00"
               PERFORM 255-READ-CREDIT-MEMO
               PERFORM UNTIL WS-MEMO-STATUS = "10"
                   IF CRM-ORDER-NO = RT-ORDER-NO
                       AND CRM-ITEM-CODE = RT-ITEM-CODE
                       ADD CRM-QUANTITY TO WS-ITEM-RETURNED-QTY
                   END-IF
                   PERFORM 255-READ-CREDIT-MEMO
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       255-READ-CREDIT-MEMO.
           READ CREDIT-MEMO-FILE
               AT END MOVE "10" TO WS-MEMO-STATUS
           END-READ.

       230-WRITE-RETURN-SUSPENSE.
           ADD 1 TO RN-SUSPENDED-COUNT.
           OPEN EXTEND RETURN-SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               OPEN OUTPUT RETURN-SUSPENSE-FILE
           END-IF.
           MOVE RT-ORDER-NO TO RS-ORDER-NO.
           MOVE RT-ITEM-CODE TO RS-ITEM-CODE.
           MOVE RT-QUANTITY TO RS-QUANTITY.
           MOVE WS-RETURN-REASON TO RS-REASON.
           MOVE WS-RUN-DATE TO RS-SUSPENSE-DATE.
           WRITE RETURN-SUSPENSE-RECORD.
           CLOSE RETURN-SUSPENSE-FILE.
           DISPLAY "RETURN SUSPENDED: "RT-ORDER-NO" "RT-ITEM-CODE
                   " "WS-RETURN-REASON.

      *    the credit is the returned share of the order's gross
      *    less the same percentage the order was discounted at;
      *    the return that brings the order all the way back takes
      *    whatever net is left, so rounding never strands a cent;
      *    the tax charged comes back in the same share
       300-CREDIT-RETURN.
           MOVE WS-RUN-DATE TO CRM-MEMO-DATE.
           MOVE RT-ORDER-NO TO CRM-ORDER-NO.
           MOVE IH-CUSTOMER TO CRM-CUSTOMER.
           MOVE RT-ITEM-CODE TO CRM-ITEM-CODE.
           MOVE RT-QUANTITY TO CRM-QUANTITY.
           COMPUTE CRM-GROSS ROUNDED =
               IH-GROSS * RT-QUANTITY / IH-QTY.
           ADD RT-QUANTITY TO IH-RETURNED-QTY.
           IF IH-RETURNED-QTY = IH-QTY
               COMPUTE CRM-NET = IH-NET - IH-CREDITED-NET
               COMPUTE CRM-DISCOUNT-DOLLARS = CRM-GROSS - CRM-NET
               COMPUTE CRM-TAX = IH-TAX - IH-CREDITED-TAX
           ELSE
               COMPUTE CRM-DISCOUNT-DOLLARS ROUNDED =
                   CRM-GROSS * IH-DISCOUNT-RATE / 100
               COMPUTE CRM-NET = CRM-GROSS - CRM-DISCOUNT-DOLLARS
               COMPUTE CRM-TAX ROUNDED =
                   IH-TAX * RT-QUANTITY / IH-QTY
           END-IF.
           ADD CRM-NET TO IH-CREDITED-NET.
           ADD CRM-TAX TO IH-CREDITED-TAX.
           COMPUTE WS-CREDIT-TOTAL = CRM-NET + CRM-TAX.
           REWRITE INVOICE-HISTORY-RECORD.
           PERFORM 310-CREDIT-OPEN-ITEM.
           PERFORM 320-RESTOCK-ITEM.
           PERFORM 330-WRITE-CREDIT-MEMO.
           ADD 1 TO RN-CREDITED-COUNT.
           ADD CRM-NET TO RN-NET-TOTAL.
           ADD CRM-TAX TO RN-TAX-TOTAL.
           ADD CRM-REFUND-DUE TO RN-REFUND-TOTAL.

      *    the order still bills what it was invoiced at and the
      *    credit stands beside it on the open item; whatever part
      *    of the credit the customer had already paid is owed back
      *    to them and goes on their account - an order PAYAPPLY has
      *    not folded in yet opens here at its invoiced net and tax
      *    with its earlier credits already against it
       310-CREDIT-OPEN-ITEM.
           MOVE ZERO TO CRM-REFUND-DUE.
           MOVE RT-ORDER-NO TO WS-WANTED-ORDER.
           PERFORM 700-FIND-OPEN-ITEM.
           IF NOT WS-ITEM-FOUND
               MOVE IH-ORDER-NO TO OI-ORDER-NO
               MOVE IH-CUSTOMER TO OI-CUSTOMER
               MOVE IH-INVOICE-DATE TO OI-INVOICE-DATE
               COMPUTE OI-NET = IH-NET + IH-TAX
               MOVE ZERO TO OI-PAID
               MOVE "O" TO OI-STATUS
               MOVE IH-INVOICE-NO TO OI-INVOICE-NO
               COMPUTE OI-CREDITED = IH-CREDITED-NET + IH-CREDITED-TAX
                   - WS-CREDIT-TOTAL
           END-IF.
           MOVE ZERO TO WS-OUTSTANDING.
           IF OI-NET > OI-PAID + OI-CREDITED
               COMPUTE WS-OUTSTANDING = OI-NET - OI-PAID - OI-CREDITED
           END-IF.
           IF WS-CREDIT-TOTAL > WS-OUTSTANDING
               COMPUTE CRM-REFUND-DUE =
                   WS-CREDIT-TOTAL - WS-OUTSTANDING
           END-IF.
           ADD WS-CREDIT-TOTAL TO OI-CREDITED.
           IF OI-PAID + OI-CREDITED >= OI-NET
               MOVE "P" TO OI-STATUS
           END-IF.
           IF WS-ITEM-FOUND
               REWRITE OPEN-ITEM-RECORD
           ELSE
               WRITE OPEN-ITEM-RECORD
           END-IF.
           IF CRM-REFUND-DUE > ZERO
               AND OI-CUSTOMER NOT = "000000"
               AND OI-CUSTOMER NOT = SPACES
               PERFORM 315-HOLD-REFUND-ON-ACCOUNT
           END-IF.

      *    a walk-in order has no account to hold cash on - its
      *    refund is paid out off the credit memo register
       315-HOLD-REFUND-ON-ACCOUNT.
           IF NOT WS-UNAPPLIED-OPEN
               DISPLAY "UNAPPLIED CASH FILE NOT AVAILABLE - REFUND "
                       CRM-REFUND-DUE" FOR "OI-CUSTOMER" NOT HELD"
           ELSE
               ADD CRM-REFUND-DUE TO RN-ON-ACCOUNT-TOTAL
               MOVE OI-CUSTOMER TO UC-CUSTOMER
               READ UNAPPLIED-CASH-FILE
                   INVALID KEY
                       MOVE CRM-REFUND-DUE TO UC-AMOUNT
                       MOVE WS-RUN-DATE TO UC-LAST-RECEIVED
                       WRITE UNAPPLIED-CASH-RECORD
                   NOT INVALID KEY
                       ADD CRM-REFUND-DUE TO UC-AMOUNT
                       MOVE WS-RUN-DATE TO UC-LAST-RECEIVED
                       REWRITE UNAPPLIED-CASH-RECORD
               END-READ
           END-IF.

      *    a kit has no shelf of its own - each of its components
      *    comes back at the returned quantity times the number in
      *    one kit; any other code restocks itself
       320-RESTOCK-ITEM.
           MOVE ZERO TO WS-COMPONENTS-FOUND.
           IF WS-KIT-OPEN
               MOVE LOW-VALUES TO KC-KEY
               MOVE RT-ITEM-CODE TO KC-KIT-CODE
               START KIT-COMPONENT-FILE KEY IS NOT LESS THAN KC-KEY
                   INVALID KEY MOVE "10" TO WS-KIT-STATUS
               END-START
               PERFORM UNTIL WS-KIT-STATUS = "10"
                   READ KIT-COMPONENT-FILE NEXT
                       AT END MOVE "10" TO WS-KIT-STATUS
                   END-READ
                   IF WS-KIT-STATUS NOT = "10"
                       IF KC-KIT-CODE NOT = RT-ITEM-CODE
                           MOVE "10" TO WS-KIT-STATUS
                       ELSE
                           ADD 1 TO WS-COMPONENTS-FOUND
                           MOVE KC-COMPONENT-CODE TO WS-RESTOCK-CODE
                           COMPUTE WS-RESTOCK-QTY =
                               RT-QUANTITY * KC-QTY
                           PERFORM 325-RESTOCK-ONE-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-KIT-STATUS
           END-IF.
           IF WS-COMPONENTS-FOUND = ZERO
               MOVE RT-ITEM-CODE TO WS-RESTOCK-CODE
               MOVE RT-QUANTITY TO WS-RESTOCK-QTY
               PERFORM 325-RESTOCK-ONE-ITEM
           END-IF.

       325-RESTOCK-ONE-ITEM.
           MOVE WS-RESTOCK-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   DISPLAY "RETURN FOR UNKNOWN ITEM "WS-RESTOCK-CODE
                           " - NOT RESTOCKED"
               NOT INVALID KEY
                   ADD WS-RESTOCK-QTY TO IM-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
           END-READ.

       330-WRITE-CREDIT-MEMO.
           OPEN EXTEND CREDIT-MEMO-FILE.
           IF WS-MEMO-STATUS NOT = "00"
               OPEN OUTPUT CREDIT-MEMO-FILE
           END-IF.
           WRITE CREDIT-MEMO-RECORD.
           CLOSE CREDIT-MEMO-FILE.
           DISPLAY CRM-ORDER-NO" "CRM-CUSTOMER" "CRM-ITEM-CODE" "
                   CRM-QUANTITY" "CRM-GROSS"  "CRM-DISCOUNT-DOLLARS
                   "  "CRM-NET"  "CRM-REFUND-DUE"  "CRM-TAX.

      *    the worked feed moves to the applied file and the live
      *    feed restarts empty, so a rerun cannot credit a return
      *    twice
       500-CUTOVER-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = "00"
               OPEN EXTEND APPLIED-RETURN-FILE
               IF WS-APPLIED-STATUS NOT = "00"
                   OPEN OUTPUT APPLIED-RETURN-FILE
               END-IF
               PERFORM 210-READ-RETURN
               PERFORM UNTIL WS-RETURN-STATUS = "10"
                   MOVE RETURN-RECORD TO APPLIED-RETURN-RECORD
                   WRITE APPLIED-RETURN-RECORD
                   PERFORM 210-READ-RETURN
               END-PERFORM
               CLOSE RETURN-FILE
               CLOSE APPLIED-RETURN-FILE
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
           END-IF.

       700-FIND-OPEN-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           MOVE WS-WANTED-ORDER TO OI-ORDER-NO.
           READ OPEN-ITEM-FILE
               KEY IS OI-ORDER-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.

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
       END PROGRAM RETURNPOST.
