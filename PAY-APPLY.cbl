      *          QTY-INVOICES into the open-item file, applies the
      *          QTY-PAYMENTS feed against them, and cuts the applied
      *          payments over to QTY-PAYMENTS-APPLIED so a rerun
      *          cannot apply them twice; cash that ties to no open
      *          order, or pays more than the order owes, is held on
      *          the customer's account in CUSTOMER-UNAPPLIED-CASH
      *          and set against their oldest open items; run with
      *          AGING on the command line for the weekly
      *          current/30/60/90 report, so collections works from
      *          the system instead of a notebook
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
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
      *    one remittance per record - which order it pays and how
      *    much arrived; the lockbox import adds the paying customer,
      *    and a blank order is cash meant for the account itself
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 PAY-ORDER-NO PIC X(5).
           05 PAY-AMOUNT PIC 9(5)V99.
           05 PAY-DATE PIC X(8).
           05 PAY-CUSTOMER PIC X(6).
       FD  APPLIED-PAYMENT-FILE.
       01  APPLIED-PAYMENT-RECORD PIC X(26).
      *    what stands outstanding per invoiced order - billed net,
      *    paid to date, and whether the item is still open; keyed
      *    by order, with the customer as a second key so one
      *    account's items can be walked without reading the ledger
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-STATUS PIC X(1).
               88 OI-IS-OPEN VALUE "O".
               88 OI-IS-PAID VALUE "P".
      *    the invoice number the item bills under
           05 OI-INVOICE-NO PIC 9(7).
      *    returns credited against the item - the net stays as
      *    invoiced, and what is owed is net less paid less credited
           05 OI-CREDITED PIC 9(5)V99.
      *    cash held on a customer's account - what no order could
      *    take yet, waiting for the next open item; customer
      *    000000 holds cash nobody could be identified for
       FD  UNAPPLIED-CASH-FILE.
       01  UNAPPLIED-CASH-RECORD.
           05 UC-CUSTOMER PIC X(6).
           05 UC-AMOUNT PIC 9(7)V99.
           05 UC-LAST-RECEIVED PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-PAYMENT-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).
           88 WS-OPEN-READ-OK VALUE "00" "02".
       01 WS-ITEMS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEMS-OPEN VALUE "Y".
       01 WS-UNAPPLIED-STATUS PIC X(2).
       01 WS-UNAPPLIED-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-UNAPPLIED-OPEN VALUE "Y".
       01 WS-PAYER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-HOLD-CUSTOMER PIC X(6).
       01 WS-HOLD-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-APPLY-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-OLDEST-DATE PIC X(8).
       01 WS-OLDEST-ORDER PIC X(5).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.
           88 WS-AGING-MODE VALUE "AGING".
       01 WS-ITEM-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEM-FOUND VALUE "Y".
       01 WS-WANTED-ORDER PIC X(5).
           05 AP-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           05 AP-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
           05 AP-PAID-OFF-COUNT PIC 9(5) VALUE ZERO.
           05 AP-ON-ACCOUNT-TOTAL PIC 9(7)V99 VALUE ZERO.
           05 AP-CASH-APPLIED-TOTAL PIC 9(7)V99 VALUE ZERO.
      *    serial day numbers for the aging arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 AG-60-AMT      PIC 9(7)V99 VALUE ZERO.
           05 AG-90-AMT      PIC 9(7)V99 VALUE ZERO.
           05 AG-OPEN-COUNT  PIC 9(5) VALUE ZERO.
           05 AG-UNAPPLIED-AMT PIC 9(7)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           IF WS-AGING-MODE
               PERFORM 600-AGING-REPORT
           ELSE
               PERFORM 100-OPEN-OPEN-ITEMS
               IF WS-ITEMS-OPEN
                   PERFORM 200-FOLD-IN-NEW-INVOICES
                   PERFORM 250-OPEN-UNAPPLIED-CASH
                   PERFORM 300-APPLY-PAYMENTS
                   PERFORM 350-APPLY-ACCOUNT-CASH
                   IF WS-UNAPPLIED-OPEN
                       CLOSE UNAPPLIED-CASH-FILE
                   END-IF
                   CLOSE OPEN-ITEM-FILE
                   PERFORM 500-CUTOVER-PAYMENTS
                   DISPLAY "NEW OPEN ITEMS:    "AP-NEW-ITEM-COUNT
                   DISPLAY "PAYMENTS READ:     "AP-PAYMENT-COUNT
                   DISPLAY "PAYMENTS APPLIED:  "AP-APPLIED-COUNT
                   DISPLAY "PAYMENTS UNMATCHED:"AP-UNMATCHED-COUNT
                   DISPLAY "ITEMS PAID OFF:    "AP-PAID-OFF-COUNT
                   DISPLAY "HELD ON ACCOUNT:   "AP-ON-ACCOUNT-TOTAL
                   DISPLAY "ACCOUNT CASH USED: "AP-CASH-APPLIED-TOTAL
               END-IF
           END-IF.
           GOBACK.

      *    the open items are worked in place - the first run on a
      *    new system starts the file empty
       100-OPEN-OPEN-ITEMS.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.
           IF WS-OPEN-STATUS = "00"
               SET WS-ITEMS-OPEN TO TRUE
           ELSE
               DISPLAY "OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                       WS-OPEN-STATUS" - NO PAYMENTS APPLIED"
           END-IF.

      *    every invoiced order not yet on the open items opens one,
      *    billed at its net and dated with the processing date
           END-READ.

       220-OPEN-NEW-ITEM.
           MOVE IN-ORDER-NO TO OI-ORDER-NO.
           MOVE IN-CUSTOMER TO OI-CUSTOMER.
           MOVE WS-RUN-DATE TO OI-INVOICE-DATE.
           COMPUTE OI-NET = IN-NET + IN-TAX.
           MOVE ZERO TO OI-PAID.
           MOVE "O" TO OI-STATUS.
           MOVE IN-INVOICE-NO TO OI-INVOICE-NO.
           MOVE ZERO TO OI-CREDITED.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "OPEN ITEM NOT WRITTEN - ORDER "
                           IN-ORDER-NO" STATUS "WS-OPEN-STATUS
               NOT INVALID KEY
                   ADD 1 TO AP-NEW-ITEM-COUNT
           END-WRITE.

       250-OPEN-UNAPPLIED-CASH.
           OPEN I-O UNAPPLIED-CASH-FILE.
           IF WS-UNAPPLIED-STATUS = "35"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               CLOSE UNAPPLIED-CASH-FILE
               OPEN I-O UNAPPLIED-CASH-FILE
           END-IF.
           IF WS-UNAPPLIED-STATUS = "00"
               SET WS-UNAPPLIED-OPEN TO TRUE
           END-IF.

       300-APPLY-PAYMENTS.
                   IF WS-ITEM-FOUND
                       PERFORM 320-APPLY-ONE-PAYMENT
                   ELSE
                       PERFORM 330-HOLD-UNMATCHED-PAYMENT
                   END-IF
                   PERFORM 310-READ-PAYMENT
               END-PERFORM
               AT END MOVE "10" TO WS-PAYMENT-STATUS
           END-READ.

      *    the order takes no more than it still owes - anything
      *    beyond that is the customer's money and goes on their
      *    account rather than vanishing into an overpaid item
       320-APPLY-ONE-PAYMENT.
           ADD 1 TO AP-APPLIED-COUNT.
           MOVE ZERO TO WS-APPLY-AMOUNT.
           IF OI-NET > OI-PAID + OI-CREDITED
               COMPUTE WS-APPLY-AMOUNT = OI-NET - OI-PAID - OI-CREDITED
           END-IF.
           IF PAY-AMOUNT < WS-APPLY-AMOUNT
               MOVE PAY-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.
           ADD WS-APPLY-AMOUNT TO OI-PAID.
           IF OI-PAID + OI-CREDITED >= OI-NET
               AND NOT OI-IS-PAID
               MOVE "P" TO OI-STATUS
               ADD 1 TO AP-PAID-OFF-COUNT
           END-IF.
           REWRITE OPEN-ITEM-RECORD.
           IF PAY-AMOUNT > WS-APPLY-AMOUNT
               MOVE OI-CUSTOMER TO WS-HOLD-CUSTOMER
               COMPUTE WS-HOLD-AMOUNT = PAY-AMOUNT - WS-APPLY-AMOUNT
               DISPLAY "ORDER "PAY-ORDER-NO" OVERPAID - "
                       WS-HOLD-AMOUNT" TO ACCOUNT "WS-HOLD-CUSTOMER
               PERFORM 340-HOLD-ON-ACCOUNT
           END-IF.

      *    cash that names no open order goes on the account the
      *    remittance came from; with no account either it is held
      *    under 000000 as unidentified until collections trace it
       330-HOLD-UNMATCHED-PAYMENT.
           ADD 1 TO AP-UNMATCHED-COUNT.
           MOVE PAY-CUSTOMER TO WS-PAYER-JR.
           INSPECT WS-PAYER-JR REPLACING LEADING SPACE BY ZERO.
           MOVE WS-PAYER-JR TO WS-HOLD-CUSTOMER.
           MOVE PAY-AMOUNT TO WS-HOLD-AMOUNT.
           IF PAY-ORDER-NO = SPACES
               DISPLAY "ON-ACCOUNT CASH "WS-HOLD-AMOUNT
                       " FOR ACCOUNT "WS-HOLD-CUSTOMER
           ELSE
               DISPLAY "PAYMENT FOR UNKNOWN ORDER "
                       PAY-ORDER-NO" AMOUNT "PAY-AMOUNT
                       " HELD ON ACCOUNT "WS-HOLD-CUSTOMER
           END-IF.
           PERFORM 340-HOLD-ON-ACCOUNT.

       340-HOLD-ON-ACCOUNT.
           IF NOT WS-UNAPPLIED-OPEN
               DISPLAY "UNAPPLIED CASH FILE NOT AVAILABLE - "
                       WS-HOLD-AMOUNT" FOR "WS-HOLD-CUSTOMER
                       " NOT HELD"
           ELSE
               ADD WS-HOLD-AMOUNT TO AP-ON-ACCOUNT-TOTAL
               MOVE WS-HOLD-CUSTOMER TO UC-CUSTOMER
               READ UNAPPLIED-CASH-FILE
                   INVALID KEY
                       MOVE WS-HOLD-AMOUNT TO UC-AMOUNT
                       MOVE PAY-DATE TO UC-LAST-RECEIVED
                       WRITE UNAPPLIED-CASH-RECORD
                   NOT INVALID KEY
                       ADD WS-HOLD-AMOUNT TO UC-AMOUNT
                       MOVE PAY-DATE TO UC-LAST-RECEIVED
                       REWRITE UNAPPLIED-CASH-RECORD
               END-READ
           END-IF.

      *    every account holding cash is set against its own open
      *    items, oldest invoice first, until the cash or the items
      *    run out; unidentified cash waits for a person
       350-APPLY-ACCOUNT-CASH.
           IF WS-UNAPPLIED-OPEN
               MOVE LOW-VALUES TO UC-CUSTOMER
               START UNAPPLIED-CASH-FILE
                   KEY IS NOT LESS THAN UC-CUSTOMER
                   INVALID KEY
                       MOVE "10" TO WS-UNAPPLIED-STATUS
               END-START
               PERFORM UNTIL WS-UNAPPLIED-STATUS NOT = "00"
                   READ UNAPPLIED-CASH-FILE NEXT
                       AT END
                           MOVE "10" TO WS-UNAPPLIED-STATUS
                       NOT AT END
                           IF UC-AMOUNT > ZERO
                               AND UC-CUSTOMER NOT = "000000"
                               PERFORM 360-SPEND-ACCOUNT-CASH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       360-SPEND-ACCOUNT-CASH.
           PERFORM 370-FIND-OLDEST-ITEM.
           PERFORM UNTIL UC-AMOUNT = ZERO OR WS-OLDEST-ORDER = SPACES
               MOVE WS-OLDEST-ORDER TO WS-WANTED-ORDER
               PERFORM 700-FIND-OPEN-ITEM
               COMPUTE WS-APPLY-AMOUNT = OI-NET - OI-PAID - OI-CREDITED
               IF UC-AMOUNT < WS-APPLY-AMOUNT
                   MOVE UC-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               ADD WS-APPLY-AMOUNT TO OI-PAID
               SUBTRACT WS-APPLY-AMOUNT FROM UC-AMOUNT
               ADD WS-APPLY-AMOUNT TO AP-CASH-APPLIED-TOTAL
               DISPLAY "ACCOUNT "UC-CUSTOMER" CASH "WS-APPLY-AMOUNT
                       " TO ORDER "OI-ORDER-NO
               IF OI-PAID + OI-CREDITED >= OI-NET
                   MOVE "P" TO OI-STATUS
                   ADD 1 TO AP-PAID-OFF-COUNT
               END-IF
               REWRITE OPEN-ITEM-RECORD
               PERFORM 370-FIND-OLDEST-ITEM
           END-PERFORM.
           REWRITE UNAPPLIED-CASH-RECORD.

      *    the account's open item with the earliest invoice date,
      *    found down the customer key, or spaces when it has
      *    nothing left owing
       370-FIND-OLDEST-ITEM.
           MOVE SPACES TO WS-OLDEST-ORDER.
           MOVE HIGH-VALUES TO WS-OLDEST-DATE.
           MOVE UC-CUSTOMER TO OI-CUSTOMER.
           START OPEN-ITEM-FILE KEY IS EQUAL TO OI-CUSTOMER
               INVALID KEY
                   MOVE "23" TO WS-OPEN-STATUS
           END-START.
           PERFORM UNTIL NOT WS-OPEN-READ-OK
               READ OPEN-ITEM-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OPEN-STATUS
                   NOT AT END
                       PERFORM 375-CHECK-ONE-ITEM
               END-READ
           END-PERFORM.

       375-CHECK-ONE-ITEM.
           IF OI-CUSTOMER NOT = UC-CUSTOMER
               MOVE "10" TO WS-OPEN-STATUS
           ELSE
               IF NOT OI-IS-PAID
                   AND OI-NET > OI-PAID + OI-CREDITED
                   AND OI-INVOICE-DATE < WS-OLDEST-DATE
                   MOVE OI-ORDER-NO TO WS-OLDEST-ORDER
                   MOVE OI-INVOICE-DATE TO WS-OLDEST-DATE
               END-IF
           END-IF.

      *    the worked feed moves to the applied file and the live
      *    feed restarts empty - the same cutover the intake batch
               CLOSE PAYMENT-FILE
           END-IF.

      *    one open item straight off its order number
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

      *    what stands open, bucketed by how long it has stood -
      *    current, 30, 60 and 90-plus days off the invoice date
           DISPLAY "RECEIVABLES AGING - RUN "WS-RUN-DATE.
           DISPLAY "ORDER  CUSTMR  INVOICED  OUTSTANDING  AGE".
           DISPLAY "-----  ------  --------  -----------  -----".
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "00"
               PERFORM UNTIL WS-OPEN-STATUS NOT = "00"
                   READ OPEN-ITEM-FILE NEXT
                       AT END
                           MOVE "10" TO WS-OPEN-STATUS
                       NOT AT END
                           PERFORM 610-AGE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.
           DISPLAY "-----  ------  --------  -----------  -----".
           DISPLAY "OPEN ITEMS:    "AG-OPEN-COUNT.
           DISPLAY "CURRENT:       "AG-CURRENT-AMT.
           DISPLAY "OVER 30 DAYS:  "AG-30-AMT.
           DISPLAY "OVER 60 DAYS:  "AG-60-AMT.
           DISPLAY "OVER 90 DAYS:  "AG-90-AMT.
           PERFORM 620-TOTAL-UNAPPLIED-CASH.
           DISPLAY "UNAPPLIED CASH:"AG-UNAPPLIED-AMT.

       610-AGE-ONE-ITEM.
           IF OI-IS-PAID
               CONTINUE
           ELSE
               ADD 1 TO AG-OPEN-COUNT
               COMPUTE WS-OUTSTANDING = OI-NET - OI-PAID - OI-CREDITED
               MOVE ZERO TO WS-ITEM-AGE
               IF OI-INVOICE-DATE IS NUMERIC
                   MOVE OI-INVOICE-DATE TO WS-SERIAL-DATE
                   PERFORM 800-DATE-TO-SERIAL
                   IF WS-TODAY-DAYS > WS-SERIAL-DAYS
                       COMPUTE WS-ITEM-AGE =
                   WHEN OTHER
                       ADD WS-OUTSTANDING TO AG-CURRENT-AMT
               END-EVALUATE
               DISPLAY OI-ORDER-NO"  "OI-CUSTOMER"  "
                       OI-INVOICE-DATE"  "
                       WS-OUTSTANDING"  "WS-ITEM-AGE
           END-IF.

      *    cash sitting on accounts is owed against the receivables
      *    above, so the aging shows it alongside
       620-TOTAL-UNAPPLIED-CASH.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF WS-UNAPPLIED-STATUS = "00"
               PERFORM UNTIL WS-UNAPPLIED-STATUS NOT = "00"
                   READ UNAPPLIED-CASH-FILE NEXT
                       AT END
                           MOVE "10" TO WS-UNAPPLIED-STATUS
                       NOT AT END
                           ADD UC-AMOUNT TO AG-UNAPPLIED-AMT
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

      *    days since a fixed epoch - whole elapsed years at 365
      *    plus their leap days, then the elapsed months of this
      *    year with this year's leap February folded in
