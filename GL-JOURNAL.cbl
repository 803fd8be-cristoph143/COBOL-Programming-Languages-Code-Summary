      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger journal interface - each night turns
      *          the day's QTY-INVOICES (gross sales, discount
      *          allowed, sales tax, receivables), the payments
      *          PAYAPPLY has applied since the last extract (cash
      *          against receivables) and the new MONTH-LEDGER
      *          postings by department into summarised debit/credit
      *          lines on GL-JOURNAL, with the account codes off
      *          GL-ACCOUNT-MAP; the batch is only released once its
      *          debits are proved equal to its credits, carries a
      *          batch number on every line, and is logged on
      *          GL-BATCH-REGISTER until the ledger side confirms
      *          receipt on GL-JOURNAL-RECEIPTS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GL-ACCOUNT-MAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "GL-JOURNAL-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "QTY-INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO "GL-INVOICE-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIR-ORDER-NO
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT APPLIED-PAYMENT-FILE
               ASSIGN TO "QTY-PAYMENTS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT MONTH-LEDGER-FILE ASSIGN TO "MONTH-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GL-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "GL-BATCH-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBR-BATCH
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "GL-JOURNAL-RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT APPLIED-RECEIPT-FILE
               ASSIGN TO "GL-JOURNAL-RECEIPTS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-APPLIED-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    which ledger account each kind of posting lands on -
      *    SALES, DISCOUNT, POINTS, SALESTAX, RECEIVBL and CASH for
      *    the sales side, LEDGER and its offset LEDGEROF for the
      *    monthly postings; a department code maps that department
      *    alone, a blank one every department without its own line
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05 GM-SOURCE PIC X(8).
           05 GM-DEPT PIC X(3).
           05 GM-ACCOUNT PIC X(10).
      *    the last batch number issued, and how far into the two
      *    running files the journal has already taken its postings
       FD  JOURNAL-CONTROL-FILE.
       01  JOURNAL-CONTROL-RECORD.
           05 GJC-LAST-BATCH PIC 9(6).
           05 GJC-PAYMENTS-TAKEN PIC 9(7).
           05 GJC-LEDGER-TAKEN PIC 9(7).
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
      *    every invoiced order already journaled and in which batch
      *    - a second pricing run on the same day cannot post it
      *    twice
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD.
           05 GIR-ORDER-NO PIC X(5).
           05 GIR-BATCH PIC 9(6).
           05 GIR-DATE PIC X(8).
       FD  APPLIED-PAYMENT-FILE.
       01  APPLIED-PAYMENT-RECORD.
           05 APL-ORDER-NO PIC X(5).
           05 APL-AMOUNT PIC 9(5)V99.
           05 APL-DATE PIC X(8).
           05 APL-CUSTOMER PIC X(6).
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
      *    a header, the batch's summarised lines, and a trailer
      *    carrying the line count and both proved totals
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 GJ-RECORD-TYPE PIC X(1).
               88 GJ-IS-HEADER VALUE "H".
               88 GJ-IS-DETAIL VALUE "D".
               88 GJ-IS-TRAILER VALUE "T".
           05 GJ-BATCH PIC 9(6).
           05 GJ-DATA PIC X(73).
           05 GJ-DETAIL-DATA REDEFINES GJ-DATA.
               10 GJ-LINE PIC 9(4).
               10 GJ-POST-DATE PIC X(8).
               10 GJ-ACCOUNT PIC X(10).
               10 GJ-DEPT PIC X(3).
               10 GJ-DEBIT-CREDIT PIC X(1).
               10 GJ-AMOUNT PIC 9(9)V99.
               10 GJ-SOURCE PIC X(8).
               10 FILLER PIC X(28).
           05 GJ-HEADER-DATA REDEFINES GJ-DATA.
               10 GJH-RELEASE-DATE PIC X(8).
               10 GJH-SYSTEM PIC X(8).
               10 FILLER PIC X(57).
           05 GJ-TRAILER-DATA REDEFINES GJ-DATA.
               10 GJT-LINE-COUNT PIC 9(4).
               10 GJT-DEBIT-TOTAL PIC 9(11)V99.
               10 GJT-CREDIT-TOTAL PIC 9(11)V99.
               10 FILLER PIC X(43).
      *    every released batch, until the ledger side confirms it
       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           05 GBR-BATCH PIC 9(6).
           05 GBR-RELEASED-DATE PIC X(8).
           05 GBR-LINE-COUNT PIC 9(4).
           05 GBR-DEBIT-TOTAL PIC 9(11)V99.
           05 GBR-CREDIT-TOTAL PIC 9(11)V99.
           05 GBR-CONFIRMED-DATE PIC X(8).
      *    the ledger side's acknowledgement - the batch it loaded,
      *    when, and the debit total it loaded it at
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 GRC-BATCH PIC 9(6).
           05 GRC-RECEIVED-DATE PIC X(8).
           05 GRC-DEBIT-TOTAL PIC 9(11)V99.
       FD  APPLIED-RECEIPT-FILE.
       01  APPLIED-RECEIPT-RECORD PIC X(27).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-MAP-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-BATCH-STATUS PIC X(2).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-RCPT-APPLIED-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-BATCH-NO PIC 9(6) VALUE ZERO.
       01 WS-REGISTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-REGISTER-OPEN VALUE "Y".
       01 WS-BATCH-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-BATCH-OPEN VALUE "Y".
      *    the account map in core for the run
       01 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP OCCURS 200 TIMES INDEXED BY GM-IDX.
               10 WS-GM-SOURCE PIC X(8).
               10 WS-GM-DEPT PIC X(3).
               10 WS-GM-ACCOUNT PIC X(10).
       01 WS-MAP-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-MAP-FOUND VALUE "Y".
       01 WS-UNMAPPED-SWITCH PIC X(1) VALUE "N".
           88 WS-ANY-UNMAPPED VALUE "Y".
      *    the posting in hand on its way to a journal line
       01 WS-POST-SOURCE PIC X(8).
       01 WS-POST-DEPT PIC X(3).
       01 WS-POST-DEBIT-CREDIT PIC X(1).
       01 WS-POST-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-POST-ACCOUNT PIC X(10).
      *    the batch's lines, summarised by account, department,
      *    side and source
       01 WS-LINE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LINE-TABLE.
           05 WS-JL OCCURS 300 TIMES INDEXED BY JL-IDX.
               10 WS-JL-ACCOUNT PIC X(10).
               10 WS-JL-DEPT PIC X(3).
               10 WS-JL-DEBIT-CREDIT PIC X(1).
               10 WS-JL-AMOUNT PIC 9(9)V99.
               10 WS-JL-SOURCE PIC X(8).
       01 WS-LINE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-LINE-FOUND VALUE "Y".
       01 WS-LINE-OVERFLOW-SWITCH PIC X(1) VALUE "N".
           88 WS-LINE-OVERFLOW VALUE "Y".
      *    the monthly postings netted by department
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-LD OCCURS 100 TIMES INDEXED BY LD-IDX.
               10 WS-LD-DEPT PIC X(3).
               10 WS-LD-AMOUNT PIC S9(9)V99.
       01 WS-DEPT-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-DEPT-FOUND VALUE "Y".
       01 WS-WORK-DEPT PIC X(3).
       01 WS-RECORD-NO PIC 9(7) VALUE ZERO.
       01 JOURNAL-TOTALS.
           05 GL-INVOICE-COUNT PIC 9(5) VALUE ZERO.
           05 GL-GROSS-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GL-DISCOUNT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GL-NET-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GL-TAX-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GL-POINTS-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GL-RECEIVABLE-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GL-PAYMENT-COUNT PIC 9(7) VALUE ZERO.
           05 GL-CASH-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GL-LEDGER-COUNT PIC 9(7) VALUE ZERO.
           05 GL-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 GL-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 GL-CONFIRMED-COUNT PIC 9(5) VALUE ZERO.
           05 GL-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
      *    the running-file positions this batch reaches - only
      *    written back once the batch is released
       01 WS-PAYMENTS-REACHED PIC 9(7) VALUE ZERO.
       01 WS-LEDGER-REACHED PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 100-LOAD-ACCOUNT-MAP.
           PERFORM 150-READ-JOURNAL-CONTROL.
           PERFORM 160-OPEN-REGISTERS.
           PERFORM 200-TAKE-INVOICES.
           PERFORM 300-TAKE-PAYMENTS.
           PERFORM 400-TAKE-LEDGER-POSTINGS.
           PERFORM 500-BUILD-JOURNAL-LINES.
           DISPLAY "GL JOURNAL EXTRACT - RUN "WS-RUN-DATE.
           DISPLAY "INVOICES TAKEN:    "GL-INVOICE-COUNT.
           DISPLAY "PAYMENTS TAKEN:    "GL-PAYMENT-COUNT.
           DISPLAY "LEDGER POSTINGS:   "GL-LEDGER-COUNT.
           DISPLAY "DEBITS:            "GL-DEBIT-TOTAL.
           DISPLAY "CREDITS:           "GL-CREDIT-TOTAL.
           EVALUATE TRUE
               WHEN WS-LINE-COUNT = ZERO
                   DISPLAY "NOTHING TO JOURNAL - NO BATCH ISSUED"
               WHEN WS-ANY-UNMAPPED
                   DISPLAY "BATCH NOT RELEASED - POSTINGS WITH NO "
                           "ACCOUNT ON GL-ACCOUNT-MAP"
               WHEN WS-LINE-OVERFLOW
                   DISPLAY "BATCH NOT RELEASED - MORE THAN 300 "
                           "JOURNAL LINES"
               WHEN GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
                   DISPLAY "BATCH NOT RELEASED - DEBITS DO NOT "
                           "EQUAL CREDITS"
               WHEN OTHER
                   PERFORM 600-RELEASE-BATCH
           END-EVALUATE.
           PERFORM 700-TAKE-RECEIPTS.
           PERFORM 750-LIST-UNCONFIRMED.
           IF WS-REGISTER-OPEN
               CLOSE INVOICE-REGISTER-FILE
           END-IF.
           IF WS-BATCH-OPEN
               CLOSE BATCH-REGISTER-FILE
           END-IF.
           GOBACK.

       100-LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-MAP-COUNT.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS = "00"
               PERFORM 110-READ-ACCOUNT-MAP
               PERFORM UNTIL WS-MAP-STATUS = "10"
                   IF WS-MAP-COUNT < 200
                       ADD 1 TO WS-MAP-COUNT
                       SET GM-IDX TO WS-MAP-COUNT
                       MOVE GM-SOURCE TO WS-GM-SOURCE (GM-IDX)
                       MOVE GM-DEPT TO WS-GM-DEPT (GM-IDX)
                       MOVE GM-ACCOUNT TO WS-GM-ACCOUNT (GM-IDX)
                   ELSE
                       DISPLAY "ACCOUNT MAP TABLE FULL - "GM-SOURCE
                               " "GM-DEPT" NOT LOADED"
                   END-IF
                   PERFORM 110-READ-ACCOUNT-MAP
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           ELSE
               DISPLAY "NO GL-ACCOUNT-MAP - NOTHING CAN BE RELEASED"
           END-IF.

       110-READ-ACCOUNT-MAP.
           READ ACCOUNT-MAP-FILE
               AT END MOVE "10" TO WS-MAP-STATUS
           END-READ.

      *    a first run starts at batch one with nothing yet taken
       150-READ-JOURNAL-CONTROL.
           MOVE ZERO TO GJC-LAST-BATCH.
           MOVE ZERO TO GJC-PAYMENTS-TAKEN.
           MOVE ZERO TO GJC-LEDGER-TAKEN.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ JOURNAL-CONTROL-FILE
                   AT END
                       MOVE ZERO TO GJC-LAST-BATCH
                       MOVE ZERO TO GJC-PAYMENTS-TAKEN
                       MOVE ZERO TO GJC-LEDGER-TAKEN
               END-READ
               CLOSE JOURNAL-CONTROL-FILE
           END-IF.
           COMPUTE WS-BATCH-NO = GJC-LAST-BATCH + 1.
           MOVE GJC-PAYMENTS-TAKEN TO WS-PAYMENTS-REACHED.
           MOVE GJC-LEDGER-TAKEN TO WS-LEDGER-REACHED.

       160-OPEN-REGISTERS.
           OPEN I-O INVOICE-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN I-O INVOICE-REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS = "00"
               SET WS-REGISTER-OPEN TO TRUE
           ELSE
               DISPLAY "INVOICE REGISTER NOT AVAILABLE - STATUS "
                       WS-REGISTER-STATUS" - NO INVOICES TAKEN"
           END-IF.
           OPEN I-O BATCH-REGISTER-FILE.
           IF WS-BATCH-STATUS = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
           END-IF.
           IF WS-BATCH-STATUS = "00"
               SET WS-BATCH-OPEN TO TRUE
           END-IF.

      *    every invoiced order not yet journaled - receivables and
      *    discount allowed on the debit side, gross sales on the
      *    credit; the register is only written on release
       200-TAKE-INVOICES.
           IF WS-REGISTER-OPEN
               OPEN INPUT INVOICE-FILE
               IF WS-INVOICE-STATUS = "00"
                   PERFORM 210-READ-INVOICE
                   PERFORM UNTIL WS-INVOICE-STATUS = "10"
                       IF IN-ORDER-NO NOT = "TOTAL"
                           PERFORM 220-CHECK-INVOICE-TAKEN
                           IF WS-REGISTER-STATUS = "23"
                               ADD 1 TO GL-INVOICE-COUNT
                               ADD IN-GROSS TO GL-GROSS-TOTAL
                               ADD IN-DISCOUNT-DOLLARS TO
                                   GL-DISCOUNT-TOTAL
                               ADD IN-NET TO GL-NET-TOTAL
                               ADD IN-TAX TO GL-TAX-TOTAL
                               ADD IN-POINTS-DOLLARS TO
                                   GL-POINTS-TOTAL
                           END-IF
                       END-IF
                       PERFORM 210-READ-INVOICE
                   END-PERFORM
                   CLOSE INVOICE-FILE
               END-IF
           END-IF.

       210-READ-INVOICE.
           READ INVOICE-FILE
               AT END MOVE "10" TO WS-INVOICE-STATUS
           END-READ.

       220-CHECK-INVOICE-TAKEN.
           MOVE IN-ORDER-NO TO GIR-ORDER-NO.
           READ INVOICE-REGISTER-FILE
               INVALID KEY
                   MOVE "23" TO WS-REGISTER-STATUS
           END-READ.

      *    applied payments past the point the last batch reached -
      *    cash on the debit side, receivables on the credit
       300-TAKE-PAYMENTS.
           MOVE ZERO TO WS-RECORD-NO.
           OPEN INPUT APPLIED-PAYMENT-FILE.
           IF WS-APPLIED-STATUS = "00"
               PERFORM 310-READ-APPLIED-PAYMENT
               PERFORM UNTIL WS-APPLIED-STATUS = "10"
                   ADD 1 TO WS-RECORD-NO
                   IF WS-RECORD-NO > GJC-PAYMENTS-TAKEN
                       ADD 1 TO GL-PAYMENT-COUNT
                       ADD APL-AMOUNT TO GL-CASH-TOTAL
                   END-IF
                   PERFORM 310-READ-APPLIED-PAYMENT
               END-PERFORM
               CLOSE APPLIED-PAYMENT-FILE
           END-IF.
           IF WS-RECORD-NO < GJC-PAYMENTS-TAKEN
               DISPLAY "QTY-PAYMENTS-APPLIED SHORTER THAN LAST "
                       "EXTRACT - POSITION RESET TO "WS-RECORD-NO
           END-IF.
           MOVE WS-RECORD-NO TO WS-PAYMENTS-REACHED.

       310-READ-APPLIED-PAYMENT.
           READ APPLIED-PAYMENT-FILE
               AT END MOVE "10" TO WS-APPLIED-STATUS
           END-READ.

      *    new ledger postings netted by department
       400-TAKE-LEDGER-POSTINGS.
           MOVE ZERO TO WS-RECORD-NO.
           OPEN INPUT MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM 410-READ-LEDGER
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   ADD 1 TO WS-RECORD-NO
                   IF WS-RECORD-NO > GJC-LEDGER-TAKEN
                       ADD 1 TO GL-LEDGER-COUNT
                       PERFORM 420-NET-ONE-POSTING
                   END-IF
                   PERFORM 410-READ-LEDGER
               END-PERFORM
               CLOSE MONTH-LEDGER-FILE
           END-IF.
           IF WS-RECORD-NO < GJC-LEDGER-TAKEN
               DISPLAY "MONTH-LEDGER SHORTER THAN LAST EXTRACT - "
                       "POSITION RESET TO "WS-RECORD-NO
           END-IF.
           MOVE WS-RECORD-NO TO WS-LEDGER-REACHED.

       410-READ-LEDGER.
           READ MONTH-LEDGER-FILE
               AT END MOVE "10" TO WS-LEDGER-STATUS
           END-READ.

      *    a blank department is the general department, the way
      *    the monthly run files it
       420-NET-ONE-POSTING.
           MOVE LG-DEPT TO WS-WORK-DEPT.
           IF WS-WORK-DEPT = SPACES
               MOVE "GEN" TO WS-WORK-DEPT
           END-IF.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           SET LD-IDX TO 1.
           SEARCH WS-LD
               AT END
                   CONTINUE
               WHEN LD-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-LD-DEPT (LD-IDX) = WS-WORK-DEPT
                   SET WS-DEPT-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   SET LD-IDX TO WS-DEPT-COUNT
                   MOVE WS-WORK-DEPT TO WS-LD-DEPT (LD-IDX)
                   MOVE ZERO TO WS-LD-AMOUNT (LD-IDX)
                   SET WS-DEPT-FOUND TO TRUE
               ELSE
                   DISPLAY "DEPARTMENT TABLE FULL - "WS-WORK-DEPT
                           " NOT JOURNALED"
                   SET WS-LINE-OVERFLOW TO TRUE
               END-IF
           END-IF.
           IF WS-DEPT-FOUND
               ADD LG-AMOUNT TO WS-LD-AMOUNT (LD-IDX)
           END-IF.

      *    the gathered totals as summarised journal lines - the
      *    customer owes the net and the tax on it, and the tax is a
      *    liability until it is paid over
       500-BUILD-JOURNAL-LINES.
           MOVE SPACES TO WS-POST-DEPT.
           MOVE "RECEIVBL" TO WS-POST-SOURCE.
           MOVE "D" TO WS-POST-DEBIT-CREDIT.
           COMPUTE GL-RECEIVABLE-TOTAL = GL-NET-TOTAL + GL-TAX-TOTAL.
           MOVE GL-RECEIVABLE-TOTAL TO WS-POST-AMOUNT.
           PERFORM 800-POST-LINE.
           MOVE "DISCOUNT" TO WS-POST-SOURCE.
           MOVE GL-DISCOUNT-TOTAL TO WS-POST-AMOUNT.
           PERFORM 800-POST-LINE.
      *    loyalty points redeemed come off what the customer owes
      *    and out of the points liability
           MOVE "POINTS" TO WS-POST-SOURCE.
           MOVE GL-POINTS-TOTAL TO WS-POST-AMOUNT.
           PERFORM 800-POST-LINE.
           MOVE "SALES" TO WS-POST-SOURCE.
           MOVE "C" TO WS-POST-DEBIT-CREDIT.
           MOVE GL-GROSS-TOTAL TO WS-POST-AMOUNT.
           PERFORM 800-POST-LINE.
           MOVE "SALESTAX" TO WS-POST-SOURCE.
           MOVE GL-TAX-TOTAL TO WS-POST-AMOUNT.
           PERFORM 800-POST-LINE.
           MOVE "CASH" TO WS-POST-SOURCE.
           MOVE "D" TO WS-POST-DEBIT-CREDIT.
           MOVE GL-CASH-TOTAL TO WS-POST-AMOUNT.
           PERFORM 800-POST-LINE.
           MOVE "RECEIVBL" TO WS-POST-SOURCE.
           MOVE "C" TO WS-POST-DEBIT-CREDIT.
           PERFORM 800-POST-LINE.
           PERFORM 510-POST-ONE-DEPARTMENT
               VARYING LD-IDX FROM 1 BY 1
               UNTIL LD-IDX > WS-DEPT-COUNT.

      *    a department's net goes to its own account and the
      *    offset the other way - a net credit swaps the sides
       510-POST-ONE-DEPARTMENT.
           MOVE WS-LD-DEPT (LD-IDX) TO WS-POST-DEPT.
           IF WS-LD-AMOUNT (LD-IDX) < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - WS-LD-AMOUNT (LD-IDX)
               MOVE "LEDGER" TO WS-POST-SOURCE
               MOVE "C" TO WS-POST-DEBIT-CREDIT
               PERFORM 800-POST-LINE
               MOVE "LEDGEROF" TO WS-POST-SOURCE
               MOVE "D" TO WS-POST-DEBIT-CREDIT
               PERFORM 800-POST-LINE
           ELSE
               MOVE WS-LD-AMOUNT (LD-IDX) TO WS-POST-AMOUNT
               MOVE "LEDGER" TO WS-POST-SOURCE
               MOVE "D" TO WS-POST-DEBIT-CREDIT
               PERFORM 800-POST-LINE
               MOVE "LEDGEROF" TO WS-POST-SOURCE
               MOVE "C" TO WS-POST-DEBIT-CREDIT
               PERFORM 800-POST-LINE
           END-IF.

      *    the proved batch goes out, then the positions it reached,
      *    its invoices and its register entry are recorded so the
      *    next night carries on from here
       600-RELEASE-BATCH.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "H" TO GJ-RECORD-TYPE.
           MOVE WS-BATCH-NO TO GJ-BATCH.
           MOVE WS-RUN-DATE TO GJH-RELEASE-DATE.
           MOVE "QTYSALES" TO GJH-SYSTEM.
           WRITE JOURNAL-RECORD.
           PERFORM 610-WRITE-ONE-LINE
               VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > WS-LINE-COUNT.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "T" TO GJ-RECORD-TYPE.
           MOVE WS-BATCH-NO TO GJ-BATCH.
           MOVE WS-LINE-COUNT TO GJT-LINE-COUNT.
           MOVE GL-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
           MOVE GL-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-CONTROL-FILE.
           MOVE WS-BATCH-NO TO GJC-LAST-BATCH.
           MOVE WS-PAYMENTS-REACHED TO GJC-PAYMENTS-TAKEN.
           MOVE WS-LEDGER-REACHED TO GJC-LEDGER-TAKEN.
           WRITE JOURNAL-CONTROL-RECORD.
           CLOSE JOURNAL-CONTROL-FILE.
           PERFORM 620-REGISTER-INVOICES.
           IF WS-BATCH-OPEN
               MOVE WS-BATCH-NO TO GBR-BATCH
               MOVE WS-RUN-DATE TO GBR-RELEASED-DATE
               MOVE WS-LINE-COUNT TO GBR-LINE-COUNT
               MOVE GL-DEBIT-TOTAL TO GBR-DEBIT-TOTAL
               MOVE GL-CREDIT-TOTAL TO GBR-CREDIT-TOTAL
               MOVE SPACES TO GBR-CONFIRMED-DATE
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY REWRITE BATCH-REGISTER-RECORD
               END-WRITE
           END-IF.
           DISPLAY "BATCH "WS-BATCH-NO" RELEASED - "WS-LINE-COUNT
                   " LINE(S)".

       610-WRITE-ONE-LINE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "D" TO GJ-RECORD-TYPE.
           MOVE WS-BATCH-NO TO GJ-BATCH.
           SET GJ-LINE TO JL-IDX.
           MOVE WS-RUN-DATE TO GJ-POST-DATE.
           MOVE WS-JL-ACCOUNT (JL-IDX) TO GJ-ACCOUNT.
           MOVE WS-JL-DEPT (JL-IDX) TO GJ-DEPT.
           MOVE WS-JL-DEBIT-CREDIT (JL-IDX) TO GJ-DEBIT-CREDIT.
           MOVE WS-JL-AMOUNT (JL-IDX) TO GJ-AMOUNT.
           MOVE WS-JL-SOURCE (JL-IDX) TO GJ-SOURCE.
           WRITE JOURNAL-RECORD.
           DISPLAY GJ-LINE" "GJ-ACCOUNT" "GJ-DEPT" "
                   GJ-DEBIT-CREDIT" "GJ-AMOUNT" "GJ-SOURCE.

      *    the same invoices the batch summed, now marked taken
       620-REGISTER-INVOICES.
           IF WS-REGISTER-OPEN
               OPEN INPUT INVOICE-FILE
               IF WS-INVOICE-STATUS = "00"
                   PERFORM 210-READ-INVOICE
                   PERFORM UNTIL WS-INVOICE-STATUS = "10"
                       IF IN-ORDER-NO NOT = "TOTAL"
                           MOVE IN-ORDER-NO TO GIR-ORDER-NO
                           MOVE WS-BATCH-NO TO GIR-BATCH
                           MOVE WS-RUN-DATE TO GIR-DATE
                           WRITE INVOICE-REGISTER-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                       END-IF
                       PERFORM 210-READ-INVOICE
                   END-PERFORM
                   CLOSE INVOICE-FILE
               END-IF
           END-IF.

      *    the ledger side's acknowledgements stamp their batches
      *    confirmed - one loaded at a different total is called
      *    out and left open; the worked file is cut over so a
      *    rerun does not see it again
       700-TAKE-RECEIPTS.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = "00"
               OPEN EXTEND APPLIED-RECEIPT-FILE
               IF WS-RCPT-APPLIED-STATUS NOT = "00"
                   OPEN OUTPUT APPLIED-RECEIPT-FILE
               END-IF
               PERFORM 710-READ-RECEIPT
               PERFORM UNTIL WS-RECEIPT-STATUS = "10"
                   PERFORM 720-CONFIRM-ONE-BATCH
                   MOVE RECEIPT-RECORD TO APPLIED-RECEIPT-RECORD
                   WRITE APPLIED-RECEIPT-RECORD
                   PERFORM 710-READ-RECEIPT
               END-PERFORM
               CLOSE RECEIPT-FILE
               CLOSE APPLIED-RECEIPT-FILE
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
           END-IF.

       710-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END MOVE "10" TO WS-RECEIPT-STATUS
           END-READ.

       720-CONFIRM-ONE-BATCH.
           IF NOT WS-BATCH-OPEN
               DISPLAY "BATCH REGISTER NOT AVAILABLE - RECEIPT FOR "
                       GRC-BATCH" NOT RECORDED"
           ELSE
               MOVE GRC-BATCH TO GBR-BATCH
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "RECEIPT FOR UNKNOWN BATCH "GRC-BATCH
                   NOT INVALID KEY
                       IF GRC-DEBIT-TOTAL NOT = GBR-DEBIT-TOTAL
                           DISPLAY "BATCH "GRC-BATCH" LOADED AT "
                                   GRC-DEBIT-TOTAL" - RELEASED AT "
                                   GBR-DEBIT-TOTAL
                       ELSE
                           MOVE GRC-RECEIVED-DATE TO
                               GBR-CONFIRMED-DATE
                           REWRITE BATCH-REGISTER-RECORD
                           ADD 1 TO GL-CONFIRMED-COUNT
                       END-IF
               END-READ
           END-IF.

      *    released batches the ledger side has not yet confirmed
       750-LIST-UNCONFIRMED.
           IF WS-BATCH-OPEN
               MOVE ZERO TO GBR-BATCH
               START BATCH-REGISTER-FILE
                   KEY IS NOT LESS THAN GBR-BATCH
                   INVALID KEY
                       MOVE "10" TO WS-BATCH-STATUS
               END-START
               PERFORM UNTIL WS-BATCH-STATUS NOT = "00"
                   READ BATCH-REGISTER-FILE NEXT
                       AT END
                           MOVE "10" TO WS-BATCH-STATUS
                       NOT AT END
                           IF GBR-CONFIRMED-DATE = SPACES
                               ADD 1 TO GL-OUTSTANDING-COUNT
                               DISPLAY "BATCH "GBR-BATCH
                                       " RELEASED "GBR-RELEASED-DATE
                                       " NOT YET CONFIRMED"
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           DISPLAY "BATCHES CONFIRMED: "GL-CONFIRMED-COUNT.
           DISPLAY "AWAITING RECEIPT:  "GL-OUTSTANDING-COUNT.

      *    one posting onto the batch - its account off the map,
      *    then added to a line already carrying that account,
      *    department, side and source or opened as a new line;
      *    nothing is posted for a zero amount
       800-POST-LINE.
           IF WS-POST-AMOUNT > ZERO
               PERFORM 810-MAP-ACCOUNT
               IF WS-POST-DEBIT-CREDIT = "D"
                   ADD WS-POST-AMOUNT TO GL-DEBIT-TOTAL
               ELSE
                   ADD WS-POST-AMOUNT TO GL-CREDIT-TOTAL
               END-IF
               MOVE "N" TO WS-LINE-FOUND-SWITCH
               SET JL-IDX TO 1
               SEARCH WS-JL
                   AT END
                       CONTINUE
                   WHEN JL-IDX > WS-LINE-COUNT
                       CONTINUE
                   WHEN WS-JL-ACCOUNT (JL-IDX) = WS-POST-ACCOUNT
                       AND WS-JL-DEPT (JL-IDX) = WS-POST-DEPT
                       AND WS-JL-DEBIT-CREDIT (JL-IDX) =
                           WS-POST-DEBIT-CREDIT
                       AND WS-JL-SOURCE (JL-IDX) = WS-POST-SOURCE
                       SET WS-LINE-FOUND TO TRUE
               END-SEARCH
               IF WS-LINE-FOUND
                   ADD WS-POST-AMOUNT TO WS-JL-AMOUNT (JL-IDX)
               ELSE
                   IF WS-LINE-COUNT < 300
                       ADD 1 TO WS-LINE-COUNT
                       SET JL-IDX TO WS-LINE-COUNT
                       MOVE WS-POST-ACCOUNT TO WS-JL-ACCOUNT (JL-IDX)
                       MOVE WS-POST-DEPT TO WS-JL-DEPT (JL-IDX)
                       MOVE WS-POST-DEBIT-CREDIT TO
                           WS-JL-DEBIT-CREDIT (JL-IDX)
                       MOVE WS-POST-AMOUNT TO WS-JL-AMOUNT (JL-IDX)
                       MOVE WS-POST-SOURCE TO WS-JL-SOURCE (JL-IDX)
                   ELSE
                       SET WS-LINE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    the department's own mapping first, then the source's
      *    blank-department line
       810-MAP-ACCOUNT.
           MOVE SPACES TO WS-POST-ACCOUNT.
           MOVE "N" TO WS-MAP-FOUND-SWITCH.
           SET GM-IDX TO 1.
           SEARCH WS-MAP
               AT END
                   CONTINUE
               WHEN GM-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-GM-SOURCE (GM-IDX) = WS-POST-SOURCE
                   AND WS-GM-DEPT (GM-IDX) = WS-POST-DEPT
                   SET WS-MAP-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-MAP-FOUND
               SET GM-IDX TO 1
               SEARCH WS-MAP
                   AT END
                       CONTINUE
                   WHEN GM-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-GM-SOURCE (GM-IDX) = WS-POST-SOURCE
                       AND WS-GM-DEPT (GM-IDX) = SPACES
                       SET WS-MAP-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-MAP-FOUND
               MOVE WS-GM-ACCOUNT (GM-IDX) TO WS-POST-ACCOUNT
           ELSE
               SET WS-ANY-UNMAPPED TO TRUE
               DISPLAY "NO ACCOUNT MAPPED FOR "WS-POST-SOURCE" "
                       WS-POST-DEPT
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
       END PROGRAM GLJOURNAL.
