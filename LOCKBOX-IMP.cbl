      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank lockbox remittance import - reads the bank's
      *          BANK-LOCKBOX file (one cheque covering any number
      *          of invoices, or cash carrying only a customer
      *          number), proves the bank's trailer count and total,
      *          and splits every cheque into QTY-PAYMENTS records
      *          PAYAPPLY applies: one per invoice the remittance
      *          lists, and one on-account record for whatever part
      *          of the cheque names no invoice; the worked file is
      *          cut over to BANK-LOCKBOX-APPLIED so a rerun cannot
      *          import the same deposit twice
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOXIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO "BANK-LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.
           SELECT APPLIED-LOCKBOX-FILE
               ASSIGN TO "BANK-LOCKBOX-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "QTY-PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    the bank's layout - a deposit header, then per cheque a
      *    remittance record followed by the invoices it pays, and
      *    a trailer with the cheque count and deposit total
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05 LB-RECORD-TYPE PIC X(1).
               88 LB-IS-HEADER     VALUE "1".
               88 LB-IS-REMITTANCE VALUE "6".
               88 LB-IS-INVOICE    VALUE "4".
               88 LB-IS-TRAILER    VALUE "9".
           05 LB-BODY PIC X(39).
       01  LOCKBOX-HEADER-RECORD.
           05 FILLER PIC X(1).
           05 LBH-DEPOSIT-ID PIC X(10).
           05 LBH-DEPOSIT-DATE PIC X(8).
           05 FILLER PIC X(21).
       01  LOCKBOX-REMITTANCE-RECORD.
           05 FILLER PIC X(1).
           05 LBR-CHEQUE-NO PIC X(10).
           05 LBR-CUSTOMER PIC X(6).
           05 LBR-CHEQUE-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(14).
       01  LOCKBOX-INVOICE-RECORD.
           05 FILLER PIC X(1).
           05 LBI-ORDER-NO PIC X(5).
           05 LBI-PAID-AMOUNT PIC 9(5)V99.
           05 FILLER PIC X(27).
       01  LOCKBOX-TRAILER-RECORD.
           05 FILLER PIC X(1).
           05 LBT-CHEQUE-COUNT PIC 9(5).
           05 LBT-DEPOSIT-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(23).
       FD  APPLIED-LOCKBOX-FILE.
       01  APPLIED-LOCKBOX-RECORD PIC X(40).
      *    one remittance per record - which order it pays and how
      *    much arrived; a blank order is cash held on the customer's
      *    account until PAYAPPLY can set it against their oldest
      *    open items
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 PAY-ORDER-NO PIC X(5).
           05 PAY-AMOUNT PIC 9(5)V99.
           05 PAY-DATE PIC X(8).
           05 PAY-CUSTOMER PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-LOCKBOX-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-PAYMENT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-DEPOSIT-DATE PIC X(8).
       01 WS-DEPOSIT-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-DEPOSIT-OK VALUE "Y".
       01 WS-TRAILER-SEEN-SWITCH PIC X(1) VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-CUST-JR PIC X(6) JUSTIFIED RIGHT.
      *    the cheque in hand while its invoice records are split -
      *    at most 50 invoices ride one remittance
       01 WS-CHEQUE-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CHEQUE-OPEN VALUE "Y".
       01 WS-CHEQUE-NO PIC X(10).
       01 WS-CHEQUE-CUSTOMER PIC X(6).
       01 WS-CHEQUE-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-CHEQUE-LISTED PIC 9(7)V99 VALUE ZERO.
       01 WS-CHEQUE-REMAINDER PIC 9(7)V99 VALUE ZERO.
       01 WS-SPLIT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SPLIT-TABLE.
           05 WS-SPLIT OCCURS 50 TIMES INDEXED BY SP-IDX.
               10 WS-SP-ORDER-NO PIC X(5).
               10 WS-SP-AMOUNT PIC 9(5)V99.
       01 WS-SPLIT-OVERFLOW-SWITCH PIC X(1) VALUE "N".
           88 WS-SPLIT-OVERFLOW VALUE "Y".
       01 LOCKBOX-COUNTS.
           05 LB-CHEQUE-COUNT PIC 9(5) VALUE ZERO.
           05 LB-DEPOSIT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 LB-INVOICE-COUNT PIC 9(5) VALUE ZERO.
           05 LB-ON-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
           05 LB-ON-ACCOUNT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 LB-PAYMENT-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 100-VERIFY-DEPOSIT.
           IF NOT WS-DEPOSIT-OK
               DISPLAY "LOCKBOX DEPOSIT REJECTED - NOTHING IMPORTED"
               GOBACK
           END-IF.
           MOVE ZERO TO LB-CHEQUE-COUNT.
           MOVE ZERO TO LB-DEPOSIT-TOTAL.
           PERFORM 200-SPLIT-REMITTANCES.
           PERFORM 500-CUTOVER-LOCKBOX.
           DISPLAY "CHEQUES IMPORTED:    "LB-CHEQUE-COUNT.
           DISPLAY "DEPOSIT TOTAL:       "LB-DEPOSIT-TOTAL.
           DISPLAY "INVOICES PAID:       "LB-INVOICE-COUNT.
           DISPLAY "HELD ON ACCOUNT:     "LB-ON-ACCOUNT-COUNT
                   " FOR "LB-ON-ACCOUNT-TOTAL.
           DISPLAY "PAYMENTS WRITTEN:    "LB-PAYMENT-COUNT.
           GOBACK.

      *    a first pass holds the bank's trailer to the cheques
      *    actually on the file - a short or altered transmission
      *    is refused whole before one payment is written
       100-VERIFY-DEPOSIT.
           MOVE "N" TO WS-DEPOSIT-OK-SWITCH.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           MOVE WS-RUN-DATE TO WS-DEPOSIT-DATE.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = "00"
               DISPLAY "NO LOCKBOX FILE FROM THE BANK"
           ELSE
               PERFORM 110-READ-LOCKBOX
               PERFORM UNTIL WS-LOCKBOX-STATUS = "10"
                   EVALUATE TRUE
                       WHEN LB-IS-HEADER
                           IF LBH-DEPOSIT-DATE IS NUMERIC
                               MOVE LBH-DEPOSIT-DATE TO
                                   WS-DEPOSIT-DATE
                           END-IF
                           DISPLAY "LOCKBOX DEPOSIT "LBH-DEPOSIT-ID
                                   " DATED "WS-DEPOSIT-DATE
                       WHEN LB-IS-REMITTANCE
                           ADD 1 TO LB-CHEQUE-COUNT
                           IF LBR-CHEQUE-AMOUNT IS NUMERIC
                               ADD LBR-CHEQUE-AMOUNT TO
                                   LB-DEPOSIT-TOTAL
                           END-IF
                       WHEN LB-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           IF LBT-CHEQUE-COUNT = LB-CHEQUE-COUNT
                               AND LBT-DEPOSIT-TOTAL =
                                   LB-DEPOSIT-TOTAL
                               SET WS-DEPOSIT-OK TO TRUE
                           ELSE
                               DISPLAY "TRAILER SAYS "
                                       LBT-CHEQUE-COUNT" CHEQUES FOR "
                                       LBT-DEPOSIT-TOTAL
                               DISPLAY "FILE HOLDS  "
                                       LB-CHEQUE-COUNT" CHEQUES FOR "
                                       LB-DEPOSIT-TOTAL
                           END-IF
                   END-EVALUATE
                   PERFORM 110-READ-LOCKBOX
               END-PERFORM
               CLOSE LOCKBOX-FILE
               IF NOT WS-TRAILER-SEEN
                   DISPLAY "LOCKBOX FILE HAS NO TRAILER"
               END-IF
           END-IF.

       110-READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END MOVE "10" TO WS-LOCKBOX-STATUS
           END-READ.

      *    each cheque is gathered with the invoices under it, then
      *    written out once the next cheque or the trailer arrives
       200-SPLIT-REMITTANCES.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           MOVE "N" TO WS-CHEQUE-OPEN-SWITCH.
           OPEN INPUT LOCKBOX-FILE.
           PERFORM 110-READ-LOCKBOX.
           PERFORM UNTIL WS-LOCKBOX-STATUS = "10"
               EVALUATE TRUE
                   WHEN LB-IS-REMITTANCE
                       PERFORM 300-FINISH-CHEQUE
                       PERFORM 210-START-CHEQUE
                   WHEN LB-IS-INVOICE
                       PERFORM 220-LIST-INVOICE
                   WHEN LB-IS-TRAILER
                       PERFORM 300-FINISH-CHEQUE
               END-EVALUATE
               PERFORM 110-READ-LOCKBOX
           END-PERFORM.
           PERFORM 300-FINISH-CHEQUE.
           CLOSE LOCKBOX-FILE.
           CLOSE PAYMENT-FILE.

       210-START-CHEQUE.
           SET WS-CHEQUE-OPEN TO TRUE.
           MOVE "N" TO WS-SPLIT-OVERFLOW-SWITCH.
           ADD 1 TO LB-CHEQUE-COUNT.
           MOVE LBR-CHEQUE-NO TO WS-CHEQUE-NO.
           MOVE LBR-CUSTOMER TO WS-CUST-JR.
           INSPECT WS-CUST-JR REPLACING LEADING SPACE BY ZERO.
           MOVE WS-CUST-JR TO WS-CHEQUE-CUSTOMER.
           IF LBR-CHEQUE-AMOUNT IS NUMERIC
               MOVE LBR-CHEQUE-AMOUNT TO WS-CHEQUE-AMOUNT
           ELSE
               MOVE ZERO TO WS-CHEQUE-AMOUNT
           END-IF.
           ADD WS-CHEQUE-AMOUNT TO LB-DEPOSIT-TOTAL.
           MOVE ZERO TO WS-CHEQUE-LISTED.
           MOVE ZERO TO WS-SPLIT-COUNT.

       220-LIST-INVOICE.
           IF WS-CHEQUE-OPEN
               IF LBI-PAID-AMOUNT IS NUMERIC
                   AND LBI-PAID-AMOUNT > ZERO
                   IF WS-SPLIT-COUNT < 50
                       ADD 1 TO WS-SPLIT-COUNT
                       SET SP-IDX TO WS-SPLIT-COUNT
                       MOVE LBI-ORDER-NO TO WS-SP-ORDER-NO (SP-IDX)
                       MOVE LBI-PAID-AMOUNT TO WS-SP-AMOUNT (SP-IDX)
                       ADD LBI-PAID-AMOUNT TO WS-CHEQUE-LISTED
                   ELSE
                       SET WS-SPLIT-OVERFLOW TO TRUE
                   END-IF
               END-IF
           ELSE
               DISPLAY "INVOICE "LBI-ORDER-NO" HAS NO CHEQUE ABOVE "
                       "IT - IGNORED"
           END-IF.

      *    the listed invoices take their amounts and whatever the
      *    cheque carries beyond them goes on account; a cheque
      *    whose listing adds to more than the cheque itself, or
      *    lists more invoices than can be held, is not split at
      *    all - the whole amount goes on account and PAYAPPLY
      *    sets it against the customer's oldest items
       300-FINISH-CHEQUE.
           IF WS-CHEQUE-OPEN
               IF WS-CHEQUE-LISTED > WS-CHEQUE-AMOUNT
                   OR WS-SPLIT-OVERFLOW
                   DISPLAY "CHEQUE "WS-CHEQUE-NO" LISTS "
                           WS-CHEQUE-LISTED" AGAINST "
                           WS-CHEQUE-AMOUNT" - HELD ON ACCOUNT"
                   MOVE ZERO TO WS-SPLIT-COUNT
                   MOVE ZERO TO WS-CHEQUE-LISTED
               END-IF
               PERFORM 310-WRITE-ONE-SPLIT
                   VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-SPLIT-COUNT
               COMPUTE WS-CHEQUE-REMAINDER =
                   WS-CHEQUE-AMOUNT - WS-CHEQUE-LISTED
               IF WS-CHEQUE-REMAINDER > ZERO
                   PERFORM 320-WRITE-ON-ACCOUNT
               END-IF
               MOVE "N" TO WS-CHEQUE-OPEN-SWITCH
           END-IF.

       310-WRITE-ONE-SPLIT.
           MOVE WS-SP-ORDER-NO (SP-IDX) TO PAY-ORDER-NO.
           MOVE WS-SP-AMOUNT (SP-IDX) TO PAY-AMOUNT.
           MOVE WS-DEPOSIT-DATE TO PAY-DATE.
           MOVE WS-CHEQUE-CUSTOMER TO PAY-CUSTOMER.
           WRITE PAYMENT-RECORD.
           ADD 1 TO LB-INVOICE-COUNT.
           ADD 1 TO LB-PAYMENT-COUNT.

      *    one payment record carries at most 99999.99, so a large
      *    remainder goes on account in as many records as it takes
       320-WRITE-ON-ACCOUNT.
           ADD 1 TO LB-ON-ACCOUNT-COUNT.
           ADD WS-CHEQUE-REMAINDER TO LB-ON-ACCOUNT-TOTAL.
           PERFORM UNTIL WS-CHEQUE-REMAINDER = ZERO
               MOVE SPACES TO PAY-ORDER-NO
               IF WS-CHEQUE-REMAINDER > 99999.99
                   MOVE 99999.99 TO PAY-AMOUNT
               ELSE
                   MOVE WS-CHEQUE-REMAINDER TO PAY-AMOUNT
               END-IF
               SUBTRACT PAY-AMOUNT FROM WS-CHEQUE-REMAINDER
               MOVE WS-DEPOSIT-DATE TO PAY-DATE
               MOVE WS-CHEQUE-CUSTOMER TO PAY-CUSTOMER
               WRITE PAYMENT-RECORD
               ADD 1 TO LB-PAYMENT-COUNT
           END-PERFORM.

      *    the imported deposit moves to the applied file and the
      *    bank's file restarts empty, so a rerun cannot import the
      *    same cheques twice
       500-CUTOVER-LOCKBOX.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS = "00"
               OPEN EXTEND APPLIED-LOCKBOX-FILE
               IF WS-APPLIED-STATUS NOT = "00"
                   OPEN OUTPUT APPLIED-LOCKBOX-FILE
               END-IF
               PERFORM 110-READ-LOCKBOX
               PERFORM UNTIL WS-LOCKBOX-STATUS = "10"
                   MOVE LOCKBOX-RECORD TO APPLIED-LOCKBOX-RECORD
                   WRITE APPLIED-LOCKBOX-RECORD
                   PERFORM 110-READ-LOCKBOX
               END-PERFORM
               CLOSE LOCKBOX-FILE
               CLOSE APPLIED-LOCKBOX-FILE
               OPEN OUTPUT LOCKBOX-FILE
               CLOSE LOCKBOX-FILE
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
       END PROGRAM LOCKBOXIMP.
