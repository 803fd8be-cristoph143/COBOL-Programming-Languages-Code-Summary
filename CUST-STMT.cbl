      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end customer statements - one statement per
      *          customer with a balance or with activity in the
      *          month, built off the open-item file PAYAPPLY keeps
      *          and the payments it has applied: opening balance,
      *          every invoice, payment and credit memo posted in the
      *          period, the closing balance and an aging strip,
      *          then the account's loyalty points for the month off
      *          LOYALTY-LEDGER where it has any, worded from
      *          MESSAGE-CATALOG (the STMT* messages) in the
      *          customer's own language; the period is the month of
      *          the processing date unless a YYYYMM is given on the
      *          command line
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ORDER-NO
               ALTERNATE RECORD KEY IS OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT APPLIED-PAYMENT-FILE
               ASSIGN TO "QTY-PAYMENTS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "QTY-CREDIT-MEMOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MESSAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO "LOYALTY-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LOYALTY-LEDGER-STATUS.
           SELECT ENTRY-FILE ASSIGN TO "STATEMENT-ENTRIES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.
           SELECT ENTRY-SORT-FILE ASSIGN TO "STATEMENT-SORTWK".
           SELECT ENTRY-SORTED-FILE
               ASSIGN TO "STATEMENT-ENTRIES-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CUSTOMER-STATEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT MAILING-REQUEST-FILE ASSIGN TO "MAILING-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRESPONDENCE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RUN-ID-CONTROL-FILE ASSIGN TO "RUN-ID-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-ID-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    every invoice PAYAPPLY has opened, paid off or not - the
      *    invoice date it carries is what places it in a period
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
      *    the remittances PAYAPPLY has already worked, in the
      *    layout of the QTY-PAYMENTS feed they were cut over from
       FD  APPLIED-PAYMENT-FILE.
       01  APPLIED-PAYMENT-RECORD.
           05 APL-ORDER-NO PIC X(5).
           05 APL-AMOUNT PIC 9(5)V99.
           05 APL-DATE PIC X(8).
           05 APL-CUSTOMER PIC X(6).
      *    one memo per credited return, written by RETURNPOST -
      *    net and tax together come off the order it names
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
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD.
           05 MSG-KEY.
               10 MSG-ID PIC X(8).
               10 MSG-LANGUAGE PIC X(2).
           05 MSG-TEXT PIC X(60).
      *    every movement on a points balance, keyed by account and
      *    date
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           05 LL-KEY.
               10 LL-CUSTOMER PIC X(6).
               10 LL-DATE PIC X(8).
               10 LL-REFERENCE PIC X(5).
           05 LL-TYPE PIC X(1).
               88 LL-IS-ORDER VALUE "O".
               88 LL-IS-EXPIRY VALUE "E".
           05 LL-EARNED PIC 9(7).
           05 LL-REDEEMED PIC 9(7).
           05 LL-EXPIRED PIC 9(7).
           05 LL-REDEEM-DOLLARS PIC 9(5)V99.
           05 LL-BALANCE-AFTER PIC 9(7).
           05 FILLER PIC X(10).
      *    one line per money movement on an account - an invoice
      *    raised, a payment received or a return credited -
      *    tagged with its customer so the sort can bring each
      *    account's history together
       FD  ENTRY-FILE.
       01  ENTRY-RECORD.
           05 SE-CUSTOMER PIC X(6).
           05 SE-DATE PIC X(8).
           05 SE-TYPE PIC X(1).
               88 SE-IS-INVOICE VALUE "I".
               88 SE-IS-PAYMENT VALUE "P".
               88 SE-IS-CREDIT VALUE "C".
           05 SE-ORDER-NO PIC X(5).
           05 SE-AMOUNT PIC 9(5)V99.
      *    customer, then date - everything before the period comes
      *    off the sorted file first and makes the opening balance
       SD  ENTRY-SORT-FILE.
       01  ENTRY-SORT-RECORD.
           05 SRT-CUSTOMER PIC X(6).
           05 SRT-DATE PIC X(8).
           05 SRT-TYPE PIC X(1).
           05 SRT-ORDER-NO PIC X(5).
           05 SRT-REST PIC X(7).
       FD  ENTRY-SORTED-FILE.
       01  ENTRY-SORTED-RECORD.
           05 ES-CUSTOMER PIC X(6).
           05 ES-DATE PIC X(8).
           05 ES-TYPE PIC X(1).
               88 ES-IS-INVOICE VALUE "I".
               88 ES-IS-PAYMENT VALUE "P".
               88 ES-IS-CREDIT VALUE "C".
           05 ES-ORDER-NO PIC X(5).
           05 ES-AMOUNT PIC 9(5)V99.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).
      *    each customer this run put a document in the post to -
      *    MAILLABEL turns the day's requests into address labels
       FD  MAILING-REQUEST-FILE.
       01  MAILING-REQUEST-RECORD.
           05 MQ-RUN-NAME PIC X(10).
           05 MQ-RUN-DATE PIC X(8).
           05 MQ-CUSTOMER PIC X(6).
      *    one line per letter sent, whichever run sent it - who it
      *    went to, what it was, the wording and language it went
      *    out in, and the run that produced it
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRG-RECIPIENT-TYPE PIC X(1).
               88 CRG-TO-CUSTOMER VALUE "C".
               88 CRG-TO-STUDENT  VALUE "S".
           05 CRG-RECIPIENT PIC X(6).
           05 CRG-LETTER-TYPE PIC X(10).
           05 CRG-MSG-ID PIC X(8).
           05 CRG-LANGUAGE PIC X(2).
           05 CRG-RUN-DATE PIC X(8).
           05 CRG-RUN-ID PIC X(8).
      *    last run number handed out across the batch suite - every
      *    program that stamps output reads and steps this one
      *    record, then prefixes its own four-character program
      *    code, so two runs on the same date can never share an id
       FD  RUN-ID-CONTROL-FILE.
       01  RUN-ID-CONTROL-RECORD.
           05 CTL-LAST-RUN-NUMBER PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-MEMO-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-ENTRY-STATUS PIC X(2).
       01 WS-SORTED-STATUS PIC X(2).
       01 WS-STATEMENT-STATUS PIC X(2).
       01 WS-LOYALTY-LEDGER-STATUS PIC X(2).
       01 WS-MAILQ-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "STMT".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
      *    the letter's lead message and the language it actually
      *    came out in - for the correspondence register
       01 WS-LETTER-MSG-ID PIC X(8).
       01 WS-LETTER-LANGUAGE PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-LEDGER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-LEDGER-OPEN VALUE "Y".
       01 WS-CATALOG-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CATALOG-OPEN VALUE "Y".
       01 WS-MSG-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-MSG-FOUND VALUE "Y".
       01 WS-MSG-ID PIC X(8).
       01 WS-MSG-TEXT-A PIC X(60).
       01 LANGUAGE-CODE PIC X(2) VALUE "EN".
      *    the statement period - first and last calendar day of the
      *    month being stated
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-START PIC X(8).
       01 WS-PERIOD-END PIC X(8).
       01 WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
           05 WS-END-YYYY PIC 9(4).
           05 WS-END-MM   PIC 9(2).
           05 WS-END-DD   PIC 9(2).
       01 WS-MONTH-DAYS PIC 9(2).
      *    an applied payment carries only the order it paid - the
      *    open item read by that order names the account
       01 WS-ITEMS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEMS-OPEN VALUE "Y".
       01 WS-OWNER-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-OWNER-FOUND VALUE "Y".
      *    the account in hand on the sorted pass - its own open
      *    items with what stood outstanding on each at period end,
      *    for the aging strip
       01 WS-CURRENT-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-HEADER-SWITCH PIC X(1) VALUE "N".
           88 WS-HEADER-PRINTED VALUE "Y".
       01 WS-ACCT-ITEM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ACCT-ITEM-TABLE.
           05 WS-ACCT-ITEM OCCURS 300 TIMES INDEXED BY AI-IDX.
               10 WS-AI-ORDER-NO PIC X(5).
               10 WS-AI-INVOICE-DATE PIC X(8).
               10 WS-AI-OUTSTANDING PIC S9(5)V99.
       01 WS-ACCT-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-ACCT-FOUND VALUE "Y".
      *    cash the account holds that no item has taken yet - spent
      *    on its oldest items as PAYAPPLY spends it, and on each
      *    later invoice as it comes along
       01 WS-ACCT-CREDIT PIC S9(7)V99 VALUE ZERO.
       01 WS-SPEND-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-APPLY-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 STATEMENT-AMOUNTS.
           05 ST-OPENING-BAL PIC S9(7)V99 VALUE ZERO.
           05 ST-PERIOD-CHARGES PIC S9(7)V99 VALUE ZERO.
           05 ST-PERIOD-CREDITS PIC S9(7)V99 VALUE ZERO.
           05 ST-CLOSING-BAL PIC S9(7)V99 VALUE ZERO.
           05 ST-AGE-CURRENT PIC S9(7)V99 VALUE ZERO.
           05 ST-AGE-30 PIC S9(7)V99 VALUE ZERO.
           05 ST-AGE-60 PIC S9(7)V99 VALUE ZERO.
           05 ST-AGE-90 PIC S9(7)V99 VALUE ZERO.
      *    the account's loyalty points - the balance brought into
      *    the month, what moved in it, and the balance carried out
       01 STATEMENT-POINTS.
           05 SP-ENTRY-COUNT PIC 9(5) VALUE ZERO.
           05 SP-OPENING PIC S9(9) VALUE ZERO.
           05 SP-EARNED PIC S9(9) VALUE ZERO.
           05 SP-REDEEMED PIC S9(9) VALUE ZERO.
           05 SP-EXPIRED PIC S9(9) VALUE ZERO.
           05 SP-CLOSING PIC S9(9) VALUE ZERO.
       01 STATEMENT-COUNTS.
           05 ST-ENTRY-COUNT PIC 9(6) VALUE ZERO.
           05 ST-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
           05 ST-NO-OWNER-COUNT PIC 9(5) VALUE ZERO.
      *    the account's wording, fetched once per statement in the
      *    customer's language
       01 WS-STATEMENT-WORDING.
           05 WS-TX-HEAD PIC X(60).
           05 WS-TX-PERIOD PIC X(60).
           05 WS-TX-OPENING PIC X(60).
           05 WS-TX-COLUMNS PIC X(60).
           05 WS-TX-INVOICE PIC X(60).
           05 WS-TX-PAYMENT PIC X(60).
           05 WS-TX-CREDIT PIC X(60).
           05 WS-TX-CLOSING PIC X(60).
           05 WS-TX-AGE-HEAD PIC X(60).
           05 WS-TX-POINTS-HEAD PIC X(60).
           05 WS-TX-POINTS-COLS PIC X(60).
       01 WS-WORD-TEXT PIC X(12).
       01 WS-BILL-TO-NAME PIC X(20).
       01 WS-CUST-JR PIC X(6) JUSTIFIED RIGHT.
      *    serial day numbers for the aging arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY PIC 9(4).
           05 WS-SER-MM   PIC 9(2).
           05 WS-SER-DD   PIC 9(2).
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZERO.
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-END-DAYS PIC 9(7) VALUE ZERO.
       01 WS-ITEM-AGE PIC 9(5) VALUE ZERO.
      *    currency-edited views for the customer-facing amounts
       01 WS-AMOUNT-EDIT PIC $$$,$$9.99.
       01 WS-BALANCE-EDIT PIC $$,$$$,$$9.99-.
       01 WS-AGE-CURRENT-EDIT PIC $$,$$$,$$9.99-.
       01 WS-AGE-30-EDIT PIC $$,$$$,$$9.99-.
       01 WS-AGE-60-EDIT PIC $$,$$$,$$9.99-.
       01 WS-AGE-90-EDIT PIC $$,$$$,$$9.99-.
       01 WS-PTS-OPENING-EDIT PIC Z,ZZZ,ZZ9-.
       01 WS-PTS-EARNED-EDIT PIC Z,ZZZ,ZZ9-.
       01 WS-PTS-REDEEMED-EDIT PIC Z,ZZZ,ZZ9-.
       01 WS-PTS-EXPIRED-EDIT PIC Z,ZZZ,ZZ9-.
       01 WS-PTS-CLOSING-EDIT PIC Z,ZZZ,ZZ9-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 100-SET-PERIOD.
           PERFORM 900-OPEN-MESSAGE-CATALOG.
           PERFORM 910-OPEN-CUSTOMER-MASTER.
           PERFORM 920-OPEN-LOYALTY-LEDGER.
           PERFORM 200-BUILD-ENTRIES.
           PERFORM 300-SORT-ENTRIES.
           PERFORM 930-OPEN-MAILING-REQUESTS.
           PERFORM 935-ASSIGN-RUN-ID.
           PERFORM 936-OPEN-CORRESPONDENCE.
           PERFORM 400-PRINT-STATEMENTS.
           CLOSE MAILING-REQUEST-FILE.
           CLOSE CORRESPONDENCE-FILE.
           IF WS-CATALOG-OPEN
               CLOSE MESSAGE-CATALOG-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-LEDGER-OPEN
               CLOSE LOYALTY-LEDGER-FILE
           END-IF.
           DISPLAY "STATEMENT RUN - PERIOD "WS-PERIOD.
           DISPLAY "  ENTRIES READ:        "ST-ENTRY-COUNT.
           DISPLAY "  STATEMENTS PRODUCED: "ST-STATEMENT-COUNT.
           DISPLAY "  PAYMENTS NO ACCOUNT: "ST-NO-OWNER-COUNT.
           GOBACK.

      *    a YYYYMM on the command line restates that month; with
      *    none, the month the processing date falls in
       100-SET-PERIOD.
           IF WS-RUN-MODE (1:6) IS NUMERIC
               AND WS-RUN-MODE (5:2) >= "01"
               AND WS-RUN-MODE (5:2) <= "12"
               MOVE WS-RUN-MODE (1:6) TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           MOVE SPACES TO WS-PERIOD-START.
           STRING WS-PERIOD "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START.
           MOVE WS-PERIOD-START TO WS-PERIOD-END.
           PERFORM 110-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS TO WS-END-DD.
           MOVE WS-PERIOD-END TO WS-SERIAL-DATE.
           PERFORM 800-DATE-TO-SERIAL.
           MOVE WS-SERIAL-DAYS TO WS-END-DAYS.

      *    the real length of the period's month, leap February
      *    included - the same month arithmetic DATEROLL steps by
       110-DAYS-IN-MONTH.
           EVALUATE WS-END-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-END-YYYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
                   DIVIDE WS-END-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-END-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *    one entry per invoice off the open items, one per
      *    applied payment and one per credit memo, each tagged with
      *    the account it belongs to; walk-in orders carry no
      *    account and get no statement
       200-BUILD-ENTRIES.
           OPEN OUTPUT ENTRY-FILE.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "00"
               SET WS-ITEMS-OPEN TO TRUE
               PERFORM 210-READ-OPEN-ITEM
               PERFORM UNTIL WS-OPEN-STATUS = "10"
                   PERFORM 220-ENTER-ONE-INVOICE
                   PERFORM 210-READ-OPEN-ITEM
               END-PERFORM
           ELSE
               DISPLAY "NO OPEN-ITEM FILE - NO INVOICES TO STATE"
           END-IF.
           OPEN INPUT APPLIED-PAYMENT-FILE.
           IF WS-APPLIED-STATUS = "00"
               PERFORM 230-READ-APPLIED-PAYMENT
               PERFORM UNTIL WS-APPLIED-STATUS = "10"
                   PERFORM 240-ENTER-ONE-PAYMENT
                   PERFORM 230-READ-APPLIED-PAYMENT
               END-PERFORM
               CLOSE APPLIED-PAYMENT-FILE
           END-IF.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-MEMO-STATUS = "00"
               PERFORM 250-READ-CREDIT-MEMO
               PERFORM UNTIL WS-MEMO-STATUS = "10"
                   PERFORM 260-ENTER-ONE-CREDIT
                   PERFORM 250-READ-CREDIT-MEMO
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
           END-IF.
           IF WS-ITEMS-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE ENTRY-FILE.

       210-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT
               AT END MOVE "10" TO WS-OPEN-STATUS
           END-READ.

       220-ENTER-ONE-INVOICE.
           IF OI-CUSTOMER NOT = "000000" AND OI-CUSTOMER NOT = SPACES
               MOVE SPACES TO ENTRY-RECORD
               MOVE OI-CUSTOMER TO SE-CUSTOMER
               MOVE OI-INVOICE-DATE TO SE-DATE
               MOVE "I" TO SE-TYPE
               MOVE OI-ORDER-NO TO SE-ORDER-NO
               MOVE OI-NET TO SE-AMOUNT
               WRITE ENTRY-RECORD
           END-IF.

       230-READ-APPLIED-PAYMENT.
           READ APPLIED-PAYMENT-FILE
               AT END MOVE "10" TO WS-APPLIED-STATUS
           END-READ.

      *    a payment whose order is not on the open items went on
      *    the account it came from - stated there when the
      *    remittance named one, otherwise counted, not stated
       240-ENTER-ONE-PAYMENT.
           MOVE "N" TO WS-OWNER-FOUND-SWITCH.
           IF WS-ITEMS-OPEN AND APL-ORDER-NO NOT = SPACES
               MOVE APL-ORDER-NO TO OI-ORDER-NO
               READ OPEN-ITEM-FILE
                   KEY IS OI-ORDER-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-OWNER-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT WS-OWNER-FOUND
               IF APL-CUSTOMER NOT = "000000"
                   AND APL-CUSTOMER NOT = SPACES
                   MOVE SPACES TO ENTRY-RECORD
                   MOVE APL-CUSTOMER TO SE-CUSTOMER
                   MOVE APL-DATE TO SE-DATE
                   MOVE "P" TO SE-TYPE
                   MOVE APL-ORDER-NO TO SE-ORDER-NO
                   MOVE APL-AMOUNT TO SE-AMOUNT
                   WRITE ENTRY-RECORD
               ELSE
                   ADD 1 TO ST-NO-OWNER-COUNT
               END-IF
           ELSE
               IF OI-CUSTOMER NOT = "000000"
                   AND OI-CUSTOMER NOT = SPACES
                   MOVE SPACES TO ENTRY-RECORD
                   MOVE OI-CUSTOMER TO SE-CUSTOMER
                   MOVE APL-DATE TO SE-DATE
                   MOVE "P" TO SE-TYPE
                   MOVE APL-ORDER-NO TO SE-ORDER-NO
                   MOVE APL-AMOUNT TO SE-AMOUNT
                   WRITE ENTRY-RECORD
               END-IF
           END-IF.

       250-READ-CREDIT-MEMO.
           READ CREDIT-MEMO-FILE
               AT END MOVE "10" TO WS-MEMO-STATUS
           END-READ.

      *    the memo's net and tax against the order it credits -
      *    the open item still carries the order at its invoiced
      *    net, so the credit is stated as its own line
       260-ENTER-ONE-CREDIT.
           IF CRM-CUSTOMER NOT = "000000" AND CRM-CUSTOMER NOT = SPACES
               MOVE SPACES TO ENTRY-RECORD
               MOVE CRM-CUSTOMER TO SE-CUSTOMER
               MOVE CRM-MEMO-DATE TO SE-DATE
               MOVE "C" TO SE-TYPE
               MOVE CRM-ORDER-NO TO SE-ORDER-NO
               COMPUTE SE-AMOUNT = CRM-NET + CRM-TAX
               WRITE ENTRY-RECORD
           END-IF.

       300-SORT-ENTRIES.
           SORT ENTRY-SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER SRT-DATE SRT-TYPE
                                SRT-ORDER-NO
               USING ENTRY-FILE
               GIVING ENTRY-SORTED-FILE.

      *    control break on the customer - entries before the
      *    period roll into the opening balance, entries inside it
      *    print as lines, anything dated after it is left for the
      *    next month's statement
       400-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN INPUT ENTRY-SORTED-FILE.
           IF WS-SORTED-STATUS = "00"
               PERFORM 410-READ-SORTED-ENTRY
               PERFORM UNTIL WS-SORTED-STATUS = "10"
                   IF ES-CUSTOMER NOT = WS-CURRENT-CUSTOMER
                       IF WS-CURRENT-CUSTOMER NOT = SPACES
                           PERFORM 500-FINISH-ACCOUNT
                       END-IF
                       PERFORM 420-START-ACCOUNT
                   END-IF
                   PERFORM 430-WORK-ONE-ENTRY
                   PERFORM 410-READ-SORTED-ENTRY
               END-PERFORM
               IF WS-CURRENT-CUSTOMER NOT = SPACES
                   PERFORM 500-FINISH-ACCOUNT
               END-IF
               CLOSE ENTRY-SORTED-FILE
           END-IF.
           CLOSE STATEMENT-FILE.

       410-READ-SORTED-ENTRY.
           READ ENTRY-SORTED-FILE
               AT END MOVE "10" TO WS-SORTED-STATUS
           END-READ.
           IF WS-SORTED-STATUS NOT = "10"
               ADD 1 TO ST-ENTRY-COUNT
           END-IF.

       420-START-ACCOUNT.
           MOVE ES-CUSTOMER TO WS-CURRENT-CUSTOMER.
           MOVE "N" TO WS-HEADER-SWITCH.
           MOVE ZERO TO WS-ACCT-ITEM-COUNT.
           MOVE ZERO TO WS-ACCT-CREDIT.
           INITIALIZE STATEMENT-AMOUNTS.

       430-WORK-ONE-ENTRY.
           IF ES-DATE > WS-PERIOD-END
               CONTINUE
           ELSE
               IF ES-IS-INVOICE
                   PERFORM 440-ADD-ACCOUNT-ITEM
               ELSE
                   PERFORM 450-REDUCE-ACCOUNT-ITEM
               END-IF
               IF ES-DATE < WS-PERIOD-START
                   IF ES-IS-INVOICE
                       ADD ES-AMOUNT TO ST-OPENING-BAL
                   ELSE
                       SUBTRACT ES-AMOUNT FROM ST-OPENING-BAL
                   END-IF
               ELSE
                   IF NOT WS-HEADER-PRINTED
                       PERFORM 600-PRINT-HEADING
                   END-IF
                   PERFORM 610-PRINT-ENTRY-LINE
               END-IF
           END-IF.

       440-ADD-ACCOUNT-ITEM.
           IF WS-ACCT-ITEM-COUNT < 300
               ADD 1 TO WS-ACCT-ITEM-COUNT
               SET AI-IDX TO WS-ACCT-ITEM-COUNT
               MOVE ES-ORDER-NO TO WS-AI-ORDER-NO (AI-IDX)
               MOVE ES-DATE TO WS-AI-INVOICE-DATE (AI-IDX)
               MOVE ES-AMOUNT TO WS-AI-OUTSTANDING (AI-IDX)
               IF WS-ACCT-CREDIT > ZERO
                   MOVE WS-ACCT-CREDIT TO WS-SPEND-AMOUNT
                   PERFORM 455-SPEND-ON-ONE-ITEM
                   MOVE WS-SPEND-AMOUNT TO WS-ACCT-CREDIT
               END-IF
           ELSE
               DISPLAY "ACCOUNT "ES-CUSTOMER" HAS OVER 300 ITEMS - "
                       "ORDER "ES-ORDER-NO" AGES AS CURRENT"
               ADD ES-AMOUNT TO ST-AGE-CURRENT
           END-IF.

      *    a payment pays its own order up to what the order still
      *    owes; cash naming no order on the account, or more than
      *    its order owed, goes on the account's oldest items first
      *    the way PAYAPPLY spends on-account cash, and whatever no
      *    item takes stays as credit on the account
       450-REDUCE-ACCOUNT-ITEM.
           MOVE ES-AMOUNT TO WS-SPEND-AMOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SWITCH.
           SET AI-IDX TO 1.
           SEARCH WS-ACCT-ITEM
               AT END
                   CONTINUE
               WHEN AI-IDX > WS-ACCT-ITEM-COUNT
                   CONTINUE
               WHEN WS-AI-ORDER-NO (AI-IDX) = ES-ORDER-NO
                   SET WS-ACCT-FOUND TO TRUE
           END-SEARCH.
           IF WS-ACCT-FOUND
               PERFORM 455-SPEND-ON-ONE-ITEM
           END-IF.
           PERFORM 455-SPEND-ON-ONE-ITEM
               VARYING AI-IDX FROM 1 BY 1
               UNTIL AI-IDX > WS-ACCT-ITEM-COUNT
               OR WS-SPEND-AMOUNT = ZERO.
           ADD WS-SPEND-AMOUNT TO WS-ACCT-CREDIT.

       455-SPEND-ON-ONE-ITEM.
           IF WS-AI-OUTSTANDING (AI-IDX) > ZERO
               MOVE WS-AI-OUTSTANDING (AI-IDX) TO WS-APPLY-AMOUNT
               IF WS-SPEND-AMOUNT < WS-APPLY-AMOUNT
                   MOVE WS-SPEND-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               SUBTRACT WS-APPLY-AMOUNT
                   FROM WS-AI-OUTSTANDING (AI-IDX)
               SUBTRACT WS-APPLY-AMOUNT FROM WS-SPEND-AMOUNT
           END-IF.

      *    closing balance, the aging strip off what each item still
      *    owed at period end with any unspent credit standing
      *    against the current column, and the account is done -
      *    an account with nothing owed and nothing posted gets no
      *    statement
       500-FINISH-ACCOUNT.
           COMPUTE ST-CLOSING-BAL = ST-OPENING-BAL
               + ST-PERIOD-CHARGES - ST-PERIOD-CREDITS.
           IF NOT WS-HEADER-PRINTED AND ST-CLOSING-BAL NOT = ZERO
               PERFORM 600-PRINT-HEADING
           END-IF.
           IF WS-HEADER-PRINTED
               PERFORM 510-AGE-ONE-ITEM
                   VARYING AI-IDX FROM 1 BY 1
                   UNTIL AI-IDX > WS-ACCT-ITEM-COUNT
               SUBTRACT WS-ACCT-CREDIT FROM ST-AGE-CURRENT
               PERFORM 620-PRINT-CLOSING
               PERFORM 650-PRINT-POINTS-SECTION
               IF WS-CUST-JR IS NUMERIC AND WS-CUST-JR NOT = "000000"
                   PERFORM 660-QUEUE-MAILING-LABEL
                   PERFORM 670-REGISTER-STATEMENT
               END-IF
           END-IF.

       510-AGE-ONE-ITEM.
           IF WS-AI-OUTSTANDING (AI-IDX) NOT = ZERO
               MOVE ZERO TO WS-ITEM-AGE
               IF WS-AI-INVOICE-DATE (AI-IDX) IS NUMERIC
                   MOVE WS-AI-INVOICE-DATE (AI-IDX) TO WS-SERIAL-DATE
                   PERFORM 800-DATE-TO-SERIAL
                   IF WS-END-DAYS > WS-SERIAL-DAYS
                       COMPUTE WS-ITEM-AGE =
                           WS-END-DAYS - WS-SERIAL-DAYS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-ITEM-AGE > 90
                       ADD WS-AI-OUTSTANDING (AI-IDX) TO ST-AGE-90
                   WHEN WS-ITEM-AGE > 60
                       ADD WS-AI-OUTSTANDING (AI-IDX) TO ST-AGE-60
                   WHEN WS-ITEM-AGE > 30
                       ADD WS-AI-OUTSTANDING (AI-IDX) TO ST-AGE-30
                   WHEN OTHER
                       ADD WS-AI-OUTSTANDING (AI-IDX) TO
                           ST-AGE-CURRENT
               END-EVALUATE
           END-IF.

      *    statement heading - the account's name and language off
      *    the master, the wording in that language, and the
      *    opening balance the earlier entries have built up
       600-PRINT-HEADING.
           SET WS-HEADER-PRINTED TO TRUE.
           ADD 1 TO ST-STATEMENT-COUNT.
           PERFORM 630-RESOLVE-ACCOUNT.
           PERFORM 640-LOAD-WORDING.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENT " ST-STATEMENT-COUNT
                  "   DATE " WS-PERIOD-END
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-TX-HEAD DELIMITED BY ";"
                  WS-BILL-TO-NAME DELIMITED BY SIZE
                  " (" WS-CURRENT-CUSTOMER ")" DELIMITED BY SIZE
                  INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-TX-PERIOD DELIMITED BY ";"
                  WS-PERIOD-START DELIMITED BY SIZE
                  " - " WS-PERIOD-END DELIMITED BY SIZE
                  INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ST-OPENING-BAL TO WS-BALANCE-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-TX-OPENING DELIMITED BY ";"
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-TX-COLUMNS DELIMITED BY ";"
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *    one dated line per invoice or payment in the period -
      *    invoices in the charges column, payments in the credits
       610-PRINT-ENTRY-LINE.
           MOVE ES-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           IF ES-IS-INVOICE
               ADD ES-AMOUNT TO ST-PERIOD-CHARGES
               MOVE WS-TX-INVOICE TO WS-WORD-TEXT
               STRING ES-DATE "  " WS-WORD-TEXT "  " ES-ORDER-NO
                      "    " WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               ADD ES-AMOUNT TO ST-PERIOD-CREDITS
               IF ES-IS-CREDIT
                   MOVE WS-TX-CREDIT TO WS-WORD-TEXT
               ELSE
                   MOVE WS-TX-PAYMENT TO WS-WORD-TEXT
               END-IF
               STRING ES-DATE "  " WS-WORD-TEXT "  " ES-ORDER-NO
                      "                  " WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.

       620-PRINT-CLOSING.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ST-CLOSING-BAL TO WS-BALANCE-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-TX-CLOSING DELIMITED BY ";"
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-TX-AGE-HEAD DELIMITED BY ";"
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ST-AGE-CURRENT TO WS-AGE-CURRENT-EDIT.
           MOVE ST-AGE-30 TO WS-AGE-30-EDIT.
           MOVE ST-AGE-60 TO WS-AGE-60-EDIT.
           MOVE ST-AGE-90 TO WS-AGE-90-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-AGE-CURRENT-EDIT " " WS-AGE-30-EDIT " "
                  WS-AGE-60-EDIT " " WS-AGE-90-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *    the account's points for the month off its ledger
      *    entries - those before the period make the opening
      *    balance, those after it wait for next month; an account
      *    that has never earned a point gets no points section
       650-PRINT-POINTS-SECTION.
           INITIALIZE STATEMENT-POINTS.
           IF WS-LEDGER-OPEN
               MOVE LOW-VALUES TO LL-KEY
               MOVE WS-CUST-JR TO LL-CUSTOMER
               START LOYALTY-LEDGER-FILE KEY IS NOT LESS THAN LL-KEY
                   INVALID KEY
                       MOVE "10" TO WS-LOYALTY-LEDGER-STATUS
               END-START
               PERFORM UNTIL WS-LOYALTY-LEDGER-STATUS NOT = "00"
                   READ LOYALTY-LEDGER-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LOYALTY-LEDGER-STATUS
                   END-READ
                   IF WS-LOYALTY-LEDGER-STATUS = "00"
                       IF LL-CUSTOMER NOT = WS-CUST-JR
                           MOVE "10" TO WS-LOYALTY-LEDGER-STATUS
                       ELSE
                           PERFORM 655-TAKE-POINTS-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-LOYALTY-LEDGER-STATUS
           END-IF.
           IF SP-ENTRY-COUNT > ZERO
               COMPUTE SP-CLOSING = SP-OPENING + SP-EARNED
                   - SP-REDEEMED - SP-EXPIRED
               MOVE SPACES TO STATEMENT-LINE
               STRING WS-TX-POINTS-HEAD DELIMITED BY ";"
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING WS-TX-POINTS-COLS DELIMITED BY ";"
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SP-OPENING TO WS-PTS-OPENING-EDIT
               MOVE SP-EARNED TO WS-PTS-EARNED-EDIT
               MOVE SP-REDEEMED TO WS-PTS-REDEEMED-EDIT
               MOVE SP-EXPIRED TO WS-PTS-EXPIRED-EDIT
               MOVE SP-CLOSING TO WS-PTS-CLOSING-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING WS-PTS-OPENING-EDIT " " WS-PTS-EARNED-EDIT " "
                      WS-PTS-REDEEMED-EDIT " " WS-PTS-EXPIRED-EDIT " "
                      WS-PTS-CLOSING-EDIT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       655-TAKE-POINTS-ENTRY.
           IF LL-DATE NOT > WS-PERIOD-END
               ADD 1 TO SP-ENTRY-COUNT
               IF LL-DATE < WS-PERIOD-START
                   COMPUTE SP-OPENING = SP-OPENING + LL-EARNED
                       - LL-REDEEMED - LL-EXPIRED
               ELSE
                   ADD LL-EARNED TO SP-EARNED
                   ADD LL-REDEEMED TO SP-REDEEMED
                   ADD LL-EXPIRED TO SP-EXPIRED
               END-IF
           END-IF.

      *    the account's name and language - an account no longer
      *    on the master still gets its statement, in English
       630-RESOLVE-ACCOUNT.
           MOVE "(CUSTOMER NOT ON FILE)" TO WS-BILL-TO-NAME.
           MOVE "EN" TO LANGUAGE-CODE.
           MOVE WS-CURRENT-CUSTOMER TO WS-CUST-JR.
           INSPECT WS-CUST-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-MASTER-OPEN AND WS-CUST-JR IS NUMERIC
               MOVE WS-CUST-JR TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-BILL-TO-NAME
                       IF CM-LANGUAGE-CODE NOT = SPACES
                           MOVE CM-LANGUAGE-CODE TO LANGUAGE-CODE
                       END-IF
               END-READ
           END-IF.

      *    ask for a label for the account just sent a statement
       660-QUEUE-MAILING-LABEL.
           MOVE "CUSTSTMT" TO MQ-RUN-NAME.
           MOVE WS-RUN-DATE TO MQ-RUN-DATE.
           MOVE WS-CUST-JR TO MQ-CUSTOMER.
           WRITE MAILING-REQUEST-RECORD.

      *    what went to whom, on the correspondence register
       670-REGISTER-STATEMENT.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           SET CRG-TO-CUSTOMER TO TRUE.
           MOVE WS-CUST-JR TO CRG-RECIPIENT.
           MOVE "STATEMENT" TO CRG-LETTER-TYPE.
           MOVE WS-LETTER-MSG-ID TO CRG-MSG-ID.
           MOVE WS-LETTER-LANGUAGE TO CRG-LANGUAGE.
           MOVE WS-RUN-DATE TO CRG-RUN-DATE.
           MOVE WS-ASSIGNED-RUN-ID TO CRG-RUN-ID.
           WRITE CORRESPONDENCE-RECORD.

      *    each line's wording in the account's language, with the
      *    built-in English only where the catalog has no row
       640-LOAD-WORDING.
           MOVE "STMTHEAD" TO WS-MSG-ID.
           MOVE "STATEMENT OF ACCOUNT FOR ;" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-ID TO WS-LETTER-MSG-ID.
           IF WS-MSG-FOUND
               MOVE MSG-LANGUAGE TO WS-LETTER-LANGUAGE
           ELSE
               MOVE "EN" TO WS-LETTER-LANGUAGE
           END-IF.
           MOVE WS-MSG-TEXT-A TO WS-TX-HEAD.
           MOVE "STMTPER " TO WS-MSG-ID.
           MOVE "FOR THE PERIOD ;" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-PERIOD.
           MOVE "STMTOPEN" TO WS-MSG-ID.
           MOVE "OPENING BALANCE ;" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-OPENING.
           MOVE "STMTCOLS" TO WS-MSG-ID.
           MOVE "DATE      ENTRY         ORDER     CHARGES     CREDITS"
               TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-COLUMNS.
           MOVE "STMTINV " TO WS-MSG-ID.
           MOVE "INVOICE" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-INVOICE.
           MOVE "STMTPAY " TO WS-MSG-ID.
           MOVE "PAYMENT" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-PAYMENT.
           MOVE "STMTCRED" TO WS-MSG-ID.
           MOVE "CREDIT MEMO" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-CREDIT.
           MOVE "STMTCLOS" TO WS-MSG-ID.
           MOVE "CLOSING BALANCE ;" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-CLOSING.
           MOVE "STMTAGE " TO WS-MSG-ID.
           MOVE "      CURRENT     31-60 DAYS     61-90 DAYS    OVER 90"
               TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-AGE-HEAD.
           MOVE "STMTPTSH" TO WS-MSG-ID.
           MOVE "LOYALTY POINTS" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-POINTS-HEAD.
           MOVE "STMTPTSC" TO WS-MSG-ID.
           MOVE "   OPENING     EARNED   REDEEMED    EXPIRED    CLOSING"
               TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-TEXT-A TO WS-TX-POINTS-COLS.

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

       900-OPEN-MESSAGE-CATALOG.
           OPEN INPUT MESSAGE-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "MESSAGE CATALOG NOT AVAILABLE - STATEMENTS "
                       "USE THE BUILT-IN WORDING"
           END-IF.

       910-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATEMENTS "
                       "PRINT IN ENGLISH WITHOUT NAMES"
           END-IF.

      *    no ledger means no account has earned a point yet, and
      *    statements carry no points section
       920-OPEN-LOYALTY-LEDGER.
           OPEN INPUT LOYALTY-LEDGER-FILE.
           IF WS-LOYALTY-LEDGER-STATUS = "00"
               SET WS-LEDGER-OPEN TO TRUE
           END-IF.

      *    requests accumulate across the day's runs until
      *    MAILLABEL has worked them
       930-OPEN-MAILING-REQUESTS.
           OPEN EXTEND MAILING-REQUEST-FILE.
           IF WS-MAILQ-STATUS NOT = "00"
               OPEN OUTPUT MAILING-REQUEST-FILE
           END-IF.

      *    read-step-rewrite of the shared run-number record - the
      *    id stamped on every register line this run traces back
      *    to exactly this execution
       935-ASSIGN-RUN-ID.
           MOVE ZERO TO WS-LAST-RUN-NUMBER.
           OPEN INPUT RUN-ID-CONTROL-FILE.
           IF WS-RUN-ID-STATUS = "00"
               READ RUN-ID-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-RUN-NUMBER TO
                           WS-LAST-RUN-NUMBER
               END-READ
               CLOSE RUN-ID-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-LAST-RUN-NUMBER.
           OPEN OUTPUT RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO CTL-LAST-RUN-NUMBER.
           WRITE RUN-ID-CONTROL-RECORD.
           CLOSE RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO WS-RUN-ID-NUMBER.

      *    the register is never restarted - every letter-producing
      *    run adds to the one history
       936-OPEN-CORRESPONDENCE.
           OPEN EXTEND CORRESPONDENCE-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CORRESPONDENCE-FILE
           END-IF.

      *    look the wording up, falling back to the English row and
      *    failing that leaving the caller's built-in text untouched
      *    - the same lookup SCORELTTR's letters go through
       940-FETCH-MESSAGE.
           MOVE "N" TO WS-MSG-FOUND-SWITCH.
           IF WS-CATALOG-OPEN
               MOVE WS-MSG-ID TO MSG-ID
               MOVE LANGUAGE-CODE TO MSG-LANGUAGE
               READ MESSAGE-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MSG-FOUND TO TRUE
               END-READ
               IF NOT WS-MSG-FOUND AND LANGUAGE-CODE NOT = "EN"
                   MOVE "EN" TO MSG-LANGUAGE
                   READ MESSAGE-CATALOG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-MSG-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.
           IF WS-MSG-FOUND
               MOVE MSG-TEXT TO WS-MSG-TEXT-A
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
       END PROGRAM CUSTSTMT.
