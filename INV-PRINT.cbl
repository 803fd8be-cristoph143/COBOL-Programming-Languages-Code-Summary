      *          into a formatted document on QTY-INVOICE-PRINT:
      *          bill-to details off the customer master, the order's
      *          line items with descriptions off ITEM-MASTER by way
      *          of ORDER-COMBINED, discount, net and sales tax,
      *          under its own invoice number, with page headings
      *          and numbering - something that can actually be
      *          handed to a customer instead of bare amounts;
      *          accounts flagged for electronic billing get theirs
      *          from EINVEXPT and are left off the paper run
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INVOICE-PRINT-FILE ASSIGN TO "QTY-INVOICE-PRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT MAILING-REQUEST-FILE ASSIGN TO "MAILING-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
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
       FD  COMBINED-ORDER-FILE.
       01  COMBINED-ORDER-RECORD.
           05 CO-ORDER-NO   PIC X(5).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 CM-TAX-EXEMPT PIC X(1).
      *    an account billed by file gets its invoices from EINVEXPT
      *    and no paper copy from here
           05 CM-E-BILLING PIC X(1).
               88 CM-IS-E-BILLING VALUE "Y".
           05 FILLER PIC X(2).
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
           05 FILLER PIC X(15).
       FD  INVOICE-PRINT-FILE.
       01  PRINT-LINE PIC X(80).
      *    each customer this run put a document in the post to -
      *    MAILLABEL turns the day's requests into address labels
       FD  MAILING-REQUEST-FILE.
       01  MAILING-REQUEST-RECORD.
           05 MQ-RUN-NAME PIC X(10).
           05 MQ-RUN-DATE PIC X(8).
           05 MQ-CUSTOMER PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-MAILQ-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
           88 WS-ITEM-OPEN VALUE "Y".
       01 WS-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-E-BILLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-E-BILLING-SWITCH PIC X(1) VALUE "N".
           88 WS-BILLED-BY-FILE VALUE "Y".
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BILL-TO-NAME PIC X(20) VALUE SPACES.
       01 WS-CUST-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-GROSS-EDIT PIC $$$,$$9.99.
       01 WS-DISCOUNT-EDIT PIC $$$,$$9.99.
       01 WS-NET-EDIT PIC $$$,$$9.99.
       01 WS-TAX-EDIT PIC $$$,$$9.99.
       01 WS-TOTAL-DUE-EDIT PIC $$$,$$9.99.
       01 WS-POINTS-DOLLARS-EDIT PIC $$$,$$9.99.
       01 WS-POINTS-EDIT PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-DUE PIC 9(6)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
               DISPLAY "NO INVOICE FILE - NOTHING TO PRINT"
           ELSE
               OPEN OUTPUT INVOICE-PRINT-FILE
               PERFORM 920-OPEN-MAILING-REQUESTS
               PERFORM 110-READ-INVOICE
               PERFORM UNTIL WS-INVOICE-STATUS = "10"
                   IF IN-ORDER-NO = "TOTAL"
                       CONTINUE
                   ELSE
                       PERFORM 300-RESOLVE-BILL-TO
                       IF WS-BILLED-BY-FILE
                           ADD 1 TO WS-E-BILLED-COUNT
                       ELSE
                           PERFORM 200-PRINT-ONE-INVOICE
                           IF WS-CUST-JR IS NUMERIC
                               AND WS-CUST-JR NOT = "000000"
                               PERFORM 500-QUEUE-MAILING-LABEL
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 110-READ-INVOICE
               END-PERFORM
               CLOSE INVOICE-FILE
               CLOSE INVOICE-PRINT-FILE
               CLOSE MAILING-REQUEST-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE ITEM-MASTER-FILE
           END-IF.
           DISPLAY "INVOICES PRINTED: "WS-INVOICE-COUNT.
           DISPLAY "BILLED BY FILE:   "WS-E-BILLED-COUNT.
           GOBACK.

       110-READ-INVOICE.
       200-PRINT-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO PRINT-LINE.
           STRING "INVOICE " IN-INVOICE-NO
                  "  ORDER " IN-ORDER-NO
                  "  DATE " WS-RUN-DATE
                  "  PAGE " WS-PAGE-NUMBER
                  DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "GROSS " WS-GROSS-EDIT
                  "  DISCOUNT " WS-DISCOUNT-EDIT
                  "  NET " WS-NET-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
      *    a discount that came from a promotion names its code
           IF IN-DISCOUNT-BASIS = "P"
               MOVE SPACES TO PRINT-LINE
               STRING "DISCOUNT IS PROMOTION " IN-CAMPAIGN
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
      *    loyalty points redeemed are a discount line of their own,
      *    already taken off the net; points the order earned are
      *    told to the customer without a value
           IF IN-POINTS-REDEEMED > ZERO
               MOVE IN-POINTS-REDEEMED TO WS-POINTS-EDIT
               MOVE IN-POINTS-DOLLARS TO WS-POINTS-DOLLARS-EDIT
               MOVE SPACES TO PRINT-LINE
               STRING "LOYALTY POINTS REDEEMED " WS-POINTS-EDIT
                      "  LESS " WS-POINTS-DOLLARS-EDIT
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF IN-POINTS-EARNED > ZERO
               MOVE IN-POINTS-EARNED TO WS-POINTS-EDIT
               MOVE SPACES TO PRINT-LINE
               STRING "LOYALTY POINTS EARNED   " WS-POINTS-EDIT
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
      *    the sales tax charged on the net, and what the customer
      *    actually owes
           COMPUTE WS-TOTAL-DUE = IN-NET + IN-TAX.
           MOVE IN-TAX TO WS-TAX-EDIT.
           MOVE WS-TOTAL-DUE TO WS-TOTAL-DUE-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "SALES TAX " WS-TAX-EDIT
                  "  TOTAL DUE " WS-TOTAL-DUE-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

      *    the account the pricing run billed - a blank customer is
      *    a walk-in order and says so on the document; an account
      *    billed by file is flagged so the paper copy is skipped
       300-RESOLVE-BILL-TO.
           MOVE "N" TO WS-E-BILLING-SWITCH.
           MOVE "WALK-IN CUSTOMER" TO WS-BILL-TO-NAME.
           MOVE IN-CUSTOMER TO WS-CUST-JR.
           INSPECT WS-CUST-JR REPLACING LEADING SPACE BY ZERO.
                           WS-BILL-TO-NAME
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-BILL-TO-NAME
                       IF CM-IS-E-BILLING
                           MOVE "Y" TO WS-E-BILLING-SWITCH
                       END-IF
               END-READ
           END-IF.

               END-READ
           END-IF.

      *    ask for a label for the account just sent a paper invoice
       500-QUEUE-MAILING-LABEL.
           MOVE "INVPRINT" TO MQ-RUN-NAME.
           MOVE WS-RUN-DATE TO MQ-RUN-DATE.
           MOVE WS-CUST-JR TO MQ-CUSTOMER.
           WRITE MAILING-REQUEST-RECORD.

       900-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
                       "AS BARE CODES"
           END-IF.

      *    requests accumulate across the day's runs until
      *    MAILLABEL has worked them
       920-OPEN-MAILING-REQUESTS.
           OPEN EXTEND MAILING-REQUEST-FILE.
           IF WS-MAILQ-STATUS NOT = "00"
               OPEN OUTPUT MAILING-REQUEST-FILE
           END-IF.

      *    the processing date off the control record, with the
      *    machine date only as the backstop when no control is on
      *    file - DATE-ROLL maintains the record between days
