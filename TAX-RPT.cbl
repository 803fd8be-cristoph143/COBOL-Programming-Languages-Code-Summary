      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly sales tax liability report - totals the
      *          month's invoices off QTY-INVOICE-HISTORY by tax
      *          code: taxable sales, exempt sales and tax collected,
      *          with the tax since credited back on returns, onto
      *          TAX-LIABILITY-REPORT for the return that pays the
      *          tax over; a YYYYMM on the command line reports that
      *          month, otherwise the month of the processing date
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLIAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IH-ORDER-NO
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TAX-LIABILITY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X(20) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-PERIOD PIC X(6).
       01 WS-EXEMPT-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-WANTED-CODE PIC X(4).
      *    one row per tax code met in the month - an invoice from
      *    before tax was charged carries no code and totals under
      *    NONE
       01 WS-CODE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CODES-NOT-HELD PIC 9(5) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-TC OCCURS 100 TIMES INDEXED BY TC-IDX.
               10 WS-TC-CODE PIC X(4).
               10 WS-TC-INVOICES PIC 9(5).
               10 WS-TC-TAXABLE PIC 9(9)V99.
               10 WS-TC-EXEMPT PIC 9(9)V99.
               10 WS-TC-TAX PIC 9(9)V99.
       01 WS-CODE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CODE-FOUND VALUE "Y".
       01 LIABILITY-TOTALS.
           05 TX-INVOICE-COUNT PIC 9(7) VALUE ZERO.
           05 TX-TAXABLE-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 TX-EXEMPT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 TX-TAX-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 TX-CREDITED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-COUNT-EDIT PIC ZZ,ZZ9.
       01 WS-TAXABLE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EXEMPT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TAX-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDITED-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           IF WS-RUN-MODE (1:6) IS NUMERIC
               AND WS-RUN-MODE (5:2) >= "01"
               AND WS-RUN-MODE (5:2) <= "12"
               MOVE WS-RUN-MODE (1:6) TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE - STATUS "
                       WS-HISTORY-STATUS
           ELSE
               PERFORM 100-READ-HISTORY
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   IF IH-INVOICE-DATE (1:6) = WS-PERIOD
                       PERFORM 200-TAKE-INVOICE
                   END-IF
                   PERFORM 100-READ-HISTORY
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
               PERFORM 400-PRINT-REPORT
           END-IF.
           DISPLAY "TAX LIABILITY - PERIOD "WS-PERIOD.
           DISPLAY "  INVOICES:        "TX-INVOICE-COUNT.
           DISPLAY "  TAXABLE SALES:   "TX-TAXABLE-TOTAL.
           DISPLAY "  EXEMPT SALES:    "TX-EXEMPT-TOTAL.
           DISPLAY "  TAX COLLECTED:   "TX-TAX-TOTAL.
           IF WS-CODES-NOT-HELD > ZERO
               DISPLAY "  *** CODE TABLE FULL - "WS-CODES-NOT-HELD
                       " INVOICE(S) LEFT OFF THE CODE LINES"
           END-IF.
           GOBACK.

       100-READ-HISTORY.
           READ INVOICE-HISTORY-FILE NEXT
               AT END MOVE "10" TO WS-HISTORY-STATUS
           END-READ.

      *    the part of the net that was not taxed is exempt sales -
      *    exempt items and exempt accounts alike
       200-TAKE-INVOICE.
           MOVE IH-TAX-CODE TO WS-WANTED-CODE.
           IF WS-WANTED-CODE = SPACES
               MOVE "NONE" TO WS-WANTED-CODE
           END-IF.
           MOVE ZERO TO WS-EXEMPT-AMOUNT.
           IF IH-NET > IH-TAXABLE-NET
               COMPUTE WS-EXEMPT-AMOUNT = IH-NET - IH-TAXABLE-NET
           END-IF.
           ADD 1 TO TX-INVOICE-COUNT.
           ADD IH-TAXABLE-NET TO TX-TAXABLE-TOTAL.
           ADD WS-EXEMPT-AMOUNT TO TX-EXEMPT-TOTAL.
           ADD IH-TAX TO TX-TAX-TOTAL.
           ADD IH-CREDITED-TAX TO TX-CREDITED-TOTAL.
           PERFORM 210-FIND-CODE.
           IF NOT WS-CODE-FOUND
               IF WS-CODE-COUNT < 100
                   ADD 1 TO WS-CODE-COUNT
                   SET TC-IDX TO WS-CODE-COUNT
                   MOVE WS-WANTED-CODE TO WS-TC-CODE (TC-IDX)
                   MOVE ZERO TO WS-TC-INVOICES (TC-IDX)
                   MOVE ZERO TO WS-TC-TAXABLE (TC-IDX)
                   MOVE ZERO TO WS-TC-EXEMPT (TC-IDX)
                   MOVE ZERO TO WS-TC-TAX (TC-IDX)
                   SET WS-CODE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CODES-NOT-HELD
               END-IF
           END-IF.
           IF WS-CODE-FOUND
               ADD 1 TO WS-TC-INVOICES (TC-IDX)
               ADD IH-TAXABLE-NET TO WS-TC-TAXABLE (TC-IDX)
               ADD WS-EXEMPT-AMOUNT TO WS-TC-EXEMPT (TC-IDX)
               ADD IH-TAX TO WS-TC-TAX (TC-IDX)
           END-IF.

       210-FIND-CODE.
           MOVE "N" TO WS-CODE-FOUND-SWITCH.
           SET TC-IDX TO 1.
           SEARCH WS-TC
               AT END
                   CONTINUE
               WHEN TC-IDX > WS-CODE-COUNT
                   CONTINUE
               WHEN WS-TC-CODE (TC-IDX) = WS-WANTED-CODE
                   SET WS-CODE-FOUND TO TRUE
           END-SEARCH.

      *    one line per tax code, then the month's totals
       400-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SALES TAX LIABILITY - PERIOD " WS-PERIOD
                  "  RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CODE  INVOICES   TAXABLE SALES" TO REPORT-LINE.
           MOVE "     EXEMPT SALES    TAX COLLECTED" TO
               REPORT-LINE (31:34).
           WRITE REPORT-LINE.
           PERFORM 410-PRINT-CODE-LINE
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-CODE-COUNT.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TX-INVOICE-COUNT TO WS-COUNT-EDIT.
           MOVE TX-TAXABLE-TOTAL TO WS-TAXABLE-EDIT.
           MOVE TX-EXEMPT-TOTAL TO WS-EXEMPT-EDIT.
           MOVE TX-TAX-TOTAL TO WS-TAX-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL   " WS-COUNT-EDIT "  " WS-TAXABLE-EDIT
                  "   " WS-EXEMPT-EDIT "   " WS-TAX-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *    a return credits the tax back against the invoice it was
      *    charged on, so the month's tax less this is what is owed
           MOVE TX-CREDITED-TOTAL TO WS-CREDITED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TAX SINCE CREDITED ON RETURNS OF THESE INVOICES "
                  WS-CREDITED-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       410-PRINT-CODE-LINE.
           MOVE WS-TC-INVOICES (TC-IDX) TO WS-COUNT-EDIT.
           MOVE WS-TC-TAXABLE (TC-IDX) TO WS-TAXABLE-EDIT.
           MOVE WS-TC-EXEMPT (TC-IDX) TO WS-EXEMPT-EDIT.
           MOVE WS-TC-TAX (TC-IDX) TO WS-TAX-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-TC-CODE (TC-IDX) "    " WS-COUNT-EDIT "  "
                  WS-TAXABLE-EDIT "   " WS-EXEMPT-EDIT "   "
                  WS-TAX-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

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
       END PROGRAM TAXLIAB.
