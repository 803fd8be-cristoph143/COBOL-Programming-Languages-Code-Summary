      ******************************************************************
      * Author:
      * Date:
      * Purpose: Invoice number audit - walks QTY-INVOICE-HISTORY in
      *          invoice number order and accounts for every number
      *          from 1 up to the last one INVOICE-NUMBER-CONTROL has
      *          handed out: a number billed twice is a DUPLICATE, a
      *          missing number on INVOICE-VOIDS is VOIDED with its
      *          reason, and any other missing number is a GAP for
      *          accounts to chase; the findings go onto
      *          INVOICE-AUDIT-REPORT, run at each period end
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-ORDER-NO
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT INVOICE-NUMBER-CONTROL-FILE
               ASSIGN TO "INVOICE-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVNO-STATUS.
           SELECT INVOICE-VOID-FILE ASSIGN TO "INVOICE-VOIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INVOICE-AUDIT-REPORT"
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
       FD  INVOICE-NUMBER-CONTROL-FILE.
       01  INVOICE-NUMBER-CONTROL-RECORD.
           05 CTL-LAST-INVOICE-NUMBER PIC 9(7).
       FD  INVOICE-VOID-FILE.
       01  INVOICE-VOID-RECORD.
           05 VD-INVOICE-NO PIC 9(7).
           05 VD-ORDER-NO PIC X(5).
           05 VD-VOID-DATE PIC X(8).
           05 VD-REASON PIC X(30).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-INVNO-STATUS PIC X(2).
       01 WS-VOID-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-LAST-ISSUED PIC 9(7) VALUE ZERO.
       01 WS-PREVIOUS-NO PIC 9(7) VALUE ZERO.
       01 WS-MISSING-NO PIC 9(7) VALUE ZERO.
       01 WS-MISSING-TO PIC 9(7) VALUE ZERO.
      *    the voids held in core so each missing number can be
      *    looked up as the sequence is walked
       01 WS-VOID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VOIDS-NOT-HELD PIC 9(5) VALUE ZERO.
       01 WS-VOID-TABLE.
           05 WS-VT OCCURS 5000 TIMES INDEXED BY VT-IDX.
               10 WS-VT-INVOICE-NO PIC 9(7).
               10 WS-VT-ORDER-NO PIC X(5).
               10 WS-VT-VOID-DATE PIC X(8).
               10 WS-VT-REASON PIC X(30).
       01 WS-VOID-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-VOID-FOUND VALUE "Y".
       01 AUDIT-COUNTS.
           05 AU-NUMBERED PIC 9(7) VALUE ZERO.
           05 AU-UNNUMBERED PIC 9(7) VALUE ZERO.
           05 AU-DUPLICATES PIC 9(7) VALUE ZERO.
           05 AU-VOIDED PIC 9(7) VALUE ZERO.
           05 AU-GAPS PIC 9(7) VALUE ZERO.
       01 WS-NUMBER-EDIT PIC Z(6)9.
       01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 100-LOAD-CONTROL.
           PERFORM 110-LOAD-VOIDS.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE - STATUS "
                       WS-HISTORY-STATUS
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM 300-PRINT-HEADING
               MOVE ZERO TO IH-INVOICE-NO
               START INVOICE-HISTORY-FILE
                   KEY IS >= IH-INVOICE-NO
                   INVALID KEY MOVE "10" TO WS-HISTORY-STATUS
               END-START
               IF WS-HISTORY-STATUS NOT = "10"
                   PERFORM 200-READ-HISTORY
               END-IF
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   PERFORM 210-CHECK-INVOICE
                   PERFORM 200-READ-HISTORY
               END-PERFORM
      *        numbers handed out after the highest one on file
               IF WS-LAST-ISSUED > WS-PREVIOUS-NO
                   MOVE WS-LAST-ISSUED TO WS-MISSING-TO
                   PERFORM 220-ACCOUNT-FOR-MISSING
               END-IF
               CLOSE INVOICE-HISTORY-FILE
               PERFORM 320-PRINT-TOTALS
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY "INVOICE NUMBER AUDIT - RUN "WS-RUN-DATE.
           DISPLAY "  LAST ISSUED:     "WS-LAST-ISSUED.
           DISPLAY "  NUMBERED:        "AU-NUMBERED.
           DISPLAY "  DUPLICATES:      "AU-DUPLICATES.
           DISPLAY "  VOIDED:          "AU-VOIDED.
           DISPLAY "  GAPS:            "AU-GAPS.
           DISPLAY "  BEFORE NUMBERING:"AU-UNNUMBERED.
           IF WS-VOIDS-NOT-HELD > ZERO
               DISPLAY "  *** VOID TABLE FULL - "WS-VOIDS-NOT-HELD
                       " VOID(S) NOT LOOKED UP"
           END-IF.
           GOBACK.

       100-LOAD-CONTROL.
           OPEN INPUT INVOICE-NUMBER-CONTROL-FILE.
           IF WS-INVNO-STATUS = "00"
               READ INVOICE-NUMBER-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-INVOICE-NUMBER TO WS-LAST-ISSUED
               END-READ
               CLOSE INVOICE-NUMBER-CONTROL-FILE
           END-IF.

       110-LOAD-VOIDS.
           OPEN INPUT INVOICE-VOID-FILE.
           IF WS-VOID-STATUS = "00"
               PERFORM 120-READ-VOID
               PERFORM UNTIL WS-VOID-STATUS = "10"
                   IF WS-VOID-COUNT < 5000
                       ADD 1 TO WS-VOID-COUNT
                       SET VT-IDX TO WS-VOID-COUNT
                       MOVE VD-INVOICE-NO TO WS-VT-INVOICE-NO (VT-IDX)
                       MOVE VD-ORDER-NO TO WS-VT-ORDER-NO (VT-IDX)
                       MOVE VD-VOID-DATE TO WS-VT-VOID-DATE (VT-IDX)
                       MOVE VD-REASON TO WS-VT-REASON (VT-IDX)
                   ELSE
                       ADD 1 TO WS-VOIDS-NOT-HELD
                   END-IF
                   PERFORM 120-READ-VOID
               END-PERFORM
               CLOSE INVOICE-VOID-FILE
           END-IF.

       120-READ-VOID.
           READ INVOICE-VOID-FILE
               AT END MOVE "10" TO WS-VOID-STATUS
           END-READ.

      *    in invoice number order - a duplicate key comes back with
      *    status 02, which is still a good read
       200-READ-HISTORY.
           READ INVOICE-HISTORY-FILE NEXT
               AT END MOVE "10" TO WS-HISTORY-STATUS
           END-READ.

      *    invoices billed before numbering carry zero and sit
      *    outside the sequence; everything else is checked against
      *    the number before it
       210-CHECK-INVOICE.
           IF IH-INVOICE-NO = ZERO
               ADD 1 TO AU-UNNUMBERED
           ELSE
               ADD 1 TO AU-NUMBERED
               IF IH-INVOICE-NO = WS-PREVIOUS-NO
                   ADD 1 TO AU-DUPLICATES
                   MOVE IH-INVOICE-NO TO WS-NUMBER-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-NUMBER-EDIT "  DUPLICATE  ORDER "
                          IH-ORDER-NO "  BILLED " IH-INVOICE-DATE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   IF IH-INVOICE-NO > WS-PREVIOUS-NO + 1
                       COMPUTE WS-MISSING-TO = IH-INVOICE-NO - 1
                       PERFORM 220-ACCOUNT-FOR-MISSING
                   END-IF
                   MOVE IH-INVOICE-NO TO WS-PREVIOUS-NO
               END-IF
           END-IF.

      *    every number from the one after the last seen up to
      *    WS-MISSING-TO is either voided or a gap
       220-ACCOUNT-FOR-MISSING.
           COMPUTE WS-MISSING-NO = WS-PREVIOUS-NO + 1.
           PERFORM UNTIL WS-MISSING-NO > WS-MISSING-TO
               PERFORM 230-REPORT-MISSING
               ADD 1 TO WS-MISSING-NO
           END-PERFORM.

       230-REPORT-MISSING.
           MOVE "N" TO WS-VOID-FOUND-SWITCH.
           PERFORM VARYING VT-IDX FROM 1 BY 1
               UNTIL VT-IDX > WS-VOID-COUNT OR WS-VOID-FOUND
               IF WS-VT-INVOICE-NO (VT-IDX) = WS-MISSING-NO
                   MOVE "Y" TO WS-VOID-FOUND-SWITCH
               END-IF
           END-PERFORM.
           MOVE WS-MISSING-NO TO WS-NUMBER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-VOID-FOUND
               SET VT-IDX DOWN BY 1
               ADD 1 TO AU-VOIDED
               STRING WS-NUMBER-EDIT "  VOIDED     ORDER "
                      WS-VT-ORDER-NO (VT-IDX) "  ON "
                      WS-VT-VOID-DATE (VT-IDX) "  "
                      WS-VT-REASON (VT-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO AU-GAPS
               STRING WS-NUMBER-EDIT "  GAP        NOT ON FILE"
                      " AND NOT VOIDED"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       300-PRINT-HEADING.
           MOVE WS-LAST-ISSUED TO WS-NUMBER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICE NUMBER AUDIT - RUN " WS-RUN-DATE
                  "  LAST ISSUED " WS-NUMBER-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INVOICE  FINDING" TO REPORT-LINE.
           WRITE REPORT-LINE.

       320-PRINT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AU-NUMBERED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICES NUMBERED      " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AU-DUPLICATES TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUPLICATE NUMBERS      " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AU-VOIDED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VOIDED NUMBERS         " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AU-GAPS TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GAPS                   " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AU-UNNUMBERED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BILLED BEFORE NUMBERING" WS-COUNT-EDIT
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
       END PROGRAM INVAUDIT.
