      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion for return credits on the open
      *          items - rebuilds QTY-OPEN-ITEMS with room for the
      *          credited amount, written to QTY-OPEN-ITEMS-NEW; an
      *          item whose order has had returns credited gets its
      *          net back at the invoiced net and tax off
      *          QTY-INVOICE-HISTORY with the credits carried beside
      *          it, and every other item carries nothing credited;
      *          operations swap the new file in once the counts
      *          balance
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPEN-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OI-ORDER-NO
               FILE STATUS IS WS-OLD-OPEN-STATUS.
           SELECT NEW-OPEN-FILE ASSIGN TO "QTY-OPEN-ITEMS-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ORDER-NO
               ALTERNATE RECORD KEY IS OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-NEW-OPEN-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-ORDER-NO
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OPEN-FILE.
       01  OLD-OPEN-RECORD.
           05 OLD-OI-ORDER-NO PIC X(5).
           05 FILLER PIC X(36).
       FD  NEW-OPEN-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-CUSTOMER PIC X(6).
           05 OI-INVOICE-DATE PIC X(8).
           05 OI-NET  PIC 9(5)V99.
           05 OI-PAID PIC 9(5)V99.
           05 OI-STATUS PIC X(1).
           05 OI-INVOICE-NO PIC 9(7).
           05 OI-CREDITED PIC 9(5)V99.
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
           05 IH-INVOICE-NO PIC 9(7).
       WORKING-STORAGE SECTION.
       01 WS-OLD-OPEN-STATUS PIC X(2).
       01 WS-NEW-OPEN-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-HISTORY-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-HISTORY-OPEN VALUE "Y".
       01 CONVERT-COUNTS.
           05 CV-OPEN-READ PIC 9(6) VALUE ZERO.
           05 CV-OPEN-WRITTEN PIC 9(6) VALUE ZERO.
           05 CV-CREDITED-RESTORED PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "QTY-INVOICE-HISTORY NOT AVAILABLE - STATUS "
                       WS-HISTORY-STATUS" - NOTHING SHOWN CREDITED"
           END-IF.
           PERFORM 100-CONVERT-OPEN-ITEMS.
           IF WS-HISTORY-OPEN
               CLOSE INVOICE-HISTORY-FILE
           END-IF.
           DISPLAY "OPEN ITEMS READ:    "CV-OPEN-READ.
           DISPLAY "OPEN ITEMS WRITTEN: "CV-OPEN-WRITTEN.
           DISPLAY "CREDITS RESTORED:   "CV-CREDITED-RESTORED.
           GOBACK.

       100-CONVERT-OPEN-ITEMS.
           OPEN INPUT OLD-OPEN-FILE.
           IF WS-OLD-OPEN-STATUS NOT = "00"
               DISPLAY "OLD QTY-OPEN-ITEMS NOT AVAILABLE - STATUS "
                       WS-OLD-OPEN-STATUS
           ELSE
               OPEN OUTPUT NEW-OPEN-FILE
               PERFORM 110-READ-OLD-OPEN
               PERFORM UNTIL WS-OLD-OPEN-STATUS = "10"
                   ADD 1 TO CV-OPEN-READ
                   MOVE OLD-OPEN-RECORD TO OPEN-ITEM-RECORD (1:41)
                   MOVE ZERO TO OI-CREDITED
                   IF WS-HISTORY-OPEN
                       PERFORM 120-RESTORE-CREDITED
                   END-IF
                   WRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "ORDER "OI-ORDER-NO
                                   " NOT CONVERTED - STATUS "
                                   WS-NEW-OPEN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CV-OPEN-WRITTEN
                   END-WRITE
                   PERFORM 110-READ-OLD-OPEN
               END-PERFORM
               CLOSE OLD-OPEN-FILE
               CLOSE NEW-OPEN-FILE
           END-IF.

       110-READ-OLD-OPEN.
           READ OLD-OPEN-FILE
               AT END MOVE "10" TO WS-OLD-OPEN-STATUS
           END-READ.

      *    returns used to come straight off the item's net - the
      *    history still holds the order as invoiced and what its
      *    returns have credited, so both go back on the item as
      *    long as it bills under the same invoice number
       120-RESTORE-CREDITED.
           MOVE OI-ORDER-NO TO IH-ORDER-NO.
           READ INVOICE-HISTORY-FILE
               KEY IS IH-ORDER-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IH-INVOICE-NO = OI-INVOICE-NO
                       AND IH-CREDITED-NET + IH-CREDITED-TAX > ZERO
                       COMPUTE OI-NET = IH-NET + IH-TAX
                       COMPUTE OI-CREDITED =
                           IH-CREDITED-NET + IH-CREDITED-TAX
                       ADD 1 TO CV-CREDITED-RESTORED
                   END-IF
           END-READ.
       END PROGRAM CREDITCONV.
