      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion for sales tax - rebuilds
      *          ITEM-MASTER with every item taxable under the
      *          standard tax code, written to ITEM-MASTER-NEW, and
      *          QTY-INVOICE-HISTORY with the tax fields zero (the
      *          invoices already on it were billed before tax was
      *          charged), written to QTY-INVOICE-HISTORY-NEW;
      *          operations swap both new files in once the counts
      *          balance and reclassify exempt items through ITEMMAINT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-IM-CODE
               FILE STATUS IS WS-OLD-ITEM-STATUS.
           SELECT NEW-ITEM-FILE ASSIGN TO "ITEM-MASTER-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-NEW-ITEM-STATUS.
           SELECT OLD-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-IH-ORDER-NO
               FILE STATUS IS WS-OLD-HISTORY-STATUS.
           SELECT NEW-HISTORY-FILE
               ASSIGN TO "QTY-INVOICE-HISTORY-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-ORDER-NO
               FILE STATUS IS WS-NEW-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ITEM-FILE.
       01  OLD-ITEM-RECORD.
           05 OLD-IM-CODE PIC X(3).
           05 FILLER PIC X(38).
       FD  NEW-ITEM-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
           05 IM-TAXABLE PIC X(1).
           05 IM-TAX-CODE PIC X(4).
           05 FILLER PIC X(15).
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 OLD-IH-ORDER-NO PIC X(5).
           05 FILLER PIC X(50).
       FD  NEW-HISTORY-FILE.
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
       WORKING-STORAGE SECTION.
       01 WS-OLD-ITEM-STATUS PIC X(2).
       01 WS-NEW-ITEM-STATUS PIC X(2).
       01 WS-OLD-HISTORY-STATUS PIC X(2).
       01 WS-NEW-HISTORY-STATUS PIC X(2).
       01 CONVERT-COUNTS.
           05 CV-ITEMS-READ PIC 9(6) VALUE ZERO.
           05 CV-ITEMS-WRITTEN PIC 9(6) VALUE ZERO.
           05 CV-HISTORY-READ PIC 9(6) VALUE ZERO.
           05 CV-HISTORY-WRITTEN PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-CONVERT-ITEMS.
           PERFORM 200-CONVERT-HISTORY.
           DISPLAY "ITEMS READ:      "CV-ITEMS-READ.
           DISPLAY "ITEMS WRITTEN:   "CV-ITEMS-WRITTEN.
           DISPLAY "HISTORY READ:    "CV-HISTORY-READ.
           DISPLAY "HISTORY WRITTEN: "CV-HISTORY-WRITTEN.
           GOBACK.

       100-CONVERT-ITEMS.
           OPEN INPUT OLD-ITEM-FILE.
           IF WS-OLD-ITEM-STATUS NOT = "00"
               DISPLAY "OLD ITEM-MASTER NOT AVAILABLE - STATUS "
                       WS-OLD-ITEM-STATUS
           ELSE
               OPEN OUTPUT NEW-ITEM-FILE
               PERFORM 110-READ-OLD-ITEM
               PERFORM UNTIL WS-OLD-ITEM-STATUS = "10"
                   ADD 1 TO CV-ITEMS-READ
                   MOVE SPACES TO ITEM-MASTER-RECORD
                   MOVE OLD-ITEM-RECORD TO ITEM-MASTER-RECORD (1:41)
                   MOVE "Y" TO IM-TAXABLE
                   MOVE "STD" TO IM-TAX-CODE
                   WRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ITEM "IM-CODE" NOT CONVERTED"
                                   " - STATUS "WS-NEW-ITEM-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CV-ITEMS-WRITTEN
                   END-WRITE
                   PERFORM 110-READ-OLD-ITEM
               END-PERFORM
               CLOSE OLD-ITEM-FILE
               CLOSE NEW-ITEM-FILE
           END-IF.

       110-READ-OLD-ITEM.
           READ OLD-ITEM-FILE
               AT END MOVE "10" TO WS-OLD-ITEM-STATUS
           END-READ.

       200-CONVERT-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-OLD-HISTORY-STATUS NOT = "00"
               DISPLAY "OLD QTY-INVOICE-HISTORY NOT AVAILABLE - "
                       "STATUS "WS-OLD-HISTORY-STATUS
           ELSE
               OPEN OUTPUT NEW-HISTORY-FILE
               PERFORM 210-READ-OLD-HISTORY
               PERFORM UNTIL WS-OLD-HISTORY-STATUS = "10"
                   ADD 1 TO CV-HISTORY-READ
                   MOVE OLD-HISTORY-RECORD TO
                       INVOICE-HISTORY-RECORD (1:55)
                   MOVE SPACES TO IH-TAX-CODE
                   MOVE ZERO TO IH-TAXABLE-NET
                   MOVE ZERO TO IH-TAX
                   MOVE ZERO TO IH-CREDITED-TAX
                   WRITE INVOICE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "ORDER "IH-ORDER-NO
                                   " NOT CONVERTED - STATUS "
                                   WS-NEW-HISTORY-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CV-HISTORY-WRITTEN
                   END-WRITE
                   PERFORM 210-READ-OLD-HISTORY
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
               CLOSE NEW-HISTORY-FILE
           END-IF.

       210-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE
               AT END MOVE "10" TO WS-OLD-HISTORY-STATUS
           END-READ.
       END PROGRAM TAXCONV.
