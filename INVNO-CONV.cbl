      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion for invoice numbering - rebuilds
      *          QTY-OPEN-ITEMS and QTY-INVOICE-HISTORY with room for
      *          the invoice number, written to QTY-OPEN-ITEMS-NEW and
      *          QTY-INVOICE-HISTORY-NEW; everything already on file
      *          was billed before numbering and carries number zero,
      *          which INVAUDIT counts apart from the sequence;
      *          operations swap both new files in once the counts
      *          balance
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVNOCONV.
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
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-NEW-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OPEN-FILE.
       01  OLD-OPEN-RECORD.
           05 OLD-OI-ORDER-NO PIC X(5).
           05 FILLER PIC X(29).
       FD  NEW-OPEN-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-CUSTOMER PIC X(6).
           05 OI-INVOICE-DATE PIC X(8).
           05 OI-NET  PIC 9(5)V99.
           05 OI-PAID PIC 9(5)V99.
           05 OI-STATUS PIC X(1).
           05 OI-INVOICE-NO PIC 9(7).
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 OLD-IH-ORDER-NO PIC X(5).
           05 FILLER PIC X(75).
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
           05 IH-INVOICE-NO PIC 9(7).
       WORKING-STORAGE SECTION.
       01 WS-OLD-OPEN-STATUS PIC X(2).
       01 WS-NEW-OPEN-STATUS PIC X(2).
       01 WS-OLD-HISTORY-STATUS PIC X(2).
       01 WS-NEW-HISTORY-STATUS PIC X(2).
       01 CONVERT-COUNTS.
           05 CV-OPEN-READ PIC 9(6) VALUE ZERO.
           05 CV-OPEN-WRITTEN PIC 9(6) VALUE ZERO.
           05 CV-HISTORY-READ PIC 9(6) VALUE ZERO.
           05 CV-HISTORY-WRITTEN PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-CONVERT-OPEN-ITEMS.
           PERFORM 200-CONVERT-HISTORY.
           DISPLAY "OPEN ITEMS READ:    "CV-OPEN-READ.
           DISPLAY "OPEN ITEMS WRITTEN: "CV-OPEN-WRITTEN.
           DISPLAY "HISTORY READ:       "CV-HISTORY-READ.
           DISPLAY "HISTORY WRITTEN:    "CV-HISTORY-WRITTEN.
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
                   MOVE OLD-OPEN-RECORD TO OPEN-ITEM-RECORD (1:34)
                   MOVE ZERO TO OI-INVOICE-NO
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
                       INVOICE-HISTORY-RECORD (1:80)
                   MOVE ZERO TO IH-INVOICE-NO
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
       END PROGRAM INVNOCONV.
