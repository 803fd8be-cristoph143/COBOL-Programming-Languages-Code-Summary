      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of QTY-OPEN-ITEMS from the flat
      *          file PAYAPPLY used to rewrite whole every run to the
      *          keyed layout - order number as the record key and
      *          customer number as the alternate - written to
      *          QTY-OPEN-ITEMS-NEW; operations swap the new file in
      *          once the counts balance
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ORDER-NO
               ALTERNATE RECORD KEY IS OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ITEM-FILE.
       01  OLD-ITEM-RECORD PIC X(34).
       FD  NEW-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-CUSTOMER PIC X(6).
           05 OI-INVOICE-DATE PIC X(8).
           05 OI-NET  PIC 9(5)V99.
           05 OI-PAID PIC 9(5)V99.
           05 OI-STATUS PIC X(1).
               88 OI-IS-OPEN VALUE "O".
               88 OI-IS-PAID VALUE "P".
       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-ITEM-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "OLD QTY-OPEN-ITEMS NOT AVAILABLE - STATUS "
                       WS-OLD-STATUS
           ELSE
               OPEN OUTPUT NEW-ITEM-FILE
               PERFORM 100-READ-OLD-ITEM
               PERFORM UNTIL WS-OLD-STATUS = "10"
                   PERFORM 200-CONVERT-RECORD
                   PERFORM 100-READ-OLD-ITEM
               END-PERFORM
               CLOSE OLD-ITEM-FILE
               CLOSE NEW-ITEM-FILE
           END-IF.
           DISPLAY "RECORDS READ:    "WS-READ-COUNT.
           DISPLAY "RECORDS WRITTEN: "WS-WRITTEN-COUNT.
           DISPLAY "DUPLICATE ORDERS:"WS-DUPLICATE-COUNT.
           GOBACK.

       100-READ-OLD-ITEM.
           READ OLD-ITEM-FILE
               AT END MOVE "10" TO WS-OLD-STATUS
           END-READ.

      *    the old file was written in table order, so an order
      *    could in principle appear twice - the first one stands
      *    and the second is called out for collections to check
       200-CONVERT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE OLD-ITEM-RECORD TO OPEN-ITEM-RECORD.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "ORDER "OI-ORDER-NO" NOT CONVERTED"
                           " - STATUS "WS-NEW-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
       END PROGRAM OPENCONV.
