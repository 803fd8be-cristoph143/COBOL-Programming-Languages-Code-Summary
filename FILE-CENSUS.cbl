           SELECT SEQ-ORDERCOMBINED ASSIGN TO "ORDER-COMBINED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEN-OI-ORDER-NO
               ALTERNATE RECORD KEY IS CEN-OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT SEQ-ITEMSALESHISTORY ASSIGN TO "ITEM-SALES-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ITEM-MASTER-FILE.
       01  CEN-ITEMMASTER-RECORD.
           05 CEN-IM-CODE PIC X(3).
           05 FILLER PIC X(58).
       FD  OPERATOR-FILE.
       01  CEN-OPERATORFILE-RECORD.
           05 CEN-OP-ID PIC X(8).
           05 FILLER PIC X(62).
       FD  MONTH-BALANCE-FILE.
       01  CEN-MONTHBALANCE-RECORD.
           05 CEN-MB-KEY PIC X(9).
       01  SEQ-ORDERDETAIL-RECORD PIC X(200).
       FD  SEQ-ORDERCOMBINED.
       01  SEQ-ORDERCOMBINED-RECORD PIC X(200).
       FD  OPEN-ITEM-FILE.
       01  CEN-QTYOPENITEMS-RECORD.
           05 CEN-OI-ORDER-NO PIC X(5).
           05 CEN-OI-CUSTOMER PIC X(6).
           05 FILLER PIC X(37).
       FD  SEQ-ITEMSALESHISTORY.
       01  SEQ-ITEMSALESHISTORY-RECORD PIC X(200).
       WORKING-STORAGE SECTION.

       220-COUNT-QTY-OPEN-ITEMS.
           MOVE ZERO TO WS-THIS-COUNT.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 220-READ-ONE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO WS-THIS-COUNT
                   PERFORM 220-READ-ONE
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.
           MOVE "QTY-OPEN-ITEMS" TO WS-CE-NAME (21).
           MOVE WS-THIS-COUNT TO WS-CE-COUNT (21).
           MOVE 21 TO WS-CENSUS-COUNT.

       220-READ-ONE.
           READ OPEN-ITEM-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

