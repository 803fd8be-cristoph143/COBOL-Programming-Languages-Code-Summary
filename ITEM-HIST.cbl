      * Purpose: Item-level sales history - the default run rolls the
      *          day's matched lines from ORDER-COMBINED into the
      *          dated ITEM-SALES-HISTORY file (count and extended
      *          value per item code per day, priced off ITEM-MASTER,
      *          with the cost of goods and the discount given),
      *          clearing any earlier records for the same date first
      *          so a rerun posts the day exactly once; run with
      *          WEEKLY or MONTHLY on the command line for the trend
      *    the morning report lists anything at or below the point
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
      *    whether the item is taxable and under which tax code
           05 IM-TAXABLE PIC X(1).
               88 IM-IS-TAXABLE VALUE "Y".
           05 IM-TAX-CODE PIC X(4).
           05 FILLER PIC X(6).
      *    weighted-average cost, kept up by STOCKPOST
           05 IM-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X(2).
      *    one record per item code per day - the raw series the
      *    weekly and monthly item reports aggregate
       FD  SALES-HISTORY-FILE.
           05 SH-ITEM-CODE PIC X(3).
           05 SH-COUNT PIC 9(5).
           05 SH-VALUE PIC 9(9)V99.
      *    the cost of the goods at the day's average cost and the
      *    discount the lines were priced at - days rolled before
      *    costing carry neither
           05 SH-COST PIC 9(9)V99.
           05 SH-DISCOUNT PIC 9(9)V99.
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD PIC X(49).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-COMBINED-STATUS PIC X(2).
               10 WS-DY-CODE PIC X(3).
               10 WS-DY-COUNT PIC 9(5).
               10 WS-DY-VALUE PIC 9(9)V99.
               10 WS-DY-COST PIC 9(9)V99.
               10 WS-DY-DISCOUNT PIC 9(9)V99.
       01 WS-CHECK-CODE PIC X(3).
       01 WS-UNIT-PRICE PIC 9(5)V99 VALUE ZERO.
       01 WS-UNIT-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-LINE-DISCOUNT PIC 9(7)V99 VALUE ZERO.
      *    the line's quantity - an unstamped legacy line counts one
       01 WS-LINE-QTY PIC 9(3) VALUE 1.
       01 WS-ITEM-FOUND-SWITCH PIC X(1) VALUE "N".

       310-TALLY-ONE-CODE.
           MOVE ZERO TO WS-UNIT-PRICE.
           MOVE ZERO TO WS-UNIT-COST.
           IF WS-ITEM-OPEN
               MOVE WS-CHECK-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-UNIT-PRICE TO WS-UNIT-PRICE
                       IF IM-UNIT-COST IS NUMERIC
                           MOVE IM-UNIT-COST TO WS-UNIT-COST
                       END-IF
               END-READ
           END-IF.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
               COMPUTE WS-DY-VALUE (DY-IDX) =
                   WS-DY-VALUE (DY-IDX)
                   + WS-UNIT-PRICE * WS-LINE-QTY
               COMPUTE WS-DY-COST (DY-IDX) =
                   WS-DY-COST (DY-IDX)
                   + WS-UNIT-COST * WS-LINE-QTY
               IF CO-DISCOUNT IS NUMERIC
                   COMPUTE WS-LINE-DISCOUNT ROUNDED =
                       WS-UNIT-PRICE * WS-LINE-QTY * CO-DISCOUNT / 100
                   ADD WS-LINE-DISCOUNT TO WS-DY-DISCOUNT (DY-IDX)
               END-IF
           END-IF.

       320-ADD-NEW-DAY-ITEM.
               MOVE WS-CHECK-CODE TO WS-DY-CODE (DY-IDX)
               MOVE ZERO TO WS-DY-COUNT (DY-IDX)
               MOVE ZERO TO WS-DY-VALUE (DY-IDX)
               MOVE ZERO TO WS-DY-COST (DY-IDX)
               MOVE ZERO TO WS-DY-DISCOUNT (DY-IDX)
               SET WS-ITEM-FOUND TO TRUE
           END-IF.

           MOVE WS-DY-CODE (DY-IDX) TO SH-ITEM-CODE.
           MOVE WS-DY-COUNT (DY-IDX) TO SH-COUNT.
           MOVE WS-DY-VALUE (DY-IDX) TO SH-VALUE.
           MOVE WS-DY-COST (DY-IDX) TO SH-COST.
           MOVE WS-DY-DISCOUNT (DY-IDX) TO SH-DISCOUNT.
           WRITE SALES-HISTORY-RECORD.

      *    bucket the history by period and item, then print - the
