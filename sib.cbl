      *    the morning report lists anything at or below the point
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
      *    whether the item is taxable and under which tax code
           05 IM-TAXABLE PIC X(1).
               88 IM-IS-TAXABLE VALUE "Y".
           05 IM-TAX-CODE PIC X(4).
           05 FILLER PIC X(15).
       WORKING-STORAGE SECTION.
       01 WS-BAD-ROW-STATUS PIC X(2).
       01 WS-BAD-ROW-COUNT PIC 9(5) VALUE ZERO.
       910-SEED-ITEM-MASTER.
      *    a freshly seeded master holds no stock - counts arrive
      *    through the receipts feed once the office takes stock
           MOVE SPACES TO ITEM-MASTER-RECORD.
           MOVE ZERO TO IM-ON-HAND.
           MOVE ZERO TO IM-REORDER-POINT.
           MOVE "Y" TO IM-TAXABLE.
           MOVE "STD" TO IM-TAX-CODE.
           MOVE "ABC" TO IM-CODE.
           MOVE "ALPHA BRACKET" TO IM-DESCRIPTION.
           MOVE 12.50 TO IM-UNIT-PRICE.
