      *    the morning report lists anything at or below the point
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
      *    whether the item is taxable and under which tax code
           05 IM-TAXABLE PIC X(1).
               88 IM-IS-TAXABLE VALUE "Y".
           05 IM-TAX-CODE PIC X(4).
           05 FILLER PIC X(15).
      *    how far the keyed VOP may sit from the line-item total,
      *    as a whole percentage - operations set this, default 5
       FD  TOLERANCE-CONTROL-FILE.
