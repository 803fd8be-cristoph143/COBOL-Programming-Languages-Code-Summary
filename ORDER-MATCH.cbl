           05 DA-MEMBER   PIC X.
           05 DA-DISCOUNT PIC 9(2)V99.
           05 DA-CUSTOMER PIC X(6).
           05 DA-DISCOUNT-BASIS PIC X(1).
           05 DA-CAMPAIGN PIC X(6).
      *    sort work for each side of the pairing - the merge reads
      *    both sides in order-number sequence off these
       SD  DETAIL-SORT-FILE.
       SD  PRICED-SORT-FILE.
       01  PRICED-SORT-RECORD.
           05 SRT-P-ORDER-NO   PIC X(5).
           05 SRT-P-REST       PIC X(23).
       FD  DETAIL-SORTED-FILE.
       01  DETAIL-SORTED-RECORD.
           05 DS-ORDER-NO   PIC X(5).
           05 PS-MEMBER   PIC X.
           05 PS-DISCOUNT PIC 9(2)V99.
           05 PS-CUSTOMER PIC X(6).
           05 PS-DISCOUNT-BASIS PIC X(1).
           05 PS-CAMPAIGN PIC X(6).
      *    one line per matched line item - the item fields and the
      *    pricing that was applied to the order they belong to
       FD  COMBINED-ORDER-FILE.
