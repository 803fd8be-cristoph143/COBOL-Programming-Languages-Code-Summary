           05 DA-MEMBER   PIC X.
           05 DA-DISCOUNT PIC 9(2)V99.
           05 DA-CUSTOMER PIC X(6).
           05 DA-DISCOUNT-BASIS PIC X(1).
           05 DA-CAMPAIGN PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-DISCOUNT-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
