           05 DA-MEMBER   PIC X.
           05 DA-DISCOUNT PIC 9(2)V99.
           05 DA-CUSTOMER PIC X(6).
           05 DA-DISCOUNT-BASIS PIC X(1).
           05 DA-CAMPAIGN PIC X(6).
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 IN-ORDER-NO PIC X(5).
           05 IN-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 IN-NET      PIC 9(5)V99.
           05 IN-CUSTOMER PIC X(6).
           05 IN-TAX      PIC 9(5)V99.
           05 IN-INVOICE-NO PIC 9(7).
           05 IN-DISCOUNT-BASIS PIC X(1).
           05 IN-CAMPAIGN PIC X(6).
           05 IN-POINTS-REDEEMED PIC 9(7).
           05 IN-POINTS-DOLLARS PIC 9(5)V99.
           05 IN-POINTS-EARNED PIC 9(7).
       FD  DISCOUNT-HISTORY-FILE.
       01  DISCOUNT-HISTORY-RECORD.
           05 DH-RUN-DATE PIC X(8).
           05 BL-IN-GROSS PIC 9(9)V99 VALUE ZERO.
           05 BL-IN-DISCOUNT PIC 9(9)V99 VALUE ZERO.
           05 BL-IN-NET PIC 9(9)V99 VALUE ZERO.
           05 BL-IN-TAX PIC 9(9)V99 VALUE ZERO.
           05 BL-IN-POINTS-REDEEMED PIC 9(9) VALUE ZERO.
           05 BL-IN-POINTS-DOLLARS PIC 9(9)V99 VALUE ZERO.
           05 BL-IN-POINTS-EARNED PIC 9(9) VALUE ZERO.
           05 BL-DH-COUNT PIC 9(7) VALUE ZERO.
           05 BL-DH-GROSS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-LINE-AMOUNTS.
           05 TL-GROSS PIC 9(9)V99 VALUE ZERO.
           05 TL-DISCOUNT PIC 9(9)V99 VALUE ZERO.
           05 TL-NET PIC 9(9)V99 VALUE ZERO.
           05 TL-TAX PIC 9(9)V99 VALUE ZERO.
           05 TL-POINTS-REDEEMED PIC 9(9) VALUE ZERO.
           05 TL-POINTS-DOLLARS PIC 9(9)V99 VALUE ZERO.
           05 TL-POINTS-EARNED PIC 9(9) VALUE ZERO.
       01 WS-FAIL-COUNT PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       MOVE IN-GROSS TO TL-GROSS
                       MOVE IN-DISCOUNT-DOLLARS TO TL-DISCOUNT
                       MOVE IN-NET TO TL-NET
                       MOVE IN-TAX TO TL-TAX
                       MOVE IN-POINTS-REDEEMED TO TL-POINTS-REDEEMED
                       MOVE IN-POINTS-DOLLARS TO TL-POINTS-DOLLARS
                       MOVE IN-POINTS-EARNED TO TL-POINTS-EARNED
                   ELSE
                       ADD 1 TO BL-IN-COUNT
                       ADD IN-GROSS TO BL-IN-GROSS
                       ADD IN-DISCOUNT-DOLLARS TO BL-IN-DISCOUNT
                       ADD IN-NET TO BL-IN-NET
                       ADD IN-TAX TO BL-IN-TAX
                       ADD IN-POINTS-REDEEMED TO BL-IN-POINTS-REDEEMED
                       ADD IN-POINTS-DOLLARS TO BL-IN-POINTS-DOLLARS
                       ADD IN-POINTS-EARNED TO BL-IN-POINTS-EARNED
                   END-IF
                   PERFORM 210-READ-INVOICE
               END-PERFORM
               IF TL-GROSS NOT = BL-IN-GROSS
                   OR TL-DISCOUNT NOT = BL-IN-DISCOUNT
                   OR TL-NET NOT = BL-IN-NET
                   OR TL-TAX NOT = BL-IN-TAX
                   OR TL-POINTS-REDEEMED NOT = BL-IN-POINTS-REDEEMED
                   OR TL-POINTS-DOLLARS NOT = BL-IN-POINTS-DOLLARS
                   OR TL-POINTS-EARNED NOT = BL-IN-POINTS-EARNED
                   ADD 1 TO WS-FAIL-COUNT
                   DISPLAY "  *** INVOICE TOTAL LINE DOES NOT "
                           "EQUAL THE SUM OF ITS DETAILS"
