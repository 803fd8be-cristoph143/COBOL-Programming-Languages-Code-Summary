      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loyalty points desk - keys a customer's request to
      *          redeem points against an order number so QTYPRICING
      *          takes their value off that order's net as a discount
      *          line of its own, shows an account's balance and its
      *          ledger of earnings, redemptions and expiries, and
      *          sets the scheme's terms (points per dollar of net,
      *          the dollar value of a point, and the days without
      *          activity after which a balance expires); the terms
      *          are a rate like any other, so the rate permission
      *          guards them and every change is logged before and
      *          after
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPERATOR-ACTION-LOG-FILE
               ASSIGN TO "OPERATOR-ACTION-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-LOG-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT LOYALTY-CONTROL-FILE ASSIGN TO "LOYALTY-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-CONTROL-STATUS.
           SELECT LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY-ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-CUSTOMER
               FILE STATUS IS WS-LOYALTY-ACCOUNT-STATUS.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO "LOYALTY-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LOYALTY-LEDGER-STATUS.
           SELECT LOYALTY-REDEMPTION-FILE
               ASSIGN TO "LOYALTY-REDEMPTIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-ORDER-NO
               FILE STATUS IS WS-REDEMPTION-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOYALTY-MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    who may do what - one record per operator with a flag
      *    per guarded function; seeded with the ADMIN operator the
      *    first time the file does not exist
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID PIC X(8).
           05 OP-NAME PIC X(20).
           05 OP-MAY-DELETE-PLANETS  PIC X(1).
           05 OP-MAY-PURGE-CUSTOMERS PIC X(1).
           05 OP-MAY-CHANGE-RATES    PIC X(1).
           05 OP-MAY-ADMIN-OPERATORS PIC X(1).
           05 OP-MAY-MAINT-ITEMS     PIC X(1).
           05 OP-MAY-REOPEN-MONTHS   PIC X(1).
      *    the sign-on credential - password with its expiry date,
      *    the running count of straight failures, and the lock the
      *    third failure sets until an administrator clears it
           05 OP-PASSWORD PIC X(8).
           05 OP-PWD-EXPIRES PIC X(8).
           05 OP-FAIL-COUNT PIC 9(1).
           05 OP-LOCKED-FLAG PIC X(1).
           05 FILLER PIC X(2).
      *    the day of the last good sign-on, and the day an
      *    administrator last added or unlocked the id - the
      *    nightly dormancy sweep counts idle days from the later
           05 OP-LAST-SIGNON PIC X(8).
           05 OP-REINSTATED PIC X(8).
      *    one line per privileged action attempted - who, when,
      *    what, and whether the permission let it through
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    the loyalty scheme's terms - points earned per dollar of
      *    net, what a point is worth redeemed, and the days without
      *    activity after which a balance expires
       FD  LOYALTY-CONTROL-FILE.
       01  LOYALTY-CONTROL-RECORD.
           05 LC-EARN-RATE PIC 9(3)V99.
           05 LC-POINT-VALUE PIC 9(1)V9(4).
           05 LC-EXPIRY-DAYS PIC 9(4).
      *    each account's points balance, with what it has earned,
      *    redeemed and lost to expiry since it first earned, and
      *    the last date it earned or redeemed any
       FD  LOYALTY-ACCOUNT-FILE.
       01  LOYALTY-ACCOUNT-RECORD.
           05 LA-CUSTOMER PIC X(6).
           05 LA-BALANCE PIC 9(7).
           05 LA-LAST-ACTIVITY-DATE PIC X(8).
           05 LA-EARNED-TO-DATE PIC 9(9).
           05 LA-REDEEMED-TO-DATE PIC 9(9).
           05 LA-EXPIRED-TO-DATE PIC 9(9).
           05 LA-OPENED-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    every movement on a points balance, keyed by account and
      *    date
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           05 LL-KEY.
               10 LL-CUSTOMER PIC X(6).
               10 LL-DATE PIC X(8).
               10 LL-REFERENCE PIC X(5).
           05 LL-TYPE PIC X(1).
               88 LL-IS-ORDER VALUE "O".
               88 LL-IS-EXPIRY VALUE "E".
           05 LL-EARNED PIC 9(7).
           05 LL-REDEEMED PIC 9(7).
           05 LL-EXPIRED PIC 9(7).
           05 LL-REDEEM-DOLLARS PIC 9(5)V99.
           05 LL-BALANCE-AFTER PIC 9(7).
           05 FILLER PIC X(10).
      *    one redemption per order number - qty.cbl stamps the used
      *    date, points and dollars when the order prices against it
       FD  LOYALTY-REDEMPTION-FILE.
       01  LOYALTY-REDEMPTION-RECORD.
           05 LR-ORDER-NO PIC X(5).
           05 LR-CUSTOMER PIC X(6).
           05 LR-POINTS PIC 9(7).
           05 LR-KEYED-BY PIC X(8).
           05 LR-KEYED-DATE PIC X(8).
           05 LR-USED-DATE PIC X(8).
           05 LR-USED-POINTS PIC 9(7).
           05 LR-USED-DOLLARS PIC 9(5)V99.
           05 FILLER PIC X(10).
      *    who did what and when, with the record image before and
      *    after
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-LOYALTY-CONTROL-STATUS PIC X(2).
       01 WS-LOYALTY-ACCOUNT-STATUS PIC X(2).
       01 WS-LOYALTY-LEDGER-STATUS PIC X(2).
       01 WS-REDEMPTION-STATUS PIC X(2).
       01 WS-MAINT-AUDIT-STATUS PIC X(2).
       01 WS-SIGNED-ON-SWITCH PIC X(1) VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-KEYED-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SIGNON-DATE PIC X(8).
       01 WS-SIGNON-FAIL-TEXT PIC X(13) VALUE SPACES.
       01 WS-SIGNON-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 WS-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 WS-ACTION-VERDICT PIC X(7) VALUE SPACES.
       01 WS-ACTION-TIME PIC X(8).
       01 WS-MAY-CHANGE-RATES PIC X(1) VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-BEFORE-IMAGE PIC X(14) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(14) VALUE SPACES.
      *    the scheme's terms, as shipped until a control record is
      *    keyed - a point a dollar, a cent a point, and a year
      *    without activity
       01 WS-TERMS.
           05 WS-EARN-RATE PIC 9(3)V99 VALUE 1.00.
           05 WS-POINT-VALUE PIC 9(1)V9(4) VALUE 0.0100.
           05 WS-EXPIRY-DAYS PIC 9(4) VALUE 365.
       01 WS-NEW-TERMS.
           05 WS-NEW-EARN-RATE PIC 9(3)V99 VALUE ZERO.
           05 WS-NEW-POINT-VALUE PIC 9(1)V9(4) VALUE ZERO.
           05 WS-NEW-EXPIRY-DAYS PIC 9(4) VALUE ZERO.
       01 WS-EDIT-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-EDIT-OK VALUE "Y".
       01 WS-KEYED-NUMBER PIC X(6).
       01 WS-KEYED-NUMBER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-KEYED-ORDER PIC X(5).
       01 WS-KEYED-POINTS PIC X(7).
       01 WS-KEYED-POINTS-JR PIC X(7) JUSTIFIED RIGHT.
       01 WS-KEYED-POINTS-NUM REDEFINES WS-KEYED-POINTS-JR PIC 9(7).
       01 WS-KEYED-CONFIRM PIC X(1).
      *    keyed as NNN.NN and parsed with plain moves - the cents
      *    are optional
       01 WS-RATE-INPUT.
           05 WS-RATE-WHOLE PIC X(3).
           05 WS-RATE-DOT   PIC X(1).
           05 WS-RATE-CENTS PIC X(2).
       01 WS-RATE-WHOLE-JR PIC X(3) JUSTIFIED RIGHT.
       01 WS-RATE-WHOLE-NUM PIC 9(3) VALUE ZERO.
       01 WS-RATE-CENTS-NUM PIC 9(2) VALUE ZERO.
      *    keyed as N.NNNN - dollars and ten-thousandths
       01 WS-VALUE-INPUT.
           05 WS-VALUE-WHOLE PIC X(1).
           05 WS-VALUE-DOT   PIC X(1).
           05 WS-VALUE-FRACTION PIC X(4).
       01 WS-VALUE-WHOLE-NUM PIC 9(1) VALUE ZERO.
       01 WS-VALUE-FRACTION-NUM PIC 9(4) VALUE ZERO.
       01 WS-DAYS-INPUT PIC X(4).
       01 WS-DAYS-INPUT-JR PIC X(4) JUSTIFIED RIGHT.
       01 WS-DAYS-INPUT-NUM REDEFINES WS-DAYS-INPUT-JR PIC 9(4).
       01 WS-ACCOUNT-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-ACCOUNT-FOUND VALUE "Y".
       01 WS-REDEMPTION-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-REDEMPTION-FOUND VALUE "Y".
       01 WS-POINTS-DOLLARS PIC 9(7)V99 VALUE ZERO.
       01 WS-DOLLARS-EDIT PIC $$,$$$,$$9.99.
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-REDEEM  VALUE "R".
           88 ACTION-IS-CANCEL  VALUE "C".
           88 ACTION-IS-INQUIRE VALUE "I".
           88 ACTION-IS-TERMS   VALUE "P".
           88 ACTION-IS-EXIT    VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           PERFORM 800-READ-TERMS.
           OPEN I-O LOYALTY-ACCOUNT-FILE.
           IF WS-LOYALTY-ACCOUNT-STATUS = "35"
               OPEN OUTPUT LOYALTY-ACCOUNT-FILE
               CLOSE LOYALTY-ACCOUNT-FILE
               OPEN I-O LOYALTY-ACCOUNT-FILE
           END-IF.
           OPEN I-O LOYALTY-LEDGER-FILE.
           IF WS-LOYALTY-LEDGER-STATUS = "35"
               OPEN OUTPUT LOYALTY-LEDGER-FILE
               CLOSE LOYALTY-LEDGER-FILE
               OPEN I-O LOYALTY-LEDGER-FILE
           END-IF.
           OPEN I-O LOYALTY-REDEMPTION-FILE.
           IF WS-REDEMPTION-STATUS = "35"
               OPEN OUTPUT LOYALTY-REDEMPTION-FILE
               CLOSE LOYALTY-REDEMPTION-FILE
               OPEN I-O LOYALTY-REDEMPTION-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE LOYALTY-REDEMPTION-FILE.
           CLOSE LOYALTY-LEDGER-FILE.
           CLOSE LOYALTY-ACCOUNT-FILE.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "R)edeem on order  C)ancel redemption  "
                   "I)nquire  P)arameters  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-REDEEM
                   PERFORM 200-REDEEM-ON-ORDER
               WHEN ACTION-IS-CANCEL
                   PERFORM 300-CANCEL-REDEMPTION
               WHEN ACTION-IS-INQUIRE
                   PERFORM 400-INQUIRE-ACCOUNT
               WHEN ACTION-IS-TERMS
                   PERFORM 150-GUARDED-TERMS-ACTION
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    the scheme's terms price every order, so the rate
      *    permission guards them
       150-GUARDED-TERMS-ACTION.
           MOVE "CHANGE LOYALTY TERMS" TO WS-ACTION-TEXT.
           IF WS-MAY-CHANGE-RATES NOT = "Y"
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO CHANGE LOYALTY TERMS"
           ELSE
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               PERFORM 500-CHANGE-TERMS
           END-IF.

      *    a redemption names the order it comes off and the points
      *    to spend - the account must be on the master and hold the
      *    points now; pricing takes no more than the balance holds
      *    on the night, nor more than the order's net will take
       200-REDEEM-ON-ORDER.
           DISPLAY "ORDER NUMBER TO REDEEM AGAINST: ".
           ACCEPT WS-KEYED-ORDER.
           PERFORM 610-READ-REDEMPTION.
           IF WS-REDEMPTION-FOUND AND LR-USED-DATE NOT = SPACES
               DISPLAY "ORDER "WS-KEYED-ORDER" ALREADY PRICED WITH "
                       LR-USED-POINTS" POINTS ON "LR-USED-DATE
                       " - NOTHING CHANGED"
           ELSE
               PERFORM 600-ACCEPT-CUSTOMER-NUMBER
               MOVE WS-KEYED-NUMBER-JR TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE"
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER: "CM-NAME
                       PERFORM 210-TAKE-REDEMPTION
               END-READ
           END-IF.

       210-TAKE-REDEMPTION.
           PERFORM 620-READ-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND OR LA-BALANCE = ZERO
               DISPLAY "NO POINTS TO REDEEM"
           ELSE
               COMPUTE WS-POINTS-DOLLARS =
                   LA-BALANCE * WS-POINT-VALUE
               MOVE WS-POINTS-DOLLARS TO WS-DOLLARS-EDIT
               DISPLAY "BALANCE "LA-BALANCE" POINTS WORTH "
                       WS-DOLLARS-EDIT
               DISPLAY "POINTS TO REDEEM: "
               ACCEPT WS-KEYED-POINTS
               MOVE WS-KEYED-POINTS TO WS-KEYED-POINTS-JR
               INSPECT WS-KEYED-POINTS-JR
                   REPLACING LEADING SPACE BY ZERO
               EVALUATE TRUE
                   WHEN WS-KEYED-POINTS-JR IS NOT NUMERIC
                       DISPLAY "POINTS NOT NUMERIC - NOTHING KEYED"
                   WHEN WS-KEYED-POINTS-NUM = ZERO
                       DISPLAY "NO POINTS KEYED - NOTHING KEYED"
                   WHEN WS-KEYED-POINTS-NUM > LA-BALANCE
                       DISPLAY "MORE THAN THE BALANCE - NOTHING "
                               "KEYED"
                   WHEN OTHER
                       PERFORM 220-WRITE-REDEMPTION
               END-EVALUATE
           END-IF.

       220-WRITE-REDEMPTION.
           MOVE SPACES TO LOYALTY-REDEMPTION-RECORD.
           MOVE WS-KEYED-ORDER TO LR-ORDER-NO.
           MOVE WS-KEYED-NUMBER-JR TO LR-CUSTOMER.
           MOVE WS-KEYED-POINTS-NUM TO LR-POINTS.
           MOVE WS-SIGNON-ID TO LR-KEYED-BY.
           MOVE WS-RUN-DATE TO LR-KEYED-DATE.
           MOVE SPACES TO LR-USED-DATE.
           MOVE ZERO TO LR-USED-POINTS.
           MOVE ZERO TO LR-USED-DOLLARS.
           IF WS-REDEMPTION-FOUND
               REWRITE LOYALTY-REDEMPTION-RECORD
           ELSE
               WRITE LOYALTY-REDEMPTION-RECORD
           END-IF.
           COMPUTE WS-POINTS-DOLLARS =
               LR-POINTS * WS-POINT-VALUE.
           MOVE WS-POINTS-DOLLARS TO WS-DOLLARS-EDIT.
           DISPLAY "ORDER "LR-ORDER-NO" WILL REDEEM "LR-POINTS
                   " POINTS - UP TO "WS-DOLLARS-EDIT" OFF ITS NET".

      *    a redemption the order has not yet priced against can be
      *    withdrawn; one already spent stays as the record of it
       300-CANCEL-REDEMPTION.
           DISPLAY "ORDER NUMBER OF THE REDEMPTION: ".
           ACCEPT WS-KEYED-ORDER.
           PERFORM 610-READ-REDEMPTION.
           EVALUATE TRUE
               WHEN NOT WS-REDEMPTION-FOUND
                   DISPLAY "NO REDEMPTION KEYED FOR THAT ORDER"
               WHEN LR-USED-DATE NOT = SPACES
                   DISPLAY "ORDER ALREADY PRICED WITH THE POINTS - "
                           "NOTHING CHANGED"
               WHEN OTHER
                   DISPLAY "CANCEL "LR-POINTS" POINTS FOR CUSTOMER "
                           LR-CUSTOMER" (Y/N): "
                   ACCEPT WS-KEYED-CONFIRM
                   IF WS-KEYED-CONFIRM = "Y"
                       DELETE LOYALTY-REDEMPTION-FILE
                       DISPLAY "REDEMPTION CANCELLED"
                   ELSE
                       DISPLAY "NOTHING CHANGED"
                   END-IF
           END-EVALUATE.

      *    the balance and what built it, then the ledger oldest
      *    first
       400-INQUIRE-ACCOUNT.
           PERFORM 600-ACCEPT-CUSTOMER-NUMBER.
           MOVE WS-KEYED-NUMBER-JR TO LA-CUSTOMER.
           PERFORM 620-READ-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "NO POINTS ACCOUNT FOR THAT CUSTOMER"
           ELSE
               COMPUTE WS-POINTS-DOLLARS =
                   LA-BALANCE * WS-POINT-VALUE
               MOVE WS-POINTS-DOLLARS TO WS-DOLLARS-EDIT
               DISPLAY "BALANCE   "LA-BALANCE" WORTH "
                       WS-DOLLARS-EDIT
               DISPLAY "EARNED    "LA-EARNED-TO-DATE
                       "  REDEEMED "LA-REDEEMED-TO-DATE
                       "  EXPIRED "LA-EXPIRED-TO-DATE
               DISPLAY "OPENED    "LA-OPENED-DATE
                       "  LAST ACTIVITY "LA-LAST-ACTIVITY-DATE
               PERFORM 410-LIST-LEDGER
           END-IF.

       410-LIST-LEDGER.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO LL-KEY.
           MOVE WS-KEYED-NUMBER-JR TO LL-CUSTOMER.
           START LOYALTY-LEDGER-FILE KEY IS NOT LESS THAN LL-KEY
               INVALID KEY
                   MOVE "10" TO WS-LOYALTY-LEDGER-STATUS
           END-START.
           IF WS-LOYALTY-LEDGER-STATUS = "00"
               DISPLAY "DATE     REF   T EARNED  REDEEMED EXPIRED "
                       " BALANCE"
           END-IF.
           PERFORM UNTIL WS-LOYALTY-LEDGER-STATUS NOT = "00"
               READ LOYALTY-LEDGER-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LOYALTY-LEDGER-STATUS
               END-READ
               IF WS-LOYALTY-LEDGER-STATUS = "00"
                   IF LL-CUSTOMER NOT = WS-KEYED-NUMBER-JR
                       MOVE "10" TO WS-LOYALTY-LEDGER-STATUS
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY LL-DATE" "LL-REFERENCE" "LL-TYPE" "
                               LL-EARNED" "LL-REDEEMED"  "
                               LL-EXPIRED" "LL-BALANCE-AFTER
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-LOYALTY-LEDGER-STATUS.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO LEDGER ENTRIES"
           END-IF.

      *    all three terms are keyed together and replace the
      *    control record whole; a blank entry keeps the term as it
      *    stands
       500-CHANGE-TERMS.
           DISPLAY "ON FILE: EARN "WS-EARN-RATE" PER DOLLAR  VALUE "
                   WS-POINT-VALUE" PER POINT  EXPIRE AFTER "
                   WS-EXPIRY-DAYS" DAYS".
           MOVE WS-TERMS TO WS-NEW-TERMS.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           PERFORM 510-ACCEPT-EARN-RATE.
           IF WS-EDIT-OK
               PERFORM 520-ACCEPT-POINT-VALUE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 530-ACCEPT-EXPIRY-DAYS
           END-IF.
           IF WS-EDIT-OK
               MOVE WS-TERMS TO WS-BEFORE-IMAGE
               MOVE WS-NEW-TERMS TO WS-TERMS
               MOVE WS-TERMS TO WS-AFTER-IMAGE
               PERFORM 810-WRITE-TERMS
               PERFORM 650-WRITE-MAINT-AUDIT
               DISPLAY "LOYALTY TERMS SAVED"
           END-IF.

       510-ACCEPT-EARN-RATE.
           DISPLAY "POINTS PER DOLLAR OF NET (NNN.NN): ".
           ACCEPT WS-RATE-INPUT.
           IF WS-RATE-INPUT NOT = SPACES
               MOVE WS-RATE-WHOLE TO WS-RATE-WHOLE-JR
               INSPECT WS-RATE-WHOLE-JR
                   REPLACING LEADING SPACE BY ZERO
               IF WS-RATE-WHOLE-JR IS NUMERIC
                   MOVE WS-RATE-WHOLE-JR TO WS-RATE-WHOLE-NUM
                   IF WS-RATE-DOT = "." AND WS-RATE-CENTS IS NUMERIC
                       MOVE WS-RATE-CENTS TO WS-RATE-CENTS-NUM
                   ELSE
                       MOVE ZERO TO WS-RATE-CENTS-NUM
                   END-IF
                   COMPUTE WS-NEW-EARN-RATE = WS-RATE-WHOLE-NUM
                       + WS-RATE-CENTS-NUM / 100
               ELSE
                   DISPLAY "RATE NOT NUMERIC - NOTHING CHANGED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.

       520-ACCEPT-POINT-VALUE.
           DISPLAY "DOLLAR VALUE OF ONE POINT (N.NNNN): ".
           ACCEPT WS-VALUE-INPUT.
           IF WS-VALUE-INPUT NOT = SPACES
               IF WS-VALUE-WHOLE IS NUMERIC
                   AND WS-VALUE-DOT = "."
                   AND WS-VALUE-FRACTION IS NUMERIC
                   MOVE WS-VALUE-WHOLE TO WS-VALUE-WHOLE-NUM
                   MOVE WS-VALUE-FRACTION TO WS-VALUE-FRACTION-NUM
                   COMPUTE WS-NEW-POINT-VALUE = WS-VALUE-WHOLE-NUM
                       + WS-VALUE-FRACTION-NUM / 10000
               ELSE
                   DISPLAY "VALUE MUST BE KEYED N.NNNN - NOTHING "
                           "CHANGED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK AND WS-NEW-POINT-VALUE = ZERO
               DISPLAY "A POINT MUST BE WORTH SOMETHING - NOTHING "
                       "CHANGED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.

       530-ACCEPT-EXPIRY-DAYS.
           DISPLAY "DAYS WITHOUT ACTIVITY BEFORE EXPIRY (NNNN): ".
           ACCEPT WS-DAYS-INPUT.
           IF WS-DAYS-INPUT NOT = SPACES
               MOVE WS-DAYS-INPUT TO WS-DAYS-INPUT-JR
               INSPECT WS-DAYS-INPUT-JR
                   REPLACING LEADING SPACE BY ZERO
               IF WS-DAYS-INPUT-JR IS NUMERIC
                   AND WS-DAYS-INPUT-NUM > ZERO
                   MOVE WS-DAYS-INPUT-NUM TO WS-NEW-EXPIRY-DAYS
               ELSE
                   DISPLAY "DAYS NOT NUMERIC OR ZERO - NOTHING "
                           "CHANGED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.

       600-ACCEPT-CUSTOMER-NUMBER.
           DISPLAY "CUSTOMER NUMBER: ".
           ACCEPT WS-KEYED-NUMBER.
           MOVE WS-KEYED-NUMBER TO WS-KEYED-NUMBER-JR.
           INSPECT WS-KEYED-NUMBER-JR REPLACING LEADING SPACE BY ZERO.

       610-READ-REDEMPTION.
           MOVE "N" TO WS-REDEMPTION-FOUND-SWITCH.
           MOVE WS-KEYED-ORDER TO LR-ORDER-NO.
           READ LOYALTY-REDEMPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REDEMPTION-FOUND TO TRUE
           END-READ.

       620-READ-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
           MOVE WS-KEYED-NUMBER-JR TO LA-CUSTOMER.
           READ LOYALTY-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-READ.

      *    one line per applied change - operator, timestamp, the
      *    action keyed, and the terms before and after
       650-WRITE-MAINT-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " DATE=" WS-RUN-DATE
                  " TIME=" WS-AUDIT-TIME
                  " ACTION=" WS-ACTION
                  " BEFORE=[" WS-BEFORE-IMAGE
                  "] AFTER=[" WS-AFTER-IMAGE "]"
                  DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

      *    the terms off the control record, the shipped terms
      *    standing when none has been keyed
       800-READ-TERMS.
           OPEN INPUT LOYALTY-CONTROL-FILE.
           IF WS-LOYALTY-CONTROL-STATUS = "00"
               READ LOYALTY-CONTROL-FILE
                   NOT AT END
                       IF LC-EARN-RATE IS NUMERIC
                           MOVE LC-EARN-RATE TO WS-EARN-RATE
                       END-IF
                       IF LC-POINT-VALUE IS NUMERIC
                           MOVE LC-POINT-VALUE TO WS-POINT-VALUE
                       END-IF
                       IF LC-EXPIRY-DAYS IS NUMERIC
                           MOVE LC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE LOYALTY-CONTROL-FILE
           END-IF.

       810-WRITE-TERMS.
           OPEN OUTPUT LOYALTY-CONTROL-FILE.
           MOVE WS-EARN-RATE TO LC-EARN-RATE.
           MOVE WS-POINT-VALUE TO LC-POINT-VALUE.
           MOVE WS-EXPIRY-DAYS TO LC-EXPIRY-DAYS.
           WRITE LOYALTY-CONTROL-RECORD.
           CLOSE LOYALTY-CONTROL-FILE.

      *    the processing date off the control record, with the
      *    machine date only as the backstop when no control is on
      *    file - DATE-ROLL maintains the record between days
       990-GET-PROCESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PDATE-STATUS = "00"
               READ PROCESS-DATE-FILE
                   NOT AT END
                       IF CTL-PROCESS-DATE IS NUMERIC
                           MOVE CTL-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.

      *    sign on against the operator file - an id not on file
      *    ends the session before the menu ever shows; the record's
      *    flags say which guarded functions this operator may use
       700-SIGN-ON.
           MOVE "N" TO WS-SIGNED-ON-SWITCH.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               PERFORM 705-SEED-OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
                       WS-OPERATOR-STATUS
           ELSE
               DISPLAY "OPERATOR ID: "
               ACCEPT WS-SIGNON-ID
               MOVE WS-SIGNON-ID TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON FILE - SESSION "
                               "ENDED"
                   NOT INVALID KEY
                       PERFORM 720-VERIFY-PASSWORD
                       IF WS-SIGNED-ON
                           PERFORM 722-STAMP-LAST-SIGNON
                           MOVE OP-MAY-CHANGE-RATES TO
                               WS-MAY-CHANGE-RATES
                           DISPLAY "SIGNED ON: "OP-NAME
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       705-SEED-OPERATOR-FILE.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE "ADMIN" TO OP-ID.
           MOVE "SYSTEM ADMINISTRATOR" TO OP-NAME.
           MOVE "Y" TO OP-MAY-DELETE-PLANETS.
           MOVE "Y" TO OP-MAY-PURGE-CUSTOMERS.
           MOVE "Y" TO OP-MAY-CHANGE-RATES.
           MOVE "Y" TO OP-MAY-ADMIN-OPERATORS.
           MOVE "Y" TO OP-MAY-MAINT-ITEMS.
           MOVE "Y" TO OP-MAY-REOPEN-MONTHS.
           MOVE SPACES TO OP-PASSWORD.
           MOVE "99999999" TO OP-PWD-EXPIRES.
           MOVE ZERO TO OP-FAIL-COUNT.
           MOVE "N" TO OP-LOCKED-FLAG.
           WRITE OPERATOR-RECORD.

       710-LOG-OPERATOR-ACTION.
           ACCEPT WS-ACTION-TIME FROM TIME.
           OPEN EXTEND OPERATOR-ACTION-LOG-FILE.
           IF WS-OP-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ACTION-LOG-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-ACTION-LOG-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " TIME=" WS-ACTION-TIME
                  " ACTION=" WS-ACTION-TEXT
                  " " WS-ACTION-VERDICT
                  DELIMITED BY SIZE
                  INTO OPERATOR-ACTION-LOG-RECORD.
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

      *    the credential against the record - a blank password on
      *    file is an operator from before credentials existed and
      *    passes with a nudge; an expired password or a third
      *    straight miss refuses the session, the third miss locks
      *    the id until an administrator clears it, and every
      *    refusal lands on the operator action log
       720-VERIFY-PASSWORD.
           ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN OP-LOCKED-FLAG = "Y"
                   DISPLAY "OPERATOR ID IS LOCKED - SEE AN "
                           "ADMINISTRATOR"
                   MOVE "LOCKED OUT" TO WS-SIGNON-FAIL-TEXT
                   PERFORM 730-LOG-SIGNON-FAILURE
               WHEN OP-PASSWORD = SPACES
                   SET WS-SIGNED-ON TO TRUE
                   DISPLAY "NO PASSWORD ON FILE - HAVE ONE SET "
                           "THROUGH OPERMAINT"
               WHEN OTHER
                   DISPLAY "PASSWORD: "
                   ACCEPT WS-KEYED-PASSWORD
                   PERFORM 725-JUDGE-PASSWORD
           END-EVALUATE.

      *    the day of a good sign-on goes on the record - the
      *    nightly dormancy sweep counts the idle days from it
       722-STAMP-LAST-SIGNON.
           IF OP-LAST-SIGNON NOT = WS-SIGNON-DATE
               MOVE WS-SIGNON-DATE TO OP-LAST-SIGNON
               REWRITE OPERATOR-RECORD
           END-IF.

       725-JUDGE-PASSWORD.
           IF WS-KEYED-PASSWORD = OP-PASSWORD
               IF OP-PWD-EXPIRES IS NUMERIC
                   AND OP-PWD-EXPIRES < WS-SIGNON-DATE
                   DISPLAY "PASSWORD EXPIRED - HAVE IT RESET "
                           "THROUGH OPERMAINT"
                   MOVE "EXPIRED PWD" TO WS-SIGNON-FAIL-TEXT
                   PERFORM 730-LOG-SIGNON-FAILURE
               ELSE
                   SET WS-SIGNED-ON TO TRUE
                   IF OP-FAIL-COUNT NOT = ZERO
                       MOVE ZERO TO OP-FAIL-COUNT
                       REWRITE OPERATOR-RECORD
                   END-IF
               END-IF
           ELSE
               IF OP-FAIL-COUNT < 9
                   ADD 1 TO OP-FAIL-COUNT
               END-IF
               IF OP-FAIL-COUNT >= 3
                   MOVE "Y" TO OP-LOCKED-FLAG
                   DISPLAY "TOO MANY FAILURES - OPERATOR ID "
                           "LOCKED"
               ELSE
                   DISPLAY "PASSWORD DOES NOT MATCH"
               END-IF
               REWRITE OPERATOR-RECORD
               MOVE "BAD PASSWORD" TO WS-SIGNON-FAIL-TEXT
               PERFORM 730-LOG-SIGNON-FAILURE
           END-IF.

      *    the same fixed shape 710-LOG-OPERATOR-ACTION strings -
      *    the action in its 20-character slot, one space, then
      *    the verdict - so the security report's fixed-position
      *    parse calls these denials out too
       730-LOG-SIGNON-FAILURE.
           ACCEPT WS-ACTION-TIME FROM TIME.
           MOVE SPACES TO WS-SIGNON-ACTION-TEXT.
           STRING "SIGNON " WS-SIGNON-FAIL-TEXT
               DELIMITED BY SIZE INTO WS-SIGNON-ACTION-TEXT.
           OPEN EXTEND OPERATOR-ACTION-LOG-FILE.
           IF WS-OP-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ACTION-LOG-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-ACTION-LOG-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " TIME=" WS-ACTION-TIME
                  " ACTION=" WS-SIGNON-ACTION-TEXT
                  " DENIED"
                  DELIMITED BY SIZE
                  INTO OPERATOR-ACTION-LOG-RECORD.
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

       END PROGRAM LOYALMAINT.
