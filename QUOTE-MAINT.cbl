      ******************************************************************
      * Author:
      * Date:
      * Purpose: Price quotations - the sales desk keys a proposed
      *          customer, quantity and order value and gets the
      *          discount QTYPRICING would give it today, off the
      *          same QTY-RATES sheet and banding, printed as a
      *          numbered quote on QUOTE-PRINT and held on
      *          QTY-QUOTES for the days QUOTE-VALIDITY-CONTROL sets
      *          (30 when no control is on file); a quote the
      *          customer accepts converts into a QTY-ORDERS record
      *          under the order number sales gives it, and the
      *          pricing run honours the quoted rate for that order
      *          even if a rate change has taken effect since; run
      *          with FOLLOWUP on the command line for the weekly
      *          list of quotes that lapsed unconverted, on
      *          QUOTE-FOLLOWUP
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT QUOTE-FILE ASSIGN TO "QTY-QUOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NO
               ALTERNATE RECORD KEY IS QT-ORDER-NO WITH DUPLICATES
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT QUOTE-NUMBER-CONTROL-FILE
               ASSIGN TO "QUOTE-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTNUM-STATUS.
           SELECT QUOTE-VALIDITY-CONTROL-FILE
               ASSIGN TO "QUOTE-VALIDITY-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALIDITY-STATUS.
           SELECT RATE-FILE ASSIGN TO "QTY-RATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT ORDER-FILE ASSIGN TO "QTY-ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT QUOTE-PRINT-FILE ASSIGN TO "QUOTE-PRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT FOLLOWUP-FILE ASSIGN TO "QUOTE-FOLLOWUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLLOWUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one record per quote - what was asked for, the rate and
      *    money it priced to, how long the price holds, and the
      *    order it became once the customer accepted
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05 QT-QUOTE-NO PIC 9(6).
      *    the account quoted, blank for a caller with no account,
      *    and the name the quote went out under
           05 QT-CUSTOMER PIC X(6).
           05 QT-CONTACT PIC X(20).
           05 QT-QTY PIC 9(2).
           05 QT-VOP PIC 9(3).
           05 QT-MEMBER PIC X(1).
      *    the rate quoted and the effective date of the rate row it
      *    came off - blank when only the built-in rates answered
           05 QT-RATE PIC 9(2)V99.
           05 QT-RATE-EFF PIC X(8).
           05 QT-GROSS PIC 9(5)V99.
           05 QT-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 QT-NET PIC 9(5)V99.
           05 QT-QUOTE-DATE PIC X(8).
           05 QT-VALID-UNTIL PIC X(8).
           05 QT-STATUS PIC X(1).
               88 QT-OPEN VALUE "O".
               88 QT-CONVERTED VALUE "C".
               88 QT-LAPSED VALUE "E".
           05 QT-ORDER-NO PIC X(5).
           05 QT-CONVERTED-DATE PIC X(8).
           05 QT-LAPSED-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    the last quote number handed out
       FD  QUOTE-NUMBER-CONTROL-FILE.
       01  QUOTE-NUMBER-CONTROL-RECORD.
           05 CTL-LAST-QUOTE-NUMBER PIC 9(6).
      *    how many calendar days a quoted price holds - sales
      *    management sets this, default 30
       FD  QUOTE-VALIDITY-CONTROL-FILE.
       01  QUOTE-VALIDITY-CONTROL-RECORD.
           05 CTL-QUOTE-VALID-DAYS PIC 9(3).
      *    the discount rates as data, the sheet QTYPRICING prices
      *    off - one record per band and effective date
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RK-KEY.
               10 RK-QTY-BAND PIC 9(1).
               10 RK-VOP-BAND PIC 9(1).
               10 RK-MEMBER   PIC X(1).
               10 RK-EFF-FROM PIC X(8).
           05 RK-RATE PIC 9(2)V99.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 FILLER PIC X(22).
      *    the pricing run's order feed - a converted quote joins it
      *    as an ordinary order
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 OR-ORDER-NO PIC X(5).
           05 OR-QTY    PIC 9(2).
           05 OR-VOP    PIC 9(3).
           05 OR-MEMBER PIC X.
           05 OR-CUSTOMER PIC X(6).
           05 OR-CAMPAIGN PIC X(6).
       01  ORDER-CONTROL-RECORD.
           05 ORC-TYPE PIC X(3).
               88 ORC-IS-HEADER  VALUE "HDR".
               88 ORC-IS-TRAILER VALUE "TRL".
           05 ORC-DATA PIC X(18).
       FD  QUOTE-PRINT-FILE.
       01  QUOTE-PRINT-LINE PIC X(80).
       FD  FOLLOWUP-FILE.
       01  FOLLOWUP-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-QUOTE-STATUS PIC X(2).
       01 WS-QTNUM-STATUS PIC X(2).
       01 WS-VALIDITY-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ORDER-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-FOLLOWUP-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
           88 WS-FOLLOWUP-MODE VALUE "FOLLOWUP".
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-EDIT-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-EDIT-OK VALUE "Y".
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-NEW     VALUE "N".
           88 ACTION-IS-CONVERT VALUE "C".
           88 ACTION-IS-INQUIRE VALUE "I".
           88 ACTION-IS-EXIT    VALUE "X".
      *    the terms as keyed
       01 WS-CUSTOMER-INPUT PIC X(6).
       01 WS-CUSTOMER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-QTY-INPUT PIC X(2).
       01 WS-QTY-JR PIC X(2) JUSTIFIED RIGHT.
       01 WS-VOP-INPUT PIC X(3).
       01 WS-VOP-JR PIC X(3) JUSTIFIED RIGHT.
       01 WS-QUOTE-NO-INPUT PIC X(6).
       01 WS-QUOTE-NO-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-ORDER-NO-INPUT PIC X(5).
       01 WS-CONFIRM PIC X(1).
      *    the pricing inputs and answer, named as QTYPRICING names
      *    them so the banding reads the same in both places
       01 Qty PIC 9(2).
       01 VOP PIC 9(3).
       01 Member PIC X.
       01 Discount PIC 9(2)V99.
       01 WS-QTY-BAND PIC 9(1).
       01 WS-VOP-BAND PIC 9(1).
       01 WS-MEMBER-BAND PIC X(1).
      *    the whole rate sheet in core, the same load the pricing
      *    run itself takes
       01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ROW OCCURS 400 TIMES INDEXED BY RATE-IDX.
               10 WS-RR-QTY-BAND PIC 9(1).
               10 WS-RR-VOP-BAND PIC 9(1).
               10 WS-RR-MEMBER   PIC X(1).
               10 WS-RR-EFF-FROM PIC X(8).
               10 WS-RR-RATE PIC 9(2)V99.
       01 WS-PICKED-EFF PIC X(8).
       01 WS-RATE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-LAST-QUOTE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-VALID-DAYS PIC 9(3) VALUE 30.
      *    calendar stepping for the valid-until date - the same
      *    month lengths DATEROLL rolls the processing date by
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM   PIC 9(2).
           05 WS-WORK-DD   PIC 9(2).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-LEAP-QUOTIENT PIC 9(4).
      *    a trailer already on the order feed means the day's file
      *    is closed - nothing more may join it
       01 WS-FEED-CLOSED-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-CLOSED VALUE "Y".
       01 WS-ORDER-ON-FEED-SWITCH PIC X(1) VALUE "N".
           88 WS-ORDER-ON-FEED VALUE "Y".
       01 WS-RATE-EDIT PIC Z9.99.
       01 WS-MONEY-EDIT PIC ZZ,ZZ9.99.
       01 WS-DISCOUNT-EDIT PIC ZZ,ZZ9.99.
       01 WS-NET-EDIT PIC ZZ,ZZ9.99.
       01 WS-LAPSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LAPSED-VALUE PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-EDIT PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           OPEN I-O QUOTE-FILE.
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF.
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "QUOTE FILE NOT AVAILABLE - STATUS "
                       WS-QUOTE-STATUS
               GOBACK
           END-IF.
           IF WS-FOLLOWUP-MODE
               PERFORM 500-FOLLOWUP-LIST
           ELSE
               PERFORM 900-LOAD-RATE-TABLE
               PERFORM 810-READ-VALIDITY-CONTROL
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-CM-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               END-IF
               PERFORM 100-QUOTE-MENU UNTIL ACTION-IS-EXIT
               IF WS-MASTER-OPEN
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF.
           CLOSE QUOTE-FILE.
           GOBACK.

       100-QUOTE-MENU.
           DISPLAY "N)ew quote  C)onvert to order  I)nquire  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-NEW
                   PERFORM 200-NEW-QUOTE
               WHEN ACTION-IS-CONVERT
                   PERFORM 300-CONVERT-QUOTE
               WHEN ACTION-IS-INQUIRE
                   PERFORM 400-INQUIRE-QUOTE
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    the terms are edited the way the pricing run edits an
      *    order, priced, numbered, filed and printed
       200-NEW-QUOTE.
           MOVE SPACES TO QUOTE-RECORD.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           PERFORM 210-ACCEPT-CUSTOMER.
           IF WS-EDIT-OK
               PERFORM 220-ACCEPT-TERMS
           END-IF.
           IF WS-EDIT-OK
               PERFORM 230-PRICE-QUOTE
               PERFORM 800-TAKE-NEXT-QUOTE-NUMBER
               MOVE WS-LAST-QUOTE-NUMBER TO QT-QUOTE-NO
               MOVE WS-RUN-DATE TO QT-QUOTE-DATE
               MOVE WS-RUN-DATE TO WS-WORK-DATE
               PERFORM 820-STEP-ONE-DAY WS-VALID-DAYS TIMES
               MOVE WS-WORK-DATE TO QT-VALID-UNTIL
               SET QT-OPEN TO TRUE
               MOVE SPACES TO QT-ORDER-NO
               MOVE SPACES TO QT-CONVERTED-DATE
               MOVE SPACES TO QT-LAPSED-DATE
               WRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "QUOTE "QT-QUOTE-NO" NOT FILED - "
                               "STATUS "WS-QUOTE-STATUS
                   NOT INVALID KEY
                       PERFORM 250-PRINT-QUOTE
                       MOVE QT-RATE TO WS-RATE-EDIT
                       MOVE QT-NET TO WS-NET-EDIT
                       DISPLAY "QUOTE "QT-QUOTE-NO" RATE "
                               WS-RATE-EDIT"% NET "WS-NET-EDIT
                               " VALID UNTIL "QT-VALID-UNTIL
               END-WRITE
           END-IF.

      *    an account on the master quotes as a member, as it would
      *    price; a caller with no account gives a name and says
      *    whether they are a member
       210-ACCEPT-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (BLANK IF NO ACCOUNT): ".
           ACCEPT WS-CUSTOMER-INPUT.
           IF WS-CUSTOMER-INPUT = SPACES
               MOVE SPACES TO QT-CUSTOMER
               DISPLAY "NAME TO QUOTE: "
               ACCEPT QT-CONTACT
               DISPLAY "MEMBER (Y/N): "
               ACCEPT QT-MEMBER
               IF QT-MEMBER NOT = "Y" AND QT-MEMBER NOT = "N"
                   DISPLAY "MEMBER FLAG NOT Y OR N - NO QUOTE"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           ELSE
               MOVE WS-CUSTOMER-INPUT TO WS-CUSTOMER-JR
               INSPECT WS-CUSTOMER-JR REPLACING LEADING SPACE BY ZERO
               IF WS-CUSTOMER-JR IS NOT NUMERIC
                   DISPLAY "CUSTOMER NUMBER NOT NUMERIC - NO QUOTE"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               ELSE
                   IF NOT WS-MASTER-OPEN
                       DISPLAY "CUSTOMER MASTER NOT AVAILABLE - NO "
                               "QUOTE"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                   ELSE
                       MOVE WS-CUSTOMER-JR TO CM-NUMBER
                       READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                               DISPLAY "CUSTOMER NOT ON FILE - NO "
                                       "QUOTE"
                               MOVE "N" TO WS-EDIT-OK-SWITCH
                           NOT INVALID KEY
                               MOVE WS-CUSTOMER-JR TO QT-CUSTOMER
                               MOVE CM-NAME TO QT-CONTACT
                               MOVE "Y" TO QT-MEMBER
                       END-READ
                   END-IF
               END-IF
           END-IF.

       220-ACCEPT-TERMS.
           DISPLAY "QUANTITY (1-99): ".
           ACCEPT WS-QTY-INPUT.
           MOVE WS-QTY-INPUT TO WS-QTY-JR.
           INSPECT WS-QTY-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-QTY-INPUT = SPACES OR WS-QTY-JR IS NOT NUMERIC
               DISPLAY "QUANTITY NOT NUMERIC - NO QUOTE"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           ELSE
               MOVE WS-QTY-JR TO QT-QTY
               IF QT-QTY = ZERO
                   DISPLAY "QUANTITY IS ZERO - NO QUOTE"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "ORDER VALUE (WHOLE DOLLARS, 0-999): "
               ACCEPT WS-VOP-INPUT
               MOVE WS-VOP-INPUT TO WS-VOP-JR
               INSPECT WS-VOP-JR REPLACING LEADING SPACE BY ZERO
               IF WS-VOP-INPUT = SPACES OR WS-VOP-JR IS NOT NUMERIC
                   DISPLAY "ORDER VALUE NOT NUMERIC - NO QUOTE"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               ELSE
                   MOVE WS-VOP-JR TO QT-VOP
               END-IF
           END-IF.

      *    the rate row in effect today for the order's bands, the
      *    built-in rates only when no row covers it - then the money
      *    the way the pricing run works it
       230-PRICE-QUOTE.
           MOVE QT-QTY TO Qty.
           MOVE QT-VOP TO VOP.
           MOVE QT-MEMBER TO Member.
           PERFORM 150-LOOKUP-RATE.
           IF WS-RATE-FOUND
               MOVE WS-PICKED-EFF TO QT-RATE-EFF
           ELSE
               PERFORM 160-LEGACY-RATE
               MOVE SPACES TO QT-RATE-EFF
           END-IF.
           MOVE Discount TO QT-RATE.
           MOVE VOP TO QT-GROSS.
           COMPUTE QT-DISCOUNT-DOLLARS ROUNDED =
               VOP * Discount / 100.
           COMPUTE QT-NET = QT-GROSS - QT-DISCOUNT-DOLLARS.

       250-PRINT-QUOTE.
           OPEN EXTEND QUOTE-PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               OPEN OUTPUT QUOTE-PRINT-FILE
           END-IF.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           STRING "QUOTATION " QT-QUOTE-NO
                  "      DATE " QT-QUOTE-DATE
                  "      VALID UNTIL " QT-VALID-UNTIL
                  DELIMITED BY SIZE INTO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE ALL "-" TO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           IF QT-CUSTOMER = SPACES
               STRING "FOR: " QT-CONTACT
                      DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           ELSE
               STRING "FOR: " QT-CONTACT "  ACCOUNT " QT-CUSTOMER
                      DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           END-IF.
           WRITE QUOTE-PRINT-LINE.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE QT-GROSS TO WS-MONEY-EDIT.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           STRING "QUANTITY " QT-QTY
                  "      ORDER VALUE " WS-MONEY-EDIT
                  DELIMITED BY SIZE INTO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE QT-RATE TO WS-RATE-EDIT.
           MOVE QT-DISCOUNT-DOLLARS TO WS-DISCOUNT-EDIT.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           STRING "DISCOUNT " WS-RATE-EDIT "%" "       LESS "
                  WS-DISCOUNT-EDIT
                  DELIMITED BY SIZE INTO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE QT-NET TO WS-NET-EDIT.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           STRING "NET PRICE                     " WS-NET-EDIT
                  "  BEFORE SALES TAX"
                  DELIMITED BY SIZE INTO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           STRING "THIS PRICE HOLDS UNTIL " QT-VALID-UNTIL
                  " - QUOTE NUMBER " QT-QUOTE-NO " WHEN ORDERING"
                  DELIMITED BY SIZE INTO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           MOVE SPACES TO QUOTE-PRINT-LINE.
           WRITE QUOTE-PRINT-LINE.
           CLOSE QUOTE-PRINT-FILE.

      *    an open quote still inside its validity becomes an order
      *    on today's feed under the order number sales gives it;
      *    the pricing run finds the quote by that number and
      *    charges the quoted rate
       300-CONVERT-QUOTE.
           PERFORM 310-ACCEPT-QUOTE-NO.
           IF WS-EDIT-OK
               EVALUATE TRUE
                   WHEN QT-CONVERTED
                       DISPLAY "QUOTE ALREADY CONVERTED TO ORDER "
                               QT-ORDER-NO
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                   WHEN QT-LAPSED OR QT-VALID-UNTIL < WS-RUN-DATE
                       DISPLAY "QUOTE EXPIRED "QT-VALID-UNTIL
                               " - QUOTE AGAIN AT TODAY'S RATES"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
               END-EVALUATE
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "ORDER NUMBER: "
               ACCEPT WS-ORDER-NO-INPUT
               IF WS-ORDER-NO-INPUT = SPACES
                   DISPLAY "NO ORDER NUMBER - NOTHING CONVERTED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 320-CHECK-ORDER-FEED
               EVALUATE TRUE
                   WHEN WS-FEED-CLOSED
                       DISPLAY "TODAY'S ORDER FEED IS ALREADY CLOSED"
                               " WITH ITS TRAILER - CONVERT ON THE "
                               "NEXT FEED"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                   WHEN WS-ORDER-ON-FEED
                       DISPLAY "ORDER "WS-ORDER-NO-INPUT
                               " IS ALREADY ON THE ORDER FEED"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
               END-EVALUATE
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "CONVERT QUOTE "QT-QUOTE-NO" TO ORDER "
                       WS-ORDER-NO-INPUT" (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 330-WRITE-ORDER
               SET QT-CONVERTED TO TRUE
               MOVE WS-ORDER-NO-INPUT TO QT-ORDER-NO
               MOVE WS-RUN-DATE TO QT-CONVERTED-DATE
               REWRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "QUOTE "QT-QUOTE-NO" NOT UPDATED - "
                               "STATUS "WS-QUOTE-STATUS
                   NOT INVALID KEY
                       DISPLAY "QUOTE "QT-QUOTE-NO" CONVERTED TO "
                               "ORDER "QT-ORDER-NO
               END-REWRITE
           END-IF.

       310-ACCEPT-QUOTE-NO.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           DISPLAY "QUOTE NUMBER: ".
           ACCEPT WS-QUOTE-NO-INPUT.
           MOVE WS-QUOTE-NO-INPUT TO WS-QUOTE-NO-JR.
           INSPECT WS-QUOTE-NO-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-QUOTE-NO-JR IS NOT NUMERIC
               DISPLAY "QUOTE NUMBER NOT NUMERIC"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           ELSE
               MOVE WS-QUOTE-NO-JR TO QT-QUOTE-NO
               READ QUOTE-FILE
                   INVALID KEY
                       DISPLAY "QUOTE NOT ON FILE"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
               END-READ
           END-IF.

      *    the order feed is read through once - a trailer means it
      *    is closed, and the order number must not already be on it
       320-CHECK-ORDER-FEED.
           MOVE "N" TO WS-FEED-CLOSED-SWITCH.
           MOVE "N" TO WS-ORDER-ON-FEED-SWITCH.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
               PERFORM 340-READ-ORDER
               PERFORM UNTIL WS-ORDER-STATUS = "10"
                   EVALUATE TRUE
                       WHEN ORC-IS-TRAILER
                           SET WS-FEED-CLOSED TO TRUE
                       WHEN ORC-IS-HEADER
                           CONTINUE
                       WHEN OR-ORDER-NO = WS-ORDER-NO-INPUT
                           SET WS-ORDER-ON-FEED TO TRUE
                   END-EVALUATE
                   PERFORM 340-READ-ORDER
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

       330-WRITE-ORDER.
           OPEN EXTEND ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               OPEN OUTPUT ORDER-FILE
           END-IF.
           MOVE SPACES TO ORDER-RECORD.
           MOVE WS-ORDER-NO-INPUT TO OR-ORDER-NO.
           MOVE QT-QTY TO OR-QTY.
           MOVE QT-VOP TO OR-VOP.
           MOVE QT-MEMBER TO OR-MEMBER.
           MOVE QT-CUSTOMER TO OR-CUSTOMER.
           WRITE ORDER-RECORD.
           CLOSE ORDER-FILE.

       340-READ-ORDER.
           READ ORDER-FILE
               AT END MOVE "10" TO WS-ORDER-STATUS
           END-READ.

       400-INQUIRE-QUOTE.
           PERFORM 310-ACCEPT-QUOTE-NO.
           IF WS-EDIT-OK
               MOVE QT-RATE TO WS-RATE-EDIT
               MOVE QT-NET TO WS-NET-EDIT
               DISPLAY "QUOTE "QT-QUOTE-NO" "QT-CONTACT" "
                       QT-CUSTOMER
               DISPLAY "  QTY "QT-QTY" VALUE "QT-VOP" MEMBER "
                       QT-MEMBER" RATE "WS-RATE-EDIT"% NET "
                       WS-NET-EDIT
               DISPLAY "  QUOTED "QT-QUOTE-DATE" VALID UNTIL "
                       QT-VALID-UNTIL
               EVALUATE TRUE
                   WHEN QT-CONVERTED
                       DISPLAY "  CONVERTED "QT-CONVERTED-DATE
                               " TO ORDER "QT-ORDER-NO
                   WHEN QT-LAPSED
                       DISPLAY "  LAPSED UNCONVERTED"
                   WHEN QT-VALID-UNTIL < WS-RUN-DATE
                       DISPLAY "  EXPIRED - NOT CONVERTED"
                   WHEN OTHER
                       DISPLAY "  OPEN"
               END-EVALUATE
           END-IF.

      *    the weekly follow-up - every open quote past its date
      *    is listed for sales to ring back and marked lapsed, so
      *    next week's list carries only the new ones; a rerun on
      *    the same day lists the same quotes again
       500-FOLLOWUP-LIST.
           OPEN OUTPUT FOLLOWUP-FILE.
           MOVE SPACES TO FOLLOWUP-LINE.
           STRING "QUOTES LAPSED UNCONVERTED - FOLLOW-UP LIST "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO FOLLOWUP-LINE.
           WRITE FOLLOWUP-LINE.
           MOVE SPACES TO FOLLOWUP-LINE.
           WRITE FOLLOWUP-LINE.
           MOVE "QUOTE   ACCT    NAME" TO FOLLOWUP-LINE.
           MOVE "QUOTED    EXPIRED        NET" TO FOLLOWUP-LINE (39:28).
           WRITE FOLLOWUP-LINE.
           MOVE LOW-VALUES TO QT-QUOTE-NO.
           START QUOTE-FILE KEY IS NOT LESS THAN QT-QUOTE-NO
               INVALID KEY MOVE "10" TO WS-QUOTE-STATUS
           END-START.
           PERFORM UNTIL WS-QUOTE-STATUS = "10"
               READ QUOTE-FILE NEXT
                   AT END MOVE "10" TO WS-QUOTE-STATUS
               END-READ
               IF WS-QUOTE-STATUS NOT = "10"
                   IF (QT-OPEN AND QT-VALID-UNTIL < WS-RUN-DATE)
                       OR (QT-LAPSED AND QT-LAPSED-DATE = WS-RUN-DATE)
                       PERFORM 510-LIST-LAPSED-QUOTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-QUOTE-STATUS.
           MOVE WS-LAPSED-VALUE TO WS-TOTAL-EDIT.
           MOVE SPACES TO FOLLOWUP-LINE.
           WRITE FOLLOWUP-LINE.
           MOVE SPACES TO FOLLOWUP-LINE.
           STRING "QUOTES TO FOLLOW UP: " WS-LAPSED-COUNT
                  "   NET VALUE " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO FOLLOWUP-LINE.
           WRITE FOLLOWUP-LINE.
           CLOSE FOLLOWUP-FILE.
           DISPLAY "QUOTES TO FOLLOW UP: "WS-LAPSED-COUNT.

       510-LIST-LAPSED-QUOTE.
           IF QT-OPEN
               SET QT-LAPSED TO TRUE
               MOVE WS-RUN-DATE TO QT-LAPSED-DATE
               REWRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "QUOTE "QT-QUOTE-NO" NOT MARKED - "
                               "STATUS "WS-QUOTE-STATUS
               END-REWRITE
           END-IF.
           ADD 1 TO WS-LAPSED-COUNT.
           ADD QT-NET TO WS-LAPSED-VALUE.
           MOVE QT-NET TO WS-NET-EDIT.
           MOVE SPACES TO FOLLOWUP-LINE.
           STRING QT-QUOTE-NO "  " QT-CUSTOMER "  " QT-CONTACT
                  "  " QT-QUOTE-DATE "  " QT-VALID-UNTIL " "
                  WS-NET-EDIT
                  DELIMITED BY SIZE INTO FOLLOWUP-LINE.
           WRITE FOLLOWUP-LINE.

      *    QTYPRICING's 150-LOOKUP-RATE - the newest row for the
      *    order's bands on or before the processing date
       150-LOOKUP-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           IF WS-RATE-COUNT = ZERO OR Qty < 1
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN Qty <= 5
                       MOVE 1 TO WS-QTY-BAND
                   WHEN Qty <= 16
                       MOVE 2 TO WS-QTY-BAND
                   WHEN OTHER
                       MOVE 3 TO WS-QTY-BAND
               END-EVALUATE
               EVALUATE TRUE
                   WHEN VOP < 501
                       MOVE 1 TO WS-VOP-BAND
                   WHEN VOP < 2001
                       MOVE 2 TO WS-VOP-BAND
                   WHEN OTHER
                       MOVE 3 TO WS-VOP-BAND
               END-EVALUATE
               MOVE Member TO WS-MEMBER-BAND
               MOVE LOW-VALUES TO WS-PICKED-EFF
               PERFORM 155-JUDGE-RATE-ROW
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATE-COUNT
           END-IF.

       155-JUDGE-RATE-ROW.
           IF WS-RR-QTY-BAND (RATE-IDX) = WS-QTY-BAND
               AND WS-RR-VOP-BAND (RATE-IDX) = WS-VOP-BAND
               AND WS-RR-MEMBER (RATE-IDX) = WS-MEMBER-BAND
               AND WS-RR-EFF-FROM (RATE-IDX) NOT > WS-RUN-DATE
               AND WS-RR-EFF-FROM (RATE-IDX) >= WS-PICKED-EFF
               MOVE WS-RR-EFF-FROM (RATE-IDX) TO WS-PICKED-EFF
               MOVE WS-RR-RATE (RATE-IDX) TO Discount
               SET WS-RATE-FOUND TO TRUE
           END-IF.

      *    the pricing run's built-in backstop rates, for a quote no
      *    rate row covers
       160-LEGACY-RATE.
           EVALUATE Qty ALSO TRUE ALSO Member
               WHEN 1 THRU 5 ALSO VOP < 501 ALSO "Y"
                   MOVE 2 TO Discount
               WHEN 6 THRU 16 ALSO VOP < 501 ALSO "Y"
                   MOVE 3 TO Discount
               WHEN 17 THRU 99 ALSO VOP < 501 ALSO "Y"
                   MOVE 5 TO Discount
               WHEN 1 THRU 5 ALSO VOP < 2001 ALSO "Y"
                   MOVE 7 TO Discount
               WHEN 6 THRU 16 ALSO VOP < 2001 ALSO "Y"
                   MOVE 12 TO Discount
               WHEN 17 THRU 99 ALSO VOP < 2001 ALSO "Y"
                   MOVE 18 TO Discount
               WHEN 1 THRU 5 ALSO VOP > 2000 ALSO "Y"
                   MOVE 10 TO Discount
               WHEN 6 THRU 16 ALSO VOP > 2000 ALSO "Y"
                   MOVE 23 TO Discount
               WHEN 17 THRU 99 ALSO VOP > 2000 ALSO "Y"
                   MOVE 30 TO Discount
               WHEN 1 THRU 5 ALSO VOP < 501 ALSO "N"
                   MOVE 0 TO Discount
               WHEN 6 THRU 16 ALSO VOP < 501 ALSO "N"
                   MOVE 0 TO Discount
               WHEN 17 THRU 99 ALSO VOP < 501 ALSO "N"
                   MOVE 1 TO Discount
               WHEN 1 THRU 5 ALSO VOP < 2001 ALSO "N"
                   MOVE 1 TO Discount
               WHEN 6 THRU 16 ALSO VOP < 2001 ALSO "N"
                   MOVE 2 TO Discount
               WHEN 17 THRU 99 ALSO VOP < 2001 ALSO "N"
                   MOVE 4 TO Discount
               WHEN 1 THRU 5 ALSO VOP > 2000 ALSO "N"
                   MOVE 3 TO Discount
               WHEN 6 THRU 16 ALSO VOP > 2000 ALSO "N"
                   MOVE 6 TO Discount
               WHEN 17 THRU 99 ALSO VOP > 2000 ALSO "N"
                   MOVE 10 TO Discount
               WHEN OTHER
                   MOVE 0 TO Discount
           END-EVALUATE.

      *    the same read-add-rewrite the invoice and purchase order
      *    number controls use, so an abend never issues a number
      *    twice
       800-TAKE-NEXT-QUOTE-NUMBER.
           MOVE ZERO TO WS-LAST-QUOTE-NUMBER.
           OPEN INPUT QUOTE-NUMBER-CONTROL-FILE.
           IF WS-QTNUM-STATUS = "00"
               READ QUOTE-NUMBER-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-QUOTE-NUMBER TO
                           WS-LAST-QUOTE-NUMBER
               END-READ
               CLOSE QUOTE-NUMBER-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-LAST-QUOTE-NUMBER.
           OPEN OUTPUT QUOTE-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-QUOTE-NUMBER TO CTL-LAST-QUOTE-NUMBER.
           WRITE QUOTE-NUMBER-CONTROL-RECORD.
           CLOSE QUOTE-NUMBER-CONTROL-FILE.

       810-READ-VALIDITY-CONTROL.
           OPEN INPUT QUOTE-VALIDITY-CONTROL-FILE.
           IF WS-VALIDITY-STATUS = "00"
               READ QUOTE-VALIDITY-CONTROL-FILE
                   NOT AT END
                       IF CTL-QUOTE-VALID-DAYS IS NUMERIC
                           AND CTL-QUOTE-VALID-DAYS > ZERO
                           MOVE CTL-QUOTE-VALID-DAYS TO
                               WS-VALID-DAYS
                       END-IF
               END-READ
               CLOSE QUOTE-VALIDITY-CONTROL-FILE
           END-IF.

      *    one calendar day forward, carrying month and year
       820-STEP-ONE-DAY.
           PERFORM 830-DAYS-IN-MONTH.
           IF WS-WORK-DD < WS-MONTH-DAYS
               ADD 1 TO WS-WORK-DD
           ELSE
               MOVE 1 TO WS-WORK-DD
               IF WS-WORK-MM < 12
                   ADD 1 TO WS-WORK-MM
               ELSE
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               END-IF
           END-IF.

       830-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-WORK-YYYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
                   DIVIDE WS-WORK-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-WORK-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *    the rate sheet into core; with no rate file every quote
      *    prices off the built-in rates, as the pricing run would
       900-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-STATUS NOT = "00"
                   READ RATE-FILE NEXT
                       AT END MOVE "10" TO WS-RATE-STATUS
                   END-READ
                   IF WS-RATE-STATUS = "00" AND WS-RATE-COUNT < 400
                       ADD 1 TO WS-RATE-COUNT
                       SET RATE-IDX TO WS-RATE-COUNT
                       MOVE RK-QTY-BAND TO WS-RR-QTY-BAND (RATE-IDX)
                       MOVE RK-VOP-BAND TO WS-RR-VOP-BAND (RATE-IDX)
                       MOVE RK-MEMBER TO WS-RR-MEMBER (RATE-IDX)
                       MOVE RK-EFF-FROM TO WS-RR-EFF-FROM (RATE-IDX)
                       MOVE RK-RATE TO WS-RR-RATE (RATE-IDX)
                   END-IF
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY "RATE FILE NOT AVAILABLE - QUOTING FROM THE "
                       "BUILT-IN RATES"
           END-IF.

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
       END PROGRAM QUOTEMAINT.
