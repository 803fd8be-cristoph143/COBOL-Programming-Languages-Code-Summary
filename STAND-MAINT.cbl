      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing orders - the sales desk keys, once, an
      *          order a customer takes on a schedule: quantity,
      *          order value, up to five line items, how often it
      *          falls due (D)aily, W)eekly, F)ortnightly or
      *          M)onthly) and the dates it starts and stops; each
      *          is filed on STANDING-ORDERS under the customer's
      *          number and a sequence within it, and STANDGEN
      *          writes it into the night's QTY-ORDERS and
      *          ORDER-DETAIL whenever it falls due; an order may be
      *          held and resumed, or stopped from a given date, but
      *          is never deleted - its last generation stays on it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDING-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one record per standing order - the customer's number and
      *    a sequence within it, the order's terms and lines, its
      *    schedule, and where STANDGEN has got to with it
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-KEY.
               10 SO-CUSTOMER PIC X(6).
               10 SO-SEQUENCE PIC 9(2).
           05 SO-QTY PIC 9(2).
           05 SO-VOP PIC 9(3).
           05 SO-FREQUENCY PIC X(1).
               88 SO-DAILY VALUE "D".
               88 SO-WEEKLY VALUE "W".
               88 SO-FORTNIGHTLY VALUE "F".
               88 SO-MONTHLY VALUE "M".
               88 SO-FREQUENCY-VALID VALUE "D" "W" "F" "M".
      *    the first date the order falls due, and the last date it
      *    may - blank for an order with no end
           05 SO-START-DATE PIC X(8).
           05 SO-STOP-DATE PIC X(8).
      *    the next date the order falls due, stepped on by each
      *    generation, and the last order it was written as
           05 SO-NEXT-DUE PIC X(8).
           05 SO-LAST-GENERATED PIC X(8).
           05 SO-LAST-ORDER-NO PIC X(5).
      *    A active, H held - due dates pass without an order and
      *    are reported - and E ended past its stop date
           05 SO-STATUS PIC X(1).
               88 SO-ACTIVE VALUE "A".
               88 SO-HELD VALUE "H".
               88 SO-ENDED VALUE "E".
      *    the order's lines in ORDER-DETAIL's own shape
           05 SO-LINE-COUNT PIC 9(1).
           05 SO-LINE OCCURS 5 TIMES.
               10 SO-ROW-B PIC A(2).
               10 SO-SUB-COUNT PIC 9(1).
               10 SO-SUB-1 PIC X(3).
               10 SO-SUB-2 PIC X(3).
               10 SO-LINE-QTY PIC 9(3).
           05 SO-CREATED-DATE PIC X(8).
           05 FILLER PIC X(10).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 FILLER PIC X(22).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 FILLER PIC X(38).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-STANDING-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-ITEMS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEMS-OPEN VALUE "Y".
       01 WS-EDIT-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-EDIT-OK VALUE "Y".
       01 WS-CUSTOMER-INPUT PIC X(6).
       01 WS-CUSTOMER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-SEQUENCE-INPUT PIC X(2).
       01 WS-SEQUENCE-JR PIC X(2) JUSTIFIED RIGHT.
       01 WS-QTY-INPUT PIC X(2).
       01 WS-QTY-JR PIC X(2) JUSTIFIED RIGHT.
       01 WS-VOP-INPUT PIC X(3).
       01 WS-VOP-JR PIC X(3) JUSTIFIED RIGHT.
       01 WS-LINE-QTY-INPUT PIC X(3).
       01 WS-LINE-QTY-JR PIC X(3) JUSTIFIED RIGHT.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-ROW-INPUT PIC X(2).
       01 WS-CHECK-CODE PIC X(3).
       01 WS-LINE-SUB PIC 9(1) VALUE ZERO.
       01 WS-NEXT-SEQUENCE PIC 9(2) VALUE ZERO.
       01 WS-LIST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINE-DONE-SWITCH PIC X(1) VALUE "N".
           88 WS-LINES-DONE VALUE "Y".
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-ADD    VALUE "A".
           88 ACTION-IS-HOLD   VALUE "H".
           88 ACTION-IS-STOP   VALUE "S".
           88 ACTION-IS-LIST   VALUE "L".
           88 ACTION-IS-EXIT   VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF.
           IF WS-STANDING-STATUS NOT = "00"
               DISPLAY "STANDING ORDER FILE NOT AVAILABLE - STATUS "
                       WS-STANDING-STATUS
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               SET WS-ITEMS-OPEN TO TRUE
           END-IF.
           PERFORM 100-STANDING-MENU UNTIL ACTION-IS-EXIT.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-ITEMS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE STANDING-ORDER-FILE.
           GOBACK.

       100-STANDING-MENU.
           DISPLAY "A)dd  H)old/resume  S)top  L)ist  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-ADD
                   PERFORM 200-ADD-STANDING-ORDER
               WHEN ACTION-IS-HOLD
                   PERFORM 300-HOLD-OR-RESUME
               WHEN ACTION-IS-STOP
                   PERFORM 400-STOP-STANDING-ORDER
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-CUSTOMER-ORDERS
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    a standing order is always an account's - the pricing
      *    run derives the member status off the same master, so
      *    the generated order carries no keyed flag to go stale
       200-ADD-STANDING-ORDER.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           PERFORM 210-ACCEPT-CUSTOMER.
           IF WS-EDIT-OK
               PERFORM 250-TAKE-NEXT-SEQUENCE
               MOVE SPACES TO STANDING-ORDER-RECORD
               MOVE ZERO TO SO-LINE-COUNT
               PERFORM 220-ACCEPT-TERMS
           END-IF.
           IF WS-EDIT-OK
               PERFORM 230-ACCEPT-SCHEDULE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 240-ACCEPT-LINES
           END-IF.
           IF WS-EDIT-OK
               MOVE WS-CUSTOMER-JR TO SO-CUSTOMER
               MOVE WS-NEXT-SEQUENCE TO SO-SEQUENCE
               MOVE SO-START-DATE TO SO-NEXT-DUE
               MOVE SPACES TO SO-LAST-GENERATED
               MOVE SPACES TO SO-LAST-ORDER-NO
               SET SO-ACTIVE TO TRUE
               MOVE WS-RUN-DATE TO SO-CREATED-DATE
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "STANDING ORDER NOT FILED - STATUS "
                               WS-STANDING-STATUS
                   NOT INVALID KEY
                       DISPLAY "STANDING ORDER "SO-CUSTOMER"/"
                               SO-SEQUENCE" FILED - FIRST DUE "
                               SO-NEXT-DUE
               END-WRITE
           END-IF.

       210-ACCEPT-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: ".
           ACCEPT WS-CUSTOMER-INPUT.
           MOVE WS-CUSTOMER-INPUT TO WS-CUSTOMER-JR.
           INSPECT WS-CUSTOMER-JR REPLACING LEADING SPACE BY ZERO.
           EVALUATE TRUE
               WHEN WS-CUSTOMER-INPUT = SPACES
                   OR WS-CUSTOMER-JR IS NOT NUMERIC
                   DISPLAY "CUSTOMER NUMBER NOT NUMERIC - NOTHING "
                           "FILED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               WHEN NOT WS-MASTER-OPEN
                   DISPLAY "CUSTOMER MASTER NOT AVAILABLE - NOTHING "
                           "FILED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               WHEN OTHER
                   MOVE WS-CUSTOMER-JR TO CM-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "CUSTOMER NOT ON FILE - NOTHING "
                                   "FILED"
                           MOVE "N" TO WS-EDIT-OK-SWITCH
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER: "CM-NAME
                   END-READ
           END-EVALUATE.

       220-ACCEPT-TERMS.
           DISPLAY "QUANTITY (1-99): ".
           ACCEPT WS-QTY-INPUT.
           MOVE WS-QTY-INPUT TO WS-QTY-JR.
           INSPECT WS-QTY-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-QTY-INPUT = SPACES OR WS-QTY-JR IS NOT NUMERIC
               DISPLAY "QUANTITY NOT NUMERIC - NOTHING FILED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           ELSE
               MOVE WS-QTY-JR TO SO-QTY
               IF SO-QTY = ZERO
                   DISPLAY "QUANTITY IS ZERO - NOTHING FILED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "ORDER VALUE (WHOLE DOLLARS, 0-999): "
               ACCEPT WS-VOP-INPUT
               MOVE WS-VOP-INPUT TO WS-VOP-JR
               INSPECT WS-VOP-JR REPLACING LEADING SPACE BY ZERO
               IF WS-VOP-INPUT = SPACES OR WS-VOP-JR IS NOT NUMERIC
                   DISPLAY "ORDER VALUE NOT NUMERIC - NOTHING FILED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               ELSE
                   MOVE WS-VOP-JR TO SO-VOP
               END-IF
           END-IF.

      *    the start defaults to today; a blank stop date runs the
      *    order until it is stopped
       230-ACCEPT-SCHEDULE.
           DISPLAY "FREQUENCY D)AILY W)EEKLY F)ORTNIGHTLY "
                   "M)ONTHLY: ".
           ACCEPT SO-FREQUENCY.
           IF NOT SO-FREQUENCY-VALID
               DISPLAY "FREQUENCY NOT D, W, F OR M - NOTHING FILED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "FIRST DUE DATE (YYYYMMDD, BLANK FOR TODAY): "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   MOVE WS-RUN-DATE TO SO-START-DATE
               ELSE
                   MOVE WS-DATE-INPUT TO SO-START-DATE
               END-IF
               EVALUATE TRUE
                   WHEN SO-START-DATE IS NOT NUMERIC
                       DISPLAY "FIRST DUE DATE NOT NUMERIC - "
                               "NOTHING FILED"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                   WHEN SO-START-DATE < WS-RUN-DATE
                       DISPLAY "FIRST DUE DATE IS PAST - NOTHING "
                               "FILED"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
               END-EVALUATE
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "LAST DATE (YYYYMMDD, BLANK FOR NO END): "
               ACCEPT SO-STOP-DATE
               IF SO-STOP-DATE NOT = SPACES
                   IF SO-STOP-DATE IS NOT NUMERIC
                       OR SO-STOP-DATE < SO-START-DATE
                       DISPLAY "LAST DATE NOT NUMERIC OR BEFORE "
                               "THE FIRST - NOTHING FILED"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

      *    up to five lines, each a row code and one or two items
      *    on the item master at a quantity - a blank row code ends
      *    the lines
       240-ACCEPT-LINES.
           MOVE ZERO TO WS-LINE-SUB.
           MOVE "N" TO WS-LINE-DONE-SWITCH.
           PERFORM UNTIL WS-LINES-DONE OR WS-LINE-SUB = 5
               OR NOT WS-EDIT-OK
               DISPLAY "LINE ROW CODE (2 LETTERS, BLANK TO END): "
               ACCEPT WS-ROW-INPUT
               IF WS-ROW-INPUT = SPACES
                   SET WS-LINES-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-LINE-SUB
                   PERFORM 245-ACCEPT-ONE-LINE
               END-IF
           END-PERFORM.
           IF WS-EDIT-OK
               MOVE WS-LINE-SUB TO SO-LINE-COUNT
           END-IF.

       245-ACCEPT-ONE-LINE.
           MOVE WS-ROW-INPUT TO SO-ROW-B (WS-LINE-SUB).
           IF SO-ROW-B (WS-LINE-SUB) IS NOT ALPHABETIC
               DISPLAY "ROW CODE NOT LETTERS - NOTHING FILED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "FIRST ITEM CODE: "
               ACCEPT WS-CHECK-CODE
               PERFORM 260-CHECK-ITEM-CODE
               MOVE WS-CHECK-CODE TO SO-SUB-1 (WS-LINE-SUB)
               MOVE 1 TO SO-SUB-COUNT (WS-LINE-SUB)
               MOVE SPACES TO SO-SUB-2 (WS-LINE-SUB)
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "SECOND ITEM CODE (BLANK FOR NONE): "
               ACCEPT WS-CHECK-CODE
               IF WS-CHECK-CODE NOT = SPACES
                   PERFORM 260-CHECK-ITEM-CODE
                   MOVE WS-CHECK-CODE TO SO-SUB-2 (WS-LINE-SUB)
                   MOVE 2 TO SO-SUB-COUNT (WS-LINE-SUB)
               END-IF
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "LINE QUANTITY (1-999): "
               ACCEPT WS-LINE-QTY-INPUT
               MOVE WS-LINE-QTY-INPUT TO WS-LINE-QTY-JR
               INSPECT WS-LINE-QTY-JR REPLACING LEADING SPACE BY ZERO
               IF WS-LINE-QTY-INPUT = SPACES
                   OR WS-LINE-QTY-JR IS NOT NUMERIC
                   OR WS-LINE-QTY-JR = "000"
                   DISPLAY "LINE QUANTITY NOT 1-999 - NOTHING FILED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               ELSE
                   MOVE WS-LINE-QTY-JR TO SO-LINE-QTY (WS-LINE-SUB)
               END-IF
           END-IF.

      *    the customer's next free sequence - the highest on file
      *    plus one - taken before the new order is built, since
      *    the browse reads over the record area
       250-TAKE-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE WS-CUSTOMER-JR TO SO-CUSTOMER.
           MOVE ZERO TO SO-SEQUENCE.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE "10" TO WS-STANDING-STATUS
           END-START.
           PERFORM UNTIL WS-STANDING-STATUS NOT = "00"
               READ STANDING-ORDER-FILE NEXT
                   AT END MOVE "10" TO WS-STANDING-STATUS
               END-READ
               IF WS-STANDING-STATUS = "00"
                   IF SO-CUSTOMER NOT = WS-CUSTOMER-JR
                       MOVE "10" TO WS-STANDING-STATUS
                   ELSE
                       IF SO-SEQUENCE < 99
                           COMPUTE WS-NEXT-SEQUENCE = SO-SEQUENCE + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-STANDING-STATUS.

       260-CHECK-ITEM-CODE.
           IF NOT WS-ITEMS-OPEN
               DISPLAY "ITEM MASTER NOT AVAILABLE - NOTHING FILED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           ELSE
               MOVE WS-CHECK-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ITEM "WS-CHECK-CODE" NOT ON ITEM "
                               "MASTER - NOTHING FILED"
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                   NOT INVALID KEY
                       DISPLAY "  "IM-DESCRIPTION
               END-READ
           END-IF.

      *    a held order keeps its schedule - its due dates pass
      *    without an order and the generation report lists each
       300-HOLD-OR-RESUME.
           PERFORM 600-ACCEPT-KEY.
           IF WS-EDIT-OK
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       DISPLAY "STANDING ORDER NOT ON FILE"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SO-ENDED
                               DISPLAY "STANDING ORDER HAS ENDED - "
                                       "KEY A NEW ONE"
                           WHEN SO-HELD
                               SET SO-ACTIVE TO TRUE
                               PERFORM 610-REWRITE-STANDING-ORDER
                               DISPLAY "RESUMED - NEXT DUE "
                                       SO-NEXT-DUE
                           WHEN OTHER
                               SET SO-HELD TO TRUE
                               PERFORM 610-REWRITE-STANDING-ORDER
                               DISPLAY "HELD"
                       END-EVALUATE
               END-READ
           END-IF.

      *    the last date the order may fall due - today or later,
      *    and not before it first fell due
       400-STOP-STANDING-ORDER.
           PERFORM 600-ACCEPT-KEY.
           IF WS-EDIT-OK
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       DISPLAY "STANDING ORDER NOT ON FILE"
                   NOT INVALID KEY
                       DISPLAY "LAST DATE (YYYYMMDD): "
                       ACCEPT WS-DATE-INPUT
                       EVALUATE TRUE
                           WHEN WS-DATE-INPUT IS NOT NUMERIC
                               DISPLAY "DATE NOT NUMERIC - "
                                       "UNCHANGED"
                           WHEN WS-DATE-INPUT < WS-RUN-DATE
                               OR WS-DATE-INPUT < SO-START-DATE
                               DISPLAY "DATE IS PAST OR BEFORE THE "
                                       "FIRST DUE DATE - UNCHANGED"
                           WHEN OTHER
                               MOVE WS-DATE-INPUT TO SO-STOP-DATE
                               PERFORM 610-REWRITE-STANDING-ORDER
                               DISPLAY "STANDING ORDER STOPS AFTER "
                                       SO-STOP-DATE
                       END-EVALUATE
               END-READ
           END-IF.

       500-LIST-CUSTOMER-ORDERS.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           PERFORM 210-ACCEPT-CUSTOMER.
           IF WS-EDIT-OK
               MOVE ZERO TO WS-LIST-COUNT
               MOVE WS-CUSTOMER-JR TO SO-CUSTOMER
               MOVE ZERO TO SO-SEQUENCE
               START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
                   INVALID KEY
                       MOVE "10" TO WS-STANDING-STATUS
               END-START
               DISPLAY "SEQ QTY VOP FREQ FIRST    LAST     NEXT DUE "
                       "STATUS LAST ORDER"
               PERFORM UNTIL WS-STANDING-STATUS NOT = "00"
                   READ STANDING-ORDER-FILE NEXT
                       AT END MOVE "10" TO WS-STANDING-STATUS
                   END-READ
                   IF WS-STANDING-STATUS = "00"
                       IF SO-CUSTOMER NOT = WS-CUSTOMER-JR
                           MOVE "10" TO WS-STANDING-STATUS
                       ELSE
                           PERFORM 510-LIST-ONE-ORDER
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-STANDING-STATUS
               IF WS-LIST-COUNT = ZERO
                   DISPLAY "NO STANDING ORDERS FOR THIS CUSTOMER"
               END-IF
           END-IF.

       510-LIST-ONE-ORDER.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY SO-SEQUENCE"  "SO-QTY"  "SO-VOP" "SO-FREQUENCY
                   "    "SO-START-DATE" "SO-STOP-DATE" "SO-NEXT-DUE
                   " "SO-STATUS"      "SO-LAST-ORDER-NO" "
                   SO-LAST-GENERATED.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > SO-LINE-COUNT
               DISPLAY "      LINE "SO-ROW-B (WS-LINE-SUB)" "
                       SO-SUB-1 (WS-LINE-SUB)" "
                       SO-SUB-2 (WS-LINE-SUB)" QTY "
                       SO-LINE-QTY (WS-LINE-SUB)
           END-PERFORM.

       600-ACCEPT-KEY.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           PERFORM 210-ACCEPT-CUSTOMER.
           IF WS-EDIT-OK
               DISPLAY "SEQUENCE: "
               ACCEPT WS-SEQUENCE-INPUT
               MOVE WS-SEQUENCE-INPUT TO WS-SEQUENCE-JR
               INSPECT WS-SEQUENCE-JR REPLACING LEADING SPACE BY ZERO
               IF WS-SEQUENCE-JR IS NOT NUMERIC
                   DISPLAY "SEQUENCE NOT NUMERIC"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               ELSE
                   MOVE WS-CUSTOMER-JR TO SO-CUSTOMER
                   MOVE WS-SEQUENCE-JR TO SO-SEQUENCE
               END-IF
           END-IF.

       610-REWRITE-STANDING-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED - STATUS "
                           WS-STANDING-STATUS
           END-REWRITE.

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
       END PROGRAM STANDMAINT.
