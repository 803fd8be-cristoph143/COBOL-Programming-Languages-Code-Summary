      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gross margin report - the default run costs the
      *          day's matched lines on ORDER-COMBINED at each item's
      *          weighted-average IM-UNIT-COST and reports revenue at
      *          IM-UNIT-PRICE, discount at the line's priced rate,
      *          cost of goods and gross margin by item and by
      *          member/non-member discount tier, listing first every
      *          line that sold below cost; run with HISTORY (and an
      *          optional YYYYMM) on the command line for the same
      *          by-item margin off ITEM-SALES-HISTORY; the report
      *          goes onto MARGIN-REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGINRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT COMBINED-ORDER-FILE ASSIGN TO "ORDER-COMBINED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "ITEM-SALES-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MARGIN-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  COMBINED-ORDER-FILE.
       01  COMBINED-ORDER-RECORD.
           05 CO-ORDER-NO   PIC X(5).
           05 CO-ROW-B      PIC A(2).
           05 CO-SUB-COUNT  PIC 9.
           05 CO-SUB-1      PIC X(3).
           05 CO-SUB-2      PIC X(3).
           05 CO-QTY        PIC 9(2).
           05 CO-VOP        PIC 9(3).
           05 CO-MEMBER     PIC X.
           05 CO-DISCOUNT   PIC 9(2)V99.
           05 CO-LINE-QTY   PIC 9(3).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
           05 IM-TAXABLE PIC X(1).
           05 IM-TAX-CODE PIC X(4).
           05 IM-SUPPLIER PIC X(6).
      *    weighted-average cost, kept up by STOCKPOST
           05 IM-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X(2).
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05 SH-RUN-DATE PIC X(8).
           05 SH-DATE-PARTS REDEFINES SH-RUN-DATE.
               10 SH-YYYYMM PIC X(6).
               10 SH-DD     PIC 9(2).
           05 SH-ITEM-CODE PIC X(3).
           05 SH-COUNT PIC 9(5).
           05 SH-VALUE PIC 9(9)V99.
           05 SH-COST PIC 9(9)V99.
           05 SH-DISCOUNT PIC 9(9)V99.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-COMBINED-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-COMMAND-LINE PIC X(30) VALUE SPACES.
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.
           88 WS-HISTORY-MODE VALUE "HISTORY".
       01 WS-WANTED-MONTH PIC X(6) VALUE SPACES.
       01 WS-ITEM-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEM-OPEN VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-COSTED-SWITCH PIC X(1) VALUE "N".
           88 WS-COSTED VALUE "Y".
      *    the line's quantity - an unstamped legacy line counts one
       01 WS-LINE-QTY PIC 9(3) VALUE 1.
      *    the units a line or a history day adds to its buckets
       01 WS-TAKE-QTY PIC 9(7) VALUE ZERO.
       01 WS-CHECK-CODE PIC X(3).
       01 WS-ITEM-DESC PIC X(20).
       01 WS-UNIT-PRICE PIC 9(5)V99 VALUE ZERO.
       01 WS-UNIT-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-DISCOUNT-RATE PIC 9(2)V99 VALUE ZERO.
       01 WS-LINE-REVENUE PIC 9(7)V99 VALUE ZERO.
       01 WS-LINE-DISCOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-LINE-COST PIC 9(7)V99 VALUE ZERO.
       01 WS-LINE-NET PIC 9(7)V99 VALUE ZERO.
       01 WS-NET-UNIT PIC 9(5)V99 VALUE ZERO.
      *    revenue, discount and cost per item code for the run
       01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 200 TIMES INDEXED BY IT-IDX.
               10 WS-IT-CODE PIC X(3).
               10 WS-IT-DESC PIC X(20).
               10 WS-IT-SOLD PIC 9(7).
               10 WS-IT-REVENUE PIC 9(9)V99.
               10 WS-IT-DISCOUNT PIC 9(9)V99.
               10 WS-IT-COST PIC 9(9)V99.
               10 WS-IT-UNCOSTED PIC 9(7).
      *    the same per member flag and discount rate - the tiers
      *    the quantity pricing sells at
       01 WS-TIER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 100 TIMES INDEXED BY TR-IDX.
               10 WS-TR-MEMBER PIC X(1).
               10 WS-TR-RATE PIC 9(2)V99.
               10 WS-TR-SOLD PIC 9(7).
               10 WS-TR-REVENUE PIC 9(9)V99.
               10 WS-TR-DISCOUNT PIC 9(9)V99.
               10 WS-TR-COST PIC 9(9)V99.
       01 WS-BUCKET-SOLD PIC 9(7).
       01 WS-BUCKET-REVENUE PIC 9(9)V99.
       01 WS-BUCKET-DISCOUNT PIC 9(9)V99.
       01 WS-BUCKET-COST PIC 9(9)V99.
       01 WS-BUCKET-MARGIN PIC S9(9)V99.
       01 WS-BUCKET-PERCENT PIC S9(3)V9.
       01 WS-BUCKET-NET PIC 9(9)V99.
       01 MARGIN-TOTALS.
           05 MT-LINES PIC 9(7) VALUE ZERO.
           05 MT-BELOW-COST PIC 9(7) VALUE ZERO.
           05 MT-UNCOSTED PIC 9(7) VALUE ZERO.
           05 MT-PRE-COSTING PIC 9(7) VALUE ZERO.
           05 MT-SOLD PIC 9(7) VALUE ZERO.
           05 MT-REVENUE PIC 9(9)V99 VALUE ZERO.
           05 MT-DISCOUNT PIC 9(9)V99 VALUE ZERO.
           05 MT-COST PIC 9(9)V99 VALUE ZERO.
       01 WS-SOLD-EDIT PIC Z,ZZZ,ZZ9.
       01 WS-REVENUE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISCOUNT-EDIT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-COST-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MARGIN-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PERCENT-EDIT PIC -ZZ9.9.
       01 WS-PRICE-EDIT PIC ZZ,ZZ9.99.
       01 WS-UNIT-COST-EDIT PIC ZZ,ZZ9.99.
       01 WS-QTY-EDIT PIC ZZ9.
       01 WS-RATE-EDIT PIC Z9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-WANTED-MONTH
           END-UNSTRING.
           PERFORM 990-GET-PROCESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-HISTORY-MODE
               PERFORM 600-HISTORY-MARGIN
           ELSE
               PERFORM 100-DAY-MARGIN
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "REVENUE:          "MT-REVENUE.
           DISPLAY "DISCOUNT:         "MT-DISCOUNT.
           DISPLAY "COST OF GOODS:    "MT-COST.
           DISPLAY "LINES BELOW COST: "MT-BELOW-COST.
           GOBACK.

      *    the day's lines, each item on a line costed as it sells -
      *    a line may carry one or two item codes, both at the line's
      *    quantity and the order's discount rate
       100-DAY-MARGIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "GROSS MARGIN REPORT - " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LINES SOLD BELOW COST" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ORDER  ROW  ITEM  QTY  MEMBER  DISC%" TO REPORT-LINE.
           MOVE "  NET-UNIT  UNIT-COST  DESCRIPTION"
               TO REPORT-LINE (37:34).
           WRITE REPORT-LINE.
           PERFORM 110-OPEN-ITEM-MASTER.
           OPEN INPUT COMBINED-ORDER-FILE.
           IF WS-COMBINED-STATUS NOT = "00"
               MOVE "  (NO COMBINED ORDER FILE - NOTHING SOLD)" TO
                   REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 200-READ-COMBINED
               PERFORM UNTIL WS-COMBINED-STATUS = "10"
                   PERFORM 300-COST-ONE-LINE
                   PERFORM 200-READ-COMBINED
               END-PERFORM
               CLOSE COMBINED-ORDER-FILE
           END-IF.
           IF MT-BELOW-COST = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-ITEM-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           PERFORM 500-PRINT-BY-ITEM.
           PERFORM 550-PRINT-BY-TIER.

       110-OPEN-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               SET WS-ITEM-OPEN TO TRUE
           ELSE
               DISPLAY "ITEM MASTER NOT AVAILABLE - NO LINE CAN BE "
                       "PRICED OR COSTED"
           END-IF.

       200-READ-COMBINED.
           READ COMBINED-ORDER-FILE
               AT END MOVE "10" TO WS-COMBINED-STATUS
           END-READ.

       300-COST-ONE-LINE.
           IF CO-LINE-QTY IS NUMERIC AND CO-LINE-QTY > ZERO
               MOVE CO-LINE-QTY TO WS-LINE-QTY
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           IF CO-DISCOUNT IS NUMERIC
               MOVE CO-DISCOUNT TO WS-DISCOUNT-RATE
           ELSE
               MOVE ZERO TO WS-DISCOUNT-RATE
           END-IF.
           MOVE CO-SUB-1 TO WS-CHECK-CODE.
           PERFORM 310-COST-ONE-CODE.
           IF CO-SUB-COUNT = 2
               MOVE CO-SUB-2 TO WS-CHECK-CODE
               PERFORM 310-COST-ONE-CODE
           END-IF.

      *    an item with no cost on file sells at no known margin -
      *    it is counted apart rather than shown as all profit
       310-COST-ONE-CODE.
           ADD 1 TO MT-LINES.
           MOVE ZERO TO WS-UNIT-PRICE.
           MOVE ZERO TO WS-UNIT-COST.
           MOVE SPACES TO WS-ITEM-DESC.
           MOVE "N" TO WS-COSTED-SWITCH.
           IF WS-ITEM-OPEN
               MOVE WS-CHECK-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)" TO WS-ITEM-DESC
                   NOT INVALID KEY
                       MOVE IM-DESCRIPTION TO WS-ITEM-DESC
                       MOVE IM-UNIT-PRICE TO WS-UNIT-PRICE
                       IF IM-UNIT-COST IS NUMERIC
                           AND IM-UNIT-COST > ZERO
                           MOVE IM-UNIT-COST TO WS-UNIT-COST
                           SET WS-COSTED TO TRUE
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-LINE-REVENUE = WS-UNIT-PRICE * WS-LINE-QTY.
           COMPUTE WS-LINE-DISCOUNT ROUNDED =
               WS-LINE-REVENUE * WS-DISCOUNT-RATE / 100.
           COMPUTE WS-LINE-COST = WS-UNIT-COST * WS-LINE-QTY.
           COMPUTE WS-LINE-NET = WS-LINE-REVENUE - WS-LINE-DISCOUNT.
           IF NOT WS-COSTED
               ADD 1 TO MT-UNCOSTED
           ELSE
               IF WS-LINE-NET < WS-LINE-COST
                   PERFORM 320-PRINT-BELOW-COST
               END-IF
           END-IF.
           MOVE WS-LINE-QTY TO WS-TAKE-QTY.
           ADD WS-TAKE-QTY TO MT-SOLD.
           ADD WS-LINE-REVENUE TO MT-REVENUE.
           ADD WS-LINE-DISCOUNT TO MT-DISCOUNT.
           ADD WS-LINE-COST TO MT-COST.
           PERFORM 400-ADD-TO-ITEM.
           PERFORM 450-ADD-TO-TIER.

       320-PRINT-BELOW-COST.
           ADD 1 TO MT-BELOW-COST.
           COMPUTE WS-NET-UNIT ROUNDED = WS-LINE-NET / WS-LINE-QTY.
           MOVE WS-NET-UNIT TO WS-PRICE-EDIT.
           MOVE WS-UNIT-COST TO WS-UNIT-COST-EDIT.
           MOVE WS-LINE-QTY TO WS-QTY-EDIT.
           MOVE WS-DISCOUNT-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING CO-ORDER-NO "  " CO-ROW-B "   " WS-CHECK-CODE
                  "   " WS-QTY-EDIT "  " CO-MEMBER "       "
                  WS-RATE-EDIT "  " WS-PRICE-EDIT " "
                  WS-UNIT-COST-EDIT "  " WS-ITEM-DESC
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       400-ADD-TO-ITEM.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET IT-IDX TO 1.
           SEARCH WS-ITEM-ENTRY
               AT END
                   PERFORM 410-ADD-NEW-ITEM
               WHEN IT-IDX > WS-ITEM-COUNT
                   PERFORM 410-ADD-NEW-ITEM
               WHEN WS-IT-CODE (IT-IDX) = WS-CHECK-CODE
                   SET WS-FOUND TO TRUE
           END-SEARCH.
           IF WS-FOUND
               ADD WS-TAKE-QTY TO WS-IT-SOLD (IT-IDX)
               ADD WS-LINE-REVENUE TO WS-IT-REVENUE (IT-IDX)
               ADD WS-LINE-DISCOUNT TO WS-IT-DISCOUNT (IT-IDX)
               ADD WS-LINE-COST TO WS-IT-COST (IT-IDX)
               IF NOT WS-COSTED
                   ADD WS-TAKE-QTY TO WS-IT-UNCOSTED (IT-IDX)
               END-IF
           END-IF.

       410-ADD-NEW-ITEM.
           IF WS-ITEM-COUNT >= 200
               DISPLAY "ITEM TABLE FULL - ITEM "WS-CHECK-CODE
                       " NOT REPORTED BY ITEM"
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               SET IT-IDX TO WS-ITEM-COUNT
               MOVE WS-CHECK-CODE TO WS-IT-CODE (IT-IDX)
               MOVE WS-ITEM-DESC TO WS-IT-DESC (IT-IDX)
               MOVE ZERO TO WS-IT-SOLD (IT-IDX)
               MOVE ZERO TO WS-IT-REVENUE (IT-IDX)
               MOVE ZERO TO WS-IT-DISCOUNT (IT-IDX)
               MOVE ZERO TO WS-IT-COST (IT-IDX)
               MOVE ZERO TO WS-IT-UNCOSTED (IT-IDX)
               SET WS-FOUND TO TRUE
           END-IF.

       450-ADD-TO-TIER.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET TR-IDX TO 1.
           SEARCH WS-TIER-ENTRY
               AT END
                   PERFORM 460-ADD-NEW-TIER
               WHEN TR-IDX > WS-TIER-COUNT
                   PERFORM 460-ADD-NEW-TIER
               WHEN WS-TR-MEMBER (TR-IDX) = CO-MEMBER
                   AND WS-TR-RATE (TR-IDX) = WS-DISCOUNT-RATE
                   SET WS-FOUND TO TRUE
           END-SEARCH.
           IF WS-FOUND
               ADD WS-TAKE-QTY TO WS-TR-SOLD (TR-IDX)
               ADD WS-LINE-REVENUE TO WS-TR-REVENUE (TR-IDX)
               ADD WS-LINE-DISCOUNT TO WS-TR-DISCOUNT (TR-IDX)
               ADD WS-LINE-COST TO WS-TR-COST (TR-IDX)
           END-IF.

       460-ADD-NEW-TIER.
           IF WS-TIER-COUNT >= 100
               DISPLAY "TIER TABLE FULL - MEMBER "CO-MEMBER
                       " RATE "WS-DISCOUNT-RATE" NOT REPORTED BY TIER"
           ELSE
               ADD 1 TO WS-TIER-COUNT
               SET TR-IDX TO WS-TIER-COUNT
               MOVE CO-MEMBER TO WS-TR-MEMBER (TR-IDX)
               MOVE WS-DISCOUNT-RATE TO WS-TR-RATE (TR-IDX)
               MOVE ZERO TO WS-TR-SOLD (TR-IDX)
               MOVE ZERO TO WS-TR-REVENUE (TR-IDX)
               MOVE ZERO TO WS-TR-DISCOUNT (TR-IDX)
               MOVE ZERO TO WS-TR-COST (TR-IDX)
               SET WS-FOUND TO TRUE
           END-IF.

       500-PRINT-BY-ITEM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MARGIN BY ITEM" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CODE  DESCRIPTION               SOLD        REVENUE"
               TO REPORT-LINE.
           MOVE "      DISCOUNT   COST OF GOODS          MARGIN   PCT"
               TO REPORT-LINE (52:52).
           WRITE REPORT-LINE.
           PERFORM 510-PRINT-ONE-ITEM
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > WS-ITEM-COUNT.
           MOVE MT-SOLD TO WS-BUCKET-SOLD.
           MOVE MT-REVENUE TO WS-BUCKET-REVENUE.
           MOVE MT-DISCOUNT TO WS-BUCKET-DISCOUNT.
           MOVE MT-COST TO WS-BUCKET-COST.
           PERFORM 590-EDIT-BUCKET.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL                      " WS-SOLD-EDIT
                  " " WS-REVENUE-EDIT " " WS-DISCOUNT-EDIT
                  "  " WS-COST-EDIT " " WS-MARGIN-EDIT
                  WS-PERCENT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MT-UNCOSTED > ZERO
               MOVE MT-UNCOSTED TO WS-SOLD-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "ITEM LINES WITH NO COST ON FILE "
                      WS-SOLD-EDIT
                      " - THEIR MARGIN IS OVERSTATED"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       510-PRINT-ONE-ITEM.
           MOVE WS-IT-SOLD (IT-IDX) TO WS-BUCKET-SOLD.
           MOVE WS-IT-REVENUE (IT-IDX) TO WS-BUCKET-REVENUE.
           MOVE WS-IT-DISCOUNT (IT-IDX) TO WS-BUCKET-DISCOUNT.
           MOVE WS-IT-COST (IT-IDX) TO WS-BUCKET-COST.
           PERFORM 590-EDIT-BUCKET.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-IT-CODE (IT-IDX) "   " WS-IT-DESC (IT-IDX)
                  " " WS-SOLD-EDIT " " WS-REVENUE-EDIT
                  " " WS-DISCOUNT-EDIT "  " WS-COST-EDIT
                  " " WS-MARGIN-EDIT WS-PERCENT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           IF WS-IT-UNCOSTED (IT-IDX) > ZERO
               MOVE "NO COST" TO REPORT-LINE (105:7)
           END-IF.
           WRITE REPORT-LINE.

       550-PRINT-BY-TIER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MARGIN BY TIER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIER      DISC%                   SOLD        REVENUE"
               TO REPORT-LINE.
           MOVE "      DISCOUNT   COST OF GOODS          MARGIN   PCT"
               TO REPORT-LINE (52:52).
           WRITE REPORT-LINE.
           PERFORM 560-PRINT-ONE-TIER
               VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > WS-TIER-COUNT.

       560-PRINT-ONE-TIER.
           MOVE WS-TR-SOLD (TR-IDX) TO WS-BUCKET-SOLD.
           MOVE WS-TR-REVENUE (TR-IDX) TO WS-BUCKET-REVENUE.
           MOVE WS-TR-DISCOUNT (TR-IDX) TO WS-BUCKET-DISCOUNT.
           MOVE WS-TR-COST (TR-IDX) TO WS-BUCKET-COST.
           PERFORM 590-EDIT-BUCKET.
           MOVE SPACES TO REPORT-LINE.
           IF WS-TR-MEMBER (TR-IDX) = "Y"
               MOVE "MEMBER" TO REPORT-LINE (1:6)
           ELSE
               MOVE "NON-MEMBER" TO REPORT-LINE (1:10)
           END-IF.
           MOVE WS-TR-RATE (TR-IDX) TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO REPORT-LINE (11:5).
           STRING WS-SOLD-EDIT " " WS-REVENUE-EDIT
                  " " WS-DISCOUNT-EDIT "  " WS-COST-EDIT
                  " " WS-MARGIN-EDIT WS-PERCENT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE (28:80).
           WRITE REPORT-LINE.

      *    margin is what is left of revenue after discount and cost
      *    of goods, its percent taken on the discounted revenue
       590-EDIT-BUCKET.
           COMPUTE WS-BUCKET-NET = WS-BUCKET-REVENUE
               - WS-BUCKET-DISCOUNT.
           COMPUTE WS-BUCKET-MARGIN = WS-BUCKET-NET - WS-BUCKET-COST.
           IF WS-BUCKET-NET > ZERO
               COMPUTE WS-BUCKET-PERCENT ROUNDED =
                   WS-BUCKET-MARGIN * 100 / WS-BUCKET-NET
                   ON SIZE ERROR
                       MOVE ZERO TO WS-BUCKET-PERCENT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-BUCKET-PERCENT
           END-IF.
           MOVE WS-BUCKET-SOLD TO WS-SOLD-EDIT.
           MOVE WS-BUCKET-REVENUE TO WS-REVENUE-EDIT.
           MOVE WS-BUCKET-DISCOUNT TO WS-DISCOUNT-EDIT.
           MOVE WS-BUCKET-COST TO WS-COST-EDIT.
           MOVE WS-BUCKET-MARGIN TO WS-MARGIN-EDIT.
           MOVE WS-BUCKET-PERCENT TO WS-PERCENT-EDIT.

      *    the rolled history by item over a month, or over all of
      *    it when no month is given - days rolled before items were
      *    costed carry no cost and are counted apart
       600-HISTORY-MARGIN.
           MOVE SPACES TO REPORT-LINE.
           IF WS-WANTED-MONTH = SPACES
               STRING "GROSS MARGIN FROM ITEM SALES HISTORY - ALL "
                      "DATES" DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "GROSS MARGIN FROM ITEM SALES HISTORY - "
                      WS-WANTED-MONTH DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           PERFORM 110-OPEN-ITEM-MASTER.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "NO ITEM SALES HISTORY ON FILE"
           ELSE
               PERFORM 610-READ-HISTORY
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   IF WS-WANTED-MONTH = SPACES
                       OR SH-YYYYMM = WS-WANTED-MONTH
                       PERFORM 620-TAKE-ONE-HISTORY
                   END-IF
                   PERFORM 610-READ-HISTORY
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF.
           IF WS-ITEM-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           PERFORM 500-PRINT-BY-ITEM.
           IF MT-PRE-COSTING > ZERO
               MOVE MT-PRE-COSTING TO WS-SOLD-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "HISTORY DAYS ROLLED BEFORE COSTING "
                      WS-SOLD-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       610-READ-HISTORY.
           READ SALES-HISTORY-FILE
               AT END MOVE "10" TO WS-HISTORY-STATUS
           END-READ.

       620-TAKE-ONE-HISTORY.
           MOVE SH-ITEM-CODE TO WS-CHECK-CODE.
           MOVE SPACES TO WS-ITEM-DESC.
           IF WS-ITEM-OPEN
               MOVE SH-ITEM-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)" TO WS-ITEM-DESC
                   NOT INVALID KEY
                       MOVE IM-DESCRIPTION TO WS-ITEM-DESC
               END-READ
           END-IF.
           MOVE SH-COUNT TO WS-TAKE-QTY.
           MOVE SH-VALUE TO WS-LINE-REVENUE.
           IF SH-COST IS NUMERIC AND SH-DISCOUNT IS NUMERIC
               MOVE SH-COST TO WS-LINE-COST
               MOVE SH-DISCOUNT TO WS-LINE-DISCOUNT
               SET WS-COSTED TO TRUE
           ELSE
               ADD 1 TO MT-PRE-COSTING
               MOVE ZERO TO WS-LINE-COST
               MOVE ZERO TO WS-LINE-DISCOUNT
               MOVE "N" TO WS-COSTED-SWITCH
           END-IF.
           ADD WS-TAKE-QTY TO MT-SOLD.
           ADD WS-LINE-REVENUE TO MT-REVENUE.
           ADD WS-LINE-DISCOUNT TO MT-DISCOUNT.
           ADD WS-LINE-COST TO MT-COST.
           PERFORM 400-ADD-TO-ITEM.

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
       END PROGRAM MARGINRPT.
