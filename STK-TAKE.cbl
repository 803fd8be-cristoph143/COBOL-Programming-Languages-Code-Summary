      ******************************************************************
      * Author:
      * Date:
      * Purpose: Physical inventory count - the stocktake cycle in
      *          four steps, each named on the command line:
      *          FREEZE snapshots the book quantity of every item (or
      *          of a code range for a cycle count, FREEZE aaa zzz)
      *          onto STOCK-COUNT and prints the count sheets on
      *          STOCK-COUNT-SHEETS; COUNT takes in the counted
      *          quantities at the terminal; VARIANCE reports count
      *          against book in units and in value at IM-UNIT-PRICE
      *          on STOCK-VARIANCE-REPORT; POST, once an operator
      *          holding the item maintenance permission signs off,
      *          adjusts IM-ON-HAND by the variance and logs every
      *          adjustment on STOCK-ADJUSTMENTS and ITEM-MAINT-AUDIT;
      *          POST is refused while the nightly stream holds the
      *          ITEM files on BATCH-WINDOW-LOCK
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKTAKE.
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
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT COUNT-CONTROL-FILE ASSIGN TO "STOCK-COUNT-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STOCK-COUNT-FILE ASSIGN TO "STOCK-COUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ITEM-CODE
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO "STOCK-COUNT-SHEETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.
           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO "STOCK-VARIANCE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "STOCK-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "ITEM-MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCH-WINDOW-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
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
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
      *    stock on hand and the level that triggers a reorder -
      *    movements post from the day's order lines and receipts,
      *    the morning report lists anything at or below the point
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
           05 IM-TAXABLE PIC X(1).
           05 IM-TAX-CODE PIC X(4).
           05 IM-SUPPLIER PIC X(6).
           05 FILLER PIC X(9).
      *    the count in progress - when it was frozen, the code
      *    range it covers, and whether it is still open or posted
       FD  COUNT-CONTROL-FILE.
       01  COUNT-CONTROL-RECORD.
           05 SCC-FREEZE-DATE PIC X(8).
           05 SCC-FROM-CODE PIC X(3).
           05 SCC-TO-CODE PIC X(3).
           05 SCC-STATE PIC X(1).
               88 SCC-COUNT-OPEN VALUE "F".
               88 SCC-COUNT-POSTED VALUE "P".
           05 SCC-POSTED-DATE PIC X(8).
           05 SCC-POSTED-BY PIC X(8).
      *    one record per item in the count - the book quantity as
      *    frozen and the quantity counted; the variance posts as a
      *    difference, so sales and receipts between the freeze and
      *    the posting are not lost
       FD  STOCK-COUNT-FILE.
       01  STOCK-COUNT-RECORD.
           05 SC-ITEM-CODE PIC X(3).
           05 SC-DESCRIPTION PIC X(20).
           05 SC-UNIT-PRICE PIC 9(5)V99.
           05 SC-BOOK-QTY PIC S9(5) SIGN IS LEADING SEPARATE.
           05 SC-COUNTED-QTY PIC 9(5).
           05 SC-COUNTED-FLAG PIC X(1).
               88 SC-IS-COUNTED VALUE "Y".
       FD  COUNT-SHEET-FILE.
       01  SHEET-LINE PIC X(80).
       FD  VARIANCE-REPORT-FILE.
       01  REPORT-LINE PIC X(80).
      *    one line per adjustment posted - the count it came from,
      *    the book and counted quantities, and who signed it off
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05 ADJ-POSTED-DATE PIC X(8).
           05 ADJ-FREEZE-DATE PIC X(8).
           05 ADJ-ITEM-CODE PIC X(3).
           05 ADJ-BOOK-QTY PIC S9(5) SIGN IS LEADING SEPARATE.
           05 ADJ-COUNTED-QTY PIC 9(5).
           05 ADJ-VARIANCE-QTY PIC S9(5) SIGN IS LEADING SEPARATE.
           05 ADJ-UNIT-PRICE PIC 9(5)V99.
           05 ADJ-VARIANCE-VALUE PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           05 ADJ-ON-HAND-BEFORE PIC S9(5) SIGN IS LEADING SEPARATE.
           05 ADJ-ON-HAND-AFTER PIC S9(5) SIGN IS LEADING SEPARATE.
           05 ADJ-OPERATOR PIC X(8).
      *    who did what and when, with the record image before and
      *    after - the same trail ITEMMAINT writes, so a stocktake
      *    correction reads alongside hand maintenance
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD PIC X(200).
      *    one record per file set the nightly stream is updating -
      *    set by EODDRIVER when the stream starts, cleared when it
      *    ends OK or by the operator through BWUNLOCK
       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD.
           05 BW-FILE-SET PIC X(8).
           05 BW-STREAM PIC X(8).
           05 BW-DATE PIC X(8).
           05 BW-TIME PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-LOCK-STATUS PIC X(2).
       01 WS-LOCK-FILE-SET PIC X(8) VALUE "ITEM".
       01 WS-BATCH-LOCKED-SWITCH PIC X(1) VALUE "N".
           88 WS-BATCH-LOCKED VALUE "Y".
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-COUNT-STATUS PIC X(2).
       01 WS-SHEET-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-ADJUST-STATUS PIC X(2).
       01 WS-MAINT-AUDIT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-COMMAND-LINE PIC X(30) VALUE SPACES.
       01 WS-WORD-1 PIC X(8) VALUE SPACES.
       01 WS-WORD-2 PIC X(3) VALUE SPACES.
       01 WS-WORD-3 PIC X(3) VALUE SPACES.
       01 WS-CONTROL-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CONTROL-FOUND VALUE "Y".
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
       01 WS-ACTION PIC X(1) VALUE "S".
       01 WS-MAY-MAINT-ITEMS PIC X(1) VALUE "N".
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-BEFORE-IMAGE PIC X(61) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(61) VALUE SPACES.
       01 WS-KEYED-CODE PIC X(3).
       01 WS-COUNT-INPUT PIC X(5).
       01 WS-COUNT-INPUT-JR PIC X(5) JUSTIFIED RIGHT.
       01 WS-VARIANCE-QTY PIC S9(5) VALUE ZERO.
       01 WS-VARIANCE-VALUE PIC S9(7)V99 VALUE ZERO.
       01 COUNT-TOTALS.
           05 CT-ITEMS PIC 9(5) VALUE ZERO.
           05 CT-COUNTED PIC 9(5) VALUE ZERO.
           05 CT-NOT-COUNTED PIC 9(5) VALUE ZERO.
           05 CT-WITH-VARIANCE PIC 9(5) VALUE ZERO.
           05 CT-POSTED PIC 9(5) VALUE ZERO.
           05 CT-VALUE-OVER PIC 9(9)V99 VALUE ZERO.
           05 CT-VALUE-SHORT PIC 9(9)V99 VALUE ZERO.
           05 CT-NET-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-QTY-EDIT PIC -ZZ,ZZ9.
       01 WS-BOOK-EDIT PIC -ZZ,ZZ9.
       01 WS-COUNT-EDIT PIC ZZ,ZZ9.
       01 WS-VALUE-EDIT PIC -Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-WORD-1 WS-WORD-2 WS-WORD-3
           END-UNSTRING.
           PERFORM 900-READ-COUNT-CONTROL.
           EVALUATE WS-WORD-1
               WHEN "FREEZE"
                   PERFORM 100-FREEZE-COUNT
               WHEN "COUNT"
                   PERFORM 200-ENTER-COUNTS
               WHEN "VARIANCE"
                   PERFORM 300-VARIANCE-REPORT
               WHEN "POST"
                   PERFORM 400-POST-ADJUSTMENTS
               WHEN OTHER
                   DISPLAY "STKTAKE FREEZE [FROM TO] | COUNT | "
                           "VARIANCE | POST"
           END-EVALUATE.
           GOBACK.

      *    step one - a new count can only start once the last one
      *    has been posted; the book quantities are snapshotted and
      *    the sheets printed in item code order without them, so
      *    the counters count what is there, not what should be
       100-FREEZE-COUNT.
           IF WS-CONTROL-FOUND AND SCC-COUNT-OPEN
               DISPLAY "COUNT FROZEN "SCC-FREEZE-DATE" IS NOT YET "
                       "POSTED - POST IT BEFORE FREEZING AGAIN"
           ELSE
               OPEN INPUT ITEM-MASTER-FILE
               IF WS-ITEM-STATUS NOT = "00"
                   DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                           WS-ITEM-STATUS
               ELSE
                   PERFORM 110-SET-RANGE
                   OPEN OUTPUT STOCK-COUNT-FILE
                   OPEN OUTPUT COUNT-SHEET-FILE
                   PERFORM 120-PRINT-SHEET-HEADING
                   MOVE SCC-FROM-CODE TO IM-CODE
                   START ITEM-MASTER-FILE KEY IS >= IM-CODE
                       INVALID KEY MOVE "10" TO WS-ITEM-STATUS
                   END-START
                   PERFORM UNTIL WS-ITEM-STATUS = "10"
                       READ ITEM-MASTER-FILE NEXT
                           AT END MOVE "10" TO WS-ITEM-STATUS
                       END-READ
                       IF WS-ITEM-STATUS NOT = "10"
                           IF IM-CODE > SCC-TO-CODE
                               MOVE "10" TO WS-ITEM-STATUS
                           ELSE
                               PERFORM 130-FREEZE-ONE-ITEM
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ITEM-MASTER-FILE
                   CLOSE STOCK-COUNT-FILE
                   CLOSE COUNT-SHEET-FILE
                   PERFORM 910-WRITE-COUNT-CONTROL
                   DISPLAY "COUNT FROZEN "SCC-FREEZE-DATE" - CODES "
                           SCC-FROM-CODE" TO "SCC-TO-CODE
                   DISPLAY "ITEMS TO COUNT: "CT-ITEMS
               END-IF
           END-IF.

      *    no range is a full count; one code counts from there to
      *    the end, two codes bound a cycle count
       110-SET-RANGE.
           MOVE SPACES TO COUNT-CONTROL-RECORD.
           MOVE WS-RUN-DATE TO SCC-FREEZE-DATE.
           SET SCC-COUNT-OPEN TO TRUE.
           IF WS-WORD-2 = SPACES
               MOVE LOW-VALUES TO SCC-FROM-CODE
           ELSE
               MOVE WS-WORD-2 TO SCC-FROM-CODE
           END-IF.
           IF WS-WORD-3 = SPACES
               MOVE HIGH-VALUES TO SCC-TO-CODE
           ELSE
               MOVE WS-WORD-3 TO SCC-TO-CODE
           END-IF.

       120-PRINT-SHEET-HEADING.
           MOVE SPACES TO SHEET-LINE.
           STRING "STOCK COUNT SHEET - FROZEN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE ALL "-" TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "CODE  DESCRIPTION           COUNTED     BY" TO
               SHEET-LINE.
           WRITE SHEET-LINE.

       130-FREEZE-ONE-ITEM.
           ADD 1 TO CT-ITEMS.
           MOVE IM-CODE TO SC-ITEM-CODE.
           MOVE IM-DESCRIPTION TO SC-DESCRIPTION.
           MOVE IM-UNIT-PRICE TO SC-UNIT-PRICE.
           MOVE IM-ON-HAND TO SC-BOOK-QTY.
           MOVE ZERO TO SC-COUNTED-QTY.
           MOVE "N" TO SC-COUNTED-FLAG.
           WRITE STOCK-COUNT-RECORD.
           MOVE SPACES TO SHEET-LINE.
           STRING IM-CODE "   " IM-DESCRIPTION
                  "  ________    ________"
                  DELIMITED BY SIZE INTO SHEET-LINE.
           WRITE SHEET-LINE.

      *    step two - counts keyed from the sheets; a code keyed
      *    again replaces its earlier count, a blank code ends
       200-ENTER-COUNTS.
           IF NOT (WS-CONTROL-FOUND AND SCC-COUNT-OPEN)
               DISPLAY "NO COUNT IS OPEN - FREEZE ONE FIRST"
           ELSE
               OPEN I-O STOCK-COUNT-FILE
               IF WS-COUNT-STATUS NOT = "00"
                   DISPLAY "STOCK COUNT NOT AVAILABLE - STATUS "
                           WS-COUNT-STATUS
               ELSE
                   MOVE "X" TO WS-KEYED-CODE
                   PERFORM 210-ENTER-ONE-COUNT
                       UNTIL WS-KEYED-CODE = SPACES
                   CLOSE STOCK-COUNT-FILE
               END-IF
           END-IF.

       210-ENTER-ONE-COUNT.
           DISPLAY "ITEM CODE (BLANK TO END): ".
           ACCEPT WS-KEYED-CODE.
           IF WS-KEYED-CODE NOT = SPACES
               MOVE WS-KEYED-CODE TO SC-ITEM-CODE
               READ STOCK-COUNT-FILE
                   INVALID KEY
                       DISPLAY "ITEM "WS-KEYED-CODE
                               " IS NOT IN THIS COUNT"
                   NOT INVALID KEY
                       PERFORM 220-ACCEPT-COUNTED-QTY
               END-READ
           END-IF.

       220-ACCEPT-COUNTED-QTY.
           DISPLAY SC-ITEM-CODE" "SC-DESCRIPTION" COUNTED: ".
           ACCEPT WS-COUNT-INPUT.
           MOVE WS-COUNT-INPUT TO WS-COUNT-INPUT-JR.
           INSPECT WS-COUNT-INPUT-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-COUNT-INPUT = SPACES
               OR WS-COUNT-INPUT-JR IS NOT NUMERIC
               DISPLAY "COUNT NOT NUMERIC - NOT TAKEN"
           ELSE
               MOVE WS-COUNT-INPUT-JR TO SC-COUNTED-QTY
               MOVE "Y" TO SC-COUNTED-FLAG
               REWRITE STOCK-COUNT-RECORD
                   INVALID KEY
                       DISPLAY "COUNT NOT SAVED - STATUS "
                               WS-COUNT-STATUS
               END-REWRITE
           END-IF.

      *    step three - count against book for every item in the
      *    count, valued at the unit price frozen with it
       300-VARIANCE-REPORT.
           IF NOT WS-CONTROL-FOUND
               DISPLAY "NO COUNT ON FILE"
           ELSE
               OPEN INPUT STOCK-COUNT-FILE
               IF WS-COUNT-STATUS NOT = "00"
                   DISPLAY "STOCK COUNT NOT AVAILABLE - STATUS "
                           WS-COUNT-STATUS
               ELSE
                   OPEN OUTPUT VARIANCE-REPORT-FILE
                   PERFORM 310-PRINT-VARIANCE-HEADING
                   PERFORM 320-READ-NEXT-COUNT
                   PERFORM UNTIL WS-COUNT-STATUS = "10"
                       PERFORM 330-PRINT-VARIANCE-LINE
                       PERFORM 320-READ-NEXT-COUNT
                   END-PERFORM
                   PERFORM 340-PRINT-VARIANCE-TOTALS
                   CLOSE STOCK-COUNT-FILE
                   CLOSE VARIANCE-REPORT-FILE
                   DISPLAY "ITEMS IN COUNT:    "CT-ITEMS
                   DISPLAY "NOT YET COUNTED:   "CT-NOT-COUNTED
                   DISPLAY "WITH A VARIANCE:   "CT-WITH-VARIANCE
                   DISPLAY "NET VARIANCE VALUE:"CT-NET-VALUE
               END-IF
           END-IF.

       310-PRINT-VARIANCE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "STOCK COUNT VARIANCE - FROZEN " SCC-FREEZE-DATE
                  "  RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CODE  DESCRIPTION              BOOK  COUNTED  VARIAN"
               TO REPORT-LINE.
           MOVE "CE          VALUE" TO REPORT-LINE (54:17).
           WRITE REPORT-LINE.

       320-READ-NEXT-COUNT.
           READ STOCK-COUNT-FILE NEXT
               AT END MOVE "10" TO WS-COUNT-STATUS
           END-READ.

       330-PRINT-VARIANCE-LINE.
           ADD 1 TO CT-ITEMS.
           MOVE SC-BOOK-QTY TO WS-BOOK-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF NOT SC-IS-COUNTED
               ADD 1 TO CT-NOT-COUNTED
               STRING SC-ITEM-CODE "   " SC-DESCRIPTION "  "
                      WS-BOOK-EDIT "  NOT COUNTED"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO CT-COUNTED
               PERFORM 350-COMPUTE-VARIANCE
               MOVE SC-COUNTED-QTY TO WS-COUNT-EDIT
               MOVE WS-VARIANCE-QTY TO WS-QTY-EDIT
               MOVE WS-VARIANCE-VALUE TO WS-VALUE-EDIT
               STRING SC-ITEM-CODE "   " SC-DESCRIPTION "  "
                      WS-BOOK-EDIT "   " WS-COUNT-EDIT "  "
                      WS-QTY-EDIT "  " WS-VALUE-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       340-PRINT-VARIANCE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CT-VALUE-OVER TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COUNTED OVER BOOK          " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CT-VALUE-SHORT TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COUNTED SHORT OF BOOK      " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CT-NET-VALUE TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NET VARIANCE               " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CT-NOT-COUNTED > ZERO
               MOVE CT-NOT-COUNTED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS NOT YET COUNTED      " WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       350-COMPUTE-VARIANCE.
           COMPUTE WS-VARIANCE-QTY = SC-COUNTED-QTY - SC-BOOK-QTY.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QTY * SC-UNIT-PRICE.
           IF WS-VARIANCE-QTY NOT = ZERO
               ADD 1 TO CT-WITH-VARIANCE
           END-IF.
           IF WS-VARIANCE-VALUE > ZERO
               ADD WS-VARIANCE-VALUE TO CT-VALUE-OVER
           ELSE
               SUBTRACT WS-VARIANCE-VALUE FROM CT-VALUE-SHORT
           END-IF.
           ADD WS-VARIANCE-VALUE TO CT-NET-VALUE.

      *    step four - signed off by an operator who may maintain
      *    items, and only once every item in the count has been
      *    counted (a bare shelf is counted as zero); the variance
      *    is added to what is on hand now, so movements since the
      *    freeze stand
       400-POST-ADJUSTMENTS.
           IF NOT (WS-CONTROL-FOUND AND SCC-COUNT-OPEN)
               DISPLAY "NO COUNT IS OPEN - NOTHING TO POST"
           ELSE
               PERFORM 410-CHECK-ALL-COUNTED
               IF CT-NOT-COUNTED > ZERO
                   DISPLAY CT-NOT-COUNTED" ITEM(S) NOT YET COUNTED "
                           "- COUNT THEM (ZERO IF NONE) BEFORE "
                           "POSTING"
               ELSE
                   PERFORM 920-CHECK-BATCH-LOCK
                   IF NOT WS-BATCH-LOCKED
                       PERFORM 700-SIGN-ON
                       IF WS-SIGNED-ON
                           PERFORM 420-GUARDED-POST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       410-CHECK-ALL-COUNTED.
           MOVE ZERO TO CT-NOT-COUNTED.
           OPEN INPUT STOCK-COUNT-FILE.
           IF WS-COUNT-STATUS = "00"
               PERFORM 320-READ-NEXT-COUNT
               PERFORM UNTIL WS-COUNT-STATUS = "10"
                   IF NOT SC-IS-COUNTED
                       ADD 1 TO CT-NOT-COUNTED
                   END-IF
                   PERFORM 320-READ-NEXT-COUNT
               END-PERFORM
               CLOSE STOCK-COUNT-FILE
           END-IF.

       420-GUARDED-POST.
           MOVE "POST STOCKTAKE" TO WS-ACTION-TEXT.
           IF WS-MAY-MAINT-ITEMS NOT = "Y"
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO POST A STOCKTAKE"
           ELSE
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               OPEN INPUT STOCK-COUNT-FILE
               OPEN I-O ITEM-MASTER-FILE
               IF WS-ITEM-STATUS NOT = "00"
                   DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                           WS-ITEM-STATUS
                   CLOSE STOCK-COUNT-FILE
               ELSE
                   OPEN EXTEND ADJUSTMENT-FILE
                   IF WS-ADJUST-STATUS NOT = "00"
                       OPEN OUTPUT ADJUSTMENT-FILE
                   END-IF
                   PERFORM 320-READ-NEXT-COUNT
                   PERFORM UNTIL WS-COUNT-STATUS = "10"
                       PERFORM 430-POST-ONE-ITEM
                       PERFORM 320-READ-NEXT-COUNT
                   END-PERFORM
                   CLOSE STOCK-COUNT-FILE
                   CLOSE ITEM-MASTER-FILE
                   CLOSE ADJUSTMENT-FILE
                   SET SCC-COUNT-POSTED TO TRUE
                   MOVE WS-RUN-DATE TO SCC-POSTED-DATE
                   MOVE WS-SIGNON-ID TO SCC-POSTED-BY
                   PERFORM 910-WRITE-COUNT-CONTROL
                   DISPLAY "ADJUSTMENTS POSTED: "CT-POSTED
                   DISPLAY "NET VARIANCE VALUE: "CT-NET-VALUE
               END-IF
           END-IF.

      *    an item that matched its book needs no adjustment; one
      *    deleted since the freeze has nothing left to adjust
       430-POST-ONE-ITEM.
           PERFORM 350-COMPUTE-VARIANCE.
           IF WS-VARIANCE-QTY NOT = ZERO
               MOVE SC-ITEM-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ITEM "SC-ITEM-CODE" NO LONGER ON "
                               "FILE - NOT ADJUSTED"
                   NOT INVALID KEY
                       PERFORM 440-ADJUST-ITEM
               END-READ
           END-IF.

       440-ADJUST-ITEM.
           MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE SPACES TO ADJUSTMENT-RECORD.
           MOVE IM-ON-HAND TO ADJ-ON-HAND-BEFORE.
           ADD WS-VARIANCE-QTY TO IM-ON-HAND.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ITEM "IM-CODE" NOT ADJUSTED - STATUS "
                           WS-ITEM-STATUS
               NOT INVALID KEY
                   ADD 1 TO CT-POSTED
                   MOVE ITEM-MASTER-RECORD TO WS-AFTER-IMAGE
                   MOVE WS-RUN-DATE TO ADJ-POSTED-DATE
                   MOVE SCC-FREEZE-DATE TO ADJ-FREEZE-DATE
                   MOVE SC-ITEM-CODE TO ADJ-ITEM-CODE
                   MOVE SC-BOOK-QTY TO ADJ-BOOK-QTY
                   MOVE SC-COUNTED-QTY TO ADJ-COUNTED-QTY
                   MOVE WS-VARIANCE-QTY TO ADJ-VARIANCE-QTY
                   MOVE SC-UNIT-PRICE TO ADJ-UNIT-PRICE
                   MOVE WS-VARIANCE-VALUE TO ADJ-VARIANCE-VALUE
                   MOVE IM-ON-HAND TO ADJ-ON-HAND-AFTER
                   MOVE WS-SIGNON-ID TO ADJ-OPERATOR
                   WRITE ADJUSTMENT-RECORD
                   PERFORM 650-WRITE-MAINT-AUDIT
           END-REWRITE.

      *    one line per applied action - operator, timestamp, the
      *    action (S for a stocktake adjustment), and the record
      *    before and after
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
                           MOVE OP-MAY-MAINT-ITEMS TO
                               WS-MAY-MAINT-ITEMS
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

       900-READ-COUNT-CONTROL.
           MOVE "N" TO WS-CONTROL-FOUND-SWITCH.
           MOVE SPACES TO COUNT-CONTROL-RECORD.
           OPEN INPUT COUNT-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ COUNT-CONTROL-FILE
                   NOT AT END
                       SET WS-CONTROL-FOUND TO TRUE
               END-READ
               CLOSE COUNT-CONTROL-FILE
           END-IF.

       910-WRITE-COUNT-CONTROL.
           OPEN OUTPUT COUNT-CONTROL-FILE.
           WRITE COUNT-CONTROL-RECORD.
           CLOSE COUNT-CONTROL-FILE.

      *    the nightly stream holds the item files while it moves
      *    stock - a count can still be frozen, keyed and reported,
      *    but nothing is posted to IM-ON-HAND until the stream ends
      *    OK or the operator clears the lock
       920-CHECK-BATCH-LOCK.
           MOVE "N" TO WS-BATCH-LOCKED-SWITCH.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-BATCH-LOCK-STATUS = "00"
               PERFORM 930-READ-BATCH-LOCK
               PERFORM UNTIL WS-BATCH-LOCK-STATUS NOT = "00"
                   OR WS-BATCH-LOCKED
                   IF BW-FILE-SET = WS-LOCK-FILE-SET
                       MOVE "Y" TO WS-BATCH-LOCKED-SWITCH
                       DISPLAY WS-LOCK-FILE-SET" FILES ARE LOCKED BY "
                               "THE "BW-STREAM" BATCH STREAM"
                       DISPLAY "LOCKED SINCE "BW-DATE" "BW-TIME
                               " - STOCKTAKE NOT POSTED"
                   ELSE
                       PERFORM 930-READ-BATCH-LOCK
                   END-IF
               END-PERFORM
               CLOSE BATCH-LOCK-FILE
           END-IF.

       930-READ-BATCH-LOCK.
           READ BATCH-LOCK-FILE
               AT END MOVE "10" TO WS-BATCH-LOCK-STATUS
           END-READ.

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
       END PROGRAM STKTAKE.
