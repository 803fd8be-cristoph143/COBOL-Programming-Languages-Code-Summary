      *          gives the discount rates, guarded by its own
      *          operator permission, so adding a sellable code or
      *          changing a unit price stops being a hand edit of
      *          the file, seeding or correcting the unit cost
      *          receipts average into, and naming the preferred
      *          supplier buying orders the item from; every applied
      *          action is logged with the record before and after
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CODE
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "ITEM-MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCH-WINDOW-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    who may do what - one record per operator with a flag
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
      *    the morning report lists anything at or below the point
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
      *    whether the item is taxable and under which tax code
           05 IM-TAXABLE PIC X(1).
               88 IM-IS-TAXABLE VALUE "Y".
           05 IM-TAX-CODE PIC X(4).
      *    the supplier purchase orders for the item go to
           05 IM-SUPPLIER PIC X(6).
      *    weighted-average cost of the stock on hand - STOCKPOST
      *    averages each receipt in at its received cost
           05 IM-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X(2).
      *    a preferred supplier keyed here must be on file
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SM-CODE PIC X(6).
           05 SM-NAME PIC X(30).
           05 SM-CONTACT PIC X(20).
           05 SM-PHONE PIC X(15).
           05 SM-LEAD-DAYS PIC 9(3).
           05 SM-ACTIVE PIC X(1).
               88 SM-IS-ACTIVE VALUE "Y".
           05 FILLER PIC X(5).
      *    who did what and when, with the record image before and
      *    after - a disputed price change answers to this line
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
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-MAINT-AUDIT-STATUS PIC X(2).
       01 WS-SUPPLIER-STATUS PIC X(2).
       01 WS-SIGNED-ON-SWITCH PIC X(1) VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-MAY-MAINT-ITEMS PIC X(1) VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-BEFORE-IMAGE PIC X(61) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(61) VALUE SPACES.
       01 WS-NEW-DESCRIPTION PIC X(20).
      *    keyed as NNNNN.NN and parsed with plain moves - the
      *    cents are optional, same convention RATEMAINT takes
       01 WS-PRICE-CENTS-NUM PIC 9(2) VALUE ZERO.
       01 WS-COUNT-INPUT PIC X(5).
       01 WS-COUNT-INPUT-JR PIC X(5) JUSTIFIED RIGHT.
       01 WS-TAXABLE-INPUT PIC X(1).
       01 WS-TAX-CODE-INPUT PIC X(4).
       01 WS-SUPPLIER-INPUT PIC X(6).
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-ADD    VALUE "A".
           88 ACTION-IS-CHANGE VALUE "C".
           EVALUATE TRUE
               WHEN ACTION-IS-ADD OR ACTION-IS-CHANGE
                   OR ACTION-IS-DELETE
                   PERFORM 900-CHECK-BATCH-LOCK
                   IF NOT WS-BATCH-LOCKED
                       PERFORM 150-GUARDED-ITEM-ACTION
                   END-IF
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-ITEMS
               WHEN ACTION-IS-EXIT
           ACCEPT IM-DESCRIPTION.
           MOVE ZERO TO IM-ON-HAND.
           MOVE ZERO TO IM-REORDER-POINT.
           MOVE "Y" TO IM-TAXABLE.
           MOVE "STD" TO IM-TAX-CODE.
           MOVE ZERO TO IM-UNIT-COST.
           PERFORM 600-ACCEPT-UNIT-PRICE.
           PERFORM 610-ACCEPT-UNIT-COST.
           PERFORM 620-ACCEPT-STOCK-LEVELS.
           PERFORM 630-ACCEPT-TAX-CLASS.
           PERFORM 640-ACCEPT-SUPPLIER.
           WRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ITEM CODE ALREADY ON FILE"
                   MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "ON FILE: "IM-DESCRIPTION
                           " PRICE "IM-UNIT-PRICE
                           " COST "IM-UNIT-COST
                   DISPLAY "NEW DESCRIPTION (BLANK TO KEEP): "
                   ACCEPT WS-NEW-DESCRIPTION
                   IF WS-NEW-DESCRIPTION NOT = SPACES
                       MOVE WS-NEW-DESCRIPTION TO IM-DESCRIPTION
                   END-IF
                   PERFORM 600-ACCEPT-UNIT-PRICE
                   PERFORM 610-ACCEPT-UNIT-COST
                   PERFORM 620-ACCEPT-STOCK-LEVELS
                   PERFORM 630-ACCEPT-TAX-CLASS
                   PERFORM 640-ACCEPT-SUPPLIER
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CHANGE FAILED - STATUS "
           END-START.
           IF WS-ITEM-STATUS = "00"
               DISPLAY "CODE  DESCRIPTION           UNIT-PRICE"
                       "  TAX       SUPPLIER"
               PERFORM 510-LIST-NEXT-ITEM
                   UNTIL WS-ITEM-STATUS NOT = "00"
           END-IF.
           END-READ.
           IF WS-ITEM-STATUS = "00"
               DISPLAY IM-CODE"   "IM-DESCRIPTION"  "IM-UNIT-PRICE
                       "    "IM-TAXABLE" "IM-TAX-CODE"    "
                       IM-SUPPLIER
           END-IF.

      *    blank keeps the price the record already carries on a
               END-IF
           END-IF.

      *    the unit cost is kept up by STOCKPOST from receipts;
      *    keying it here seeds a new item or corrects a bad one -
      *    blank keeps what the record carries
       610-ACCEPT-UNIT-COST.
           IF IM-UNIT-COST IS NOT NUMERIC
               MOVE ZERO TO IM-UNIT-COST
           END-IF.
           DISPLAY "UNIT COST (NNNNN.NN, BLANK TO KEEP): ".
           ACCEPT WS-PRICE-INPUT.
           IF WS-PRICE-INPUT = SPACES
               CONTINUE
           ELSE
               MOVE WS-PRICE-WHOLE TO WS-PRICE-WHOLE-JR
               INSPECT WS-PRICE-WHOLE-JR
                   REPLACING LEADING SPACE BY ZERO
               IF WS-PRICE-WHOLE-JR IS NUMERIC
                   MOVE WS-PRICE-WHOLE-JR TO WS-PRICE-WHOLE-NUM
                   IF WS-PRICE-DOT = "." AND
                       WS-PRICE-CENTS IS NUMERIC
                       MOVE WS-PRICE-CENTS TO WS-PRICE-CENTS-NUM
                   ELSE
                       MOVE ZERO TO WS-PRICE-CENTS-NUM
                   END-IF
                   COMPUTE IM-UNIT-COST = WS-PRICE-WHOLE-NUM
                       + WS-PRICE-CENTS-NUM / 100
               ELSE
                   DISPLAY "COST NOT NUMERIC - UNCHANGED"
               END-IF
           END-IF.

      *    stock standing - blank keeps what the record carries;
      *    day-to-day movements post through STOCKPOST, this path
      *    is for stocktake corrections and setting the reorder bar
               END-IF
           END-IF.

      *    taxable or exempt, and the tax code a taxable item charges
      *    under - blank keeps what the record carries; a new item
      *    arrives taxable under the standard code
       630-ACCEPT-TAX-CLASS.
           DISPLAY "TAXABLE Y/N (BLANK TO KEEP "IM-TAXABLE"): ".
           ACCEPT WS-TAXABLE-INPUT.
           IF WS-TAXABLE-INPUT = "Y" OR WS-TAXABLE-INPUT = "N"
               MOVE WS-TAXABLE-INPUT TO IM-TAXABLE
           ELSE
               IF WS-TAXABLE-INPUT NOT = SPACES
                   DISPLAY "TAXABLE NOT Y OR N - UNCHANGED"
               END-IF
           END-IF.
           DISPLAY "TAX CODE (BLANK TO KEEP "IM-TAX-CODE"): ".
           ACCEPT WS-TAX-CODE-INPUT.
           IF WS-TAX-CODE-INPUT NOT = SPACES
               MOVE WS-TAX-CODE-INPUT TO IM-TAX-CODE
           END-IF.

      *    the preferred supplier purchase orders for the item are
      *    drafted to - blank keeps what the record carries, NONE
      *    clears it, and any other code must be on the supplier
      *    master
       640-ACCEPT-SUPPLIER.
           DISPLAY "PREFERRED SUPPLIER (BLANK TO KEEP "IM-SUPPLIER
                   ", NONE TO CLEAR): ".
           ACCEPT WS-SUPPLIER-INPUT.
           EVALUATE TRUE
               WHEN WS-SUPPLIER-INPUT = SPACES
                   CONTINUE
               WHEN WS-SUPPLIER-INPUT = "NONE"
                   MOVE SPACES TO IM-SUPPLIER
               WHEN OTHER
                   OPEN INPUT SUPPLIER-MASTER-FILE
                   IF WS-SUPPLIER-STATUS NOT = "00"
                       DISPLAY "SUPPLIER MASTER NOT AVAILABLE - "
                               "SUPPLIER UNCHANGED"
                   ELSE
                       MOVE WS-SUPPLIER-INPUT TO SM-CODE
                       READ SUPPLIER-MASTER-FILE
                           INVALID KEY
                               DISPLAY "SUPPLIER NOT ON FILE - "
                                       "UNCHANGED"
                           NOT INVALID KEY
                               MOVE SM-CODE TO IM-SUPPLIER
                       END-READ
                       CLOSE SUPPLIER-MASTER-FILE
                   END-IF
           END-EVALUATE.

      *    one line per applied action - operator, timestamp, the
      *    action keyed, and the record before and after
       650-WRITE-MAINT-AUDIT.
                   NOT INVALID KEY
                       PERFORM 720-VERIFY-PASSWORD
                       IF WS-SIGNED-ON
                           PERFORM 722-STAMP-LAST-SIGNON
                           MOVE OP-MAY-MAINT-ITEMS TO
                               WS-MAY-MAINT-ITEMS
                           DISPLAY "SIGNED ON: "OP-NAME
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
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

      *    the nightly stream holds the file set while it updates -
      *    inquiry carries on, but no update is taken until the
      *    stream ends OK or the operator clears the lock
       900-CHECK-BATCH-LOCK.
           MOVE "N" TO WS-BATCH-LOCKED-SWITCH.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-BATCH-LOCK-STATUS = "00"
               PERFORM 910-READ-BATCH-LOCK
               PERFORM UNTIL WS-BATCH-LOCK-STATUS NOT = "00"
                   OR WS-BATCH-LOCKED
                   IF BW-FILE-SET = WS-LOCK-FILE-SET
                       MOVE "Y" TO WS-BATCH-LOCKED-SWITCH
                       DISPLAY WS-LOCK-FILE-SET" FILES ARE LOCKED BY "
                               "THE "BW-STREAM" BATCH STREAM"
                       DISPLAY "LOCKED SINCE "BW-DATE" "BW-TIME
                               " - INQUIRY ONLY, UPDATE REFUSED"
                   ELSE
                       PERFORM 910-READ-BATCH-LOCK
                   END-IF
               END-PERFORM
               CLOSE BATCH-LOCK-FILE
           END-IF.

       910-READ-BATCH-LOCK.
           READ BATCH-LOCK-FILE
               AT END MOVE "10" TO WS-BATCH-LOCK-STATUS
           END-READ.

       END PROGRAM ITEMMAINT.
