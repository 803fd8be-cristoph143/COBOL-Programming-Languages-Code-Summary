      * Date:
      * Purpose: Field-position editor simulator - drives the cursor/
      *          character-edit logic that was originally sketched
      *          directly against a real screen field; named ORDER on
      *          the command line it is the order-entry screen, which
      *          looks each customer, item and campaign up as it is
      *          keyed, works out a provisional discount off
      *          QTY-RATES and commits the order straight onto
      *          QTY-ORDERS and ORDER-DETAIL under one E-series order
      *          number; a screen name followed by KEY and a batch id
      *          files each commit on that batch instead of the
      *          output, and VERIFY with the batch id has a second
      *          operator re-key it blind - the batch goes to its
      *          output only once every entry has been verified
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT KEYMAP-FILE ASSIGN TO "POS-KEYMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYMAP-STATUS.
           SELECT SESSION-STATE-FILE ASSIGN TO WS-SESSION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      *    a key-verify batch - every entry the first pass keyed,
      *    as keyed and as it will be released, with who keyed and
      *    who verified it
           SELECT BATCH-FILE ASSIGN TO WS-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT VERIFY-LOG-FILE ASSIGN TO "POS-VERIFY-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-LOG-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
      *    the files the order-entry screen checks and commits to
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "CUSTOMER-MEMBERSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-CUSTOMER
               FILE STATUS IS WS-MEMBERSHIP-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODE
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT RATE-FILE ASSIGN TO "QTY-RATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "QTY-ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT FEED-WORK-FILE ASSIGN TO "ORDER-ENTRY-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ORDER-DETAIL-FILE ASSIGN TO "ORDER-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT ENTRY-NUMBER-CONTROL-FILE
               ASSIGN TO "ORDER-ENTRY-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OENUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-EVENT-FILE.
       01  SESSION-STATE-RECORD.
           05 SS-ACTIVE-FIELD PIC 9.
           05 SS-SCREEN-FIELDS PIC X(171).
      *    K keyed and waiting for the second pass, V verified as
      *    keyed, C verified with the verifier's keying standing as
      *    the correction, R released to the output file
       FD  BATCH-FILE.
       01  BATCH-RECORD.
           05 BT-STATUS PIC X(1).
               88 BT-IS-KEYED VALUE "K".
               88 BT-IS-VERIFIED VALUE "V" "C".
               88 BT-IS-RELEASED VALUE "R".
           05 BT-SCREEN PIC X(8).
           05 BT-KEYED-BY PIC X(8).
           05 BT-VERIFIED-BY PIC X(8).
           05 BT-FIELDS PIC X(90).
           05 BT-IMAGE PIC X(80).
       FD  VERIFY-LOG-FILE.
       01  VERIFY-LOG-RECORD PIC X(132).
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 FILLER PIC X(22).
       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MB-CUSTOMER PIC X(6).
           05 MB-TYPE PIC X(2).
           05 MB-JOIN-DATE PIC X(8).
           05 MB-PAID-THROUGH PIC X(8).
           05 FILLER PIC X(34).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
           05 FILLER PIC X(31).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-CODE PIC X(6).
           05 CP-DESCRIPTION PIC X(30).
           05 CP-START-DATE PIC X(8).
           05 CP-END-DATE PIC X(8).
           05 FILLER PIC X(69).
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RK-KEY.
               10 RK-QTY-BAND PIC 9(1).
               10 RK-VOP-BAND PIC 9(1).
               10 RK-MEMBER   PIC X(1).
               10 RK-EFF-FROM PIC X(8).
           05 RK-RATE PIC 9(2)V99.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 OR-ORDER-NO PIC X(5).
           05 OR-QTY    PIC 9(2).
           05 OR-VOP    PIC 9(3).
           05 OR-MEMBER PIC X.
           05 OR-CUSTOMER PIC X(6).
           05 OR-CAMPAIGN PIC X(6).
      *    header/trailer view of the same feed - file date, then
      *    record count and a hash of the order values
       01  ORDER-CONTROL-RECORD.
           05 ORC-TYPE PIC X(3).
               88 ORC-IS-HEADER  VALUE "HDR".
               88 ORC-IS-TRAILER VALUE "TRL".
           05 ORC-DATA PIC X(18).
           05 ORC-TRAILER-DATA REDEFINES ORC-DATA.
               10 ORC-COUNT PIC 9(7).
               10 ORC-HASH  PIC 9(11).
           05 ORC-HEADER-DATA REDEFINES ORC-DATA.
               10 ORC-FILE-DATE PIC X(8).
               10 FILLER PIC X(10).
      *    the feed as rebuilt - copied back over QTY-ORDERS once
      *    the committed order is on it
       FD  FEED-WORK-FILE.
       01  FEED-WORK-RECORD PIC X(60).
       FD  ORDER-DETAIL-FILE.
       01  ORDER-DETAIL-RECORD.
           05 OD-ORDER-NO   PIC X(5).
           05 OD-ROW-B      PIC A(2).
           05 OD-SUB-COUNT  PIC 9.
           05 OD-SUB-1      PIC X(3).
           05 OD-SUB-2      PIC X(3).
           05 OD-QUANTITY   PIC 9(3).
      *    the last order-entry number issued - its own series,
      *    E-prefixed, so it never meets a standing-order number or
      *    one keyed on a batch feed
       FD  ENTRY-NUMBER-CONTROL-FILE.
       01  ENTRY-NUMBER-CONTROL-RECORD.
           05 CTL-LAST-ENTRY-NUMBER PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-KEY-EVENT-STATUS PIC X(2).
       01 WS-SESSION-STATUS PIC X(2).
      *    which screen this session edits - the command line names
      *    it, blank meaning the built-in HELLO intake screen
       01 WS-SCREEN-NAME PIC X(8) VALUE SPACES.
           88 WS-ORDER-ENTRY-SCREEN VALUE "ORDER".
           88 WS-BUILT-IN-SCREEN VALUE SPACES "INTAKE".
       01 WS-COMMAND-LINE PIC X(80) VALUE SPACES.
      *    KEY files commits on the batch for verification, VERIFY
      *    is the blind second pass over it; blank commits directly
       01 WS-KEY-VERIFY-MODE PIC X(6) VALUE SPACES.
           88 WS-KEY-PASS VALUE "KEY".
           88 WS-VERIFY-PASS VALUE "VERIFY".
       01 WS-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-SESSION-FILE-NAME PIC X(30)
           VALUE "POS-SESSION-STATE".
       01 WS-FIELD-COUNT PIC 9(1) VALUE 3.
       01 WS-COMMIT-FILE-NAME PIC X(30)
           VALUE "HELLO-TRANSACTIONS".
           88 WS-FIELD-EDIT-OK VALUE "Y".
       01 WS-CONTENT-LENGTH PIC 9(2) VALUE ZERO.
       01 WS-EDIT-SCAN PIC 9(2) VALUE ZERO.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
      *    the order-entry screen - customer, campaign and row code,
      *    then three lines of item code and quantity
       01 WS-CM-STATUS PIC X(2).
       01 WS-MEMBERSHIP-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-CAMPAIGN-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-ORDER-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-DETAIL-STATUS PIC X(2).
       01 WS-OENUM-STATUS PIC X(2).
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-MEMBERSHIP-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MEMBERSHIP-OPEN VALUE "Y".
       01 WS-ITEMS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEMS-OPEN VALUE "Y".
       01 WS-CAMPAIGNS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CAMPAIGNS-OPEN VALUE "Y".
       01 WS-RATES-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-RATES-OPEN VALUE "Y".
       01 WS-OE-CUSTOMER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-OE-CUSTOMER PIC X(6).
       01 WS-OE-NUMBER-JR PIC X(3) JUSTIFIED RIGHT.
       01 WS-OE-NUMBER PIC 9(3).
       01 WS-OE-LINE PIC 9(1).
       01 WS-OE-ITEM-FLD PIC 9(1).
       01 WS-OE-QTY-FLD PIC 9(1).
       01 WS-OE-ITEM-LENGTH PIC 9(2).
       01 WS-OE-QTY-LENGTH PIC 9(2).
       01 WS-OE-LINE-COUNT PIC 9(1).
       01 WS-OE-LINE-TABLE.
           05 WS-OE-LINE-ENTRY OCCURS 3 TIMES.
               10 WS-OE-ITEM PIC X(3).
               10 WS-OE-QTY PIC 9(3).
       01 WS-OE-TOTAL-QTY PIC 9(4).
       01 WS-OE-VALUE-EXACT PIC 9(7)V99.
       01 WS-OE-VALUE PIC 9(7).
       01 WS-OE-MEMBER PIC X(1).
       01 WS-OE-QTY-BAND PIC 9(1).
       01 WS-OE-VOP-BAND PIC 9(1).
       01 WS-OE-DISCOUNT PIC 9(2)V99.
       01 WS-OE-RATE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-OE-RATE-FOUND VALUE "Y".
       01 WS-PRICE-EDIT PIC ZZ,ZZ9.99.
       01 WS-DISCOUNT-EDIT PIC Z9.99.
      *    what the read of the order feed found - a header, a
      *    trailer, and whether the trailer agrees with the details
      *    counted and hashed
       01 WS-FEED-HEADED-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-HEADED VALUE "Y".
       01 WS-FEED-TRAILED-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-TRAILED VALUE "Y".
       01 WS-FEED-BAD-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-BAD VALUE "Y".
       01 WS-FEED-HEADER-LINE PIC X(60) VALUE SPACES.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-HASH PIC 9(11) VALUE ZERO.
       01 FEED-COUNTS.
           05 FC-DETAIL-COUNT PIC 9(7) VALUE ZERO.
           05 FC-HASH PIC 9(11) VALUE ZERO.
       01 WS-LAST-ENTRY-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-NEW-ORDER-NO.
           05 WS-NEW-ORDER-PREFIX PIC X(1) VALUE "E".
           05 WS-NEW-ORDER-SERIAL PIC 9(4).
      *    the committed record as laid out, before it is written
      *    or filed on a batch
       01 WS-COMMIT-IMAGE PIC X(80).
      *    the key-verify batch in core - loaded at start, rewritten
      *    after every verified entry so an interrupted second pass
      *    picks up where it stopped
       01 WS-BATCH-STATUS PIC X(2).
       01 WS-VERIFY-LOG-STATUS PIC X(2).
       01 WS-BATCH-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-BATCH-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 WS-BATCH-REFUSED VALUE "Y".
       01 WS-BT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BT-VERIFIED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BT-RELEASED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BT-OWN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BT-NOT-HELD PIC 9(3) VALUE ZERO.
       01 WS-BT-NEXT PIC 9(3) VALUE ZERO.
       01 WS-BT-LEFT PIC 9(3) VALUE ZERO.
       01 WS-BATCH-TABLE.
           05 WS-BT-ENTRY OCCURS 200 TIMES INDEXED BY BT-IDX.
               10 WS-BT-STATUS PIC X(1).
               10 WS-BT-SCREEN PIC X(8).
               10 WS-BT-KEYED-BY PIC X(8).
               10 WS-BT-VERIFIED-BY PIC X(8).
               10 WS-BT-FIELDS PIC X(90).
               10 WS-BT-IMAGE PIC X(80).
      *    the screen's fields as keyed, laid end to end for filing
      *    and comparing
       01 WS-KEYED-FIELDS.
           05 WS-KEYED-FIELD PIC X(10) OCCURS 9 TIMES.
       01 WS-FILED-FIELDS.
           05 WS-FILED-FIELD PIC X(10) OCCURS 9 TIMES.
      *    a mismatch the verifier has not yet resolved - keying the
      *    same entry the same way again stands as the correction
       01 WS-HELD-FIELDS PIC X(90) VALUE SPACES.
       01 WS-HELD-ENTRY PIC 9(3) VALUE ZERO.
       01 WS-MISMATCH-FLD PIC 9(1) VALUE ZERO.
       01 WS-VERIFY-LOG-TEXT PIC X(110).
       01 WS-HOLD-LOG-TEXT PIC X(110).
       01 WS-ENTRY-EDIT PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-SCREEN-NAME WS-KEY-VERIFY-MODE WS-BATCH-ID
           END-UNSTRING.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM 990-GET-PROCESS-DATE.
           IF WS-ORDER-ENTRY-SCREEN
               PERFORM 300-OPEN-ORDER-FILES
           END-IF.
           SET FLD-IDX TO 1.
           PERFORM 105-SET-FIELD-ATTRIBUTES.
           IF WS-KEY-VERIFY-MODE NOT = SPACES
               PERFORM 250-OPEN-BATCH
               IF WS-BATCH-REFUSED
                   IF WS-ORDER-ENTRY-SCREEN
                       PERFORM 310-CLOSE-ORDER-FILES
                   END-IF
                   GOBACK
               END-IF
           END-IF.
           PERFORM 115-RESTORE-SESSION.
           PERFORM 120-LOAD-KEYMAP.
           PERFORM 200-PROCESS-KEY-EVENTS.
           IF WS-ORDER-ENTRY-SCREEN
               PERFORM 310-CLOSE-ORDER-FILES
           END-IF.
           GOBACK.

      *    pick up an interrupted session - buffers, cursor, mode,
      *    the built-in HELLO intake screen carries on
       105-SET-FIELD-ATTRIBUTES.
           MOVE "N" TO WS-SCREEN-FOUND-SWITCH.
           IF WS-ORDER-ENTRY-SCREEN
               PERFORM 113-SET-ORDER-SCREEN
           ELSE
               IF NOT WS-BUILT-IN-SCREEN
                   PERFORM 106-LOAD-SCREEN-DEFINITION
               END-IF
               IF NOT WS-SCREEN-FOUND
                   PERFORM 108-SET-BUILT-IN-SCREEN
               END-IF
           END-IF.

       106-LOAD-SCREEN-DEFINITION.
           MOVE 1 TO WS-LIT-LEN (1).
           MOVE "A" TO WS-LIT-TEXT (1).

      *    the order-entry screen - field 1 the customer number
      *    (blank for a walk-in), 2 a campaign code, 3 the row code
      *    the lines are picked from, then item code and quantity
      *    for up to three lines in fields 4 to 9; the first line
      *    is required, and the commit writes the order itself
      *    rather than a laid-out record
       113-SET-ORDER-SCREEN.
           MOVE 9 TO WS-FIELD-COUNT.
           MOVE "QTY-ORDERS" TO WS-COMMIT-FILE-NAME.
           MOVE ZERO TO WS-OPR-POS.
           MOVE ZERO TO WS-LIT-COUNT.
           MOVE "Y" TO FIELD-NUMERIC-ONLY (1).
           MOVE 6 TO FIELD-MAX-LENGTH (1).
           MOVE 6 TO FIELD-MAX-LENGTH (2).
           MOVE "Y" TO FIELD-REQUIRED (3).
           MOVE 2 TO FIELD-MAX-LENGTH (3).
           MOVE "Y" TO FIELD-REQUIRED (4).
           MOVE 3 TO FIELD-MAX-LENGTH (4).
           MOVE "Y" TO FIELD-NUMERIC-ONLY (5).
           MOVE "Y" TO FIELD-REQUIRED (5).
           MOVE 3 TO FIELD-MAX-LENGTH (5).
           MOVE 3 TO FIELD-MAX-LENGTH (6).
           MOVE "Y" TO FIELD-NUMERIC-ONLY (7).
           MOVE 3 TO FIELD-MAX-LENGTH (7).
           MOVE 3 TO FIELD-MAX-LENGTH (8).
           MOVE "Y" TO FIELD-NUMERIC-ONLY (9).
           MOVE 3 TO FIELD-MAX-LENGTH (9).

      *    drive 100-QTY from a stream of real key events instead of
      *    one hardcoded SET/MOVE test case
       200-PROCESS-KEY-EVENTS.
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ORDER-ENTRY-SCREEN
               IF WS-FIELD-EDIT-OK AND WS-CONTENT-LENGTH > ZERO
                   PERFORM 400-LOOKUP-ORDER-FIELD
               END-IF
           END-IF.

       140-BACKTAB-FIELD.
           PERFORM 135-EDIT-ACTIVE-FIELD.
           END-PERFORM.
           SET WS-ACTIVE-FLD-IDX TO FLD-IDX.
           MOVE WS-HOLD-FIELD-DATA TO Field-Data.
           IF WS-COMMIT-OK AND WS-ORDER-ENTRY-SCREEN
               PERFORM 500-CHECK-ORDER
           END-IF.
           IF WS-COMMIT-OK AND WS-KEY-PASS
               IF WS-BT-COUNT >= 200
                   MOVE "N" TO WS-COMMIT-OK-SWITCH
                   DISPLAY "BATCH " WS-BATCH-ID " IS FULL - START "
                           "ANOTHER BATCH"
               END-IF
           END-IF.
           IF WS-COMMIT-OK AND WS-VERIFY-PASS
               PERFORM 280-VERIFY-ENTRY
           END-IF.
           IF WS-COMMIT-OK
               EVALUATE TRUE
                   WHEN WS-ORDER-ENTRY-SCREEN
                       PERFORM 550-WRITE-ORDER
                       DISPLAY "ENTRY COMMITTED TO "
                               WS-COMMIT-FILE-NAME
                   WHEN WS-KEY-PASS
                       PERFORM 270-FILE-KEYED-ENTRY
                   WHEN WS-VERIFY-PASS
                       PERFORM 290-SAVE-VERIFIED-BATCH
                   WHEN OTHER
                       PERFORM 185-WRITE-COMMIT-RECORD
                       DISPLAY "ENTRY COMMITTED TO "
                               WS-COMMIT-FILE-NAME
               END-EVALUATE
               PERFORM 188-CLEAR-SESSION
           ELSE
               DISPLAY "COMMIT REFUSED - CORRECT THE FIELDS ABOVE"
           END-IF.
      *    field at its own position, then the keying operator
      *    where the layout stamps one
       185-WRITE-COMMIT-RECORD.
           PERFORM 184-BUILD-COMMIT-IMAGE.
           OPEN EXTEND COMMIT-OUT-FILE.
           IF WS-INTAKE-STATUS NOT = "00"
               OPEN OUTPUT COMMIT-OUT-FILE
           END-IF.
           MOVE WS-COMMIT-IMAGE TO COMMIT-OUT-RECORD.
           WRITE COMMIT-OUT-RECORD.
           CLOSE COMMIT-OUT-FILE.

       184-BUILD-COMMIT-IMAGE.
           MOVE SPACES TO WS-COMMIT-IMAGE.
           PERFORM 186-APPLY-ONE-LITERAL
               VARYING LIT-IDX FROM 1 BY 1
               UNTIL LIT-IDX > WS-LIT-COUNT.
               UNTIL WS-COMMIT-FLD > WS-FIELD-COUNT.
           IF WS-OPR-POS >= 1 AND WS-OPR-POS <= 72
               MOVE WS-OPERATOR-ID TO
                   WS-COMMIT-IMAGE (WS-OPR-POS:8)
           END-IF.

       186-APPLY-ONE-LITERAL.
           IF WS-LIT-POS (LIT-IDX) >= 1
               AND WS-LIT-LEN (LIT-IDX) >= 1
               MOVE WS-LIT-TEXT (LIT-IDX)
                   (1:WS-LIT-LEN (LIT-IDX)) TO
                   WS-COMMIT-IMAGE (WS-LIT-POS (LIT-IDX)
                   :WS-LIT-LEN (LIT-IDX))
           END-IF.

           IF FIELD-OUT-POS (WS-COMMIT-FLD) >= 1
               MOVE FIELD-MAX-LENGTH (WS-COMMIT-FLD) TO WS-OUT-LEN
               MOVE FIELD-BUFFER (WS-COMMIT-FLD) (1:WS-OUT-LEN) TO
                   WS-COMMIT-IMAGE
                   (FIELD-OUT-POS (WS-COMMIT-FLD):WS-OUT-LEN)
           END-IF.

           OPEN OUTPUT SESSION-STATE-FILE.
           CLOSE SESSION-STATE-FILE.

      *    the batch must suit the pass - the first pass can only
      *    add to a batch nobody has started verifying, the second
      *    needs entries still to verify and a different operator
      *    from whoever keyed them; each pass checkpoints to its own
      *    session file, so the verifier never resumes onto the
      *    first pass's keying
       250-OPEN-BATCH.
           MOVE "N" TO WS-BATCH-REFUSED-SWITCH.
           EVALUATE TRUE
               WHEN WS-ORDER-ENTRY-SCREEN
                   DISPLAY "THE ORDER-ENTRY SCREEN COMMITS DIRECT - "
                           "NO KEY-VERIFY BATCHES"
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN NOT WS-KEY-PASS AND NOT WS-VERIFY-PASS
                   DISPLAY "MODE MUST BE KEY OR VERIFY"
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN WS-BATCH-ID = SPACES
                   DISPLAY "A BATCH ID IS NEEDED AFTER "
                           WS-KEY-VERIFY-MODE
                   SET WS-BATCH-REFUSED TO TRUE
           END-EVALUATE.
           IF NOT WS-BATCH-REFUSED
               MOVE SPACES TO WS-BATCH-FILE-NAME
               STRING "POS-BATCH-" WS-BATCH-ID
                      DELIMITED BY SPACE INTO WS-BATCH-FILE-NAME
               MOVE SPACES TO WS-SESSION-FILE-NAME
               STRING "POS-SESSION-" WS-BATCH-ID "-"
                      WS-KEY-VERIFY-MODE (1:1)
                      DELIMITED BY SPACE INTO WS-SESSION-FILE-NAME
               PERFORM 255-LOAD-BATCH
               IF WS-KEY-PASS
                   PERFORM 260-CHECK-KEY-PASS
               ELSE
                   PERFORM 265-CHECK-VERIFY-PASS
               END-IF
           END-IF.

       255-LOAD-BATCH.
           MOVE ZERO TO WS-BT-COUNT.
           MOVE ZERO TO WS-BT-VERIFIED-COUNT.
           MOVE ZERO TO WS-BT-RELEASED-COUNT.
           MOVE ZERO TO WS-BT-OWN-COUNT.
           MOVE ZERO TO WS-BT-NOT-HELD.
           OPEN INPUT BATCH-FILE.
           IF WS-BATCH-STATUS = "00"
               PERFORM 257-READ-BATCH
               PERFORM UNTIL WS-BATCH-STATUS = "10"
                   PERFORM 258-TAKE-BATCH-ENTRY
                   PERFORM 257-READ-BATCH
               END-PERFORM
               CLOSE BATCH-FILE
           END-IF.

       257-READ-BATCH.
           READ BATCH-FILE
               AT END MOVE "10" TO WS-BATCH-STATUS
           END-READ.

       258-TAKE-BATCH-ENTRY.
           IF WS-BT-COUNT < 200
               ADD 1 TO WS-BT-COUNT
               SET BT-IDX TO WS-BT-COUNT
               MOVE BATCH-RECORD TO WS-BT-ENTRY (BT-IDX)
               IF BT-IS-VERIFIED
                   ADD 1 TO WS-BT-VERIFIED-COUNT
               END-IF
               IF BT-IS-RELEASED
                   ADD 1 TO WS-BT-RELEASED-COUNT
               END-IF
               IF BT-KEYED-BY = WS-OPERATOR-ID
                   ADD 1 TO WS-BT-OWN-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-BT-NOT-HELD
           END-IF.

       260-CHECK-KEY-PASS.
           EVALUATE TRUE
               WHEN WS-BT-RELEASED-COUNT > ZERO
                   DISPLAY "BATCH " WS-BATCH-ID " HAS BEEN RELEASED"
                           " - START ANOTHER BATCH"
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN WS-BT-VERIFIED-COUNT > ZERO
                   DISPLAY "BATCH " WS-BATCH-ID " IS UNDER "
                           "VERIFICATION - NO MORE KEYING ON IT"
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN WS-BT-COUNT > ZERO
                   AND WS-BT-SCREEN (1) NOT = WS-SCREEN-NAME
                   DISPLAY "BATCH " WS-BATCH-ID " WAS KEYED ON "
                           "SCREEN " WS-BT-SCREEN (1)
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN OTHER
                   DISPLAY "KEYING BATCH " WS-BATCH-ID " - "
                           WS-BT-COUNT " ENTRIES SO FAR"
           END-EVALUATE.

       265-CHECK-VERIFY-PASS.
           EVALUATE TRUE
               WHEN WS-BT-COUNT = ZERO
                   DISPLAY "NOTHING KEYED ON BATCH " WS-BATCH-ID
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN WS-BT-NOT-HELD > ZERO
                   DISPLAY "BATCH " WS-BATCH-ID " HOLDS MORE THAN "
                           "200 ENTRIES - NOT VERIFIED HERE"
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN WS-BT-RELEASED-COUNT > ZERO
                   DISPLAY "BATCH " WS-BATCH-ID " HAS ALREADY BEEN "
                           "RELEASED"
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN WS-BT-SCREEN (1) NOT = WS-SCREEN-NAME
                   DISPLAY "BATCH " WS-BATCH-ID " WAS KEYED ON "
                           "SCREEN " WS-BT-SCREEN (1)
                   SET WS-BATCH-REFUSED TO TRUE
               WHEN WS-BT-OWN-COUNT > ZERO
                   DISPLAY "YOU KEYED ENTRIES ON BATCH " WS-BATCH-ID
                           " - ANOTHER OPERATOR MUST VERIFY IT"
                   SET WS-BATCH-REFUSED TO TRUE
           END-EVALUATE.
           IF NOT WS-BATCH-REFUSED
               PERFORM 285-FIND-NEXT-ENTRY
               IF WS-BT-NEXT = ZERO
                   PERFORM 295-RELEASE-BATCH
                   SET WS-BATCH-REFUSED TO TRUE
               ELSE
                   DISPLAY "VERIFYING BATCH " WS-BATCH-ID " - "
                           WS-BT-LEFT " OF " WS-BT-COUNT
                           " ENTRIES LEFT"
               END-IF
           END-IF.

      *    the first pass - the entry goes on the batch as keyed and
      *    as laid out, and nowhere near the output file yet
       270-FILE-KEYED-ENTRY.
           PERFORM 184-BUILD-COMMIT-IMAGE.
           PERFORM 275-GATHER-KEYED-FIELDS.
           OPEN EXTEND BATCH-FILE.
           IF WS-BATCH-STATUS NOT = "00"
               OPEN OUTPUT BATCH-FILE
           END-IF.
           MOVE SPACES TO BATCH-RECORD.
           MOVE "K" TO BT-STATUS.
           MOVE WS-SCREEN-NAME TO BT-SCREEN.
           MOVE WS-OPERATOR-ID TO BT-KEYED-BY.
           MOVE WS-KEYED-FIELDS TO BT-FIELDS.
           MOVE WS-COMMIT-IMAGE TO BT-IMAGE.
           WRITE BATCH-RECORD.
           CLOSE BATCH-FILE.
           ADD 1 TO WS-BT-COUNT.
           SET BT-IDX TO WS-BT-COUNT.
           MOVE BATCH-RECORD TO WS-BT-ENTRY (BT-IDX).
           MOVE WS-BT-COUNT TO WS-ENTRY-EDIT.
           DISPLAY "ENTRY " WS-ENTRY-EDIT " FILED ON BATCH "
                   WS-BATCH-ID " FOR VERIFICATION".

       275-GATHER-KEYED-FIELDS.
           MOVE SPACES TO WS-KEYED-FIELDS.
           PERFORM VARYING WS-COMMIT-FLD FROM 1 BY 1
               UNTIL WS-COMMIT-FLD > WS-FIELD-COUNT
               MOVE FIELD-BUFFER (WS-COMMIT-FLD) TO
                   WS-KEYED-FIELD (WS-COMMIT-FLD)
           END-PERFORM.

      *    the second pass - the re-keyed entry against the next
      *    one the first pass filed, field by field; the first
      *    field that differs stops the commit, and only the same
      *    keying committed again overrides the first pass
       280-VERIFY-ENTRY.
           PERFORM 275-GATHER-KEYED-FIELDS.
           SET BT-IDX TO WS-BT-NEXT.
           MOVE WS-BT-FIELDS (BT-IDX) TO WS-FILED-FIELDS.
           MOVE ZERO TO WS-MISMATCH-FLD.
           PERFORM 282-COMPARE-ONE-FIELD
               VARYING WS-COMMIT-FLD FROM 1 BY 1
               UNTIL WS-COMMIT-FLD > WS-FIELD-COUNT
               OR WS-MISMATCH-FLD > ZERO.
           MOVE WS-BT-NEXT TO WS-ENTRY-EDIT.
           IF WS-MISMATCH-FLD = ZERO
               MOVE "V" TO WS-BT-STATUS (BT-IDX)
               MOVE WS-OPERATOR-ID TO WS-BT-VERIFIED-BY (BT-IDX)
               MOVE "MATCHED" TO WS-VERIFY-LOG-TEXT
               PERFORM 288-LOG-ENTRY-RESULT
           ELSE
               IF WS-HELD-ENTRY = WS-BT-NEXT
                   AND WS-HELD-FIELDS = WS-KEYED-FIELDS
                   PERFORM 284-TAKE-CORRECTION
               ELSE
                   MOVE WS-BT-NEXT TO WS-HELD-ENTRY
                   MOVE WS-KEYED-FIELDS TO WS-HELD-FIELDS
                   MOVE "N" TO WS-COMMIT-OK-SWITCH
                   DISPLAY "ENTRY " WS-ENTRY-EDIT " FIELD "
                           WS-MISMATCH-FLD " DOES NOT MATCH THE "
                           "FIRST KEYING - CHECK THE SOURCE"
                   DISPLAY "  RE-KEY THE FIELD, OR COMMIT THE SAME "
                           "KEYING AGAIN TO CORRECT THE FIRST PASS"
               END-IF
           END-IF.

       282-COMPARE-ONE-FIELD.
           IF WS-KEYED-FIELD (WS-COMMIT-FLD) NOT =
               WS-FILED-FIELD (WS-COMMIT-FLD)
               MOVE WS-COMMIT-FLD TO WS-MISMATCH-FLD
           END-IF.

      *    the verifier's keying stands - the entry is re-laid out
      *    from it, still carrying the first-pass operator's stamp
       284-TAKE-CORRECTION.
           PERFORM 184-BUILD-COMMIT-IMAGE.
           IF WS-OPR-POS >= 1 AND WS-OPR-POS <= 72
               MOVE WS-BT-KEYED-BY (BT-IDX) TO
                   WS-COMMIT-IMAGE (WS-OPR-POS:8)
           END-IF.
           MOVE WS-KEYED-FIELDS TO WS-BT-FIELDS (BT-IDX).
           MOVE WS-COMMIT-IMAGE TO WS-BT-IMAGE (BT-IDX).
           MOVE "C" TO WS-BT-STATUS (BT-IDX).
           MOVE WS-OPERATOR-ID TO WS-BT-VERIFIED-BY (BT-IDX).
           MOVE SPACES TO WS-VERIFY-LOG-TEXT.
           STRING "CORRECTED FIELD " WS-MISMATCH-FLD
                  DELIMITED BY SIZE INTO WS-VERIFY-LOG-TEXT.
           PERFORM 288-LOG-ENTRY-RESULT.
           MOVE ZERO TO WS-HELD-ENTRY.
           MOVE SPACES TO WS-HELD-FIELDS.

      *    the first entry still waiting for the second pass, and
      *    how many are left - zero when the batch is all verified
       285-FIND-NEXT-ENTRY.
           MOVE ZERO TO WS-BT-NEXT.
           MOVE ZERO TO WS-BT-LEFT.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT
               IF WS-BT-STATUS (BT-IDX) = "K"
                   ADD 1 TO WS-BT-LEFT
                   IF WS-BT-NEXT = ZERO
                       SET WS-BT-NEXT TO BT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       288-LOG-ENTRY-RESULT.
           MOVE WS-VERIFY-LOG-TEXT TO WS-HOLD-LOG-TEXT.
           MOVE SPACES TO WS-VERIFY-LOG-TEXT.
           STRING "BATCH " WS-BATCH-ID
                  " ENTRY " WS-ENTRY-EDIT
                  " KEYED BY " WS-BT-KEYED-BY (BT-IDX)
                  " VERIFIED BY " WS-OPERATOR-ID " "
                  WS-HOLD-LOG-TEXT
                  DELIMITED BY SIZE INTO WS-VERIFY-LOG-TEXT.
           PERFORM 298-WRITE-VERIFY-LOG.

      *    the batch is rewritten after every verified entry; the
      *    last one releases it
       290-SAVE-VERIFIED-BATCH.
           PERFORM 292-REWRITE-BATCH.
           PERFORM 285-FIND-NEXT-ENTRY.
           DISPLAY "ENTRY " WS-ENTRY-EDIT " VERIFIED - "
                   WS-BT-LEFT " LEFT ON BATCH " WS-BATCH-ID.
           IF WS-BT-NEXT = ZERO
               PERFORM 295-RELEASE-BATCH
           END-IF.

       292-REWRITE-BATCH.
           OPEN OUTPUT BATCH-FILE.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT
               MOVE WS-BT-ENTRY (BT-IDX) TO BATCH-RECORD
               WRITE BATCH-RECORD
           END-PERFORM.
           CLOSE BATCH-FILE.

      *    every entry verified - the batch goes to the screen's
      *    output file in the order it was keyed, and is marked
      *    released so it can never go twice
       295-RELEASE-BATCH.
           OPEN EXTEND COMMIT-OUT-FILE.
           IF WS-INTAKE-STATUS NOT = "00"
               OPEN OUTPUT COMMIT-OUT-FILE
           END-IF.
           PERFORM VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT
               MOVE WS-BT-IMAGE (BT-IDX) TO COMMIT-OUT-RECORD
               WRITE COMMIT-OUT-RECORD
               MOVE "R" TO WS-BT-STATUS (BT-IDX)
           END-PERFORM.
           CLOSE COMMIT-OUT-FILE.
           PERFORM 292-REWRITE-BATCH.
           MOVE WS-BT-COUNT TO WS-ENTRY-EDIT.
           MOVE SPACES TO WS-VERIFY-LOG-TEXT.
           STRING "BATCH " WS-BATCH-ID " RELEASED TO "
                  WS-COMMIT-FILE-NAME " - " WS-ENTRY-EDIT
                  " ENTRIES KEYED BY " WS-BT-KEYED-BY (1)
                  " VERIFIED BY " WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO WS-VERIFY-LOG-TEXT.
           PERFORM 298-WRITE-VERIFY-LOG.
           DISPLAY "BATCH " WS-BATCH-ID " VERIFIED AND RELEASED TO "
                   WS-COMMIT-FILE-NAME.

       298-WRITE-VERIFY-LOG.
           OPEN EXTEND VERIFY-LOG-FILE.
           IF WS-VERIFY-LOG-STATUS NOT = "00"
               OPEN OUTPUT VERIFY-LOG-FILE
           END-IF.
           PERFORM 980-STAMP-LOG-PREFIX.
           MOVE SPACES TO VERIFY-LOG-RECORD.
           STRING WS-LOG-STAMP " " WS-VERIFY-LOG-TEXT
                  DELIMITED BY SIZE INTO VERIFY-LOG-RECORD.
           WRITE VERIFY-LOG-RECORD.
           CLOSE VERIFY-LOG-FILE.

      *    the order-entry screen reads the masters it checks
      *    against - a master not on file refuses what it would
      *    have checked, as the pricing run would suspend it
       300-OPEN-ORDER-FILES.
           DISPLAY "ORDER ENTRY - 1 CUSTOMER (BLANK FOR WALK-IN), "
                   "2 CAMPAIGN, 3 ROW CODE,".
           DISPLAY "  4/5 6/7 8/9 ITEM CODE AND QUANTITY PER LINE".
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT MEMBERSHIP-FILE.
           IF WS-MEMBERSHIP-STATUS = "00"
               SET WS-MEMBERSHIP-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               SET WS-ITEMS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CAMPAIGN-FILE.
           IF WS-CAMPAIGN-STATUS = "00"
               SET WS-CAMPAIGNS-OPEN TO TRUE
           END-IF.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               SET WS-RATES-OPEN TO TRUE
           END-IF.

       310-CLOSE-ORDER-FILES.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-MEMBERSHIP-OPEN
               CLOSE MEMBERSHIP-FILE
           END-IF.
           IF WS-ITEMS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF WS-CAMPAIGNS-OPEN
               CLOSE CAMPAIGN-FILE
           END-IF.
           IF WS-RATES-OPEN
               CLOSE RATE-FILE
           END-IF.

      *    the live lookups - a field that leaves the cursor has
      *    been found on its master and shown back to the operator,
      *    or the cursor stays put with the reason
       400-LOOKUP-ORDER-FIELD.
           EVALUATE WS-ACTIVE-FLD-IDX
               WHEN 1
                   PERFORM 410-LOOKUP-CUSTOMER
               WHEN 2
                   PERFORM 420-LOOKUP-CAMPAIGN
               WHEN 3
                   IF Field-Data (1:2) IS NOT ALPHABETIC
                       MOVE "N" TO WS-FIELD-EDIT-OK-SWITCH
                       DISPLAY "ROW CODE MUST BE LETTERS"
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 8
                   PERFORM 430-LOOKUP-ITEM
           END-EVALUATE.

       410-LOOKUP-CUSTOMER.
           MOVE Field-Data (1:WS-CONTENT-LENGTH) TO WS-OE-CUSTOMER-JR.
           INSPECT WS-OE-CUSTOMER-JR REPLACING LEADING SPACE BY ZERO.
           IF NOT WS-MASTER-OPEN
               MOVE "N" TO WS-FIELD-EDIT-OK-SWITCH
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE"
           ELSE
               MOVE WS-OE-CUSTOMER-JR TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FIELD-EDIT-OK-SWITCH
                       DISPLAY "CUSTOMER " WS-OE-CUSTOMER-JR
                               " NOT ON FILE"
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER " CM-NUMBER " " CM-NAME
               END-READ
           END-IF.

      *    a code the pricing run would not find suspends the whole
      *    order there, so it is refused here instead
       420-LOOKUP-CAMPAIGN.
           IF NOT WS-CAMPAIGNS-OPEN
               MOVE "N" TO WS-FIELD-EDIT-OK-SWITCH
               DISPLAY "CAMPAIGN CODE NOT ON FILE"
           ELSE
               MOVE Field-Data (1:6) TO CP-CODE
               READ CAMPAIGN-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FIELD-EDIT-OK-SWITCH
                       DISPLAY "CAMPAIGN CODE NOT ON FILE"
                   NOT INVALID KEY
                       DISPLAY "CAMPAIGN " CP-CODE " " CP-DESCRIPTION
               END-READ
           END-IF.

       430-LOOKUP-ITEM.
           IF NOT WS-ITEMS-OPEN
               MOVE "N" TO WS-FIELD-EDIT-OK-SWITCH
               DISPLAY "ITEM MASTER NOT AVAILABLE"
           ELSE
               MOVE Field-Data (1:3) TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FIELD-EDIT-OK-SWITCH
                       DISPLAY "ITEM " IM-CODE " NOT ON FILE"
                   NOT INVALID KEY
                       MOVE IM-UNIT-PRICE TO WS-PRICE-EDIT
                       DISPLAY "ITEM " IM-CODE " " IM-DESCRIPTION
                               " PRICE " WS-PRICE-EDIT
               END-READ
           END-IF.

      *    every field has passed its own edits - now the order as a
      *    whole: each line whole, the units and value within what
      *    the order record carries, and the feed fit to add to;
      *    the provisional discount is shown before anything is
      *    written
       500-CHECK-ORDER.
           MOVE ZERO TO WS-OE-LINE-COUNT.
           MOVE ZERO TO WS-OE-TOTAL-QTY.
           MOVE ZERO TO WS-OE-VALUE-EXACT.
           PERFORM 510-CHECK-ORDER-LINE
               VARYING WS-OE-LINE FROM 1 BY 1
               UNTIL WS-OE-LINE > 3.
           IF WS-COMMIT-OK AND WS-OE-TOTAL-QTY > 99
               MOVE "N" TO WS-COMMIT-OK-SWITCH
               DISPLAY "ORDER OVER 99 UNITS - SPLIT THE ORDER"
           END-IF.
           COMPUTE WS-OE-VALUE ROUNDED = WS-OE-VALUE-EXACT.
           IF WS-COMMIT-OK AND WS-OE-VALUE > 999
               MOVE "N" TO WS-COMMIT-OK-SWITCH
               DISPLAY "ORDER VALUE OVER 999 - SPLIT THE ORDER"
           END-IF.
           IF WS-COMMIT-OK
               PERFORM 520-SET-ORDER-CUSTOMER
               PERFORM 530-PROVISIONAL-DISCOUNT
               PERFORM 600-READ-ORDER-FEED
               IF WS-FEED-BAD
                   MOVE "N" TO WS-COMMIT-OK-SWITCH
                   CLOSE FEED-WORK-FILE
                   DISPLAY "QTY-ORDERS IS HEADED BUT ITS TRAILER IS "
                           "MISSING OR DOES NOT AGREE - NOT COMMITTED"
               END-IF
           END-IF.

      *    an item with no quantity, or a quantity with no item, is
      *    a half-keyed line; the value is the units at the item
      *    master's price
       510-CHECK-ORDER-LINE.
           COMPUTE WS-OE-ITEM-FLD = WS-OE-LINE * 2 + 2.
           COMPUTE WS-OE-QTY-FLD = WS-OE-LINE * 2 + 3.
           MOVE WS-OE-ITEM-FLD TO WS-COMMIT-FLD.
           PERFORM 540-MEASURE-FIELD.
           MOVE WS-CONTENT-LENGTH TO WS-OE-ITEM-LENGTH.
           MOVE WS-OE-QTY-FLD TO WS-COMMIT-FLD.
           PERFORM 540-MEASURE-FIELD.
           MOVE WS-CONTENT-LENGTH TO WS-OE-QTY-LENGTH.
           IF WS-OE-ITEM-LENGTH > ZERO OR WS-OE-QTY-LENGTH > ZERO
               IF WS-OE-ITEM-LENGTH = ZERO OR WS-OE-QTY-LENGTH = ZERO
                   MOVE "N" TO WS-COMMIT-OK-SWITCH
                   DISPLAY "LINE " WS-OE-LINE
                           " NEEDS BOTH ITEM CODE AND QUANTITY"
               ELSE
                   MOVE FIELD-BUFFER (WS-OE-QTY-FLD)
                       (1:WS-OE-QTY-LENGTH) TO WS-OE-NUMBER-JR
                   INSPECT WS-OE-NUMBER-JR
                       REPLACING LEADING SPACE BY ZERO
                   MOVE WS-OE-NUMBER-JR TO WS-OE-NUMBER
                   IF WS-OE-NUMBER = ZERO
                       MOVE "N" TO WS-COMMIT-OK-SWITCH
                       DISPLAY "LINE " WS-OE-LINE " QUANTITY IS ZERO"
                   ELSE
                       ADD 1 TO WS-OE-LINE-COUNT
                       MOVE FIELD-BUFFER (WS-OE-ITEM-FLD) (1:3) TO
                           WS-OE-ITEM (WS-OE-LINE-COUNT)
                       MOVE WS-OE-NUMBER TO
                           WS-OE-QTY (WS-OE-LINE-COUNT)
                       ADD WS-OE-NUMBER TO WS-OE-TOTAL-QTY
                       PERFORM 515-PRICE-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       515-PRICE-ORDER-LINE.
           MOVE WS-OE-ITEM (WS-OE-LINE-COUNT) TO IM-CODE.
           IF WS-ITEMS-OPEN
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-COMMIT-OK-SWITCH
                       DISPLAY "ITEM " IM-CODE " NOT ON FILE"
                   NOT INVALID KEY
                       COMPUTE WS-OE-VALUE-EXACT =
                           WS-OE-VALUE-EXACT +
                           IM-UNIT-PRICE * WS-OE-NUMBER
               END-READ
           ELSE
               MOVE "N" TO WS-COMMIT-OK-SWITCH
           END-IF.

      *    the account decides the member tier as it does at pricing
      *    - a current paid membership; a walk-in prices as a
      *    non-member
       520-SET-ORDER-CUSTOMER.
           MOVE SPACES TO WS-OE-CUSTOMER.
           MOVE "N" TO WS-OE-MEMBER.
           MOVE 1 TO WS-COMMIT-FLD.
           PERFORM 540-MEASURE-FIELD.
           IF WS-CONTENT-LENGTH > ZERO
               MOVE FIELD-BUFFER (1) (1:WS-CONTENT-LENGTH) TO
                   WS-OE-CUSTOMER-JR
               INSPECT WS-OE-CUSTOMER-JR
                   REPLACING LEADING SPACE BY ZERO
               MOVE WS-OE-CUSTOMER-JR TO WS-OE-CUSTOMER
               IF WS-MEMBERSHIP-OPEN
                   MOVE WS-OE-CUSTOMER TO MB-CUSTOMER
                   READ MEMBERSHIP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MB-PAID-THROUGH NOT < WS-RUN-DATE
                               MOVE "Y" TO WS-OE-MEMBER
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    the same bands the pricing run uses, and the latest rate
      *    in effect today for them - provisional, since a quote or
      *    a better promotion can still change it at pricing
       530-PROVISIONAL-DISCOUNT.
           MOVE ZERO TO WS-OE-DISCOUNT.
           MOVE "N" TO WS-OE-RATE-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN WS-OE-TOTAL-QTY <= 5
                   MOVE 1 TO WS-OE-QTY-BAND
               WHEN WS-OE-TOTAL-QTY <= 16
                   MOVE 2 TO WS-OE-QTY-BAND
               WHEN OTHER
                   MOVE 3 TO WS-OE-QTY-BAND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-OE-VALUE < 501
                   MOVE 1 TO WS-OE-VOP-BAND
               WHEN WS-OE-VALUE < 2001
                   MOVE 2 TO WS-OE-VOP-BAND
               WHEN OTHER
                   MOVE 3 TO WS-OE-VOP-BAND
           END-EVALUATE.
           IF WS-RATES-OPEN
               MOVE WS-OE-QTY-BAND TO RK-QTY-BAND
               MOVE WS-OE-VOP-BAND TO RK-VOP-BAND
               MOVE WS-OE-MEMBER TO RK-MEMBER
               MOVE LOW-VALUES TO RK-EFF-FROM
               START RATE-FILE KEY IS NOT LESS THAN RK-KEY
                   INVALID KEY
                       MOVE "10" TO WS-RATE-STATUS
               END-START
               PERFORM UNTIL WS-RATE-STATUS NOT = "00"
                   READ RATE-FILE NEXT
                       AT END MOVE "10" TO WS-RATE-STATUS
                   END-READ
                   IF WS-RATE-STATUS = "00"
                       PERFORM 535-JUDGE-RATE-ROW
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-RATE-STATUS
           END-IF.
           MOVE WS-OE-VALUE TO WS-PRICE-EDIT.
           DISPLAY "ORDER UNITS " WS-OE-TOTAL-QTY
                   " VALUE " WS-PRICE-EDIT
                   " MEMBER " WS-OE-MEMBER.
           IF WS-OE-RATE-FOUND
               MOVE WS-OE-DISCOUNT TO WS-DISCOUNT-EDIT
               DISPLAY "PROVISIONAL DISCOUNT " WS-DISCOUNT-EDIT
                       "% - FINAL AT THE PRICING RUN"
           ELSE
               DISPLAY "NO RATE ON QTY-RATES - DISCOUNT DECIDED AT "
                       "THE PRICING RUN"
           END-IF.

      *    rows come back in effective-date order within the bands,
      *    so the last one in effect today is the one that applies
       535-JUDGE-RATE-ROW.
           IF RK-QTY-BAND NOT = WS-OE-QTY-BAND
               OR RK-VOP-BAND NOT = WS-OE-VOP-BAND
               OR RK-MEMBER NOT = WS-OE-MEMBER
               OR RK-EFF-FROM > WS-RUN-DATE
               MOVE "10" TO WS-RATE-STATUS
           ELSE
               MOVE RK-RATE TO WS-OE-DISCOUNT
               SET WS-OE-RATE-FOUND TO TRUE
           END-IF.

      *    how much of a screen field is keyed - the last non-blank
      *    position, zero for an empty field
       540-MEASURE-FIELD.
           MOVE ZERO TO WS-CONTENT-LENGTH.
           PERFORM VARYING WS-EDIT-SCAN FROM 10 BY -1
               UNTIL WS-EDIT-SCAN < 1
               OR WS-CONTENT-LENGTH > ZERO
               IF FIELD-BUFFER (WS-COMMIT-FLD) (WS-EDIT-SCAN:1)
                   NOT = SPACE
                   MOVE WS-EDIT-SCAN TO WS-CONTENT-LENGTH
               END-IF
           END-PERFORM.

      *    the order goes on the feed under a new E-series number
      *    with its lines on ORDER-DETAIL under the same number, the
      *    pair the pricing run and ORDERMATCH match on
       550-WRITE-ORDER.
           PERFORM 800-TAKE-NEXT-ENTRY-NUMBER.
           MOVE SPACES TO ORDER-RECORD.
           MOVE WS-NEW-ORDER-NO TO OR-ORDER-NO.
           MOVE WS-OE-TOTAL-QTY TO OR-QTY.
           MOVE WS-OE-VALUE TO OR-VOP.
           MOVE WS-OE-MEMBER TO OR-MEMBER.
           MOVE WS-OE-CUSTOMER TO OR-CUSTOMER.
           MOVE FIELD-BUFFER (2) (1:6) TO OR-CAMPAIGN.
           MOVE ORDER-RECORD TO FEED-WORK-RECORD.
           WRITE FEED-WORK-RECORD.
           ADD 1 TO FC-DETAIL-COUNT.
           ADD OR-VOP TO FC-HASH.
           PERFORM 620-CLOSE-ORDER-FEED.
           OPEN EXTEND ORDER-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = "00"
               OPEN OUTPUT ORDER-DETAIL-FILE
           END-IF.
           PERFORM 555-WRITE-ORDER-LINE
               VARYING WS-OE-LINE FROM 1 BY 1
               UNTIL WS-OE-LINE > WS-OE-LINE-COUNT.
           CLOSE ORDER-DETAIL-FILE.
           DISPLAY "ORDER " WS-NEW-ORDER-NO " - "
                   WS-OE-LINE-COUNT " LINE(S)".

       555-WRITE-ORDER-LINE.
           MOVE SPACES TO ORDER-DETAIL-RECORD.
           MOVE WS-NEW-ORDER-NO TO OD-ORDER-NO.
           MOVE FIELD-BUFFER (3) (1:2) TO OD-ROW-B.
           MOVE 1 TO OD-SUB-COUNT.
           MOVE WS-OE-ITEM (WS-OE-LINE) TO OD-SUB-1.
           MOVE WS-OE-QTY (WS-OE-LINE) TO OD-QUANTITY.
           WRITE ORDER-DETAIL-RECORD.

      *    the feed as it stands is copied to the work file without
      *    its trailer, counted and hashed on the way; a feed with
      *    no header is given one dated today, as the feed-stamping
      *    utility would
       600-READ-ORDER-FEED.
           MOVE "N" TO WS-FEED-HEADED-SWITCH.
           MOVE "N" TO WS-FEED-TRAILED-SWITCH.
           MOVE "N" TO WS-FEED-BAD-SWITCH.
           MOVE ZERO TO FC-DETAIL-COUNT.
           MOVE ZERO TO FC-HASH.
           OPEN OUTPUT FEED-WORK-FILE.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
               PERFORM 610-READ-ORDER
               IF WS-ORDER-STATUS = "00" AND ORC-IS-HEADER
                   SET WS-FEED-HEADED TO TRUE
                   MOVE ORDER-CONTROL-RECORD TO WS-FEED-HEADER-LINE
                   PERFORM 610-READ-ORDER
               END-IF
           ELSE
               MOVE "10" TO WS-ORDER-STATUS
           END-IF.
           IF NOT WS-FEED-HEADED
               MOVE SPACES TO ORDER-CONTROL-RECORD
               MOVE "HDR" TO ORC-TYPE
               MOVE WS-RUN-DATE TO ORC-FILE-DATE
               MOVE ORDER-CONTROL-RECORD TO WS-FEED-HEADER-LINE
           END-IF.
           MOVE WS-FEED-HEADER-LINE TO FEED-WORK-RECORD.
           WRITE FEED-WORK-RECORD.
           PERFORM UNTIL WS-ORDER-STATUS = "10"
               EVALUATE TRUE
                   WHEN ORC-IS-TRAILER
                       SET WS-FEED-TRAILED TO TRUE
                       MOVE ORC-COUNT TO WS-TRAILER-COUNT
                       MOVE ORC-HASH TO WS-TRAILER-HASH
                   WHEN ORC-IS-HEADER
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO FC-DETAIL-COUNT
                       ADD OR-VOP TO FC-HASH
                       MOVE ORDER-RECORD TO FEED-WORK-RECORD
                       WRITE FEED-WORK-RECORD
               END-EVALUATE
               PERFORM 610-READ-ORDER
           END-PERFORM.
           CLOSE ORDER-FILE.
           IF WS-FEED-HEADED
               IF NOT WS-FEED-TRAILED
                   OR WS-TRAILER-COUNT NOT = FC-DETAIL-COUNT
                   OR WS-TRAILER-HASH NOT = FC-HASH
                   SET WS-FEED-BAD TO TRUE
               END-IF
           END-IF.

       610-READ-ORDER.
           READ ORDER-FILE
               AT END MOVE "10" TO WS-ORDER-STATUS
           END-READ.

      *    the rebuilt feed gets its trailer over every detail on
      *    it and is copied back over QTY-ORDERS
       620-CLOSE-ORDER-FEED.
           MOVE SPACES TO ORDER-CONTROL-RECORD.
           MOVE "TRL" TO ORC-TYPE.
           MOVE FC-DETAIL-COUNT TO ORC-COUNT.
           MOVE FC-HASH TO ORC-HASH.
           MOVE ORDER-CONTROL-RECORD TO FEED-WORK-RECORD.
           WRITE FEED-WORK-RECORD.
           CLOSE FEED-WORK-FILE.
           OPEN INPUT FEED-WORK-FILE.
           OPEN OUTPUT ORDER-FILE.
           PERFORM 630-READ-WORK.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               MOVE FEED-WORK-RECORD TO ORDER-RECORD
               WRITE ORDER-RECORD
               PERFORM 630-READ-WORK
           END-PERFORM.
           CLOSE ORDER-FILE.
           CLOSE FEED-WORK-FILE.

       630-READ-WORK.
           READ FEED-WORK-FILE
               AT END MOVE "10" TO WS-WORK-STATUS
           END-READ.

      *    the same read-add-rewrite the standing-order and invoice
      *    number controls use, so an abend never issues a number
      *    twice
       800-TAKE-NEXT-ENTRY-NUMBER.
           MOVE ZERO TO WS-LAST-ENTRY-NUMBER.
           OPEN INPUT ENTRY-NUMBER-CONTROL-FILE.
           IF WS-OENUM-STATUS = "00"
               READ ENTRY-NUMBER-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-ENTRY-NUMBER TO
                           WS-LAST-ENTRY-NUMBER
               END-READ
               CLOSE ENTRY-NUMBER-CONTROL-FILE
           END-IF.
           IF WS-LAST-ENTRY-NUMBER = 9999
               MOVE ZERO TO WS-LAST-ENTRY-NUMBER
           END-IF.
           ADD 1 TO WS-LAST-ENTRY-NUMBER.
           OPEN OUTPUT ENTRY-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-ENTRY-NUMBER TO CTL-LAST-ENTRY-NUMBER.
           WRITE ENTRY-NUMBER-CONTROL-RECORD.
           CLOSE ENTRY-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-ENTRY-NUMBER TO WS-NEW-ORDER-SERIAL.

      *    an unrecognized key/Cursor-Position combination doesn't just get
      *    a generic message on screen - it's logged with exactly
      *    which key code and Cursor-Position triggered it
           ACCEPT WS-LOG-STAMP (1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO WS-LOG-STAMP (9:6).

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
       END PROGRAM POSEDITOR.
