      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-order generation - the nightly step ahead
      *          of the pricing run that writes each standing order
      *          falling due on the processing date into QTY-ORDERS,
      *          with its lines on ORDER-DETAIL, numbered S0001 up
      *          off STANDING-ORDER-NUMBER-CONTROL; the order feed
      *          is rebuilt with the feed-stamping HDR/TRL records
      *          over everything on it, and a feed already headed
      *          whose trailer does not agree is left untouched and
      *          nothing is generated; every due date that passes
      *          without an order - held, a customer or item gone
      *          from the masters, or a night the stream did not
      *          run - is listed on STANDING-ORDER-REPORT, as is
      *          each order that reaches its stop date
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDING-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT STANDING-NUMBER-CONTROL-FILE
               ASSIGN TO "STANDING-ORDER-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SONUM-STATUS.
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
           SELECT ORDER-FILE ASSIGN TO "QTY-ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT FEED-WORK-FILE ASSIGN TO "STANDING-ORDER-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ORDER-DETAIL-FILE ASSIGN TO "ORDER-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STANDING-ORDER-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-DATE PIC X(8).
           05 RC-TIME PIC X(6).
           05 RC-STEP PIC X(10).
           05 RC-EVENT PIC X(5).
           05 RC-STATUS PIC X(4).
      *    one record per standing order, as STANDMAINT files it
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
           05 SO-START-DATE PIC X(8).
           05 SO-START-PARTS REDEFINES SO-START-DATE.
               10 FILLER PIC X(6).
               10 SO-START-DD PIC 9(2).
           05 SO-STOP-DATE PIC X(8).
           05 SO-NEXT-DUE PIC X(8).
           05 SO-LAST-GENERATED PIC X(8).
           05 SO-LAST-ORDER-NO PIC X(5).
           05 SO-STATUS PIC X(1).
               88 SO-ACTIVE VALUE "A".
               88 SO-HELD VALUE "H".
               88 SO-ENDED VALUE "E".
           05 SO-LINE-COUNT PIC 9(1).
           05 SO-LINE OCCURS 5 TIMES.
               10 SO-ROW-B PIC A(2).
               10 SO-SUB-COUNT PIC 9(1).
               10 SO-SUB-1 PIC X(3).
               10 SO-SUB-2 PIC X(3).
               10 SO-LINE-QTY PIC 9(3).
           05 SO-CREATED-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    the last standing-order number issued - its own series,
      *    S-prefixed, so it never meets a number the desk keys
       FD  STANDING-NUMBER-CONTROL-FILE.
       01  STANDING-NUMBER-CONTROL-RECORD.
           05 CTL-LAST-STANDING-NUMBER PIC 9(4).
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
      *    the night's orders are on it
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-STANDING-STATUS PIC X(2).
       01 WS-SONUM-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-ORDER-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-DETAIL-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-ITEMS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEMS-OPEN VALUE "Y".
      *    what the first read of the order feed found - a header,
      *    a trailer, and whether the trailer agrees with the
      *    details counted and hashed
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
       01 WS-GENERATE-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-GENERATE-OK VALUE "Y".
       01 WS-CHANGED-SWITCH PIC X(1) VALUE "N".
           88 WS-ORDER-CHANGED VALUE "Y".
       01 WS-SKIP-REASON PIC X(40).
       01 WS-CHECK-CODE PIC X(3).
       01 WS-LINE-SUB PIC 9(1) VALUE ZERO.
       01 WS-LAST-STANDING-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-NEW-ORDER-NO.
           05 WS-NEW-ORDER-PREFIX PIC X(1) VALUE "S".
           05 WS-NEW-ORDER-SERIAL PIC 9(4).
      *    the due date being stepped on, and the calendar fields
      *    the stepping works in
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM PIC 9(2).
           05 WS-WORK-DD PIC 9(2).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 GENERATION-COUNTS.
           05 GC-READ PIC 9(5) VALUE ZERO.
           05 GC-GENERATED PIC 9(5) VALUE ZERO.
           05 GC-LINES PIC 9(5) VALUE ZERO.
           05 GC-SKIPPED PIC 9(5) VALUE ZERO.
           05 GC-SUSPENDED PIC 9(5) VALUE ZERO.
           05 GC-ENDED PIC 9(5) VALUE ZERO.
       01 WS-COUNT-EDIT PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 100-PRINT-HEADINGS.
           PERFORM 200-READ-ORDER-FEED.
           EVALUATE TRUE
               WHEN WS-FEED-BAD
                   MOVE "FAIL" TO WS-RUN-OUTCOME
                   MOVE "  QTY-ORDERS IS HEADED BUT ITS TRAILER IS "
                       TO REPORT-LINE
                   MOVE "MISSING OR DOES NOT AGREE - NOTHING GENERATED"
                       TO REPORT-LINE (43:46)
                   WRITE REPORT-LINE
                   CLOSE FEED-WORK-FILE
               WHEN OTHER
                   PERFORM 300-GENERATE-DUE-ORDERS
                   IF GC-GENERATED > ZERO
                       PERFORM 600-CLOSE-ORDER-FEED
                   ELSE
                       CLOSE FEED-WORK-FILE
                   END-IF
           END-EVALUATE.
           PERFORM 700-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "STANDING ORDERS READ:  "GC-READ.
           DISPLAY "ORDERS GENERATED:      "GC-GENERATED.
           DISPLAY "DUE DATES SKIPPED:     "GC-SKIPPED.
           DISPLAY "GENERATIONS SUSPENDED: "GC-SUSPENDED.
           DISPLAY "STANDING ORDERS ENDED: "GC-ENDED.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

       100-PRINT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "STANDING ORDER GENERATION - " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CUSTOMER SEQ DUE DATE  ORDER  RESULT" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    the feed as it stands is copied to the work file without
      *    its trailer, counted and hashed on the way; a feed with
      *    no header is given one dated today, as the feed-stamping
      *    utility would
       200-READ-ORDER-FEED.
           OPEN OUTPUT FEED-WORK-FILE.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
               PERFORM 210-READ-ORDER
               IF WS-ORDER-STATUS = "00" AND ORC-IS-HEADER
                   SET WS-FEED-HEADED TO TRUE
                   MOVE ORDER-CONTROL-RECORD TO WS-FEED-HEADER-LINE
                   PERFORM 210-READ-ORDER
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
               PERFORM 210-READ-ORDER
           END-PERFORM.
           CLOSE ORDER-FILE.
           IF WS-FEED-HEADED
               IF NOT WS-FEED-TRAILED
                   OR WS-TRAILER-COUNT NOT = FC-DETAIL-COUNT
                   OR WS-TRAILER-HASH NOT = FC-HASH
                   SET WS-FEED-BAD TO TRUE
               END-IF
           END-IF.

       210-READ-ORDER.
           READ ORDER-FILE
               AT END MOVE "10" TO WS-ORDER-STATUS
           END-READ.

      *    every standing order in key order; one already generated
      *    under today's date is a rerun of the day and is passed by
       300-GENERATE-DUE-ORDERS.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS NOT = "00"
               MOVE "  (NO STANDING ORDER FILE - NOTHING DUE)" TO
                   REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-CM-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               END-IF
               OPEN INPUT ITEM-MASTER-FILE
               IF WS-ITEM-STATUS = "00"
                   SET WS-ITEMS-OPEN TO TRUE
               END-IF
               OPEN EXTEND ORDER-DETAIL-FILE
               IF WS-DETAIL-STATUS NOT = "00"
                   OPEN OUTPUT ORDER-DETAIL-FILE
               END-IF
               MOVE LOW-VALUES TO SO-KEY
               START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
                   INVALID KEY
                       MOVE "10" TO WS-STANDING-STATUS
               END-START
               PERFORM UNTIL WS-STANDING-STATUS NOT = "00"
                   READ STANDING-ORDER-FILE NEXT
                       AT END MOVE "10" TO WS-STANDING-STATUS
                   END-READ
                   IF WS-STANDING-STATUS = "00"
                       ADD 1 TO GC-READ
                       IF NOT SO-ENDED
                           AND SO-LAST-GENERATED NOT = WS-RUN-DATE
                           PERFORM 310-ONE-STANDING-ORDER
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-STANDING-STATUS
               CLOSE ORDER-DETAIL-FILE
               IF WS-MASTER-OPEN
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               IF WS-ITEMS-OPEN
                   CLOSE ITEM-MASTER-FILE
               END-IF
               CLOSE STANDING-ORDER-FILE
           END-IF.

      *    each due date up to today in turn - only today's can be
      *    written, since the pricing run prices today's feed; an
      *    earlier one means a night the stream never ran, and is
      *    reported rather than delivered late
       310-ONE-STANDING-ORDER.
           MOVE "N" TO WS-CHANGED-SWITCH.
           PERFORM UNTIL SO-ENDED OR SO-NEXT-DUE > WS-RUN-DATE
               SET WS-ORDER-CHANGED TO TRUE
               IF SO-STOP-DATE NOT = SPACES
                   AND SO-NEXT-DUE > SO-STOP-DATE
                   PERFORM 360-END-STANDING-ORDER
               ELSE
                   EVALUATE TRUE
                       WHEN SO-NEXT-DUE < WS-RUN-DATE
                           MOVE "SKIPPED - STREAM DID NOT RUN THAT DAY"
                               TO WS-SKIP-REASON
                           PERFORM 350-REPORT-SKIPPED
                       WHEN SO-HELD
                           MOVE "SKIPPED - ORDER IS ON HOLD" TO
                               WS-SKIP-REASON
                           PERFORM 350-REPORT-SKIPPED
                       WHEN OTHER
                           PERFORM 320-GENERATE-ORDER
                   END-EVALUATE
                   PERFORM 400-STEP-NEXT-DUE
               END-IF
           END-PERFORM.
           IF NOT SO-ENDED AND SO-STOP-DATE NOT = SPACES
               AND SO-NEXT-DUE > SO-STOP-DATE
               SET WS-ORDER-CHANGED TO TRUE
               PERFORM 360-END-STANDING-ORDER
           END-IF.
           IF WS-ORDER-CHANGED
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "STANDING ORDER "SO-KEY" NOT UPDATED"
                               " - STATUS "WS-STANDING-STATUS
               END-REWRITE
           END-IF.

      *    the customer and every item must still be on the masters
      *    or the day's order is suspended and reported
       320-GENERATE-ORDER.
           MOVE "Y" TO WS-GENERATE-OK-SWITCH.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-OPEN
                   MOVE "SUSPENDED - CUSTOMER MASTER NOT AVAILABLE"
                       TO WS-SKIP-REASON
                   MOVE "N" TO WS-GENERATE-OK-SWITCH
               WHEN OTHER
                   MOVE SO-CUSTOMER TO CM-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "SUSPENDED - CUSTOMER NOT ON FILE"
                               TO WS-SKIP-REASON
                           MOVE "N" TO WS-GENERATE-OK-SWITCH
                   END-READ
           END-EVALUATE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > SO-LINE-COUNT
               OR NOT WS-GENERATE-OK
               MOVE SO-SUB-1 (WS-LINE-SUB) TO WS-CHECK-CODE
               PERFORM 330-CHECK-ITEM-CODE
               IF WS-GENERATE-OK AND SO-SUB-COUNT (WS-LINE-SUB) = 2
                   MOVE SO-SUB-2 (WS-LINE-SUB) TO WS-CHECK-CODE
                   PERFORM 330-CHECK-ITEM-CODE
               END-IF
           END-PERFORM.
           IF WS-GENERATE-OK
               PERFORM 800-TAKE-NEXT-STANDING-NUMBER
               MOVE SPACES TO ORDER-RECORD
               MOVE WS-NEW-ORDER-NO TO OR-ORDER-NO
               MOVE SO-QTY TO OR-QTY
               MOVE SO-VOP TO OR-VOP
               MOVE "N" TO OR-MEMBER
               MOVE SO-CUSTOMER TO OR-CUSTOMER
               MOVE ORDER-RECORD TO FEED-WORK-RECORD
               WRITE FEED-WORK-RECORD
               ADD 1 TO FC-DETAIL-COUNT
               ADD OR-VOP TO FC-HASH
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > SO-LINE-COUNT
                   MOVE WS-NEW-ORDER-NO TO OD-ORDER-NO
                   MOVE SO-ROW-B (WS-LINE-SUB) TO OD-ROW-B
                   MOVE SO-SUB-COUNT (WS-LINE-SUB) TO OD-SUB-COUNT
                   MOVE SO-SUB-1 (WS-LINE-SUB) TO OD-SUB-1
                   MOVE SO-SUB-2 (WS-LINE-SUB) TO OD-SUB-2
                   MOVE SO-LINE-QTY (WS-LINE-SUB) TO OD-QUANTITY
                   WRITE ORDER-DETAIL-RECORD
                   ADD 1 TO GC-LINES
               END-PERFORM
               MOVE WS-RUN-DATE TO SO-LAST-GENERATED
               MOVE WS-NEW-ORDER-NO TO SO-LAST-ORDER-NO
               ADD 1 TO GC-GENERATED
               MOVE SPACES TO REPORT-LINE
               STRING SO-CUSTOMER "   " SO-SEQUENCE "  " SO-NEXT-DUE
                      "  " WS-NEW-ORDER-NO "  GENERATED"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO GC-SUSPENDED
               PERFORM 355-WRITE-EXCEPTION-LINE
           END-IF.

       330-CHECK-ITEM-CODE.
           IF NOT WS-ITEMS-OPEN
               MOVE "SUSPENDED - ITEM MASTER NOT AVAILABLE" TO
                   WS-SKIP-REASON
               MOVE "N" TO WS-GENERATE-OK-SWITCH
           ELSE
               MOVE WS-CHECK-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-SKIP-REASON
                       STRING "SUSPENDED - ITEM " WS-CHECK-CODE
                              " NOT ON FILE"
                              DELIMITED BY SIZE INTO WS-SKIP-REASON
                       MOVE "N" TO WS-GENERATE-OK-SWITCH
               END-READ
           END-IF.

       350-REPORT-SKIPPED.
           ADD 1 TO GC-SKIPPED.
           PERFORM 355-WRITE-EXCEPTION-LINE.

       355-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING SO-CUSTOMER "   " SO-SEQUENCE "  " SO-NEXT-DUE
                  "         " WS-SKIP-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    past its stop date the order ends and falls due no more
       360-END-STANDING-ORDER.
           SET SO-ENDED TO TRUE.
           ADD 1 TO GC-ENDED.
           MOVE SPACES TO REPORT-LINE.
           STRING SO-CUSTOMER "   " SO-SEQUENCE "  " SO-STOP-DATE
                  "         ENDED - PAST ITS STOP DATE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    the next due date - a day, a week or a fortnight on, or
      *    the same day of the next month as the order started on,
      *    held to the month's last day where the month is short
       400-STEP-NEXT-DUE.
           MOVE SO-NEXT-DUE TO WS-WORK-DATE.
           EVALUATE TRUE
               WHEN SO-DAILY
                   PERFORM 820-STEP-ONE-DAY
               WHEN SO-WEEKLY
                   PERFORM 820-STEP-ONE-DAY 7 TIMES
               WHEN SO-FORTNIGHTLY
                   PERFORM 820-STEP-ONE-DAY 14 TIMES
               WHEN OTHER
                   IF WS-WORK-MM < 12
                       ADD 1 TO WS-WORK-MM
                   ELSE
                       MOVE 1 TO WS-WORK-MM
                       ADD 1 TO WS-WORK-YYYY
                   END-IF
                   PERFORM 830-DAYS-IN-MONTH
                   IF SO-START-DD > WS-MONTH-DAYS
                       MOVE WS-MONTH-DAYS TO WS-WORK-DD
                   ELSE
                       MOVE SO-START-DD TO WS-WORK-DD
                   END-IF
           END-EVALUATE.
           MOVE WS-WORK-DATE TO SO-NEXT-DUE.

      *    the rebuilt feed gets its trailer over every detail on
      *    it and is copied back over QTY-ORDERS - a night with
      *    nothing generated leaves the feed as it came
       600-CLOSE-ORDER-FEED.
           MOVE SPACES TO ORDER-CONTROL-RECORD.
           MOVE "TRL" TO ORC-TYPE.
           MOVE FC-DETAIL-COUNT TO ORC-COUNT.
           MOVE FC-HASH TO ORC-HASH.
           MOVE ORDER-CONTROL-RECORD TO FEED-WORK-RECORD.
           WRITE FEED-WORK-RECORD.
           CLOSE FEED-WORK-FILE.
           OPEN INPUT FEED-WORK-FILE.
           OPEN OUTPUT ORDER-FILE.
           PERFORM 610-READ-WORK.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               MOVE FEED-WORK-RECORD TO ORDER-RECORD
               WRITE ORDER-RECORD
               PERFORM 610-READ-WORK
           END-PERFORM.
           CLOSE ORDER-FILE.
           CLOSE FEED-WORK-FILE.

       610-READ-WORK.
           READ FEED-WORK-FILE
               AT END MOVE "10" TO WS-WORK-STATUS
           END-READ.

       700-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GC-GENERATED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORDERS GENERATED      " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GC-SKIPPED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUE DATES SKIPPED     " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GC-SUSPENDED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GENERATIONS SUSPENDED " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GC-ENDED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STANDING ORDERS ENDED " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    the same read-add-rewrite the invoice and purchase order
      *    number controls use, so an abend never issues a number
      *    twice
       800-TAKE-NEXT-STANDING-NUMBER.
           MOVE ZERO TO WS-LAST-STANDING-NUMBER.
           OPEN INPUT STANDING-NUMBER-CONTROL-FILE.
           IF WS-SONUM-STATUS = "00"
               READ STANDING-NUMBER-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-STANDING-NUMBER TO
                           WS-LAST-STANDING-NUMBER
               END-READ
               CLOSE STANDING-NUMBER-CONTROL-FILE
           END-IF.
           IF WS-LAST-STANDING-NUMBER = 9999
               MOVE ZERO TO WS-LAST-STANDING-NUMBER
           END-IF.
           ADD 1 TO WS-LAST-STANDING-NUMBER.
           OPEN OUTPUT STANDING-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-STANDING-NUMBER TO CTL-LAST-STANDING-NUMBER.
           WRITE STANDING-NUMBER-CONTROL-RECORD.
           CLOSE STANDING-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-STANDING-NUMBER TO WS-NEW-ORDER-SERIAL.

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

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT OF RUN-CONTROL-RECORD.
           MOVE SPACES TO RC-STATUS OF RUN-CONTROL-RECORD.
           PERFORM 978-WRITE-RUN-CONTROL.

       975-STAMP-RUN-END.
           MOVE "END  " TO RC-EVENT OF RUN-CONTROL-RECORD.
           MOVE WS-RUN-OUTCOME TO RC-STATUS OF RUN-CONTROL-RECORD.
           PERFORM 978-WRITE-RUN-CONTROL.

       978-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RC-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RC-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO RC-TIME.
           MOVE "STANDGEN" TO RC-STEP.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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
       END PROGRAM STANDGEN.
