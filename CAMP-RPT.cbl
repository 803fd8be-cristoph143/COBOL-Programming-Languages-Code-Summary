      ******************************************************************
      * Author:
      * Date:
      * Purpose: Campaign results report - for every promotion code
      *          on CAMPAIGNS, the orders QTYPRICING priced carrying
      *          it (off CAMPAIGN-ORDERS), how many of those the
      *          promotion actually won over the tier or quoted rate,
      *          their gross, the discount given, and how much of
      *          that discount went beyond what the rate alone would
      *          have taken off; a code on the command line reports
      *          that campaign alone; the report goes onto
      *          CAMPAIGN-REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODE
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT CAMPAIGN-ORDER-FILE ASSIGN TO "CAMPAIGN-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ORDER-NO
               ALTERNATE RECORD KEY IS CA-CAMPAIGN WITH DUPLICATES
               FILE STATUS IS WS-CAMPAIGN-ORDER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CAMPAIGN-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-CODE PIC X(6).
           05 CP-DESCRIPTION PIC X(30).
           05 CP-START-DATE PIC X(8).
           05 CP-END-DATE PIC X(8).
           05 CP-OFFER-TYPE PIC X(1).
               88 CP-PERCENT-OFF VALUE "P".
           05 CP-PERCENT PIC 9(2)V99.
           05 CP-AMOUNT PIC 9(5)V99.
           05 CP-CUSTOMER-GROUP PIC X(1).
           05 FILLER PIC X(56).
      *    one record per priced order that carried a campaign code
       FD  CAMPAIGN-ORDER-FILE.
       01  CAMPAIGN-ORDER-RECORD.
           05 CA-ORDER-NO PIC X(5).
           05 CA-CAMPAIGN PIC X(6).
           05 CA-ORDER-DATE PIC X(8).
           05 CA-CUSTOMER PIC X(6).
           05 CA-GROSS PIC 9(5)V99.
           05 CA-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 CA-RATE-DOLLARS PIC 9(5)V99.
           05 CA-PROMOTION-USED PIC X(1).
               88 CA-USED-PROMOTION VALUE "Y".
           05 FILLER PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-CAMPAIGN-STATUS PIC X(2).
       01 WS-CAMPAIGN-ORDER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-COMMAND-LINE PIC X(30) VALUE SPACES.
       01 WS-WANTED-CAMPAIGN PIC X(6) VALUE SPACES.
       01 WS-ORDERS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ORDERS-OPEN VALUE "Y".
       01 WS-CAMPAIGN-STATE PIC X(8).
       01 WS-OVER-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-BLANK-PAD PIC X(44) VALUE SPACES.
      *    one campaign's figures, then the same across the report
       01 CAMPAIGN-TOTALS.
           05 CT-ORDERS PIC 9(7) VALUE ZERO.
           05 CT-PROMOTED PIC 9(7) VALUE ZERO.
           05 CT-GROSS PIC 9(9)V99 VALUE ZERO.
           05 CT-DISCOUNT PIC 9(9)V99 VALUE ZERO.
           05 CT-OVER-RATE PIC 9(9)V99 VALUE ZERO.
       01 REPORT-TOTALS.
           05 RT-CAMPAIGNS PIC 9(5) VALUE ZERO.
           05 RT-ORDERS PIC 9(7) VALUE ZERO.
           05 RT-PROMOTED PIC 9(7) VALUE ZERO.
           05 RT-GROSS PIC 9(9)V99 VALUE ZERO.
           05 RT-DISCOUNT PIC 9(9)V99 VALUE ZERO.
           05 RT-OVER-RATE PIC 9(9)V99 VALUE ZERO.
       01 WS-OFFER-EDIT PIC ZZ,ZZ9.99.
       01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
       01 WS-PROMOTED-EDIT PIC Z,ZZZ,ZZ9.
       01 WS-GROSS-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISCOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-OVER-RATE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-WANTED-CAMPAIGN
           END-UNSTRING.
           PERFORM 990-GET-PROCESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 100-PRINT-HEADINGS.
           OPEN INPUT CAMPAIGN-FILE.
           IF WS-CAMPAIGN-STATUS NOT = "00"
               MOVE "  (NO CAMPAIGN FILE - NOTHING TO REPORT)" TO
                   REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT CAMPAIGN-ORDER-FILE
               IF WS-CAMPAIGN-ORDER-STATUS = "00"
                   SET WS-ORDERS-OPEN TO TRUE
               END-IF
               PERFORM 200-REPORT-CAMPAIGNS
               IF WS-ORDERS-OPEN
                   CLOSE CAMPAIGN-ORDER-FILE
               END-IF
               CLOSE CAMPAIGN-FILE
               PERFORM 500-PRINT-REPORT-TOTALS
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "CAMPAIGNS REPORTED: "RT-CAMPAIGNS.
           DISPLAY "CAMPAIGN ORDERS:    "RT-ORDERS.
           DISPLAY "DISCOUNT GIVEN:     "RT-DISCOUNT.
           GOBACK.

       100-PRINT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "CAMPAIGN RESULTS REPORT - " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CODE    FROM      TO        STATE     OFFER"
               TO REPORT-LINE.
           MOVE "   ORDERS  PROMOTED          GROSS        DISCOUNT"
               TO REPORT-LINE (50:50).
           MOVE "       OVER-RATE" TO REPORT-LINE (100:16).
           WRITE REPORT-LINE.

      *    every campaign in code order, or the one asked for
       200-REPORT-CAMPAIGNS.
           IF WS-WANTED-CAMPAIGN NOT = SPACES
               MOVE WS-WANTED-CAMPAIGN TO CP-CODE
               READ CAMPAIGN-FILE
                   INVALID KEY
                       MOVE SPACES TO REPORT-LINE
                       STRING "  (CAMPAIGN " WS-WANTED-CAMPAIGN
                              " NOT ON FILE)"
                              DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 300-REPORT-ONE-CAMPAIGN
               END-READ
           ELSE
               MOVE LOW-VALUES TO CP-CODE
               START CAMPAIGN-FILE KEY IS NOT LESS THAN CP-CODE
                   INVALID KEY
                       MOVE "10" TO WS-CAMPAIGN-STATUS
               END-START
               PERFORM UNTIL WS-CAMPAIGN-STATUS NOT = "00"
                   READ CAMPAIGN-FILE NEXT
                       AT END MOVE "10" TO WS-CAMPAIGN-STATUS
                   END-READ
                   IF WS-CAMPAIGN-STATUS = "00"
                       PERFORM 300-REPORT-ONE-CAMPAIGN
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-CAMPAIGN-STATUS
           END-IF.

      *    the campaign's orders off the alternate key, totalled
      *    and printed on the campaign's one line
       300-REPORT-ONE-CAMPAIGN.
           ADD 1 TO RT-CAMPAIGNS.
           INITIALIZE CAMPAIGN-TOTALS.
           IF WS-ORDERS-OPEN
               MOVE CP-CODE TO CA-CAMPAIGN
               START CAMPAIGN-ORDER-FILE KEY IS = CA-CAMPAIGN
                   INVALID KEY
                       MOVE "10" TO WS-CAMPAIGN-ORDER-STATUS
               END-START
               PERFORM UNTIL WS-CAMPAIGN-ORDER-STATUS NOT = "00"
                   READ CAMPAIGN-ORDER-FILE NEXT
                       AT END MOVE "10" TO WS-CAMPAIGN-ORDER-STATUS
                   END-READ
                   IF WS-CAMPAIGN-ORDER-STATUS = "00"
                       IF CA-CAMPAIGN NOT = CP-CODE
                           MOVE "10" TO WS-CAMPAIGN-ORDER-STATUS
                       ELSE
                           PERFORM 310-ADD-CAMPAIGN-ORDER
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-CAMPAIGN-ORDER-STATUS
           END-IF.
           PERFORM 400-PRINT-CAMPAIGN-LINE.
           ADD CT-ORDERS TO RT-ORDERS.
           ADD CT-PROMOTED TO RT-PROMOTED.
           ADD CT-GROSS TO RT-GROSS.
           ADD CT-DISCOUNT TO RT-DISCOUNT.
           ADD CT-OVER-RATE TO RT-OVER-RATE.

      *    what the promotion cost beyond the rate is counted only
      *    on the orders it won - the others were billed at the rate
       310-ADD-CAMPAIGN-ORDER.
           ADD 1 TO CT-ORDERS.
           ADD CA-GROSS TO CT-GROSS.
           ADD CA-DISCOUNT-DOLLARS TO CT-DISCOUNT.
           IF CA-USED-PROMOTION
               ADD 1 TO CT-PROMOTED
               IF CA-DISCOUNT-DOLLARS > CA-RATE-DOLLARS
                   COMPUTE WS-OVER-RATE =
                       CA-DISCOUNT-DOLLARS - CA-RATE-DOLLARS
                   ADD WS-OVER-RATE TO CT-OVER-RATE
               END-IF
           END-IF.

       400-PRINT-CAMPAIGN-LINE.
           EVALUATE TRUE
               WHEN WS-RUN-DATE < CP-START-DATE
                   MOVE "PENDING" TO WS-CAMPAIGN-STATE
               WHEN WS-RUN-DATE > CP-END-DATE
                   MOVE "ENDED" TO WS-CAMPAIGN-STATE
               WHEN OTHER
                   MOVE "RUNNING" TO WS-CAMPAIGN-STATE
           END-EVALUATE.
           IF CP-PERCENT-OFF
               MOVE CP-PERCENT TO WS-OFFER-EDIT
           ELSE
               MOVE CP-AMOUNT TO WS-OFFER-EDIT
           END-IF.
           MOVE CT-ORDERS TO WS-COUNT-EDIT.
           MOVE CT-PROMOTED TO WS-PROMOTED-EDIT.
           MOVE CT-GROSS TO WS-GROSS-EDIT.
           MOVE CT-DISCOUNT TO WS-DISCOUNT-EDIT.
           MOVE CT-OVER-RATE TO WS-OVER-RATE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING CP-CODE "  " CP-START-DATE "  " CP-END-DATE "  "
                  WS-CAMPAIGN-STATE "  " CP-OFFER-TYPE WS-OFFER-EDIT
                  " " WS-COUNT-EDIT " " WS-PROMOTED-EDIT " "
                  WS-GROSS-EDIT "  " WS-DISCOUNT-EDIT "  "
                  WS-OVER-RATE-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "        " CP-DESCRIPTION
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       500-PRINT-REPORT-TOTALS.
           MOVE RT-ORDERS TO WS-COUNT-EDIT.
           MOVE RT-PROMOTED TO WS-PROMOTED-EDIT.
           MOVE RT-GROSS TO WS-GROSS-EDIT.
           MOVE RT-DISCOUNT TO WS-DISCOUNT-EDIT.
           MOVE RT-OVER-RATE TO WS-OVER-RATE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL" WS-BLANK-PAD
                  WS-COUNT-EDIT " " WS-PROMOTED-EDIT " "
                  WS-GROSS-EDIT "  " WS-DISCOUNT-EDIT "  "
                  WS-OVER-RATE-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

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
       END PROGRAM CAMPRPT.
