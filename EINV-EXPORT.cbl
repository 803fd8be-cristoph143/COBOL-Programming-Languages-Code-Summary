      ******************************************************************
      * Author:
      * Date:
      * Purpose: Electronic invoice export - the day's invoices for
      *          accounts flagged for electronic billing, off
      *          QTY-INVOICES, built into the fixed-format file
      *          EINVOICE-EXPORT: a file header, then per invoice a
      *          header, its line items off ORDER-COMBINED and a
      *          summary of gross, discount, net, tax and total due,
      *          closed by a trailer of control totals; every record
      *          sent is kept on EINVOICE-ARCHIVE under the day's
      *          date and each invoice sent is logged on
      *          EINVOICE-TRANSMIT-LOG, so RESEND YYYYMMDD on the
      *          command line rebuilds that day's file exactly as it
      *          went out and logs the resend
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVEXPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "QTY-INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT COMBINED-ORDER-FILE ASSIGN TO "ORDER-COMBINED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-STATUS.
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
           SELECT EXPORT-FILE ASSIGN TO "EINVOICE-EXPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "EINVOICE-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO "EINVOICE-TRANSMIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 IN-ORDER-NO PIC X(5).
           05 IN-GROSS    PIC 9(5)V99.
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
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 CM-TAX-EXEMPT PIC X(1).
      *    an account billed by file rather than on paper
           05 CM-E-BILLING PIC X(1).
               88 CM-IS-E-BILLING VALUE "Y".
           05 FILLER PIC X(2).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
           05 IM-TAXABLE PIC X(1).
           05 IM-TAX-CODE PIC X(4).
           05 FILLER PIC X(15).
      *    the interchange layout agreed with the trade accounts -
      *    fixed 80-byte records told apart by the type in byte 1:
      *    F file header, H invoice header, D line item, S invoice
      *    summary, T file trailer; amounts are unsigned with two
      *    implied decimals
       FD  EXPORT-FILE.
       01  EXPORT-RECORD PIC X(80).
       01  EXPORT-FILE-HEADER.
           05 EXF-RECORD-TYPE PIC X(1).
           05 EXF-FILE-DATE PIC X(8).
           05 EXF-CREATED-DATE PIC X(8).
           05 EXF-SENDER PIC X(10).
           05 FILLER PIC X(53).
       01  EXPORT-INVOICE-HEADER.
           05 EXH-RECORD-TYPE PIC X(1).
           05 EXH-INVOICE-NO PIC 9(7).
           05 EXH-ORDER-NO PIC X(5).
           05 EXH-INVOICE-DATE PIC X(8).
           05 EXH-CUSTOMER PIC X(6).
           05 EXH-CUSTOMER-NAME PIC X(20).
           05 FILLER PIC X(33).
       01  EXPORT-LINE-DETAIL.
           05 EXD-RECORD-TYPE PIC X(1).
           05 EXD-INVOICE-NO PIC 9(7).
           05 EXD-LINE-NO PIC 9(3).
           05 EXD-ITEM-CODE PIC X(3).
           05 EXD-DESCRIPTION PIC X(20).
           05 EXD-QTY PIC 9(3).
           05 FILLER PIC X(43).
       01  EXPORT-INVOICE-SUMMARY.
           05 EXS-RECORD-TYPE PIC X(1).
           05 EXS-INVOICE-NO PIC 9(7).
           05 EXS-GROSS PIC 9(5)V99.
           05 EXS-DISCOUNT PIC 9(5)V99.
           05 EXS-NET PIC 9(5)V99.
           05 EXS-TAX PIC 9(5)V99.
           05 EXS-TOTAL-DUE PIC 9(6)V99.
           05 FILLER PIC X(36).
       01  EXPORT-FILE-TRAILER.
           05 EXT-RECORD-TYPE PIC X(1).
           05 EXT-INVOICE-COUNT PIC 9(5).
           05 EXT-RECORD-COUNT PIC 9(7).
           05 EXT-GROSS-TOTAL PIC 9(9)V99.
           05 EXT-DISCOUNT-TOTAL PIC 9(9)V99.
           05 EXT-NET-TOTAL PIC 9(9)V99.
           05 EXT-TAX-TOTAL PIC 9(9)V99.
           05 EXT-DUE-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12).
      *    every record as it was sent, under the day it was built
      *    for and its place in that day's file
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARC-KEY.
               10 ARC-FILE-DATE PIC X(8).
               10 ARC-SEQUENCE PIC 9(6).
           05 ARC-EXPORT-IMAGE PIC X(80).
      *    one line per invoice transmitted - when, whether first
      *    send or resend, and what it billed
       FD  TRANSMIT-LOG-FILE.
       01  TRANSMIT-LOG-RECORD.
           05 TL-SENT-DATE PIC X(8).
           05 TL-SENT-TIME PIC X(6).
           05 TL-ACTION PIC X(6).
           05 TL-FILE-DATE PIC X(8).
           05 TL-CUSTOMER PIC X(6).
           05 TL-INVOICE-NO PIC 9(7).
           05 TL-ORDER-NO PIC X(5).
           05 TL-TOTAL-DUE PIC 9(6)V99.
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-COMBINED-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-EXPORT-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-FILE-DATE PIC X(8).
       01 WS-COMMAND-LINE PIC X(20) VALUE SPACES.
       01 WS-WORD-1 PIC X(8) VALUE SPACES.
       01 WS-WORD-2 PIC X(8) VALUE SPACES.
       01 WS-LOG-ACTION PIC X(6) VALUE SPACES.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-ITEM-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEM-OPEN VALUE "Y".
       01 WS-E-BILLING-SWITCH PIC X(1) VALUE "N".
           88 WS-BILLED-BY-FILE VALUE "Y".
       01 WS-CUST-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-CUSTOMER-NAME PIC X(20) VALUE SPACES.
       01 WS-ITEM-CODE PIC X(3) VALUE SPACES.
       01 WS-LINE-QTY PIC 9(3) VALUE 1.
       01 WS-LINE-NO PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-DUE PIC 9(6)V99 VALUE ZERO.
       01 WS-SEQUENCE PIC 9(6) VALUE ZERO.
      *    the invoice a resend is passing through, held from its
      *    header record until its summary record closes it
       01 WS-HELD-INVOICE-NO PIC 9(7) VALUE ZERO.
       01 WS-HELD-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-HELD-ORDER-NO PIC X(5) VALUE SPACES.
       01 EXPORT-TOTALS.
           05 EX-INVOICE-COUNT PIC 9(5) VALUE ZERO.
           05 EX-RECORD-COUNT PIC 9(7) VALUE ZERO.
           05 EX-GROSS-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 EX-DISCOUNT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 EX-NET-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 EX-TAX-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 EX-DUE-TOTAL PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-WORD-1 WS-WORD-2
           END-UNSTRING.
           PERFORM 920-OPEN-ARCHIVE.
           IF WS-WORD-1 = "RESEND"
               PERFORM 600-RESEND-DAY
           ELSE
               PERFORM 100-EXPORT-DAY
           END-IF.
           CLOSE ARCHIVE-FILE.
           DISPLAY "E-INVOICE FILE FOR "WS-FILE-DATE.
           DISPLAY "  INVOICES SENT:  "EX-INVOICE-COUNT.
           DISPLAY "  RECORDS:        "EX-RECORD-COUNT.
           DISPLAY "  TOTAL DUE:      "EX-DUE-TOTAL.
           GOBACK.

      *    the nightly run - the day's invoices for accounts billed
      *    by file; a rerun of the day replaces the day's archive
       100-EXPORT-DAY.
           MOVE WS-RUN-DATE TO WS-FILE-DATE.
           MOVE "SENT" TO WS-LOG-ACTION.
           PERFORM 900-OPEN-CUSTOMER-MASTER.
           PERFORM 910-OPEN-ITEM-MASTER.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "NO INVOICE FILE - NOTHING TO EXPORT"
           ELSE
               OPEN OUTPUT EXPORT-FILE
               PERFORM 930-OPEN-TRANSMIT-LOG
               PERFORM 200-WRITE-FILE-HEADER
               PERFORM 110-READ-INVOICE
               PERFORM UNTIL WS-INVOICE-STATUS = "10"
                   IF IN-ORDER-NO NOT = "TOTAL"
                       PERFORM 300-CHECK-E-BILLING
                       IF WS-BILLED-BY-FILE
                           PERFORM 400-EXPORT-ONE-INVOICE
                       END-IF
                   END-IF
                   PERFORM 110-READ-INVOICE
               END-PERFORM
               PERFORM 250-WRITE-FILE-TRAILER
               PERFORM 550-CLEAR-OLD-ARCHIVE
               CLOSE INVOICE-FILE
               CLOSE EXPORT-FILE
               CLOSE TRANSMIT-LOG-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-ITEM-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.

       110-READ-INVOICE.
           READ INVOICE-FILE
               AT END MOVE "10" TO WS-INVOICE-STATUS
           END-READ.

       200-WRITE-FILE-HEADER.
           MOVE SPACES TO EXPORT-FILE-HEADER.
           MOVE "F" TO EXF-RECORD-TYPE.
           MOVE WS-FILE-DATE TO EXF-FILE-DATE.
           MOVE WS-RUN-DATE TO EXF-CREATED-DATE.
           MOVE "QTYPRICING" TO EXF-SENDER.
           PERFORM 500-PUT-RECORD.

      *    the record count includes the header and this trailer
       250-WRITE-FILE-TRAILER.
           MOVE SPACES TO EXPORT-FILE-TRAILER.
           MOVE "T" TO EXT-RECORD-TYPE.
           MOVE EX-INVOICE-COUNT TO EXT-INVOICE-COUNT.
           COMPUTE EXT-RECORD-COUNT = EX-RECORD-COUNT + 1.
           MOVE EX-GROSS-TOTAL TO EXT-GROSS-TOTAL.
           MOVE EX-DISCOUNT-TOTAL TO EXT-DISCOUNT-TOTAL.
           MOVE EX-NET-TOTAL TO EXT-NET-TOTAL.
           MOVE EX-TAX-TOTAL TO EXT-TAX-TOTAL.
           MOVE EX-DUE-TOTAL TO EXT-DUE-TOTAL.
           PERFORM 500-PUT-RECORD.

      *    walk-in orders and accounts not on file are never billed
      *    by file - they stay on the paper run
       300-CHECK-E-BILLING.
           MOVE "N" TO WS-E-BILLING-SWITCH.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           MOVE IN-CUSTOMER TO WS-CUST-JR.
           INSPECT WS-CUST-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-MASTER-OPEN
               AND WS-CUST-JR IS NUMERIC
               AND WS-CUST-JR NOT = "000000"
               MOVE WS-CUST-JR TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-IS-E-BILLING
                           MOVE "Y" TO WS-E-BILLING-SWITCH
                           MOVE CM-NAME TO WS-CUSTOMER-NAME
                       END-IF
               END-READ
           END-IF.

       400-EXPORT-ONE-INVOICE.
           ADD 1 TO EX-INVOICE-COUNT.
           MOVE SPACES TO EXPORT-INVOICE-HEADER.
           MOVE "H" TO EXH-RECORD-TYPE.
           MOVE IN-INVOICE-NO TO EXH-INVOICE-NO.
           MOVE IN-ORDER-NO TO EXH-ORDER-NO.
           MOVE WS-FILE-DATE TO EXH-INVOICE-DATE.
           MOVE WS-CUST-JR TO EXH-CUSTOMER.
           MOVE WS-CUSTOMER-NAME TO EXH-CUSTOMER-NAME.
           PERFORM 500-PUT-RECORD.
           PERFORM 410-EXPORT-LINE-ITEMS.
           COMPUTE WS-TOTAL-DUE = IN-NET + IN-TAX.
           MOVE SPACES TO EXPORT-INVOICE-SUMMARY.
           MOVE "S" TO EXS-RECORD-TYPE.
           MOVE IN-INVOICE-NO TO EXS-INVOICE-NO.
           MOVE IN-GROSS TO EXS-GROSS.
      *    the partner's layout has one discount - points redeemed
      *    are carried inside it so gross less discount is the net
           COMPUTE EXS-DISCOUNT = IN-DISCOUNT-DOLLARS
               + IN-POINTS-DOLLARS.
           MOVE IN-NET TO EXS-NET.
           MOVE IN-TAX TO EXS-TAX.
           MOVE WS-TOTAL-DUE TO EXS-TOTAL-DUE.
           PERFORM 500-PUT-RECORD.
           ADD IN-GROSS TO EX-GROSS-TOTAL.
           ADD EXS-DISCOUNT TO EX-DISCOUNT-TOTAL.
           ADD IN-NET TO EX-NET-TOTAL.
           ADD IN-TAX TO EX-TAX-TOTAL.
           ADD WS-TOTAL-DUE TO EX-DUE-TOTAL.
           MOVE IN-INVOICE-NO TO WS-HELD-INVOICE-NO.
           MOVE WS-CUST-JR TO WS-HELD-CUSTOMER.
           MOVE IN-ORDER-NO TO WS-HELD-ORDER-NO.
           PERFORM 700-LOG-TRANSMISSION.

      *    the order's line items off the day's combined file, the
      *    same fresh pass per invoice INVPRINT makes
       410-EXPORT-LINE-ITEMS.
           MOVE ZERO TO WS-LINE-NO.
           OPEN INPUT COMBINED-ORDER-FILE.
           IF WS-COMBINED-STATUS = "00"
               PERFORM 420-READ-COMBINED
               PERFORM UNTIL WS-COMBINED-STATUS = "10"
                   IF CO-ORDER-NO = IN-ORDER-NO
                       PERFORM 430-EXPORT-ONE-ITEM-LINE
                   END-IF
                   PERFORM 420-READ-COMBINED
               END-PERFORM
               CLOSE COMBINED-ORDER-FILE
           END-IF.

       420-READ-COMBINED.
           READ COMBINED-ORDER-FILE
               AT END MOVE "10" TO WS-COMBINED-STATUS
           END-READ.

       430-EXPORT-ONE-ITEM-LINE.
           IF CO-LINE-QTY IS NUMERIC AND CO-LINE-QTY > ZERO
               MOVE CO-LINE-QTY TO WS-LINE-QTY
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           MOVE CO-SUB-1 TO WS-ITEM-CODE.
           PERFORM 440-WRITE-DETAIL.
           IF CO-SUB-COUNT = 2
               MOVE CO-SUB-2 TO WS-ITEM-CODE
               PERFORM 440-WRITE-DETAIL
           END-IF.

       440-WRITE-DETAIL.
           ADD 1 TO WS-LINE-NO.
           MOVE SPACES TO EXPORT-LINE-DETAIL.
           MOVE "D" TO EXD-RECORD-TYPE.
           MOVE IN-INVOICE-NO TO EXD-INVOICE-NO.
           MOVE WS-LINE-NO TO EXD-LINE-NO.
           MOVE WS-ITEM-CODE TO EXD-ITEM-CODE.
           MOVE WS-ITEM-CODE TO EXD-DESCRIPTION.
           IF WS-ITEM-OPEN
               MOVE WS-ITEM-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-DESCRIPTION TO EXD-DESCRIPTION
               END-READ
           END-IF.
           MOVE WS-LINE-QTY TO EXD-QTY.
           PERFORM 500-PUT-RECORD.

      *    out to the export and onto the archive together, so the
      *    archive always holds exactly what the file held
       500-PUT-RECORD.
           ADD 1 TO WS-SEQUENCE.
           ADD 1 TO EX-RECORD-COUNT.
           MOVE WS-FILE-DATE TO ARC-FILE-DATE.
           MOVE WS-SEQUENCE TO ARC-SEQUENCE.
           MOVE EXPORT-RECORD TO ARC-EXPORT-IMAGE.
           WRITE EXPORT-RECORD.
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-RECORD
           END-WRITE.

      *    a rerun that sends fewer records than the first run of
      *    the day leaves the first run's tail behind - clear it
       550-CLEAR-OLD-ARCHIVE.
           MOVE WS-FILE-DATE TO ARC-FILE-DATE.
           COMPUTE ARC-SEQUENCE = WS-SEQUENCE + 1.
           START ARCHIVE-FILE KEY IS >= ARC-KEY
               INVALID KEY MOVE "10" TO WS-ARCHIVE-STATUS
           END-START.
           PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
               READ ARCHIVE-FILE NEXT
                   AT END MOVE "10" TO WS-ARCHIVE-STATUS
               END-READ
               IF WS-ARCHIVE-STATUS NOT = "10"
                   IF ARC-FILE-DATE = WS-FILE-DATE
                       DELETE ARCHIVE-FILE
                   ELSE
                       MOVE "10" TO WS-ARCHIVE-STATUS
                   END-IF
               END-IF
           END-PERFORM.

      *    a day's file rebuilt off the archive record for record as
      *    it first went out, each invoice in it logged as resent
       600-RESEND-DAY.
           MOVE WS-WORD-2 TO WS-FILE-DATE.
           MOVE "RESENT" TO WS-LOG-ACTION.
           IF WS-FILE-DATE IS NOT NUMERIC
               DISPLAY "RESEND NEEDS A DATE - RESEND YYYYMMDD"
           ELSE
               OPEN OUTPUT EXPORT-FILE
               PERFORM 930-OPEN-TRANSMIT-LOG
               MOVE WS-FILE-DATE TO ARC-FILE-DATE
               MOVE ZERO TO ARC-SEQUENCE
               START ARCHIVE-FILE KEY IS >= ARC-KEY
                   INVALID KEY MOVE "10" TO WS-ARCHIVE-STATUS
               END-START
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ARCHIVE-FILE NEXT
                       AT END MOVE "10" TO WS-ARCHIVE-STATUS
                   END-READ
                   IF WS-ARCHIVE-STATUS NOT = "10"
                       IF ARC-FILE-DATE = WS-FILE-DATE
                           PERFORM 610-RESEND-ONE-RECORD
                       ELSE
                           MOVE "10" TO WS-ARCHIVE-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXPORT-FILE
               CLOSE TRANSMIT-LOG-FILE
               IF EX-RECORD-COUNT = ZERO
                   DISPLAY "NOTHING ON THE ARCHIVE FOR "WS-FILE-DATE
               END-IF
           END-IF.

       610-RESEND-ONE-RECORD.
           MOVE ARC-EXPORT-IMAGE TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           ADD 1 TO EX-RECORD-COUNT.
           EVALUATE EXF-RECORD-TYPE
               WHEN "H"
                   MOVE EXH-CUSTOMER TO WS-HELD-CUSTOMER
                   MOVE EXH-ORDER-NO TO WS-HELD-ORDER-NO
               WHEN "S"
                   ADD 1 TO EX-INVOICE-COUNT
                   MOVE EXS-TOTAL-DUE TO WS-TOTAL-DUE
                   ADD EXS-TOTAL-DUE TO EX-DUE-TOTAL
                   MOVE EXS-INVOICE-NO TO WS-HELD-INVOICE-NO
                   PERFORM 700-LOG-TRANSMISSION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       700-LOG-TRANSMISSION.
           MOVE WS-RUN-DATE TO TL-SENT-DATE.
           MOVE WS-RUN-TIME (1:6) TO TL-SENT-TIME.
           MOVE WS-LOG-ACTION TO TL-ACTION.
           MOVE WS-FILE-DATE TO TL-FILE-DATE.
           MOVE WS-HELD-CUSTOMER TO TL-CUSTOMER.
           MOVE WS-HELD-INVOICE-NO TO TL-INVOICE-NO.
           MOVE WS-HELD-ORDER-NO TO TL-ORDER-NO.
           MOVE WS-TOTAL-DUE TO TL-TOTAL-DUE.
           WRITE TRANSMIT-LOG-RECORD.

       900-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - NO ACCOUNT "
                       "CAN BE BILLED BY FILE"
           END-IF.

       910-OPEN-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               SET WS-ITEM-OPEN TO TRUE
           ELSE
               DISPLAY "ITEM MASTER NOT AVAILABLE - ITEMS GO OUT "
                       "AS BARE CODES"
           END-IF.

      *    the first run builds the archive
       920-OPEN-ARCHIVE.
           OPEN I-O ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF.

       930-OPEN-TRANSMIT-LOG.
           OPEN EXTEND TRANSMIT-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT TRANSMIT-LOG-FILE
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
       END PROGRAM EINVEXPT.
