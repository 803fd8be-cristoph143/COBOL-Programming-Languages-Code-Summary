      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery of a damaged master - reloads
      *          CUSTOMER-MASTER, MONTH-BALANCE or ITEM-MASTER (name
      *          on the command line) from its last BKUPDRIVER unload
      *          and rolls it forward through what was applied since
      *          that backup, in the order it was applied: the
      *          HELLO-TRANS-APPLIED feed for customers, the
      *          MONTH-LEDGER postings for balances, and the issued
      *          order lines with ITEM-RECEIPTS-APPLIED for stock;
      *          a run-control log showing a run reversed or a
      *          ledger archived since the backup refuses the
      *          recovery before anything is touched, and the proof
      *          at the end holds the rebuilt file's record count and
      *          control total to the backup point plus the replay
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRECOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT BACKUP-POINT-FILE ASSIGN TO "BACKUP-POINTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINT-STATUS.
           SELECT COUNT-FILE ASSIGN TO WS-COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO WS-UNLOAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT NUMBER-CONTROL-FILE
               ASSIGN TO "CUSTOMER-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-STATUS.
           SELECT APPLIED-TRANS-FILE
               ASSIGN TO "HELLO-TRANS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT MONTH-LEDGER-FILE ASSIGN TO "MONTH-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MONTH-BALANCE-FILE ASSIGN TO "MONTH-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT APPLIED-RECEIPTS-FILE
               ASSIGN TO "ITEM-RECEIPTS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT ISSUED-LINES-FILE ASSIGN TO "ORDER-LINES-ISSUED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REPORT-INDEX-FILE ASSIGN TO "REPORT-INDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one line per program start and end, status on the end
      *    line - the nightly stream's who-ran-and-how record
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-DATE PIC X(8).
           05 RC-TIME PIC X(6).
           05 RC-STEP PIC X(10).
           05 RC-EVENT PIC X(5).
           05 RC-STATUS PIC X(4).
      *    one line per master unload, written by BKUPDRIVER - the
      *    count and control total the unload holds, and how many
      *    lines the transaction files and the run-control log had
      *    when it was taken
       FD  BACKUP-POINT-FILE.
       01  BACKUP-POINT-RECORD.
           05 BP-FILE-NAME PIC X(20).
           05 BP-DATE PIC X(8).
           05 BP-TIME PIC X(6).
           05 BP-RECORD-COUNT PIC 9(7).
           05 BP-CONTROL-TOTAL PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 BP-SOURCE-1-LINES PIC 9(9).
           05 BP-SOURCE-2-LINES PIC 9(9).
           05 BP-NUMBER-CONTROL PIC 9(6).
           05 BP-RC-LINES PIC 9(9).
      *    any line-sequential file, read only to count its lines
       FD  COUNT-FILE.
       01  COUNT-RECORD PIC X(200).
      *    the unload BKUPDRIVER wrote - the record image in front
       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD PIC X(100).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    last customer number handed out by intake
       FD  NUMBER-CONTROL-FILE.
       01  NUMBER-CONTROL-RECORD.
           05 CTL-LAST-CUSTOMER-NUMBER PIC 9(6).
      *    the intake feed as the batch applied it, control records
      *    included
       FD  APPLIED-TRANS-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION PIC X(1).
               88 TR-ACTION-IS-ADD    VALUES "A" SPACE.
               88 TR-ACTION-IS-CHANGE VALUE "C".
               88 TR-ACTION-IS-DELETE VALUE "D".
           05 TR-NUMBER PIC X(6).
           05 TR-NAME PIC X(20).
           05 TR-BIRTH-DATE PIC X(8).
           05 TR-LANGUAGE-CODE PIC X(2).
           05 TR-KEYED-BY PIC X(8).
           05 FILLER PIC X(38).
           05 TR-ADDRESS.
               10 TR-STREET-1 PIC X(30).
               10 TR-STREET-2 PIC X(30).
               10 TR-CITY PIC X(20).
               10 TR-REGION PIC X(3).
               10 TR-POSTAL-CODE PIC X(10).
               10 TR-COUNTRY PIC X(2).
       01  TRANSACTION-CONTROL-RECORD.
           05 TRC-TYPE PIC X(3).
               88 TRC-IS-HEADER  VALUE "HDR".
               88 TRC-IS-TRAILER VALUE "TRL".
           05 TRC-DATA PIC X(18).
           05 TRC-HEADER-DATA REDEFINES TRC-DATA.
               10 TRC-FILE-DATE PIC X(8).
               10 FILLER PIC X(10).
       FD  MONTH-LEDGER-FILE.
       01  MONTH-LEDGER-RECORD.
           05 LG-YEAR PIC 9(4).
           05 LG-MONTH PIC 9(2).
           05 LG-SEQ PIC 9(4).
           05 LG-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 LG-CURRENCY PIC X(3).
           05 LG-DEPT PIC X(3).
           05 LG-ADJ-FLAG PIC X(1).
           05 LG-RUN-ID PIC X(8).
       FD  MONTH-BALANCE-FILE.
       01  MONTH-BALANCE-RECORD.
           05 MB-KEY.
               10 MB-YEAR  PIC 9(4).
               10 MB-MONTH PIC 9(2).
               10 MB-DEPT  PIC X(3).
           05 MB-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 MB-CLOSED-FLAG PIC X(1).
           05 FILLER PIC X(4).
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
           05 IM-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X(2).
      *    a receipt STOCKPOST worked, the day it worked it, what
      *    of it went on the shelf and what of that went straight
      *    back out to backorders
       FD  APPLIED-RECEIPTS-FILE.
       01  APPLIED-RECEIPTS-RECORD.
           05 AR-RECEIPT.
               10 AR-ITEM-CODE PIC X(3).
               10 AR-QUANTITY PIC 9(5).
               10 AR-UNIT-COST PIC 9(5)V99.
           05 AR-RUN-DATE PIC X(8).
           05 AR-QTY-STOCKED PIC 9(5).
           05 AR-QTY-RELEASED PIC 9(5).
      *    one line per item an order line took off the shelf
       FD  ISSUED-LINES-FILE.
       01  ISSUED-LINES-RECORD.
           05 OL-RUN-DATE PIC X(8).
           05 OL-ORDER-NO PIC X(5).
           05 OL-ROW PIC X(2).
           05 OL-SUB-NO PIC 9(1).
           05 OL-ITEM-CODE PIC X(3).
           05 OL-KIT-CODE PIC X(3).
           05 OL-QTY-DEMANDED PIC 9(5).
           05 OL-QTY-ISSUED PIC 9(5).
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-POINT-STATUS PIC X(2).
       01 WS-COUNT-STATUS PIC X(2).
       01 WS-UNLOAD-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-NUMBER-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-ISSUED-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
      *    which master to recover
       01 WS-WANTED-FILE PIC X(20) VALUE SPACES.
           88 WS-RECOVER-CUSTOMERS VALUE "CUSTOMER-MASTER".
           88 WS-RECOVER-BALANCES VALUE "MONTH-BALANCE".
           88 WS-RECOVER-ITEMS VALUE "ITEM-MASTER".
       01 WS-COUNT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-UNLOAD-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-LINES-COUNTED PIC 9(9) VALUE ZERO.
       01 WS-COUNT-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-COUNT-FOUND VALUE "Y".
       01 WS-RECOVER-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-RECOVER-OK VALUE "Y".
       01 WS-REFUSAL PIC X(60) VALUE SPACES.
       01 WS-POINT-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-POINT-FOUND VALUE "Y".
      *    the backup point recovery starts from - the last one on
      *    file for the master wanted
       01 WS-BACKUP-POINT.
           05 WP-FILE-NAME PIC X(20).
           05 WP-DATE PIC X(8).
           05 WP-TIME PIC X(6).
           05 WP-RECORD-COUNT PIC 9(7).
           05 WP-CONTROL-TOTAL PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 WP-SOURCE-1-LINES PIC 9(9).
           05 WP-SOURCE-2-LINES PIC 9(9).
           05 WP-NUMBER-CONTROL PIC 9(6).
           05 WP-RC-LINES PIC 9(9).
      *    where each file being replayed stands, by line
       01 WS-RC-LINE-NO PIC 9(9) VALUE ZERO.
       01 WS-SOURCE-LINE-NO PIC 9(9) VALUE ZERO.
       01 WS-ISSUED-LINE-NO PIC 9(9) VALUE ZERO.
       01 WS-RECEIPT-LINE-NO PIC 9(9) VALUE ZERO.
      *    the steps that feed the master being recovered, and what
      *    the run-control log says each did after the backup - a
      *    start with no end may have changed the master without
      *    its work reaching the applied files
       01 WS-STEP-COUNT PIC 9(1) VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 3 TIMES INDEXED BY ST-IDX.
               10 WS-ST-NAME PIC X(10).
               10 WS-ST-RUNS PIC 9(5).
               10 WS-ST-OPEN PIC X(1).
               10 WS-ST-FAILED PIC 9(5).
               10 WS-ST-UNENDED PIC 9(5).
       01 WS-ERASE-RUNS PIC 9(5) VALUE ZERO.
      *    the years a MONTHAMTS run saved since the backup - that
      *    save puts all twelve months on file for each department
       01 WS-YEAR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-YEAR-TABLE.
           05 WS-FILL-YEAR PIC 9(4) OCCURS 20 TIMES
               INDEXED BY YR-IDX.
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-FILL-DEPT PIC X(3) OCCURS 50 TIMES
               INDEXED BY DP-IDX.
       01 WS-FILL-MONTH PIC 9(2) VALUE ZERO.
       01 WS-CHECK-YEAR PIC X(4).
       01 WS-CHECK-YEAR-N REDEFINES WS-CHECK-YEAR PIC 9(4).
      *    the counts and control totals the proof is built from
       01 FR-COUNTS.
           05 FR-RELOADED PIC 9(7) VALUE ZERO.
           05 FR-RELOAD-REJECTS PIC 9(7) VALUE ZERO.
           05 FR-REPLAYED PIC 9(7) VALUE ZERO.
           05 FR-APPLIED PIC 9(7) VALUE ZERO.
           05 FR-NOT-APPLIED PIC 9(7) VALUE ZERO.
           05 FR-ADDED PIC 9(7) VALUE ZERO.
           05 FR-CHANGED PIC 9(7) VALUE ZERO.
           05 FR-DELETED PIC 9(7) VALUE ZERO.
           05 FR-LEGACY PIC 9(7) VALUE ZERO.
           05 FR-SCANNED PIC 9(7) VALUE ZERO.
           05 FR-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
           05 FR-EXPECTED-TOTAL PIC S9(11)V99 VALUE ZERO.
           05 FR-SCANNED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZZZZ9.
       01 WS-TOTAL-EDIT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-2 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *    the customer replay - the date the feed was applied
      *    under, the same date and age edits intake applies, and
      *    the numbers intake handed out, re-issued in order
       01 WS-REPLAY-DATE PIC X(8).
       01 WS-REPLAY-DATE-PARTS REDEFINES WS-REPLAY-DATE.
           05 WS-REPLAY-YYYY PIC 9(4).
           05 WS-REPLAY-MMDD PIC 9(4).
       01 AGE PIC 9(3).
       01 WS-DOB PIC X(8).
       01 WS-DOB-PARTS REDEFINES WS-DOB.
           05 WS-DOB-YYYY PIC 9(4).
           05 WS-DOB-MM   PIC 9(2).
           05 WS-DOB-DD   PIC 9(2).
       01 WS-DOB-SPLIT REDEFINES WS-DOB.
           05 FILLER PIC X(4).
           05 WS-DOB-MMDD PIC 9(4).
       01 WS-IMPLIED-AGE PIC S9(3) VALUE ZERO.
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-DOB-VALID-SWITCH PIC X(1) VALUE "N".
           88 WS-DOB-IS-VALID VALUE "Y".
       01 WS-TR-NUMBER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-LOCATED-SWITCH PIC X(1) VALUE "N".
           88 WS-CUSTOMER-LOCATED VALUE "Y".
       01 WS-NEXT-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-CODE-FUNCTION PIC X(8).
       01 WS-CODE-TABLE-ID PIC X(8) VALUE "LANGUAGE".
       01 WS-CODE-VALUE PIC X(8).
       01 WS-CODE-DESCRIPTION PIC X(30).
       01 WS-CODE-STATUS PIC X(2).
       01 WS-LANGUAGE-VALID-SWITCH PIC X(1) VALUE "Y".
           88 WS-LANGUAGE-IS-VALID VALUE "Y".
      *    the address being edited, with the views the postal
      *    code is checked through - US ZIP or ZIP+4, the Canadian
      *    A9A 9A9, or character by character for anywhere else
       01 WS-EDIT-ADDRESS.
           05 EA-STREET-1 PIC X(30).
           05 EA-STREET-2 PIC X(30).
           05 EA-CITY PIC X(20).
           05 EA-REGION PIC X(3).
           05 EA-POSTAL-CODE PIC X(10).
           05 EA-POSTAL-US REDEFINES EA-POSTAL-CODE.
               10 EA-ZIP-5 PIC X(5).
               10 EA-ZIP-DASH PIC X(1).
               10 EA-ZIP-4 PIC X(4).
           05 EA-POSTAL-CA REDEFINES EA-POSTAL-CODE.
               10 EA-CA-1 PIC X(1).
               10 EA-CA-2 PIC X(1).
               10 EA-CA-3 PIC X(1).
               10 EA-CA-SPACE PIC X(1).
               10 EA-CA-5 PIC X(1).
               10 EA-CA-6 PIC X(1).
               10 EA-CA-7 PIC X(1).
               10 EA-CA-REST PIC X(3).
           05 EA-POSTAL-CHARS REDEFINES EA-POSTAL-CODE.
               10 EA-POSTAL-CHAR PIC X(1) OCCURS 10 TIMES.
           05 EA-COUNTRY PIC X(2).
       01 WS-ADDRESS-VALID-SWITCH PIC X(1) VALUE "N".
           88 WS-ADDRESS-IS-VALID VALUE "Y".
       01 WS-ADDRESS-REASON PIC X(30).
       01 WS-POSTAL-SUB PIC 9(2).
       01 WS-POSTAL-LENGTH PIC 9(2).
      *    the balance replay - the department a posting lands on
      *    and how far the balance actually moved
       01 WS-POST-DEPT PIC X(3).
       01 WS-OLD-AMOUNT PIC S9(3)V99 VALUE ZERO.
      *    the stock replay - the receipt's cost averaged in the way
      *    STOCKPOST averages it
       01 WS-RECEIVED-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-COST-BASE-QTY PIC 9(5) VALUE ZERO.
       01 WS-MOVE-QUANTITY PIC S9(5) VALUE ZERO.
       01 WS-ISSUE-FIRST-SWITCH PIC X(1) VALUE "N".
           88 WS-ISSUE-FIRST VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-WANTED-FILE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FORWARD RECOVERY OF " WS-WANTED-FILE
                  "  RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF NOT WS-RECOVER-CUSTOMERS
               AND NOT WS-RECOVER-BALANCES
               AND NOT WS-RECOVER-ITEMS
               MOVE "N" TO WS-RECOVER-OK-SWITCH
               MOVE "ONLY CUSTOMER-MASTER, MONTH-BALANCE OR ITEM-MASTER"
                   TO WS-REFUSAL
           END-IF.
           IF WS-RECOVER-OK
               PERFORM 100-FIND-BACKUP-POINT
           END-IF.
           IF WS-RECOVER-OK
               PERFORM 110-CHECK-UNLOAD
           END-IF.
           IF WS-RECOVER-OK
               PERFORM 120-CHECK-SOURCES
           END-IF.
           IF WS-RECOVER-OK
               PERFORM 150-CHECK-RUN-CONTROL
           END-IF.
           IF WS-RECOVER-OK
               EVALUATE TRUE
                   WHEN WS-RECOVER-CUSTOMERS
                       PERFORM 200-RECOVER-CUSTOMERS
                   WHEN WS-RECOVER-BALANCES
                       PERFORM 300-RECOVER-BALANCES
                   WHEN OTHER
                       PERFORM 400-RECOVER-ITEMS
               END-EVALUATE
               PERFORM 800-PROVE-RECOVERY
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** RECOVERY REFUSED - " WS-REFUSAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "  THE FILE HAS NOT BEEN TOUCHED"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    the last backup point on file for the master - an older
      *    one would replay work the newer unload already holds
       100-FIND-BACKUP-POINT.
           MOVE "N" TO WS-POINT-FOUND-SWITCH.
           OPEN INPUT BACKUP-POINT-FILE.
           IF WS-POINT-STATUS = "00"
               PERFORM 105-READ-BACKUP-POINT
               PERFORM UNTIL WS-POINT-STATUS = "10"
                   IF BP-FILE-NAME = WS-WANTED-FILE
                       MOVE BACKUP-POINT-RECORD TO WS-BACKUP-POINT
                       SET WS-POINT-FOUND TO TRUE
                   END-IF
                   PERFORM 105-READ-BACKUP-POINT
               END-PERFORM
               CLOSE BACKUP-POINT-FILE
           END-IF.
           IF WS-POINT-FOUND
               MOVE WP-RECORD-COUNT TO WS-COUNT-EDIT
               MOVE WP-CONTROL-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BACKUP OF " WP-DATE " " WP-TIME
                      "  RECORDS " WS-COUNT-EDIT
                      "  CONTROL TOTAL " WS-TOTAL-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-RECOVER-OK-SWITCH
               MOVE "NO BACKUP POINT ON FILE - RUN BKUPDRIVER UNLOAD"
                   TO WS-REFUSAL
           END-IF.

       105-READ-BACKUP-POINT.
           READ BACKUP-POINT-FILE
               AT END MOVE "10" TO WS-POINT-STATUS
           END-READ.

      *    the unload must still hold exactly what the backup point
      *    says it was written with
       110-CHECK-UNLOAD.
           MOVE SPACES TO WS-UNLOAD-FILE-NAME.
           STRING WS-WANTED-FILE DELIMITED BY SPACE
                  "-UNLOAD" DELIMITED BY SIZE
                  INTO WS-UNLOAD-FILE-NAME.
           MOVE WS-UNLOAD-FILE-NAME TO WS-COUNT-FILE-NAME.
           PERFORM 130-COUNT-FILE-LINES.
           IF NOT WS-COUNT-FOUND
               MOVE "N" TO WS-RECOVER-OK-SWITCH
               MOVE SPACES TO WS-REFUSAL
               STRING WS-UNLOAD-FILE-NAME DELIMITED BY SPACE
                      " IS NOT AVAILABLE" DELIMITED BY SIZE
                      INTO WS-REFUSAL
           ELSE
               IF WS-LINES-COUNTED NOT = WP-RECORD-COUNT
                   MOVE "N" TO WS-RECOVER-OK-SWITCH
                   MOVE "UNLOAD NO LONGER MATCHES ITS BACKUP POINT"
                       TO WS-REFUSAL
               END-IF
           END-IF.

      *    every file the replay reads must still reach the point
      *    the backup marked - a shorter file has been cut back or
      *    replaced and cannot be replayed from that point
       120-CHECK-SOURCES.
           EVALUATE TRUE
               WHEN WS-RECOVER-CUSTOMERS
                   MOVE "HELLO-TRANS-APPLIED" TO WS-COUNT-FILE-NAME
               WHEN WS-RECOVER-BALANCES
                   MOVE "MONTH-LEDGER" TO WS-COUNT-FILE-NAME
               WHEN OTHER
                   MOVE "ITEM-RECEIPTS-APPLIED" TO WS-COUNT-FILE-NAME
           END-EVALUATE.
           PERFORM 130-COUNT-FILE-LINES.
           IF WS-LINES-COUNTED < WP-SOURCE-1-LINES
               MOVE "N" TO WS-RECOVER-OK-SWITCH
               MOVE SPACES TO WS-REFUSAL
               STRING WS-COUNT-FILE-NAME DELIMITED BY SPACE
                      " IS SHORTER THAN AT THE BACKUP"
                      DELIMITED BY SIZE INTO WS-REFUSAL
           END-IF.
           IF WS-RECOVER-ITEMS AND WS-RECOVER-OK
               MOVE "ORDER-LINES-ISSUED" TO WS-COUNT-FILE-NAME
               PERFORM 130-COUNT-FILE-LINES
               IF WS-LINES-COUNTED < WP-SOURCE-2-LINES
                   MOVE "N" TO WS-RECOVER-OK-SWITCH
                   MOVE SPACES TO WS-REFUSAL
                   STRING WS-COUNT-FILE-NAME DELIMITED BY SPACE
                          " IS SHORTER THAN AT THE BACKUP"
                          DELIMITED BY SIZE INTO WS-REFUSAL
               END-IF
           END-IF.

       130-COUNT-FILE-LINES.
           MOVE ZERO TO WS-LINES-COUNTED.
           MOVE "N" TO WS-COUNT-FOUND-SWITCH.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS = "00"
               SET WS-COUNT-FOUND TO TRUE
               PERFORM 135-READ-COUNT-FILE
               PERFORM UNTIL WS-COUNT-STATUS = "10"
                   ADD 1 TO WS-LINES-COUNTED
                   PERFORM 135-READ-COUNT-FILE
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

       135-READ-COUNT-FILE.
           READ COUNT-FILE
               AT END MOVE "10" TO WS-COUNT-STATUS
           END-READ.

      *    what ran after the backup - a reversal or a ledger
      *    archive rewrote the files the replay reads, so nothing is
      *    touched; the steps whose work is replayed are counted,
      *    and any that failed or never logged an end are flagged
       150-CHECK-RUN-CONTROL.
           MOVE ZERO TO WS-STEP-COUNT.
           EVALUATE TRUE
               WHEN WS-RECOVER-CUSTOMERS
                   PERFORM 152-ADD-STEP-HELLO
               WHEN WS-RECOVER-BALANCES
                   PERFORM 153-ADD-STEPS-BALANCE
               WHEN OTHER
                   PERFORM 154-ADD-STEP-STOCK
           END-EVALUATE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STEP-COUNT
               MOVE ZERO TO WS-ST-RUNS (ST-IDX)
               MOVE "N" TO WS-ST-OPEN (ST-IDX)
               MOVE ZERO TO WS-ST-FAILED (ST-IDX)
               MOVE ZERO TO WS-ST-UNENDED (ST-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-RC-LINE-NO.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RC-STATUS = "00"
               PERFORM 155-READ-RUN-CONTROL
               PERFORM UNTIL WS-RC-STATUS = "10"
      *            a SKIP line is a step the driver found not due
      *            - it neither ran nor failed
                   IF WS-RC-LINE-NO > WP-RC-LINES
                       AND RC-EVENT NOT = "SKIP "
                       PERFORM 160-NOTE-ONE-STEP
                   END-IF
                   PERFORM 155-READ-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STEP-COUNT
               IF WS-ST-OPEN (ST-IDX) = "Y"
                   ADD 1 TO WS-ST-UNENDED (ST-IDX)
               END-IF
               MOVE WS-ST-RUNS (ST-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-ST-NAME (ST-IDX)
                      " RUNS SINCE THE BACKUP " WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               IF WS-ST-FAILED (ST-IDX) > ZERO
                   MOVE WS-ST-FAILED (ST-IDX) TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  *** " WS-ST-NAME (ST-IDX)
                          " ENDED FAIL " WS-COUNT-EDIT
                          " TIME(S) - CHECK ITS WORK WAS RERUN"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
               IF WS-ST-UNENDED (ST-IDX) > ZERO
                   MOVE WS-ST-UNENDED (ST-IDX) TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  *** " WS-ST-NAME (ST-IDX)
                          " STARTED WITHOUT AN END " WS-COUNT-EDIT
                          " TIME(S) - ITS WORK MAY NOT BE REPLAYED"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-ERASE-RUNS > ZERO
               MOVE "  *** ERASERUN RAN SINCE THE BACKUP - REPLAYED"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "      ADDS CARRY THE ERASED NAMES AND BIRTH DATES"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       152-ADD-STEP-HELLO.
           MOVE 1 TO WS-STEP-COUNT.
           MOVE "HELLOWORLD" TO WS-ST-NAME (1).

       153-ADD-STEPS-BALANCE.
           MOVE 3 TO WS-STEP-COUNT.
           MOVE "MONTHAMTS" TO WS-ST-NAME (1).
           MOVE "ACCRUERUN" TO WS-ST-NAME (2).
           MOVE "COSTALLOC" TO WS-ST-NAME (3).

       154-ADD-STEP-STOCK.
           MOVE 1 TO WS-STEP-COUNT.
           MOVE "STOCKPOST" TO WS-ST-NAME (1).

       155-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END MOVE "10" TO WS-RC-STATUS
               NOT AT END ADD 1 TO WS-RC-LINE-NO
           END-READ.

       160-NOTE-ONE-STEP.
           IF RC-STEP = "RUNREVERSE"
               AND NOT WS-RECOVER-ITEMS
               MOVE "N" TO WS-RECOVER-OK-SWITCH
               MOVE "RUNREVERSE RAN SINCE THE BACKUP - TAKE A NEW ONE"
                   TO WS-REFUSAL
           END-IF.
           IF RC-STEP = "LEDGERARCH"
               AND WS-RECOVER-BALANCES
               MOVE "LEDGERARCH RAN SINCE THE BACKUP - TAKE A NEW ONE"
                   TO WS-REFUSAL
               MOVE "N" TO WS-RECOVER-OK-SWITCH
           END-IF.
           IF RC-STEP = "ERASERUN"
               AND WS-RECOVER-CUSTOMERS
               AND RC-EVENT = "START"
               ADD 1 TO WS-ERASE-RUNS
           END-IF.
           IF RC-STEP = "MONTHAMTS"
               AND WS-RECOVER-BALANCES
               AND RC-EVENT = "END  "
               PERFORM 165-NOTE-SAVED-YEAR
           END-IF.
           SET ST-IDX TO 1.
           SEARCH WS-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN ST-IDX > WS-STEP-COUNT
                   CONTINUE
               WHEN WS-ST-NAME (ST-IDX) = RC-STEP
                   IF RC-EVENT = "START"
                       IF WS-ST-OPEN (ST-IDX) = "Y"
                           ADD 1 TO WS-ST-UNENDED (ST-IDX)
                       END-IF
                       MOVE "Y" TO WS-ST-OPEN (ST-IDX)
                   ELSE
                       ADD 1 TO WS-ST-RUNS (ST-IDX)
                       MOVE "N" TO WS-ST-OPEN (ST-IDX)
                       IF RC-STATUS NOT = "OK"
                           ADD 1 TO WS-ST-FAILED (ST-IDX)
                       END-IF
                   END-IF
           END-SEARCH.

       165-NOTE-SAVED-YEAR.
           MOVE RC-DATE (1:4) TO WS-CHECK-YEAR.
           IF WS-CHECK-YEAR IS NUMERIC
               SET YR-IDX TO 1
               SEARCH WS-FILL-YEAR
                   AT END
                       CONTINUE
                   WHEN YR-IDX > WS-YEAR-COUNT
                       IF WS-YEAR-COUNT < 20
                           ADD 1 TO WS-YEAR-COUNT
                           MOVE WS-CHECK-YEAR-N TO
                               WS-FILL-YEAR (WS-YEAR-COUNT)
                       END-IF
                   WHEN WS-FILL-YEAR (YR-IDX) = WS-CHECK-YEAR-N
                       CONTINUE
               END-SEARCH
           END-IF.

       190-READ-UNLOAD.
           READ UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

      *    customers - the unload back on file, then the applied
      *    intake feed from the backup's mark, every detail put
      *    through the same edits the batch gave it so the same
      *    ones apply and take the same numbers
       200-RECOVER-CUSTOMERS.
           PERFORM 210-RELOAD-CUSTOMERS.
           MOVE WP-NUMBER-CONTROL TO WS-NEXT-NUMBER.
           MOVE WS-RUN-DATE TO WS-REPLAY-DATE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN INPUT APPLIED-TRANS-FILE.
           IF WS-APPLIED-STATUS = "00"
               MOVE ZERO TO WS-SOURCE-LINE-NO
               PERFORM 225-READ-APPLIED-TRANS
                   UNTIL WS-APPLIED-STATUS = "10"
                   OR WS-SOURCE-LINE-NO > WP-SOURCE-1-LINES
               PERFORM UNTIL WS-APPLIED-STATUS = "10"
                   EVALUATE TRUE
                       WHEN TRC-IS-HEADER
                           IF TRC-FILE-DATE IS NUMERIC
                               MOVE TRC-FILE-DATE TO WS-REPLAY-DATE
                           ELSE
                               MOVE WS-RUN-DATE TO WS-REPLAY-DATE
                           END-IF
                       WHEN TRC-IS-TRAILER
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO FR-REPLAYED
                           PERFORM 230-APPLY-TRANSACTION
                   END-EVALUATE
                   PERFORM 225-READ-APPLIED-TRANS
               END-PERFORM
               CLOSE APPLIED-TRANS-FILE
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE "CLOSE" TO WS-CODE-FUNCTION.
           CALL "CODESUBR" USING WS-CODE-FUNCTION WS-CODE-TABLE-ID
               WS-CODE-VALUE WS-CODE-DESCRIPTION WS-CODE-STATUS.
           PERFORM 298-CHECK-NUMBER-CONTROL.
           COMPUTE FR-EXPECTED-COUNT = FR-RELOADED + FR-ADDED
               - FR-DELETED.

       210-RELOAD-CUSTOMERS.
           MOVE WP-CONTROL-TOTAL TO FR-EXPECTED-TOTAL.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           PERFORM 190-READ-UNLOAD.
           PERFORM UNTIL WS-UNLOAD-STATUS = "10"
               MOVE UNLOAD-RECORD (1:48) TO CUSTOMER-MASTER-RECORD
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO FR-RELOAD-REJECTS
                   NOT INVALID KEY
                       ADD 1 TO FR-RELOADED
               END-WRITE
               PERFORM 190-READ-UNLOAD
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

       225-READ-APPLIED-TRANS.
           READ APPLIED-TRANS-FILE
               AT END MOVE "10" TO WS-APPLIED-STATUS
               NOT AT END ADD 1 TO WS-SOURCE-LINE-NO
           END-READ.

      *    one detail, judged as the batch judged it - a detail the
      *    batch suspended fails the same edit here and is passed by
       230-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TR-ACTION-IS-DELETE
                   PERFORM 260-DELETE-CUSTOMER
               WHEN TR-ACTION-IS-ADD OR TR-ACTION-IS-CHANGE
                   MOVE TR-BIRTH-DATE TO WS-DOB
                   PERFORM 280-EDIT-AND-AGE-DOB
                   MOVE "Y" TO WS-ADDRESS-VALID-SWITCH
                   IF TR-ADDRESS NOT = SPACES
                       MOVE TR-ADDRESS TO WS-EDIT-ADDRESS
                       PERFORM 290-EDIT-ADDRESS
                   END-IF
                   PERFORM 295-CHECK-LANGUAGE-CODE
                   IF WS-DOB-IS-VALID AND WS-ADDRESS-IS-VALID
                       AND WS-LANGUAGE-IS-VALID
                       IF TR-ACTION-IS-CHANGE
                           PERFORM 250-CHANGE-CUSTOMER
                       ELSE
                           PERFORM 240-ADD-CUSTOMER
                       END-IF
                   ELSE
                       ADD 1 TO FR-NOT-APPLIED
                   END-IF
               WHEN OTHER
                   ADD 1 TO FR-NOT-APPLIED
           END-EVALUATE.

      *    the number is taken whether or not the write lands, the
      *    way intake takes it
       240-ADD-CUSTOMER.
           ADD 1 TO WS-NEXT-NUMBER.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD.
           MOVE WS-NEXT-NUMBER TO CM-NUMBER.
           MOVE TR-NAME TO CM-NAME.
           MOVE WS-DOB TO CM-BIRTH-DATE.
           MOVE WS-REPLAY-DATE TO CM-LAST-ACTIVITY-DATE.
           IF TR-LANGUAGE-CODE = SPACES
               MOVE "EN" TO CM-LANGUAGE-CODE
           ELSE
               MOVE TR-LANGUAGE-CODE TO CM-LANGUAGE-CODE
           END-IF.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO FR-NOT-APPLIED
               NOT INVALID KEY
                   ADD 1 TO FR-APPLIED
                   ADD 1 TO FR-ADDED
                   ADD CM-NUMBER TO FR-EXPECTED-TOTAL
           END-WRITE.

       250-CHANGE-CUSTOMER.
           PERFORM 270-LOCATE-CUSTOMER.
           IF WS-CUSTOMER-LOCATED
               MOVE WS-DOB TO CM-BIRTH-DATE
               MOVE WS-REPLAY-DATE TO CM-LAST-ACTIVITY-DATE
               IF TR-LANGUAGE-CODE NOT = SPACES
                   MOVE TR-LANGUAGE-CODE TO CM-LANGUAGE-CODE
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO FR-NOT-APPLIED
                   NOT INVALID KEY
                       ADD 1 TO FR-APPLIED
                       ADD 1 TO FR-CHANGED
               END-REWRITE
           ELSE
               ADD 1 TO FR-NOT-APPLIED
           END-IF.

       260-DELETE-CUSTOMER.
           PERFORM 270-LOCATE-CUSTOMER.
           IF WS-CUSTOMER-LOCATED
               DELETE CUSTOMER-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO FR-NOT-APPLIED
                   NOT INVALID KEY
                       ADD 1 TO FR-APPLIED
                       ADD 1 TO FR-DELETED
                       SUBTRACT CM-NUMBER FROM FR-EXPECTED-TOTAL
               END-DELETE
           ELSE
               ADD 1 TO FR-NOT-APPLIED
           END-IF.

      *    by customer number when the transaction carries one,
      *    otherwise by name through the alternate key - the same
      *    lookup the batch made
       270-LOCATE-CUSTOMER.
           MOVE "N" TO WS-LOCATED-SWITCH.
           MOVE TR-NUMBER TO WS-TR-NUMBER-JR.
           INSPECT WS-TR-NUMBER-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-TR-NUMBER-JR IS NUMERIC
               AND WS-TR-NUMBER-JR NOT = "000000"
               MOVE WS-TR-NUMBER-JR TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-LOCATED TO TRUE
               END-READ
           ELSE
               MOVE TR-NAME TO CM-NAME
               READ CUSTOMER-MASTER-FILE KEY IS CM-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-LOCATED TO TRUE
               END-READ
           END-IF.

      *    the intake date edit, run against the date the feed was
      *    applied under
       280-EDIT-AND-AGE-DOB.
           MOVE "N" TO WS-DOB-VALID-SWITCH.
           MOVE ZERO TO AGE.
           IF WS-DOB IS NUMERIC
               AND WS-DOB-MM >= 1 AND WS-DOB-MM <= 12
               PERFORM 285-DOB-DAYS-IN-MONTH
               IF WS-DOB-DD >= 1 AND WS-DOB-DD <= WS-MONTH-DAYS
                   AND WS-REPLAY-YYYY - WS-DOB-YYYY >= ZERO
                   AND WS-REPLAY-YYYY - WS-DOB-YYYY <= 120
                   COMPUTE WS-IMPLIED-AGE =
                       WS-REPLAY-YYYY - WS-DOB-YYYY
                   IF WS-REPLAY-MMDD < WS-DOB-MMDD
                       SUBTRACT 1 FROM WS-IMPLIED-AGE
                   END-IF
                   IF WS-IMPLIED-AGE >= ZERO
                       AND WS-IMPLIED-AGE <= 119
                       MOVE WS-IMPLIED-AGE TO AGE
                       SET WS-DOB-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       285-DOB-DAYS-IN-MONTH.
           EVALUATE WS-DOB-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-DOB-YYYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
                   DIVIDE WS-DOB-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-DOB-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *    the intake postal edits - an address the batch refused
      *    suspended the whole transaction, so it is refused here
      *    too
       290-EDIT-ADDRESS.
           MOVE "Y" TO WS-ADDRESS-VALID-SWITCH.
           MOVE SPACES TO WS-ADDRESS-REASON.
           INSPECT EA-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT EA-POSTAL-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT EA-COUNTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF EA-COUNTRY = SPACES
               MOVE "US" TO EA-COUNTRY
           END-IF.
           EVALUATE TRUE
               WHEN EA-STREET-1 = SPACES
                   MOVE "STREET ADDRESS MISSING" TO WS-ADDRESS-REASON
               WHEN EA-CITY = SPACES
                   MOVE "CITY MISSING" TO WS-ADDRESS-REASON
               WHEN EA-POSTAL-CODE = SPACES
                   MOVE "POSTAL CODE MISSING" TO WS-ADDRESS-REASON
               WHEN (EA-COUNTRY = "US" OR EA-COUNTRY = "CA")
                   AND (EA-REGION(1:2) IS NOT ALPHABETIC
                   OR EA-REGION(1:1) = SPACE
                   OR EA-REGION(2:1) = SPACE
                   OR EA-REGION(3:1) NOT = SPACE)
                   MOVE "REGION MUST BE 2 LETTERS" TO WS-ADDRESS-REASON
               WHEN EA-COUNTRY = "US"
                   IF EA-ZIP-5 IS NOT NUMERIC
                       MOVE "POSTAL CODE FORMAT NOT VALID" TO
                           WS-ADDRESS-REASON
                   ELSE
                       IF EA-ZIP-DASH NOT = SPACE
                           OR EA-ZIP-4 NOT = SPACES
                           IF EA-ZIP-DASH NOT = "-"
                               OR EA-ZIP-4 IS NOT NUMERIC
                               MOVE "POSTAL CODE FORMAT NOT VALID" TO
                                   WS-ADDRESS-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN EA-COUNTRY = "CA"
                   IF EA-CA-1 IS NOT ALPHABETIC OR EA-CA-1 = SPACE
                       OR EA-CA-2 IS NOT NUMERIC
                       OR EA-CA-3 IS NOT ALPHABETIC OR EA-CA-3 = SPACE
                       OR EA-CA-SPACE NOT = SPACE
                       OR EA-CA-5 IS NOT NUMERIC
                       OR EA-CA-6 IS NOT ALPHABETIC OR EA-CA-6 = SPACE
                       OR EA-CA-7 IS NOT NUMERIC
                       OR EA-CA-REST NOT = SPACES
                       MOVE "POSTAL CODE FORMAT NOT VALID" TO
                           WS-ADDRESS-REASON
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-POSTAL-LENGTH
                   PERFORM VARYING WS-POSTAL-SUB FROM 1 BY 1
                           UNTIL WS-POSTAL-SUB > 10
                       IF EA-POSTAL-CHAR(WS-POSTAL-SUB) IS NUMERIC
                           OR (EA-POSTAL-CHAR(WS-POSTAL-SUB)
                               IS ALPHABETIC
                           AND EA-POSTAL-CHAR(WS-POSTAL-SUB)
                               NOT = SPACE)
                           ADD 1 TO WS-POSTAL-LENGTH
                       ELSE
                           IF EA-POSTAL-CHAR(WS-POSTAL-SUB) NOT = SPACE
                               AND EA-POSTAL-CHAR(WS-POSTAL-SUB)
                                   NOT = "-"
                               MOVE "POSTAL CODE FORMAT NOT VALID" TO
                                   WS-ADDRESS-REASON
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-POSTAL-LENGTH < 3
                       MOVE "POSTAL CODE FORMAT NOT VALID" TO
                           WS-ADDRESS-REASON
                   END-IF
           END-EVALUATE.
           IF WS-ADDRESS-REASON NOT = SPACES
               MOVE "N" TO WS-ADDRESS-VALID-SWITCH
           END-IF.

       295-CHECK-LANGUAGE-CODE.
           MOVE "Y" TO WS-LANGUAGE-VALID-SWITCH.
           IF TR-LANGUAGE-CODE NOT = SPACES
               MOVE "VALIDATE" TO WS-CODE-FUNCTION
               MOVE "LANGUAGE" TO WS-CODE-TABLE-ID
               MOVE TR-LANGUAGE-CODE TO WS-CODE-VALUE
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
               IF WS-CODE-STATUS = "23"
                   MOVE "N" TO WS-LANGUAGE-VALID-SWITCH
               END-IF
           END-IF.

      *    the replay must end on the number intake last handed out -
      *    a gap means customers were taken on interactively since
      *    the backup, and those are not in the applied feed
       298-CHECK-NUMBER-CONTROL.
           MOVE ZERO TO WS-CURRENT-NUMBER.
           OPEN INPUT NUMBER-CONTROL-FILE.
           IF WS-NUMBER-STATUS = "00"
               READ NUMBER-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CUSTOMER-NUMBER IS NUMERIC
                           MOVE CTL-LAST-CUSTOMER-NUMBER TO
                               WS-CURRENT-NUMBER
                       END-IF
               END-READ
               CLOSE NUMBER-CONTROL-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LAST NUMBER REPLAYED " WS-NEXT-NUMBER
                  "  LAST NUMBER ISSUED " WS-CURRENT-NUMBER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-NEXT-NUMBER NOT = WS-CURRENT-NUMBER
               MOVE "*** NUMBERS WERE ISSUED OUTSIDE THE BATCH FEED -"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "    INTERACTIVE INTAKES SINCE THE BACKUP ARE NOT"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "    ON THE RECOVERED FILE AND MUST BE REKEYED"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

      *    balances - the unload back on file, then every ledger
      *    posting from the backup's mark added to its department's
      *    month and to the shop-wide ALL month, the way the posting
      *    runs keep them
       300-RECOVER-BALANCES.
           PERFORM 310-RELOAD-BALANCES.
           OPEN I-O MONTH-BALANCE-FILE.
           OPEN INPUT MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE ZERO TO WS-SOURCE-LINE-NO
               PERFORM 325-READ-LEDGER
                   UNTIL WS-LEDGER-STATUS = "10"
                   OR WS-SOURCE-LINE-NO > WP-SOURCE-1-LINES
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   ADD 1 TO FR-REPLAYED
                   IF LG-YEAR IS NUMERIC AND LG-MONTH IS NUMERIC
                       AND LG-MONTH >= 1 AND LG-MONTH <= 12
                       AND LG-AMOUNT IS NUMERIC
                       MOVE LG-DEPT TO WS-POST-DEPT
                       IF WS-POST-DEPT = SPACES
                           OR WS-POST-DEPT = "ALL"
                           MOVE "GEN" TO WS-POST-DEPT
                       END-IF
                       PERFORM 330-POST-ONE-BALANCE
                       MOVE "ALL" TO WS-POST-DEPT
                       PERFORM 330-POST-ONE-BALANCE
                       ADD 1 TO FR-APPLIED
                   ELSE
                       ADD 1 TO FR-NOT-APPLIED
                   END-IF
                   PERFORM 325-READ-LEDGER
               END-PERFORM
               CLOSE MONTH-LEDGER-FILE
           END-IF.
           PERFORM 340-FILL-OUT-YEARS.
           CLOSE MONTH-BALANCE-FILE.
           COMPUTE FR-EXPECTED-COUNT = FR-RELOADED + FR-ADDED.

       310-RELOAD-BALANCES.
           MOVE WP-CONTROL-TOTAL TO FR-EXPECTED-TOTAL.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT MONTH-BALANCE-FILE.
           PERFORM 190-READ-UNLOAD.
           PERFORM UNTIL WS-UNLOAD-STATUS = "10"
               MOVE UNLOAD-RECORD (1:20) TO MONTH-BALANCE-RECORD
               WRITE MONTH-BALANCE-RECORD
                   INVALID KEY
                       ADD 1 TO FR-RELOAD-REJECTS
                   NOT INVALID KEY
                       ADD 1 TO FR-RELOADED
               END-WRITE
               PERFORM 190-READ-UNLOAD
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           CLOSE MONTH-BALANCE-FILE.

       325-READ-LEDGER.
           READ MONTH-LEDGER-FILE
               AT END MOVE "10" TO WS-LEDGER-STATUS
               NOT AT END ADD 1 TO WS-SOURCE-LINE-NO
           END-READ.

      *    a month not yet on file starts open at zero, as the
      *    posting runs start it
       330-POST-ONE-BALANCE.
           MOVE LG-YEAR TO MB-YEAR.
           MOVE LG-MONTH TO MB-MONTH.
           MOVE WS-POST-DEPT TO MB-DEPT.
           READ MONTH-BALANCE-FILE
               INVALID KEY
                   MOVE SPACES TO MONTH-BALANCE-RECORD
                   MOVE LG-YEAR TO MB-YEAR
                   MOVE LG-MONTH TO MB-MONTH
                   MOVE WS-POST-DEPT TO MB-DEPT
                   MOVE LG-AMOUNT TO MB-AMOUNT
                   MOVE "N" TO MB-CLOSED-FLAG
                   WRITE MONTH-BALANCE-RECORD
                       INVALID KEY
                           ADD 1 TO FR-RELOAD-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO FR-ADDED
                           ADD MB-AMOUNT TO FR-EXPECTED-TOTAL
                   END-WRITE
               NOT INVALID KEY
                   MOVE MB-AMOUNT TO WS-OLD-AMOUNT
                   IF WS-OLD-AMOUNT IS NOT NUMERIC
                       MOVE ZERO TO WS-OLD-AMOUNT
                   END-IF
                   MOVE WS-OLD-AMOUNT TO MB-AMOUNT
                   ADD LG-AMOUNT TO MB-AMOUNT
                   REWRITE MONTH-BALANCE-RECORD
                       INVALID KEY
                           ADD 1 TO FR-RELOAD-REJECTS
                       NOT INVALID KEY
                           ADD MB-AMOUNT TO FR-EXPECTED-TOTAL
                           SUBTRACT WS-OLD-AMOUNT FROM
                               FR-EXPECTED-TOTAL
                   END-REWRITE
           END-READ.

      *    a MONTHAMTS save since the backup put all twelve months
      *    of its year on file for ALL and every department it
      *    carried; months the ledger never touched go on at zero
       340-FILL-OUT-YEARS.
           PERFORM VARYING YR-IDX FROM 1 BY 1
                   UNTIL YR-IDX > WS-YEAR-COUNT
               PERFORM 345-FILL-OUT-ONE-YEAR
           END-PERFORM.

       345-FILL-OUT-ONE-YEAR.
           MOVE 1 TO WS-DEPT-COUNT.
           MOVE "ALL" TO WS-FILL-DEPT (1).
           MOVE LOW-VALUES TO MB-KEY.
           MOVE WS-FILL-YEAR (YR-IDX) TO MB-YEAR.
           START MONTH-BALANCE-FILE KEY IS NOT LESS THAN MB-KEY
               INVALID KEY MOVE "10" TO WS-BALANCE-STATUS
           END-START.
           PERFORM UNTIL WS-BALANCE-STATUS = "10"
               READ MONTH-BALANCE-FILE NEXT
                   AT END MOVE "10" TO WS-BALANCE-STATUS
               END-READ
               IF WS-BALANCE-STATUS NOT = "10"
                   IF MB-YEAR NOT = WS-FILL-YEAR (YR-IDX)
                       MOVE "10" TO WS-BALANCE-STATUS
                   ELSE
                       PERFORM 346-NOTE-DEPT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-BALANCE-STATUS.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEPT-COUNT
               PERFORM VARYING WS-FILL-MONTH FROM 1 BY 1
                       UNTIL WS-FILL-MONTH > 12
                   PERFORM 348-FILL-ONE-MONTH
               END-PERFORM
           END-PERFORM.

       346-NOTE-DEPT.
           SET DP-IDX TO 1.
           SEARCH WS-FILL-DEPT
               AT END
                   CONTINUE
               WHEN DP-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-COUNT < 50
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE MB-DEPT TO WS-FILL-DEPT (WS-DEPT-COUNT)
                   END-IF
               WHEN WS-FILL-DEPT (DP-IDX) = MB-DEPT
                   CONTINUE
           END-SEARCH.

       348-FILL-ONE-MONTH.
           MOVE SPACES TO MONTH-BALANCE-RECORD.
           MOVE WS-FILL-YEAR (YR-IDX) TO MB-YEAR.
           MOVE WS-FILL-MONTH TO MB-MONTH.
           MOVE WS-FILL-DEPT (DP-IDX) TO MB-DEPT.
           MOVE ZERO TO MB-AMOUNT.
           MOVE "N" TO MB-CLOSED-FLAG.
           WRITE MONTH-BALANCE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO FR-ADDED
           END-WRITE.

      *    stock - the unload back on file, then the issues and the
      *    receipts from the backup's marks taken day by day in the
      *    order STOCKPOST works them, a day's issues ahead of its
      *    receipts; each moves on-hand by what it actually moved,
      *    and a stocked receipt averages its cost in again
       400-RECOVER-ITEMS.
           PERFORM 410-RELOAD-ITEMS.
           OPEN I-O ITEM-MASTER-FILE.
           MOVE ZERO TO WS-ISSUED-LINE-NO.
           OPEN INPUT ISSUED-LINES-FILE.
           IF WS-ISSUED-STATUS = "00"
               PERFORM 425-READ-ISSUED
                   UNTIL WS-ISSUED-STATUS = "10"
                   OR WS-ISSUED-LINE-NO > WP-SOURCE-2-LINES
           ELSE
               MOVE "10" TO WS-ISSUED-STATUS
           END-IF.
           MOVE ZERO TO WS-RECEIPT-LINE-NO.
           OPEN INPUT APPLIED-RECEIPTS-FILE.
           IF WS-RECEIPT-STATUS = "00"
               PERFORM 427-READ-RECEIPT
                   UNTIL WS-RECEIPT-STATUS = "10"
                   OR WS-RECEIPT-LINE-NO > WP-SOURCE-1-LINES
           ELSE
               MOVE "10" TO WS-RECEIPT-STATUS
           END-IF.
           PERFORM UNTIL WS-ISSUED-STATUS = "10"
                   AND WS-RECEIPT-STATUS = "10"
               MOVE "N" TO WS-ISSUE-FIRST-SWITCH
               IF WS-ISSUED-STATUS NOT = "10"
                   IF WS-RECEIPT-STATUS = "10"
                       SET WS-ISSUE-FIRST TO TRUE
                   ELSE
                       IF OL-RUN-DATE NOT > AR-RUN-DATE
                           SET WS-ISSUE-FIRST TO TRUE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO FR-REPLAYED
               IF WS-ISSUE-FIRST
                   PERFORM 430-APPLY-ISSUE
                   PERFORM 425-READ-ISSUED
               ELSE
                   PERFORM 440-APPLY-RECEIPT
                   PERFORM 427-READ-RECEIPT
               END-IF
           END-PERFORM.
           CLOSE ISSUED-LINES-FILE.
           CLOSE APPLIED-RECEIPTS-FILE.
           CLOSE ITEM-MASTER-FILE.
           COMPUTE FR-EXPECTED-COUNT = FR-RELOADED.
           IF FR-LEGACY > ZERO
               MOVE FR-LEGACY TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-COUNT-EDIT
                      " APPLIED RECEIPT(S) CARRY NO STOCKED QUANTITY"
                      " - NOT REPLAYED"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       410-RELOAD-ITEMS.
           MOVE WP-CONTROL-TOTAL TO FR-EXPECTED-TOTAL.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT ITEM-MASTER-FILE.
           PERFORM 190-READ-UNLOAD.
           PERFORM UNTIL WS-UNLOAD-STATUS = "10"
               MOVE UNLOAD-RECORD (1:61) TO ITEM-MASTER-RECORD
               WRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO FR-RELOAD-REJECTS
                   NOT INVALID KEY
                       ADD 1 TO FR-RELOADED
               END-WRITE
               PERFORM 190-READ-UNLOAD
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           CLOSE ITEM-MASTER-FILE.

       425-READ-ISSUED.
           READ ISSUED-LINES-FILE
               AT END MOVE "10" TO WS-ISSUED-STATUS
               NOT AT END ADD 1 TO WS-ISSUED-LINE-NO
           END-READ.

       427-READ-RECEIPT.
           READ APPLIED-RECEIPTS-FILE
               AT END MOVE "10" TO WS-RECEIPT-STATUS
               NOT AT END ADD 1 TO WS-RECEIPT-LINE-NO
           END-READ.

       430-APPLY-ISSUE.
           MOVE OL-ITEM-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO FR-NOT-APPLIED
               NOT INVALID KEY
                   SUBTRACT OL-QTY-ISSUED FROM IM-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO FR-NOT-APPLIED
                       NOT INVALID KEY
                           ADD 1 TO FR-APPLIED
                           SUBTRACT OL-QTY-ISSUED FROM
                               FR-EXPECTED-TOTAL
                   END-REWRITE
           END-READ.

      *    a receipt cut over before the applied file carried what
      *    it stocked cannot be replayed - it is counted and the
      *    proof fails; one that stocked nothing moved nothing
       440-APPLY-RECEIPT.
           IF AR-RUN-DATE = SPACES
               OR AR-QTY-STOCKED IS NOT NUMERIC
               OR AR-QTY-RELEASED IS NOT NUMERIC
               ADD 1 TO FR-LEGACY
               ADD 1 TO FR-NOT-APPLIED
           ELSE
               IF AR-QTY-STOCKED = ZERO AND AR-QTY-RELEASED = ZERO
                   ADD 1 TO FR-NOT-APPLIED
               ELSE
                   PERFORM 445-POST-RECEIPT
               END-IF
           END-IF.

       445-POST-RECEIPT.
           MOVE AR-ITEM-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO FR-NOT-APPLIED
               NOT INVALID KEY
                   MOVE AR-QTY-STOCKED TO WS-MOVE-QUANTITY
                   IF WS-MOVE-QUANTITY > ZERO
                       AND AR-UNIT-COST IS NUMERIC
                       AND AR-UNIT-COST > ZERO
                       MOVE AR-UNIT-COST TO WS-RECEIVED-COST
                       PERFORM 450-AVERAGE-IN-COST
                   END-IF
                   ADD AR-QTY-STOCKED TO IM-ON-HAND
                   SUBTRACT AR-QTY-RELEASED FROM IM-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO FR-NOT-APPLIED
                       NOT INVALID KEY
                           ADD 1 TO FR-APPLIED
                           ADD AR-QTY-STOCKED TO FR-EXPECTED-TOTAL
                           SUBTRACT AR-QTY-RELEASED FROM
                               FR-EXPECTED-TOTAL
                   END-REWRITE
           END-READ.

      *    the stock already on hand at its average cost blended with
      *    the receipt at its received cost; a shelf at or below
      *    zero, or an item never costed, takes the received cost
      *    outright
       450-AVERAGE-IN-COST.
           IF IM-UNIT-COST IS NOT NUMERIC OR IM-UNIT-COST = ZERO
               OR IM-ON-HAND NOT > ZERO
               MOVE WS-RECEIVED-COST TO IM-UNIT-COST
           ELSE
               MOVE IM-ON-HAND TO WS-COST-BASE-QTY
               COMPUTE IM-UNIT-COST ROUNDED =
                   (WS-COST-BASE-QTY * IM-UNIT-COST
                    + WS-MOVE-QUANTITY * WS-RECEIVED-COST)
                   / (WS-COST-BASE-QTY + WS-MOVE-QUANTITY)
           END-IF.

      *    the proof - the rebuilt file read end to end, its count
      *    and control total held to the backup point plus what the
      *    replay put through
       800-PROVE-RECOVERY.
           MOVE ZERO TO FR-SCANNED.
           MOVE ZERO TO FR-SCANNED-TOTAL.
           EVALUATE TRUE
               WHEN WS-RECOVER-CUSTOMERS
                   PERFORM 810-SCAN-CUSTOMERS
               WHEN WS-RECOVER-BALANCES
                   PERFORM 820-SCAN-BALANCES
               WHEN OTHER
                   PERFORM 830-SCAN-ITEMS
           END-EVALUATE.
           MOVE FR-RELOADED TO WS-COUNT-EDIT.
           MOVE FR-RELOAD-REJECTS TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RELOADED FROM UNLOAD   " WS-COUNT-EDIT
                  "   REJECTED " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FR-REPLAYED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REPLAYED SINCE BACKUP  " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FR-APPLIED TO WS-COUNT-EDIT.
           MOVE FR-NOT-APPLIED TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  APPLIED              " WS-COUNT-EDIT
                  "   PASSED BY " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-RECOVER-CUSTOMERS
               MOVE FR-ADDED TO WS-COUNT-EDIT
               MOVE FR-DELETED TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ADDED                " WS-COUNT-EDIT
                      "   DELETED   " WS-COUNT-EDIT-2
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE FR-CHANGED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CHANGED              " WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           IF WS-RECOVER-BALANCES
               MOVE FR-ADDED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  MONTHS CREATED       " WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FR-EXPECTED-COUNT TO WS-COUNT-EDIT.
           MOVE FR-SCANNED TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECORD COUNT   EXPECTED " WS-COUNT-EDIT
                  "   ON FILE " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FR-EXPECTED-TOTAL TO WS-TOTAL-EDIT.
           MOVE FR-SCANNED-TOTAL TO WS-TOTAL-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONTROL TOTAL  EXPECTED " WS-TOTAL-EDIT
                  "   ON FILE " WS-TOTAL-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF FR-RELOAD-REJECTS > ZERO
               OR FR-RELOADED NOT = WP-RECORD-COUNT
               OR FR-EXPECTED-COUNT NOT = FR-SCANNED
               OR FR-EXPECTED-TOTAL NOT = FR-SCANNED-TOTAL
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.
           IF WS-RUN-OUTCOME = "OK"
               MOVE "RECOVERY PROVED - FILE IS CURRENT"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "*** RECOVERY NOT PROVED - SEE ABOVE"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       810-SCAN-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               PERFORM UNTIL WS-CM-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE NEXT
                       AT END MOVE "10" TO WS-CM-STATUS
                   END-READ
                   IF WS-CM-STATUS NOT = "10"
                       ADD 1 TO FR-SCANNED
                       ADD CM-NUMBER TO FR-SCANNED-TOTAL
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       820-SCAN-BALANCES.
           OPEN INPUT MONTH-BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-STATUS = "10"
                   READ MONTH-BALANCE-FILE NEXT
                       AT END MOVE "10" TO WS-BALANCE-STATUS
                   END-READ
                   IF WS-BALANCE-STATUS NOT = "10"
                       ADD 1 TO FR-SCANNED
                       IF MB-AMOUNT IS NUMERIC
                           ADD MB-AMOUNT TO FR-SCANNED-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MONTH-BALANCE-FILE
           END-IF.

       830-SCAN-ITEMS.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               PERFORM UNTIL WS-ITEM-STATUS = "10"
                   READ ITEM-MASTER-FILE NEXT
                       AT END MOVE "10" TO WS-ITEM-STATUS
                   END-READ
                   IF WS-ITEM-STATUS NOT = "10"
                       ADD 1 TO FR-SCANNED
                       IF IM-ON-HAND IS NUMERIC
                           ADD IM-ON-HAND TO FR-SCANNED-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-FWDRECOVER-" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-REPORT-LINE-COUNT.

      *    one line to the console and the same line to the dated
      *    report file - the page reads the same either place
       960-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-REPORT-LINE-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.

       965-CLOSE-REPORT-FILE.
           CLOSE REPORT-FILE.
           OPEN EXTEND REPORT-INDEX-FILE.
           IF WS-RX-STATUS NOT = "00"
               OPEN OUTPUT REPORT-INDEX-FILE
           END-IF.
           MOVE "FWDRECOVER" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT.
           MOVE SPACES TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       975-STAMP-RUN-END.
           MOVE "END  " TO RC-EVENT.
           MOVE WS-RUN-OUTCOME TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       978-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RC-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RC-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO RC-TIME.
           MOVE "FWDRECOVER" TO RC-STEP.
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
       END PROGRAM FWDRECOVER.
