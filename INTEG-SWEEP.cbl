      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential-integrity sweep - each program
      *          checks its own keys as it reads, but nothing holds
      *          the files to one another; this sweep follows the
      *          cross-file links (open items to their customer,
      *          order lines to their item or kit, ledger departments
      *          to a budget, at-risk students to the enrolment
      *          master) and lists every orphan by category on the
      *          report and on INTEGRITY-ORPHANS, in the standard
      *          exception-log layout with one reason code per
      *          category so EXCPRPT counts and thresholds each one
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGSWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT ORPHAN-LOG-FILE ASSIGN TO "INTEGRITY-ORPHANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORPHAN-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ORDER-NO
               ALTERNATE RECORD KEY IS OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTOMER-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-NUMBER
               FILE STATUS IS WS-ARC-STATUS.
           SELECT MERGE-LOG-FILE ASSIGN TO "CUST-MERGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-LOG-STATUS.
           SELECT ORDER-DETAIL-FILE ASSIGN TO "ORDER-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT KIT-COMPONENT-FILE ASSIGN TO "KIT-COMPONENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-KEY
               FILE STATUS IS WS-KIT-STATUS.
           SELECT MONTH-LEDGER-FILE ASSIGN TO "MONTH-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MONTH-BUDGET-FILE ASSIGN TO "MONTH-BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT AT-RISK-FILE ASSIGN TO "SCORE-AT-RISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-RISK-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-STUDENT-STATUS.
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
      *    tonight's orphans, one line each - rewritten every run,
      *    since it states what is wrong now rather than what went
      *    wrong in a run
       FD  ORPHAN-LOG-FILE.
       01  ORPHAN-LOG-RECORD PIC X(132).
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-CUSTOMER PIC X(6).
           05 OI-INVOICE-DATE PIC X(8).
           05 OI-NET  PIC 9(5)V99.
           05 OI-PAID PIC 9(5)V99.
           05 OI-STATUS PIC X(1).
               88 OI-IS-OPEN VALUE "O".
               88 OI-IS-PAID VALUE "P".
           05 OI-INVOICE-NO PIC 9(7).
           05 OI-CREDITED PIC 9(5)V99.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    customers the purge retired, with the day it retired them
       FD  CUSTOMER-ARCHIVE-FILE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 ARC-NUMBER PIC 9(6).
           05 ARC-NAME PIC X(20).
           05 ARC-BIRTH-DATE PIC X(8).
           05 ARC-LAST-ACTIVITY-DATE PIC X(8).
           05 ARC-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
           05 ARC-ARCHIVE-DATE PIC X(8).
      *    one line per merge CUSTDUPE made - the number folded away
      *    and the number it was folded into
       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           05 ML-DATE PIC X(8).
           05 ML-TIME PIC X(6).
           05 ML-OPERATOR PIC X(8).
           05 ML-FROM-NUMBER PIC 9(6).
           05 ML-INTO-NUMBER PIC 9(6).
           05 ML-NAME PIC X(20).
       FD  ORDER-DETAIL-FILE.
       01  ORDER-DETAIL-RECORD.
           05 OD-ORDER-NO   PIC X(5).
           05 OD-ROW-B      PIC A(2).
           05 OD-SUB-COUNT  PIC 9.
           05 OD-SUB-1      PIC X(3).
           05 OD-SUB-2      PIC X(3).
           05 OD-QUANTITY   PIC 9(3).
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
      *    the components of each kit and how many go into one -
      *    KITMAINT keeps them
       FD  KIT-COMPONENT-FILE.
       01  KIT-COMPONENT-RECORD.
           05 KC-KEY.
               10 KC-KIT-CODE PIC X(3).
               10 KC-COMPONENT-CODE PIC X(3).
           05 KC-QTY PIC 9(3).
           05 FILLER PIC X(11).
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
       FD  MONTH-BUDGET-FILE.
       01  MONTH-BUDGET-RECORD.
           05 BUD-MONTH PIC 9(2).
           05 BUD-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
      *    blank or ALL budgets the shop as a whole; a department
      *    code budgets that department and rolls into the shop
           05 BUD-DEPT PIC X(3).
       FD  AT-RISK-FILE.
       01  AT-RISK-RECORD.
           05 AR-RUN-DATE PIC X(8).
           05 AR-STUDENT-ID PIC X(6).
           05 AR-STUDENT-NAME PIC X(20).
           05 AR-SUBJECT PIC X(12).
           05 AR-MARK PIC 9(3).
           05 AR-GRADE PIC X(1).
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-ID PIC X(6).
           05 SM-NAME PIC X(20).
           05 SM-STATUS PIC X(1).
               88 SM-IS-ENROLLED VALUE "A".
           05 FILLER PIC X(5).
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
       01 WS-ORPHAN-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ARC-STATUS PIC X(2).
       01 WS-MERGE-LOG-STATUS PIC X(2).
       01 WS-DETAIL-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-KIT-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-AT-RISK-STATUS PIC X(2).
       01 WS-STUDENT-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
      *    timestamp, program, severity, reason code - so the logs
      *    can be filtered and counted mechanically; the reason
      *    code names the category the orphan falls in
       01 WS-LOG-PREFIX.
           05 WS-LOG-STAMP PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-PROGRAM PIC X(10) VALUE "INTEGSWEEP".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-SEVERITY PIC X(1) VALUE "E".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-REASON PIC X(4) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-ORPHAN-TEXT PIC X(80) VALUE SPACES.
       01 WS-ORPHAN-LOG-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ORPHAN-LOG-OPEN VALUE "Y".
      *    what one lookup found
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-ARCHIVE-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ARCHIVE-OPEN VALUE "Y".
       01 WS-KIT-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-KIT-OPEN VALUE "Y".
       01 WS-CHECK-CODE PIC X(3).
       01 WS-CHECK-CUSTOMER PIC 9(6).
       01 WS-MERGED-INTO PIC 9(6).
       01 WS-MERGED-SWITCH PIC X(1) VALUE "N".
           88 WS-MERGED VALUE "Y".
      *    the departments the budget covers, and the ledger
      *    departments that have none, each with its line count
      *    and net amount
       01 WS-BUDGET-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BUDGET-DEPT-TABLE.
           05 WS-BUDGET-DEPT PIC X(3) OCCURS 200 TIMES
               INDEXED BY BD-IDX.
       01 WS-NOBUD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NOBUD-TABLE.
           05 WS-NOBUD-ENTRY OCCURS 200 TIMES INDEXED BY NB-IDX.
               10 WS-NB-DEPT PIC X(3).
               10 WS-NB-LINES PIC 9(7).
               10 WS-NB-AMOUNT PIC S9(9)V99.
      *    orphans by category, and the rows each check read
       01 IS-COUNTS.
           05 IS-OPEN-ITEMS-READ PIC 9(7) VALUE ZERO.
           05 IS-OPEN-ITEM-ORPHANS PIC 9(7) VALUE ZERO.
           05 IS-ORDER-LINES-READ PIC 9(7) VALUE ZERO.
           05 IS-ORDER-CODE-ORPHANS PIC 9(7) VALUE ZERO.
           05 IS-LEDGER-LINES-READ PIC 9(7) VALUE ZERO.
           05 IS-LEDGER-DEPT-ORPHANS PIC 9(7) VALUE ZERO.
           05 IS-AT-RISK-READ PIC 9(7) VALUE ZERO.
           05 IS-AT-RISK-ORPHANS PIC 9(7) VALUE ZERO.
           05 IS-CHECKS-SKIPPED PIC 9(2) VALUE ZERO.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZZZZ9.
       01 WS-AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFERENTIAL INTEGRITY SWEEP  " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN OUTPUT ORPHAN-LOG-FILE.
           IF WS-ORPHAN-STATUS = "00"
               SET WS-ORPHAN-LOG-OPEN TO TRUE
           ELSE
               DISPLAY "INTEGRITY-ORPHANS NOT AVAILABLE - STATUS "
                       WS-ORPHAN-STATUS
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.
           PERFORM 100-CHECK-OPEN-ITEMS.
           PERFORM 200-CHECK-ORDER-CODES.
           PERFORM 300-CHECK-LEDGER-DEPTS.
           PERFORM 400-CHECK-AT-RISK.
           PERFORM 500-PRINT-SUMMARY.
           IF WS-ORPHAN-LOG-OPEN
               CLOSE ORPHAN-LOG-FILE
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    every open item must bill a customer still on the master;
      *    one that does not is told apart by how it got that way -
      *    folded into another number by a merge, retired by the
      *    purge, or never on file at all
       100-CHECK-OPEN-ITEMS.
           MOVE "OPEN ITEMS WITHOUT A CUSTOMER" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS NOT = "00"
               MOVE "  QTY-OPEN-ITEMS NOT ON FILE - NOTHING TO CHECK"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-CM-STATUS NOT = "00"
                   MOVE "CUSTOMER-MASTER" TO WS-ORPHAN-TEXT
                   MOVE "OICU" TO WS-LOG-REASON
                   PERFORM 910-PARENT-NOT-AVAILABLE
               ELSE
                   MOVE "N" TO WS-ARCHIVE-OPEN-SWITCH
                   OPEN INPUT CUSTOMER-ARCHIVE-FILE
                   IF WS-ARC-STATUS = "00"
                       SET WS-ARCHIVE-OPEN TO TRUE
                   END-IF
                   PERFORM 105-READ-OPEN-ITEM
                   PERFORM UNTIL WS-OPEN-STATUS = "10"
                       ADD 1 TO IS-OPEN-ITEMS-READ
                       IF OI-IS-OPEN
                           PERFORM 110-CHECK-ONE-OPEN-ITEM
                       END-IF
                       PERFORM 105-READ-OPEN-ITEM
                   END-PERFORM
                   IF WS-ARCHIVE-OPEN
                       CLOSE CUSTOMER-ARCHIVE-FILE
                   END-IF
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               CLOSE OPEN-ITEM-FILE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       105-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT
               AT END MOVE "10" TO WS-OPEN-STATUS
           END-READ.

       110-CHECK-ONE-OPEN-ITEM.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF OI-CUSTOMER IS NUMERIC
               MOVE OI-CUSTOMER TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT WS-FOUND
               ADD 1 TO IS-OPEN-ITEM-ORPHANS
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE "OICU" TO WS-LOG-REASON
               MOVE SPACES TO WS-ORPHAN-TEXT
               IF OI-CUSTOMER IS NOT NUMERIC
                   STRING "ORDER " OI-ORDER-NO
                          " CUSTOMER " OI-CUSTOMER
                          " IS NOT A CUSTOMER NUMBER"
                          DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
               ELSE
                   MOVE OI-CUSTOMER TO WS-CHECK-CUSTOMER
                   PERFORM 120-FIND-MERGE
                   IF WS-MERGED
                       STRING "ORDER " OI-ORDER-NO
                              " CUSTOMER " OI-CUSTOMER
                              " MERGED INTO " WS-MERGED-INTO
                              DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
                   ELSE
                       PERFORM 130-FIND-ARCHIVED
                   END-IF
               END-IF
               PERFORM 900-LOG-ORPHAN
           END-IF.

      *    the last merge of the number wins - a customer folded
      *    twice ends up under the second survivor
       120-FIND-MERGE.
           MOVE "N" TO WS-MERGED-SWITCH.
           OPEN INPUT MERGE-LOG-FILE.
           IF WS-MERGE-LOG-STATUS = "00"
               PERFORM 125-READ-MERGE-LOG
               PERFORM UNTIL WS-MERGE-LOG-STATUS = "10"
                   IF ML-FROM-NUMBER = WS-CHECK-CUSTOMER
                       MOVE ML-INTO-NUMBER TO WS-MERGED-INTO
                       SET WS-MERGED TO TRUE
                   END-IF
                   PERFORM 125-READ-MERGE-LOG
               END-PERFORM
               CLOSE MERGE-LOG-FILE
           END-IF.

       125-READ-MERGE-LOG.
           READ MERGE-LOG-FILE
               AT END MOVE "10" TO WS-MERGE-LOG-STATUS
           END-READ.

       130-FIND-ARCHIVED.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF WS-ARCHIVE-OPEN
               MOVE WS-CHECK-CUSTOMER TO ARC-NUMBER
               READ CUSTOMER-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-FOUND
               STRING "ORDER " OI-ORDER-NO
                      " CUSTOMER " OI-CUSTOMER
                      " PURGED ON " ARC-ARCHIVE-DATE
                      DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
           ELSE
               STRING "ORDER " OI-ORDER-NO
                      " CUSTOMER " OI-CUSTOMER
                      " NOT ON FILE"
                      DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
           END-IF.

      *    every code an order line sells must still be an item on
      *    ITEM-MASTER or a kit on KIT-COMPONENTS - stock posting
      *    would otherwise pass the line by
       200-CHECK-ORDER-CODES.
           MOVE "ORDER LINES SELLING AN UNKNOWN CODE" TO
               WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN INPUT ORDER-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = "00"
               MOVE "  ORDER-DETAIL NOT ON FILE - NOTHING TO CHECK"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT ITEM-MASTER-FILE
               IF WS-ITEM-STATUS NOT = "00"
                   MOVE "ITEM-MASTER" TO WS-ORPHAN-TEXT
                   MOVE "ODIT" TO WS-LOG-REASON
                   PERFORM 910-PARENT-NOT-AVAILABLE
               ELSE
                   MOVE "N" TO WS-KIT-OPEN-SWITCH
                   OPEN INPUT KIT-COMPONENT-FILE
                   IF WS-KIT-STATUS = "00"
                       SET WS-KIT-OPEN TO TRUE
                   END-IF
                   PERFORM 205-READ-DETAIL
                   PERFORM UNTIL WS-DETAIL-STATUS = "10"
                       ADD 1 TO IS-ORDER-LINES-READ
                       MOVE OD-SUB-1 TO WS-CHECK-CODE
                       PERFORM 210-CHECK-ONE-CODE
                       IF OD-SUB-COUNT = 2
                           MOVE OD-SUB-2 TO WS-CHECK-CODE
                           PERFORM 210-CHECK-ONE-CODE
                       END-IF
                       PERFORM 205-READ-DETAIL
                   END-PERFORM
                   IF WS-KIT-OPEN
                       CLOSE KIT-COMPONENT-FILE
                   END-IF
                   CLOSE ITEM-MASTER-FILE
               END-IF
               CLOSE ORDER-DETAIL-FILE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       205-READ-DETAIL.
           READ ORDER-DETAIL-FILE
               AT END MOVE "10" TO WS-DETAIL-STATUS
           END-READ.

       210-CHECK-ONE-CODE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-CHECK-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           IF NOT WS-FOUND AND WS-KIT-OPEN
               MOVE WS-CHECK-CODE TO KC-KIT-CODE
               MOVE LOW-VALUES TO KC-COMPONENT-CODE
               START KIT-COMPONENT-FILE KEY IS NOT LESS THAN KC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KIT-COMPONENT-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF KC-KIT-CODE = WS-CHECK-CODE
                                   SET WS-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF NOT WS-FOUND
               ADD 1 TO IS-ORDER-CODE-ORPHANS
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE "ODIT" TO WS-LOG-REASON
               MOVE SPACES TO WS-ORPHAN-TEXT
               STRING "ORDER " OD-ORDER-NO
                      " ROW " OD-ROW-B
                      " CODE " WS-CHECK-CODE
                      " NOT ON ITEM-MASTER OR KIT-COMPONENTS"
                      DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
               PERFORM 900-LOG-ORPHAN
           END-IF.

      *    a department the ledger posts to should carry a budget,
      *    or the budget variance shows it as all overspend - blank
      *    and ALL are the shop as a whole and need no line of their
      *    own; each unbudgeted department is listed once with what
      *    it carries
       300-CHECK-LEDGER-DEPTS.
           MOVE "LEDGER DEPARTMENTS WITHOUT A BUDGET" TO
               WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-BUDGET-DEPT-COUNT.
           MOVE ZERO TO WS-NOBUD-COUNT.
           OPEN INPUT MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "  MONTH-LEDGER NOT ON FILE - NOTHING TO CHECK"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT MONTH-BUDGET-FILE
               IF WS-BUDGET-STATUS NOT = "00"
                   MOVE "MONTH-BUDGET" TO WS-ORPHAN-TEXT
                   MOVE "LGBD" TO WS-LOG-REASON
                   PERFORM 910-PARENT-NOT-AVAILABLE
               ELSE
                   PERFORM 305-READ-BUDGET
                   PERFORM UNTIL WS-BUDGET-STATUS = "10"
                       PERFORM 310-NOTE-BUDGET-DEPT
                       PERFORM 305-READ-BUDGET
                   END-PERFORM
                   CLOSE MONTH-BUDGET-FILE
                   PERFORM 315-READ-LEDGER
                   PERFORM UNTIL WS-LEDGER-STATUS = "10"
                       ADD 1 TO IS-LEDGER-LINES-READ
                       IF LG-DEPT NOT = SPACES AND LG-DEPT NOT = "ALL"
                           PERFORM 320-CHECK-ONE-LEDGER-DEPT
                       END-IF
                       PERFORM 315-READ-LEDGER
                   END-PERFORM
                   PERFORM 330-LOG-ONE-NOBUD-DEPT
                       VARYING NB-IDX FROM 1 BY 1
                       UNTIL NB-IDX > WS-NOBUD-COUNT
               END-IF
               CLOSE MONTH-LEDGER-FILE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       305-READ-BUDGET.
           READ MONTH-BUDGET-FILE
               AT END MOVE "10" TO WS-BUDGET-STATUS
           END-READ.

       310-NOTE-BUDGET-DEPT.
           IF BUD-DEPT NOT = SPACES AND BUD-DEPT NOT = "ALL"
               SET BD-IDX TO 1
               SEARCH WS-BUDGET-DEPT
                   AT END
                       CONTINUE
                   WHEN BD-IDX > WS-BUDGET-DEPT-COUNT
                       IF WS-BUDGET-DEPT-COUNT < 200
                           ADD 1 TO WS-BUDGET-DEPT-COUNT
                           MOVE BUD-DEPT TO
                               WS-BUDGET-DEPT (WS-BUDGET-DEPT-COUNT)
                       END-IF
                   WHEN WS-BUDGET-DEPT (BD-IDX) = BUD-DEPT
                       CONTINUE
               END-SEARCH
           END-IF.

       315-READ-LEDGER.
           READ MONTH-LEDGER-FILE
               AT END MOVE "10" TO WS-LEDGER-STATUS
           END-READ.

       320-CHECK-ONE-LEDGER-DEPT.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET BD-IDX TO 1.
           SEARCH WS-BUDGET-DEPT
               AT END
                   CONTINUE
               WHEN BD-IDX > WS-BUDGET-DEPT-COUNT
                   CONTINUE
               WHEN WS-BUDGET-DEPT (BD-IDX) = LG-DEPT
                   SET WS-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-FOUND
               SET NB-IDX TO 1
               SEARCH WS-NOBUD-ENTRY
                   AT END
                       CONTINUE
                   WHEN NB-IDX > WS-NOBUD-COUNT
                       IF WS-NOBUD-COUNT < 200
                           ADD 1 TO WS-NOBUD-COUNT
                           MOVE LG-DEPT TO WS-NB-DEPT (WS-NOBUD-COUNT)
                           MOVE 1 TO WS-NB-LINES (WS-NOBUD-COUNT)
                           MOVE ZERO TO WS-NB-AMOUNT (WS-NOBUD-COUNT)
                           IF LG-AMOUNT IS NUMERIC
                               ADD LG-AMOUNT TO
                                   WS-NB-AMOUNT (WS-NOBUD-COUNT)
                           END-IF
                       END-IF
                   WHEN WS-NB-DEPT (NB-IDX) = LG-DEPT
                       ADD 1 TO WS-NB-LINES (NB-IDX)
                       IF LG-AMOUNT IS NUMERIC
                           ADD LG-AMOUNT TO WS-NB-AMOUNT (NB-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       330-LOG-ONE-NOBUD-DEPT.
           ADD 1 TO IS-LEDGER-DEPT-ORPHANS.
           MOVE "W" TO WS-LOG-SEVERITY.
           MOVE "LGBD" TO WS-LOG-REASON.
           MOVE WS-NB-LINES (NB-IDX) TO WS-COUNT-EDIT.
           MOVE WS-NB-AMOUNT (NB-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-ORPHAN-TEXT.
           STRING "DEPT " WS-NB-DEPT (NB-IDX)
                  " NO BUDGET - LEDGER LINES " WS-COUNT-EDIT
                  " NET " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-ORPHAN-TEXT.
           PERFORM 900-LOG-ORPHAN.

      *    a student flagged at risk must still be on the enrolment
      *    master and still enrolled, or the letter run writes to
      *    someone the school no longer teaches
       400-CHECK-AT-RISK.
           MOVE "AT-RISK STUDENTS NOT ENROLLED" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN INPUT AT-RISK-FILE.
           IF WS-AT-RISK-STATUS NOT = "00"
               MOVE "  SCORE-AT-RISK NOT ON FILE - NOTHING TO CHECK"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-STUDENT-STATUS NOT = "00"
                   MOVE "STUDENT-MASTER" TO WS-ORPHAN-TEXT
                   MOVE "ARST" TO WS-LOG-REASON
                   PERFORM 910-PARENT-NOT-AVAILABLE
               ELSE
                   PERFORM 405-READ-AT-RISK
                   PERFORM UNTIL WS-AT-RISK-STATUS = "10"
                       ADD 1 TO IS-AT-RISK-READ
                       PERFORM 410-CHECK-ONE-AT-RISK
                       PERFORM 405-READ-AT-RISK
                   END-PERFORM
                   CLOSE STUDENT-MASTER-FILE
               END-IF
               CLOSE AT-RISK-FILE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       405-READ-AT-RISK.
           READ AT-RISK-FILE
               AT END MOVE "10" TO WS-AT-RISK-STATUS
           END-READ.

       410-CHECK-ONE-AT-RISK.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE AR-STUDENT-ID TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           IF NOT WS-FOUND
               ADD 1 TO IS-AT-RISK-ORPHANS
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE "ARST" TO WS-LOG-REASON
               MOVE SPACES TO WS-ORPHAN-TEXT
               STRING "STUDENT " AR-STUDENT-ID " " AR-STUDENT-NAME
                      " NOT ON STUDENT-MASTER"
                      DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
               PERFORM 900-LOG-ORPHAN
           ELSE
               IF NOT SM-IS-ENROLLED
                   ADD 1 TO IS-AT-RISK-ORPHANS
                   MOVE "W" TO WS-LOG-SEVERITY
                   MOVE "ARST" TO WS-LOG-REASON
                   MOVE SPACES TO WS-ORPHAN-TEXT
                   STRING "STUDENT " AR-STUDENT-ID " " AR-STUDENT-NAME
                          " NO LONGER ENROLLED - STATUS " SM-STATUS
                          DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
                   PERFORM 900-LOG-ORPHAN
               END-IF
           END-IF.

       500-PRINT-SUMMARY.
           MOVE "CATEGORY                        ROWS READ   ORPHANS"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "------------------------------  ---------   -------"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE IS-OPEN-ITEMS-READ TO WS-COUNT-EDIT.
           MOVE IS-OPEN-ITEM-ORPHANS TO WS-COUNT-EDIT-2.
           STRING "OICU OPEN ITEM TO CUSTOMER       " WS-COUNT-EDIT
                  "   " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE IS-ORDER-LINES-READ TO WS-COUNT-EDIT.
           MOVE IS-ORDER-CODE-ORPHANS TO WS-COUNT-EDIT-2.
           STRING "ODIT ORDER LINE TO ITEM          " WS-COUNT-EDIT
                  "   " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE IS-LEDGER-LINES-READ TO WS-COUNT-EDIT.
           MOVE IS-LEDGER-DEPT-ORPHANS TO WS-COUNT-EDIT-2.
           STRING "LGBD LEDGER DEPT TO BUDGET       " WS-COUNT-EDIT
                  "   " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE IS-AT-RISK-READ TO WS-COUNT-EDIT.
           MOVE IS-AT-RISK-ORPHANS TO WS-COUNT-EDIT-2.
           STRING "ARST AT-RISK TO STUDENT          " WS-COUNT-EDIT
                  "   " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF IS-CHECKS-SKIPPED > ZERO
               MOVE IS-CHECKS-SKIPPED TO WS-COUNT-EDIT
               STRING "*** CHECK(S) NOT RUN - MASTER UNAVAILABLE "
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           IF IS-OPEN-ITEM-ORPHANS = ZERO
               AND IS-ORDER-CODE-ORPHANS = ZERO
               AND IS-LEDGER-DEPT-ORPHANS = ZERO
               AND IS-AT-RISK-ORPHANS = ZERO
               AND IS-CHECKS-SKIPPED = ZERO
               MOVE "FILES AGREE - NO ORPHANS FOUND" TO WS-REPORT-LINE
           ELSE
               MOVE "ORPHANS LOGGED TO INTEGRITY-ORPHANS FOR EXCPRPT"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

      *    one orphan to the report and to the log - the caller sets
      *    the severity, the category's reason code and the text
       900-LOG-ORPHAN.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-LOG-SEVERITY " " WS-ORPHAN-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-ORPHAN-LOG-OPEN
               PERFORM 980-STAMP-LOG-PREFIX
               MOVE SPACES TO ORPHAN-LOG-RECORD
               STRING WS-LOG-PREFIX WS-ORPHAN-TEXT
                      DELIMITED BY SIZE INTO ORPHAN-LOG-RECORD
               WRITE ORPHAN-LOG-RECORD
           END-IF.

      *    the child file is there but the master it points at is
      *    not - every row would be an orphan, so the check is not
      *    run and the night is failed instead; the caller sets the
      *    master's name and the category's reason code
       910-PARENT-NOT-AVAILABLE.
           ADD 1 TO IS-CHECKS-SKIPPED.
           MOVE "FAIL" TO WS-RUN-OUTCOME.
           MOVE "E" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  *** " WS-ORPHAN-TEXT DELIMITED BY SPACE
                  " NOT AVAILABLE - CHECK NOT RUN" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE (7:) TO WS-ORPHAN-TEXT.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-ORPHAN-LOG-OPEN
               PERFORM 980-STAMP-LOG-PREFIX
               MOVE SPACES TO ORPHAN-LOG-RECORD
               STRING WS-LOG-PREFIX WS-ORPHAN-TEXT
                      DELIMITED BY SIZE INTO ORPHAN-LOG-RECORD
               WRITE ORPHAN-LOG-RECORD
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-INTEGSWEEP-" WS-RUN-DATE
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
           MOVE "INTEGSWEEP" TO RX-NAME.
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
           MOVE "INTEGSWEEP" TO RC-STEP.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       980-STAMP-LOG-PREFIX.
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
       END PROGRAM INTEGSWEEP.
