      *          record, RELOAD rebuilds the indexed file from the
      *          unload (mode on the command line, UNLOAD the
      *          default nightly step; no control list means every
      *          file is taken). Each unload of the customer, item
      *          and balance masters also leaves a BACKUP-POINTS
      *          line - its count, control total and how far the
      *          transaction files stood - which FWDRECOVER rolls
      *          forward from
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           SELECT NUMBER-CONTROL-FILE
               ASSIGN TO "CUSTOMER-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-STATUS.
           SELECT COUNT-FILE ASSIGN TO WS-COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT BACKUP-CONTROL-FILE ASSIGN TO "BACKUP-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BK7-UNLOAD-FILE ASSIGN TO "SSSD-BROWSE-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK8-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK8-KEY
               ALTERNATE RECORD KEY IS BK8-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK8-UNLOAD-FILE ASSIGN TO "QTY-OPEN-ITEMS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK9-FILE ASSIGN TO "CUSTOMER-UNAPPLIED-CASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK9-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK9-UNLOAD-FILE
               ASSIGN TO "CUSTOMER-UNAPPLIED-CASH-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK10-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK10-KEY
               ALTERNATE RECORD KEY IS BK10-INVOICE-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK10-UNLOAD-FILE
               ASSIGN TO "QTY-INVOICE-HISTORY-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK11-FILE ASSIGN TO "CUSTOMER-CREDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK11-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK11-UNLOAD-FILE ASSIGN TO "CUSTOMER-CREDIT-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK12-FILE ASSIGN TO "CREDIT-RELEASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK12-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK12-UNLOAD-FILE ASSIGN TO "CREDIT-RELEASE-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK13-FILE ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK13-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK13-UNLOAD-FILE ASSIGN TO "SUPPLIER-MASTER-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK14-FILE ASSIGN TO "PURCHASE-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK14-KEY
               ALTERNATE RECORD KEY IS BK14-ITEM-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK14-UNLOAD-FILE ASSIGN TO "PURCHASE-ORDERS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK15-FILE ASSIGN TO "BACKORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK15-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK15-UNLOAD-FILE ASSIGN TO "BACKORDERS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK16-FILE ASSIGN TO "KIT-COMPONENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK16-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK16-UNLOAD-FILE ASSIGN TO "KIT-COMPONENTS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK17-FILE ASSIGN TO "QTY-QUOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK17-KEY
               ALTERNATE RECORD KEY IS BK17-ORDER-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK17-UNLOAD-FILE ASSIGN TO "QTY-QUOTES-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK18-FILE ASSIGN TO "CAMPAIGNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK18-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK18-UNLOAD-FILE ASSIGN TO "CAMPAIGNS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK19-FILE ASSIGN TO "CAMPAIGN-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK19-KEY
               ALTERNATE RECORD KEY IS BK19-CAMPAIGN
                   WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK19-UNLOAD-FILE ASSIGN TO "CAMPAIGN-ORDERS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK20-FILE ASSIGN TO "STANDING-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK20-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK20-UNLOAD-FILE ASSIGN TO "STANDING-ORDERS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK21-FILE ASSIGN TO "LOYALTY-ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK21-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK21-UNLOAD-FILE ASSIGN TO "LOYALTY-ACCOUNTS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK22-FILE ASSIGN TO "LOYALTY-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK22-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK22-UNLOAD-FILE ASSIGN TO "LOYALTY-LEDGER-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK23-FILE ASSIGN TO "LOYALTY-REDEMPTIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK23-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK23-UNLOAD-FILE
               ASSIGN TO "LOYALTY-REDEMPTIONS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK24-FILE ASSIGN TO "CUSTOMER-ADDRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK24-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK24-UNLOAD-FILE ASSIGN TO "CUSTOMER-ADDRESS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK25-FILE ASSIGN TO "CUSTOMER-MEMBERSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK25-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK25-UNLOAD-FILE
               ASSIGN TO "CUSTOMER-MEMBERSHIP-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK26-FILE ASSIGN TO "ERASURE-REQUESTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK26-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK26-UNLOAD-FILE ASSIGN TO "ERASURE-REQUESTS-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK27-FILE ASSIGN TO "ACADEMIC-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK27-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK27-UNLOAD-FILE ASSIGN TO "ACADEMIC-HISTORY-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK28-FILE ASSIGN TO "SUBJECT-ENROLLMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK28-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK28-UNLOAD-FILE ASSIGN TO "SUBJECT-ENROLLMENT-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK29-FILE ASSIGN TO "CODE-TABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK29-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK29-UNLOAD-FILE ASSIGN TO "CODE-TABLE-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK30-FILE ASSIGN TO "DUNNING-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK30-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK30-UNLOAD-FILE ASSIGN TO "DUNNING-HISTORY-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK31-FILE ASSIGN TO "GL-INVOICE-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK31-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK31-UNLOAD-FILE
               ASSIGN TO "GL-INVOICE-REGISTER-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK32-FILE ASSIGN TO "GL-BATCH-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK32-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK32-UNLOAD-FILE ASSIGN TO "GL-BATCH-REGISTER-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK33-FILE ASSIGN TO "EINVOICE-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK33-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK33-UNLOAD-FILE ASSIGN TO "EINVOICE-ARCHIVE-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT BK34-FILE ASSIGN TO "STOCK-COUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK34-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BK34-UNLOAD-FILE ASSIGN TO "STOCK-COUNT-UNLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      *    one line per master unload - the count and control total
      *    the unload holds, and how many lines the transaction
      *    files and the run-control log had at that moment, so a
      *    roll forward knows exactly where to pick up
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
       FD  NUMBER-CONTROL-FILE.
       01  NUMBER-CONTROL-RECORD.
           05 CTL-LAST-CUSTOMER-NUMBER PIC 9(6).
      *    any line-sequential file, read only to count its lines
       FD  COUNT-FILE.
       01  COUNT-RECORD PIC X(200).
      *    which files this run takes - one name per record; a
      *    missing list takes them all
       FD  BACKUP-CONTROL-FILE.
       01  BACKUP-CONTROL-RECORD.
           05 BC-FILE-NAME PIC X(30).
       FD  BK1-FILE.
       01  BK1-RECORD.
           05 BK1-KEY PIC 9(6).
       FD  BK4-FILE.
       01  BK4-RECORD.
           05 BK4-KEY PIC X(3).
           05 FILLER PIC X(27).
           05 BK4-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(25).
       FD  BK4-UNLOAD-FILE.
       01  BK4-UNLOAD-RECORD PIC X(100).
       FD  BK5-FILE.
       01  BK5-RECORD.
           05 BK5-KEY PIC X(8).
           05 FILLER PIC X(62).
       FD  BK5-UNLOAD-FILE.
       01  BK5-UNLOAD-RECORD PIC X(100).
       FD  BK6-FILE.
       01  BK6-RECORD.
           05 BK6-KEY PIC X(9).
           05 BK6-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(5).
       FD  BK6-UNLOAD-FILE.
       01  BK6-UNLOAD-RECORD PIC X(100).
       FD  BK7-FILE.
           05 FILLER PIC X(20).
       FD  BK7-UNLOAD-FILE.
       01  BK7-UNLOAD-RECORD PIC X(100).
       FD  BK8-FILE.
       01  BK8-RECORD.
           05 BK8-KEY PIC X(5).
           05 BK8-CUSTOMER PIC X(6).
           05 FILLER PIC X(37).
       FD  BK8-UNLOAD-FILE.
       01  BK8-UNLOAD-RECORD PIC X(100).
       FD  BK9-FILE.
       01  BK9-RECORD.
           05 BK9-KEY PIC X(6).
           05 FILLER PIC X(17).
       FD  BK9-UNLOAD-FILE.
       01  BK9-UNLOAD-RECORD PIC X(100).
       FD  BK10-FILE.
       01  BK10-RECORD.
           05 BK10-KEY PIC X(5).
           05 FILLER PIC X(75).
           05 BK10-INVOICE-NO PIC 9(7).
       FD  BK10-UNLOAD-FILE.
       01  BK10-UNLOAD-RECORD PIC X(100).
       FD  BK11-FILE.
       01  BK11-RECORD.
           05 BK11-KEY PIC 9(6).
           05 FILLER PIC X(26).
       FD  BK11-UNLOAD-FILE.
       01  BK11-UNLOAD-RECORD PIC X(100).
       FD  BK12-FILE.
       01  BK12-RECORD.
           05 BK12-KEY PIC X(5).
           05 FILLER PIC X(30).
       FD  BK12-UNLOAD-FILE.
       01  BK12-UNLOAD-RECORD PIC X(100).
       FD  BK13-FILE.
       01  BK13-RECORD.
           05 BK13-KEY PIC X(6).
           05 FILLER PIC X(74).
       FD  BK13-UNLOAD-FILE.
       01  BK13-UNLOAD-RECORD PIC X(100).
       FD  BK14-FILE.
       01  BK14-RECORD.
           05 BK14-KEY PIC 9(9).
           05 FILLER PIC X(14).
           05 BK14-ITEM-CODE PIC X(3).
           05 FILLER PIC X(29).
       FD  BK14-UNLOAD-FILE.
       01  BK14-UNLOAD-RECORD PIC X(100).
       FD  BK15-FILE.
       01  BK15-RECORD.
           05 BK15-KEY PIC X(19).
           05 FILLER PIC X(40).
       FD  BK15-UNLOAD-FILE.
       01  BK15-UNLOAD-RECORD PIC X(100).
       FD  BK16-FILE.
       01  BK16-RECORD.
           05 BK16-KEY PIC X(6).
           05 FILLER PIC X(14).
       FD  BK16-UNLOAD-FILE.
       01  BK16-UNLOAD-RECORD PIC X(100).
       FD  BK17-FILE.
       01  BK17-RECORD.
           05 BK17-KEY PIC 9(6).
           05 FILLER PIC X(82).
           05 BK17-ORDER-NO PIC X(5).
           05 FILLER PIC X(26).
       FD  BK17-UNLOAD-FILE.
       01  BK17-UNLOAD-RECORD PIC X(150).
       FD  BK18-FILE.
       01  BK18-RECORD.
           05 BK18-KEY PIC X(6).
           05 FILLER PIC X(115).
       FD  BK18-UNLOAD-FILE.
       01  BK18-UNLOAD-RECORD PIC X(150).
       FD  BK19-FILE.
       01  BK19-RECORD.
           05 BK19-KEY PIC X(5).
           05 BK19-CAMPAIGN PIC X(6).
           05 FILLER PIC X(46).
       FD  BK19-UNLOAD-FILE.
       01  BK19-UNLOAD-RECORD PIC X(100).
       FD  BK20-FILE.
       01  BK20-RECORD.
           05 BK20-KEY PIC X(8).
           05 FILLER PIC X(123).
       FD  BK20-UNLOAD-FILE.
       01  BK20-UNLOAD-RECORD PIC X(150).
       FD  BK21-FILE.
       01  BK21-RECORD.
           05 BK21-KEY PIC X(6).
           05 FILLER PIC X(60).
       FD  BK21-UNLOAD-FILE.
       01  BK21-UNLOAD-RECORD PIC X(100).
       FD  BK22-FILE.
       01  BK22-RECORD.
           05 BK22-KEY PIC X(19).
           05 FILLER PIC X(46).
       FD  BK22-UNLOAD-FILE.
       01  BK22-UNLOAD-RECORD PIC X(100).
       FD  BK23-FILE.
       01  BK23-RECORD.
           05 BK23-KEY PIC X(5).
           05 FILLER PIC X(61).
       FD  BK23-UNLOAD-FILE.
       01  BK23-UNLOAD-RECORD PIC X(100).
       FD  BK24-FILE.
       01  BK24-RECORD.
           05 BK24-KEY PIC 9(6).
           05 FILLER PIC X(113).
       FD  BK24-UNLOAD-FILE.
       01  BK24-UNLOAD-RECORD PIC X(150).
       FD  BK25-FILE.
       01  BK25-RECORD.
           05 BK25-KEY PIC X(6).
           05 FILLER PIC X(52).
       FD  BK25-UNLOAD-FILE.
       01  BK25-UNLOAD-RECORD PIC X(100).
       FD  BK26-FILE.
       01  BK26-RECORD.
           05 BK26-KEY PIC 9(6).
           05 FILLER PIC X(77).
       FD  BK26-UNLOAD-FILE.
       01  BK26-UNLOAD-RECORD PIC X(100).
       FD  BK27-FILE.
       01  BK27-RECORD.
           05 BK27-KEY PIC X(24).
           05 FILLER PIC X(16).
       FD  BK27-UNLOAD-FILE.
       01  BK27-UNLOAD-RECORD PIC X(100).
       FD  BK28-FILE.
       01  BK28-RECORD.
           05 BK28-KEY PIC X(24).
           05 FILLER PIC X(16).
       FD  BK28-UNLOAD-FILE.
       01  BK28-UNLOAD-RECORD PIC X(100).
       FD  BK29-FILE.
       01  BK29-RECORD.
           05 BK29-KEY PIC X(16).
           05 FILLER PIC X(54).
       FD  BK29-UNLOAD-FILE.
       01  BK29-UNLOAD-RECORD PIC X(100).
       FD  BK30-FILE.
       01  BK30-RECORD.
           05 BK30-KEY PIC X(7).
           05 FILLER PIC X(17).
       FD  BK30-UNLOAD-FILE.
       01  BK30-UNLOAD-RECORD PIC X(100).
       FD  BK31-FILE.
       01  BK31-RECORD.
           05 BK31-KEY PIC X(5).
           05 FILLER PIC X(14).
       FD  BK31-UNLOAD-FILE.
       01  BK31-UNLOAD-RECORD PIC X(100).
       FD  BK32-FILE.
       01  BK32-RECORD.
           05 BK32-KEY PIC 9(6).
           05 FILLER PIC X(46).
       FD  BK32-UNLOAD-FILE.
       01  BK32-UNLOAD-RECORD PIC X(100).
       FD  BK33-FILE.
       01  BK33-RECORD.
           05 BK33-KEY PIC X(14).
           05 FILLER PIC X(80).
       FD  BK33-UNLOAD-FILE.
       01  BK33-UNLOAD-RECORD PIC X(100).
       FD  BK34-FILE.
       01  BK34-RECORD.
           05 BK34-KEY PIC X(3).
           05 FILLER PIC X(39).
       FD  BK34-UNLOAD-FILE.
       01  BK34-UNLOAD-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-POINT-STATUS PIC X(2).
       01 WS-NUMBER-STATUS PIC X(2).
       01 WS-COUNT-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-IN-STATUS PIC X(2).
       01 WS-UNLOAD-STATUS PIC X(2).
      *    is wanted
       01 WS-LIST-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LIST-TABLE.
           05 WS-LIST-NAME PIC X(30) OCCURS 40 TIMES
               INDEXED BY LS-IDX.
       01 WS-HAVE-LIST-SWITCH PIC X(1) VALUE "N".
           88 WS-HAVE-LIST VALUE "Y".
       01 WS-WANTED-SWITCH PIC X(1) VALUE "Y".
           88 WS-FILE-WANTED VALUE "Y".
       01 WS-WANTED-NAME PIC X(30).
      *    the proof per file - counts both ways, plus the verify's
      *    missing and mismatched records
       01 BKUP-COUNTS.
           05 BK-REJECT-COUNT PIC 9(7) VALUE ZERO.
           05 BK-MISSING-COUNT PIC 9(7) VALUE ZERO.
           05 BK-MISMATCH-COUNT PIC 9(7) VALUE ZERO.
           05 BK-CONTROL-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-IMAGE-WORK PIC X(150) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-COUNT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-LINES-COUNTED PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 100-LOAD-CONTROL-LIST.
           MOVE "CUSTOMER-MASTER" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 207-PROCESS-SSSD-BROWSE
           END-IF.
           MOVE "QTY-OPEN-ITEMS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 208-PROCESS-QTY-OPEN-ITEMS
           END-IF.
           MOVE "CUSTOMER-UNAPPLIED-CASH" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 209-PROCESS-UNAPPLIED-CASH
           END-IF.
           MOVE "QTY-INVOICE-HISTORY" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 210-PROCESS-INVOICE-HISTORY
           END-IF.
           MOVE "CUSTOMER-CREDIT" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 211-PROCESS-CUSTOMER-CREDIT
           END-IF.
           MOVE "CREDIT-RELEASE" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 212-PROCESS-CREDIT-RELEASE
           END-IF.
           MOVE "SUPPLIER-MASTER" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 213-PROCESS-SUPPLIER-MASTER
           END-IF.
           MOVE "PURCHASE-ORDERS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 214-PROCESS-PURCHASE-ORDERS
           END-IF.
           MOVE "BACKORDERS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 215-PROCESS-BACKORDERS
           END-IF.
           MOVE "KIT-COMPONENTS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 216-PROCESS-KIT-COMPONENTS
           END-IF.
           MOVE "QTY-QUOTES" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 217-PROCESS-QTY-QUOTES
           END-IF.
           MOVE "CAMPAIGNS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 218-PROCESS-CAMPAIGNS
           END-IF.
           MOVE "CAMPAIGN-ORDERS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 219-PROCESS-CAMPAIGN-ORDERS
           END-IF.
           MOVE "STANDING-ORDERS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 220-PROCESS-STANDING-ORDERS
           END-IF.
           MOVE "LOYALTY-ACCOUNTS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 221-PROCESS-LOYALTY-ACCOUNTS
           END-IF.
           MOVE "LOYALTY-LEDGER" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 222-PROCESS-LOYALTY-LEDGER
           END-IF.
           MOVE "LOYALTY-REDEMPTIONS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 223-PROCESS-LOYALTY-REDEEM
           END-IF.
           MOVE "CUSTOMER-ADDRESS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 224-PROCESS-CUSTOMER-ADDRESS
           END-IF.
           MOVE "CUSTOMER-MEMBERSHIP" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 225-PROCESS-MEMBERSHIP
           END-IF.
           MOVE "ERASURE-REQUESTS" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 226-PROCESS-ERASURE-REQUESTS
           END-IF.
           MOVE "ACADEMIC-HISTORY" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 227-PROCESS-ACADEMIC-HISTORY
           END-IF.
           MOVE "SUBJECT-ENROLLMENT" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 228-PROCESS-SUBJECT-ENROLLMENT
           END-IF.
           MOVE "CODE-TABLE" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 229-PROCESS-CODE-TABLE
           END-IF.
           MOVE "DUNNING-HISTORY" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 230-PROCESS-DUNNING-HISTORY
           END-IF.
           MOVE "GL-INVOICE-REGISTER" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 231-PROCESS-GL-INVOICE-REG
           END-IF.
           MOVE "GL-BATCH-REGISTER" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 232-PROCESS-GL-BATCH-REGISTER
           END-IF.
           MOVE "EINVOICE-ARCHIVE" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 233-PROCESS-EINVOICE-ARCHIVE
           END-IF.
           MOVE "STOCK-COUNT" TO WS-WANTED-NAME.
           PERFORM 150-CHECK-WANTED.
           IF WS-FILE-WANTED
               PERFORM 234-PROCESS-STOCK-COUNT
           END-IF.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

       100-LOAD-CONTROL-LIST.
               SET WS-HAVE-LIST TO TRUE
               PERFORM 110-READ-CONTROL
               PERFORM UNTIL WS-CONTROL-STATUS = "10"
                   IF WS-LIST-COUNT < 40
                       AND BC-FILE-NAME NOT = SPACES
                       ADD 1 TO WS-LIST-COUNT
                       SET LS-IDX TO WS-LIST-COUNT
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 310-RELOAD-CUSTOMER-MASTER
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK1-UNLOAD-RECORD
                   MOVE BK1-RECORD TO BK1-UNLOAD-RECORD (1:48)
                   ADD BK1-KEY TO BK-CONTROL-TOTAL
                   WRITE BK1-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 312-READ-FILE
               END-PERFORM
               CLOSE BK1-FILE
               CLOSE BK1-UNLOAD-FILE
               IF BK-IN-COUNT = BK-OUT-COUNT
                   PERFORM 316-MARK-CUSTOMER-MASTER
               END-IF
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       312-READ-FILE.
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

      *    the customer point - the applied batch feed so far and the
      *    last number handed out, so a roll forward re-issues the
      *    same numbers in the same order
       316-MARK-CUSTOMER-MASTER.
           PERFORM 910-START-BACKUP-POINT.
           MOVE "HELLO-TRANS-APPLIED" TO WS-COUNT-FILE-NAME.
           PERFORM 920-COUNT-FILE-LINES.
           MOVE WS-LINES-COUNTED TO BP-SOURCE-1-LINES.
           OPEN INPUT NUMBER-CONTROL-FILE.
           IF WS-NUMBER-STATUS = "00"
               READ NUMBER-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CUSTOMER-NUMBER IS NUMERIC
                           MOVE CTL-LAST-CUSTOMER-NUMBER TO
                               BP-NUMBER-CONTROL
                       END-IF
               END-READ
               CLOSE NUMBER-CONTROL-FILE
           END-IF.
           PERFORM 930-WRITE-BACKUP-POINT.

       310-RELOAD-CUSTOMER-MASTER.
           OPEN INPUT BK1-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       202-PROCESS-MESSAGE-CATALOG.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 320-RELOAD-MESSAGE-CATALOG
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       322-READ-FILE.
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       203-PROCESS-QTY-RATES.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 330-RELOAD-QTY-RATES
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       332-READ-FILE.
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       204-PROCESS-ITEM-MASTER.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 340-RELOAD-ITEM-MASTER
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK4-UNLOAD-RECORD
                   MOVE BK4-RECORD TO BK4-UNLOAD-RECORD (1:61)
                   IF BK4-ON-HAND IS NUMERIC
                       ADD BK4-ON-HAND TO BK-CONTROL-TOTAL
                   END-IF
                   WRITE BK4-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 342-READ-FILE
               END-PERFORM
               CLOSE BK4-FILE
               CLOSE BK4-UNLOAD-FILE
               IF BK-IN-COUNT = BK-OUT-COUNT
                   PERFORM 346-MARK-ITEM-MASTER
               END-IF
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       342-READ-FILE.
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

      *    the item point - receipts applied and order lines issued
      *    so far, the two feeds that move on-hand
       346-MARK-ITEM-MASTER.
           PERFORM 910-START-BACKUP-POINT.
           MOVE "ITEM-RECEIPTS-APPLIED" TO WS-COUNT-FILE-NAME.
           PERFORM 920-COUNT-FILE-LINES.
           MOVE WS-LINES-COUNTED TO BP-SOURCE-1-LINES.
           MOVE "ORDER-LINES-ISSUED" TO WS-COUNT-FILE-NAME.
           PERFORM 920-COUNT-FILE-LINES.
           MOVE WS-LINES-COUNTED TO BP-SOURCE-2-LINES.
           PERFORM 930-WRITE-BACKUP-POINT.

       340-RELOAD-ITEM-MASTER.
           OPEN INPUT BK4-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               PERFORM 343-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK4-UNLOAD-RECORD (1:61) TO BK4-RECORD
                   WRITE BK4-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK4-RECORD TO
                                   WS-IMAGE-WORK (1:61)
                               IF WS-IMAGE-WORK NOT =
                                   BK4-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       205-PROCESS-OPERATOR-FILE.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 350-RELOAD-OPERATOR-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK5-UNLOAD-RECORD
                   MOVE BK5-RECORD TO BK5-UNLOAD-RECORD (1:70)
                   WRITE BK5-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 352-READ-FILE
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       352-READ-FILE.
               PERFORM 353-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK5-UNLOAD-RECORD (1:70) TO BK5-RECORD
                   WRITE BK5-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK5-RECORD TO
                                   WS-IMAGE-WORK (1:70)
                               IF WS-IMAGE-WORK NOT =
                                   BK5-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       206-PROCESS-MONTH-BALANCE.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 360-RELOAD-MONTH-BALANCE
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK6-UNLOAD-RECORD
                   MOVE BK6-RECORD TO BK6-UNLOAD-RECORD (1:20)
                   IF BK6-AMOUNT IS NUMERIC
                       ADD BK6-AMOUNT TO BK-CONTROL-TOTAL
                   END-IF
                   WRITE BK6-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 362-READ-FILE
               END-PERFORM
               CLOSE BK6-FILE
               CLOSE BK6-UNLOAD-FILE
               IF BK-IN-COUNT = BK-OUT-COUNT
                   PERFORM 366-MARK-MONTH-BALANCE
               END-IF
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       362-READ-FILE.
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

      *    the balance point - how far the month ledger ran
       366-MARK-MONTH-BALANCE.
           PERFORM 910-START-BACKUP-POINT.
           MOVE "MONTH-LEDGER" TO WS-COUNT-FILE-NAME.
           PERFORM 920-COUNT-FILE-LINES.
           MOVE WS-LINES-COUNTED TO BP-SOURCE-1-LINES.
           PERFORM 930-WRITE-BACKUP-POINT.

       360-RELOAD-MONTH-BALANCE.
           OPEN INPUT BK6-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       207-PROCESS-SSSD-BROWSE.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 370-RELOAD-SSSD-BROWSE
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       372-READ-FILE.
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       208-PROCESS-QTY-OPEN-ITEMS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 380-RELOAD-QTY-OPEN-ITEMS
               WHEN WS-VERIFY-MODE
                   PERFORM 385-VERIFY-QTY-OPEN-ITEMS
               WHEN OTHER
                   PERFORM 381-UNLOAD-QTY-OPEN-ITEMS
           END-EVALUATE.

       381-UNLOAD-QTY-OPEN-ITEMS.
           OPEN INPUT BK8-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK8-UNLOAD-FILE
               PERFORM 382-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK8-UNLOAD-RECORD
                   MOVE BK8-RECORD TO BK8-UNLOAD-RECORD (1:48)
                   WRITE BK8-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 382-READ-FILE
               END-PERFORM
               CLOSE BK8-FILE
               CLOSE BK8-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       382-READ-FILE.
           READ BK8-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       383-READ-UNLOAD.
           READ BK8-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       380-RELOAD-QTY-OPEN-ITEMS.
           OPEN INPUT BK8-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK8-FILE
               PERFORM 383-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK8-UNLOAD-RECORD (1:48) TO BK8-RECORD
                   WRITE BK8-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 383-READ-UNLOAD
               END-PERFORM
               CLOSE BK8-UNLOAD-FILE
               CLOSE BK8-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       385-VERIFY-QTY-OPEN-ITEMS.
           OPEN INPUT BK8-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 382-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 382-READ-FILE
               END-PERFORM
               CLOSE BK8-FILE
               OPEN INPUT BK8-FILE
               OPEN INPUT BK8-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 383-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK8-UNLOAD-RECORD (1:5) TO BK8-KEY
                       READ BK8-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK8-RECORD TO
                                   WS-IMAGE-WORK (1:48)
                               IF WS-IMAGE-WORK NOT =
                                   BK8-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 383-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK8-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK8-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       209-PROCESS-UNAPPLIED-CASH.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 390-RELOAD-UNAPPLIED-CASH
               WHEN WS-VERIFY-MODE
                   PERFORM 395-VERIFY-UNAPPLIED-CASH
               WHEN OTHER
                   PERFORM 391-UNLOAD-UNAPPLIED-CASH
           END-EVALUATE.

       391-UNLOAD-UNAPPLIED-CASH.
           OPEN INPUT BK9-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK9-UNLOAD-FILE
               PERFORM 392-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK9-UNLOAD-RECORD
                   MOVE BK9-RECORD TO BK9-UNLOAD-RECORD (1:23)
                   WRITE BK9-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 392-READ-FILE
               END-PERFORM
               CLOSE BK9-FILE
               CLOSE BK9-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       392-READ-FILE.
           READ BK9-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       393-READ-UNLOAD.
           READ BK9-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       390-RELOAD-UNAPPLIED-CASH.
           OPEN INPUT BK9-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK9-FILE
               PERFORM 393-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK9-UNLOAD-RECORD (1:23) TO BK9-RECORD
                   WRITE BK9-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 393-READ-UNLOAD
               END-PERFORM
               CLOSE BK9-UNLOAD-FILE
               CLOSE BK9-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       395-VERIFY-UNAPPLIED-CASH.
           OPEN INPUT BK9-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 392-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 392-READ-FILE
               END-PERFORM
               CLOSE BK9-FILE
               OPEN INPUT BK9-FILE
               OPEN INPUT BK9-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 393-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK9-UNLOAD-RECORD (1:6) TO BK9-KEY
                       READ BK9-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK9-RECORD TO
                                   WS-IMAGE-WORK (1:23)
                               IF WS-IMAGE-WORK NOT =
                                   BK9-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 393-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK9-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK9-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       210-PROCESS-INVOICE-HISTORY.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 400-RELOAD-INVOICE-HISTORY
               WHEN WS-VERIFY-MODE
                   PERFORM 405-VERIFY-INVOICE-HISTORY
               WHEN OTHER
                   PERFORM 401-UNLOAD-INVOICE-HISTORY
           END-EVALUATE.

       401-UNLOAD-INVOICE-HISTORY.
           OPEN INPUT BK10-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK10-UNLOAD-FILE
               PERFORM 402-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK10-UNLOAD-RECORD
                   MOVE BK10-RECORD TO BK10-UNLOAD-RECORD (1:87)
                   WRITE BK10-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 402-READ-FILE
               END-PERFORM
               CLOSE BK10-FILE
               CLOSE BK10-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       402-READ-FILE.
           READ BK10-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       403-READ-UNLOAD.
           READ BK10-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       400-RELOAD-INVOICE-HISTORY.
           OPEN INPUT BK10-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK10-FILE
               PERFORM 403-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK10-UNLOAD-RECORD (1:87) TO BK10-RECORD
                   WRITE BK10-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 403-READ-UNLOAD
               END-PERFORM
               CLOSE BK10-UNLOAD-FILE
               CLOSE BK10-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       405-VERIFY-INVOICE-HISTORY.
           OPEN INPUT BK10-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 402-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 402-READ-FILE
               END-PERFORM
               CLOSE BK10-FILE
               OPEN INPUT BK10-FILE
               OPEN INPUT BK10-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 403-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK10-UNLOAD-RECORD (1:5) TO BK10-KEY
                       READ BK10-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK10-RECORD TO
                                   WS-IMAGE-WORK (1:87)
                               IF WS-IMAGE-WORK NOT =
                                   BK10-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 403-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK10-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK10-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       211-PROCESS-CUSTOMER-CREDIT.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 410-RELOAD-CUSTOMER-CREDIT
               WHEN WS-VERIFY-MODE
                   PERFORM 415-VERIFY-CUSTOMER-CREDIT
               WHEN OTHER
                   PERFORM 411-UNLOAD-CUSTOMER-CREDIT
           END-EVALUATE.

       411-UNLOAD-CUSTOMER-CREDIT.
           OPEN INPUT BK11-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK11-UNLOAD-FILE
               PERFORM 412-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK11-UNLOAD-RECORD
                   MOVE BK11-RECORD TO BK11-UNLOAD-RECORD (1:32)
                   WRITE BK11-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 412-READ-FILE
               END-PERFORM
               CLOSE BK11-FILE
               CLOSE BK11-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       412-READ-FILE.
           READ BK11-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       413-READ-UNLOAD.
           READ BK11-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       410-RELOAD-CUSTOMER-CREDIT.
           OPEN INPUT BK11-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK11-FILE
               PERFORM 413-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK11-UNLOAD-RECORD (1:32) TO BK11-RECORD
                   WRITE BK11-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 413-READ-UNLOAD
               END-PERFORM
               CLOSE BK11-UNLOAD-FILE
               CLOSE BK11-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       415-VERIFY-CUSTOMER-CREDIT.
           OPEN INPUT BK11-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 412-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 412-READ-FILE
               END-PERFORM
               CLOSE BK11-FILE
               OPEN INPUT BK11-FILE
               OPEN INPUT BK11-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 413-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK11-UNLOAD-RECORD (1:6) TO BK11-KEY
                       READ BK11-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK11-RECORD TO
                                   WS-IMAGE-WORK (1:32)
                               IF WS-IMAGE-WORK NOT =
                                   BK11-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 413-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK11-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK11-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       212-PROCESS-CREDIT-RELEASE.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 420-RELOAD-CREDIT-RELEASE
               WHEN WS-VERIFY-MODE
                   PERFORM 425-VERIFY-CREDIT-RELEASE
               WHEN OTHER
                   PERFORM 421-UNLOAD-CREDIT-RELEASE
           END-EVALUATE.

       421-UNLOAD-CREDIT-RELEASE.
           OPEN INPUT BK12-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK12-UNLOAD-FILE
               PERFORM 422-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK12-UNLOAD-RECORD
                   MOVE BK12-RECORD TO BK12-UNLOAD-RECORD (1:35)
                   WRITE BK12-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 422-READ-FILE
               END-PERFORM
               CLOSE BK12-FILE
               CLOSE BK12-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       422-READ-FILE.
           READ BK12-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       423-READ-UNLOAD.
           READ BK12-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       420-RELOAD-CREDIT-RELEASE.
           OPEN INPUT BK12-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK12-FILE
               PERFORM 423-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK12-UNLOAD-RECORD (1:35) TO BK12-RECORD
                   WRITE BK12-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 423-READ-UNLOAD
               END-PERFORM
               CLOSE BK12-UNLOAD-FILE
               CLOSE BK12-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       425-VERIFY-CREDIT-RELEASE.
           OPEN INPUT BK12-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 422-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 422-READ-FILE
               END-PERFORM
               CLOSE BK12-FILE
               OPEN INPUT BK12-FILE
               OPEN INPUT BK12-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 423-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK12-UNLOAD-RECORD (1:5) TO BK12-KEY
                       READ BK12-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK12-RECORD TO
                                   WS-IMAGE-WORK (1:35)
                               IF WS-IMAGE-WORK NOT =
                                   BK12-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 423-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK12-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK12-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       213-PROCESS-SUPPLIER-MASTER.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 430-RELOAD-SUPPLIER-MASTER
               WHEN WS-VERIFY-MODE
                   PERFORM 435-VERIFY-SUPPLIER-MASTER
               WHEN OTHER
                   PERFORM 431-UNLOAD-SUPPLIER-MASTER
           END-EVALUATE.

       431-UNLOAD-SUPPLIER-MASTER.
           OPEN INPUT BK13-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK13-UNLOAD-FILE
               PERFORM 432-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK13-UNLOAD-RECORD
                   MOVE BK13-RECORD TO BK13-UNLOAD-RECORD (1:80)
                   WRITE BK13-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 432-READ-FILE
               END-PERFORM
               CLOSE BK13-FILE
               CLOSE BK13-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       432-READ-FILE.
           READ BK13-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       433-READ-UNLOAD.
           READ BK13-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       430-RELOAD-SUPPLIER-MASTER.
           OPEN INPUT BK13-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK13-FILE
               PERFORM 433-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK13-UNLOAD-RECORD (1:80) TO BK13-RECORD
                   WRITE BK13-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 433-READ-UNLOAD
               END-PERFORM
               CLOSE BK13-UNLOAD-FILE
               CLOSE BK13-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       435-VERIFY-SUPPLIER-MASTER.
           OPEN INPUT BK13-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 432-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 432-READ-FILE
               END-PERFORM
               CLOSE BK13-FILE
               OPEN INPUT BK13-FILE
               OPEN INPUT BK13-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 433-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK13-UNLOAD-RECORD (1:6) TO BK13-KEY
                       READ BK13-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK13-RECORD TO
                                   WS-IMAGE-WORK (1:80)
                               IF WS-IMAGE-WORK NOT =
                                   BK13-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 433-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK13-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK13-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       214-PROCESS-PURCHASE-ORDERS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 440-RELOAD-PURCHASE-ORDERS
               WHEN WS-VERIFY-MODE
                   PERFORM 445-VERIFY-PURCHASE-ORDERS
               WHEN OTHER
                   PERFORM 441-UNLOAD-PURCHASE-ORDERS
           END-EVALUATE.

       441-UNLOAD-PURCHASE-ORDERS.
           OPEN INPUT BK14-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK14-UNLOAD-FILE
               PERFORM 442-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK14-UNLOAD-RECORD
                   MOVE BK14-RECORD TO BK14-UNLOAD-RECORD (1:55)
                   WRITE BK14-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 442-READ-FILE
               END-PERFORM
               CLOSE BK14-FILE
               CLOSE BK14-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       442-READ-FILE.
           READ BK14-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       443-READ-UNLOAD.
           READ BK14-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       440-RELOAD-PURCHASE-ORDERS.
           OPEN INPUT BK14-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK14-FILE
               PERFORM 443-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK14-UNLOAD-RECORD (1:55) TO BK14-RECORD
                   WRITE BK14-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 443-READ-UNLOAD
               END-PERFORM
               CLOSE BK14-UNLOAD-FILE
               CLOSE BK14-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       445-VERIFY-PURCHASE-ORDERS.
           OPEN INPUT BK14-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 442-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 442-READ-FILE
               END-PERFORM
               CLOSE BK14-FILE
               OPEN INPUT BK14-FILE
               OPEN INPUT BK14-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 443-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK14-UNLOAD-RECORD (1:9) TO BK14-KEY
                       READ BK14-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK14-RECORD TO
                                   WS-IMAGE-WORK (1:55)
                               IF WS-IMAGE-WORK NOT =
                                   BK14-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 443-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK14-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK14-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       215-PROCESS-BACKORDERS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 450-RELOAD-BACKORDERS
               WHEN WS-VERIFY-MODE
                   PERFORM 455-VERIFY-BACKORDERS
               WHEN OTHER
                   PERFORM 451-UNLOAD-BACKORDERS
           END-EVALUATE.

       451-UNLOAD-BACKORDERS.
           OPEN INPUT BK15-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK15-UNLOAD-FILE
               PERFORM 452-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK15-UNLOAD-RECORD
                   MOVE BK15-RECORD TO BK15-UNLOAD-RECORD (1:59)
                   WRITE BK15-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 452-READ-FILE
               END-PERFORM
               CLOSE BK15-FILE
               CLOSE BK15-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       452-READ-FILE.
           READ BK15-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       453-READ-UNLOAD.
           READ BK15-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       450-RELOAD-BACKORDERS.
           OPEN INPUT BK15-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK15-FILE
               PERFORM 453-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK15-UNLOAD-RECORD (1:59) TO BK15-RECORD
                   WRITE BK15-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 453-READ-UNLOAD
               END-PERFORM
               CLOSE BK15-UNLOAD-FILE
               CLOSE BK15-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       455-VERIFY-BACKORDERS.
           OPEN INPUT BK15-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 452-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 452-READ-FILE
               END-PERFORM
               CLOSE BK15-FILE
               OPEN INPUT BK15-FILE
               OPEN INPUT BK15-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 453-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK15-UNLOAD-RECORD (1:19) TO BK15-KEY
                       READ BK15-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK15-RECORD TO
                                   WS-IMAGE-WORK (1:59)
                               IF WS-IMAGE-WORK NOT =
                                   BK15-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 453-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK15-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK15-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       216-PROCESS-KIT-COMPONENTS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 460-RELOAD-KIT-COMPONENTS
               WHEN WS-VERIFY-MODE
                   PERFORM 465-VERIFY-KIT-COMPONENTS
               WHEN OTHER
                   PERFORM 461-UNLOAD-KIT-COMPONENTS
           END-EVALUATE.

       461-UNLOAD-KIT-COMPONENTS.
           OPEN INPUT BK16-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK16-UNLOAD-FILE
               PERFORM 462-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK16-UNLOAD-RECORD
                   MOVE BK16-RECORD TO BK16-UNLOAD-RECORD (1:20)
                   WRITE BK16-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 462-READ-FILE
               END-PERFORM
               CLOSE BK16-FILE
               CLOSE BK16-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       462-READ-FILE.
           READ BK16-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       463-READ-UNLOAD.
           READ BK16-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       460-RELOAD-KIT-COMPONENTS.
           OPEN INPUT BK16-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK16-FILE
               PERFORM 463-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK16-UNLOAD-RECORD (1:20) TO BK16-RECORD
                   WRITE BK16-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 463-READ-UNLOAD
               END-PERFORM
               CLOSE BK16-UNLOAD-FILE
               CLOSE BK16-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       465-VERIFY-KIT-COMPONENTS.
           OPEN INPUT BK16-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 462-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 462-READ-FILE
               END-PERFORM
               CLOSE BK16-FILE
               OPEN INPUT BK16-FILE
               OPEN INPUT BK16-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 463-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK16-UNLOAD-RECORD (1:6) TO BK16-KEY
                       READ BK16-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK16-RECORD TO
                                   WS-IMAGE-WORK (1:20)
                               IF WS-IMAGE-WORK NOT =
                                   BK16-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 463-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK16-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK16-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       217-PROCESS-QTY-QUOTES.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 470-RELOAD-QTY-QUOTES
               WHEN WS-VERIFY-MODE
                   PERFORM 475-VERIFY-QTY-QUOTES
               WHEN OTHER
                   PERFORM 471-UNLOAD-QTY-QUOTES
           END-EVALUATE.

       471-UNLOAD-QTY-QUOTES.
           OPEN INPUT BK17-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK17-UNLOAD-FILE
               PERFORM 472-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK17-UNLOAD-RECORD
                   MOVE BK17-RECORD TO BK17-UNLOAD-RECORD (1:119)
                   WRITE BK17-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 472-READ-FILE
               END-PERFORM
               CLOSE BK17-FILE
               CLOSE BK17-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       472-READ-FILE.
           READ BK17-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       473-READ-UNLOAD.
           READ BK17-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       470-RELOAD-QTY-QUOTES.
           OPEN INPUT BK17-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK17-FILE
               PERFORM 473-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK17-UNLOAD-RECORD (1:119) TO BK17-RECORD
                   WRITE BK17-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 473-READ-UNLOAD
               END-PERFORM
               CLOSE BK17-UNLOAD-FILE
               CLOSE BK17-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       475-VERIFY-QTY-QUOTES.
           OPEN INPUT BK17-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 472-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 472-READ-FILE
               END-PERFORM
               CLOSE BK17-FILE
               OPEN INPUT BK17-FILE
               OPEN INPUT BK17-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 473-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK17-UNLOAD-RECORD (1:6) TO BK17-KEY
                       READ BK17-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK17-RECORD TO
                                   WS-IMAGE-WORK (1:119)
                               IF WS-IMAGE-WORK NOT =
                                   BK17-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 473-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK17-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK17-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       218-PROCESS-CAMPAIGNS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 480-RELOAD-CAMPAIGNS
               WHEN WS-VERIFY-MODE
                   PERFORM 485-VERIFY-CAMPAIGNS
               WHEN OTHER
                   PERFORM 481-UNLOAD-CAMPAIGNS
           END-EVALUATE.

       481-UNLOAD-CAMPAIGNS.
           OPEN INPUT BK18-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK18-UNLOAD-FILE
               PERFORM 482-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK18-UNLOAD-RECORD
                   MOVE BK18-RECORD TO BK18-UNLOAD-RECORD (1:121)
                   WRITE BK18-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 482-READ-FILE
               END-PERFORM
               CLOSE BK18-FILE
               CLOSE BK18-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       482-READ-FILE.
           READ BK18-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       483-READ-UNLOAD.
           READ BK18-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       480-RELOAD-CAMPAIGNS.
           OPEN INPUT BK18-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK18-FILE
               PERFORM 483-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK18-UNLOAD-RECORD (1:121) TO BK18-RECORD
                   WRITE BK18-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 483-READ-UNLOAD
               END-PERFORM
               CLOSE BK18-UNLOAD-FILE
               CLOSE BK18-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       485-VERIFY-CAMPAIGNS.
           OPEN INPUT BK18-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 482-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 482-READ-FILE
               END-PERFORM
               CLOSE BK18-FILE
               OPEN INPUT BK18-FILE
               OPEN INPUT BK18-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 483-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK18-UNLOAD-RECORD (1:6) TO BK18-KEY
                       READ BK18-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK18-RECORD TO
                                   WS-IMAGE-WORK (1:121)
                               IF WS-IMAGE-WORK NOT =
                                   BK18-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 483-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK18-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK18-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       219-PROCESS-CAMPAIGN-ORDERS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 490-RELOAD-CAMPAIGN-ORDERS
               WHEN WS-VERIFY-MODE
                   PERFORM 495-VERIFY-CAMPAIGN-ORDERS
               WHEN OTHER
                   PERFORM 491-UNLOAD-CAMPAIGN-ORDERS
           END-EVALUATE.

       491-UNLOAD-CAMPAIGN-ORDERS.
           OPEN INPUT BK19-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK19-UNLOAD-FILE
               PERFORM 492-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK19-UNLOAD-RECORD
                   MOVE BK19-RECORD TO BK19-UNLOAD-RECORD (1:57)
                   WRITE BK19-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 492-READ-FILE
               END-PERFORM
               CLOSE BK19-FILE
               CLOSE BK19-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       492-READ-FILE.
           READ BK19-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       493-READ-UNLOAD.
           READ BK19-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       490-RELOAD-CAMPAIGN-ORDERS.
           OPEN INPUT BK19-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK19-FILE
               PERFORM 493-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK19-UNLOAD-RECORD (1:57) TO BK19-RECORD
                   WRITE BK19-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 493-READ-UNLOAD
               END-PERFORM
               CLOSE BK19-UNLOAD-FILE
               CLOSE BK19-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       495-VERIFY-CAMPAIGN-ORDERS.
           OPEN INPUT BK19-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 492-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 492-READ-FILE
               END-PERFORM
               CLOSE BK19-FILE
               OPEN INPUT BK19-FILE
               OPEN INPUT BK19-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 493-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK19-UNLOAD-RECORD (1:5) TO BK19-KEY
                       READ BK19-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK19-RECORD TO
                                   WS-IMAGE-WORK (1:57)
                               IF WS-IMAGE-WORK NOT =
                                   BK19-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 493-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK19-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK19-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       220-PROCESS-STANDING-ORDERS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 500-RELOAD-STANDING-ORDERS
               WHEN WS-VERIFY-MODE
                   PERFORM 505-VERIFY-STANDING-ORDERS
               WHEN OTHER
                   PERFORM 501-UNLOAD-STANDING-ORDERS
           END-EVALUATE.

       501-UNLOAD-STANDING-ORDERS.
           OPEN INPUT BK20-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK20-UNLOAD-FILE
               PERFORM 502-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK20-UNLOAD-RECORD
                   MOVE BK20-RECORD TO BK20-UNLOAD-RECORD (1:131)
                   WRITE BK20-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 502-READ-FILE
               END-PERFORM
               CLOSE BK20-FILE
               CLOSE BK20-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       502-READ-FILE.
           READ BK20-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       503-READ-UNLOAD.
           READ BK20-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       500-RELOAD-STANDING-ORDERS.
           OPEN INPUT BK20-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK20-FILE
               PERFORM 503-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK20-UNLOAD-RECORD (1:131) TO BK20-RECORD
                   WRITE BK20-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 503-READ-UNLOAD
               END-PERFORM
               CLOSE BK20-UNLOAD-FILE
               CLOSE BK20-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       505-VERIFY-STANDING-ORDERS.
           OPEN INPUT BK20-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 502-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 502-READ-FILE
               END-PERFORM
               CLOSE BK20-FILE
               OPEN INPUT BK20-FILE
               OPEN INPUT BK20-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 503-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK20-UNLOAD-RECORD (1:8) TO BK20-KEY
                       READ BK20-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK20-RECORD TO
                                   WS-IMAGE-WORK (1:131)
                               IF WS-IMAGE-WORK NOT =
                                   BK20-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 503-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK20-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK20-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       221-PROCESS-LOYALTY-ACCOUNTS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 510-RELOAD-LOYALTY-ACCOUNTS
               WHEN WS-VERIFY-MODE
                   PERFORM 515-VERIFY-LOYALTY-ACCOUNTS
               WHEN OTHER
                   PERFORM 511-UNLOAD-LOYALTY-ACCOUNTS
           END-EVALUATE.

       511-UNLOAD-LOYALTY-ACCOUNTS.
           OPEN INPUT BK21-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK21-UNLOAD-FILE
               PERFORM 512-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK21-UNLOAD-RECORD
                   MOVE BK21-RECORD TO BK21-UNLOAD-RECORD (1:66)
                   WRITE BK21-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 512-READ-FILE
               END-PERFORM
               CLOSE BK21-FILE
               CLOSE BK21-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       512-READ-FILE.
           READ BK21-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       513-READ-UNLOAD.
           READ BK21-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       510-RELOAD-LOYALTY-ACCOUNTS.
           OPEN INPUT BK21-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK21-FILE
               PERFORM 513-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK21-UNLOAD-RECORD (1:66) TO BK21-RECORD
                   WRITE BK21-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 513-READ-UNLOAD
               END-PERFORM
               CLOSE BK21-UNLOAD-FILE
               CLOSE BK21-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       515-VERIFY-LOYALTY-ACCOUNTS.
           OPEN INPUT BK21-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 512-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 512-READ-FILE
               END-PERFORM
               CLOSE BK21-FILE
               OPEN INPUT BK21-FILE
               OPEN INPUT BK21-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 513-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK21-UNLOAD-RECORD (1:6) TO BK21-KEY
                       READ BK21-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK21-RECORD TO
                                   WS-IMAGE-WORK (1:66)
                               IF WS-IMAGE-WORK NOT =
                                   BK21-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 513-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK21-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK21-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       222-PROCESS-LOYALTY-LEDGER.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 520-RELOAD-LOYALTY-LEDGER
               WHEN WS-VERIFY-MODE
                   PERFORM 525-VERIFY-LOYALTY-LEDGER
               WHEN OTHER
                   PERFORM 521-UNLOAD-LOYALTY-LEDGER
           END-EVALUATE.

       521-UNLOAD-LOYALTY-LEDGER.
           OPEN INPUT BK22-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK22-UNLOAD-FILE
               PERFORM 522-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK22-UNLOAD-RECORD
                   MOVE BK22-RECORD TO BK22-UNLOAD-RECORD (1:65)
                   WRITE BK22-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 522-READ-FILE
               END-PERFORM
               CLOSE BK22-FILE
               CLOSE BK22-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       522-READ-FILE.
           READ BK22-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       523-READ-UNLOAD.
           READ BK22-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       520-RELOAD-LOYALTY-LEDGER.
           OPEN INPUT BK22-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK22-FILE
               PERFORM 523-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK22-UNLOAD-RECORD (1:65) TO BK22-RECORD
                   WRITE BK22-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 523-READ-UNLOAD
               END-PERFORM
               CLOSE BK22-UNLOAD-FILE
               CLOSE BK22-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       525-VERIFY-LOYALTY-LEDGER.
           OPEN INPUT BK22-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 522-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 522-READ-FILE
               END-PERFORM
               CLOSE BK22-FILE
               OPEN INPUT BK22-FILE
               OPEN INPUT BK22-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 523-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK22-UNLOAD-RECORD (1:19) TO BK22-KEY
                       READ BK22-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK22-RECORD TO
                                   WS-IMAGE-WORK (1:65)
                               IF WS-IMAGE-WORK NOT =
                                   BK22-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 523-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK22-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK22-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       223-PROCESS-LOYALTY-REDEEM.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 530-RELOAD-LOYALTY-REDEEM
               WHEN WS-VERIFY-MODE
                   PERFORM 535-VERIFY-LOYALTY-REDEEM
               WHEN OTHER
                   PERFORM 531-UNLOAD-LOYALTY-REDEEM
           END-EVALUATE.

       531-UNLOAD-LOYALTY-REDEEM.
           OPEN INPUT BK23-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK23-UNLOAD-FILE
               PERFORM 532-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK23-UNLOAD-RECORD
                   MOVE BK23-RECORD TO BK23-UNLOAD-RECORD (1:66)
                   WRITE BK23-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 532-READ-FILE
               END-PERFORM
               CLOSE BK23-FILE
               CLOSE BK23-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       532-READ-FILE.
           READ BK23-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       533-READ-UNLOAD.
           READ BK23-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       530-RELOAD-LOYALTY-REDEEM.
           OPEN INPUT BK23-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK23-FILE
               PERFORM 533-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK23-UNLOAD-RECORD (1:66) TO BK23-RECORD
                   WRITE BK23-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 533-READ-UNLOAD
               END-PERFORM
               CLOSE BK23-UNLOAD-FILE
               CLOSE BK23-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       535-VERIFY-LOYALTY-REDEEM.
           OPEN INPUT BK23-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 532-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 532-READ-FILE
               END-PERFORM
               CLOSE BK23-FILE
               OPEN INPUT BK23-FILE
               OPEN INPUT BK23-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 533-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK23-UNLOAD-RECORD (1:5) TO BK23-KEY
                       READ BK23-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK23-RECORD TO
                                   WS-IMAGE-WORK (1:66)
                               IF WS-IMAGE-WORK NOT =
                                   BK23-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 533-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK23-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK23-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       224-PROCESS-CUSTOMER-ADDRESS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 540-RELOAD-CUSTOMER-ADDRESS
               WHEN WS-VERIFY-MODE
                   PERFORM 545-VERIFY-CUSTOMER-ADDRESS
               WHEN OTHER
                   PERFORM 541-UNLOAD-CUSTOMER-ADDRESS
           END-EVALUATE.

       541-UNLOAD-CUSTOMER-ADDRESS.
           OPEN INPUT BK24-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK24-UNLOAD-FILE
               PERFORM 542-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK24-UNLOAD-RECORD
                   MOVE BK24-RECORD TO BK24-UNLOAD-RECORD (1:119)
                   WRITE BK24-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 542-READ-FILE
               END-PERFORM
               CLOSE BK24-FILE
               CLOSE BK24-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       542-READ-FILE.
           READ BK24-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       543-READ-UNLOAD.
           READ BK24-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       540-RELOAD-CUSTOMER-ADDRESS.
           OPEN INPUT BK24-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK24-FILE
               PERFORM 543-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK24-UNLOAD-RECORD (1:119) TO BK24-RECORD
                   WRITE BK24-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 543-READ-UNLOAD
               END-PERFORM
               CLOSE BK24-UNLOAD-FILE
               CLOSE BK24-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       545-VERIFY-CUSTOMER-ADDRESS.
           OPEN INPUT BK24-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 542-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 542-READ-FILE
               END-PERFORM
               CLOSE BK24-FILE
               OPEN INPUT BK24-FILE
               OPEN INPUT BK24-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 543-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK24-UNLOAD-RECORD (1:6) TO BK24-KEY
                       READ BK24-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK24-RECORD TO
                                   WS-IMAGE-WORK (1:119)
                               IF WS-IMAGE-WORK NOT =
                                   BK24-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 543-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK24-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK24-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       225-PROCESS-MEMBERSHIP.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 550-RELOAD-MEMBERSHIP
               WHEN WS-VERIFY-MODE
                   PERFORM 555-VERIFY-MEMBERSHIP
               WHEN OTHER
                   PERFORM 551-UNLOAD-MEMBERSHIP
           END-EVALUATE.

       551-UNLOAD-MEMBERSHIP.
           OPEN INPUT BK25-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK25-UNLOAD-FILE
               PERFORM 552-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK25-UNLOAD-RECORD
                   MOVE BK25-RECORD TO BK25-UNLOAD-RECORD (1:58)
                   WRITE BK25-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 552-READ-FILE
               END-PERFORM
               CLOSE BK25-FILE
               CLOSE BK25-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       552-READ-FILE.
           READ BK25-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       553-READ-UNLOAD.
           READ BK25-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       550-RELOAD-MEMBERSHIP.
           OPEN INPUT BK25-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK25-FILE
               PERFORM 553-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK25-UNLOAD-RECORD (1:58) TO BK25-RECORD
                   WRITE BK25-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 553-READ-UNLOAD
               END-PERFORM
               CLOSE BK25-UNLOAD-FILE
               CLOSE BK25-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       555-VERIFY-MEMBERSHIP.
           OPEN INPUT BK25-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 552-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 552-READ-FILE
               END-PERFORM
               CLOSE BK25-FILE
               OPEN INPUT BK25-FILE
               OPEN INPUT BK25-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 553-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK25-UNLOAD-RECORD (1:6) TO BK25-KEY
                       READ BK25-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK25-RECORD TO
                                   WS-IMAGE-WORK (1:58)
                               IF WS-IMAGE-WORK NOT =
                                   BK25-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 553-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK25-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK25-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       226-PROCESS-ERASURE-REQUESTS.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 560-RELOAD-ERASURE-REQUESTS
               WHEN WS-VERIFY-MODE
                   PERFORM 565-VERIFY-ERASURE-REQUESTS
               WHEN OTHER
                   PERFORM 561-UNLOAD-ERASURE-REQUESTS
           END-EVALUATE.

       561-UNLOAD-ERASURE-REQUESTS.
           OPEN INPUT BK26-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK26-UNLOAD-FILE
               PERFORM 562-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK26-UNLOAD-RECORD
                   MOVE BK26-RECORD TO BK26-UNLOAD-RECORD (1:83)
                   WRITE BK26-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 562-READ-FILE
               END-PERFORM
               CLOSE BK26-FILE
               CLOSE BK26-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       562-READ-FILE.
           READ BK26-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       563-READ-UNLOAD.
           READ BK26-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       560-RELOAD-ERASURE-REQUESTS.
           OPEN INPUT BK26-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK26-FILE
               PERFORM 563-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK26-UNLOAD-RECORD (1:83) TO BK26-RECORD
                   WRITE BK26-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 563-READ-UNLOAD
               END-PERFORM
               CLOSE BK26-UNLOAD-FILE
               CLOSE BK26-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       565-VERIFY-ERASURE-REQUESTS.
           OPEN INPUT BK26-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 562-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 562-READ-FILE
               END-PERFORM
               CLOSE BK26-FILE
               OPEN INPUT BK26-FILE
               OPEN INPUT BK26-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 563-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK26-UNLOAD-RECORD (1:6) TO BK26-KEY
                       READ BK26-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK26-RECORD TO
                                   WS-IMAGE-WORK (1:83)
                               IF WS-IMAGE-WORK NOT =
                                   BK26-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 563-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK26-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK26-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       227-PROCESS-ACADEMIC-HISTORY.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 570-RELOAD-ACADEMIC-HISTORY
               WHEN WS-VERIFY-MODE
                   PERFORM 575-VERIFY-ACADEMIC-HISTORY
               WHEN OTHER
                   PERFORM 571-UNLOAD-ACADEMIC-HISTORY
           END-EVALUATE.

       571-UNLOAD-ACADEMIC-HISTORY.
           OPEN INPUT BK27-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK27-UNLOAD-FILE
               PERFORM 572-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK27-UNLOAD-RECORD
                   MOVE BK27-RECORD TO BK27-UNLOAD-RECORD (1:40)
                   WRITE BK27-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 572-READ-FILE
               END-PERFORM
               CLOSE BK27-FILE
               CLOSE BK27-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       572-READ-FILE.
           READ BK27-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       573-READ-UNLOAD.
           READ BK27-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       570-RELOAD-ACADEMIC-HISTORY.
           OPEN INPUT BK27-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK27-FILE
               PERFORM 573-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK27-UNLOAD-RECORD (1:40) TO BK27-RECORD
                   WRITE BK27-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 573-READ-UNLOAD
               END-PERFORM
               CLOSE BK27-UNLOAD-FILE
               CLOSE BK27-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       575-VERIFY-ACADEMIC-HISTORY.
           OPEN INPUT BK27-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 572-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 572-READ-FILE
               END-PERFORM
               CLOSE BK27-FILE
               OPEN INPUT BK27-FILE
               OPEN INPUT BK27-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 573-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK27-UNLOAD-RECORD (1:24) TO BK27-KEY
                       READ BK27-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK27-RECORD TO
                                   WS-IMAGE-WORK (1:40)
                               IF WS-IMAGE-WORK NOT =
                                   BK27-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 573-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK27-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK27-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       228-PROCESS-SUBJECT-ENROLLMENT.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 580-RELOAD-SUBJECT-ENROLLMENT
               WHEN WS-VERIFY-MODE
                   PERFORM 585-VERIFY-SUBJECT-ENROLLMENT
               WHEN OTHER
                   PERFORM 581-UNLOAD-SUBJECT-ENROLLMENT
           END-EVALUATE.

       581-UNLOAD-SUBJECT-ENROLLMENT.
           OPEN INPUT BK28-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK28-UNLOAD-FILE
               PERFORM 582-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK28-UNLOAD-RECORD
                   MOVE BK28-RECORD TO BK28-UNLOAD-RECORD (1:40)
                   WRITE BK28-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 582-READ-FILE
               END-PERFORM
               CLOSE BK28-FILE
               CLOSE BK28-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       582-READ-FILE.
           READ BK28-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       583-READ-UNLOAD.
           READ BK28-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       580-RELOAD-SUBJECT-ENROLLMENT.
           OPEN INPUT BK28-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK28-FILE
               PERFORM 583-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK28-UNLOAD-RECORD (1:40) TO BK28-RECORD
                   WRITE BK28-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 583-READ-UNLOAD
               END-PERFORM
               CLOSE BK28-UNLOAD-FILE
               CLOSE BK28-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       585-VERIFY-SUBJECT-ENROLLMENT.
           OPEN INPUT BK28-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 582-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 582-READ-FILE
               END-PERFORM
               CLOSE BK28-FILE
               OPEN INPUT BK28-FILE
               OPEN INPUT BK28-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 583-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK28-UNLOAD-RECORD (1:24) TO BK28-KEY
                       READ BK28-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK28-RECORD TO
                                   WS-IMAGE-WORK (1:40)
                               IF WS-IMAGE-WORK NOT =
                                   BK28-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 583-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK28-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK28-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       229-PROCESS-CODE-TABLE.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 590-RELOAD-CODE-TABLE
               WHEN WS-VERIFY-MODE
                   PERFORM 595-VERIFY-CODE-TABLE
               WHEN OTHER
                   PERFORM 591-UNLOAD-CODE-TABLE
           END-EVALUATE.

       591-UNLOAD-CODE-TABLE.
           OPEN INPUT BK29-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK29-UNLOAD-FILE
               PERFORM 592-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK29-UNLOAD-RECORD
                   MOVE BK29-RECORD TO BK29-UNLOAD-RECORD (1:70)
                   WRITE BK29-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 592-READ-FILE
               END-PERFORM
               CLOSE BK29-FILE
               CLOSE BK29-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       592-READ-FILE.
           READ BK29-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       593-READ-UNLOAD.
           READ BK29-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       590-RELOAD-CODE-TABLE.
           OPEN INPUT BK29-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK29-FILE
               PERFORM 593-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK29-UNLOAD-RECORD (1:70) TO BK29-RECORD
                   WRITE BK29-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 593-READ-UNLOAD
               END-PERFORM
               CLOSE BK29-UNLOAD-FILE
               CLOSE BK29-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       595-VERIFY-CODE-TABLE.
           OPEN INPUT BK29-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 592-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 592-READ-FILE
               END-PERFORM
               CLOSE BK29-FILE
               OPEN INPUT BK29-FILE
               OPEN INPUT BK29-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 593-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK29-UNLOAD-RECORD (1:16) TO BK29-KEY
                       READ BK29-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK29-RECORD TO
                                   WS-IMAGE-WORK (1:70)
                               IF WS-IMAGE-WORK NOT =
                                   BK29-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 593-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK29-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK29-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       230-PROCESS-DUNNING-HISTORY.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 600-RELOAD-DUNNING-HISTORY
               WHEN WS-VERIFY-MODE
                   PERFORM 605-VERIFY-DUNNING-HISTORY
               WHEN OTHER
                   PERFORM 601-UNLOAD-DUNNING-HISTORY
           END-EVALUATE.

       601-UNLOAD-DUNNING-HISTORY.
           OPEN INPUT BK30-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK30-UNLOAD-FILE
               PERFORM 602-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK30-UNLOAD-RECORD
                   MOVE BK30-RECORD TO BK30-UNLOAD-RECORD (1:24)
                   WRITE BK30-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 602-READ-FILE
               END-PERFORM
               CLOSE BK30-FILE
               CLOSE BK30-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       602-READ-FILE.
           READ BK30-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       603-READ-UNLOAD.
           READ BK30-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       600-RELOAD-DUNNING-HISTORY.
           OPEN INPUT BK30-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK30-FILE
               PERFORM 603-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK30-UNLOAD-RECORD (1:24) TO BK30-RECORD
                   WRITE BK30-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 603-READ-UNLOAD
               END-PERFORM
               CLOSE BK30-UNLOAD-FILE
               CLOSE BK30-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       605-VERIFY-DUNNING-HISTORY.
           OPEN INPUT BK30-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 602-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 602-READ-FILE
               END-PERFORM
               CLOSE BK30-FILE
               OPEN INPUT BK30-FILE
               OPEN INPUT BK30-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 603-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK30-UNLOAD-RECORD (1:7) TO BK30-KEY
                       READ BK30-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK30-RECORD TO
                                   WS-IMAGE-WORK (1:24)
                               IF WS-IMAGE-WORK NOT =
                                   BK30-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 603-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK30-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK30-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       231-PROCESS-GL-INVOICE-REG.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 610-RELOAD-GL-INVOICE-REG
               WHEN WS-VERIFY-MODE
                   PERFORM 615-VERIFY-GL-INVOICE-REG
               WHEN OTHER
                   PERFORM 611-UNLOAD-GL-INVOICE-REG
           END-EVALUATE.

       611-UNLOAD-GL-INVOICE-REG.
           OPEN INPUT BK31-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK31-UNLOAD-FILE
               PERFORM 612-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK31-UNLOAD-RECORD
                   MOVE BK31-RECORD TO BK31-UNLOAD-RECORD (1:19)
                   WRITE BK31-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 612-READ-FILE
               END-PERFORM
               CLOSE BK31-FILE
               CLOSE BK31-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       612-READ-FILE.
           READ BK31-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       613-READ-UNLOAD.
           READ BK31-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       610-RELOAD-GL-INVOICE-REG.
           OPEN INPUT BK31-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK31-FILE
               PERFORM 613-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK31-UNLOAD-RECORD (1:19) TO BK31-RECORD
                   WRITE BK31-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 613-READ-UNLOAD
               END-PERFORM
               CLOSE BK31-UNLOAD-FILE
               CLOSE BK31-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       615-VERIFY-GL-INVOICE-REG.
           OPEN INPUT BK31-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 612-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 612-READ-FILE
               END-PERFORM
               CLOSE BK31-FILE
               OPEN INPUT BK31-FILE
               OPEN INPUT BK31-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 613-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK31-UNLOAD-RECORD (1:5) TO BK31-KEY
                       READ BK31-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK31-RECORD TO
                                   WS-IMAGE-WORK (1:19)
                               IF WS-IMAGE-WORK NOT =
                                   BK31-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 613-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK31-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK31-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       232-PROCESS-GL-BATCH-REGISTER.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 620-RELOAD-GL-BATCH-REGISTER
               WHEN WS-VERIFY-MODE
                   PERFORM 625-VERIFY-GL-BATCH-REGISTER
               WHEN OTHER
                   PERFORM 621-UNLOAD-GL-BATCH-REGISTER
           END-EVALUATE.

       621-UNLOAD-GL-BATCH-REGISTER.
           OPEN INPUT BK32-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK32-UNLOAD-FILE
               PERFORM 622-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK32-UNLOAD-RECORD
                   MOVE BK32-RECORD TO BK32-UNLOAD-RECORD (1:52)
                   WRITE BK32-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 622-READ-FILE
               END-PERFORM
               CLOSE BK32-FILE
               CLOSE BK32-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       622-READ-FILE.
           READ BK32-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       623-READ-UNLOAD.
           READ BK32-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       620-RELOAD-GL-BATCH-REGISTER.
           OPEN INPUT BK32-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK32-FILE
               PERFORM 623-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK32-UNLOAD-RECORD (1:52) TO BK32-RECORD
                   WRITE BK32-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 623-READ-UNLOAD
               END-PERFORM
               CLOSE BK32-UNLOAD-FILE
               CLOSE BK32-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       625-VERIFY-GL-BATCH-REGISTER.
           OPEN INPUT BK32-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 622-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 622-READ-FILE
               END-PERFORM
               CLOSE BK32-FILE
               OPEN INPUT BK32-FILE
               OPEN INPUT BK32-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 623-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK32-UNLOAD-RECORD (1:6) TO BK32-KEY
                       READ BK32-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK32-RECORD TO
                                   WS-IMAGE-WORK (1:52)
                               IF WS-IMAGE-WORK NOT =
                                   BK32-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 623-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK32-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK32-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       233-PROCESS-EINVOICE-ARCHIVE.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 630-RELOAD-EINVOICE-ARCHIVE
               WHEN WS-VERIFY-MODE
                   PERFORM 635-VERIFY-EINVOICE-ARCHIVE
               WHEN OTHER
                   PERFORM 631-UNLOAD-EINVOICE-ARCHIVE
           END-EVALUATE.

       631-UNLOAD-EINVOICE-ARCHIVE.
           OPEN INPUT BK33-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK33-UNLOAD-FILE
               PERFORM 632-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK33-UNLOAD-RECORD
                   MOVE BK33-RECORD TO BK33-UNLOAD-RECORD (1:94)
                   WRITE BK33-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 632-READ-FILE
               END-PERFORM
               CLOSE BK33-FILE
               CLOSE BK33-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       632-READ-FILE.
           READ BK33-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       633-READ-UNLOAD.
           READ BK33-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       630-RELOAD-EINVOICE-ARCHIVE.
           OPEN INPUT BK33-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK33-FILE
               PERFORM 633-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK33-UNLOAD-RECORD (1:94) TO BK33-RECORD
                   WRITE BK33-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 633-READ-UNLOAD
               END-PERFORM
               CLOSE BK33-UNLOAD-FILE
               CLOSE BK33-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       635-VERIFY-EINVOICE-ARCHIVE.
           OPEN INPUT BK33-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 632-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 632-READ-FILE
               END-PERFORM
               CLOSE BK33-FILE
               OPEN INPUT BK33-FILE
               OPEN INPUT BK33-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 633-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK33-UNLOAD-RECORD (1:14) TO BK33-KEY
                       READ BK33-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK33-RECORD TO
                                   WS-IMAGE-WORK (1:94)
                               IF WS-IMAGE-WORK NOT =
                                   BK33-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 633-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK33-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK33-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       234-PROCESS-STOCK-COUNT.
           MOVE ZERO TO BK-IN-COUNT.
           MOVE ZERO TO BK-OUT-COUNT.
           MOVE ZERO TO BK-REJECT-COUNT.
           MOVE ZERO TO BK-MISSING-COUNT.
           MOVE ZERO TO BK-MISMATCH-COUNT.
           MOVE ZERO TO BK-CONTROL-TOTAL.
           EVALUATE TRUE
               WHEN WS-RELOAD-MODE
                   PERFORM 640-RELOAD-STOCK-COUNT
               WHEN WS-VERIFY-MODE
                   PERFORM 645-VERIFY-STOCK-COUNT
               WHEN OTHER
                   PERFORM 641-UNLOAD-STOCK-COUNT
           END-EVALUATE.

       641-UNLOAD-STOCK-COUNT.
           OPEN INPUT BK34-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               OPEN OUTPUT BK34-UNLOAD-FILE
               PERFORM 642-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE SPACES TO BK34-UNLOAD-RECORD
                   MOVE BK34-RECORD TO BK34-UNLOAD-RECORD (1:42)
                   WRITE BK34-UNLOAD-RECORD
                   ADD 1 TO BK-OUT-COUNT
                   PERFORM 642-READ-FILE
               END-PERFORM
               CLOSE BK34-FILE
               CLOSE BK34-UNLOAD-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" UNLOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT.
           IF BK-IN-COUNT NOT = BK-OUT-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT TRUST THIS "
                       "UNLOAD"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       642-READ-FILE.
           READ BK34-FILE NEXT
               AT END MOVE "10" TO WS-IN-STATUS
           END-READ.

       643-READ-UNLOAD.
           READ BK34-UNLOAD-FILE
               AT END MOVE "10" TO WS-UNLOAD-STATUS
           END-READ.

       640-RELOAD-STOCK-COUNT.
           OPEN INPUT BK34-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                       WS-UNLOAD-STATUS
           ELSE
               OPEN OUTPUT BK34-FILE
               PERFORM 643-READ-UNLOAD
               PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   MOVE BK34-UNLOAD-RECORD (1:42) TO BK34-RECORD
                   WRITE BK34-RECORD
                       INVALID KEY
                           ADD 1 TO BK-REJECT-COUNT
                           DISPLAY "RELOAD REJECT - DUPLICATE "
                                   "KEY ON "WS-WANTED-NAME
                       NOT INVALID KEY
                           ADD 1 TO BK-OUT-COUNT
                   END-WRITE
                   PERFORM 643-READ-UNLOAD
               END-PERFORM
               CLOSE BK34-UNLOAD-FILE
               CLOSE BK34-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" RELOAD - IN "BK-IN-COUNT
                   " OUT "BK-OUT-COUNT
                   " REJECTED "BK-REJECT-COUNT.

      *    every unload record must sit on the file under its key
      *    with the same image, and the counts must agree both ways
       645-VERIFY-STOCK-COUNT.
           OPEN INPUT BK34-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-WANTED-NAME
                       " NOT AVAILABLE - STATUS "WS-IN-STATUS
           ELSE
               PERFORM 642-READ-FILE
               PERFORM UNTIL WS-IN-STATUS = "10"
                   ADD 1 TO BK-IN-COUNT
                   PERFORM 642-READ-FILE
               END-PERFORM
               CLOSE BK34-FILE
               OPEN INPUT BK34-FILE
               OPEN INPUT BK34-UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   PERFORM 643-READ-UNLOAD
                   PERFORM UNTIL WS-UNLOAD-STATUS = "10"
                       ADD 1 TO BK-OUT-COUNT
                       MOVE BK34-UNLOAD-RECORD (1:3) TO BK34-KEY
                       READ BK34-FILE
                           INVALID KEY
                               ADD 1 TO BK-MISSING-COUNT
                           NOT INVALID KEY
                               MOVE SPACES TO WS-IMAGE-WORK
                               MOVE BK34-RECORD TO
                                   WS-IMAGE-WORK (1:42)
                               IF WS-IMAGE-WORK NOT =
                                   BK34-UNLOAD-RECORD
                                   ADD 1 TO BK-MISMATCH-COUNT
                               END-IF
                       END-READ
                       PERFORM 643-READ-UNLOAD
                   END-PERFORM
                   CLOSE BK34-UNLOAD-FILE
               ELSE
                   DISPLAY "UNLOAD NOT AVAILABLE FOR "
                       WS-WANTED-NAME" - STATUS "
                           WS-UNLOAD-STATUS
               END-IF
               CLOSE BK34-FILE
           END-IF.
           DISPLAY WS-WANTED-NAME" VERIFY - FILE "BK-IN-COUNT
                   " UNLOAD "BK-OUT-COUNT
                   " MISSING "BK-MISSING-COUNT
                   " MISMATCHED "BK-MISMATCH-COUNT.
           IF BK-IN-COUNT = BK-OUT-COUNT
               AND BK-MISSING-COUNT = ZERO
               AND BK-MISMATCH-COUNT = ZERO
               DISPLAY "  INTEGRITY OK"
           ELSE
               DISPLAY "  *** INTEGRITY CHECK FAILED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.

       910-START-BACKUP-POINT.
           MOVE SPACES TO BACKUP-POINT-RECORD.
           MOVE WS-WANTED-NAME TO BP-FILE-NAME.
           MOVE BK-OUT-COUNT TO BP-RECORD-COUNT.
           MOVE BK-CONTROL-TOTAL TO BP-CONTROL-TOTAL.
           MOVE ZERO TO BP-SOURCE-1-LINES.
           MOVE ZERO TO BP-SOURCE-2-LINES.
           MOVE ZERO TO BP-NUMBER-CONTROL.

      *    a missing file counts as no lines at all
       920-COUNT-FILE-LINES.
           MOVE ZERO TO WS-LINES-COUNTED.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS = "00"
               PERFORM 925-READ-COUNT-FILE
               PERFORM UNTIL WS-COUNT-STATUS = "10"
                   ADD 1 TO WS-LINES-COUNTED
                   PERFORM 925-READ-COUNT-FILE
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

       925-READ-COUNT-FILE.
           READ COUNT-FILE
               AT END MOVE "10" TO WS-COUNT-STATUS
           END-READ.

      *    the log position goes on last, after this run's own start
      *    line, so every step logged after it ran after the unload
       930-WRITE-BACKUP-POINT.
           MOVE "RUN-CONTROL-LOG" TO WS-COUNT-FILE-NAME.
           PERFORM 920-COUNT-FILE-LINES.
           MOVE WS-LINES-COUNTED TO BP-RC-LINES.
           MOVE WS-RUN-DATE TO BP-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO BP-TIME.
           OPEN EXTEND BACKUP-POINT-FILE.
           IF WS-POINT-STATUS NOT = "00"
               OPEN OUTPUT BACKUP-POINT-FILE
           END-IF.
           WRITE BACKUP-POINT-RECORD.
           CLOSE BACKUP-POINT-FILE.
           DISPLAY "  BACKUP POINT - RECORDS "BP-RECORD-COUNT
                   " CONTROL TOTAL "BP-CONTROL-TOTAL.

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
           MOVE "BKUPDRIVER" TO RC-STEP.
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
       END PROGRAM BKUPDRIVER.
