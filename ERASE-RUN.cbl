      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer data erasure - works every request approved
      *          on ERASURE-REQUESTS, replacing the customer's name
      *          and date of birth with tokens on CUSTOMER-MASTER,
      *          CUSTOMER-ARCHIVE, HELLO-AUDIT-LOG, LOG-ARCHIVE,
      *          HELLO-TRANS-APPLIED, CUST-MERGE-LOG and
      *          HELLO-SUSPENSE and taking the postal address off
      *          CUSTOMER-ADDRESS; customer numbers, dates and amounts
      *          stay as they were so the financial trail still
      *          balances, and the dated report is the certificate -
      *          every file and record changed, customer by customer
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT ERASURE-REQUEST-FILE ASSIGN TO "ERASURE-REQUESTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-CUSTOMER
               FILE STATUS IS WS-ERASURE-STATUS.
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
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMBER
               FILE STATUS IS WS-CA-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "HELLO-AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT LOG-ARCHIVE-FILE ASSIGN TO "LOG-ARCHIVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT APPLIED-TRANS-FILE
               ASSIGN TO "HELLO-TRANS-APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT MERGE-LOG-FILE ASSIGN TO "CUST-MERGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "HELLO-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT ERASURE-WORK-FILE ASSIGN TO "ERASURE-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
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
      *    one request per customer number - keyed pending, then
      *    approved by a second operator (or refused), then stamped
      *    erased here with the count of records changed
       FD  ERASURE-REQUEST-FILE.
       01  ERASURE-REQUEST-RECORD.
           05 ER-CUSTOMER PIC 9(6).
           05 ER-STATUS PIC X(1).
               88 ER-PENDING  VALUE "P".
               88 ER-APPROVED VALUE "A".
               88 ER-ERASED   VALUE "E".
               88 ER-REFUSED  VALUE "R".
           05 ER-REFERENCE PIC X(20).
           05 ER-REQUESTED-BY PIC X(8).
           05 ER-REQUESTED-DATE PIC X(8).
           05 ER-APPROVED-BY PIC X(8).
           05 ER-APPROVED-DATE PIC X(8).
           05 ER-ERASED-DATE PIC X(8).
           05 ER-RECORDS-CHANGED PIC 9(6).
           05 FILLER PIC X(10).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
       FD  CUSTOMER-ARCHIVE-FILE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 ARC-NUMBER PIC 9(6).
           05 ARC-NAME PIC X(20).
           05 ARC-BIRTH-DATE PIC X(8).
           05 ARC-LAST-ACTIVITY-DATE PIC X(8).
           05 ARC-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
           05 ARC-ARCHIVE-DATE PIC X(8).
       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           05 CA-NUMBER PIC 9(6).
           05 FILLER PIC X(113).
      *    the fixed-position view of the line HELLO_WORLD's
      *    700-WRITE-AUDIT-RECORD strings together
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05 FILLER PIC X(53).
           05 AUD-NUMBER PIC X(6).
           05 FILLER PIC X(6).
           05 AUD-NAME PIC X(20).
           05 FILLER PIC X(5).
           05 AUD-DOB PIC X(8).
           05 FILLER PIC X(22).
      *    archived log lines - only HELLO-AUDIT-LOG's carry a
      *    customer, in the same positions as the live audit line
       FD  LOG-ARCHIVE-FILE.
       01  LOG-ARCHIVE-RECORD.
           05 LA-DATE PIC X(8).
           05 LA-SOURCE PIC X(20).
           05 LA-LINE.
               10 FILLER PIC X(53).
               10 LA-AUD-NUMBER PIC X(6).
               10 FILLER PIC X(6).
               10 LA-AUD-NAME PIC X(20).
               10 FILLER PIC X(5).
               10 LA-AUD-DOB PIC X(8).
               10 FILLER PIC X(34).
       FD  APPLIED-TRANS-FILE.
       01  APPLIED-TRANS-RECORD.
           05 AP-ACTION PIC X(1).
           05 AP-NUMBER PIC X(6).
           05 AP-NAME PIC X(20).
           05 AP-BIRTH-DATE PIC X(8).
           05 FILLER PIC X(48).
           05 AP-ADDRESS PIC X(95).
       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           05 ML-DATE PIC X(8).
           05 ML-TIME PIC X(6).
           05 ML-OPERATOR PIC X(8).
           05 ML-FROM-NUMBER PIC 9(6).
           05 ML-INTO-NUMBER PIC 9(6).
           05 ML-NAME PIC X(20).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-ACTION PIC X(1).
           05 SUSP-NUMBER PIC X(6).
           05 SUSP-NAME   PIC X(20).
           05 SUSP-BIRTH-DATE PIC X(8).
           05 FILLER PIC X(48).
           05 SUSP-ADDRESS PIC X(95).
      *    each sequential file is copied through here with the
      *    erased customers' lines tokenised, then copied back
       FD  ERASURE-WORK-FILE.
       01  ERASURE-WORK-RECORD PIC X(200).
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
       01 WS-ERASURE-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ARC-STATUS PIC X(2).
       01 WS-CA-STATUS PIC X(2).
       01 WS-SEQ-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
      *    what goes where the personal data was - the name token
      *    keeps the number readable, the date of birth token is
      *    deliberately not a date so no age can be worked from it
       01 WS-DOB-TOKEN PIC X(8) VALUE "*ERASED*".
      *    the customers approved for erasure this run, with the
      *    name and date of birth they were known by - captured
      *    before anything changes, to find their unnumbered lines
       01 WS-ERASE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ERASE-TABLE.
           05 WS-ERASE-ENTRY OCCURS 100 TIMES INDEXED BY ET-IDX.
               10 ET-NUMBER PIC 9(6).
               10 ET-NAME PIC X(20).
               10 ET-DOB PIC X(8).
               10 ET-TOKEN PIC X(20).
               10 ET-CHANGED PIC 9(6).
       01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
      *    a candidate line's customer fields, and what matched it
       01 WS-CAND-NUMBER PIC X(6).
       01 WS-CAND-NUMBER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-CAND-NAME PIC X(20).
       01 WS-CAND-DOB PIC X(8).
       01 WS-MATCH-SWITCH PIC X(1) VALUE "N".
           88 WS-MATCHED VALUE "Y".
       01 WS-FILE-NAME PIC X(20).
       01 WS-RECORD-REF PIC X(16).
       01 WS-LINE-SEQ PIC 9(7) VALUE ZERO.
       01 WS-FILE-CHANGED PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-CHANGED PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 955-OPEN-REPORT-FILE.
           STRING "CUSTOMER DATA ERASURE CERTIFICATE - RUN "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN I-O ERASURE-REQUEST-FILE.
           IF WS-ERASURE-STATUS NOT = "00"
               MOVE "NO ERASURE REQUESTS ON FILE" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 100-LOAD-APPROVED
               IF WS-ERASE-COUNT = ZERO
                   MOVE "NO APPROVED ERASURE REQUESTS" TO
                       WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               ELSE
                   PERFORM 200-ERASE-ALL-FILES
                   PERFORM 600-STAMP-REQUESTS
               END-IF
               CLOSE ERASURE-REQUEST-FILE
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    the approved requests into the table with who the
      *    customer was - the master, else the archive, else the
      *    merge log for a number merged away
       100-LOAD-APPROVED.
           MOVE LOW-VALUES TO ERASURE-REQUEST-RECORD.
           START ERASURE-REQUEST-FILE
               KEY IS NOT LESS THAN ER-CUSTOMER
               INVALID KEY
                   MOVE "10" TO WS-ERASURE-STATUS
           END-START.
           IF WS-ERASURE-STATUS = "00"
               PERFORM 110-READ-REQUEST
               PERFORM UNTIL WS-ERASURE-STATUS = "10"
                   IF ER-APPROVED
                       PERFORM 120-LOAD-ONE-REQUEST
                   END-IF
                   PERFORM 110-READ-REQUEST
               END-PERFORM
           END-IF.
           IF WS-OVERFLOW-COUNT > ZERO
               STRING "APPROVED REQUESTS LEFT FOR THE NEXT RUN: "
                      WS-OVERFLOW-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 130-FIND-IDENTITIES.

       110-READ-REQUEST.
           READ ERASURE-REQUEST-FILE NEXT
               AT END MOVE "10" TO WS-ERASURE-STATUS
           END-READ.

       120-LOAD-ONE-REQUEST.
           IF WS-ERASE-COUNT < 100
               ADD 1 TO WS-ERASE-COUNT
               SET ET-IDX TO WS-ERASE-COUNT
               MOVE ER-CUSTOMER TO ET-NUMBER (ET-IDX)
               MOVE SPACES TO ET-NAME (ET-IDX)
               MOVE SPACES TO ET-DOB (ET-IDX)
               MOVE SPACES TO ET-TOKEN (ET-IDX)
               STRING "ERASED " ER-CUSTOMER
                   DELIMITED BY SIZE INTO ET-TOKEN (ET-IDX)
               MOVE ZERO TO ET-CHANGED (ET-IDX)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       130-FIND-IDENTITIES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE.
           PERFORM 140-FIND-ONE-IDENTITY
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-ERASE-COUNT.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-ARCHIVE-FILE.
           OPEN INPUT MERGE-LOG-FILE.
           IF WS-SEQ-STATUS = "00"
               PERFORM 150-READ-MERGE-LOG
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   SET ET-IDX TO 1
                   SEARCH WS-ERASE-ENTRY
                       AT END
                           CONTINUE
                       WHEN ET-IDX > WS-ERASE-COUNT
                           CONTINUE
                       WHEN ET-NUMBER (ET-IDX) = ML-FROM-NUMBER
                           IF ET-NAME (ET-IDX) = SPACES
                               MOVE ML-NAME TO ET-NAME (ET-IDX)
                           END-IF
                   END-SEARCH
                   PERFORM 150-READ-MERGE-LOG
               END-PERFORM
               CLOSE MERGE-LOG-FILE
           END-IF.

       140-FIND-ONE-IDENTITY.
           MOVE ET-NUMBER (ET-IDX) TO CM-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE ET-NUMBER (ET-IDX) TO ARC-NUMBER
                   READ CUSTOMER-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ARC-NAME TO ET-NAME (ET-IDX)
                           MOVE ARC-BIRTH-DATE TO ET-DOB (ET-IDX)
                   END-READ
               NOT INVALID KEY
                   MOVE CM-NAME TO ET-NAME (ET-IDX)
                   MOVE CM-BIRTH-DATE TO ET-DOB (ET-IDX)
           END-READ.

       150-READ-MERGE-LOG.
           READ MERGE-LOG-FILE
               AT END MOVE "10" TO WS-SEQ-STATUS
           END-READ.

      *    file by file - each changed record gets its certificate
      *    line as it is changed
       200-ERASE-ALL-FILES.
           MOVE "FILE                 RECORD           CUSTOMER  "
               TO WS-REPORT-LINE.
           MOVE "ACTION" TO WS-REPORT-LINE (49:6).
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 300-ERASE-MASTER.
           PERFORM 310-ERASE-ARCHIVE.
           PERFORM 320-ERASE-ADDRESS.
           PERFORM 400-ERASE-AUDIT-LOG.
           PERFORM 410-ERASE-LOG-ARCHIVE.
           PERFORM 420-ERASE-APPLIED-TRANS.
           PERFORM 430-ERASE-MERGE-LOG.
           PERFORM 440-ERASE-SUSPENSE.

       300-ERASE-MASTER.
           MOVE "CUSTOMER-MASTER" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               PERFORM 305-ERASE-ONE-MASTER
                   VARYING ET-IDX FROM 1 BY 1
                   UNTIL ET-IDX > WS-ERASE-COUNT
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM 800-FILE-TOTAL.

       305-ERASE-ONE-MASTER.
           MOVE ET-NUMBER (ET-IDX) TO CM-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ET-TOKEN (ET-IDX) TO CM-NAME
                   MOVE WS-DOB-TOKEN TO CM-BIRTH-DATE
                   REWRITE CUSTOMER-MASTER-RECORD
                   MOVE SPACES TO WS-RECORD-REF
                   STRING "KEY " CM-NUMBER
                       DELIMITED BY SIZE INTO WS-RECORD-REF
                   MOVE "NAME AND DOB TOKENISED" TO WS-REPORT-LINE
                       (49:)
                   PERFORM 810-CERTIFY-RECORD
           END-READ.

       310-ERASE-ARCHIVE.
           MOVE "CUSTOMER-ARCHIVE" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           OPEN I-O CUSTOMER-ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               PERFORM 315-ERASE-ONE-ARCHIVE
                   VARYING ET-IDX FROM 1 BY 1
                   UNTIL ET-IDX > WS-ERASE-COUNT
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF.
           PERFORM 800-FILE-TOTAL.

       315-ERASE-ONE-ARCHIVE.
           MOVE ET-NUMBER (ET-IDX) TO ARC-NUMBER.
           READ CUSTOMER-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ET-TOKEN (ET-IDX) TO ARC-NAME
                   MOVE WS-DOB-TOKEN TO ARC-BIRTH-DATE
                   REWRITE CUSTOMER-ARCHIVE-RECORD
                   MOVE SPACES TO WS-RECORD-REF
                   STRING "KEY " ARC-NUMBER
                       DELIMITED BY SIZE INTO WS-RECORD-REF
                   MOVE "NAME AND DOB TOKENISED" TO WS-REPORT-LINE
                       (49:)
                   PERFORM 810-CERTIFY-RECORD
           END-READ.

      *    an address is nothing but personal data - the record
      *    comes off the file rather than being tokenised
       320-ERASE-ADDRESS.
           MOVE "CUSTOMER-ADDRESS" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-CA-STATUS = "00"
               PERFORM 325-ERASE-ONE-ADDRESS
                   VARYING ET-IDX FROM 1 BY 1
                   UNTIL ET-IDX > WS-ERASE-COUNT
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           PERFORM 800-FILE-TOTAL.

       325-ERASE-ONE-ADDRESS.
           MOVE ET-NUMBER (ET-IDX) TO CA-NUMBER.
           DELETE CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RECORD-REF
                   STRING "KEY " CA-NUMBER
                       DELIMITED BY SIZE INTO WS-RECORD-REF
                   MOVE "ADDRESS DELETED" TO WS-REPORT-LINE (49:)
                   PERFORM 810-CERTIFY-RECORD
           END-DELETE.

       400-ERASE-AUDIT-LOG.
           MOVE "HELLO-AUDIT-LOG" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE ZERO TO WS-LINE-SEQ.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-SEQ-STATUS = "00"
               OPEN OUTPUT ERASURE-WORK-FILE
               PERFORM 405-READ-AUDIT-LOG
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   ADD 1 TO WS-LINE-SEQ
                   MOVE AUD-NUMBER TO WS-CAND-NUMBER
                   MOVE AUD-NAME TO WS-CAND-NAME
                   MOVE AUD-DOB TO WS-CAND-DOB
                   PERFORM 700-MATCH-CANDIDATE
                   IF WS-MATCHED
                       MOVE ET-TOKEN (ET-IDX) TO AUD-NAME
                       MOVE WS-DOB-TOKEN TO AUD-DOB
                       MOVE "NAME AND DOB TOKENISED" TO
                           WS-REPORT-LINE (49:)
                       PERFORM 820-CERTIFY-LINE
                   END-IF
                   MOVE AUDIT-LOG-RECORD TO ERASURE-WORK-RECORD
                   WRITE ERASURE-WORK-RECORD
                   PERFORM 405-READ-AUDIT-LOG
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > ZERO
                   OPEN OUTPUT AUDIT-LOG-FILE
                   PERFORM 900-OPEN-WORK-FOR-COPY
                   PERFORM UNTIL WS-WORK-STATUS = "10"
                       MOVE ERASURE-WORK-RECORD TO AUDIT-LOG-RECORD
                       WRITE AUDIT-LOG-RECORD
                       PERFORM 910-READ-WORK
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.
           PERFORM 800-FILE-TOTAL.

       405-READ-AUDIT-LOG.
           READ AUDIT-LOG-FILE
               AT END MOVE "10" TO WS-SEQ-STATUS
           END-READ.

       410-ERASE-LOG-ARCHIVE.
           MOVE "LOG-ARCHIVE" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE ZERO TO WS-LINE-SEQ.
           OPEN INPUT LOG-ARCHIVE-FILE.
           IF WS-SEQ-STATUS = "00"
               OPEN OUTPUT ERASURE-WORK-FILE
               PERFORM 415-READ-LOG-ARCHIVE
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   ADD 1 TO WS-LINE-SEQ
                   IF LA-SOURCE = "HELLO-AUDIT-LOG"
                       MOVE LA-AUD-NUMBER TO WS-CAND-NUMBER
                       MOVE LA-AUD-NAME TO WS-CAND-NAME
                       MOVE LA-AUD-DOB TO WS-CAND-DOB
                       PERFORM 700-MATCH-CANDIDATE
                       IF WS-MATCHED
                           MOVE ET-TOKEN (ET-IDX) TO LA-AUD-NAME
                           MOVE WS-DOB-TOKEN TO LA-AUD-DOB
                           MOVE "NAME AND DOB TOKENISED" TO
                               WS-REPORT-LINE (49:)
                           PERFORM 820-CERTIFY-LINE
                       END-IF
                   END-IF
                   MOVE LOG-ARCHIVE-RECORD TO ERASURE-WORK-RECORD
                   WRITE ERASURE-WORK-RECORD
                   PERFORM 415-READ-LOG-ARCHIVE
               END-PERFORM
               CLOSE LOG-ARCHIVE-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > ZERO
                   OPEN OUTPUT LOG-ARCHIVE-FILE
                   PERFORM 900-OPEN-WORK-FOR-COPY
                   PERFORM UNTIL WS-WORK-STATUS = "10"
                       MOVE ERASURE-WORK-RECORD TO LOG-ARCHIVE-RECORD
                       WRITE LOG-ARCHIVE-RECORD
                       PERFORM 910-READ-WORK
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE LOG-ARCHIVE-FILE
               END-IF
           END-IF.
           PERFORM 800-FILE-TOTAL.

       415-READ-LOG-ARCHIVE.
           READ LOG-ARCHIVE-FILE
               AT END MOVE "10" TO WS-SEQ-STATUS
           END-READ.

      *    an applied add carries no number - it is found by the
      *    name and date of birth the customer was registered under
       420-ERASE-APPLIED-TRANS.
           MOVE "HELLO-TRANS-APPLIED" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE ZERO TO WS-LINE-SEQ.
           OPEN INPUT APPLIED-TRANS-FILE.
           IF WS-SEQ-STATUS = "00"
               OPEN OUTPUT ERASURE-WORK-FILE
               PERFORM 425-READ-APPLIED-TRANS
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   ADD 1 TO WS-LINE-SEQ
                   MOVE AP-NUMBER TO WS-CAND-NUMBER
                   MOVE AP-NAME TO WS-CAND-NAME
                   MOVE AP-BIRTH-DATE TO WS-CAND-DOB
                   PERFORM 700-MATCH-CANDIDATE
                   IF WS-MATCHED
                       MOVE ET-TOKEN (ET-IDX) TO AP-NAME
                       MOVE WS-DOB-TOKEN TO AP-BIRTH-DATE
                       MOVE SPACES TO AP-ADDRESS
                       MOVE "NAME, DOB, ADDRESS TOKENISED" TO
                           WS-REPORT-LINE (49:)
                       PERFORM 820-CERTIFY-LINE
                   END-IF
                   MOVE APPLIED-TRANS-RECORD TO ERASURE-WORK-RECORD
                   WRITE ERASURE-WORK-RECORD
                   PERFORM 425-READ-APPLIED-TRANS
               END-PERFORM
               CLOSE APPLIED-TRANS-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > ZERO
                   OPEN OUTPUT APPLIED-TRANS-FILE
                   PERFORM 900-OPEN-WORK-FOR-COPY
                   PERFORM UNTIL WS-WORK-STATUS = "10"
                       MOVE ERASURE-WORK-RECORD TO
                           APPLIED-TRANS-RECORD
                       WRITE APPLIED-TRANS-RECORD
                       PERFORM 910-READ-WORK
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE APPLIED-TRANS-FILE
               END-IF
           END-IF.
           PERFORM 800-FILE-TOTAL.

       425-READ-APPLIED-TRANS.
           READ APPLIED-TRANS-FILE
               AT END MOVE "10" TO WS-SEQ-STATUS
           END-READ.

      *    a merge names the customer merged away - tokenised when
      *    either side of the merge is being erased
       430-ERASE-MERGE-LOG.
           MOVE "CUST-MERGE-LOG" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE ZERO TO WS-LINE-SEQ.
           OPEN INPUT MERGE-LOG-FILE.
           IF WS-SEQ-STATUS = "00"
               OPEN OUTPUT ERASURE-WORK-FILE
               PERFORM 150-READ-MERGE-LOG
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   ADD 1 TO WS-LINE-SEQ
                   MOVE ML-FROM-NUMBER TO WS-CAND-NUMBER
                   MOVE SPACES TO WS-CAND-NAME
                   MOVE SPACES TO WS-CAND-DOB
                   PERFORM 700-MATCH-CANDIDATE
                   IF NOT WS-MATCHED
                       MOVE ML-INTO-NUMBER TO WS-CAND-NUMBER
                       PERFORM 700-MATCH-CANDIDATE
                   END-IF
                   IF WS-MATCHED
                       MOVE ET-TOKEN (ET-IDX) TO ML-NAME
                       MOVE "NAME TOKENISED" TO WS-REPORT-LINE (49:)
                       PERFORM 820-CERTIFY-LINE
                   END-IF
                   MOVE MERGE-LOG-RECORD TO ERASURE-WORK-RECORD
                   WRITE ERASURE-WORK-RECORD
                   PERFORM 150-READ-MERGE-LOG
               END-PERFORM
               CLOSE MERGE-LOG-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > ZERO
                   OPEN OUTPUT MERGE-LOG-FILE
                   PERFORM 900-OPEN-WORK-FOR-COPY
                   PERFORM UNTIL WS-WORK-STATUS = "10"
                       MOVE ERASURE-WORK-RECORD TO MERGE-LOG-RECORD
                       WRITE MERGE-LOG-RECORD
                       PERFORM 910-READ-WORK
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE MERGE-LOG-FILE
               END-IF
           END-IF.
           PERFORM 800-FILE-TOTAL.

      *    a suspended add is found the same way an applied one is
      *    - by name and date of birth when it has no number
       440-ERASE-SUSPENSE.
           MOVE "HELLO-SUSPENSE" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE ZERO TO WS-LINE-SEQ.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SEQ-STATUS = "00"
               OPEN OUTPUT ERASURE-WORK-FILE
               PERFORM 445-READ-SUSPENSE
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   ADD 1 TO WS-LINE-SEQ
                   MOVE SUSP-NUMBER TO WS-CAND-NUMBER
                   MOVE SUSP-NAME TO WS-CAND-NAME
                   MOVE SUSP-BIRTH-DATE TO WS-CAND-DOB
                   PERFORM 700-MATCH-CANDIDATE
                   IF WS-MATCHED
                       MOVE ET-TOKEN (ET-IDX) TO SUSP-NAME
                       MOVE WS-DOB-TOKEN TO SUSP-BIRTH-DATE
                       MOVE SPACES TO SUSP-ADDRESS
                       MOVE "NAME, DOB, ADDRESS TOKENISED" TO
                           WS-REPORT-LINE (49:)
                       PERFORM 820-CERTIFY-LINE
                   END-IF
                   MOVE SUSPENSE-RECORD TO ERASURE-WORK-RECORD
                   WRITE ERASURE-WORK-RECORD
                   PERFORM 445-READ-SUSPENSE
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > ZERO
                   OPEN OUTPUT SUSPENSE-FILE
                   PERFORM 900-OPEN-WORK-FOR-COPY
                   PERFORM UNTIL WS-WORK-STATUS = "10"
                       MOVE ERASURE-WORK-RECORD TO SUSPENSE-RECORD
                       WRITE SUSPENSE-RECORD
                       PERFORM 910-READ-WORK
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE SUSPENSE-FILE
               END-IF
           END-IF.
           PERFORM 800-FILE-TOTAL.

       445-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END MOVE "10" TO WS-SEQ-STATUS
           END-READ.

      *    the certificate's per-customer lines, then each request
      *    is stamped erased with its count so it never runs again
       600-STAMP-REQUESTS.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "CUSTOMERS ERASED" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 610-STAMP-ONE-REQUEST
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-ERASE-COUNT.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "RECORDS CHANGED IN ALL:  " WS-TOTAL-CHANGED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "NAMES AND DATES OF BIRTH REPLACED BY TOKENS AND "
               TO WS-REPORT-LINE.
           MOVE "ADDRESSES REMOVED; CUSTOMER NUMBERS, DATES AND"
               TO WS-REPORT-LINE (49:).
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "AMOUNTS RETAINED" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       610-STAMP-ONE-REQUEST.
           MOVE ET-NUMBER (ET-IDX) TO ER-CUSTOMER.
           READ ERASURE-REQUEST-FILE
               INVALID KEY
                   MOVE "FAIL" TO WS-RUN-OUTCOME
               NOT INVALID KEY
                   SET ER-ERASED TO TRUE
                   MOVE WS-RUN-DATE TO ER-ERASED-DATE
                   MOVE ET-CHANGED (ET-IDX) TO ER-RECORDS-CHANGED
                   REWRITE ERASURE-REQUEST-RECORD
                   STRING ER-CUSTOMER "  REF " ER-REFERENCE
                          " REQUESTED " ER-REQUESTED-BY " "
                          ER-REQUESTED-DATE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
                   STRING "        APPROVED " ER-APPROVED-BY " "
                          ER-APPROVED-DATE
                          "   RECORDS CHANGED " ER-RECORDS-CHANGED
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
           END-READ.

      *    a numbered line belongs to that number alone; a line
      *    with no number is matched on name and date of birth
       700-MATCH-CANDIDATE.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE WS-CAND-NUMBER TO WS-CAND-NUMBER-JR.
           INSPECT WS-CAND-NUMBER-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-CAND-NUMBER-JR IS NUMERIC
               AND WS-CAND-NUMBER-JR NOT = "000000"
               SET ET-IDX TO 1
               SEARCH WS-ERASE-ENTRY
                   AT END
                       CONTINUE
                   WHEN ET-IDX > WS-ERASE-COUNT
                       CONTINUE
                   WHEN ET-NUMBER (ET-IDX) = WS-CAND-NUMBER-JR
                       SET WS-MATCHED TO TRUE
               END-SEARCH
           ELSE
               IF WS-CAND-NAME NOT = SPACES
                   SET ET-IDX TO 1
                   SEARCH WS-ERASE-ENTRY
                       AT END
                           CONTINUE
                       WHEN ET-IDX > WS-ERASE-COUNT
                           CONTINUE
                       WHEN ET-NAME (ET-IDX) = WS-CAND-NAME
                           AND ET-DOB (ET-IDX) = WS-CAND-DOB
                           SET WS-MATCHED TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

       800-FILE-TOTAL.
           STRING WS-FILE-NAME " RECORDS CHANGED: " WS-FILE-CHANGED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    one certificate line per changed record - the action
      *    text is already in place at column 49
       810-CERTIFY-RECORD.
           MOVE WS-FILE-NAME TO WS-REPORT-LINE (1:20).
           MOVE WS-RECORD-REF TO WS-REPORT-LINE (22:16).
           MOVE ET-NUMBER (ET-IDX) TO WS-REPORT-LINE (39:6).
           PERFORM 960-WRITE-REPORT-LINE.
           ADD 1 TO WS-FILE-CHANGED.
           ADD 1 TO WS-TOTAL-CHANGED.
           ADD 1 TO ET-CHANGED (ET-IDX).

       820-CERTIFY-LINE.
           MOVE SPACES TO WS-RECORD-REF.
           STRING "LINE " WS-LINE-SEQ
               DELIMITED BY SIZE INTO WS-RECORD-REF.
           PERFORM 810-CERTIFY-RECORD.

       900-OPEN-WORK-FOR-COPY.
           OPEN INPUT ERASURE-WORK-FILE.
           PERFORM 910-READ-WORK.

       910-READ-WORK.
           READ ERASURE-WORK-FILE
               AT END MOVE "10" TO WS-WORK-STATUS
           END-READ.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-ERASERUN-" WS-RUN-DATE
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
           MOVE "ERASERUN" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

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
           MOVE "ERASERUN" TO RC-STEP.
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
       END PROGRAM ERASERUN.
