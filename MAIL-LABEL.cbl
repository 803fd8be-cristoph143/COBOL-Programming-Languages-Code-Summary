      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mailing labels for the day's letter runs - each run
      *          that puts a document in the post (DUNLETTER,
      *          CUSTSTMT, INVPRINT, MEMBRENEW, BDAYGREET) leaves the
      *          customers it wrote to on MAILING-REQUESTS; this takes
      *          the processing date's requests, a customer once however
      *          many documents went to them, and addresses each off
      *          CUSTOMER-ADDRESS - labels on the dated report and
      *          the same addresses on MAILING-FILE for a mail house
      *          or window-envelope print; a run name on the command
      *          line (DUNLETTER, say) labels that run's mail alone,
      *          and customers with no address on file are listed
      *          for the office to chase
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILLABEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT MAILING-REQUEST-FILE ASSIGN TO "MAILING-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMBER
               FILE STATUS IS WS-CA-STATUS.
           SELECT MAILING-FILE ASSIGN TO "MAILING-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILING-STATUS.
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
      *    a customer each letter run wrote to, under the run's name
      *    and the date it ran
       FD  MAILING-REQUEST-FILE.
       01  MAILING-REQUEST-RECORD.
           05 MQ-RUN-NAME PIC X(10).
           05 MQ-RUN-DATE PIC X(8).
           05 MQ-CUSTOMER PIC X(6).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           05 CA-NUMBER PIC 9(6).
           05 CA-STREET-1 PIC X(30).
           05 CA-STREET-2 PIC X(30).
           05 CA-CITY PIC X(20).
           05 CA-REGION PIC X(3).
           05 CA-POSTAL-CODE PIC X(10).
           05 CA-COUNTRY PIC X(2).
           05 CA-CHANGED-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    one addressed customer per record - rewritten each run,
      *    the file the mail house or envelope print takes
       FD  MAILING-FILE.
       01  MAILING-RECORD.
           05 MF-RUN-NAME PIC X(10).
           05 MF-RUN-DATE PIC X(8).
           05 MF-CUSTOMER PIC X(6).
           05 MF-NAME PIC X(20).
           05 MF-STREET-1 PIC X(30).
           05 MF-STREET-2 PIC X(30).
           05 MF-CITY PIC X(20).
           05 MF-REGION PIC X(3).
           05 MF-POSTAL-CODE PIC X(10).
           05 MF-COUNTRY PIC X(2).
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
       01 WS-MAILQ-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CA-STATUS PIC X(2).
       01 WS-MAILING-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
      *    a run name on the command line labels that run's mail
      *    only; blank takes every run's requests for the date
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-ADDRESS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ADDRESS-OPEN VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CUSTOMER-FOUND VALUE "Y".
       01 WS-CUST-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
      *    each customer once, with the first run that asked - the
      *    order the requests arrived in is the order labels print
       01 WS-LABEL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LABEL-TABLE.
           05 WS-LABEL-ENTRY OCCURS 2000 TIMES INDEXED BY LB-IDX.
               10 WS-LB-CUSTOMER PIC X(6).
               10 WS-LB-RUN-NAME PIC X(10).
               10 WS-LB-STATUS PIC X(1).
                   88 WS-LB-ADDRESSED VALUE "A".
                   88 WS-LB-NO-ADDRESS VALUE "N".
                   88 WS-LB-NOT-ON-MASTER VALUE "M".
       01 WS-CITY-LINE PIC X(40).
       01 MAIL-COUNTS.
           05 ML-REQUEST-COUNT PIC 9(5) VALUE ZERO.
           05 ML-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.
           05 ML-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
           05 ML-LABEL-COUNT PIC 9(5) VALUE ZERO.
           05 ML-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
           05 ML-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 100-COLLECT-REQUESTS.
           PERFORM 900-OPEN-CUSTOMER-FILES.
           PERFORM 955-OPEN-REPORT-FILE.
           PERFORM 200-PRINT-HEADING.
           OPEN OUTPUT MAILING-FILE.
           PERFORM 300-ADDRESS-ONE-CUSTOMER
               VARYING LB-IDX FROM 1 BY 1
               UNTIL LB-IDX > WS-LABEL-COUNT.
           CLOSE MAILING-FILE.
           PERFORM 400-LIST-EXCEPTIONS.
           PERFORM 500-PRINT-TOTALS.
           PERFORM 965-CLOSE-REPORT-FILE.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-ADDRESS-OPEN
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    the processing date's requests, the selected run's only
      *    when one was named, each customer kept once
       100-COLLECT-REQUESTS.
           OPEN INPUT MAILING-REQUEST-FILE.
           IF WS-MAILQ-STATUS NOT = "00"
               DISPLAY "NO MAILING REQUESTS ON FILE"
           ELSE
               PERFORM 110-READ-REQUEST
               PERFORM UNTIL WS-MAILQ-STATUS = "10"
                   IF MQ-RUN-DATE = WS-RUN-DATE
                       AND (WS-RUN-MODE = SPACES
                            OR MQ-RUN-NAME = WS-RUN-MODE)
                       PERFORM 120-TAKE-ONE-REQUEST
                   END-IF
                   PERFORM 110-READ-REQUEST
               END-PERFORM
               CLOSE MAILING-REQUEST-FILE
           END-IF.

       110-READ-REQUEST.
           READ MAILING-REQUEST-FILE
               AT END MOVE "10" TO WS-MAILQ-STATUS
           END-READ.

       120-TAKE-ONE-REQUEST.
           ADD 1 TO ML-REQUEST-COUNT.
           MOVE MQ-CUSTOMER TO WS-CUST-JR.
           INSPECT WS-CUST-JR REPLACING LEADING SPACE BY ZERO.
           SET LB-IDX TO 1.
           SEARCH WS-LABEL-ENTRY
               AT END
                   PERFORM 130-ADD-LABEL-ENTRY
               WHEN LB-IDX > WS-LABEL-COUNT
                   PERFORM 130-ADD-LABEL-ENTRY
               WHEN WS-LB-CUSTOMER (LB-IDX) = WS-CUST-JR
                   ADD 1 TO ML-DUPLICATE-COUNT
           END-SEARCH.

       130-ADD-LABEL-ENTRY.
           IF WS-LABEL-COUNT < 2000
               ADD 1 TO WS-LABEL-COUNT
               MOVE WS-CUST-JR TO WS-LB-CUSTOMER (WS-LABEL-COUNT)
               MOVE MQ-RUN-NAME TO WS-LB-RUN-NAME (WS-LABEL-COUNT)
               MOVE SPACE TO WS-LB-STATUS (WS-LABEL-COUNT)
           ELSE
               ADD 1 TO ML-OVERFLOW-COUNT
           END-IF.

       200-PRINT-HEADING.
           IF WS-RUN-MODE = SPACES
               STRING "MAILING LABELS - " WS-RUN-DATE
                      " - ALL LETTER RUNS"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "MAILING LABELS - " WS-RUN-DATE
                      " - RUN " WS-RUN-MODE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    name off the master, address off the address file - a
      *    customer short of either is held for the exception list
       300-ADDRESS-ONE-CUSTOMER.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF WS-MASTER-OPEN AND WS-LB-CUSTOMER (LB-IDX) IS NUMERIC
               MOVE WS-LB-CUSTOMER (LB-IDX) TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT WS-CUSTOMER-FOUND
               SET WS-LB-NOT-ON-MASTER (LB-IDX) TO TRUE
               ADD 1 TO ML-NOT-ON-FILE-COUNT
           ELSE
               MOVE "N" TO WS-FOUND-SWITCH
               IF WS-ADDRESS-OPEN
                   MOVE CM-NUMBER TO CA-NUMBER
                   READ CUSTOMER-ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CUSTOMER-FOUND TO TRUE
                   END-READ
               END-IF
               IF WS-CUSTOMER-FOUND
                   SET WS-LB-ADDRESSED (LB-IDX) TO TRUE
                   ADD 1 TO ML-LABEL-COUNT
                   PERFORM 310-WRITE-MAILING-RECORD
                   PERFORM 320-PRINT-LABEL
               ELSE
                   SET WS-LB-NO-ADDRESS (LB-IDX) TO TRUE
                   ADD 1 TO ML-NO-ADDRESS-COUNT
               END-IF
           END-IF.

       310-WRITE-MAILING-RECORD.
           MOVE WS-LB-RUN-NAME (LB-IDX) TO MF-RUN-NAME.
           MOVE WS-RUN-DATE TO MF-RUN-DATE.
           MOVE CM-NUMBER TO MF-CUSTOMER.
           MOVE CM-NAME TO MF-NAME.
           MOVE CA-STREET-1 TO MF-STREET-1.
           MOVE CA-STREET-2 TO MF-STREET-2.
           MOVE CA-CITY TO MF-CITY.
           MOVE CA-REGION TO MF-REGION.
           MOVE CA-POSTAL-CODE TO MF-POSTAL-CODE.
           MOVE CA-COUNTRY TO MF-COUNTRY.
           WRITE MAILING-RECORD.

      *    one label - name, the street lines, city/region/postal
      *    code, and the country for anything going abroad
       320-PRINT-LABEL.
           MOVE CM-NAME TO WS-REPORT-LINE.
           MOVE CM-NUMBER TO WS-REPORT-LINE (42:6).
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE CA-STREET-1 TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF CA-STREET-2 NOT = SPACES
               MOVE CA-STREET-2 TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-CITY-LINE.
           STRING CA-CITY DELIMITED BY "  "
                  " " CA-REGION DELIMITED BY SPACE
                  "  " CA-POSTAL-CODE DELIMITED BY SIZE
                  INTO WS-CITY-LINE.
           MOVE WS-CITY-LINE TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF CA-COUNTRY NOT = "US" AND CA-COUNTRY NOT = SPACES
               MOVE CA-COUNTRY TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

      *    everyone the day's mail could not be addressed to
       400-LIST-EXCEPTIONS.
           IF ML-NO-ADDRESS-COUNT > ZERO
               OR ML-NOT-ON-FILE-COUNT > ZERO
               MOVE "NOT LABELLED" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "CUST    RUN         REASON" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 410-LIST-ONE-EXCEPTION
                   VARYING LB-IDX FROM 1 BY 1
                   UNTIL LB-IDX > WS-LABEL-COUNT
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       410-LIST-ONE-EXCEPTION.
           IF WS-LB-NO-ADDRESS (LB-IDX)
               OR WS-LB-NOT-ON-MASTER (LB-IDX)
               MOVE WS-LB-CUSTOMER (LB-IDX) TO WS-REPORT-LINE
               MOVE WS-LB-RUN-NAME (LB-IDX) TO WS-REPORT-LINE (9:10)
               IF WS-LB-NO-ADDRESS (LB-IDX)
                   MOVE "NO ADDRESS ON FILE" TO WS-REPORT-LINE (21:30)
               ELSE
                   MOVE "NOT ON CUSTOMER MASTER" TO
                       WS-REPORT-LINE (21:30)
               END-IF
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       500-PRINT-TOTALS.
           STRING "REQUESTS READ:       " ML-REQUEST-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "REPEAT REQUESTS:     " ML-DUPLICATE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "LABELS PRODUCED:     " ML-LABEL-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "NO ADDRESS ON FILE:  " ML-NO-ADDRESS-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "NOT ON MASTER:       " ML-NOT-ON-FILE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF ML-OVERFLOW-COUNT > ZERO
               STRING "NOT TAKEN - TABLE FULL: " ML-OVERFLOW-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

      *    both keyed files are read only - without them every
      *    request lands on the exception list
       900-OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                       WS-CM-STATUS
           END-IF.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-CA-STATUS = "00"
               SET WS-ADDRESS-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER ADDRESSES NOT AVAILABLE - STATUS "
                       WS-CA-STATUS
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-MAILLABEL-" WS-RUN-DATE
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
           MOVE "MAILLABEL" TO RX-NAME.
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
           MOVE "MAILLABEL" TO RC-STEP.
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
       END PROGRAM MAILLABEL.
