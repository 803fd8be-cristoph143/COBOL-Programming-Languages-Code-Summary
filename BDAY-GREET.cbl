      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly birthday greetings - picks the customers on
      *          the master whose date of birth falls in the coming
      *          month (or the YYYYMM given on the command line) and
      *          writes each a greeting letter on BIRTHDAY-GREETINGS,
      *          worded from MESSAGE-CATALOG (the BDAY* messages) in
      *          the customer's own language with HELLO_WORLD's
      *          English, Spanish and French as the built-in
      *          fallback; numbers on CUSTOMER-ARCHIVE or merged away
      *          on CUST-MERGE-LOG are passed over, and the dated
      *          report lists every greeting with a count by
      *          language for marketing
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDAYGREET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
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
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MESSAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT GREETING-FILE ASSIGN TO "BIRTHDAY-GREETINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETING-STATUS.
           SELECT MAILING-REQUEST-FILE ASSIGN TO "MAILING-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQ-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRESPONDENCE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RUN-ID-CONTROL-FILE ASSIGN TO "RUN-ID-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-ID-STATUS.
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
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-BIRTH-PARTS REDEFINES CM-BIRTH-DATE.
               10 CM-BIRTH-YYYY PIC X(4).
               10 CM-BIRTH-MM PIC X(2).
               10 CM-BIRTH-DD PIC X(2).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    customers CUSTARCH has taken off the active master
       FD  CUSTOMER-ARCHIVE-FILE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 ARC-NUMBER PIC 9(6).
           05 ARC-NAME PIC X(20).
           05 ARC-BIRTH-DATE PIC X(8).
           05 ARC-LAST-ACTIVITY-DATE PIC X(8).
           05 ARC-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
           05 ARC-ARCHIVE-DATE PIC X(8).
      *    every number CUSTDUPE has folded into another
       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           05 ML-DATE PIC X(8).
           05 ML-TIME PIC X(6).
           05 ML-OPERATOR PIC X(8).
           05 ML-FROM-NUMBER PIC 9(6).
           05 ML-INTO-NUMBER PIC 9(6).
           05 ML-NAME PIC X(20).
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD.
           05 MSG-KEY.
               10 MSG-ID PIC X(8).
               10 MSG-LANGUAGE PIC X(2).
           05 MSG-TEXT PIC X(60).
       FD  GREETING-FILE.
       01  GREETING-LINE PIC X(80).
      *    each customer greeted - MAILLABEL addresses them
       FD  MAILING-REQUEST-FILE.
       01  MAILING-REQUEST-RECORD.
           05 MQ-RUN-NAME PIC X(10).
           05 MQ-RUN-DATE PIC X(8).
           05 MQ-CUSTOMER PIC X(6).
      *    one line per letter sent, whichever run sent it - who it
      *    went to, what it was, the wording and language it went
      *    out in, and the run that produced it
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRG-RECIPIENT-TYPE PIC X(1).
               88 CRG-TO-CUSTOMER VALUE "C".
               88 CRG-TO-STUDENT  VALUE "S".
           05 CRG-RECIPIENT PIC X(6).
           05 CRG-LETTER-TYPE PIC X(10).
           05 CRG-MSG-ID PIC X(8).
           05 CRG-LANGUAGE PIC X(2).
           05 CRG-RUN-DATE PIC X(8).
           05 CRG-RUN-ID PIC X(8).
      *    last run number handed out across the batch suite - every
      *    program that stamps output reads and steps this one
      *    record, then prefixes its own four-character program
      *    code, so two runs on the same date can never share an id
       FD  RUN-ID-CONTROL-FILE.
       01  RUN-ID-CONTROL-RECORD.
           05 CTL-LAST-RUN-NUMBER PIC 9(4).
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
       01 WS-CM-STATUS PIC X(2).
       01 WS-ARC-STATUS PIC X(2).
       01 WS-MERGE-LOG-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-GREETING-STATUS PIC X(2).
       01 WS-MAILQ-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "BDAY".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
      *    the letter's lead message and the language it actually
      *    came out in - for the correspondence register
       01 WS-LETTER-MSG-ID PIC X(8).
       01 WS-LETTER-LANGUAGE PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
      *    a YYYYMM on the command line greets that month; with
      *    none the run greets the month after the processing date
       01 WS-RUN-MODE PIC X(16) VALUE SPACES.
       01 WS-TARGET-MONTH PIC X(6).
       01 WS-TARGET-PARTS REDEFINES WS-TARGET-MONTH.
           05 WS-TARGET-YYYY PIC 9(4).
           05 WS-TARGET-MM PIC 9(2).
       01 WS-BIRTHDAY PIC X(8).
       01 WS-BIRTHDAY-PARTS REDEFINES WS-BIRTHDAY.
           05 WS-BDAY-YYYY PIC 9(4).
           05 WS-BDAY-MM PIC X(2).
           05 WS-BDAY-DD PIC X(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-LEAP-YEAR-SWITCH PIC X(1) VALUE "N".
           88 WS-LEAP-YEAR VALUE "Y".
       01 WS-ARCHIVE-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ARCHIVE-OPEN VALUE "Y".
       01 WS-CATALOG-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CATALOG-OPEN VALUE "Y".
       01 WS-MSG-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-MSG-FOUND VALUE "Y".
       01 WS-SKIP-SWITCH PIC X(1) VALUE "N".
           88 WS-SKIP-CUSTOMER VALUE "Y".
       01 WS-MSG-ID PIC X(8).
       01 WS-MSG-TEXT-A PIC X(60).
       01 LANGUAGE-CODE PIC X(2) VALUE "EN".
           88 LANGUAGE-IS-SPANISH VALUE "ES".
           88 LANGUAGE-IS-FRENCH VALUE "FR".
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
      *    numbers merged away, off the merge log
       01 WS-MERGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MERGED-TABLE.
           05 WS-MERGED-NUMBER PIC 9(6) OCCURS 2000 TIMES
               INDEXED BY MG-IDX.
      *    greetings by language for the marketing summary
       01 WS-LANG-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LANG-TABLE.
           05 WS-LANG-ENTRY OCCURS 20 TIMES INDEXED BY LG-IDX.
               10 WS-LG-CODE PIC X(2).
               10 WS-LG-GREETED PIC 9(5).
       01 GREETING-COUNTS.
           05 BG-MASTER-READ PIC 9(6) VALUE ZERO.
           05 BG-GREETED PIC 9(5) VALUE ZERO.
           05 BG-ARCHIVED PIC 9(5) VALUE ZERO.
           05 BG-MERGED PIC 9(5) VALUE ZERO.
           05 BG-NO-DOB PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 100-SET-TARGET-MONTH.
           PERFORM 110-LOAD-MERGED-NUMBERS.
           PERFORM 900-OPEN-MESSAGE-CATALOG.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               SET WS-ARCHIVE-OPEN TO TRUE
           END-IF.
           PERFORM 955-OPEN-REPORT-FILE.
           STRING "BIRTHDAY GREETINGS FOR " WS-TARGET-MONTH
                  "   RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "CUST    NAME                  BIRTHDAY  LANG"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS NOT = "00"
               MOVE "CUSTOMER MASTER NOT AVAILABLE - NO GREETINGS"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
               OPEN OUTPUT GREETING-FILE
               PERFORM 930-OPEN-MAILING-REQUESTS
               PERFORM 935-ASSIGN-RUN-ID
               PERFORM 936-OPEN-CORRESPONDENCE
               PERFORM 200-PASS-MASTER
               CLOSE GREETING-FILE
               CLOSE MAILING-REQUEST-FILE
               CLOSE CORRESPONDENCE-FILE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 965-CLOSE-REPORT-FILE.
           IF WS-ARCHIVE-OPEN
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF.
           IF WS-CATALOG-OPEN
               CLOSE MESSAGE-CATALOG-FILE
           END-IF.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    the month after the processing date unless a YYYYMM was
      *    given; the greeting year decides whether February has
      *    a 29th
       100-SET-TARGET-MONTH.
           IF WS-RUN-MODE (1:6) IS NUMERIC
               AND WS-RUN-MODE (5:2) >= "01"
               AND WS-RUN-MODE (5:2) <= "12"
               MOVE WS-RUN-MODE (1:6) TO WS-TARGET-MONTH
           ELSE
               MOVE WS-RUN-YYYY TO WS-TARGET-YYYY
               MOVE WS-RUN-MM TO WS-TARGET-MM
               IF WS-TARGET-MM = 12
                   MOVE 1 TO WS-TARGET-MM
                   ADD 1 TO WS-TARGET-YYYY
               ELSE
                   ADD 1 TO WS-TARGET-MM
               END-IF
           END-IF.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH.
           DIVIDE WS-TARGET-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               SET WS-LEAP-YEAR TO TRUE
               DIVIDE WS-TARGET-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE "N" TO WS-LEAP-YEAR-SWITCH
                   DIVIDE WS-TARGET-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       110-LOAD-MERGED-NUMBERS.
           OPEN INPUT MERGE-LOG-FILE.
           IF WS-MERGE-LOG-STATUS = "00"
               PERFORM 120-READ-MERGE-LOG
               PERFORM UNTIL WS-MERGE-LOG-STATUS = "10"
                   IF ML-FROM-NUMBER IS NUMERIC
                       AND WS-MERGED-COUNT < 2000
                       ADD 1 TO WS-MERGED-COUNT
                       MOVE ML-FROM-NUMBER TO
                           WS-MERGED-NUMBER (WS-MERGED-COUNT)
                   END-IF
                   PERFORM 120-READ-MERGE-LOG
               END-PERFORM
               CLOSE MERGE-LOG-FILE
           END-IF.

       120-READ-MERGE-LOG.
           READ MERGE-LOG-FILE
               AT END MOVE "10" TO WS-MERGE-LOG-STATUS
           END-READ.

       200-PASS-MASTER.
           MOVE LOW-VALUES TO CUSTOMER-MASTER-RECORD.
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CM-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CM-STATUS
           END-START.
           IF WS-CM-STATUS = "00"
               PERFORM 210-READ-MASTER
               PERFORM UNTIL WS-CM-STATUS = "10"
                   ADD 1 TO BG-MASTER-READ
                   PERFORM 300-JUDGE-CUSTOMER
                   PERFORM 210-READ-MASTER
               END-PERFORM
           END-IF.

       210-READ-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-CM-STATUS
           END-READ.

      *    a date of birth in the target month greets the customer,
      *    unless the number is archived or merged away
       300-JUDGE-CUSTOMER.
           IF CM-BIRTH-DATE IS NOT NUMERIC
               ADD 1 TO BG-NO-DOB
           ELSE
               IF CM-BIRTH-MM = WS-TARGET-MONTH (5:2)
                   PERFORM 310-CHECK-INACTIVE
                   IF NOT WS-SKIP-CUSTOMER
                       PERFORM 400-PRODUCE-ONE-GREETING
                   END-IF
               END-IF
           END-IF.

       310-CHECK-INACTIVE.
           MOVE "N" TO WS-SKIP-SWITCH.
           IF WS-ARCHIVE-OPEN
               MOVE CM-NUMBER TO ARC-NUMBER
               READ CUSTOMER-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SKIP-CUSTOMER TO TRUE
                       ADD 1 TO BG-ARCHIVED
               END-READ
           END-IF.
           IF NOT WS-SKIP-CUSTOMER AND WS-MERGED-COUNT > ZERO
               SET MG-IDX TO 1
               SEARCH WS-MERGED-NUMBER
                   AT END
                       CONTINUE
                   WHEN MG-IDX > WS-MERGED-COUNT
                       CONTINUE
                   WHEN WS-MERGED-NUMBER (MG-IDX) = CM-NUMBER
                       SET WS-SKIP-CUSTOMER TO TRUE
                       ADD 1 TO BG-MERGED
               END-SEARCH
           END-IF.

      *    one greeting - salutation, the day, and the closing,
      *    each worded in the customer's language
       400-PRODUCE-ONE-GREETING.
           ADD 1 TO BG-GREETED.
           MOVE CM-LANGUAGE-CODE TO LANGUAGE-CODE.
           IF LANGUAGE-CODE = SPACES
               MOVE "EN" TO LANGUAGE-CODE
           END-IF.
           MOVE WS-TARGET-YYYY TO WS-BDAY-YYYY.
           MOVE CM-BIRTH-MM TO WS-BDAY-MM.
           MOVE CM-BIRTH-DD TO WS-BDAY-DD.
           IF WS-BDAY-MM = "02" AND WS-BDAY-DD = "29"
               AND NOT WS-LEAP-YEAR
               MOVE "28" TO WS-BDAY-DD
           END-IF.
           MOVE SPACES TO GREETING-LINE.
           STRING "GREETING " BG-GREETED
                  "   RUN DATE " WS-RUN-DATE
                  "   CUSTOMER " CM-NUMBER
                  DELIMITED BY SIZE INTO GREETING-LINE.
           WRITE GREETING-LINE.
           EVALUATE TRUE
               WHEN LANGUAGE-IS-SPANISH
                   MOVE "FELIZ CUMPLEANOS, ;" TO WS-MSG-TEXT-A
               WHEN LANGUAGE-IS-FRENCH
                   MOVE "JOYEUX ANNIVERSAIRE, ;" TO WS-MSG-TEXT-A
               WHEN OTHER
                   MOVE "HAPPY BIRTHDAY, ;" TO WS-MSG-TEXT-A
           END-EVALUATE.
           MOVE "BDAYHEAD" TO WS-MSG-ID.
           PERFORM 940-FETCH-MESSAGE.
      *    the built-in wording is the customer's own language only
      *    for Spanish and French - anything else falls to English
           MOVE WS-MSG-ID TO WS-LETTER-MSG-ID.
           EVALUATE TRUE
               WHEN WS-MSG-FOUND
                   MOVE MSG-LANGUAGE TO WS-LETTER-LANGUAGE
               WHEN LANGUAGE-IS-SPANISH OR LANGUAGE-IS-FRENCH
                   MOVE LANGUAGE-CODE TO WS-LETTER-LANGUAGE
               WHEN OTHER
                   MOVE "EN" TO WS-LETTER-LANGUAGE
           END-EVALUATE.
           MOVE SPACES TO GREETING-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  CM-NAME DELIMITED BY SIZE
                  INTO GREETING-LINE.
           WRITE GREETING-LINE.
           EVALUATE TRUE
               WHEN LANGUAGE-IS-SPANISH
                   MOVE "LE DESEAMOS UN FELIZ DIA EL ;"
                       TO WS-MSG-TEXT-A
               WHEN LANGUAGE-IS-FRENCH
                   MOVE "NOUS VOUS SOUHAITONS UNE BELLE JOURNEE LE ;"
                       TO WS-MSG-TEXT-A
               WHEN OTHER
                   MOVE "WISHING YOU A WONDERFUL DAY ON ;"
                       TO WS-MSG-TEXT-A
           END-EVALUATE.
           MOVE "BDAYBODY" TO WS-MSG-ID.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO GREETING-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  WS-BIRTHDAY DELIMITED BY SIZE
                  INTO GREETING-LINE.
           WRITE GREETING-LINE.
           EVALUATE TRUE
               WHEN LANGUAGE-IS-SPANISH
                   MOVE "CON NUESTROS MEJORES DESEOS" TO WS-MSG-TEXT-A
               WHEN LANGUAGE-IS-FRENCH
                   MOVE "AVEC NOS MEILLEURS VOEUX" TO WS-MSG-TEXT-A
               WHEN OTHER
                   MOVE "WITH BEST WISHES FROM ALL OF US"
                       TO WS-MSG-TEXT-A
           END-EVALUATE.
           MOVE "BDAYCLOS" TO WS-MSG-ID.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO GREETING-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
               INTO GREETING-LINE.
           WRITE GREETING-LINE.
           MOVE SPACES TO GREETING-LINE.
           WRITE GREETING-LINE.
           MOVE "BDAYGREET" TO MQ-RUN-NAME.
           MOVE WS-RUN-DATE TO MQ-RUN-DATE.
           MOVE CM-NUMBER TO MQ-CUSTOMER.
           WRITE MAILING-REQUEST-RECORD.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           SET CRG-TO-CUSTOMER TO TRUE.
           MOVE CM-NUMBER TO CRG-RECIPIENT.
           MOVE "BIRTHDAY" TO CRG-LETTER-TYPE.
           MOVE WS-LETTER-MSG-ID TO CRG-MSG-ID.
           MOVE WS-LETTER-LANGUAGE TO CRG-LANGUAGE.
           MOVE WS-RUN-DATE TO CRG-RUN-DATE.
           MOVE WS-ASSIGNED-RUN-ID TO CRG-RUN-ID.
           WRITE CORRESPONDENCE-RECORD.
           MOVE CM-NUMBER TO WS-REPORT-LINE.
           MOVE CM-NAME TO WS-REPORT-LINE (9:20).
           MOVE WS-BIRTHDAY TO WS-REPORT-LINE (31:8).
           MOVE LANGUAGE-CODE TO WS-REPORT-LINE (41:2).
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 410-COUNT-LANGUAGE.

       410-COUNT-LANGUAGE.
           SET LG-IDX TO 1.
           SEARCH WS-LANG-ENTRY
               AT END
                   PERFORM 420-ADD-LANGUAGE
               WHEN LG-IDX > WS-LANG-COUNT
                   PERFORM 420-ADD-LANGUAGE
               WHEN WS-LG-CODE (LG-IDX) = LANGUAGE-CODE
                   ADD 1 TO WS-LG-GREETED (LG-IDX)
           END-SEARCH.

       420-ADD-LANGUAGE.
           IF WS-LANG-COUNT < 20
               ADD 1 TO WS-LANG-COUNT
               MOVE LANGUAGE-CODE TO WS-LG-CODE (WS-LANG-COUNT)
               MOVE 1 TO WS-LG-GREETED (WS-LANG-COUNT)
           END-IF.

      *    the marketing summary - greetings by language, then what
      *    the run passed over and why
       700-PRINT-SUMMARY.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "GREETINGS BY LANGUAGE" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 710-PRINT-ONE-LANGUAGE
               VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > WS-LANG-COUNT.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "CUSTOMERS READ:       " BG-MASTER-READ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "GREETINGS WRITTEN:     " BG-GREETED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "PASSED - ARCHIVED:     " BG-ARCHIVED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "PASSED - MERGED:       " BG-MERGED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "NO DATE OF BIRTH:      " BG-NO-DOB
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       710-PRINT-ONE-LANGUAGE.
           STRING "  " WS-LG-CODE (LG-IDX)
                  "   " WS-LG-GREETED (LG-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       900-OPEN-MESSAGE-CATALOG.
           OPEN INPUT MESSAGE-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "MESSAGE CATALOG NOT AVAILABLE - GREETINGS "
                       "USE THE BUILT-IN WORDING"
           END-IF.

      *    requests accumulate across the day's runs until
      *    MAILLABEL has worked them
       930-OPEN-MAILING-REQUESTS.
           OPEN EXTEND MAILING-REQUEST-FILE.
           IF WS-MAILQ-STATUS NOT = "00"
               OPEN OUTPUT MAILING-REQUEST-FILE
           END-IF.

      *    read-step-rewrite of the shared run-number record - the
      *    id stamped on every register line this run traces back
      *    to exactly this execution
       935-ASSIGN-RUN-ID.
           MOVE ZERO TO WS-LAST-RUN-NUMBER.
           OPEN INPUT RUN-ID-CONTROL-FILE.
           IF WS-RUN-ID-STATUS = "00"
               READ RUN-ID-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-RUN-NUMBER TO
                           WS-LAST-RUN-NUMBER
               END-READ
               CLOSE RUN-ID-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-LAST-RUN-NUMBER.
           OPEN OUTPUT RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO CTL-LAST-RUN-NUMBER.
           WRITE RUN-ID-CONTROL-RECORD.
           CLOSE RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO WS-RUN-ID-NUMBER.

      *    the register is never restarted - every letter-producing
      *    run adds to the one history
       936-OPEN-CORRESPONDENCE.
           OPEN EXTEND CORRESPONDENCE-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CORRESPONDENCE-FILE
           END-IF.

      *    look the wording up, falling back to the English row and
      *    failing that leaving the caller's built-in text untouched
      *    - the same lookup DUNLETTER's letters go through
       940-FETCH-MESSAGE.
           MOVE "N" TO WS-MSG-FOUND-SWITCH.
           IF WS-CATALOG-OPEN
               MOVE WS-MSG-ID TO MSG-ID
               MOVE LANGUAGE-CODE TO MSG-LANGUAGE
               READ MESSAGE-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MSG-FOUND TO TRUE
               END-READ
               IF NOT WS-MSG-FOUND AND LANGUAGE-CODE NOT = "EN"
                   MOVE "EN" TO MSG-LANGUAGE
                   READ MESSAGE-CATALOG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-MSG-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.
           IF WS-MSG-FOUND
               MOVE MSG-TEXT TO WS-MSG-TEXT-A
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-BDAYGREET-" WS-RUN-DATE
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
           MOVE "BDAYGREET" TO RX-NAME.
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
           MOVE "BDAYGREET" TO RC-STEP.
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
       END PROGRAM BDAYGREET.
