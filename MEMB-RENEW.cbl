      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly membership renewals - works
      *          CUSTOMER-MEMBERSHIP and, for every paid membership
      *          running out inside the notice window on
      *          MEMBERSHIP-CONTROL, writes a renewal notice on
      *          RENEWAL-NOTICES worded from MESSAGE-CATALOG (the
      *          MEM* messages) in the customer's own language, the
      *          way DUNLETTER words its letters; each paid-through
      *          date is noticed once, so a rerun sends nothing
      *          twice; the dated report lists the notices sent and
      *          the members whose membership lapsed since the last
      *          monthly run, with a count of everyone still lapsed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBRENEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "CUSTOMER-MEMBERSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-CUSTOMER
               FILE STATUS IS WS-MEMBERSHIP-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MESSAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT MEMBERSHIP-CONTROL-FILE
               ASSIGN TO "MEMBERSHIP-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "RENEWAL-NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
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
      *    each customer's paid membership - the notice date and the
      *    paid-through date it was sent for are stamped here
       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MB-CUSTOMER PIC X(6).
           05 MB-TYPE PIC X(2).
               88 MB-TYPE-LIFE VALUE "LF".
           05 MB-JOIN-DATE PIC X(8).
           05 MB-PAID-THROUGH PIC X(8).
           05 MB-LAST-PAID-DATE PIC X(8).
           05 MB-NOTICE-DATE PIC X(8).
           05 MB-NOTICE-FOR-DATE PIC X(8).
           05 FILLER PIC X(10).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD.
           05 MSG-KEY.
               10 MSG-ID PIC X(8).
               10 MSG-LANGUAGE PIC X(2).
           05 MSG-TEXT PIC X(60).
      *    how many days ahead of the paid-through date a notice
      *    goes, and how far back a lapse counts as new on the
      *    report - no record means the defaults
       FD  MEMBERSHIP-CONTROL-FILE.
       01  MEMBERSHIP-CONTROL-RECORD.
           05 CTL-NOTICE-DAYS PIC 9(3).
           05 CTL-LAPSE-DAYS PIC 9(3).
       FD  NOTICE-FILE.
       01  NOTICE-LINE PIC X(80).
      *    each customer sent a notice - MAILLABEL addresses them
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
       01 WS-MEMBERSHIP-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-NOTICE-STATUS PIC X(2).
       01 WS-MAILQ-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "MEMR".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
      *    the letter's lead message and the language it actually
      *    came out in - for the correspondence register
       01 WS-LETTER-MSG-ID PIC X(8).
       01 WS-LETTER-LANGUAGE PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 45.
       01 WS-LAPSE-DAYS PIC 9(3) VALUE 31.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-CATALOG-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CATALOG-OPEN VALUE "Y".
       01 WS-MSG-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-MSG-FOUND VALUE "Y".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CUSTOMER-FOUND VALUE "Y".
       01 WS-MSG-ID PIC X(8).
       01 WS-MSG-TEXT-A PIC X(60).
       01 LANGUAGE-CODE PIC X(2) VALUE "EN".
       01 WS-CUSTOMER-NAME PIC X(20).
       01 WS-PASS PIC X(1).
           88 WS-NOTICE-PASS VALUE "N".
           88 WS-LAPSE-PASS VALUE "L".
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DAYS-EDIT PIC ZZZZ9.
       01 RENEWAL-COUNTS.
           05 RN-MEMBERS-READ PIC 9(5) VALUE ZERO.
           05 RN-LIFE-COUNT PIC 9(5) VALUE ZERO.
           05 RN-NOTICE-COUNT PIC 9(5) VALUE ZERO.
           05 RN-ALREADY-NOTICED PIC 9(5) VALUE ZERO.
           05 RN-NEW-LAPSE-COUNT PIC 9(5) VALUE ZERO.
           05 RN-LAPSED-COUNT PIC 9(5) VALUE ZERO.
           05 RN-NOT-STAMPED-COUNT PIC 9(5) VALUE ZERO.
           05 RN-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.
      *    serial day numbers for the window arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY PIC 9(4).
           05 WS-SER-MM   PIC 9(2).
           05 WS-SER-DD   PIC 9(2).
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZERO.
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-TODAY-DAYS PIC 9(7) VALUE ZERO.
       01 WS-DAYS-APART PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
           PERFORM 800-DATE-TO-SERIAL.
           MOVE WS-SERIAL-DAYS TO WS-TODAY-DAYS.
           PERFORM 100-READ-MEMBERSHIP-CONTROL.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MEMBERSHIP RENEWALS - " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN I-O MEMBERSHIP-FILE.
           IF WS-MEMBERSHIP-STATUS NOT = "00"
               MOVE "NO MEMBERSHIP FILE - NO RENEWALS TO WORK"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 900-OPEN-MESSAGE-CATALOG
               PERFORM 910-OPEN-CUSTOMER-MASTER
               PERFORM 930-OPEN-MAILING-REQUESTS
               PERFORM 935-ASSIGN-RUN-ID
               PERFORM 936-OPEN-CORRESPONDENCE
               OPEN OUTPUT NOTICE-FILE
               MOVE "RENEWAL NOTICES SENT" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "CUST    NAME                  TYPE  PAID THRU"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               SET WS-NOTICE-PASS TO TRUE
               PERFORM 200-PASS-MEMBERSHIPS
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "LAPSED SINCE THE LAST MONTHLY RUN"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "CUST    NAME                  TYPE  PAID THRU"
                   TO WS-REPORT-LINE
               MOVE "DAYS" TO WS-REPORT-LINE (50:4)
               PERFORM 960-WRITE-REPORT-LINE
               SET WS-LAPSE-PASS TO TRUE
               PERFORM 200-PASS-MEMBERSHIPS
               PERFORM 960-WRITE-REPORT-LINE
               CLOSE NOTICE-FILE
               CLOSE MAILING-REQUEST-FILE
               CLOSE CORRESPONDENCE-FILE
               CLOSE MEMBERSHIP-FILE
               IF WS-CATALOG-OPEN
                   CLOSE MESSAGE-CATALOG-FILE
               END-IF
               IF WS-MASTER-OPEN
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

       100-READ-MEMBERSHIP-CONTROL.
           OPEN INPUT MEMBERSHIP-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ MEMBERSHIP-CONTROL-FILE
                   NOT AT END
                       IF CTL-NOTICE-DAYS IS NUMERIC
                           AND CTL-NOTICE-DAYS > ZERO
                           MOVE CTL-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
                       IF CTL-LAPSE-DAYS IS NUMERIC
                           AND CTL-LAPSE-DAYS > ZERO
                           MOVE CTL-LAPSE-DAYS TO WS-LAPSE-DAYS
                       END-IF
               END-READ
               CLOSE MEMBERSHIP-CONTROL-FILE
           END-IF.

      *    one pass down the customer key - the notice pass sends
      *    and stamps, the lapse pass only reports
       200-PASS-MEMBERSHIPS.
           MOVE LOW-VALUES TO MB-CUSTOMER.
           START MEMBERSHIP-FILE KEY IS NOT LESS THAN MB-CUSTOMER
               INVALID KEY
                   MOVE "10" TO WS-MEMBERSHIP-STATUS
           END-START.
           IF WS-MEMBERSHIP-STATUS = "00"
               PERFORM 210-READ-MEMBERSHIP
               PERFORM UNTIL WS-MEMBERSHIP-STATUS = "10"
                   IF WS-NOTICE-PASS
                       PERFORM 300-JUDGE-RENEWAL
                   ELSE
                       PERFORM 500-JUDGE-LAPSE
                   END-IF
                   PERFORM 210-READ-MEMBERSHIP
               END-PERFORM
           END-IF.
           MOVE "00" TO WS-MEMBERSHIP-STATUS.

       210-READ-MEMBERSHIP.
           READ MEMBERSHIP-FILE NEXT
               AT END MOVE "10" TO WS-MEMBERSHIP-STATUS
           END-READ.

      *    a membership still current whose paid-through date falls
      *    inside the notice window, and not yet noticed for that
      *    date, gets its notice now
       300-JUDGE-RENEWAL.
           ADD 1 TO RN-MEMBERS-READ.
           IF MB-TYPE-LIFE
               ADD 1 TO RN-LIFE-COUNT
           ELSE
               IF MB-PAID-THROUGH IS NUMERIC
                   AND MB-PAID-THROUGH NOT < WS-RUN-DATE
                   MOVE MB-PAID-THROUGH TO WS-SERIAL-DATE
                   PERFORM 800-DATE-TO-SERIAL
                   COMPUTE WS-DAYS-APART =
                       WS-SERIAL-DAYS - WS-TODAY-DAYS
                   IF WS-DAYS-APART NOT > WS-NOTICE-DAYS
                       IF MB-NOTICE-FOR-DATE = MB-PAID-THROUGH
                           ADD 1 TO RN-ALREADY-NOTICED
                       ELSE
                           PERFORM 320-RESOLVE-CUSTOMER
                           IF WS-CUSTOMER-FOUND
                               PERFORM 400-PRODUCE-ONE-NOTICE
                               PERFORM 450-RECORD-NOTICE-SENT
                           ELSE
                               ADD 1 TO RN-NOT-ON-FILE-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       320-RESOLVE-CUSTOMER.
           MOVE "EN" TO LANGUAGE-CODE.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
           IF WS-MASTER-OPEN AND MB-CUSTOMER IS NUMERIC
               MOVE MB-CUSTOMER TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-FOUND TO TRUE
                       MOVE CM-NAME TO WS-CUSTOMER-NAME
                       IF CM-LANGUAGE-CODE NOT = SPACES
                           MOVE CM-LANGUAGE-CODE TO LANGUAGE-CODE
                       END-IF
               END-READ
           END-IF.

      *    one notice - heading, the paid-through date, the call to
      *    renew and the closing, each worded in the customer's
      *    language
       400-PRODUCE-ONE-NOTICE.
           ADD 1 TO RN-NOTICE-COUNT.
           MOVE SPACES TO NOTICE-LINE.
           STRING "NOTICE " RN-NOTICE-COUNT
                  "   RUN DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "MEMHEAD " TO WS-MSG-ID.
           MOVE "MEMBERSHIP RENEWAL NOTICE FOR ;" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-ID TO WS-LETTER-MSG-ID.
           IF WS-MSG-FOUND
               MOVE MSG-LANGUAGE TO WS-LETTER-LANGUAGE
           ELSE
               MOVE "EN" TO WS-LETTER-LANGUAGE
           END-IF.
           MOVE SPACES TO NOTICE-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  " (" MB-CUSTOMER ")" DELIMITED BY SIZE
                  INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "MEMBODY1" TO WS-MSG-ID.
           MOVE "YOUR MEMBERSHIP IS PAID THROUGH ;" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO NOTICE-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  MB-PAID-THROUGH DELIMITED BY SIZE
                  INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "MEMBODY2" TO WS-MSG-ID.
           MOVE "RENEW BEFORE THEN TO KEEP YOUR MEMBER PRICES."
               TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO NOTICE-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "MEMCLOSE" TO WS-MSG-ID.
           MOVE "SINCERELY, MEMBERSHIP SERVICES" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO NOTICE-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE MB-CUSTOMER TO WS-REPORT-LINE.
           MOVE WS-CUSTOMER-NAME TO WS-REPORT-LINE (9:20).
           MOVE MB-TYPE TO WS-REPORT-LINE (31:2).
           MOVE MB-PAID-THROUGH TO WS-REPORT-LINE (37:8).
           PERFORM 960-WRITE-REPORT-LINE.

      *    the notice is stamped against the paid-through date it
      *    was sent for - a renewal moves the date on and the next
      *    expiry gets a notice of its own
       450-RECORD-NOTICE-SENT.
           MOVE WS-RUN-DATE TO MB-NOTICE-DATE.
           MOVE MB-PAID-THROUGH TO MB-NOTICE-FOR-DATE.
           REWRITE MEMBERSHIP-RECORD
               INVALID KEY
                   DISPLAY "NOTICE NOT STAMPED FOR "MB-CUSTOMER
                           " - STATUS "WS-MEMBERSHIP-STATUS
                   ADD 1 TO RN-NOT-STAMPED-COUNT
           END-REWRITE.
           MOVE "MEMBRENEW" TO MQ-RUN-NAME.
           MOVE WS-RUN-DATE TO MQ-RUN-DATE.
           MOVE MB-CUSTOMER TO MQ-CUSTOMER.
           WRITE MAILING-REQUEST-RECORD.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           SET CRG-TO-CUSTOMER TO TRUE.
           MOVE MB-CUSTOMER TO CRG-RECIPIENT.
           MOVE "RENEWAL" TO CRG-LETTER-TYPE.
           MOVE WS-LETTER-MSG-ID TO CRG-MSG-ID.
           MOVE WS-LETTER-LANGUAGE TO CRG-LANGUAGE.
           MOVE WS-RUN-DATE TO CRG-RUN-DATE.
           MOVE WS-ASSIGNED-RUN-ID TO CRG-RUN-ID.
           WRITE CORRESPONDENCE-RECORD.

      *    a paid-through date behind today is a lapse - listed when
      *    it fell inside the lapse window, counted either way
       500-JUDGE-LAPSE.
           IF NOT MB-TYPE-LIFE
               AND MB-PAID-THROUGH IS NUMERIC
               AND MB-PAID-THROUGH < WS-RUN-DATE
               ADD 1 TO RN-LAPSED-COUNT
               MOVE MB-PAID-THROUGH TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               COMPUTE WS-DAYS-APART = WS-TODAY-DAYS - WS-SERIAL-DAYS
               IF WS-DAYS-APART NOT > WS-LAPSE-DAYS
                   ADD 1 TO RN-NEW-LAPSE-COUNT
                   PERFORM 320-RESOLVE-CUSTOMER
                   IF NOT WS-CUSTOMER-FOUND
                       MOVE "(NOT ON MASTER)" TO WS-CUSTOMER-NAME
                   END-IF
                   MOVE WS-DAYS-APART TO WS-DAYS-EDIT
                   MOVE MB-CUSTOMER TO WS-REPORT-LINE
                   MOVE WS-CUSTOMER-NAME TO WS-REPORT-LINE (9:20)
                   MOVE MB-TYPE TO WS-REPORT-LINE (31:2)
                   MOVE MB-PAID-THROUGH TO WS-REPORT-LINE (37:8)
                   MOVE WS-DAYS-EDIT TO WS-REPORT-LINE (49:5)
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           END-IF.

       700-PRINT-TOTALS.
           STRING "MEMBERSHIPS READ:        " RN-MEMBERS-READ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "LIFE MEMBERS:            " RN-LIFE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "NOTICES SENT:            " RN-NOTICE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "ALREADY NOTICED:         " RN-ALREADY-NOTICED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "NOT ON CUSTOMER MASTER:  " RN-NOT-ON-FILE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "LAPSED THIS MONTH:       " RN-NEW-LAPSE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "LAPSED IN ALL:           " RN-LAPSED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF RN-NOT-STAMPED-COUNT > ZERO
               STRING "*** NOTICE NOT STAMPED:  " RN-NOT-STAMPED-COUNT
                      " - RESENT NEXT RUN"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

      *    days since a fixed epoch - the same serial arithmetic
      *    DUNLETTER ages its letters by
       800-DATE-TO-SERIAL.
           COMPUTE WS-SERIAL-DAYS = (WS-SER-YYYY - 1) * 365.
           COMPUTE WS-LEAP-QUOTIENT = (WS-SER-YYYY - 1) / 4.
           ADD WS-LEAP-QUOTIENT TO WS-SERIAL-DAYS.
           COMPUTE WS-LEAP-QUOTIENT = (WS-SER-YYYY - 1) / 100.
           SUBTRACT WS-LEAP-QUOTIENT FROM WS-SERIAL-DAYS.
           COMPUTE WS-LEAP-QUOTIENT = (WS-SER-YYYY - 1) / 400.
           ADD WS-LEAP-QUOTIENT TO WS-SERIAL-DAYS.
           EVALUATE WS-SER-MM
               WHEN 1 ADD 0 TO WS-SERIAL-DAYS
               WHEN 2 ADD 31 TO WS-SERIAL-DAYS
               WHEN 3 ADD 59 TO WS-SERIAL-DAYS
               WHEN 4 ADD 90 TO WS-SERIAL-DAYS
               WHEN 5 ADD 120 TO WS-SERIAL-DAYS
               WHEN 6 ADD 151 TO WS-SERIAL-DAYS
               WHEN 7 ADD 181 TO WS-SERIAL-DAYS
               WHEN 8 ADD 212 TO WS-SERIAL-DAYS
               WHEN 9 ADD 243 TO WS-SERIAL-DAYS
               WHEN 10 ADD 273 TO WS-SERIAL-DAYS
               WHEN 11 ADD 304 TO WS-SERIAL-DAYS
               WHEN 12 ADD 334 TO WS-SERIAL-DAYS
           END-EVALUATE.
           IF WS-SER-MM > 2
               DIVIDE WS-SER-YYYY BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-SER-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       ADD 1 TO WS-SERIAL-DAYS
                   ELSE
                       DIVIDE WS-SER-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           ADD 1 TO WS-SERIAL-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD WS-SER-DD TO WS-SERIAL-DAYS.

       900-OPEN-MESSAGE-CATALOG.
           OPEN INPUT MESSAGE-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "MESSAGE CATALOG NOT AVAILABLE - NOTICES "
                       "USE THE BUILT-IN WORDING"
           END-IF.

       910-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - NO NOTICE "
                       "CAN BE ADDRESSED"
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
           STRING "RPT-MEMBRENEW-" WS-RUN-DATE
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
           MOVE "MEMBRENEW" TO RX-NAME.
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
           MOVE "MEMBRENEW" TO RC-STEP.
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
       END PROGRAM MEMBRENEW.
