      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loyalty points nightly expiry and liability report -
      *          run with nothing on the command line it is the
      *          nightly step: every account whose balance has seen
      *          no earning or redemption for longer than the
      *          scheme's expiry period loses the balance, posted to
      *          LOYALTY-LEDGER as an EXPRY entry and listed on
      *          LOYALTY-EXPIRY-REPORT; run with LIABILITY it lists
      *          for finance every account's points outstanding and
      *          their dollar value at the current point value, with
      *          the total, on LOYALTY-LIABILITY-REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALRPT.
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
           SELECT LOYALTY-CONTROL-FILE ASSIGN TO "LOYALTY-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-CONTROL-STATUS.
           SELECT LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY-ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-CUSTOMER
               FILE STATUS IS WS-LOYALTY-ACCOUNT-STATUS.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO "LOYALTY-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LOYALTY-LEDGER-STATUS.
           SELECT EXPIRY-REPORT-FILE
               ASSIGN TO "LOYALTY-EXPIRY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LIABILITY-REPORT-FILE
               ASSIGN TO "LOYALTY-LIABILITY-REPORT"
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
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    the loyalty scheme's terms - points earned per dollar of
      *    net, what a point is worth redeemed, and the days without
      *    activity after which a balance expires
       FD  LOYALTY-CONTROL-FILE.
       01  LOYALTY-CONTROL-RECORD.
           05 LC-EARN-RATE PIC 9(3)V99.
           05 LC-POINT-VALUE PIC 9(1)V9(4).
           05 LC-EXPIRY-DAYS PIC 9(4).
      *    each account's points balance, with what it has earned,
      *    redeemed and lost to expiry since it first earned, and
      *    the last date it earned or redeemed any
       FD  LOYALTY-ACCOUNT-FILE.
       01  LOYALTY-ACCOUNT-RECORD.
           05 LA-CUSTOMER PIC X(6).
           05 LA-BALANCE PIC 9(7).
           05 LA-LAST-ACTIVITY-DATE PIC X(8).
           05 LA-EARNED-TO-DATE PIC 9(9).
           05 LA-REDEEMED-TO-DATE PIC 9(9).
           05 LA-EXPIRED-TO-DATE PIC 9(9).
           05 LA-OPENED-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    every movement on a points balance, keyed by account and
      *    date
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           05 LL-KEY.
               10 LL-CUSTOMER PIC X(6).
               10 LL-DATE PIC X(8).
               10 LL-REFERENCE PIC X(5).
           05 LL-TYPE PIC X(1).
               88 LL-IS-ORDER VALUE "O".
               88 LL-IS-EXPIRY VALUE "E".
           05 LL-EARNED PIC 9(7).
           05 LL-REDEEMED PIC 9(7).
           05 LL-EXPIRED PIC 9(7).
           05 LL-REDEEM-DOLLARS PIC 9(5)V99.
           05 LL-BALANCE-AFTER PIC 9(7).
           05 FILLER PIC X(10).
       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE PIC X(132).
       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-LOYALTY-CONTROL-STATUS PIC X(2).
       01 WS-LOYALTY-ACCOUNT-STATUS PIC X(2).
       01 WS-LOYALTY-LEDGER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
           88 WS-LIABILITY-RUN VALUE "LIABILITY".
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-CUSTOMER-NAME PIC X(20).
      *    the scheme's terms, as shipped until LOYALMAINT keys a
      *    control record
       01 WS-POINT-VALUE PIC 9(1)V9(4) VALUE 0.0100.
       01 WS-EXPIRY-DAYS PIC 9(4) VALUE 365.
      *    serial day numbers for the inactivity arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY PIC 9(4).
           05 WS-SER-MM   PIC 9(2).
           05 WS-SER-DD   PIC 9(2).
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZERO.
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-TODAY-DAYS PIC 9(7) VALUE ZERO.
       01 WS-IDLE-DAYS PIC S9(7) VALUE ZERO.
       01 WS-POINTS-DOLLARS PIC 9(7)V99 VALUE ZERO.
       01 LOYALTY-TOTALS.
           05 LT-ACCOUNTS PIC 9(7) VALUE ZERO.
           05 LT-EXPIRED-ACCOUNTS PIC 9(7) VALUE ZERO.
           05 LT-POINTS PIC 9(11) VALUE ZERO.
           05 LT-DOLLARS PIC 9(9)V99 VALUE ZERO.
       01 WS-POINTS-EDIT PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-POINTS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-DOLLARS-EDIT PIC $$,$$$,$$9.99.
       01 WS-TOTAL-DOLLARS-EDIT PIC $$$$,$$$,$$9.99.
       01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
       01 WS-VALUE-EDIT PIC 9.9999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 900-READ-TERMS.
           IF WS-LIABILITY-RUN
               PERFORM 500-LIABILITY-REPORT
           ELSE
               PERFORM 970-STAMP-RUN-START
               PERFORM 200-EXPIRE-IDLE-BALANCES
               PERFORM 975-STAMP-RUN-END
           END-IF.
           GOBACK.

      *    an account with points whose last earning or redemption
      *    is further back than the expiry period loses them; the
      *    balance is then zero, so a rerun of the night finds
      *    nothing more to expire
       200-EXPIRE-IDLE-BALANCES.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "LOYALTY POINTS EXPIRY - " WS-RUN-DATE
                  "  (AFTER " WS-EXPIRY-DAYS " DAYS WITHOUT ACTIVITY)"
                  DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE "CUSTOMER LAST ACTIVITY    POINTS EXPIRED         VALUE"
               TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
           PERFORM 800-DATE-TO-SERIAL.
           MOVE WS-SERIAL-DAYS TO WS-TODAY-DAYS.
           OPEN I-O LOYALTY-ACCOUNT-FILE.
           OPEN I-O LOYALTY-LEDGER-FILE.
           IF WS-LOYALTY-LEDGER-STATUS = "35"
               OPEN OUTPUT LOYALTY-LEDGER-FILE
               CLOSE LOYALTY-LEDGER-FILE
               OPEN I-O LOYALTY-LEDGER-FILE
           END-IF.
           IF WS-LOYALTY-ACCOUNT-STATUS NOT = "00"
               MOVE "  (NO POINTS ACCOUNTS ON FILE)" TO
                   EXPIRY-REPORT-LINE
               WRITE EXPIRY-REPORT-LINE
           ELSE
               MOVE LOW-VALUES TO LA-CUSTOMER
               START LOYALTY-ACCOUNT-FILE
                   KEY IS NOT LESS THAN LA-CUSTOMER
                   INVALID KEY
                       MOVE "10" TO WS-LOYALTY-ACCOUNT-STATUS
               END-START
               PERFORM UNTIL WS-LOYALTY-ACCOUNT-STATUS NOT = "00"
                   READ LOYALTY-ACCOUNT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LOYALTY-ACCOUNT-STATUS
                   END-READ
                   IF WS-LOYALTY-ACCOUNT-STATUS = "00"
                       ADD 1 TO LT-ACCOUNTS
                       PERFORM 210-JUDGE-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-LOYALTY-ACCOUNT-STATUS
               CLOSE LOYALTY-ACCOUNT-FILE
           END-IF.
           IF WS-LOYALTY-LEDGER-STATUS = "00"
               CLOSE LOYALTY-LEDGER-FILE
           END-IF.
           PERFORM 300-PRINT-EXPIRY-TOTALS.
           CLOSE EXPIRY-REPORT-FILE.
           DISPLAY "POINTS ACCOUNTS READ: "LT-ACCOUNTS.
           DISPLAY "BALANCES EXPIRED:     "LT-EXPIRED-ACCOUNTS.
           DISPLAY "POINTS EXPIRED:       "LT-POINTS.

       210-JUDGE-ONE-ACCOUNT.
           IF LA-BALANCE > ZERO AND LA-LAST-ACTIVITY-DATE IS NUMERIC
               MOVE LA-LAST-ACTIVITY-DATE TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               COMPUTE WS-IDLE-DAYS = WS-TODAY-DAYS - WS-SERIAL-DAYS
               IF WS-IDLE-DAYS > WS-EXPIRY-DAYS
                   PERFORM 220-EXPIRE-BALANCE
               END-IF
           END-IF.

       220-EXPIRE-BALANCE.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE LA-CUSTOMER TO LL-CUSTOMER.
           MOVE WS-RUN-DATE TO LL-DATE.
           MOVE "EXPRY" TO LL-REFERENCE.
           MOVE "E" TO LL-TYPE.
           MOVE ZERO TO LL-EARNED.
           MOVE ZERO TO LL-REDEEMED.
           MOVE LA-BALANCE TO LL-EXPIRED.
           MOVE ZERO TO LL-REDEEM-DOLLARS.
           MOVE ZERO TO LL-BALANCE-AFTER.
           WRITE LOYALTY-LEDGER-RECORD
               INVALID KEY
                   REWRITE LOYALTY-LEDGER-RECORD
           END-WRITE.
           COMPUTE WS-POINTS-DOLLARS = LA-BALANCE * WS-POINT-VALUE.
           MOVE LA-BALANCE TO WS-POINTS-EDIT.
           MOVE WS-POINTS-DOLLARS TO WS-DOLLARS-EDIT.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING LA-CUSTOMER "   " LA-LAST-ACTIVITY-DATE
                  "       " WS-POINTS-EDIT
                  "   " WS-DOLLARS-EDIT
                  DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           ADD 1 TO LT-EXPIRED-ACCOUNTS.
           ADD LA-BALANCE TO LT-POINTS.
           ADD WS-POINTS-DOLLARS TO LT-DOLLARS.
           ADD LA-BALANCE TO LA-EXPIRED-TO-DATE.
           MOVE ZERO TO LA-BALANCE.
           REWRITE LOYALTY-ACCOUNT-RECORD.

       300-PRINT-EXPIRY-TOTALS.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE LT-EXPIRED-ACCOUNTS TO WS-COUNT-EDIT.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "BALANCES EXPIRED " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE LT-POINTS TO WS-TOTAL-POINTS-EDIT.
           MOVE LT-DOLLARS TO WS-TOTAL-DOLLARS-EDIT.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "POINTS EXPIRED   " WS-TOTAL-POINTS-EDIT
                  "  VALUE " WS-TOTAL-DOLLARS-EDIT
                  DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

      *    points outstanding are money owed back to customers - one
      *    line per account still holding points, valued at today's
      *    point value, and the total finance carries as the
      *    liability
       500-LIABILITY-REPORT.
           OPEN OUTPUT LIABILITY-REPORT-FILE.
           MOVE WS-POINT-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "LOYALTY POINTS LIABILITY - " WS-RUN-DATE
                  "  (VALUED AT $" WS-VALUE-EDIT " PER POINT)"
                  DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE "CUSTOMER NAME                 LAST ACTIVITY"
               TO LIABILITY-REPORT-LINE.
           MOVE "POINTS HELD         VALUE" TO
               LIABILITY-REPORT-LINE (48:25).
           WRITE LIABILITY-REPORT-LINE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT LOYALTY-ACCOUNT-FILE.
           IF WS-LOYALTY-ACCOUNT-STATUS NOT = "00"
               MOVE "  (NO POINTS ACCOUNTS ON FILE)" TO
                   LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           ELSE
               MOVE LOW-VALUES TO LA-CUSTOMER
               START LOYALTY-ACCOUNT-FILE
                   KEY IS NOT LESS THAN LA-CUSTOMER
                   INVALID KEY
                       MOVE "10" TO WS-LOYALTY-ACCOUNT-STATUS
               END-START
               PERFORM UNTIL WS-LOYALTY-ACCOUNT-STATUS NOT = "00"
                   READ LOYALTY-ACCOUNT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LOYALTY-ACCOUNT-STATUS
                   END-READ
                   IF WS-LOYALTY-ACCOUNT-STATUS = "00"
                       AND LA-BALANCE > ZERO
                       PERFORM 510-PRINT-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-LOYALTY-ACCOUNT-STATUS
               CLOSE LOYALTY-ACCOUNT-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM 520-PRINT-LIABILITY-TOTALS.
           CLOSE LIABILITY-REPORT-FILE.
           DISPLAY "ACCOUNTS HOLDING POINTS: "LT-ACCOUNTS.
           DISPLAY "POINTS OUTSTANDING:      "LT-POINTS.
           DISPLAY "LIABILITY:               "LT-DOLLARS.

       510-PRINT-ONE-ACCOUNT.
           MOVE "(NOT ON MASTER)" TO WS-CUSTOMER-NAME.
           IF WS-MASTER-OPEN AND LA-CUSTOMER IS NUMERIC
               MOVE LA-CUSTOMER TO CM-NUMBER
               READ CUSTOMER-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.
           COMPUTE WS-POINTS-DOLLARS = LA-BALANCE * WS-POINT-VALUE.
           MOVE LA-BALANCE TO WS-POINTS-EDIT.
           MOVE WS-POINTS-DOLLARS TO WS-DOLLARS-EDIT.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING LA-CUSTOMER "   " WS-CUSTOMER-NAME
                  "  " LA-LAST-ACTIVITY-DATE
                  "     " WS-POINTS-EDIT
                  "  " WS-DOLLARS-EDIT
                  DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           ADD 1 TO LT-ACCOUNTS.
           ADD LA-BALANCE TO LT-POINTS.
           ADD WS-POINTS-DOLLARS TO LT-DOLLARS.

       520-PRINT-LIABILITY-TOTALS.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE LT-ACCOUNTS TO WS-COUNT-EDIT.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "ACCOUNTS HOLDING POINTS " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE LT-POINTS TO WS-TOTAL-POINTS-EDIT.
           MOVE LT-DOLLARS TO WS-TOTAL-DOLLARS-EDIT.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "POINTS OUTSTANDING " WS-TOTAL-POINTS-EDIT
                  "  LIABILITY " WS-TOTAL-DOLLARS-EDIT
                  DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.

      *    days since a fixed epoch - the same serial arithmetic
      *    PAYAPPLY ages its open items by
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

      *    the terms off the control record, the shipped terms
      *    standing when none has been keyed
       900-READ-TERMS.
           OPEN INPUT LOYALTY-CONTROL-FILE.
           IF WS-LOYALTY-CONTROL-STATUS = "00"
               READ LOYALTY-CONTROL-FILE
                   NOT AT END
                       IF LC-POINT-VALUE IS NUMERIC
                           MOVE LC-POINT-VALUE TO WS-POINT-VALUE
                       END-IF
                       IF LC-EXPIRY-DAYS IS NUMERIC
                           MOVE LC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE LOYALTY-CONTROL-FILE
           END-IF.

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
           MOVE "LOYALRPT" TO RC-STEP.
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
       END PROGRAM LOYALRPT.
