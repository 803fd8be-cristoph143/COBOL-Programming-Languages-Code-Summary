      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection (dunning) letters - works the open items
      *          PAYAPPLY keeps a customer at a time and, off the age
      *          of each customer's oldest unpaid invoice, produces a
      *          reminder (over 30 days), a second notice (over 60)
      *          or a final demand (over 90) on DUNNING-LETTERS; a
      *          customer already sent that same level within the
      *          resend window on DUNNING-CONTROL is passed over,
      *          and the wording comes from MESSAGE-CATALOG (the DUN*
      *          messages) in the customer's own language, the way
      *          SCORELTTR words its letters
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNLETTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
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
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MESSAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNNING-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DUNNING-CONTROL-FILE ASSIGN TO "DUNNING-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNNING-LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    walked a customer at a time down the customer key - the
      *    oldest unpaid item of each customer sets the level
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
      *    the invoice number the item bills under
           05 OI-INVOICE-NO PIC 9(7).
      *    returns credited against the item - the net stays as
      *    invoiced, and what is owed is net less paid less credited
           05 OI-CREDITED PIC 9(5)V99.
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
      *    when each customer was last sent each level of letter -
      *    the resend window is judged against this, and every
      *    letter produced updates it
       FD  DUNNING-HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           05 DH-KEY.
               10 DH-CUSTOMER PIC X(6).
               10 DH-LEVEL PIC 9(1).
           05 DH-LAST-SENT-DATE PIC X(8).
           05 DH-LAST-AMOUNT PIC 9(7)V99.
      *    how many days must pass before the same level of letter
      *    goes to the same customer again - operations set this
      *    without touching the program; no record means the default
       FD  DUNNING-CONTROL-FILE.
       01  DUNNING-CONTROL-RECORD.
           05 CTL-RESEND-DAYS PIC 9(3).
       FD  LETTER-FILE.
       01  LETTER-LINE PIC X(80).
      *    each customer this run put a document in the post to -
      *    MAILLABEL turns the day's requests into address labels
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
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-LETTER-STATUS PIC X(2).
       01 WS-MAILQ-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "DUNL".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
      *    the letter's lead message and the language it actually
      *    came out in - for the correspondence register
       01 WS-LETTER-MSG-ID PIC X(8).
       01 WS-LETTER-LANGUAGE PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RESEND-DAYS PIC 9(3) VALUE 30.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-CATALOG-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CATALOG-OPEN VALUE "Y".
       01 WS-MSG-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-MSG-FOUND VALUE "Y".
       01 WS-MSG-ID PIC X(8).
       01 WS-MSG-TEXT-A PIC X(60).
       01 LANGUAGE-CODE PIC X(2) VALUE "EN".
      *    the customer in hand on the pass down the customer key
       01 WS-CURRENT-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-OLDEST-DATE PIC X(8).
       01 WS-OLDEST-ORDER PIC X(5).
       01 WS-OUTSTANDING PIC S9(5)V99 VALUE ZERO.
       01 WS-ACCT-OUTSTANDING PIC S9(7)V99 VALUE ZERO.
       01 WS-ACCT-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OLDEST-AGE PIC 9(5) VALUE ZERO.
       01 WS-DUN-LEVEL PIC 9(1) VALUE ZERO.
           88 WS-LEVEL-REMINDER VALUE 1.
           88 WS-LEVEL-SECOND VALUE 2.
           88 WS-LEVEL-FINAL VALUE 3.
       01 WS-RECENT-SWITCH PIC X(1) VALUE "N".
           88 WS-SENT-RECENTLY VALUE "Y".
       01 WS-HISTORY-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-HISTORY-FOUND VALUE "Y".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CUSTOMER-FOUND VALUE "Y".
       01 WS-CUSTOMER-NAME PIC X(20).
       01 WS-CUST-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-AMOUNT-EDIT PIC $$,$$$,$$9.99.
       01 DUNNING-COUNTS.
           05 DN-ACCOUNTS-SEEN PIC 9(5) VALUE ZERO.
           05 DN-REMINDER-COUNT PIC 9(5) VALUE ZERO.
           05 DN-SECOND-COUNT PIC 9(5) VALUE ZERO.
           05 DN-FINAL-COUNT PIC 9(5) VALUE ZERO.
           05 DN-RECENT-COUNT PIC 9(5) VALUE ZERO.
           05 DN-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.
           05 DN-LETTER-COUNT PIC 9(5) VALUE ZERO.
      *    serial day numbers for the aging arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY PIC 9(4).
           05 WS-SER-MM   PIC 9(2).
           05 WS-SER-DD   PIC 9(2).
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZERO.
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-TODAY-DAYS PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
           PERFORM 800-DATE-TO-SERIAL.
           MOVE WS-SERIAL-DAYS TO WS-TODAY-DAYS.
           PERFORM 100-READ-DUNNING-CONTROL.
           PERFORM 900-OPEN-MESSAGE-CATALOG.
           PERFORM 910-OPEN-CUSTOMER-MASTER.
           PERFORM 920-OPEN-DUNNING-HISTORY.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "NO OPEN-ITEM FILE - NO LETTERS TO PRODUCE"
           ELSE
               OPEN OUTPUT LETTER-FILE
               PERFORM 930-OPEN-MAILING-REQUESTS
               PERFORM 935-ASSIGN-RUN-ID
               PERFORM 936-OPEN-CORRESPONDENCE
               PERFORM 200-WORK-ACCOUNT-ITEMS
               CLOSE LETTER-FILE
               CLOSE MAILING-REQUEST-FILE
               CLOSE CORRESPONDENCE-FILE
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE DUNNING-HISTORY-FILE.
           IF WS-CATALOG-OPEN
               CLOSE MESSAGE-CATALOG-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "DUNNING RUN - "WS-RUN-DATE
                   " - RESEND WINDOW "WS-RESEND-DAYS" DAYS".
           DISPLAY "  ACCOUNTS WITH OPEN ITEMS: "DN-ACCOUNTS-SEEN.
           DISPLAY "  REMINDERS:                "DN-REMINDER-COUNT.
           DISPLAY "  SECOND NOTICES:           "DN-SECOND-COUNT.
           DISPLAY "  FINAL DEMANDS:            "DN-FINAL-COUNT.
           DISPLAY "  PASSED OVER (RECENT):     "DN-RECENT-COUNT.
           DISPLAY "  NOT ON CUSTOMER MASTER:   "DN-NOT-ON-FILE-COUNT.
           GOBACK.

       100-READ-DUNNING-CONTROL.
           OPEN INPUT DUNNING-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ DUNNING-CONTROL-FILE
                   NOT AT END
                       IF CTL-RESEND-DAYS IS NUMERIC
                           AND CTL-RESEND-DAYS > ZERO
                           MOVE CTL-RESEND-DAYS TO WS-RESEND-DAYS
                       END-IF
               END-READ
               CLOSE DUNNING-CONTROL-FILE
           END-IF.

      *    control break on the customer key - the earliest
      *    unpaid invoice is the oldest, the rest only add to what
      *    is owed
       200-WORK-ACCOUNT-ITEMS.
           MOVE LOW-VALUES TO OI-CUSTOMER.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-CUSTOMER
               INVALID KEY
                   MOVE "10" TO WS-OPEN-STATUS
           END-START.
           IF WS-OPEN-STATUS = "00"
               PERFORM 210-READ-ACCOUNT-ITEM
               PERFORM UNTIL WS-OPEN-STATUS = "10"
                   IF OI-CUSTOMER NOT = WS-CURRENT-CUSTOMER
                       IF WS-CURRENT-CUSTOMER NOT = SPACES
                           PERFORM 300-JUDGE-ACCOUNT
                       END-IF
                       MOVE OI-CUSTOMER TO WS-CURRENT-CUSTOMER
                       MOVE ZERO TO WS-ACCT-OUTSTANDING
                       MOVE ZERO TO WS-ACCT-OPEN-COUNT
                       MOVE SPACES TO WS-OLDEST-DATE
                       MOVE SPACES TO WS-OLDEST-ORDER
                   END-IF
                   PERFORM 220-TAKE-ONE-ITEM
                   PERFORM 210-READ-ACCOUNT-ITEM
               END-PERFORM
               IF WS-CURRENT-CUSTOMER NOT = SPACES
                   PERFORM 300-JUDGE-ACCOUNT
               END-IF
           END-IF.

       210-READ-ACCOUNT-ITEM.
           READ OPEN-ITEM-FILE NEXT
               AT END MOVE "10" TO WS-OPEN-STATUS
           END-READ.

       220-TAKE-ONE-ITEM.
           IF OI-IS-OPEN
               COMPUTE WS-OUTSTANDING = OI-NET - OI-PAID - OI-CREDITED
               IF WS-OUTSTANDING > ZERO
                   ADD WS-OUTSTANDING TO WS-ACCT-OUTSTANDING
                   ADD 1 TO WS-ACCT-OPEN-COUNT
                   IF WS-OLDEST-DATE = SPACES
                       OR OI-INVOICE-DATE < WS-OLDEST-DATE
                       MOVE OI-INVOICE-DATE TO WS-OLDEST-DATE
                       MOVE OI-ORDER-NO TO WS-OLDEST-ORDER
                   END-IF
               END-IF
           END-IF.

      *    the level off the oldest unpaid invoice's age - the same
      *    30/60/90 lines the aging report buckets on; walk-in
      *    orders have no one to write to
       300-JUDGE-ACCOUNT.
           IF WS-ACCT-OPEN-COUNT > ZERO
               AND WS-CURRENT-CUSTOMER NOT = "000000"
               ADD 1 TO DN-ACCOUNTS-SEEN
               MOVE ZERO TO WS-OLDEST-AGE
               IF WS-OLDEST-DATE IS NUMERIC
                   MOVE WS-OLDEST-DATE TO WS-SERIAL-DATE
                   PERFORM 800-DATE-TO-SERIAL
                   IF WS-TODAY-DAYS > WS-SERIAL-DAYS
                       COMPUTE WS-OLDEST-AGE =
                           WS-TODAY-DAYS - WS-SERIAL-DAYS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-OLDEST-AGE > 90
                       MOVE 3 TO WS-DUN-LEVEL
                   WHEN WS-OLDEST-AGE > 60
                       MOVE 2 TO WS-DUN-LEVEL
                   WHEN WS-OLDEST-AGE > 30
                       MOVE 1 TO WS-DUN-LEVEL
                   WHEN OTHER
                       MOVE ZERO TO WS-DUN-LEVEL
               END-EVALUATE
               IF WS-DUN-LEVEL > ZERO
                   PERFORM 310-CHECK-RECENT-LETTER
                   IF WS-SENT-RECENTLY
                       ADD 1 TO DN-RECENT-COUNT
                   ELSE
                       PERFORM 320-RESOLVE-CUSTOMER
                   END-IF
               END-IF
           END-IF.

      *    the same level sent inside the resend window passes this
      *    customer over - a higher level is a new letter and goes
       310-CHECK-RECENT-LETTER.
           MOVE "N" TO WS-RECENT-SWITCH.
           MOVE "N" TO WS-HISTORY-FOUND-SWITCH.
           MOVE WS-CURRENT-CUSTOMER TO DH-CUSTOMER.
           MOVE WS-DUN-LEVEL TO DH-LEVEL.
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HISTORY-FOUND TO TRUE
           END-READ.
           IF WS-HISTORY-FOUND AND DH-LAST-SENT-DATE IS NUMERIC
               MOVE DH-LAST-SENT-DATE TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               IF WS-TODAY-DAYS - WS-SERIAL-DAYS < WS-RESEND-DAYS
                   SET WS-SENT-RECENTLY TO TRUE
               END-IF
           END-IF.

       320-RESOLVE-CUSTOMER.
           MOVE "EN" TO LANGUAGE-CODE.
           MOVE WS-CURRENT-CUSTOMER TO WS-CUST-JR.
           INSPECT WS-CUST-JR REPLACING LEADING SPACE BY ZERO.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
           IF WS-MASTER-OPEN AND WS-CUST-JR IS NUMERIC
               MOVE WS-CUST-JR TO CM-NUMBER
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
           IF WS-CUSTOMER-FOUND
               PERFORM 400-PRODUCE-ONE-LETTER
               PERFORM 450-RECORD-LETTER-SENT
               PERFORM 460-QUEUE-MAILING-LABEL
               PERFORM 470-REGISTER-LETTER
           ELSE
               ADD 1 TO DN-NOT-ON-FILE-COUNT
               DISPLAY "NO LETTER - CUSTOMER "WS-CURRENT-CUSTOMER
                       " NOT ON THE MASTER"
           END-IF.

      *    one letter - heading line, the level's salutation, what
      *    is owed and since when, the level's call to action and
      *    the closing, each worded in the customer's language
       400-PRODUCE-ONE-LETTER.
           ADD 1 TO DN-LETTER-COUNT.
           EVALUATE TRUE
               WHEN WS-LEVEL-REMINDER
                   ADD 1 TO DN-REMINDER-COUNT
                   MOVE "DUNHEAD1" TO WS-MSG-ID
                   MOVE "PAYMENT REMINDER FOR ;" TO WS-MSG-TEXT-A
               WHEN WS-LEVEL-SECOND
                   ADD 1 TO DN-SECOND-COUNT
                   MOVE "DUNHEAD2" TO WS-MSG-ID
                   MOVE "SECOND NOTICE TO ;" TO WS-MSG-TEXT-A
               WHEN OTHER
                   ADD 1 TO DN-FINAL-COUNT
                   MOVE "DUNHEAD3" TO WS-MSG-ID
                   MOVE "FINAL DEMAND TO ;" TO WS-MSG-TEXT-A
           END-EVALUATE.
           MOVE SPACES TO LETTER-LINE.
           STRING "LETTER " DN-LETTER-COUNT
                  "   RUN DATE " WS-RUN-DATE
                  "   LEVEL " WS-DUN-LEVEL
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-ID TO WS-LETTER-MSG-ID.
           IF WS-MSG-FOUND
               MOVE MSG-LANGUAGE TO WS-LETTER-LANGUAGE
           ELSE
               MOVE "EN" TO WS-LETTER-LANGUAGE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  " (" WS-CURRENT-CUSTOMER ")" DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-ACCT-OUTSTANDING TO WS-AMOUNT-EDIT.
           MOVE "DUNBODY1" TO WS-MSG-ID.
           MOVE "OUR RECORDS SHOW AN UNPAID BALANCE OF ;"
               TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "DUNBODY2" TO WS-MSG-ID.
           MOVE "THE OLDEST UNPAID INVOICE IS DATED ;"
               TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  WS-OLDEST-DATE DELIMITED BY SIZE
                  " (ORDER " WS-OLDEST-ORDER ")" DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           EVALUATE TRUE
               WHEN WS-LEVEL-REMINDER
                   MOVE "DUNACT1 " TO WS-MSG-ID
                   MOVE "PLEASE ARRANGE PAYMENT AT YOUR CONVENIENCE."
                       TO WS-MSG-TEXT-A
               WHEN WS-LEVEL-SECOND
                   MOVE "DUNACT2 " TO WS-MSG-ID
                   MOVE "PLEASE PAY WITHIN 14 DAYS OR CONTACT US."
                       TO WS-MSG-TEXT-A
               WHEN OTHER
                   MOVE "DUNACT3 " TO WS-MSG-ID
                   MOVE "PAY WITHIN 7 DAYS TO AVOID COLLECTION ACTION."
                       TO WS-MSG-TEXT-A
           END-EVALUATE.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "DUNCLOSE" TO WS-MSG-ID.
           MOVE "SINCERELY, ACCOUNTS RECEIVABLE" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

      *    this level is now sent as of today - the next run's
      *    resend window is measured from here
       450-RECORD-LETTER-SENT.
           MOVE WS-CURRENT-CUSTOMER TO DH-CUSTOMER.
           MOVE WS-DUN-LEVEL TO DH-LEVEL.
           MOVE WS-RUN-DATE TO DH-LAST-SENT-DATE.
           MOVE WS-ACCT-OUTSTANDING TO DH-LAST-AMOUNT.
           WRITE DUNNING-HISTORY-RECORD
               INVALID KEY
                   REWRITE DUNNING-HISTORY-RECORD
           END-WRITE.

      *    ask for a label for the customer just written to
       460-QUEUE-MAILING-LABEL.
           MOVE "DUNLETTER" TO MQ-RUN-NAME.
           MOVE WS-RUN-DATE TO MQ-RUN-DATE.
           MOVE WS-CUST-JR TO MQ-CUSTOMER.
           WRITE MAILING-REQUEST-RECORD.

      *    what went to whom, on the correspondence register
       470-REGISTER-LETTER.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           SET CRG-TO-CUSTOMER TO TRUE.
           MOVE WS-CUST-JR TO CRG-RECIPIENT.
           MOVE SPACES TO CRG-LETTER-TYPE.
           STRING "DUNNING-" WS-DUN-LEVEL
               DELIMITED BY SIZE INTO CRG-LETTER-TYPE.
           MOVE WS-LETTER-MSG-ID TO CRG-MSG-ID.
           MOVE WS-LETTER-LANGUAGE TO CRG-LANGUAGE.
           MOVE WS-RUN-DATE TO CRG-RUN-DATE.
           MOVE WS-ASSIGNED-RUN-ID TO CRG-RUN-ID.
           WRITE CORRESPONDENCE-RECORD.

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

       900-OPEN-MESSAGE-CATALOG.
           OPEN INPUT MESSAGE-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "MESSAGE CATALOG NOT AVAILABLE - LETTERS "
                       "USE THE BUILT-IN WORDING"
           END-IF.

       910-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - NO LETTER "
                       "CAN BE ADDRESSED"
           END-IF.

       920-OPEN-DUNNING-HISTORY.
           OPEN I-O DUNNING-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT DUNNING-HISTORY-FILE
               CLOSE DUNNING-HISTORY-FILE
               OPEN I-O DUNNING-HISTORY-FILE
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
      *    - the same lookup SCORELTTR's letters go through
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
       END PROGRAM DUNLETTER.
