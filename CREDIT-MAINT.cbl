      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit control maintenance - sets each account's
      *          credit limit and credit hold that qty.cbl checks
      *          every order against, and releases a suspended order
      *          by number so the re-fed order prices once past the
      *          hold or the limit; every change and release is a
      *          logged, operator-guarded action
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPERATOR-ACTION-LOG-FILE
               ASSIGN TO "OPERATOR-ACTION-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-LOG-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-CREDIT-FILE ASSIGN TO "CUSTOMER-CREDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMBER
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT CREDIT-RELEASE-FILE ASSIGN TO "CREDIT-RELEASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-ORDER-NO
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT ORDER-SUSPENSE-FILE ASSIGN TO "QTY-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    who may do what - one record per operator with a flag
      *    per guarded function; seeded with the ADMIN operator the
      *    first time the file does not exist
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID PIC X(8).
           05 OP-NAME PIC X(20).
           05 OP-MAY-DELETE-PLANETS  PIC X(1).
           05 OP-MAY-PURGE-CUSTOMERS PIC X(1).
           05 OP-MAY-CHANGE-RATES    PIC X(1).
           05 OP-MAY-ADMIN-OPERATORS PIC X(1).
           05 OP-MAY-MAINT-ITEMS     PIC X(1).
           05 OP-MAY-REOPEN-MONTHS   PIC X(1).
      *    the sign-on credential - password with its expiry date,
      *    the running count of straight failures, and the lock the
      *    third failure sets until an administrator clears it
           05 OP-PASSWORD PIC X(8).
           05 OP-PWD-EXPIRES PIC X(8).
           05 OP-FAIL-COUNT PIC 9(1).
           05 OP-LOCKED-FLAG PIC X(1).
      *    credit control - limits, holds and order releases
           05 OP-MAY-RELEASE-CREDIT  PIC X(1).
           05 FILLER PIC X(1).
      *    the day of the last good sign-on, and the day an
      *    administrator last added or unlocked the id - the
      *    nightly dormancy sweep counts idle days from the later
           05 OP-LAST-SIGNON PIC X(8).
           05 OP-REINSTATED PIC X(8).
      *    one line per privileged action attempted - who, when,
      *    what, and whether the permission let it through
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    what credit control allows each account - the most it may
      *    owe including the order being priced, and a hold that
      *    stops every order outright; a zero limit is no limit
       FD  CUSTOMER-CREDIT-FILE.
       01  CUSTOMER-CREDIT-RECORD.
           05 CR-NUMBER PIC 9(6).
           05 CR-CREDIT-LIMIT PIC 9(7)V99.
           05 CR-HOLD-FLAG PIC X(1).
               88 CR-ON-HOLD VALUE "Y".
           05 CR-CHANGED-BY PIC X(8).
           05 CR-CHANGED-DATE PIC X(8).
      *    one approval per order number - qty.cbl stamps the used
      *    date when the re-fed order prices against it
       FD  CREDIT-RELEASE-FILE.
       01  CREDIT-RELEASE-RECORD.
           05 CRL-ORDER-NO PIC X(5).
           05 CRL-CUSTOMER PIC X(6).
           05 CRL-APPROVED-BY PIC X(8).
           05 CRL-APPROVED-DATE PIC X(8).
           05 CRL-USED-DATE PIC X(8).
      *    the order queue a release is checked against - only an
      *    order suspended for credit can be released
       FD  ORDER-SUSPENSE-FILE.
       01  ORDER-SUSPENSE-RECORD.
           05 OS-ORDER-NO PIC X(5).
           05 OS-QTY      PIC X(2).
           05 OS-VOP      PIC X(3).
           05 OS-MEMBER   PIC X.
           05 OS-CUSTOMER PIC X(6).
           05 OS-CAMPAIGN PIC X(6).
           05 OS-REASON   PIC X(30).
           05 OS-SUSPENSE-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CREDIT-STATUS PIC X(2).
       01 WS-RELEASE-STATUS PIC X(2).
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-SIGNED-ON-SWITCH PIC X(1) VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-KEYED-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SIGNON-DATE PIC X(8).
       01 WS-SIGNON-FAIL-TEXT PIC X(13) VALUE SPACES.
       01 WS-SIGNON-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 WS-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 WS-ACTION-VERDICT PIC X(7) VALUE SPACES.
       01 WS-ACTION-TIME PIC X(8).
       01 WS-MAY-RELEASE-CREDIT PIC X(1) VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-KEYED-NUMBER PIC X(6).
       01 WS-KEYED-NUMBER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-KEYED-ORDER PIC X(5).
      *    the limit is keyed in whole dollars - zero lifts it
       01 WS-KEYED-LIMIT PIC X(7).
       01 WS-KEYED-LIMIT-JR PIC X(7) JUSTIFIED RIGHT.
       01 WS-KEYED-LIMIT-NUM REDEFINES WS-KEYED-LIMIT-JR PIC 9(7).
       01 WS-KEYED-HOLD PIC X(1).
       01 WS-CREDIT-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CREDIT-FOUND VALUE "Y".
       01 WS-HELD-ORDER-SWITCH PIC X(1) VALUE "N".
           88 WS-HELD-ORDER-FOUND VALUE "Y".
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-LIMIT   VALUE "C".
           88 ACTION-IS-RELEASE VALUE "R".
           88 ACTION-IS-LIST    VALUE "L".
           88 ACTION-IS-EXIT    VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           OPEN I-O CUSTOMER-CREDIT-FILE.
           IF WS-CREDIT-STATUS = "35"
               OPEN OUTPUT CUSTOMER-CREDIT-FILE
               CLOSE CUSTOMER-CREDIT-FILE
               OPEN I-O CUSTOMER-CREDIT-FILE
           END-IF.
           OPEN I-O CREDIT-RELEASE-FILE.
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT CREDIT-RELEASE-FILE
               CLOSE CREDIT-RELEASE-FILE
               OPEN I-O CREDIT-RELEASE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CREDIT-RELEASE-FILE.
           CLOSE CUSTOMER-CREDIT-FILE.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "C)hange limit/hold  R)elease order  L)ist  "
                   "X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-LIMIT OR ACTION-IS-RELEASE
                   PERFORM 150-GUARDED-CREDIT-ACTION
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-ACCOUNTS
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    both the account settings and an order release are
      *    privileged - refused and logged when the signed-on
      *    operator lacks the credit flag
       150-GUARDED-CREDIT-ACTION.
           IF ACTION-IS-LIMIT
               MOVE "SET CREDIT LIMIT" TO WS-ACTION-TEXT
           ELSE
               MOVE "RELEASE CREDIT" TO WS-ACTION-TEXT
           END-IF.
           IF WS-MAY-RELEASE-CREDIT NOT = "Y"
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED FOR CREDIT CONTROL"
           ELSE
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               IF ACTION-IS-LIMIT
                   PERFORM 200-CHANGE-ACCOUNT
               ELSE
                   PERFORM 300-RELEASE-ORDER
               END-IF
           END-IF.

      *    the account must be on the master; its credit record is
      *    added the first time and replaced after that
       200-CHANGE-ACCOUNT.
           PERFORM 600-ACCEPT-CUSTOMER-NUMBER.
           MOVE WS-KEYED-NUMBER-JR TO CM-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: "CM-NAME
                   PERFORM 210-UPDATE-CREDIT
           END-READ.

       210-UPDATE-CREDIT.
           MOVE CM-NUMBER TO CR-NUMBER.
           MOVE "N" TO WS-CREDIT-FOUND-SWITCH.
           READ CUSTOMER-CREDIT-FILE
               INVALID KEY
                   MOVE ZERO TO CR-CREDIT-LIMIT
                   MOVE "N" TO CR-HOLD-FLAG
               NOT INVALID KEY
                   SET WS-CREDIT-FOUND TO TRUE
           END-READ.
           DISPLAY "ON FILE: LIMIT "CR-CREDIT-LIMIT
                   " HOLD "CR-HOLD-FLAG.
           DISPLAY "CREDIT LIMIT IN WHOLE DOLLARS (0 = NONE): ".
           ACCEPT WS-KEYED-LIMIT.
           MOVE WS-KEYED-LIMIT TO WS-KEYED-LIMIT-JR.
           INSPECT WS-KEYED-LIMIT-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-KEYED-LIMIT-JR IS NOT NUMERIC
               DISPLAY "LIMIT NOT NUMERIC - NOTHING CHANGED"
           ELSE
               DISPLAY "CREDIT HOLD (Y/N): "
               ACCEPT WS-KEYED-HOLD
               IF WS-KEYED-HOLD NOT = "Y" AND WS-KEYED-HOLD NOT = "N"
                   DISPLAY "HOLD MUST BE Y OR N - NOTHING CHANGED"
               ELSE
                   MOVE WS-KEYED-LIMIT-NUM TO CR-CREDIT-LIMIT
                   MOVE WS-KEYED-HOLD TO CR-HOLD-FLAG
                   MOVE WS-SIGNON-ID TO CR-CHANGED-BY
                   MOVE WS-RUN-DATE TO CR-CHANGED-DATE
                   IF WS-CREDIT-FOUND
                       REWRITE CUSTOMER-CREDIT-RECORD
                   ELSE
                       WRITE CUSTOMER-CREDIT-RECORD
                   END-IF
                   DISPLAY "CREDIT SETTINGS SAVED"
               END-IF
           END-IF.

      *    a release names one order that is sitting on the
      *    suspense queue for credit; feeding it back through
      *    qty.cbl then prices it once without the credit check
       300-RELEASE-ORDER.
           DISPLAY "ORDER NUMBER TO RELEASE: ".
           ACCEPT WS-KEYED-ORDER.
           PERFORM 310-FIND-HELD-ORDER.
           IF NOT WS-HELD-ORDER-FOUND
               DISPLAY "ORDER IS NOT SUSPENDED FOR CREDIT"
           ELSE
               MOVE WS-KEYED-ORDER TO CRL-ORDER-NO
               MOVE OS-CUSTOMER TO WS-KEYED-NUMBER-JR
               INSPECT WS-KEYED-NUMBER-JR
                   REPLACING LEADING SPACE BY ZERO
               MOVE WS-KEYED-NUMBER-JR TO CRL-CUSTOMER
               MOVE WS-SIGNON-ID TO CRL-APPROVED-BY
               MOVE WS-RUN-DATE TO CRL-APPROVED-DATE
               MOVE SPACES TO CRL-USED-DATE
               WRITE CREDIT-RELEASE-RECORD
                   INVALID KEY
                       REWRITE CREDIT-RELEASE-RECORD
               END-WRITE
               DISPLAY "ORDER "WS-KEYED-ORDER" RELEASED FOR "
                       "CUSTOMER "CRL-CUSTOMER
                       " - RE-FEED IT TO PRICE"
           END-IF.

       310-FIND-HELD-ORDER.
           MOVE "N" TO WS-HELD-ORDER-SWITCH.
           OPEN INPUT ORDER-SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM 320-READ-SUSPENSE
               PERFORM UNTIL WS-SUSPENSE-STATUS = "10"
                   OR WS-HELD-ORDER-FOUND
                   IF OS-ORDER-NO = WS-KEYED-ORDER
                       AND (OS-REASON = "ACCOUNT ON CREDIT HOLD"
                       OR OS-REASON = "CREDIT LIMIT EXCEEDED")
                       SET WS-HELD-ORDER-FOUND TO TRUE
                   ELSE
                       PERFORM 320-READ-SUSPENSE
                   END-IF
               END-PERFORM
               CLOSE ORDER-SUSPENSE-FILE
           END-IF.

       320-READ-SUSPENSE.
           READ ORDER-SUSPENSE-FILE
               AT END MOVE "10" TO WS-SUSPENSE-STATUS
           END-READ.

       500-LIST-ACCOUNTS.
           MOVE LOW-VALUES TO CR-NUMBER.
           START CUSTOMER-CREDIT-FILE KEY IS NOT LESS THAN CR-NUMBER
               INVALID KEY
                   DISPLAY "NO CREDIT SETTINGS ON FILE"
           END-START.
           IF WS-CREDIT-STATUS = "00"
               DISPLAY "CUST   LIMIT      HOLD CHANGED-BY DATE"
               PERFORM 510-LIST-NEXT-ACCOUNT
                   UNTIL WS-CREDIT-STATUS NOT = "00"
           END-IF.

       510-LIST-NEXT-ACCOUNT.
           READ CUSTOMER-CREDIT-FILE NEXT
               AT END CONTINUE
           END-READ.
           IF WS-CREDIT-STATUS = "00"
               DISPLAY CR-NUMBER" "CR-CREDIT-LIMIT" "
                       CR-HOLD-FLAG"    "CR-CHANGED-BY"   "
                       CR-CHANGED-DATE
           END-IF.

       600-ACCEPT-CUSTOMER-NUMBER.
           DISPLAY "CUSTOMER NUMBER: ".
           ACCEPT WS-KEYED-NUMBER.
           MOVE WS-KEYED-NUMBER TO WS-KEYED-NUMBER-JR.
           INSPECT WS-KEYED-NUMBER-JR REPLACING LEADING SPACE BY ZERO.

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

      *    sign on against the operator file - an id not on file
      *    ends the session before the menu ever shows; the record's
      *    flags say which guarded functions this operator may use
       700-SIGN-ON.
           MOVE "N" TO WS-SIGNED-ON-SWITCH.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               PERFORM 705-SEED-OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
                       WS-OPERATOR-STATUS
           ELSE
               DISPLAY "OPERATOR ID: "
               ACCEPT WS-SIGNON-ID
               MOVE WS-SIGNON-ID TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON FILE - SESSION "
                               "ENDED"
                   NOT INVALID KEY
                       PERFORM 720-VERIFY-PASSWORD
                       IF WS-SIGNED-ON
                           PERFORM 722-STAMP-LAST-SIGNON
                           MOVE OP-MAY-RELEASE-CREDIT TO
                               WS-MAY-RELEASE-CREDIT
                           DISPLAY "SIGNED ON: "OP-NAME
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       705-SEED-OPERATOR-FILE.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE "ADMIN" TO OP-ID.
           MOVE "SYSTEM ADMINISTRATOR" TO OP-NAME.
           MOVE "Y" TO OP-MAY-DELETE-PLANETS.
           MOVE "Y" TO OP-MAY-PURGE-CUSTOMERS.
           MOVE "Y" TO OP-MAY-CHANGE-RATES.
           MOVE "Y" TO OP-MAY-ADMIN-OPERATORS.
           MOVE "Y" TO OP-MAY-MAINT-ITEMS.
           MOVE "Y" TO OP-MAY-REOPEN-MONTHS.
           MOVE "Y" TO OP-MAY-RELEASE-CREDIT.
           MOVE SPACES TO OP-PASSWORD.
           MOVE "99999999" TO OP-PWD-EXPIRES.
           MOVE ZERO TO OP-FAIL-COUNT.
           MOVE "N" TO OP-LOCKED-FLAG.
           WRITE OPERATOR-RECORD.

       710-LOG-OPERATOR-ACTION.
           ACCEPT WS-ACTION-TIME FROM TIME.
           OPEN EXTEND OPERATOR-ACTION-LOG-FILE.
           IF WS-OP-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ACTION-LOG-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-ACTION-LOG-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " TIME=" WS-ACTION-TIME
                  " ACTION=" WS-ACTION-TEXT
                  " " WS-ACTION-VERDICT
                  DELIMITED BY SIZE
                  INTO OPERATOR-ACTION-LOG-RECORD.
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

      *    the credential against the record - a blank password on
      *    file is an operator from before credentials existed and
      *    passes with a nudge; an expired password or a third
      *    straight miss refuses the session, the third miss locks
      *    the id until an administrator clears it, and every
      *    refusal lands on the operator action log
       720-VERIFY-PASSWORD.
           ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN OP-LOCKED-FLAG = "Y"
                   DISPLAY "OPERATOR ID IS LOCKED - SEE AN "
                           "ADMINISTRATOR"
                   MOVE "LOCKED OUT" TO WS-SIGNON-FAIL-TEXT
                   PERFORM 730-LOG-SIGNON-FAILURE
               WHEN OP-PASSWORD = SPACES
                   SET WS-SIGNED-ON TO TRUE
                   DISPLAY "NO PASSWORD ON FILE - HAVE ONE SET "
                           "THROUGH OPERMAINT"
               WHEN OTHER
                   DISPLAY "PASSWORD: "
                   ACCEPT WS-KEYED-PASSWORD
                   PERFORM 725-JUDGE-PASSWORD
           END-EVALUATE.

      *    the day of a good sign-on goes on the record - the
      *    nightly dormancy sweep counts the idle days from it
       722-STAMP-LAST-SIGNON.
           IF OP-LAST-SIGNON NOT = WS-SIGNON-DATE
               MOVE WS-SIGNON-DATE TO OP-LAST-SIGNON
               REWRITE OPERATOR-RECORD
           END-IF.

       725-JUDGE-PASSWORD.
           IF WS-KEYED-PASSWORD = OP-PASSWORD
               IF OP-PWD-EXPIRES IS NUMERIC
                   AND OP-PWD-EXPIRES < WS-SIGNON-DATE
                   DISPLAY "PASSWORD EXPIRED - HAVE IT RESET "
                           "THROUGH OPERMAINT"
                   MOVE "EXPIRED PWD" TO WS-SIGNON-FAIL-TEXT
                   PERFORM 730-LOG-SIGNON-FAILURE
               ELSE
                   SET WS-SIGNED-ON TO TRUE
                   IF OP-FAIL-COUNT NOT = ZERO
                       MOVE ZERO TO OP-FAIL-COUNT
                       REWRITE OPERATOR-RECORD
                   END-IF
               END-IF
           ELSE
               IF OP-FAIL-COUNT < 9
                   ADD 1 TO OP-FAIL-COUNT
               END-IF
               IF OP-FAIL-COUNT >= 3
                   MOVE "Y" TO OP-LOCKED-FLAG
                   DISPLAY "TOO MANY FAILURES - OPERATOR ID "
                           "LOCKED"
               ELSE
                   DISPLAY "PASSWORD DOES NOT MATCH"
               END-IF
               REWRITE OPERATOR-RECORD
               MOVE "BAD PASSWORD" TO WS-SIGNON-FAIL-TEXT
               PERFORM 730-LOG-SIGNON-FAILURE
           END-IF.

      *    the same fixed shape 710-LOG-OPERATOR-ACTION strings -
      *    the action in its 20-character slot, one space, then
      *    the verdict - so the security report's fixed-position
      *    parse calls these denials out too
       730-LOG-SIGNON-FAILURE.
           ACCEPT WS-ACTION-TIME FROM TIME.
           MOVE SPACES TO WS-SIGNON-ACTION-TEXT.
           STRING "SIGNON " WS-SIGNON-FAIL-TEXT
               DELIMITED BY SIZE INTO WS-SIGNON-ACTION-TEXT.
           OPEN EXTEND OPERATOR-ACTION-LOG-FILE.
           IF WS-OP-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ACTION-LOG-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-ACTION-LOG-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " TIME=" WS-ACTION-TIME
                  " ACTION=" WS-SIGNON-ACTION-TEXT
                  " DENIED"
                  DELIMITED BY SIZE
                  INTO OPERATOR-ACTION-LOG-RECORD.
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

       END PROGRAM CREDITMAINT.
