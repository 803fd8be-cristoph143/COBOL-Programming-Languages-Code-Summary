      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online maintenance of CAMPAIGNS, the promotional
      *          codes marketing runs - each a dated window, the
      *          customers it is open to (everyone, members only or
      *          non-members only), up to ten item codes an order
      *          must hold one of (none listed means any order), and
      *          either a percentage or a fixed amount off; QTYPRICING
      *          gives an order carrying the code the better of its
      *          tier rate and the promotion, never both; a campaign
      *          is never deleted once keyed, since CAMPRPT reports
      *          its results - it is ended early instead; adding or
      *          ending one needs the same permission a rate change
      *          does, and every change is logged before and after
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPERATOR-ACTION-LOG-FILE
               ASSIGN TO "OPERATOR-ACTION-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-LOG-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODE
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "CAMPAIGN-MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER PIC X(2).
      *    the day of the last good sign-on, and the day an
      *    administrator last added or unlocked the id - the
      *    nightly dormancy sweep counts idle days from the later
           05 OP-LAST-SIGNON PIC X(8).
           05 OP-REINSTATED PIC X(8).
      *    one line per privileged action attempted - who, when,
      *    what, and whether the permission let it through
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
      *    one record per promotion code
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-CODE PIC X(6).
           05 CP-DESCRIPTION PIC X(30).
      *    the first and last processing dates the code is honoured
           05 CP-START-DATE PIC X(8).
           05 CP-END-DATE PIC X(8).
      *    a percentage off the order value, or a fixed amount off
      *    it - never more than the order is worth
           05 CP-OFFER-TYPE PIC X(1).
               88 CP-PERCENT-OFF VALUE "P".
               88 CP-AMOUNT-OFF VALUE "A".
           05 CP-PERCENT PIC 9(2)V99.
           05 CP-AMOUNT PIC 9(5)V99.
      *    who the code is open to - A all, M members, N others
           05 CP-CUSTOMER-GROUP PIC X(1).
               88 CP-ALL-CUSTOMERS VALUE "A".
               88 CP-MEMBERS-ONLY VALUE "M".
               88 CP-NON-MEMBERS-ONLY VALUE "N".
      *    the items an order must hold one of - all blank means the
      *    code is good on any order
           05 CP-ITEM-CODE PIC X(3) OCCURS 10 TIMES.
           05 CP-CREATED-BY PIC X(8).
           05 CP-CREATED-DATE PIC X(8).
           05 FILLER PIC X(10).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 FILLER PIC X(38).
      *    who did what and when, with the record image before and
      *    after
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-CAMPAIGN-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-MAINT-AUDIT-STATUS PIC X(2).
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
       01 WS-MAY-CHANGE-RATES PIC X(1) VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-BEFORE-IMAGE PIC X(121) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(121) VALUE SPACES.
       01 WS-EDIT-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-EDIT-OK VALUE "Y".
       01 WS-NEW-END-DATE PIC X(8).
      *    keyed as NN.NN and parsed with plain moves - the cents
      *    are optional
       01 WS-RATE-INPUT.
           05 WS-RATE-WHOLE PIC X(2).
           05 WS-RATE-DOT   PIC X(1).
           05 WS-RATE-CENTS PIC X(2).
       01 WS-RATE-WHOLE-JR PIC X(2) JUSTIFIED RIGHT.
       01 WS-RATE-WHOLE-NUM PIC 9(2) VALUE ZERO.
       01 WS-RATE-CENTS-NUM PIC 9(2) VALUE ZERO.
      *    keyed as NNNNN.NN, the way ITEMMAINT takes a price
       01 WS-PRICE-INPUT.
           05 WS-PRICE-WHOLE PIC X(5).
           05 WS-PRICE-DOT   PIC X(1).
           05 WS-PRICE-CENTS PIC X(2).
       01 WS-PRICE-WHOLE-JR PIC X(5) JUSTIFIED RIGHT.
       01 WS-PRICE-WHOLE-NUM PIC 9(5) VALUE ZERO.
       01 WS-PRICE-CENTS-NUM PIC 9(2) VALUE ZERO.
       01 WS-ITEM-SUB PIC 9(2) VALUE ZERO.
       01 WS-ITEM-INPUT PIC X(3).
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OFFER-EDIT PIC ZZ,ZZ9.99.
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-ADD    VALUE "A".
           88 ACTION-IS-END    VALUE "E".
           88 ACTION-IS-LIST   VALUE "L".
           88 ACTION-IS-EXIT   VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           OPEN I-O CAMPAIGN-FILE.
           IF WS-CAMPAIGN-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-FILE
               CLOSE CAMPAIGN-FILE
               OPEN I-O CAMPAIGN-FILE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                       WS-ITEM-STATUS
               CLOSE CAMPAIGN-FILE
               GOBACK
           END-IF.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE CAMPAIGN-FILE.
           CLOSE ITEM-MASTER-FILE.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "A)dd campaign  E)nd campaign early  L)ist  "
                   "X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-ADD OR ACTION-IS-END
                   PERFORM 150-GUARDED-CAMPAIGN-ACTION
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-CAMPAIGNS
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    a promotion is a discount like any rate, so the rate
      *    permission guards it
       150-GUARDED-CAMPAIGN-ACTION.
           MOVE "CHANGE CAMPAIGNS" TO WS-ACTION-TEXT.
           IF WS-MAY-CHANGE-RATES NOT = "Y"
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO CHANGE CAMPAIGNS"
           ELSE
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               EVALUATE TRUE
                   WHEN ACTION-IS-ADD
                       PERFORM 200-ADD-CAMPAIGN
                   WHEN ACTION-IS-END
                       PERFORM 300-END-CAMPAIGN
               END-EVALUATE
           END-IF.

       200-ADD-CAMPAIGN.
           MOVE SPACES TO CAMPAIGN-RECORD.
           MOVE ZERO TO CP-PERCENT CP-AMOUNT.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           DISPLAY "CAMPAIGN CODE: ".
           ACCEPT CP-CODE.
           IF CP-CODE = SPACES
               DISPLAY "NO CODE - NOTHING ADDED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "DESCRIPTION: "
               ACCEPT CP-DESCRIPTION
               PERFORM 600-ACCEPT-DATES
           END-IF.
           IF WS-EDIT-OK
               PERFORM 610-ACCEPT-OFFER
           END-IF.
           IF WS-EDIT-OK
               DISPLAY "OPEN TO A)LL  M)EMBERS  N)ON-MEMBERS: "
               ACCEPT CP-CUSTOMER-GROUP
               IF NOT CP-ALL-CUSTOMERS AND NOT CP-MEMBERS-ONLY
                   AND NOT CP-NON-MEMBERS-ONLY
                   DISPLAY "GROUP NOT A, M OR N - NOTHING ADDED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 630-ACCEPT-ITEMS
           END-IF.
           IF WS-EDIT-OK
               MOVE WS-SIGNON-ID TO CP-CREATED-BY
               MOVE WS-RUN-DATE TO CP-CREATED-DATE
               WRITE CAMPAIGN-RECORD
                   INVALID KEY
                       DISPLAY "CAMPAIGN CODE ALREADY ON FILE"
                   NOT INVALID KEY
                       DISPLAY "CAMPAIGN ADDED"
                       MOVE "(NEW)" TO WS-BEFORE-IMAGE
                       MOVE CAMPAIGN-RECORD TO WS-AFTER-IMAGE
                       PERFORM 650-WRITE-MAINT-AUDIT
               END-WRITE
           END-IF.

      *    a campaign pulled before its time - the last day it is
      *    honoured comes forward, never back past its start
       300-END-CAMPAIGN.
           DISPLAY "CAMPAIGN CODE: ".
           ACCEPT CP-CODE.
           READ CAMPAIGN-FILE
               INVALID KEY
                   DISPLAY "CAMPAIGN NOT ON FILE"
               NOT INVALID KEY
                   MOVE CAMPAIGN-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "RUNS "CP-START-DATE" TO "CP-END-DATE
                   DISPLAY "LAST DAY HONOURED (YYYYMMDD): "
                   ACCEPT WS-NEW-END-DATE
                   EVALUATE TRUE
                       WHEN WS-NEW-END-DATE IS NOT NUMERIC
                           DISPLAY "DATE NOT NUMERIC - UNCHANGED"
                       WHEN WS-NEW-END-DATE > CP-END-DATE
                           DISPLAY "LATER THAN THE CURRENT END - "
                                   "UNCHANGED"
                       WHEN WS-NEW-END-DATE < CP-START-DATE
                           DISPLAY "BEFORE THE CAMPAIGN START - "
                                   "UNCHANGED"
                       WHEN OTHER
                           MOVE WS-NEW-END-DATE TO CP-END-DATE
                           REWRITE CAMPAIGN-RECORD
                               INVALID KEY
                                   DISPLAY "CHANGE FAILED - STATUS "
                                           WS-CAMPAIGN-STATUS
                               NOT INVALID KEY
                                   DISPLAY "CAMPAIGN NOW ENDS "
                                           CP-END-DATE
                                   MOVE CAMPAIGN-RECORD TO
                                       WS-AFTER-IMAGE
                                   PERFORM 650-WRITE-MAINT-AUDIT
                           END-REWRITE
                   END-EVALUATE
           END-READ.

       500-LIST-CAMPAIGNS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO CP-CODE.
           START CAMPAIGN-FILE KEY IS NOT LESS THAN CP-CODE
               INVALID KEY
                   MOVE "10" TO WS-CAMPAIGN-STATUS
           END-START.
           DISPLAY "CODE    FROM      TO        OFFER      GROUP  "
                   "DESCRIPTION".
           PERFORM UNTIL WS-CAMPAIGN-STATUS NOT = "00"
               READ CAMPAIGN-FILE NEXT
                   AT END MOVE "10" TO WS-CAMPAIGN-STATUS
               END-READ
               IF WS-CAMPAIGN-STATUS = "00"
                   PERFORM 510-LIST-ONE-CAMPAIGN
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-CAMPAIGN-STATUS.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO CAMPAIGNS ON FILE"
           END-IF.

       510-LIST-ONE-CAMPAIGN.
           ADD 1 TO WS-LIST-COUNT.
           IF CP-PERCENT-OFF
               MOVE CP-PERCENT TO WS-OFFER-EDIT
           ELSE
               MOVE CP-AMOUNT TO WS-OFFER-EDIT
           END-IF.
           DISPLAY CP-CODE"  "CP-START-DATE"  "CP-END-DATE"  "
                   CP-OFFER-TYPE WS-OFFER-EDIT"  "CP-CUSTOMER-GROUP
                   "      "CP-DESCRIPTION.
           IF CP-ITEM-CODE (1) NOT = SPACES
               DISPLAY "        ITEMS: "CP-ITEM-CODE (1)" "
                       CP-ITEM-CODE (2)" "CP-ITEM-CODE (3)" "
                       CP-ITEM-CODE (4)" "CP-ITEM-CODE (5)" "
                       CP-ITEM-CODE (6)" "CP-ITEM-CODE (7)" "
                       CP-ITEM-CODE (8)" "CP-ITEM-CODE (9)" "
                       CP-ITEM-CODE (10)
           END-IF.

       600-ACCEPT-DATES.
           DISPLAY "FIRST DAY (YYYYMMDD): ".
           ACCEPT CP-START-DATE.
           DISPLAY "LAST DAY (YYYYMMDD): ".
           ACCEPT CP-END-DATE.
           EVALUATE TRUE
               WHEN CP-START-DATE IS NOT NUMERIC
                   OR CP-END-DATE IS NOT NUMERIC
                   DISPLAY "DATES NOT NUMERIC - NOTHING ADDED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               WHEN CP-END-DATE < CP-START-DATE
                   DISPLAY "LAST DAY BEFORE FIRST DAY - NOTHING "
                           "ADDED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
           END-EVALUATE.

       610-ACCEPT-OFFER.
           DISPLAY "P)ERCENT OFF OR A)MOUNT OFF: ".
           ACCEPT CP-OFFER-TYPE.
           EVALUATE TRUE
               WHEN CP-PERCENT-OFF
                   PERFORM 615-ACCEPT-PERCENT
               WHEN CP-AMOUNT-OFF
                   PERFORM 620-ACCEPT-AMOUNT
               WHEN OTHER
                   DISPLAY "OFFER NOT P OR A - NOTHING ADDED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
           END-EVALUATE.

       615-ACCEPT-PERCENT.
           DISPLAY "PERCENT OFF (NN.NN): ".
           ACCEPT WS-RATE-INPUT.
           MOVE WS-RATE-WHOLE TO WS-RATE-WHOLE-JR.
           INSPECT WS-RATE-WHOLE-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-RATE-WHOLE-JR IS NUMERIC
               MOVE WS-RATE-WHOLE-JR TO WS-RATE-WHOLE-NUM
               IF WS-RATE-DOT = "." AND WS-RATE-CENTS IS NUMERIC
                   MOVE WS-RATE-CENTS TO WS-RATE-CENTS-NUM
               ELSE
                   MOVE ZERO TO WS-RATE-CENTS-NUM
               END-IF
               COMPUTE CP-PERCENT = WS-RATE-WHOLE-NUM
                   + WS-RATE-CENTS-NUM / 100
           END-IF.
           IF CP-PERCENT = ZERO
               DISPLAY "PERCENT NOT NUMERIC OR ZERO - NOTHING ADDED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.

       620-ACCEPT-AMOUNT.
           DISPLAY "AMOUNT OFF (NNNNN.NN): ".
           ACCEPT WS-PRICE-INPUT.
           MOVE WS-PRICE-WHOLE TO WS-PRICE-WHOLE-JR.
           INSPECT WS-PRICE-WHOLE-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-PRICE-WHOLE-JR IS NUMERIC
               MOVE WS-PRICE-WHOLE-JR TO WS-PRICE-WHOLE-NUM
               IF WS-PRICE-DOT = "." AND WS-PRICE-CENTS IS NUMERIC
                   MOVE WS-PRICE-CENTS TO WS-PRICE-CENTS-NUM
               ELSE
                   MOVE ZERO TO WS-PRICE-CENTS-NUM
               END-IF
               COMPUTE CP-AMOUNT = WS-PRICE-WHOLE-NUM
                   + WS-PRICE-CENTS-NUM / 100
           END-IF.
           IF CP-AMOUNT = ZERO
               DISPLAY "AMOUNT NOT NUMERIC OR ZERO - NOTHING ADDED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.

      *    up to ten items, each on the item master - a blank code
      *    ends the list, and an empty list opens the code to any
      *    order
       630-ACCEPT-ITEMS.
           MOVE 1 TO WS-ITEM-SUB.
           MOVE "X" TO WS-ITEM-INPUT.
           DISPLAY "ELIGIBLE ITEM CODES - BLANK TO END, NONE FOR "
                   "ANY ORDER".
           PERFORM UNTIL WS-ITEM-SUB > 10 OR WS-ITEM-INPUT = SPACES
               DISPLAY "ITEM CODE: "
               ACCEPT WS-ITEM-INPUT
               IF WS-ITEM-INPUT NOT = SPACES
                   MOVE WS-ITEM-INPUT TO IM-CODE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "ITEM "WS-ITEM-INPUT
                                   " NOT ON ITEM MASTER - SKIPPED"
                       NOT INVALID KEY
                           MOVE WS-ITEM-INPUT TO
                               CP-ITEM-CODE (WS-ITEM-SUB)
                           ADD 1 TO WS-ITEM-SUB
                   END-READ
               END-IF
           END-PERFORM.

      *    one line per applied action - operator, timestamp, the
      *    action keyed, and the record before and after
       650-WRITE-MAINT-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " DATE=" WS-RUN-DATE
                  " TIME=" WS-AUDIT-TIME
                  " ACTION=" WS-ACTION
                  " BEFORE=[" WS-BEFORE-IMAGE
                  "] AFTER=[" WS-AFTER-IMAGE "]"
                  DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

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
                           MOVE OP-MAY-CHANGE-RATES TO
                               WS-MAY-CHANGE-RATES
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

       END PROGRAM CAMPMAINT.
