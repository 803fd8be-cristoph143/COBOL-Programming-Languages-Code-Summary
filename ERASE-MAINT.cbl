      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer erasure requests - takes a customer's
      *          request to be forgotten by customer number onto
      *          ERASURE-REQUESTS and puts it through a second
      *          operator's approval before ERASERUN may act on it;
      *          both steps need the purge-customers permission, the
      *          approver must differ from the operator who keyed the
      *          request, and every step lands on the operator action
      *          log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASEMAINT.
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
           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTOMER-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-NUMBER
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ERASURE-REQUEST-FILE ASSIGN TO "ERASURE-REQUESTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-CUSTOMER
               FILE STATUS IS WS-ERASURE-STATUS.
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
       FD  CUSTOMER-ARCHIVE-FILE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 ARC-NUMBER PIC 9(6).
           05 ARC-NAME PIC X(20).
           05 ARC-BIRTH-DATE PIC X(8).
           05 ARC-LAST-ACTIVITY-DATE PIC X(8).
           05 ARC-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
           05 ARC-ARCHIVE-DATE PIC X(8).
      *    one request per customer number - keyed pending, then
      *    approved by a second operator (or refused), then stamped
      *    erased by ERASERUN with the count of records it changed
       FD  ERASURE-REQUEST-FILE.
       01  ERASURE-REQUEST-RECORD.
           05 ER-CUSTOMER PIC 9(6).
           05 ER-STATUS PIC X(1).
               88 ER-PENDING  VALUE "P".
               88 ER-APPROVED VALUE "A".
               88 ER-ERASED   VALUE "E".
               88 ER-REFUSED  VALUE "R".
      *    the customer's own letter or case reference, carried
      *    onto the erasure certificate
           05 ER-REFERENCE PIC X(20).
           05 ER-REQUESTED-BY PIC X(8).
           05 ER-REQUESTED-DATE PIC X(8).
           05 ER-APPROVED-BY PIC X(8).
           05 ER-APPROVED-DATE PIC X(8).
           05 ER-ERASED-DATE PIC X(8).
           05 ER-RECORDS-CHANGED PIC 9(6).
           05 FILLER PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-ARC-STATUS PIC X(2).
       01 WS-ERASURE-STATUS PIC X(2).
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
       01 WS-MAY-PURGE-CUSTOMERS PIC X(1) VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-KEYED-NUMBER PIC X(6).
       01 WS-KEYED-NUMBER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-REPLY PIC X(1) VALUE SPACE.
       01 WS-FOUND-NAME PIC X(20).
       01 WS-FOUND-WHERE PIC X(8).
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-REQUEST VALUE "R".
           88 ACTION-IS-APPROVE VALUE "A".
           88 ACTION-IS-LIST    VALUE "L".
           88 ACTION-IS-EXIT    VALUE "X".
       01 APPROVE-COUNTS.
           05 AP-REVIEWED-COUNT PIC 9(5) VALUE ZERO.
           05 AP-APPROVED-COUNT PIC 9(5) VALUE ZERO.
           05 AP-REFUSED-COUNT PIC 9(5) VALUE ZERO.
           05 AP-SELF-COUNT PIC 9(5) VALUE ZERO.
           05 AP-HELD-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           MOVE "ERASURE REQUESTS" TO WS-ACTION-TEXT.
           IF WS-MAY-PURGE-CUSTOMERS NOT = "Y"
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED FOR CUSTOMER ERASURE"
               GOBACK
           END-IF.
           MOVE "ALLOWED" TO WS-ACTION-VERDICT.
           PERFORM 710-LOG-OPERATOR-ACTION.
           OPEN I-O ERASURE-REQUEST-FILE.
           IF WS-ERASURE-STATUS = "35"
               OPEN OUTPUT ERASURE-REQUEST-FILE
               CLOSE ERASURE-REQUEST-FILE
               OPEN I-O ERASURE-REQUEST-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE CUSTOMER-ARCHIVE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ERASURE-REQUEST-FILE.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "R)equest erasure  A)pprove  L)ist  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-REQUEST
                   PERFORM 200-REQUEST-ERASURE
               WHEN ACTION-IS-APPROVE
                   PERFORM 300-REVIEW-PENDING
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-REQUESTS
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    the number need not still be on the master - an archived
      *    or merged-away customer's history is erased the same way
      *    - but one request per number stands at a time
       200-REQUEST-ERASURE.
           PERFORM 600-ACCEPT-CUSTOMER-NUMBER.
           IF WS-KEYED-NUMBER-JR IS NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER MUST BE NUMERIC"
           ELSE
               MOVE WS-KEYED-NUMBER-JR TO ER-CUSTOMER
               READ ERASURE-REQUEST-FILE
                   INVALID KEY
                       PERFORM 210-STAGE-REQUEST
                   NOT INVALID KEY
                       DISPLAY "REQUEST ALREADY ON FILE - STATUS "
                               ER-STATUS " KEYED BY "
                               ER-REQUESTED-BY " ON "
                               ER-REQUESTED-DATE
               END-READ
           END-IF.

       210-STAGE-REQUEST.
           PERFORM 610-FIND-CUSTOMER.
           IF WS-FOUND-WHERE = SPACES
               DISPLAY "NOT ON THE MASTER OR THE ARCHIVE - ONLY ITS "
                       "HISTORY WILL BE ERASED"
           ELSE
               DISPLAY "CUSTOMER: " WS-FOUND-NAME " (" WS-FOUND-WHERE
                       ")"
           END-IF.
           DISPLAY "STAGE ERASURE OF " WS-KEYED-NUMBER-JR " (Y/N)? ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "Y" OR WS-REPLY = "y"
               MOVE SPACES TO ERASURE-REQUEST-RECORD
               MOVE WS-KEYED-NUMBER-JR TO ER-CUSTOMER
               DISPLAY "CUSTOMER'S REFERENCE: "
               ACCEPT ER-REFERENCE
               SET ER-PENDING TO TRUE
               MOVE WS-SIGNON-ID TO ER-REQUESTED-BY
               MOVE WS-RUN-DATE TO ER-REQUESTED-DATE
               MOVE ZERO TO ER-RECORDS-CHANGED
               WRITE ERASURE-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "REQUEST NOT STAGED - STATUS "
                               WS-ERASURE-STATUS
                   NOT INVALID KEY
                       MOVE SPACES TO WS-ACTION-TEXT
                       STRING "ERASE REQUEST " ER-CUSTOMER
                           DELIMITED BY SIZE INTO WS-ACTION-TEXT
                       MOVE "ALLOWED" TO WS-ACTION-VERDICT
                       PERFORM 710-LOG-OPERATOR-ACTION
                       DISPLAY "STAGED - A DIFFERENT OPERATOR MUST "
                               "APPROVE IT"
               END-WRITE
           ELSE
               DISPLAY "NOT STAGED"
           END-IF.

      *    every pending request in number order - an operator's
      *    own keying stays pending for someone else
       300-REVIEW-PENDING.
           MOVE LOW-VALUES TO ERASURE-REQUEST-RECORD.
           START ERASURE-REQUEST-FILE
               KEY IS NOT LESS THAN ER-CUSTOMER
               INVALID KEY
                   MOVE "10" TO WS-ERASURE-STATUS
           END-START.
           IF WS-ERASURE-STATUS = "00"
               PERFORM 310-READ-REQUEST
               PERFORM UNTIL WS-ERASURE-STATUS = "10"
                   IF ER-PENDING
                       PERFORM 320-REVIEW-ONE-REQUEST
                   END-IF
                   PERFORM 310-READ-REQUEST
               END-PERFORM
           END-IF.
           DISPLAY "REVIEWED: "AP-REVIEWED-COUNT.
           DISPLAY "APPROVED: "AP-APPROVED-COUNT.
           DISPLAY "REFUSED:  "AP-REFUSED-COUNT.
           DISPLAY "OWN KEYING LEFT: "AP-SELF-COUNT.
           DISPLAY "LEFT PENDING: "AP-HELD-COUNT.

       310-READ-REQUEST.
           READ ERASURE-REQUEST-FILE NEXT
               AT END MOVE "10" TO WS-ERASURE-STATUS
           END-READ.

       320-REVIEW-ONE-REQUEST.
           ADD 1 TO AP-REVIEWED-COUNT.
           IF ER-REQUESTED-BY = WS-SIGNON-ID
               ADD 1 TO AP-SELF-COUNT
               DISPLAY "KEYED BY YOU - A DIFFERENT OPERATOR MUST "
                       "APPROVE: " ER-CUSTOMER
           ELSE
               MOVE ER-CUSTOMER TO WS-KEYED-NUMBER-JR
               PERFORM 610-FIND-CUSTOMER
               DISPLAY "PENDING ERASURE " ER-CUSTOMER " "
                       WS-FOUND-NAME " REF " ER-REFERENCE
               DISPLAY "   KEYED BY " ER-REQUESTED-BY " ON "
                       ER-REQUESTED-DATE
               DISPLAY "A)PPROVE  R)EFUSE  or leave pending: "
               ACCEPT WS-REPLY
               EVALUATE WS-REPLY
                   WHEN "A"
                   WHEN "a"
                       SET ER-APPROVED TO TRUE
                       MOVE WS-SIGNON-ID TO ER-APPROVED-BY
                       MOVE WS-RUN-DATE TO ER-APPROVED-DATE
                       REWRITE ERASURE-REQUEST-RECORD
                       ADD 1 TO AP-APPROVED-COUNT
                       MOVE SPACES TO WS-ACTION-TEXT
                       STRING "ERASE APPROVE " ER-CUSTOMER
                           DELIMITED BY SIZE INTO WS-ACTION-TEXT
                       MOVE "ALLOWED" TO WS-ACTION-VERDICT
                       PERFORM 710-LOG-OPERATOR-ACTION
                       DISPLAY "APPROVED - ERASERUN WILL ACT ON IT"
                   WHEN "R"
                   WHEN "r"
                       SET ER-REFUSED TO TRUE
                       MOVE WS-SIGNON-ID TO ER-APPROVED-BY
                       MOVE WS-RUN-DATE TO ER-APPROVED-DATE
                       REWRITE ERASURE-REQUEST-RECORD
                       ADD 1 TO AP-REFUSED-COUNT
                       MOVE SPACES TO WS-ACTION-TEXT
                       STRING "ERASE REFUSE " ER-CUSTOMER
                           DELIMITED BY SIZE INTO WS-ACTION-TEXT
                       MOVE "ALLOWED" TO WS-ACTION-VERDICT
                       PERFORM 710-LOG-OPERATOR-ACTION
                       DISPLAY "REFUSED"
                   WHEN OTHER
                       ADD 1 TO AP-HELD-COUNT
               END-EVALUATE
           END-IF.

       500-LIST-REQUESTS.
           DISPLAY "CUST   S REFERENCE            KEYED BY ON       "
                   "APPROVER ON       ERASED   RECS".
           MOVE LOW-VALUES TO ERASURE-REQUEST-RECORD.
           START ERASURE-REQUEST-FILE
               KEY IS NOT LESS THAN ER-CUSTOMER
               INVALID KEY
                   MOVE "10" TO WS-ERASURE-STATUS
           END-START.
           IF WS-ERASURE-STATUS = "00"
               PERFORM 310-READ-REQUEST
               PERFORM UNTIL WS-ERASURE-STATUS = "10"
                   DISPLAY ER-CUSTOMER " " ER-STATUS " "
                           ER-REFERENCE " " ER-REQUESTED-BY " "
                           ER-REQUESTED-DATE " " ER-APPROVED-BY " "
                           ER-APPROVED-DATE " " ER-ERASED-DATE " "
                           ER-RECORDS-CHANGED
                   PERFORM 310-READ-REQUEST
               END-PERFORM
           END-IF.

       600-ACCEPT-CUSTOMER-NUMBER.
           DISPLAY "CUSTOMER NUMBER: ".
           ACCEPT WS-KEYED-NUMBER.
           MOVE WS-KEYED-NUMBER TO WS-KEYED-NUMBER-JR.
           INSPECT WS-KEYED-NUMBER-JR REPLACING LEADING SPACE BY ZERO.

      *    the name to show the operator - the master first, then
      *    the archive; blank where the number is on neither
       610-FIND-CUSTOMER.
           MOVE SPACES TO WS-FOUND-NAME.
           MOVE SPACES TO WS-FOUND-WHERE.
           MOVE WS-KEYED-NUMBER-JR TO CM-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE WS-KEYED-NUMBER-JR TO ARC-NUMBER
                   READ CUSTOMER-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ARC-NAME TO WS-FOUND-NAME
                           MOVE "ARCHIVED" TO WS-FOUND-WHERE
                   END-READ
               NOT INVALID KEY
                   MOVE CM-NAME TO WS-FOUND-NAME
                   MOVE "ACTIVE" TO WS-FOUND-WHERE
           END-READ.

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
                           MOVE OP-MAY-PURGE-CUSTOMERS TO
                               WS-MAY-PURGE-CUSTOMERS
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

       END PROGRAM ERASEMAINT.
