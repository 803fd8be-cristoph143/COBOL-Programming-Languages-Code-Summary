      ******************************************************************
      * Author:
      * Date:
      * Purpose: No-feed override - operations' explicit word that a
      *          scheduled feed really has nothing for a business
      *          day, so FEEDWATCH records the day as confirmed
      *          empty and EODDRIVER runs the dependent steps instead
      *          of holding them for a feed that is never coming;
      *          the feed name may ride the command line, the
      *          operator signs on, gives the reason and confirms,
      *          and every override lands on the operator action log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDNOFEED.
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
           SELECT SCHEDULE-FILE ASSIGN TO "FEED-SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "FEED-NOFEED-OVERRIDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
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
           05 OP-MAY-RELEASE-CREDIT  PIC X(1).
           05 OP-MAY-REVERSE-RUNS    PIC X(1).
      *    the day of the last good sign-on, and the day an
      *    administrator last added or unlocked the id - the
      *    nightly dormancy sweep counts idle days from the later
           05 OP-LAST-SIGNON PIC X(8).
           05 OP-REINSTATED PIC X(8).
      *    one line per privileged action attempted - who, when,
      *    what, and whether the permission let it through
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
      *    the feeds FEEDWATCH expects - an override must name one
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 FS-FEED-NAME PIC X(20).
           05 FS-ARRIVAL-DAYS PIC X(5).
           05 FS-CUTOFF PIC X(4).
           05 FS-DEPENDENT-STEP PIC X(10).
      *    one record per feed and business date confirmed empty
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 NF-FEED-NAME PIC X(20).
           05 NF-DATE PIC X(8).
           05 NF-OPERATOR PIC X(8).
           05 NF-TIME PIC X(6).
           05 NF-REASON PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 WS-OVERRIDE-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
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
       01 WS-COMMAND-LINE PIC X(30) VALUE SPACES.
       01 WS-FEED-NAME PIC X(20) VALUE SPACES.
       01 WS-FEED-DATE PIC X(8) VALUE SPACES.
       01 WS-REASON PIC X(30) VALUE SPACES.
       01 WS-REPLY PIC X(1) VALUE SPACE.
       01 WS-SCHEDULED-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-IS-SCHEDULED VALUE "Y".
       01 WS-ALREADY-SWITCH PIC X(1) VALUE "N".
           88 WS-ALREADY-OVERRIDDEN VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           MOVE WS-COMMAND-LINE TO WS-FEED-NAME.
           IF WS-FEED-NAME = SPACES
               DISPLAY "FEED NAME: "
               ACCEPT WS-FEED-NAME
           END-IF.
           PERFORM 100-CHECK-SCHEDULED.
           IF NOT WS-FEED-IS-SCHEDULED
               DISPLAY WS-FEED-NAME" IS NOT ON THE FEED-SCHEDULE"
               GOBACK
           END-IF.
           DISPLAY "BUSINESS DATE (BLANK FOR "WS-RUN-DATE"): ".
           ACCEPT WS-FEED-DATE.
           IF WS-FEED-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FEED-DATE
           END-IF.
           IF WS-FEED-DATE IS NOT NUMERIC
               DISPLAY "NOT A DATE - NOTHING RECORDED"
               GOBACK
           END-IF.
           PERFORM 200-CHECK-ALREADY-OVERRIDDEN.
           IF WS-ALREADY-OVERRIDDEN
               DISPLAY WS-FEED-NAME" IS ALREADY CONFIRMED EMPTY FOR "
                       WS-FEED-DATE
               GOBACK
           END-IF.
           DISPLAY "REASON: ".
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOTHING RECORDED"
               GOBACK
           END-IF.
           PERFORM 300-RECORD-OVERRIDE.
           GOBACK.

       100-CHECK-SCHEDULED.
           MOVE "N" TO WS-SCHEDULED-SWITCH.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM 110-READ-SCHEDULE
               PERFORM UNTIL WS-SCHEDULE-STATUS = "10"
                   IF FS-FEED-NAME = WS-FEED-NAME
                       SET WS-FEED-IS-SCHEDULED TO TRUE
                   END-IF
                   PERFORM 110-READ-SCHEDULE
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       110-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END MOVE "10" TO WS-SCHEDULE-STATUS
           END-READ.

       200-CHECK-ALREADY-OVERRIDDEN.
           MOVE "N" TO WS-ALREADY-SWITCH.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = "00"
               PERFORM 210-READ-OVERRIDE
               PERFORM UNTIL WS-OVERRIDE-STATUS = "10"
                   IF NF-FEED-NAME = WS-FEED-NAME
                       AND NF-DATE = WS-FEED-DATE
                       SET WS-ALREADY-OVERRIDDEN TO TRUE
                   END-IF
                   PERFORM 210-READ-OVERRIDE
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

       210-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END MOVE "10" TO WS-OVERRIDE-STATUS
           END-READ.

      *    confirmed by the operator, then on the override file and
      *    on the action log under the signed-on id
       300-RECORD-OVERRIDE.
           DISPLAY "CONFIRM NO "WS-FEED-NAME" FEED FOR "
                   WS-FEED-DATE" (Y/N)? ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "Y" OR WS-REPLY = "y"
               OPEN EXTEND OVERRIDE-FILE
               IF WS-OVERRIDE-STATUS NOT = "00"
                   OPEN OUTPUT OVERRIDE-FILE
               END-IF
               MOVE WS-FEED-NAME TO NF-FEED-NAME
               MOVE WS-FEED-DATE TO NF-DATE
               MOVE WS-SIGNON-ID TO NF-OPERATOR
               ACCEPT WS-ACTION-TIME FROM TIME
               MOVE WS-ACTION-TIME (1:6) TO NF-TIME
               MOVE WS-REASON TO NF-REASON
               WRITE OVERRIDE-RECORD
               CLOSE OVERRIDE-FILE
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "NO FEED " WS-FEED-NAME
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "RECORDED - FEEDWATCH WILL TREAT "
                       WS-FEED-DATE" AS AN EMPTY DAY"
           ELSE
               DISPLAY "NOTHING RECORDED"
           END-IF.

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
           MOVE "Y" TO OP-MAY-REVERSE-RUNS.
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
       END PROGRAM FEEDNOFEED.
