      ******************************************************************
      * Author:
      * Date:
      * Purpose: Feed reprocess authorisation - a stamped feed the
      *          registry shows as already consumed is refused by
      *          the program that reads it; when taking the same
      *          feed in again is deliberate (a reversed run being
      *          redone, a feed re-cut after a bad posting) an
      *          operator with run-reversal authority signs on here,
      *          reviews the registry entries for the feed and date,
      *          gives the reason and confirms - the authorisation
      *          lets exactly one more run take that feed in, and
      *          lands on the operator action log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDREPROC.
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
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEED-REGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPROCESS-AUTH-FILE ASSIGN TO "FEED-REPROCESS-AUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAUTH-STATUS.
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
      *    one line per stamped feed taken in - name, header date,
      *    trailer count and hash, and the run that consumed it
       FD  FEED-REGISTRY-FILE.
       01  FEED-REGISTRY-RECORD.
           05 FR-FEED-NAME PIC X(20).
           05 FR-FILE-DATE PIC X(8).
           05 FR-COUNT PIC 9(7).
           05 FR-HASH PIC 9(11).
           05 FR-RUN-ID PIC X(8).
           05 FR-PROGRAM PIC X(10).
           05 FR-DATE PIC X(8).
           05 FR-TIME PIC X(6).
           05 FR-REPROCESS PIC X(1).
               88 FR-IS-REPROCESS VALUE "Y".
           05 FR-OPERATOR PIC X(8).
      *    an operator's leave to take a consumed feed in once more
       FD  REPROCESS-AUTH-FILE.
       01  REPROCESS-AUTH-RECORD.
           05 RA-FEED-NAME PIC X(20).
           05 RA-FILE-DATE PIC X(8).
           05 RA-OPERATOR PIC X(8).
           05 RA-DATE PIC X(8).
           05 RA-TIME PIC X(6).
           05 RA-REASON PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-REAUTH-STATUS PIC X(2).
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
       01 WS-MAY-REVERSE-RUNS PIC X(1) VALUE "N".
       01 WS-COMMAND-LINE PIC X(30) VALUE SPACES.
       01 WS-FEED-NAME PIC X(20) VALUE SPACES.
       01 WS-FEED-FILE-DATE PIC X(8) VALUE SPACES.
       01 WS-REASON PIC X(30) VALUE SPACES.
       01 WS-REPLY PIC X(1) VALUE SPACE.
       01 WS-FEED-CONSUMED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FEED-REPROCESSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPROCESS-AUTH-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           IF WS-MAY-REVERSE-RUNS NOT = "Y"
               MOVE "REPROCESS FEED" TO WS-ACTION-TEXT
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO REPROCESS FEEDS"
               GOBACK
           END-IF.
           MOVE WS-COMMAND-LINE TO WS-FEED-NAME.
           IF WS-FEED-NAME = SPACES
               DISPLAY "FEED NAME: "
               ACCEPT WS-FEED-NAME
           END-IF.
           DISPLAY "HEADER FILE DATE (BLANK FOR "WS-RUN-DATE"): ".
           ACCEPT WS-FEED-FILE-DATE.
           IF WS-FEED-FILE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FEED-FILE-DATE
           END-IF.
           IF WS-FEED-FILE-DATE IS NOT NUMERIC
               DISPLAY "NOT A DATE - NOTHING RECORDED"
               GOBACK
           END-IF.
           PERFORM 100-LIST-REGISTRY-ENTRIES.
           IF WS-FEED-CONSUMED-COUNT = ZERO
               DISPLAY WS-FEED-NAME" DATED "WS-FEED-FILE-DATE
                       " HAS NOT BEEN CONSUMED - NO AUTHORISATION "
                       "NEEDED"
               GOBACK
           END-IF.
           PERFORM 200-COUNT-REPROCESS-AUTHS.
           IF WS-REPROCESS-AUTH-COUNT > WS-FEED-REPROCESSED-COUNT
               DISPLAY "AN UNUSED REPROCESS AUTHORISATION IS ALREADY "
                       "ON FILE FOR THIS FEED AND DATE"
               GOBACK
           END-IF.
           DISPLAY "REASON: ".
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOTHING RECORDED"
               GOBACK
           END-IF.
           PERFORM 300-RECORD-AUTHORISATION.
           GOBACK.

      *    every run that has taken this feed and date in, so the
      *    operator sees what the reprocess would be repeating
       100-LIST-REGISTRY-ENTRIES.
           MOVE ZERO TO WS-FEED-CONSUMED-COUNT.
           MOVE ZERO TO WS-FEED-REPROCESSED-COUNT.
           OPEN INPUT FEED-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "00"
               PERFORM 110-READ-REGISTRY
               PERFORM UNTIL WS-REGISTRY-STATUS = "10"
                   IF FR-FEED-NAME = WS-FEED-NAME
                       AND FR-FILE-DATE = WS-FEED-FILE-DATE
                       ADD 1 TO WS-FEED-CONSUMED-COUNT
                       IF FR-IS-REPROCESS
                           ADD 1 TO WS-FEED-REPROCESSED-COUNT
                       END-IF
                       IF WS-FEED-CONSUMED-COUNT = 1
                           DISPLAY "RUN ID   PROGRAM    ON       "
                                   "AT     COUNT   HASH        "
                                   "REPROCESS"
                       END-IF
                       DISPLAY FR-RUN-ID" "FR-PROGRAM" "FR-DATE" "
                               FR-TIME" "FR-COUNT" "FR-HASH" "
                               FR-REPROCESS" "FR-OPERATOR
                   END-IF
                   PERFORM 110-READ-REGISTRY
               END-PERFORM
               CLOSE FEED-REGISTRY-FILE
           END-IF.

       110-READ-REGISTRY.
           READ FEED-REGISTRY-FILE
               AT END MOVE "10" TO WS-REGISTRY-STATUS
           END-READ.

      *    each authorisation is good for one reprocess - one not yet
      *    matched by a reprocessed registry entry is still waiting
       200-COUNT-REPROCESS-AUTHS.
           MOVE ZERO TO WS-REPROCESS-AUTH-COUNT.
           OPEN INPUT REPROCESS-AUTH-FILE.
           IF WS-REAUTH-STATUS = "00"
               PERFORM 210-READ-REPROCESS-AUTH
               PERFORM UNTIL WS-REAUTH-STATUS = "10"
                   IF RA-FEED-NAME = WS-FEED-NAME
                       AND RA-FILE-DATE = WS-FEED-FILE-DATE
                       ADD 1 TO WS-REPROCESS-AUTH-COUNT
                   END-IF
                   PERFORM 210-READ-REPROCESS-AUTH
               END-PERFORM
               CLOSE REPROCESS-AUTH-FILE
           END-IF.

       210-READ-REPROCESS-AUTH.
           READ REPROCESS-AUTH-FILE
               AT END MOVE "10" TO WS-REAUTH-STATUS
           END-READ.

      *    confirmed by the operator, then on the authorisation file
      *    and on the action log under the signed-on id
       300-RECORD-AUTHORISATION.
           DISPLAY "CONFIRM REPROCESS OF "WS-FEED-NAME" DATED "
                   WS-FEED-FILE-DATE" (Y/N)? ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "Y" OR WS-REPLY = "y"
               OPEN EXTEND REPROCESS-AUTH-FILE
               IF WS-REAUTH-STATUS NOT = "00"
                   OPEN OUTPUT REPROCESS-AUTH-FILE
               END-IF
               MOVE WS-FEED-NAME TO RA-FEED-NAME
               MOVE WS-FEED-FILE-DATE TO RA-FILE-DATE
               MOVE WS-SIGNON-ID TO RA-OPERATOR
               MOVE WS-RUN-DATE TO RA-DATE
               ACCEPT WS-ACTION-TIME FROM TIME
               MOVE WS-ACTION-TIME (1:6) TO RA-TIME
               MOVE WS-REASON TO RA-REASON
               WRITE REPROCESS-AUTH-RECORD
               CLOSE REPROCESS-AUTH-FILE
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "REPROCESS " WS-FEED-NAME
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "RECORDED - THE NEXT RUN MAY TAKE "
                       WS-FEED-NAME" DATED "WS-FEED-FILE-DATE" IN"
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
                           MOVE OP-MAY-REVERSE-RUNS TO
                               WS-MAY-REVERSE-RUNS
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
       END PROGRAM FEEDREPROC.
