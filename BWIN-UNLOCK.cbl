      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator command to clear a batch-window lock left
      *          behind on BATCH-WINDOW-LOCK by an end-of-day stream
      *          that did not end OK - lists the locks held, shows
      *          the stream and the date and time that set the one
      *          chosen, and takes it off once the operator confirms,
      *          so the online maintenance screens take updates to
      *          that file set again; the file set may ride the
      *          command line, and only an operator with the
      *          administrator permission may clear a lock
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWUNLOCK.
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
           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCH-WINDOW-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
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
      *    one record per file set a stream is updating - written
      *    by EODDRIVER when the stream starts
       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD.
           05 BW-FILE-SET PIC X(8).
           05 BW-STREAM PIC X(8).
           05 BW-DATE PIC X(8).
           05 BW-TIME PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-BATCH-LOCK-STATUS PIC X(2).
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
       01 WS-MAY-ADMIN-OPERATORS PIC X(1) VALUE "N".
       01 WS-COMMAND-LINE PIC X(20) VALUE SPACES.
       01 WS-LOCK-SET PIC X(8) VALUE SPACES.
       01 WS-REPLY PIC X(1) VALUE SPACE.
       01 WS-LOCK-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LOCK-SUB PIC 9(2).
       01 WS-FOUND-SUB PIC 9(2) VALUE ZERO.
       01 WS-LOCK-TABLE.
           05 WS-LOCK OCCURS 20 TIMES.
               10 WS-LK-FILE-SET PIC X(8).
               10 WS-LK-STREAM PIC X(8).
               10 WS-LK-DATE PIC X(8).
               10 WS-LK-TIME PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           IF WS-MAY-ADMIN-OPERATORS NOT = "Y"
               MOVE "CLEAR BATCH LOCK" TO WS-ACTION-TEXT
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO CLEAR BATCH LOCKS"
               GOBACK
           END-IF.
           PERFORM 100-LOAD-BATCH-LOCKS.
           IF WS-LOCK-COUNT = ZERO
               DISPLAY "NO BATCH LOCKS ARE HELD"
               GOBACK
           END-IF.
           PERFORM 150-LIST-BATCH-LOCKS.
           MOVE WS-COMMAND-LINE TO WS-LOCK-SET.
           IF WS-LOCK-SET = SPACES
               DISPLAY "FILE SET TO CLEAR: "
               ACCEPT WS-LOCK-SET
           END-IF.
           PERFORM 200-CLEAR-ONE-LOCK.
           GOBACK.

      *    every lock on file, in the order EODDRIVER wrote them
       100-LOAD-BATCH-LOCKS.
           MOVE ZERO TO WS-LOCK-COUNT.
           MOVE SPACES TO WS-LOCK-TABLE.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-BATCH-LOCK-STATUS = "00"
               PERFORM 110-READ-BATCH-LOCK
               PERFORM UNTIL WS-BATCH-LOCK-STATUS NOT = "00"
                   IF WS-LOCK-COUNT < 20
                       AND BW-FILE-SET NOT = SPACES
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE BW-FILE-SET TO WS-LK-FILE-SET
                           (WS-LOCK-COUNT)
                       MOVE BW-STREAM TO WS-LK-STREAM (WS-LOCK-COUNT)
                       MOVE BW-DATE TO WS-LK-DATE (WS-LOCK-COUNT)
                       MOVE BW-TIME TO WS-LK-TIME (WS-LOCK-COUNT)
                   END-IF
                   PERFORM 110-READ-BATCH-LOCK
               END-PERFORM
               CLOSE BATCH-LOCK-FILE
           END-IF.

       110-READ-BATCH-LOCK.
           READ BATCH-LOCK-FILE
               AT END MOVE "10" TO WS-BATCH-LOCK-STATUS
           END-READ.

       150-LIST-BATCH-LOCKS.
           DISPLAY "FILE SET  STREAM    SET ON    AT".
           DISPLAY "--------  --------  --------  ------".
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               DISPLAY WS-LK-FILE-SET (WS-LOCK-SUB)"  "
                       WS-LK-STREAM (WS-LOCK-SUB)"  "
                       WS-LK-DATE (WS-LOCK-SUB)"  "
                       WS-LK-TIME (WS-LOCK-SUB)
           END-PERFORM.

      *    the operator sees which stream set the lock and when
      *    before it goes - clearing it under a stream still
      *    running lets the screens key over the night's updates
       200-CLEAR-ONE-LOCK.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               IF WS-LK-FILE-SET (WS-LOCK-SUB) = WS-LOCK-SET
                   MOVE WS-LOCK-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO BATCH LOCK HELD ON "WS-LOCK-SET
           ELSE
               DISPLAY WS-LOCK-SET" LOCKED BY STREAM "
                       WS-LK-STREAM (WS-FOUND-SUB)" SINCE "
                       WS-LK-DATE (WS-FOUND-SUB)" "
                       WS-LK-TIME (WS-FOUND-SUB)
               DISPLAY "MAKE SURE THE STREAM IS NOT STILL RUNNING"
               DISPLAY "CLEAR THIS LOCK (Y/N)? "
               ACCEPT WS-REPLY
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "CLEAR LOCK " WS-LOCK-SET
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               IF WS-REPLY = "Y" OR WS-REPLY = "y"
                   MOVE SPACES TO WS-LOCK (WS-FOUND-SUB)
                   PERFORM 250-WRITE-BATCH-LOCKS
                   MOVE "ALLOWED" TO WS-ACTION-VERDICT
                   PERFORM 710-LOG-OPERATOR-ACTION
                   DISPLAY "BATCH LOCK CLEARED - "WS-LOCK-SET
               ELSE
                   DISPLAY "LOCK LEFT IN PLACE"
               END-IF
           END-IF.

      *    the lock file is rewritten whole, less the cleared entry
       250-WRITE-BATCH-LOCKS.
           OPEN OUTPUT BATCH-LOCK-FILE.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               IF WS-LK-FILE-SET (WS-LOCK-SUB) NOT = SPACES
                   MOVE WS-LK-FILE-SET (WS-LOCK-SUB) TO BW-FILE-SET
                   MOVE WS-LK-STREAM (WS-LOCK-SUB) TO BW-STREAM
                   MOVE WS-LK-DATE (WS-LOCK-SUB) TO BW-DATE
                   MOVE WS-LK-TIME (WS-LOCK-SUB) TO BW-TIME
                   WRITE BATCH-LOCK-RECORD
               END-IF
           END-PERFORM.
           CLOSE BATCH-LOCK-FILE.

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
                           MOVE OP-MAY-ADMIN-OPERATORS TO
                               WS-MAY-ADMIN-OPERATORS
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
       END PROGRAM BWUNLOCK.
