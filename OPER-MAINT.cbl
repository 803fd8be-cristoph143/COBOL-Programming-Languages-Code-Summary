           05 OP-PWD-EXPIRES PIC X(8).
           05 OP-FAIL-COUNT PIC 9(1).
           05 OP-LOCKED-FLAG PIC X(1).
      *    credit control - limits, holds and order releases
           05 OP-MAY-RELEASE-CREDIT  PIC X(1).
      *    request or approve taking a whole batch run back off
           05 OP-MAY-REVERSE-RUNS    PIC X(1).
      *    the day of the last good sign-on, and the day an
      *    administrator last added or unlocked the id - the
      *    nightly dormancy sweep counts idle days from the later
           05 OP-LAST-SIGNON PIC X(8).
           05 OP-REINSTATED PIC X(8).
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
               NOT INVALID KEY
                   PERFORM 720-VERIFY-PASSWORD
                   IF WS-SIGNED-ON
                       PERFORM 722-STAMP-LAST-SIGNON
                       MOVE OP-MAY-ADMIN-OPERATORS TO WS-MAY-ADMIN
                       DISPLAY "SIGNED ON: "OP-NAME
                   END-IF
           MOVE "Y" TO OP-MAY-ADMIN-OPERATORS.
           MOVE "Y" TO OP-MAY-MAINT-ITEMS.
           MOVE "Y" TO OP-MAY-REOPEN-MONTHS.
           MOVE "Y" TO OP-MAY-RELEASE-CREDIT.
           MOVE "Y" TO OP-MAY-REVERSE-RUNS.
           MOVE SPACES TO OP-PASSWORD.
           MOVE "99999999" TO OP-PWD-EXPIRES.
           MOVE ZERO TO OP-FAIL-COUNT.
           MOVE "99999999" TO OP-PWD-EXPIRES.
           MOVE ZERO TO OP-FAIL-COUNT.
           MOVE "N" TO OP-LOCKED-FLAG.
           MOVE WS-SIGNON-DATE TO OP-REINSTATED.
           DISPLAY "OPERATOR ID: ".
           ACCEPT OP-ID.
           DISPLAY "OPERATOR NAME: ".
                           " ADMIN="OP-MAY-ADMIN-OPERATORS
                           " ITEMS="OP-MAY-MAINT-ITEMS
                           " REOPEN="OP-MAY-REOPEN-MONTHS
                           " CREDIT="OP-MAY-RELEASE-CREDIT
                           " REVERSE="OP-MAY-REVERSE-RUNS
                           " LOCKED="OP-LOCKED-FLAG
                           " LAST SIGN-ON="OP-LAST-SIGNON
                   PERFORM 600-ACCEPT-PERMISSIONS
                   PERFORM 620-ACCEPT-CREDENTIAL
                   REWRITE OPERATOR-RECORD
           END-START.
           IF WS-OPERATOR-STATUS = "00"
               DISPLAY "ID       NAME                 DEL PRG RTE "
                       "ADM ITM RPN CRD REV LCK LAST-ON"
               PERFORM 510-LIST-NEXT-OPERATOR
                   UNTIL WS-OPERATOR-STATUS NOT = "00"
           END-IF.
                       OP-MAY-CHANGE-RATES"   "
                       OP-MAY-ADMIN-OPERATORS"   "
                       OP-MAY-MAINT-ITEMS"   "
                       OP-MAY-REOPEN-MONTHS"   "
                       OP-MAY-RELEASE-CREDIT"   "
                       OP-MAY-REVERSE-RUNS"   "
                       OP-LOCKED-FLAG"   "
                       OP-LAST-SIGNON
           END-IF.

       600-ACCEPT-PERMISSIONS.
           ACCEPT OP-MAY-MAINT-ITEMS.
           DISPLAY "MAY REOPEN CLOSED MONTHS (Y/N): ".
           ACCEPT OP-MAY-REOPEN-MONTHS.
           DISPLAY "MAY CONTROL CUSTOMER CREDIT (Y/N): ".
           ACCEPT OP-MAY-RELEASE-CREDIT.
           DISPLAY "MAY REVERSE BATCH RUNS (Y/N): ".
           ACCEPT OP-MAY-REVERSE-RUNS.

      *    the credential rides the same screen - a keyed password
      *    clears the failure count and the lock along with it, and
           IF WS-NEW-PASSWORD NOT = SPACES
               MOVE WS-NEW-PASSWORD TO OP-PASSWORD
               MOVE ZERO TO OP-FAIL-COUNT
               PERFORM 625-NOTE-REINSTATED
               MOVE "N" TO OP-LOCKED-FLAG
           END-IF.
           DISPLAY "PASSWORD EXPIRES (YYYYMMDD, BLANK TO KEEP): ".
           ACCEPT WS-UNLOCK-REPLY.
           IF WS-UNLOCK-REPLY = "Y" OR WS-UNLOCK-REPLY = "y"
               MOVE ZERO TO OP-FAIL-COUNT
               PERFORM 625-NOTE-REINSTATED
               MOVE "N" TO OP-LOCKED-FLAG
           END-IF.

      *    an id coming off a lock - the dormancy sweep's included -
      *    starts its idle days again from today, or the next night
      *    would simply lock it back
       625-NOTE-REINSTATED.
           IF OP-LOCKED-FLAG = "Y"
               MOVE WS-SIGNON-DATE TO OP-REINSTATED
           END-IF.

      *    the credential against the record - a blank password on
      *    file is an operator from before credentials existed and
      *    passes with a nudge; an expired password or a third
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
