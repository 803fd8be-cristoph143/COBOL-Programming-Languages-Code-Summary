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
                   NOT INVALID KEY
                       PERFORM 720-VERIFY-PASSWORD
                       IF WS-SIGNED-ON
                           PERFORM 722-STAMP-LAST-SIGNON
                           MOVE OP-MAY-PURGE-CUSTOMERS TO
                               WS-MAY-PURGE-CUSTOMERS
                           DISPLAY "SIGNED ON: "OP-NAME
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
