           SELECT MAINT-AUDIT-FILE ASSIGN TO "PLANET-MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCH-WINDOW-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANET-REFERENCE-FILE.
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
      *    is "what changed", and this line answers it
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD PIC X(140).
      *    one record per file set the nightly stream is updating -
      *    set by EODDRIVER when the stream starts, cleared when it
      *    ends OK or by the operator through BWUNLOCK
       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD.
           05 BW-FILE-SET PIC X(8).
           05 BW-STREAM PIC X(8).
           05 BW-DATE PIC X(8).
           05 BW-TIME PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-LOCK-STATUS PIC X(2).
       01 WS-LOCK-FILE-SET PIC X(8) VALUE "PLANET".
       01 WS-BATCH-LOCKED-SWITCH PIC X(1) VALUE "N".
           88 WS-BATCH-LOCKED VALUE "Y".
       01 WS-REF-STATUS PIC X(2).
       01 WS-MAINT-AUDIT-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       100-MAINT-MENU.
           DISPLAY "A)dd  C)hange  D)elete  X)it : ".
           ACCEPT WS-ACTION.
           IF ACTION-IS-ADD OR ACTION-IS-CHANGE OR ACTION-IS-DELETE
               PERFORM 900-CHECK-BATCH-LOCK
           ELSE
               MOVE "N" TO WS-BATCH-LOCKED-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN WS-BATCH-LOCKED
                   CONTINUE
               WHEN ACTION-IS-ADD
                   PERFORM 200-ADD-PLANET
               WHEN ACTION-IS-CHANGE
                   NOT INVALID KEY
                       PERFORM 720-VERIFY-PASSWORD
                       IF WS-SIGNED-ON
                           PERFORM 722-STAMP-LAST-SIGNON
                           MOVE OP-MAY-DELETE-PLANETS TO
                               WS-MAY-DELETE-PLANETS
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
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

      *    the nightly stream holds the file set while it updates -
      *    inquiry carries on, but no update is taken until the
      *    stream ends OK or the operator clears the lock
       900-CHECK-BATCH-LOCK.
           MOVE "N" TO WS-BATCH-LOCKED-SWITCH.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-BATCH-LOCK-STATUS = "00"
               PERFORM 910-READ-BATCH-LOCK
               PERFORM UNTIL WS-BATCH-LOCK-STATUS NOT = "00"
                   OR WS-BATCH-LOCKED
                   IF BW-FILE-SET = WS-LOCK-FILE-SET
                       MOVE "Y" TO WS-BATCH-LOCKED-SWITCH
                       DISPLAY WS-LOCK-FILE-SET" FILES ARE LOCKED BY "
                               "THE "BW-STREAM" BATCH STREAM"
                       DISPLAY "LOCKED SINCE "BW-DATE" "BW-TIME
                               " - INQUIRY ONLY, UPDATE REFUSED"
                   ELSE
                       PERFORM 910-READ-BATCH-LOCK
                   END-IF
               END-PERFORM
               CLOSE BATCH-LOCK-FILE
           END-IF.

       910-READ-BATCH-LOCK.
           READ BATCH-LOCK-FILE
               AT END MOVE "10" TO WS-BATCH-LOCK-STATUS
           END-READ.

       END PROGRAM PLANETMAINT.
