           SELECT PENDING-RATE-FILE ASSIGN TO "QTY-RATES-PENDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCH-WINDOW-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    who may do what - one record per operator with a flag
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
           05 PND-EFF-FROM PIC X(8).
           05 PND-RATE PIC 9(2)V99.
           05 PND-KEYED-BY PIC X(8).
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
       01 WS-LOCK-FILE-SET PIC X(8) VALUE "RATE".
       01 WS-BATCH-LOCKED-SWITCH PIC X(1) VALUE "N".
           88 WS-BATCH-LOCKED VALUE "Y".
       01 WS-RATE-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
           EVALUATE TRUE
               WHEN ACTION-IS-ADD OR ACTION-IS-CHANGE
                   OR ACTION-IS-DELETE
                   PERFORM 900-CHECK-BATCH-LOCK
                   IF NOT WS-BATCH-LOCKED
                       PERFORM 150-GUARDED-RATE-ACTION
                   END-IF
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-RATES
               WHEN ACTION-IS-EXIT
                   NOT INVALID KEY
                       PERFORM 720-VERIFY-PASSWORD
                       IF WS-SIGNED-ON
                           PERFORM 722-STAMP-LAST-SIGNON
                           MOVE OP-MAY-CHANGE-RATES TO
                               WS-MAY-CHANGE-RATES
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

       END PROGRAM RATEMAINT.
