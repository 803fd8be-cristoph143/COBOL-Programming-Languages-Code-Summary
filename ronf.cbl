               ASSIGN TO "RONF-BALANCE-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEED-REGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPROCESS-AUTH-FILE ASSIGN TO "FEED-REPROCESS-AUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAUTH-STATUS.
           SELECT FEED-REFUSAL-FILE ASSIGN TO "FEED-REFUSALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-OUT-FILE.
           05 BH-RECORD-COUNT PIC 9(7).
           05 BH-Q-TOTAL PIC 9(9).
           05 BH-Q-AVERAGE PIC 9(7)V99.
      *        the run that appended the line - a reversed run's
      *        line comes back off by this stamp
           05 BH-RUN-ID PIC X(8).
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
       FD  FEED-REFUSAL-FILE.
       01  FEED-REFUSAL-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-TRANS-OUT-STATUS PIC X(2).
       01 WS-PQ-STATUS PIC X(2).
       01 WS-VERIFY-HASH PIC 9(11) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-HASH PIC 9(11) VALUE ZERO.
      *    every stamped feed taken in is registered by name, file
      *    date, count and hash under the run that consumed it - the
      *    same day's feed arriving again is refused unless an
      *    operator has authorised the reprocess
       01 WS-FEED-NAME PIC X(20) VALUE "RONF-PQ-BATCH".
       01 WS-FEED-FILE-DATE PIC X(8) VALUE SPACES.
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-REAUTH-STATUS PIC X(2).
       01 WS-REFUSAL-STATUS PIC X(2).
       01 WS-FEED-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-REFUSED VALUE "Y".
       01 WS-FEED-CONSUMED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FEED-REPROCESSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPROCESS-AUTH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPROCESS-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-PRIOR-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-PRIOR-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-PRIOR-SAME-SWITCH PIC X(1) VALUE "N".
           88 WS-PRIOR-SAME VALUE "Y".
       01 WS-RUN-DATE-STAMP PIC X(8).
       01 WS-HISTORY-RUNS PIC 9(5) VALUE ZERO.
       01 WS-HIST-COUNT-SUM PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
      *    the id is taken before anything is written, so every file
      *    this run appends to carries the one stamp
           PERFORM 150-ASSIGN-RUN-ID.
           ADD P TO Q ROUNDED.
           IF P-FRAC-PART NOT = ZERO
               ADD 1 TO ROUNDING-EXCEPTION-COUNT
      *    persist the WORK transaction record instead of letting it
      *    exist only long enough to be displayed and discarded
       100-WRITE-TRANSACTION.
           MOVE WS-ASSIGNED-RUN-ID TO WORK-RUN-ID.
           MOVE "RONF" TO WORK-SOURCE.
           OPEN EXTEND TRANSACTION-OUT-FILE.
      *    hardcoded pair - record count, total, and average of Q
       200-BATCH-PQ-RUN.
           PERFORM 215-VERIFY-PQ-BATCH.
           IF WS-BATCH-OK
               PERFORM 216-CHECK-FEED-REGISTRY
           END-IF.
           IF NOT WS-BATCH-OK
               DISPLAY "PQ BATCH REJECTED - SEE INTEGRITY REPORT"
           ELSE
           IF WS-FEED-REFUSED
               DISPLAY "PQ BATCH REFUSED - FEED ALREADY CONSUMED"
           ELSE
               OPEN INPUT PQ-BATCH-FILE
               IF WS-PQ-STATUS = "00"
                       PERFORM 210-READ-PQ-BATCH
                   END-PERFORM
                   CLOSE PQ-BATCH-FILE
                   PERFORM 220-REGISTER-FEED
               END-IF
           END-IF
           END-IF.
           IF CT-RECORD-COUNT > ZERO
               COMPUTE CT-Q-AVERAGE ROUNDED =
      *    only a batch that really processed belongs on the
      *    balancing history - a rejected or empty run would park a
      *    zero line there and drag every later baseline down
           IF WS-BATCH-OK AND NOT WS-FEED-REFUSED
               AND CT-RECORD-COUNT > ZERO
               PERFORM 250-CHECK-BALANCE-DRIFT
               PERFORM 230-WRITE-BALANCE-HISTORY
           END-IF.
       215-VERIFY-PQ-BATCH.
           MOVE "Y" TO WS-BATCH-OK-SWITCH.
           MOVE "N" TO WS-FILE-HEADED-SWITCH.
           MOVE SPACES TO WS-FEED-FILE-DATE.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           MOVE ZERO TO WS-VERIFY-COUNT.
           MOVE ZERO TO WS-VERIFY-HASH.
                   EVALUATE TRUE
                       WHEN PQC-IS-HEADER
                           SET WS-FILE-HEADED TO TRUE
                           MOVE PQC-FILE-DATE TO WS-FEED-FILE-DATE
                       WHEN PQC-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE PQC-COUNT TO WS-TRAILER-COUNT
               END-IF
           END-IF.

      *    a headed feed is looked up on the registry by name and
      *    header date - one already consumed is refused unless an
      *    operator's reprocess authorisation for it is still
      *    unused; an unheaded legacy feed has no date to go by
       216-CHECK-FEED-REGISTRY.
           MOVE "N" TO WS-FEED-REFUSED-SWITCH.
           MOVE "N" TO WS-PRIOR-SAME-SWITCH.
           MOVE ZERO TO WS-FEED-CONSUMED-COUNT.
           MOVE ZERO TO WS-FEED-REPROCESSED-COUNT.
           MOVE ZERO TO WS-REPROCESS-AUTH-COUNT.
           MOVE SPACES TO WS-REPROCESS-OPERATOR.
           IF WS-FILE-HEADED
               OPEN INPUT FEED-REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "00"
                   PERFORM 217-READ-FEED-REGISTRY
                   PERFORM UNTIL WS-REGISTRY-STATUS = "10"
                       IF FR-FEED-NAME = WS-FEED-NAME
                           AND FR-FILE-DATE = WS-FEED-FILE-DATE
                           ADD 1 TO WS-FEED-CONSUMED-COUNT
                           MOVE FR-RUN-ID TO WS-PRIOR-RUN-ID
                           MOVE FR-DATE TO WS-PRIOR-RUN-DATE
                           IF FR-COUNT = WS-TRAILER-COUNT
                               AND FR-HASH = WS-TRAILER-HASH
                               SET WS-PRIOR-SAME TO TRUE
                           END-IF
                           IF FR-IS-REPROCESS
                               ADD 1 TO WS-FEED-REPROCESSED-COUNT
                           END-IF
                       END-IF
                       PERFORM 217-READ-FEED-REGISTRY
                   END-PERFORM
                   CLOSE FEED-REGISTRY-FILE
               END-IF
           END-IF.
           IF WS-FEED-CONSUMED-COUNT > ZERO
               PERFORM 218-COUNT-REPROCESS-AUTHS
               IF WS-REPROCESS-AUTH-COUNT >
                   WS-FEED-REPROCESSED-COUNT
                   DISPLAY WS-FEED-NAME" DATED "WS-FEED-FILE-DATE
                           " REPROCESS AUTHORISED BY "
                           WS-REPROCESS-OPERATOR
               ELSE
                   SET WS-FEED-REFUSED TO TRUE
                   DISPLAY WS-FEED-NAME" DATED "WS-FEED-FILE-DATE
                           " ALREADY CONSUMED BY RUN "
                           WS-PRIOR-RUN-ID" ON "WS-PRIOR-RUN-DATE
                   IF WS-PRIOR-SAME
                       DISPLAY "  SAME COUNT AND HASH - A DUPLICATE "
                               "SUBMISSION"
                   ELSE
                       DISPLAY "  COUNT OR HASH DIFFERS FROM THE "
                               "FEED ALREADY TAKEN"
                   END-IF
                   PERFORM 222-LOG-FEED-REFUSAL
               END-IF
           END-IF.

       217-READ-FEED-REGISTRY.
           READ FEED-REGISTRY-FILE
               AT END MOVE "10" TO WS-REGISTRY-STATUS
           END-READ.

      *    each authorisation is good for one reprocess - the one
      *    this run would use is the first not yet matched by a
      *    reprocessed entry on the registry
       218-COUNT-REPROCESS-AUTHS.
           OPEN INPUT REPROCESS-AUTH-FILE.
           IF WS-REAUTH-STATUS = "00"
               PERFORM 219-READ-REPROCESS-AUTH
               PERFORM UNTIL WS-REAUTH-STATUS = "10"
                   IF RA-FEED-NAME = WS-FEED-NAME
                       AND RA-FILE-DATE = WS-FEED-FILE-DATE
                       ADD 1 TO WS-REPROCESS-AUTH-COUNT
                       IF WS-REPROCESS-AUTH-COUNT =
                           WS-FEED-REPROCESSED-COUNT + 1
                           MOVE RA-OPERATOR TO WS-REPROCESS-OPERATOR
                       END-IF
                   END-IF
                   PERFORM 219-READ-REPROCESS-AUTH
               END-PERFORM
               CLOSE REPROCESS-AUTH-FILE
           END-IF.

       219-READ-REPROCESS-AUTH.
           READ REPROCESS-AUTH-FILE
               AT END MOVE "10" TO WS-REAUTH-STATUS
           END-READ.

      *    the feed has been taken in - put it on the registry under
      *    this run, flagged as a reprocess when it was already there
       220-REGISTER-FEED.
           IF WS-FILE-HEADED
               OPEN EXTEND FEED-REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   OPEN OUTPUT FEED-REGISTRY-FILE
               END-IF
               MOVE WS-FEED-NAME TO FR-FEED-NAME
               MOVE WS-FEED-FILE-DATE TO FR-FILE-DATE
               MOVE WS-TRAILER-COUNT TO FR-COUNT
               MOVE WS-TRAILER-HASH TO FR-HASH
               MOVE WS-ASSIGNED-RUN-ID TO FR-RUN-ID
               MOVE "RONFBATCH" TO FR-PROGRAM
               MOVE WORK-RUN-DATE TO FR-DATE
               ACCEPT WS-LOG-TIME-RAW FROM TIME
               MOVE WS-LOG-TIME-RAW (1:6) TO FR-TIME
               IF WS-FEED-CONSUMED-COUNT > ZERO
                   MOVE "Y" TO FR-REPROCESS
                   MOVE WS-REPROCESS-OPERATOR TO FR-OPERATOR
               ELSE
                   MOVE "N" TO FR-REPROCESS
                   MOVE SPACES TO FR-OPERATOR
               END-IF
               WRITE FEED-REGISTRY-RECORD
               CLOSE FEED-REGISTRY-FILE
           END-IF.

      *    the refusal goes on the shared refusal log in the
      *    standard layout so the exception report counts it
       222-LOG-FEED-REFUSAL.
           OPEN EXTEND FEED-REFUSAL-FILE.
           IF WS-REFUSAL-STATUS NOT = "00"
               OPEN OUTPUT FEED-REFUSAL-FILE
           END-IF.
           PERFORM 980-STAMP-LOG-PREFIX.
           MOVE "E" TO WS-LOG-SEVERITY.
           MOVE "FDDP" TO WS-LOG-REASON.
           MOVE SPACES TO FEED-REFUSAL-RECORD.
           STRING WS-LOG-PREFIX DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SPACE
                  " DATED " WS-FEED-FILE-DATE
                  " ALREADY CONSUMED BY RUN " WS-PRIOR-RUN-ID
                  " - REFUSED"
                  DELIMITED BY SIZE INTO FEED-REFUSAL-RECORD.
           WRITE FEED-REFUSAL-RECORD.
           CLOSE FEED-REFUSAL-FILE.

       230-WRITE-BALANCE-HISTORY.
           MOVE WORK-RUN-DATE TO WS-RUN-DATE-STAMP.
           OPEN EXTEND BALANCE-HISTORY-FILE.
           MOVE CT-RECORD-COUNT TO BH-RECORD-COUNT.
           MOVE CT-Q-TOTAL TO BH-Q-TOTAL.
           MOVE CT-Q-AVERAGE TO BH-Q-AVERAGE.
           MOVE WS-ASSIGNED-RUN-ID TO BH-RUN-ID.
           WRITE BALANCE-HISTORY-RECORD.
           CLOSE BALANCE-HISTORY-FILE.

