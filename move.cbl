           SELECT REPORT-INDEX-FILE ASSIGN TO "REPORT-INDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
           SELECT RUN-ID-CONTROL-FILE ASSIGN TO "RUN-ID-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-ID-STATUS.
           SELECT RUN-JOURNAL-FILE ASSIGN TO "RUN-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MONTH-BALANCE-FILE ASSIGN TO "MONTH-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-KEY
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
      *    the business date the whole suite runs under - reruns of
           05 LG-CURRENCY PIC X(3).
           05 LG-DEPT PIC X(3).
           05 LG-ADJ-FLAG PIC X(1).
           05 LG-RUN-ID PIC X(8).
      *    every run's variance pages land in a dated report file
      *    under the common RPT-<NAME>-<DATE> convention, with one
      *    index record per report
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
      *    last run number handed out across the batch suite - every
      *    program that stamps output reads and steps this one
      *    record, then prefixes its own four-character program
      *    code, so two runs on the same date can never share an id
       FD  RUN-ID-CONTROL-FILE.
       01  RUN-ID-CONTROL-RECORD.
           05 CTL-LAST-RUN-NUMBER PIC 9(4).
      *    what each posting run did to the keyed records it touched
      *    - one line per add, change or delete; a change or delete
      *    carries the record as it stood before the run and an add
      *    the record the run wrote, so RUNREVERSE can take a bad
      *    run back off
       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-RECORD.
           05 RJ-RUN-ID PIC X(8).
           05 RJ-RUN-DATE PIC X(8).
           05 RJ-FILE PIC X(30).
           05 RJ-ACTION PIC X(1).
               88 RJ-ADDED VALUE "A".
               88 RJ-CHANGED VALUE "C".
               88 RJ-DELETED VALUE "D".
           05 RJ-KEY PIC X(20).
           05 RJ-IMAGE PIC X(200).
      *    the twelve slots finally know which year they belong to -
      *    balances persist here keyed by year and month, so January
      *    starts from December's file instead of erasing it, and
      *    changing figures already sent out
           05 MB-CLOSED-FLAG PIC X(1).
           05 FILLER PIC X(4).
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
       01 WS-EDIT-LOG-STATUS PIC X(2).
      *    every run stamps the shared run-control log on the way
       01 WS-RC-STATUS PIC X(2).
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "MAMT".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-BALANCE-HOLD PIC X(20).

       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-CURRENCY-NOTED-SWITCH PIC X(1) VALUE "N".
           88 WS-CURRENCY-NOTED VALUE "Y".
       01 WS-NEWEST-EFF PIC X(8) VALUE SPACES.
      *    department and currency are held against the general
      *    code table through CODESUBR - a table with nothing loaded
      *    for it leaves that code unchecked
       01 WS-CODE-FUNCTION PIC X(8).
       01 WS-CODE-TABLE-ID PIC X(8).
       01 WS-CODE-VALUE PIC X(8).
       01 WS-CODE-DESCRIPTION PIC X(30).
       01 WS-CODE-STATUS PIC X(2).
       01 WS-CODES-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-CODES-OK VALUE "Y".
       01 WS-RATE-AGE PIC 9(5) VALUE ZERO.
      *    serial day numbers for the rate-age arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-VERIFY-HASH PIC 9(11) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-HASH PIC 9(11) VALUE ZERO.
      *    every stamped feed taken in is registered by name, file
      *    date, count and hash under the run that consumed it - the
      *    same day's feed arriving again is refused unless an
      *    operator has authorised the reprocess
       01 WS-FEED-NAME PIC X(20) VALUE "MONTH-TRANSACTIONS".
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
       01 WS-AMOUNT-ABS PIC 9(3)V99 VALUE ZERO.
       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-AMOUNT PIC S9(3)V99 OCCURS 12 TIMES.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 935-ASSIGN-RUN-ID.
           COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1.
           DISPLAY "MONTH-AMOUNT: "MONTH-AMOUNT"?".
           DISPLAY "AMOUNT: "AMOUNT"?"
           PERFORM 300-PRINT-VARIANCE-REPORT.
       MOVE "ABC" TO ASP.
           DISPLAY "ASP "ASP.
           MOVE "CLOSE" TO WS-CODE-FUNCTION.
           CALL "CODESUBR" USING WS-CODE-FUNCTION WS-CODE-TABLE-ID
               WS-CODE-VALUE WS-CODE-DESCRIPTION WS-CODE-STATUS.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

           PERFORM 145-LOAD-MONTH-LEDGER.
           PERFORM 170-LOAD-RATE-TABLE.
           PERFORM 180-VERIFY-TRANS-BATCH.
           IF WS-BATCH-OK
               PERFORM 182-CHECK-FEED-REGISTRY
           END-IF.
           IF NOT WS-BATCH-OK
               DISPLAY "MONTH TRANSACTION BATCH REJECTED - SEE "
                       "INTEGRITY REPORT"
               MOVE "FAIL" TO WS-RUN-OUTCOME
               MOVE "10" TO WS-TRANS-STATUS
           ELSE
           IF WS-FEED-REFUSED
               DISPLAY "MONTH TRANSACTION BATCH REFUSED - FEED "
                       "ALREADY CONSUMED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
               MOVE "10" TO WS-TRANS-STATUS
           ELSE
               IF WS-YEAR-LOCKED
      *            a finished year takes no postings at all - the
               ELSE
                   OPEN INPUT MONTH-TRANS-FILE
               END-IF
           END-IF
           END-IF.
           IF WS-BATCH-OK AND WS-TRANS-STATUS = "00"
               PERFORM 110-READ-MONTH-TRANS
                           AND TR-ADJUSTMENT NOT = "A"
                           PERFORM 125-LOG-CLOSED-PERIOD
                       ELSE
                           PERFORM 119-VALIDATE-CODES
                           PERFORM 115-CONVERT-TO-BASE
                           IF NOT WS-CODES-OK
                               PERFORM 123-LOG-UNKNOWN-CODE
                           ELSE
                           IF NOT WS-RATE-FOUND
                               PERFORM 122-LOG-UNKNOWN-CURRENCY
                           ELSE
                                   PERFORM 120-LOG-AMOUNT-REJECT
                               END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   PERFORM 110-READ-MONTH-TRANS
               END-PERFORM
               CLOSE MONTH-TRANS-FILE
               PERFORM 186-REGISTER-FEED
           END-IF.
           PERFORM 128-CHECK-RATE-STALENESS.
           IF NOT WS-YEAR-LOCKED
           MOVE TR-CURRENCY TO LG-CURRENCY.
           MOVE WS-WORK-DEPT TO LG-DEPT.
           MOVE TR-ADJUSTMENT TO LG-ADJ-FLAG.
           MOVE WS-ASSIGNED-RUN-ID TO LG-RUN-ID.
           IF TR-ADJUSTMENT = "A"
               MOVE "Y" TO WS-MONTH-HAS-ADJ (WS-MONTH-SUB)
           END-IF.
       180-VERIFY-TRANS-BATCH.
           MOVE "Y" TO WS-BATCH-OK-SWITCH.
           MOVE "N" TO WS-FILE-HEADED-SWITCH.
           MOVE SPACES TO WS-FEED-FILE-DATE.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           MOVE ZERO TO WS-VERIFY-COUNT.
           MOVE ZERO TO WS-VERIFY-HASH.
                   EVALUATE TRUE
                       WHEN MTC-IS-HEADER
                           SET WS-FILE-HEADED TO TRUE
                           MOVE MTC-FILE-DATE TO WS-FEED-FILE-DATE
                       WHEN MTC-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE MTC-COUNT TO WS-TRAILER-COUNT
               END-IF
           END-IF.

      *    a headed feed is looked up on the registry by name and
      *    header date - one already consumed is refused unless an
      *    operator's reprocess authorisation for it is still
      *    unused; an unheaded legacy feed has no date to go by
       182-CHECK-FEED-REGISTRY.
           MOVE "N" TO WS-FEED-REFUSED-SWITCH.
           MOVE "N" TO WS-PRIOR-SAME-SWITCH.
           MOVE ZERO TO WS-FEED-CONSUMED-COUNT.
           MOVE ZERO TO WS-FEED-REPROCESSED-COUNT.
           MOVE ZERO TO WS-REPROCESS-AUTH-COUNT.
           MOVE SPACES TO WS-REPROCESS-OPERATOR.
           IF WS-FILE-HEADED
               OPEN INPUT FEED-REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "00"
                   PERFORM 183-READ-FEED-REGISTRY
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
                       PERFORM 183-READ-FEED-REGISTRY
                   END-PERFORM
                   CLOSE FEED-REGISTRY-FILE
               END-IF
           END-IF.
           IF WS-FEED-CONSUMED-COUNT > ZERO
               PERFORM 184-COUNT-REPROCESS-AUTHS
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
                   PERFORM 188-LOG-FEED-REFUSAL
               END-IF
           END-IF.

       183-READ-FEED-REGISTRY.
           READ FEED-REGISTRY-FILE
               AT END MOVE "10" TO WS-REGISTRY-STATUS
           END-READ.

      *    each authorisation is good for one reprocess - the one
      *    this run would use is the first not yet matched by a
      *    reprocessed entry on the registry
       184-COUNT-REPROCESS-AUTHS.
           OPEN INPUT REPROCESS-AUTH-FILE.
           IF WS-REAUTH-STATUS = "00"
               PERFORM 185-READ-REPROCESS-AUTH
               PERFORM UNTIL WS-REAUTH-STATUS = "10"
                   IF RA-FEED-NAME = WS-FEED-NAME
                       AND RA-FILE-DATE = WS-FEED-FILE-DATE
                       ADD 1 TO WS-REPROCESS-AUTH-COUNT
                       IF WS-REPROCESS-AUTH-COUNT =
                           WS-FEED-REPROCESSED-COUNT + 1
                           MOVE RA-OPERATOR TO WS-REPROCESS-OPERATOR
                       END-IF
                   END-IF
                   PERFORM 185-READ-REPROCESS-AUTH
               END-PERFORM
               CLOSE REPROCESS-AUTH-FILE
           END-IF.

       185-READ-REPROCESS-AUTH.
           READ REPROCESS-AUTH-FILE
               AT END MOVE "10" TO WS-REAUTH-STATUS
           END-READ.

      *    the feed has been taken in - put it on the registry under
      *    this run, flagged as a reprocess when it was already there
       186-REGISTER-FEED.
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
               MOVE "MONTHAMTS" TO FR-PROGRAM
               MOVE WS-RUN-DATE TO FR-DATE
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
       188-LOG-FEED-REFUSAL.
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

       110-READ-MONTH-TRANS.
           READ MONTH-TRANS-FILE
               AT END MOVE "10" TO WS-TRANS-STATUS
           WRITE AMOUNT-EDIT-LOG-RECORD.
           CLOSE AMOUNT-EDIT-LOG-FILE.

      *    a department or currency the code table does not know,
      *    or no longer carries as effective, is refused before it
      *    reaches a department bucket or the rate sheet
       119-VALIDATE-CODES.
           MOVE "Y" TO WS-CODES-OK-SWITCH.
           MOVE "VALIDATE" TO WS-CODE-FUNCTION.
           IF TR-DEPT NOT = SPACES AND TR-DEPT NOT = "ALL"
               MOVE "DEPT" TO WS-CODE-TABLE-ID
               MOVE TR-DEPT TO WS-CODE-VALUE
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
               IF WS-CODE-STATUS = "23"
                   MOVE "N" TO WS-CODES-OK-SWITCH
               END-IF
           END-IF.
           IF WS-CODES-OK AND TR-CURRENCY NOT = SPACES
               MOVE "CURRENCY" TO WS-CODE-TABLE-ID
               MOVE TR-CURRENCY TO WS-CODE-VALUE
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
               IF WS-CODE-STATUS = "23"
                   MOVE "N" TO WS-CODES-OK-SWITCH
               END-IF
           END-IF.

       123-LOG-UNKNOWN-CODE.
           ADD 1 TO WS-AMOUNT-REJECT-COUNT.
           OPEN EXTEND AMOUNT-EDIT-LOG-FILE.
           IF WS-EDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AMOUNT-EDIT-LOG-FILE
           END-IF.
           MOVE "E" TO WS-LOG-SEVERITY.
           MOVE "UCOD" TO WS-LOG-REASON.
           PERFORM 980-STAMP-LOG-PREFIX.
           MOVE SPACES TO AMOUNT-EDIT-LOG-RECORD.
           STRING WS-LOG-PREFIX
                  "REJECTED MONTH=" TR-MONTH-NUM
                  " AMOUNT=" TR-AMOUNT
                  " " WS-CODE-TABLE-ID "=" WS-CODE-VALUE
                  " NOT ON CODE TABLE"
                  DELIMITED BY SIZE INTO AMOUNT-EDIT-LOG-RECORD.
           WRITE AMOUNT-EDIT-LOG-RECORD.
           CLOSE AMOUNT-EDIT-LOG-FILE.

      *    the whole published rate sheet, loaded once per run
       170-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE WS-DP-CODE (DP-IDX) TO MB-DEPT.
           MOVE WS-DP-AMOUNT (DP-IDX, WS-MONTH-SUB) TO MB-AMOUNT.
           MOVE WS-MONTH-CLOSED (WS-MONTH-SUB) TO MB-CLOSED-FLAG.
           PERFORM 168-JOURNAL-BALANCE.
           WRITE MONTH-BALANCE-RECORD
               INVALID KEY
                   REWRITE MONTH-BALANCE-RECORD
           SET MA-IDX TO WS-MONTH-SUB.
           MOVE AMOUNT1 (MA-IDX) TO MB-AMOUNT.
           MOVE WS-MONTH-CLOSED (WS-MONTH-SUB) TO MB-CLOSED-FLAG.
           PERFORM 168-JOURNAL-BALANCE.
           WRITE MONTH-BALANCE-RECORD
               INVALID KEY
                   REWRITE MONTH-BALANCE-RECORD
           END-WRITE.

      *    the balance as it stood before this run goes on the run
      *    journal ahead of the save - a new key journals as an add,
      *    and a balance the save leaves exactly as it was is not
      *    journaled at all
       168-JOURNAL-BALANCE.
           MOVE MONTH-BALANCE-RECORD TO WS-BALANCE-HOLD.
           MOVE "MONTH-BALANCE" TO RJ-FILE.
           MOVE MB-KEY TO RJ-KEY.
           READ MONTH-BALANCE-FILE
               INVALID KEY
                   MOVE "A" TO RJ-ACTION
                   MOVE WS-BALANCE-HOLD TO RJ-IMAGE
               NOT INVALID KEY
                   MOVE "C" TO RJ-ACTION
                   MOVE MONTH-BALANCE-RECORD TO RJ-IMAGE
           END-READ.
           IF RJ-ADDED OR MONTH-BALANCE-RECORD NOT = WS-BALANCE-HOLD
               PERFORM 945-WRITE-RUN-JOURNAL
           END-IF.
           MOVE WS-BALANCE-HOLD TO MONTH-BALANCE-RECORD.

      *    detail listing of the A/B substrings redefined from
      *    X-FIELD, run across every month instead of one value
       200-PRINT-DETAIL-REPORT.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO WS-LOG-STAMP (9:6).

      *    read-step-rewrite of the shared run-number record - the
      *    id stamped on every ledger posting and journal line this
      *    run writes traces back to exactly this execution
       935-ASSIGN-RUN-ID.
           MOVE ZERO TO WS-LAST-RUN-NUMBER.
           OPEN INPUT RUN-ID-CONTROL-FILE.
           IF WS-RUN-ID-STATUS = "00"
               READ RUN-ID-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-RUN-NUMBER TO
                           WS-LAST-RUN-NUMBER
               END-READ
               CLOSE RUN-ID-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-LAST-RUN-NUMBER.
           OPEN OUTPUT RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO CTL-LAST-RUN-NUMBER.
           WRITE RUN-ID-CONTROL-RECORD.
           CLOSE RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO WS-RUN-ID-NUMBER.

      *    the caller fills in the file, action, key and image; the
      *    run's own id and date go on here
       945-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT RUN-JOURNAL-FILE
           END-IF.
           MOVE WS-ASSIGNED-RUN-ID TO RJ-RUN-ID.
           MOVE WS-RUN-DATE TO RJ-RUN-DATE.
           WRITE RUN-JOURNAL-RECORD.
           CLOSE RUN-JOURNAL-FILE.

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT OF RUN-CONTROL-RECORD.
           MOVE SPACES TO RC-STATUS OF RUN-CONTROL-RECORD.
