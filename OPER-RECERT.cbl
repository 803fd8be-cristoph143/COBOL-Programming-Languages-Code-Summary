      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly operator access recertification - lists
      *          every operator on OPERATOR-FILE with each permission
      *          flag, the lock and the last good sign-on, calls out
      *          each segregation-of-duties conflict the flags add up
      *          to (one id able to key and approve the same change,
      *          or to hand itself permissions and then use them),
      *          and leaves a keep/change mark per operator and a
      *          reviewer's block for the manager who signs it off
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REPORT-INDEX-FILE ASSIGN TO "REPORT-INDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one line per program start and end, status on the end
      *    line - the nightly stream's who-ran-and-how record
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-DATE PIC X(8).
           05 RC-TIME PIC X(6).
           05 RC-STEP PIC X(10).
           05 RC-EVENT PIC X(5).
           05 RC-STATUS PIC X(4).
      *    who may do what - one record per operator with a flag
      *    per guarded function
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
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-QUARTER PIC 9(1).
      *    the eight permission flags side by side, in the order the
      *    operator listings print them, so a conflict rule can name
      *    its two duties by position
       01 WS-PERM-FLAGS.
           05 WS-PERM-FLAG PIC X(1) OCCURS 8 TIMES.
       01 WS-LAST-ON-TEXT PIC X(8).
      *    the segregation-of-duties rules - each pairs two flag
      *    positions; a rule naming the same position twice is one
      *    permission that both keys and approves the same change
       01 WS-RULE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE OCCURS 10 TIMES INDEXED BY RULE-IDX.
               10 WS-RULE-CODE PIC X(4).
               10 WS-RULE-FLAG-A PIC 9(1).
               10 WS-RULE-FLAG-B PIC 9(1).
               10 WS-RULE-TEXT PIC X(40).
       01 WS-OPER-CONFLICTS PIC 9(2) VALUE ZERO.
       01 OR-COUNTS.
           05 OR-OPERATORS PIC 9(5) VALUE ZERO.
           05 OR-LOCKED PIC 9(5) VALUE ZERO.
           05 OR-NEVER-SIGNED-ON PIC 9(5) VALUE ZERO.
           05 OR-ADMINISTRATORS PIC 9(5) VALUE ZERO.
           05 OR-WITH-CONFLICTS PIC 9(5) VALUE ZERO.
           05 OR-CONFLICTS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 050-LOAD-CONFLICT-RULES.
           PERFORM 955-OPEN-REPORT-FILE.
           COMPUTE WS-QUARTER = (WS-RUN-MM + 2) / 3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATOR ACCESS RECERTIFICATION  " WS-RUN-DATE
                  "  QUARTER " WS-RUN-YYYY "Q" WS-QUARTER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** OPERATOR FILE NOT AVAILABLE - STATUS "
                      WS-OPERATOR-STATUS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
               PERFORM 100-LIST-OPERATORS
               CLOSE OPERATOR-FILE
               PERFORM 400-PRINT-RULES
               PERFORM 500-PRINT-SUMMARY
               PERFORM 600-PRINT-SIGN-OFF
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    positions: 1 DEL planets, 2 PRG customers, 3 RTE rates,
      *    4 ADM operators, 5 ITM items, 6 RPN months, 7 CRD credit,
      *    8 REV run reversals - RATEMAINT keys and RATEAPPRV
      *    approves under the one rates flag, and RUNREVERSE takes
      *    both the request and the approval under the reversal flag
       050-LOAD-CONFLICT-RULES.
           MOVE SPACES TO WS-RULE-TABLE.
           MOVE 6 TO WS-RULE-COUNT.
           MOVE "RKAP" TO WS-RULE-CODE (1).
           MOVE 3 TO WS-RULE-FLAG-A (1).
           MOVE 3 TO WS-RULE-FLAG-B (1).
           MOVE "KEYS AND APPROVES RATE CHANGES" TO WS-RULE-TEXT (1).
           MOVE "RVRA" TO WS-RULE-CODE (2).
           MOVE 8 TO WS-RULE-FLAG-A (2).
           MOVE 8 TO WS-RULE-FLAG-B (2).
           MOVE "REQUESTS AND APPROVES RUN REVERSALS"
               TO WS-RULE-TEXT (2).
           MOVE "ADRT" TO WS-RULE-CODE (3).
           MOVE 4 TO WS-RULE-FLAG-A (3).
           MOVE 3 TO WS-RULE-FLAG-B (3).
           MOVE "ADMINISTERS OPERATORS AND CHANGES RATES"
               TO WS-RULE-TEXT (3).
           MOVE "ADCR" TO WS-RULE-CODE (4).
           MOVE 4 TO WS-RULE-FLAG-A (4).
           MOVE 7 TO WS-RULE-FLAG-B (4).
           MOVE "ADMINISTERS OPERATORS AND RELEASES CREDIT"
               TO WS-RULE-TEXT (4).
           MOVE "ADRV" TO WS-RULE-CODE (5).
           MOVE 4 TO WS-RULE-FLAG-A (5).
           MOVE 8 TO WS-RULE-FLAG-B (5).
           MOVE "ADMINISTERS OPERATORS AND REVERSES RUNS"
               TO WS-RULE-TEXT (5).
           MOVE "RPRV" TO WS-RULE-CODE (6).
           MOVE 6 TO WS-RULE-FLAG-A (6).
           MOVE 8 TO WS-RULE-FLAG-B (6).
           MOVE "REOPENS CLOSED MONTHS AND REVERSES RUNS"
               TO WS-RULE-TEXT (6).

       100-LIST-OPERATORS.
           MOVE "ID       NAME                 DEL PRG RTE ADM ITM RPN"
               TO WS-REPORT-LINE.
           MOVE "CRD REV LCK LAST-ON   KEEP  CHANGE"
               TO WS-REPORT-LINE (55:).
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   MOVE "  OPERATOR FILE IS EMPTY" TO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
           END-START.
           IF WS-OPERATOR-STATUS = "00"
               PERFORM 110-READ-NEXT-OPERATOR
               PERFORM UNTIL WS-OPERATOR-STATUS NOT = "00"
                   PERFORM 200-LIST-ONE-OPERATOR
                   PERFORM 110-READ-NEXT-OPERATOR
               END-PERFORM
           END-IF.

       110-READ-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END CONTINUE
           END-READ.

      *    one line per operator with a box each for the reviewer's
      *    keep or change mark, and the operator's conflicts under it
       200-LIST-ONE-OPERATOR.
           ADD 1 TO OR-OPERATORS.
           MOVE OP-MAY-DELETE-PLANETS TO WS-PERM-FLAG (1).
           MOVE OP-MAY-PURGE-CUSTOMERS TO WS-PERM-FLAG (2).
           MOVE OP-MAY-CHANGE-RATES TO WS-PERM-FLAG (3).
           MOVE OP-MAY-ADMIN-OPERATORS TO WS-PERM-FLAG (4).
           MOVE OP-MAY-MAINT-ITEMS TO WS-PERM-FLAG (5).
           MOVE OP-MAY-REOPEN-MONTHS TO WS-PERM-FLAG (6).
           MOVE OP-MAY-RELEASE-CREDIT TO WS-PERM-FLAG (7).
           MOVE OP-MAY-REVERSE-RUNS TO WS-PERM-FLAG (8).
           IF OP-LOCKED-FLAG = "Y"
               ADD 1 TO OR-LOCKED
           END-IF.
           IF OP-MAY-ADMIN-OPERATORS = "Y"
               ADD 1 TO OR-ADMINISTRATORS
           END-IF.
           IF OP-LAST-SIGNON IS NUMERIC
               MOVE OP-LAST-SIGNON TO WS-LAST-ON-TEXT
           ELSE
               MOVE "NEVER" TO WS-LAST-ON-TEXT
               ADD 1 TO OR-NEVER-SIGNED-ON
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING OP-ID " " OP-NAME "  "
                  WS-PERM-FLAG (1) "   " WS-PERM-FLAG (2) "   "
                  WS-PERM-FLAG (3) "   " WS-PERM-FLAG (4) "   "
                  WS-PERM-FLAG (5) "   " WS-PERM-FLAG (6) "   "
                  WS-PERM-FLAG (7) "   " WS-PERM-FLAG (8) "   "
                  OP-LOCKED-FLAG "  " WS-LAST-ON-TEXT
                  "  [ ]   [ ]"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-OPER-CONFLICTS.
           PERFORM 210-CHECK-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT.
           IF WS-OPER-CONFLICTS > ZERO
               ADD 1 TO OR-WITH-CONFLICTS
           END-IF.

       210-CHECK-ONE-RULE.
           IF WS-PERM-FLAG (WS-RULE-FLAG-A (RULE-IDX)) = "Y"
               AND WS-PERM-FLAG (WS-RULE-FLAG-B (RULE-IDX)) = "Y"
               ADD 1 TO WS-OPER-CONFLICTS
               ADD 1 TO OR-CONFLICTS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         *** SOD " WS-RULE-CODE (RULE-IDX)
                      " " WS-RULE-TEXT (RULE-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

      *    the rules the page was judged against, so the reviewer
      *    sees what was looked for as well as what was found
       400-PRINT-RULES.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "SEGREGATION-OF-DUTIES RULES" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 410-PRINT-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT.

       410-PRINT-ONE-RULE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-RULE-CODE (RULE-IDX) " "
                  WS-RULE-TEXT (RULE-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       500-PRINT-SUMMARY.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATORS " OR-OPERATORS
                  "  ADMINISTRATORS " OR-ADMINISTRATORS
                  "  LOCKED " OR-LOCKED
                  "  NEVER SIGNED ON " OR-NEVER-SIGNED-ON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATORS WITH CONFLICTS " OR-WITH-CONFLICTS
                  "  CONFLICTS " OR-CONFLICTS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the block the reviewing manager signs - the signed page
      *    is the quarter's evidence that access was looked at
       600-PRINT-SIGN-OFF.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "I HAVE REVIEWED THE ACCESS LISTED ABOVE; EACH ID IS"
               TO WS-REPORT-LINE.
           MOVE " MARKED KEEP OR CHANGE" TO WS-REPORT-LINE (52:).
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "REVIEWED BY ______________________  SIGNATURE"
               TO WS-REPORT-LINE.
           MOVE " ______________________  DATE __________"
               TO WS-REPORT-LINE (46:).
           PERFORM 960-WRITE-REPORT-LINE.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-OPERRECERT-" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-REPORT-LINE-COUNT.

      *    one line to the console and the same line to the dated
      *    report file - the page reads the same either place
       960-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-REPORT-LINE-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.

       965-CLOSE-REPORT-FILE.
           CLOSE REPORT-FILE.
           OPEN EXTEND REPORT-INDEX-FILE.
           IF WS-RX-STATUS NOT = "00"
               OPEN OUTPUT REPORT-INDEX-FILE
           END-IF.
           MOVE "OPERRECERT" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT.
           MOVE SPACES TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       975-STAMP-RUN-END.
           MOVE "END  " TO RC-EVENT.
           MOVE WS-RUN-OUTCOME TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       978-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RC-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RC-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO RC-TIME.
           MOVE "OPERRECERT" TO RC-STEP.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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
       END PROGRAM OPERRECERT.
