      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly dormant-operator sweep - every operator id
      *          left idle past the days OPER-DORMANCY-CONTROL sets
      *          is locked the same way a third bad password locks
      *          it, so a permission nobody is using stops being a
      *          way in; idle days run from the later of the last
      *          good sign-on and the day an administrator added or
      *          unlocked the id, and the last open administrator is
      *          never locked, only reported, so OPERMAINT can
      *          always be reached
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERDORM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT DORMANCY-CONTROL-FILE
               ASSIGN TO "OPER-DORMANCY-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPERATOR-ACTION-LOG-FILE
               ASSIGN TO "OPERATOR-ACTION-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-LOG-STATUS.
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
      *    how many idle days an operator id may go before it is
      *    locked - the built-in 90 stands when no control is on file
       FD  DORMANCY-CONTROL-FILE.
       01  DORMANCY-CONTROL-RECORD.
           05 CTL-DORMANT-DAYS PIC 9(3).
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
      *    one line per privileged action - a dormancy lock is one,
      *    booked under this program's name
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
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
       01 WS-DORMANCY-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
      *    administrators still able to sign on - the sweep will not
      *    take the count to zero
       01 WS-OPEN-ADMIN-COUNT PIC 9(3) VALUE ZERO.
      *    the day the idle days run from, and how many there are
       01 WS-IDLE-FROM PIC X(8).
       01 WS-IDLE-DAYS PIC 9(5) VALUE ZERO.
       01 WS-IDLE-EDIT PIC ZZZZ9.
       01 WS-ACTION-TIME PIC X(8).
       01 WS-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 WS-OUTCOME-TEXT PIC X(40) VALUE SPACES.
      *    serial day numbers for the idle-day arithmetic
       01 WS-SERIAL-DATE PIC X(8).
       01 WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY PIC 9(4).
           05 WS-SER-MM   PIC 9(2).
           05 WS-SER-DD   PIC 9(2).
       01 WS-SERIAL-DAYS PIC 9(7) VALUE ZERO.
       01 WS-SER-QUOTIENT PIC 9(4).
       01 WS-SER-REMAINDER PIC 9(3).
       01 WS-TODAY-DAYS PIC 9(7) VALUE ZERO.
       01 OD-COUNTS.
           05 OD-OPERATORS-READ PIC 9(5) VALUE ZERO.
           05 OD-ALREADY-LOCKED PIC 9(5) VALUE ZERO.
           05 OD-LOCKED-TONIGHT PIC 9(5) VALUE ZERO.
           05 OD-CLOCK-STARTED PIC 9(5) VALUE ZERO.
           05 OD-KEPT-OPEN PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 050-READ-DORMANCY-CONTROL.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DORMANT-DAYS TO WS-IDLE-EDIT.
           STRING "DORMANT OPERATOR SWEEP  " WS-RUN-DATE
                  "  LIMIT " WS-IDLE-EDIT " IDLE DAYS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** OPERATOR FILE NOT AVAILABLE - STATUS "
                      WS-OPERATOR-STATUS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
               MOVE WS-RUN-DATE TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               MOVE WS-SERIAL-DAYS TO WS-TODAY-DAYS
               PERFORM 100-COUNT-OPEN-ADMINS
               MOVE "ID       NAME                 LAST-ON  "
                   TO WS-REPORT-LINE
               MOVE "IDLE ACTION" TO WS-REPORT-LINE (41:)
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 200-SWEEP-OPERATORS
               CLOSE OPERATOR-FILE
           END-IF.
           PERFORM 500-PRINT-SUMMARY.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

       050-READ-DORMANCY-CONTROL.
           OPEN INPUT DORMANCY-CONTROL-FILE.
           IF WS-DORMANCY-STATUS = "00"
               READ DORMANCY-CONTROL-FILE
                   NOT AT END
                       IF CTL-DORMANT-DAYS IS NUMERIC
                           AND CTL-DORMANT-DAYS > ZERO
                           MOVE CTL-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE DORMANCY-CONTROL-FILE
           END-IF.

      *    the administrators who can sign on tonight, before any
      *    lock is set - the floor the sweep must not go below
       100-COUNT-OPEN-ADMINS.
           MOVE ZERO TO WS-OPEN-ADMIN-COUNT.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY CONTINUE
           END-START.
           IF WS-OPERATOR-STATUS = "00"
               PERFORM 110-READ-NEXT-OPERATOR
               PERFORM UNTIL WS-OPERATOR-STATUS NOT = "00"
                   IF OP-MAY-ADMIN-OPERATORS = "Y"
                       AND OP-LOCKED-FLAG NOT = "Y"
                       ADD 1 TO WS-OPEN-ADMIN-COUNT
                   END-IF
                   PERFORM 110-READ-NEXT-OPERATOR
               END-PERFORM
           END-IF.

       110-READ-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END CONTINUE
           END-READ.

       200-SWEEP-OPERATORS.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   MOVE "  OPERATOR FILE IS EMPTY" TO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
           END-START.
           IF WS-OPERATOR-STATUS = "00"
               PERFORM 110-READ-NEXT-OPERATOR
               PERFORM UNTIL WS-OPERATOR-STATUS NOT = "00"
                   ADD 1 TO OD-OPERATORS-READ
                   IF OP-LOCKED-FLAG = "Y"
                       ADD 1 TO OD-ALREADY-LOCKED
                   ELSE
                       PERFORM 210-JUDGE-ONE-OPERATOR
                   END-IF
                   PERFORM 110-READ-NEXT-OPERATOR
               END-PERFORM
           END-IF.

      *    idle days run from the later of the last good sign-on and
      *    the last reinstatement; an id with neither on record
      *    predates the sign-on stamp, so tonight starts its clock
      *    rather than locking it on no evidence
       210-JUDGE-ONE-OPERATOR.
           MOVE SPACES TO WS-IDLE-FROM.
           IF OP-LAST-SIGNON IS NUMERIC
               MOVE OP-LAST-SIGNON TO WS-IDLE-FROM
           END-IF.
           IF OP-REINSTATED IS NUMERIC
               IF WS-IDLE-FROM = SPACES
                   OR OP-REINSTATED > WS-IDLE-FROM
                   MOVE OP-REINSTATED TO WS-IDLE-FROM
               END-IF
           END-IF.
           IF WS-IDLE-FROM = SPACES
               MOVE WS-RUN-DATE TO OP-REINSTATED
               REWRITE OPERATOR-RECORD
               ADD 1 TO OD-CLOCK-STARTED
               MOVE ZERO TO WS-IDLE-DAYS
               MOVE "CLOCK STARTED - NO SIGN-ON ON RECORD"
                   TO WS-OUTCOME-TEXT
               PERFORM 230-REPORT-OPERATOR
           ELSE
               MOVE WS-IDLE-FROM TO WS-SERIAL-DATE
               PERFORM 800-DATE-TO-SERIAL
               MOVE ZERO TO WS-IDLE-DAYS
               IF WS-TODAY-DAYS > WS-SERIAL-DAYS
                   COMPUTE WS-IDLE-DAYS =
                       WS-TODAY-DAYS - WS-SERIAL-DAYS
               END-IF
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   PERFORM 220-LOCK-DORMANT-OPERATOR
               END-IF
           END-IF.

      *    the lock is the same flag three bad passwords set, so the
      *    sign-on refuses the id and OPERMAINT's unlock brings it
      *    back; the last open administrator is reported instead
       220-LOCK-DORMANT-OPERATOR.
           IF OP-MAY-ADMIN-OPERATORS = "Y"
               AND WS-OPEN-ADMIN-COUNT NOT > 1
               ADD 1 TO OD-KEPT-OPEN
               MOVE "LEFT OPEN - LAST ADMINISTRATOR"
                   TO WS-OUTCOME-TEXT
               PERFORM 230-REPORT-OPERATOR
           ELSE
               MOVE "Y" TO OP-LOCKED-FLAG
               REWRITE OPERATOR-RECORD
               IF WS-OPERATOR-STATUS = "00"
                   ADD 1 TO OD-LOCKED-TONIGHT
                   IF OP-MAY-ADMIN-OPERATORS = "Y"
                       SUBTRACT 1 FROM WS-OPEN-ADMIN-COUNT
                   END-IF
                   PERFORM 240-LOG-DORMANT-LOCK
                   MOVE "LOCKED - DORMANT" TO WS-OUTCOME-TEXT
               ELSE
                   MOVE "FAIL" TO WS-RUN-OUTCOME
                   MOVE "*** LOCK NOT WRITTEN" TO WS-OUTCOME-TEXT
               END-IF
               PERFORM 230-REPORT-OPERATOR
           END-IF.

       230-REPORT-OPERATOR.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT.
           STRING OP-ID " " OP-NAME " " OP-LAST-SIGNON " "
                  WS-IDLE-EDIT " " WS-OUTCOME-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the same fixed shape the guarded programs string, so the
      *    security report tallies the sweep's locks with the rest
       240-LOG-DORMANT-LOCK.
           ACCEPT WS-ACTION-TIME FROM TIME.
           OPEN EXTEND OPERATOR-ACTION-LOG-FILE.
           IF WS-OP-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ACTION-LOG-FILE
           END-IF.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "DORMANT " OP-ID
               DELIMITED BY SIZE INTO WS-ACTION-TEXT.
           MOVE SPACES TO OPERATOR-ACTION-LOG-RECORD.
           STRING "OPERATOR=OPERDORM"
                  " TIME=" WS-ACTION-TIME
                  " ACTION=" WS-ACTION-TEXT
                  " ALLOWED"
                  DELIMITED BY SIZE
                  INTO OPERATOR-ACTION-LOG-RECORD.
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

       500-PRINT-SUMMARY.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATORS " OD-OPERATORS-READ
                  "  ALREADY LOCKED " OD-ALREADY-LOCKED
                  "  LOCKED TONIGHT " OD-LOCKED-TONIGHT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CLOCK STARTED " OD-CLOCK-STARTED
                  "  LEFT OPEN " OD-KEPT-OPEN
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    days since 0001-01-01 for an 8-digit date, so two dates
      *    subtract to the days between them
       800-DATE-TO-SERIAL.
           COMPUTE WS-SERIAL-DAYS = (WS-SER-YYYY - 1) * 365.
           COMPUTE WS-SER-QUOTIENT = (WS-SER-YYYY - 1) / 4.
           ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS.
           COMPUTE WS-SER-QUOTIENT = (WS-SER-YYYY - 1) / 100.
           SUBTRACT WS-SER-QUOTIENT FROM WS-SERIAL-DAYS.
           COMPUTE WS-SER-QUOTIENT = (WS-SER-YYYY - 1) / 400.
           ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS.
           EVALUATE WS-SER-MM
               WHEN 1 ADD 0 TO WS-SERIAL-DAYS
               WHEN 2 ADD 31 TO WS-SERIAL-DAYS
               WHEN 3 ADD 59 TO WS-SERIAL-DAYS
               WHEN 4 ADD 90 TO WS-SERIAL-DAYS
               WHEN 5 ADD 120 TO WS-SERIAL-DAYS
               WHEN 6 ADD 151 TO WS-SERIAL-DAYS
               WHEN 7 ADD 181 TO WS-SERIAL-DAYS
               WHEN 8 ADD 212 TO WS-SERIAL-DAYS
               WHEN 9 ADD 243 TO WS-SERIAL-DAYS
               WHEN 10 ADD 273 TO WS-SERIAL-DAYS
               WHEN 11 ADD 304 TO WS-SERIAL-DAYS
               WHEN 12 ADD 334 TO WS-SERIAL-DAYS
           END-EVALUATE.
           IF WS-SER-MM > 2
               DIVIDE WS-SER-YYYY BY 4
                   GIVING WS-SER-QUOTIENT
                   REMAINDER WS-SER-REMAINDER
               IF WS-SER-REMAINDER = ZERO
                   DIVIDE WS-SER-YYYY BY 100
                       GIVING WS-SER-QUOTIENT
                       REMAINDER WS-SER-REMAINDER
                   IF WS-SER-REMAINDER NOT = ZERO
                       ADD 1 TO WS-SERIAL-DAYS
                   ELSE
                       DIVIDE WS-SER-YYYY BY 400
                           GIVING WS-SER-QUOTIENT
                           REMAINDER WS-SER-REMAINDER
                       IF WS-SER-REMAINDER = ZERO
                           ADD 1 TO WS-SERIAL-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD WS-SER-DD TO WS-SERIAL-DAYS.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-OPERDORM-" WS-RUN-DATE
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
           MOVE "OPERDORM" TO RX-NAME.
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
           MOVE "OPERDORM" TO RC-STEP.
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
       END PROGRAM OPERDORM.
