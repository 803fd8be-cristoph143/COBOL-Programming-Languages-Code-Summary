      ******************************************************************
      * Author:
      * Date:
      * Purpose: Missing-score report - every student/subject pair
      *          enrolled for the term with no mark in SCORE-BATCH,
      *          so the teachers can chase those marks before the
      *          report cards go out; run after the scoring run
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREMISS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT SCORE-FILE ASSIGN TO "SCORE-BATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "SUBJECT-ENROLLMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "SCORE-TERM-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
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
       FD  SCORE-FILE.
       01  SCORE-RECORD.
           05 SC-STUDENT-ID PIC X(6).
           05 SC-STUDENT-NAME PIC X(20).
           05 SC-SUBJECT PIC X(12).
           05 SC-MARK PIC X(3).
           05 SC-COURSEWORK PIC X(3).
           05 SC-MIDTERM PIC X(3).
           05 SC-FINAL PIC X(3).
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 SE-KEY.
               10 SE-STUDENT-ID PIC X(6).
               10 SE-TERM PIC X(6).
               10 SE-SUBJECT PIC X(12).
           05 SE-STATUS PIC X(1).
               88 SE-IS-ENROLLED VALUE "A".
               88 SE-IS-WITHDRAWN VALUE "W".
           05 SE-ENROLLED-DATE PIC X(8).
           05 FILLER PIC X(7).
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-ID PIC X(6).
           05 SM-NAME PIC X(20).
           05 SM-STATUS PIC X(1).
               88 SM-IS-ENROLLED VALUE "A".
           05 FILLER PIC X(5).
      *    the term the scores belong to, as the office names it;
      *    missing file means the run month, as the scoring run
       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 CTL-TERM-CODE PIC X(6).
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-SCORE-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-STUDENT-STATUS PIC X(2).
       01 WS-TERM-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-TERM-CODE PIC X(6) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-IS-OPEN VALUE "Y".
       01 WS-ON-ROLL-SWITCH PIC X(1) VALUE "N".
           88 WS-ON-ROLL VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-SCORE-FOUND VALUE "Y".
       01 WS-STUDENT-NAME PIC X(20) VALUE SPACES.
      *    every student/subject pair that has a mark in the batch
       01 WS-SCORED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SCORED-OVER PIC 9(5) VALUE ZERO.
       01 WS-SCORED-TABLE.
           05 WS-SCORED-ENTRY OCCURS 5000 TIMES INDEXED BY SD-IDX.
               10 WS-SCORED-ID PIC X(6).
               10 WS-SCORED-SUBJECT PIC X(12).
       01 WS-ENROLLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 100-READ-TERM-CONTROL.
           PERFORM 200-LOAD-SCORES.
           PERFORM 955-OPEN-REPORT-FILE.
           STRING "MISSING-SCORE REPORT  TERM " WS-TERM-CODE
                  "  AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "STUDENT NAME                  SUBJECT"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "------- --------------------  ------------"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-SCORED-OVER > ZERO
               STRING "*** SCORE TABLE FULL - " WS-SCORED-OVER
                      " MARKS NOT HELD, PAIRS MAY SHOW AS MISSING"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               MOVE "NO SUBJECT ENROLLMENT ON FILE" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-STUDENT-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN-SWITCH
               END-IF
               PERFORM 300-CHECK-ENROLLMENTS
               CLOSE ENROLLMENT-FILE
               IF WS-MASTER-IS-OPEN
                   CLOSE STUDENT-MASTER-FILE
               END-IF
           END-IF.
           STRING "ENROLLED PAIRS: " WS-ENROLLED-COUNT
                  "   MARKS IN BATCH: " WS-SCORED-COUNT
                  "   MISSING: " WS-MISSING-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 965-CLOSE-REPORT-FILE.
           GOBACK.

       100-READ-TERM-CONTROL.
           MOVE WS-RUN-DATE (1:6) TO WS-TERM-CODE.
           OPEN INPUT TERM-CONTROL-FILE.
           IF WS-TERM-STATUS = "00"
               READ TERM-CONTROL-FILE
                   NOT AT END
                       IF CTL-TERM-CODE NOT = SPACES
                           MOVE CTL-TERM-CODE TO WS-TERM-CODE
                       END-IF
               END-READ
               CLOSE TERM-CONTROL-FILE
           END-IF.

      *    any record naming the student and subject counts as a
      *    mark in - whether it graded or suspended is the scoring
      *    run's business, not this report's
       200-LOAD-SCORES.
           MOVE ZERO TO WS-SCORED-COUNT.
           OPEN INPUT SCORE-FILE.
           IF WS-SCORE-STATUS = "00"
               PERFORM 210-READ-SCORE
               PERFORM UNTIL WS-SCORE-STATUS = "10"
                   IF WS-SCORED-COUNT < 5000
                       ADD 1 TO WS-SCORED-COUNT
                       SET SD-IDX TO WS-SCORED-COUNT
                       MOVE SC-STUDENT-ID TO WS-SCORED-ID (SD-IDX)
                       MOVE SC-SUBJECT TO WS-SCORED-SUBJECT (SD-IDX)
                   ELSE
                       ADD 1 TO WS-SCORED-OVER
                   END-IF
                   PERFORM 210-READ-SCORE
               END-PERFORM
               CLOSE SCORE-FILE
           END-IF.

       210-READ-SCORE.
           READ SCORE-FILE
               AT END MOVE "10" TO WS-SCORE-STATUS
           END-READ.

      *    every active enrollment for the term, held against the
      *    marks in the batch; a student since taken off the roll
      *    is not chased
       300-CHECK-ENROLLMENTS.
           MOVE LOW-VALUES TO SE-KEY.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN SE-KEY
               INVALID KEY MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           IF WS-ENROLL-STATUS = "00"
               PERFORM 310-READ-ENROLLMENT
           END-IF.
           PERFORM UNTIL WS-ENROLL-STATUS = "10"
               IF SE-TERM = WS-TERM-CODE AND SE-IS-ENROLLED
                   PERFORM 320-JUDGE-ENROLLMENT
               END-IF
               PERFORM 310-READ-ENROLLMENT
           END-PERFORM.

       310-READ-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END MOVE "10" TO WS-ENROLL-STATUS
           END-READ.

       320-JUDGE-ENROLLMENT.
           PERFORM 330-CHECK-ROLL.
           IF WS-ON-ROLL
               ADD 1 TO WS-ENROLLED-COUNT
               MOVE "N" TO WS-FOUND-SWITCH
               SET SD-IDX TO 1
               SEARCH WS-SCORED-ENTRY
                   AT END
                       CONTINUE
                   WHEN SD-IDX > WS-SCORED-COUNT
                       CONTINUE
                   WHEN WS-SCORED-ID (SD-IDX) = SE-STUDENT-ID
                       AND WS-SCORED-SUBJECT (SD-IDX) = SE-SUBJECT
                       SET WS-SCORE-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-SCORE-FOUND
                   ADD 1 TO WS-MISSING-COUNT
                   STRING SE-STUDENT-ID "  " WS-STUDENT-NAME "  "
                          SE-SUBJECT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           END-IF.

       330-CHECK-ROLL.
           MOVE "Y" TO WS-ON-ROLL-SWITCH.
           MOVE SPACES TO WS-STUDENT-NAME.
           IF WS-MASTER-IS-OPEN
               MOVE SE-STUDENT-ID TO SM-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ON-ROLL-SWITCH
                   NOT INVALID KEY
                       IF SM-IS-ENROLLED
                           MOVE SM-NAME TO WS-STUDENT-NAME
                       ELSE
                           MOVE "N" TO WS-ON-ROLL-SWITCH
                       END-IF
               END-READ
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-SCOREMISS-" WS-RUN-DATE
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
           MOVE "SCOREMISS" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

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

       END PROGRAM SCOREMISS.
