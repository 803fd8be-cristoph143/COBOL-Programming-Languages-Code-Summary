      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student transcripts - every term and subject on the
      *          permanent ACADEMIC-HISTORY for each student, the
      *          term average and term GPA under each term, and the
      *          cumulative GPA with the academic standing it earns;
      *          the grade-point scale and the standing thresholds
      *          are data. A student id on the command line prints
      *          that one transcript only
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUTRANS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO "ACADEMIC-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ACAD-HIST-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT GRADE-SCALE-FILE ASSIGN TO "GRADE-POINT-SCALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-STATUS.
           SELECT STANDING-CONTROL-FILE
               ASSIGN TO "ACADEMIC-STANDING-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
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
       FD  ACADEMIC-HISTORY-FILE.
       01  ACADEMIC-HISTORY-RECORD.
           05 AH-KEY.
               10 AH-STUDENT-ID PIC X(6).
               10 AH-TERM PIC X(6).
               10 AH-SUBJECT PIC X(12).
           05 AH-MARK PIC 9(3).
           05 AH-GRADE PIC X(1).
           05 AH-RUN-DATE PIC X(8).
           05 FILLER PIC X(4).
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-ID PIC X(6).
           05 SM-NAME PIC X(20).
           05 SM-STATUS PIC X(1).
               88 SM-IS-ENROLLED VALUE "A".
           05 FILLER PIC X(5).
      *    one line per letter grade and the points it carries -
      *    missing file means the usual 4/3/2/1/0
       FD  GRADE-SCALE-FILE.
       01  GRADE-SCALE-RECORD.
           05 GS-GRADE PIC X(1).
           05 GS-POINTS PIC 9V99.
      *    a cumulative GPA under the first figure, or a latest
      *    term GPA under the second, puts the student on probation
       FD  STANDING-CONTROL-FILE.
       01  STANDING-CONTROL-RECORD.
           05 CTL-CUM-PROBATION-GPA PIC 9V99.
           05 CTL-TERM-PROBATION-GPA PIC 9V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-ACAD-HIST-STATUS PIC X(2).
       01 WS-STUDENT-STATUS PIC X(2).
       01 WS-SCALE-STATUS PIC X(2).
       01 WS-STANDING-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COMMAND-LINE PIC X(80) VALUE SPACES.
       01 WS-WANTED-ID PIC X(6) VALUE SPACES.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-IS-OPEN VALUE "Y".
       01 WS-HISTORY-END-SWITCH PIC X(1) VALUE "N".
           88 WS-HISTORY-AT-END VALUE "Y".
      *    the grade-point scale as loaded
       01 WS-SCALE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SCALE-TABLE.
           05 WS-SCALE-ENTRY OCCURS 10 TIMES INDEXED BY GS-IDX.
               10 WS-SCALE-GRADE PIC X(1).
               10 WS-SCALE-POINTS PIC 9V99.
       01 WS-CUM-PROBATION-GPA PIC 9V99 VALUE 2.00.
       01 WS-TERM-PROBATION-GPA PIC 9V99 VALUE 1.00.
      *    the student and term being printed, and their running
      *    totals
       01 WS-CURRENT-ID PIC X(6) VALUE SPACES.
       01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
       01 WS-STUDENT-NAME PIC X(20) VALUE SPACES.
       01 WS-TERM-SUBJECTS PIC 9(3) VALUE ZERO.
       01 WS-TERM-MARK-SUM PIC 9(5) VALUE ZERO.
       01 WS-TERM-POINT-SUM PIC 9(4)V99 VALUE ZERO.
       01 WS-CUM-SUBJECTS PIC 9(4) VALUE ZERO.
       01 WS-CUM-POINT-SUM PIC 9(5)V99 VALUE ZERO.
       01 WS-GRADE-POINTS PIC 9V99 VALUE ZERO.
       01 WS-TERM-AVERAGE PIC 9(3)V9 VALUE ZERO.
       01 WS-TERM-GPA PIC 9V99 VALUE ZERO.
       01 WS-CUM-GPA PIC 9V99 VALUE ZERO.
       01 WS-STANDING PIC X(14) VALUE SPACES.
       01 WS-AVERAGE-EDIT PIC ZZ9.9.
       01 WS-GPA-EDIT PIC 9.99.
       01 WS-POINTS-EDIT PIC 9.99.
       01 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROBATION-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-WANTED-ID
           END-UNSTRING.
           PERFORM 100-LOAD-GRADE-SCALE.
           PERFORM 110-READ-STANDING-CONTROL.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE "STUDENT TRANSCRIPTS" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN INPUT ACADEMIC-HISTORY-FILE.
           IF WS-ACAD-HIST-STATUS NOT = "00"
               MOVE "NO ACADEMIC HISTORY ON FILE" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 120-OPEN-STUDENT-MASTER
               PERFORM 200-PRINT-TRANSCRIPTS
               CLOSE ACADEMIC-HISTORY-FILE
               IF WS-MASTER-IS-OPEN
                   CLOSE STUDENT-MASTER-FILE
               END-IF
           END-IF.
           STRING "TRANSCRIPTS PRINTED: " WS-STUDENT-COUNT
                  "   ON PROBATION: " WS-PROBATION-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 965-CLOSE-REPORT-FILE.
           GOBACK.

      *    the points each letter carries, off the scale file; the
      *    usual 4/3/2/1/0 when there is no scale on file
       100-LOAD-GRADE-SCALE.
           MOVE ZERO TO WS-SCALE-COUNT.
           OPEN INPUT GRADE-SCALE-FILE.
           IF WS-SCALE-STATUS = "00"
               PERFORM 105-READ-GRADE-SCALE
               PERFORM UNTIL WS-SCALE-STATUS = "10"
                   IF GS-GRADE NOT = SPACE
                       AND GS-POINTS IS NUMERIC
                       AND WS-SCALE-COUNT < 10
                       ADD 1 TO WS-SCALE-COUNT
                       SET GS-IDX TO WS-SCALE-COUNT
                       MOVE GS-GRADE TO WS-SCALE-GRADE (GS-IDX)
                       MOVE GS-POINTS TO WS-SCALE-POINTS (GS-IDX)
                   END-IF
                   PERFORM 105-READ-GRADE-SCALE
               END-PERFORM
               CLOSE GRADE-SCALE-FILE
           END-IF.
           IF WS-SCALE-COUNT = ZERO
               MOVE "A" TO WS-SCALE-GRADE (1)
               MOVE 4.00 TO WS-SCALE-POINTS (1)
               MOVE "B" TO WS-SCALE-GRADE (2)
               MOVE 3.00 TO WS-SCALE-POINTS (2)
               MOVE "C" TO WS-SCALE-GRADE (3)
               MOVE 2.00 TO WS-SCALE-POINTS (3)
               MOVE "D" TO WS-SCALE-GRADE (4)
               MOVE 1.00 TO WS-SCALE-POINTS (4)
               MOVE "F" TO WS-SCALE-GRADE (5)
               MOVE ZERO TO WS-SCALE-POINTS (5)
               MOVE 5 TO WS-SCALE-COUNT
           END-IF.

       105-READ-GRADE-SCALE.
           READ GRADE-SCALE-FILE
               AT END MOVE "10" TO WS-SCALE-STATUS
           END-READ.

      *    probation thresholds, keeping 2.00 cumulative and 1.00
      *    for the latest term when the control file is missing
       110-READ-STANDING-CONTROL.
           OPEN INPUT STANDING-CONTROL-FILE.
           IF WS-STANDING-STATUS = "00"
               READ STANDING-CONTROL-FILE
                   NOT AT END
                       IF CTL-CUM-PROBATION-GPA IS NUMERIC
                           MOVE CTL-CUM-PROBATION-GPA TO
                               WS-CUM-PROBATION-GPA
                       END-IF
                       IF CTL-TERM-PROBATION-GPA IS NUMERIC
                           MOVE CTL-TERM-PROBATION-GPA TO
                               WS-TERM-PROBATION-GPA
                       END-IF
               END-READ
               CLOSE STANDING-CONTROL-FILE
           END-IF.

      *    the official name comes off the roll when there is one;
      *    a student since removed from it still has a transcript
       120-OPEN-STUDENT-MASTER.
           MOVE "N" TO WS-MASTER-OPEN-SWITCH.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.

      *    the history is in student, term, subject order, so one
      *    pass prints every transcript with a break at each term
      *    and each student
       200-PRINT-TRANSCRIPTS.
           MOVE "N" TO WS-HISTORY-END-SWITCH.
           MOVE LOW-VALUES TO AH-KEY.
           IF WS-WANTED-ID NOT = SPACES
               MOVE WS-WANTED-ID TO AH-STUDENT-ID
           END-IF.
           START ACADEMIC-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY SET WS-HISTORY-AT-END TO TRUE
           END-START.
           IF NOT WS-HISTORY-AT-END
               PERFORM 210-READ-HISTORY
           END-IF.
           PERFORM UNTIL WS-HISTORY-AT-END
               IF AH-STUDENT-ID NOT = WS-CURRENT-ID
                   IF WS-CURRENT-ID NOT = SPACES
                       PERFORM 300-END-TERM
                       PERFORM 400-END-STUDENT
                   END-IF
                   PERFORM 220-START-STUDENT
               ELSE
                   IF AH-TERM NOT = WS-CURRENT-TERM
                       PERFORM 300-END-TERM
                       PERFORM 230-START-TERM
                   END-IF
               END-IF
               PERFORM 240-PRINT-SUBJECT
               PERFORM 210-READ-HISTORY
           END-PERFORM.
           IF WS-CURRENT-ID NOT = SPACES
               PERFORM 300-END-TERM
               PERFORM 400-END-STUDENT
           ELSE
               IF WS-WANTED-ID NOT = SPACES
                   STRING "NO HISTORY ON FILE FOR STUDENT "
                          WS-WANTED-ID
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           END-IF.

      *    a single transcript stops at the first record past the
      *    wanted student
       210-READ-HISTORY.
           READ ACADEMIC-HISTORY-FILE NEXT RECORD
               AT END SET WS-HISTORY-AT-END TO TRUE
           END-READ.
           IF NOT WS-HISTORY-AT-END
               IF WS-WANTED-ID NOT = SPACES
                   AND AH-STUDENT-ID NOT = WS-WANTED-ID
                   SET WS-HISTORY-AT-END TO TRUE
               END-IF
           END-IF.

       220-START-STUDENT.
           MOVE AH-STUDENT-ID TO WS-CURRENT-ID.
           MOVE ZERO TO WS-CUM-SUBJECTS.
           MOVE ZERO TO WS-CUM-POINT-SUM.
           MOVE ZERO TO WS-TERM-GPA.
           MOVE "(NOT ON STUDENT MASTER)" TO WS-STUDENT-NAME.
           IF WS-MASTER-IS-OPEN
               MOVE AH-STUDENT-ID TO SM-ID
               READ STUDENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE SM-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.
           STRING "TRANSCRIPT  " WS-CURRENT-ID "  " WS-STUDENT-NAME
                  "  AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 230-START-TERM.

       230-START-TERM.
           MOVE AH-TERM TO WS-CURRENT-TERM.
           MOVE ZERO TO WS-TERM-SUBJECTS.
           MOVE ZERO TO WS-TERM-MARK-SUM.
           MOVE ZERO TO WS-TERM-POINT-SUM.
           STRING "  TERM " WS-CURRENT-TERM
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "    SUBJECT       MARK  GRADE  POINTS"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       240-PRINT-SUBJECT.
           PERFORM 250-FIND-GRADE-POINTS.
           ADD 1 TO WS-TERM-SUBJECTS.
           ADD AH-MARK TO WS-TERM-MARK-SUM.
           ADD WS-GRADE-POINTS TO WS-TERM-POINT-SUM.
           MOVE WS-GRADE-POINTS TO WS-POINTS-EDIT.
           STRING "    " AH-SUBJECT "  " AH-MARK "   "
                  AH-GRADE "      " WS-POINTS-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    a letter not on the scale earns no points
       250-FIND-GRADE-POINTS.
           MOVE ZERO TO WS-GRADE-POINTS.
           SET GS-IDX TO 1.
           SEARCH WS-SCALE-ENTRY
               AT END
                   CONTINUE
               WHEN GS-IDX > WS-SCALE-COUNT
                   CONTINUE
               WHEN WS-SCALE-GRADE (GS-IDX) = AH-GRADE
                   MOVE WS-SCALE-POINTS (GS-IDX) TO WS-GRADE-POINTS
           END-SEARCH.

      *    the term's average mark and GPA, carried into the
      *    cumulative figures
       300-END-TERM.
           MOVE ZERO TO WS-TERM-AVERAGE.
           MOVE ZERO TO WS-TERM-GPA.
           IF WS-TERM-SUBJECTS > ZERO
               COMPUTE WS-TERM-AVERAGE ROUNDED =
                   WS-TERM-MARK-SUM / WS-TERM-SUBJECTS
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINT-SUM / WS-TERM-SUBJECTS
           END-IF.
           ADD WS-TERM-SUBJECTS TO WS-CUM-SUBJECTS.
           ADD WS-TERM-POINT-SUM TO WS-CUM-POINT-SUM.
           MOVE WS-TERM-AVERAGE TO WS-AVERAGE-EDIT.
           MOVE WS-TERM-GPA TO WS-GPA-EDIT.
           STRING "    TERM AVERAGE " WS-AVERAGE-EDIT
                  "   TERM GPA " WS-GPA-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    standing off the cumulative GPA and the latest term's -
      *    under either threshold is probation
       400-END-STUDENT.
           MOVE ZERO TO WS-CUM-GPA.
           IF WS-CUM-SUBJECTS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-POINT-SUM / WS-CUM-SUBJECTS
           END-IF.
           MOVE "GOOD STANDING" TO WS-STANDING.
           IF WS-CUM-GPA < WS-CUM-PROBATION-GPA
               MOVE "PROBATION" TO WS-STANDING
           END-IF.
           IF WS-TERM-GPA < WS-TERM-PROBATION-GPA
               MOVE "PROBATION" TO WS-STANDING
           END-IF.
           IF WS-STANDING = "PROBATION"
               ADD 1 TO WS-PROBATION-COUNT
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE WS-CUM-GPA TO WS-GPA-EDIT.
           STRING "  CUMULATIVE GPA " WS-GPA-EDIT
                  " OVER " WS-CUM-SUBJECTS " SUBJECTS"
                  "   STANDING: " WS-STANDING
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-CURRENT-TERM.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-STUTRANS-" WS-RUN-DATE
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
           MOVE "STUTRANS" TO RX-NAME.
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

       END PROGRAM STUTRANS.
