      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mark corrections and grade appeals - applies each
      *          approved correction off SCORE-CORRECTIONS to the
      *          mark on ACADEMIC-HISTORY, regrades it, reissues that
      *          student's report card marked as a revision, puts
      *          the student on or takes them off the at-risk and
      *          honor-roll extracts as the new mark requires, and
      *          keeps every correction, applied or refused, on the
      *          appeals audit file
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "SCORE-CORRECTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
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
           SELECT TERM-CONTROL-FILE ASSIGN TO "SCORE-TERM-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT HONOR-CONTROL-FILE ASSIGN TO "SCORE-HONOR-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONOR-CTL-STATUS.
           SELECT REPORT-CARD-FILE ASSIGN TO "SCORE-REPORT-CARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AT-RISK-FILE ASSIGN TO "SCORE-AT-RISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-RISK-STATUS.
           SELECT HONOR-ROLL-FILE ASSIGN TO "SCORE-HONOR-ROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONOR-STATUS.
           SELECT EXTRACT-WORK-FILE ASSIGN TO "SCORE-CORR-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT APPEALS-AUDIT-FILE ASSIGN TO "SCORE-APPEALS-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one approved correction - the old mark must agree with
      *    the mark on file, so a correction cannot land on a mark
      *    that has moved since it was raised; blank term means
      *    the current term
       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05 CT-STUDENT-ID PIC X(6).
           05 CT-SUBJECT PIC X(12).
           05 CT-TERM PIC X(6).
           05 CT-OLD-MARK PIC X(3).
           05 CT-NEW-MARK PIC X(3).
           05 CT-REASON PIC X(30).
           05 CT-APPROVER PIC X(8).
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
       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 CTL-TERM-CODE PIC X(6).
       FD  HONOR-CONTROL-FILE.
       01  HONOR-CONTROL-RECORD.
           05 CTL-HONOR-THRESHOLD PIC 9(3).
       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-LINE PIC X(80).
       FD  AT-RISK-FILE.
       01  AT-RISK-RECORD.
           05 AR-RUN-DATE PIC X(8).
           05 AR-STUDENT-ID PIC X(6).
           05 AR-STUDENT-NAME PIC X(20).
           05 AR-SUBJECT PIC X(12).
           05 AR-MARK PIC 9(3).
           05 AR-GRADE PIC X(1).
       FD  HONOR-ROLL-FILE.
       01  HONOR-ROLL-RECORD.
           05 HR-RUN-DATE PIC X(8).
           05 HR-STUDENT-ID PIC X(6).
           05 HR-STUDENT-NAME PIC X(20).
           05 HR-SUBJECT-COUNT PIC 9(2).
           05 HR-AVERAGE PIC 9(3).
      *    an extract copied through here with the corrected
      *    student's line left out, then copied back
       FD  EXTRACT-WORK-FILE.
       01  EXTRACT-WORK-RECORD PIC X(80).
      *    one line per correction, applied or refused
       FD  APPEALS-AUDIT-FILE.
       01  APPEALS-AUDIT-RECORD.
           05 AA-DATE PIC X(8).
           05 AA-TIME PIC X(6).
           05 AA-STUDENT-ID PIC X(6).
           05 AA-TERM PIC X(6).
           05 AA-SUBJECT PIC X(12).
           05 AA-OLD-MARK PIC X(3).
           05 AA-OLD-GRADE PIC X(1).
           05 AA-NEW-MARK PIC X(3).
           05 AA-NEW-GRADE PIC X(1).
           05 AA-REASON PIC X(30).
           05 AA-APPROVER PIC X(8).
           05 AA-RESULT PIC X(8).
           05 AA-REFUSAL PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-ACAD-HIST-STATUS PIC X(2).
       01 WS-STUDENT-STATUS PIC X(2).
       01 WS-TERM-STATUS PIC X(2).
       01 WS-HONOR-CTL-STATUS PIC X(2).
       01 WS-CARD-STATUS PIC X(2).
       01 WS-AT-RISK-STATUS PIC X(2).
       01 WS-HONOR-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-TIME-RAW PIC X(8).
       01 WS-TERM-CODE PIC X(6) VALUE SPACES.
       01 WS-HONOR-THRESHOLD PIC 9(3) VALUE 90.
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-IS-OPEN VALUE "Y".
       01 WS-HISTORY-END-SWITCH PIC X(1) VALUE "N".
           88 WS-HISTORY-AT-END VALUE "Y".
       01 WS-REFUSAL PIC X(30) VALUE SPACES.
      *    the correction being applied
       01 WS-CORR-TERM PIC X(6).
       01 WS-CORR-RUN-DATE PIC X(8).
       01 WS-OLD-GRADE PIC X(1).
       01 WS-NEW-MARK PIC 9(3).
       01 WS-STUDENT-NAME PIC X(20).
      *    the same bands the scoring run grades on
       01 WS-GRADE-MARK PIC 9(3).
           88 GRADE-A VALUES ARE 090 THRU 100.
           88 GRADE-B VALUES ARE 080 THRU 89.
           88 GRADE-C VALUES ARE 070 THRU 79.
           88 GRADE-D VALUES ARE 041 THRU 69.
           88 GRADE-F VALUES ARE 000 THRU 40.
       01 WS-GRADE-LETTER PIC X(1).
      *    the student's subjects for the term, as now corrected
       01 WS-CARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 20 TIMES INDEXED BY CD-IDX.
               10 WS-CARD-SUBJECT PIC X(12).
               10 WS-CARD-MARK PIC 9(3).
               10 WS-CARD-GRADE PIC X(1).
       01 WS-MARK-SUM PIC 9(5) VALUE ZERO.
       01 WS-STUDENT-AVERAGE PIC 9(3) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 100-READ-CONTROLS.
           OPEN I-O ACADEMIC-HISTORY-FILE.
           IF WS-ACAD-HIST-STATUS NOT = "00"
               DISPLAY "NO ACADEMIC HISTORY ON FILE - NO CORRECTIONS "
                       "APPLIED"
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           OPEN INPUT CORRECTION-FILE.
           IF WS-CORR-STATUS = "00"
               PERFORM 110-READ-CORRECTION
               PERFORM UNTIL WS-CORR-STATUS = "10"
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 200-APPLY-CORRECTION
                   PERFORM 110-READ-CORRECTION
               END-PERFORM
               CLOSE CORRECTION-FILE
           ELSE
               DISPLAY "NO SCORE-CORRECTIONS FILE"
           END-IF.
           CLOSE ACADEMIC-HISTORY-FILE.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           DISPLAY "CORRECTIONS READ: " WS-READ-COUNT
                   "  APPLIED: " WS-APPLIED-COUNT
                   "  REFUSED: " WS-REFUSED-COUNT.
           GOBACK.

      *    the current term and the honor-roll cutoff, as the
      *    scoring run takes them
       100-READ-CONTROLS.
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
           OPEN INPUT HONOR-CONTROL-FILE.
           IF WS-HONOR-CTL-STATUS = "00"
               READ HONOR-CONTROL-FILE
                   NOT AT END
                       IF CTL-HONOR-THRESHOLD IS NUMERIC
                           AND CTL-HONOR-THRESHOLD > ZERO
                           MOVE CTL-HONOR-THRESHOLD TO
                               WS-HONOR-THRESHOLD
                       END-IF
               END-READ
               CLOSE HONOR-CONTROL-FILE
           END-IF.

       110-READ-CORRECTION.
           READ CORRECTION-FILE
               AT END MOVE "10" TO WS-CORR-STATUS
           END-READ.

      *    a correction is refused unless it is complete, approved,
      *    and names the mark actually on file
       200-APPLY-CORRECTION.
           MOVE SPACES TO WS-REFUSAL.
           MOVE SPACE TO WS-OLD-GRADE.
           MOVE SPACE TO WS-GRADE-LETTER.
           MOVE CT-TERM TO WS-CORR-TERM.
           IF WS-CORR-TERM = SPACES
               MOVE WS-TERM-CODE TO WS-CORR-TERM
           END-IF.
           EVALUATE TRUE
               WHEN CT-STUDENT-ID = SPACES OR CT-SUBJECT = SPACES
                   MOVE "STUDENT AND SUBJECT REQUIRED" TO WS-REFUSAL
               WHEN CT-OLD-MARK IS NOT NUMERIC
                   MOVE "OLD MARK NOT NUMERIC" TO WS-REFUSAL
               WHEN CT-NEW-MARK IS NOT NUMERIC
                   MOVE "NEW MARK NOT NUMERIC" TO WS-REFUSAL
               WHEN CT-NEW-MARK > "100"
                   MOVE "NEW MARK OVER 100" TO WS-REFUSAL
               WHEN CT-NEW-MARK = CT-OLD-MARK
                   MOVE "NEW MARK SAME AS OLD" TO WS-REFUSAL
               WHEN CT-REASON = SPACES
                   MOVE "NO REASON GIVEN" TO WS-REFUSAL
               WHEN CT-APPROVER = SPACES
                   MOVE "NO APPROVING TEACHER" TO WS-REFUSAL
           END-EVALUATE.
           IF WS-REFUSAL = SPACES
               MOVE CT-STUDENT-ID TO AH-STUDENT-ID
               MOVE WS-CORR-TERM TO AH-TERM
               MOVE CT-SUBJECT TO AH-SUBJECT
               READ ACADEMIC-HISTORY-FILE
                   INVALID KEY
                       MOVE "NO MARK ON FILE FOR THAT TERM" TO
                           WS-REFUSAL
                   NOT INVALID KEY
                       MOVE AH-GRADE TO WS-OLD-GRADE
                       IF AH-MARK NOT = CT-OLD-MARK
                           MOVE "OLD MARK DOES NOT MATCH FILE" TO
                               WS-REFUSAL
                       END-IF
               END-READ
           END-IF.
           IF WS-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED " CT-STUDENT-ID " " CT-SUBJECT
                       " - " WS-REFUSAL
               PERFORM 800-WRITE-AUDIT
           ELSE
               PERFORM 210-REGRADE-MARK
               PERFORM 300-GATHER-TERM
               PERFORM 320-REISSUE-CARD
               PERFORM 400-REBUILD-AT-RISK
               PERFORM 500-REBUILD-HONOR-ROLL
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPLIED " CT-STUDENT-ID " " CT-SUBJECT
                       " " CT-OLD-MARK WS-OLD-GRADE " TO "
                       CT-NEW-MARK WS-GRADE-LETTER
               PERFORM 800-WRITE-AUDIT
           END-IF.

       210-REGRADE-MARK.
           MOVE CT-NEW-MARK TO WS-NEW-MARK.
           MOVE WS-NEW-MARK TO WS-GRADE-MARK.
           PERFORM 220-LETTER-GRADE.
           MOVE AH-RUN-DATE TO WS-CORR-RUN-DATE.
           MOVE WS-NEW-MARK TO AH-MARK.
           MOVE WS-GRADE-LETTER TO AH-GRADE.
           REWRITE ACADEMIC-HISTORY-RECORD.

       220-LETTER-GRADE.
           EVALUATE TRUE
               WHEN GRADE-A
                   MOVE "A" TO WS-GRADE-LETTER
               WHEN GRADE-B
                   MOVE "B" TO WS-GRADE-LETTER
               WHEN GRADE-C
                   MOVE "C" TO WS-GRADE-LETTER
               WHEN GRADE-D
                   MOVE "D" TO WS-GRADE-LETTER
               WHEN OTHER
                   MOVE "F" TO WS-GRADE-LETTER
           END-EVALUATE.

      *    every subject the student has on file for the term, with
      *    the corrected mark in place, and their average across
      *    them the way the honor roll averages
       300-GATHER-TERM.
           MOVE ZERO TO WS-CARD-COUNT.
           MOVE ZERO TO WS-MARK-SUM.
           MOVE ZERO TO WS-STUDENT-AVERAGE.
           MOVE "N" TO WS-HISTORY-END-SWITCH.
           MOVE CT-STUDENT-ID TO AH-STUDENT-ID.
           MOVE WS-CORR-TERM TO AH-TERM.
           MOVE LOW-VALUES TO AH-SUBJECT.
           START ACADEMIC-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY SET WS-HISTORY-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-HISTORY-AT-END
               READ ACADEMIC-HISTORY-FILE NEXT RECORD
                   AT END SET WS-HISTORY-AT-END TO TRUE
               END-READ
               IF NOT WS-HISTORY-AT-END
                   IF AH-STUDENT-ID NOT = CT-STUDENT-ID
                       OR AH-TERM NOT = WS-CORR-TERM
                       SET WS-HISTORY-AT-END TO TRUE
                   ELSE
                       PERFORM 310-TAKE-TERM-SUBJECT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CARD-COUNT > ZERO
               COMPUTE WS-STUDENT-AVERAGE ROUNDED =
                   WS-MARK-SUM / WS-CARD-COUNT
           END-IF.
           MOVE "(NOT ON STUDENT MASTER)" TO WS-STUDENT-NAME.
           IF WS-MASTER-IS-OPEN
               MOVE CT-STUDENT-ID TO SM-ID
               READ STUDENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE SM-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.

       310-TAKE-TERM-SUBJECT.
           IF WS-CARD-COUNT < 20
               ADD 1 TO WS-CARD-COUNT
               SET CD-IDX TO WS-CARD-COUNT
               MOVE AH-SUBJECT TO WS-CARD-SUBJECT (CD-IDX)
               MOVE AH-MARK TO WS-CARD-MARK (CD-IDX)
               MOVE AH-GRADE TO WS-CARD-GRADE (CD-IDX)
               ADD AH-MARK TO WS-MARK-SUM
           END-IF.

      *    the reissued card is the whole term's card, headed as a
      *    revision and with the corrected subject called out
       320-REISSUE-CARD.
           OPEN EXTEND REPORT-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               OPEN OUTPUT REPORT-CARD-FILE
           END-IF.
           MOVE SPACES TO REPORT-CARD-LINE.
           STRING "REPORT CARD  " CT-STUDENT-ID "  " WS-STUDENT-NAME
                  "  REVISED " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.
           MOVE "SUBJECT       MARK  GRADE" TO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.
           PERFORM 330-PRINT-CARD-LINE
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-CARD-COUNT.
           MOVE SPACES TO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.
           CLOSE REPORT-CARD-FILE.

       330-PRINT-CARD-LINE.
           MOVE SPACES TO REPORT-CARD-LINE.
           STRING WS-CARD-SUBJECT (CD-IDX) "  "
                  WS-CARD-MARK (CD-IDX) "   "
                  WS-CARD-GRADE (CD-IDX)
                  DELIMITED BY SIZE INTO REPORT-CARD-LINE.
           IF WS-CARD-SUBJECT (CD-IDX) = CT-SUBJECT
               MOVE "CORRECTED" TO REPORT-CARD-LINE (30:9)
           END-IF.
           WRITE REPORT-CARD-LINE.

      *    the student's at-risk line for the subject comes out of
      *    the run's extract, and goes back in only if the new mark
      *    is still a D or an F
       400-REBUILD-AT-RISK.
           OPEN OUTPUT EXTRACT-WORK-FILE.
           OPEN INPUT AT-RISK-FILE.
           IF WS-AT-RISK-STATUS = "00"
               PERFORM 410-READ-AT-RISK
               PERFORM UNTIL WS-AT-RISK-STATUS = "10"
                   IF AR-STUDENT-ID = CT-STUDENT-ID
                       AND AR-SUBJECT = CT-SUBJECT
                       AND AR-RUN-DATE = WS-CORR-RUN-DATE
                       CONTINUE
                   ELSE
                       MOVE AT-RISK-RECORD TO EXTRACT-WORK-RECORD
                       WRITE EXTRACT-WORK-RECORD
                   END-IF
                   PERFORM 410-READ-AT-RISK
               END-PERFORM
               CLOSE AT-RISK-FILE
           END-IF.
           CLOSE EXTRACT-WORK-FILE.
           OPEN INPUT EXTRACT-WORK-FILE.
           OPEN OUTPUT AT-RISK-FILE.
           PERFORM 700-READ-WORK.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               MOVE EXTRACT-WORK-RECORD TO AT-RISK-RECORD
               WRITE AT-RISK-RECORD
               PERFORM 700-READ-WORK
           END-PERFORM.
           IF GRADE-D OR GRADE-F
               MOVE WS-CORR-RUN-DATE TO AR-RUN-DATE
               MOVE CT-STUDENT-ID TO AR-STUDENT-ID
               MOVE WS-STUDENT-NAME TO AR-STUDENT-NAME
               MOVE CT-SUBJECT TO AR-SUBJECT
               MOVE WS-NEW-MARK TO AR-MARK
               MOVE WS-GRADE-LETTER TO AR-GRADE
               WRITE AT-RISK-RECORD
           END-IF.
           CLOSE AT-RISK-FILE.
           CLOSE EXTRACT-WORK-FILE.

       410-READ-AT-RISK.
           READ AT-RISK-FILE
               AT END MOVE "10" TO WS-AT-RISK-STATUS
           END-READ.

      *    the student's honor-roll line for the run comes out, and
      *    goes back in only if the corrected average still makes
      *    the cutoff
       500-REBUILD-HONOR-ROLL.
           OPEN OUTPUT EXTRACT-WORK-FILE.
           OPEN INPUT HONOR-ROLL-FILE.
           IF WS-HONOR-STATUS = "00"
               PERFORM 510-READ-HONOR-ROLL
               PERFORM UNTIL WS-HONOR-STATUS = "10"
                   IF HR-STUDENT-ID = CT-STUDENT-ID
                       AND HR-RUN-DATE = WS-CORR-RUN-DATE
                       CONTINUE
                   ELSE
                       MOVE HONOR-ROLL-RECORD TO EXTRACT-WORK-RECORD
                       WRITE EXTRACT-WORK-RECORD
                   END-IF
                   PERFORM 510-READ-HONOR-ROLL
               END-PERFORM
               CLOSE HONOR-ROLL-FILE
           END-IF.
           CLOSE EXTRACT-WORK-FILE.
           OPEN INPUT EXTRACT-WORK-FILE.
           OPEN OUTPUT HONOR-ROLL-FILE.
           PERFORM 700-READ-WORK.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               MOVE EXTRACT-WORK-RECORD TO HONOR-ROLL-RECORD
               WRITE HONOR-ROLL-RECORD
               PERFORM 700-READ-WORK
           END-PERFORM.
           IF WS-CARD-COUNT > ZERO
               AND WS-STUDENT-AVERAGE >= WS-HONOR-THRESHOLD
               MOVE WS-CORR-RUN-DATE TO HR-RUN-DATE
               MOVE CT-STUDENT-ID TO HR-STUDENT-ID
               MOVE WS-STUDENT-NAME TO HR-STUDENT-NAME
               MOVE WS-CARD-COUNT TO HR-SUBJECT-COUNT
               MOVE WS-STUDENT-AVERAGE TO HR-AVERAGE
               WRITE HONOR-ROLL-RECORD
           END-IF.
           CLOSE HONOR-ROLL-FILE.
           CLOSE EXTRACT-WORK-FILE.

       510-READ-HONOR-ROLL.
           READ HONOR-ROLL-FILE
               AT END MOVE "10" TO WS-HONOR-STATUS
           END-READ.

       700-READ-WORK.
           READ EXTRACT-WORK-FILE
               AT END MOVE "10" TO WS-WORK-STATUS
           END-READ.

       800-WRITE-AUDIT.
           OPEN EXTEND APPEALS-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT APPEALS-AUDIT-FILE
           END-IF.
           MOVE SPACES TO APPEALS-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AA-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO AA-TIME.
           MOVE CT-STUDENT-ID TO AA-STUDENT-ID.
           MOVE WS-CORR-TERM TO AA-TERM.
           MOVE CT-SUBJECT TO AA-SUBJECT.
           MOVE CT-OLD-MARK TO AA-OLD-MARK.
           MOVE WS-OLD-GRADE TO AA-OLD-GRADE.
           MOVE CT-NEW-MARK TO AA-NEW-MARK.
           MOVE CT-REASON TO AA-REASON.
           MOVE CT-APPROVER TO AA-APPROVER.
           IF WS-REFUSAL = SPACES
               MOVE WS-GRADE-LETTER TO AA-NEW-GRADE
               MOVE "APPLIED" TO AA-RESULT
           ELSE
               MOVE "REFUSED" TO AA-RESULT
               MOVE WS-REFUSAL TO AA-REFUSAL
           END-IF.
           WRITE APPEALS-AUDIT-RECORD.
           CLOSE APPEALS-AUDIT-FILE.

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

       END PROGRAM SCORECORR.
