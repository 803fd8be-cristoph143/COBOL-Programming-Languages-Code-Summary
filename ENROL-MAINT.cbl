      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online add/withdraw/delete/list maintenance for the
      *          subject enrollment file - which subjects each student
      *          takes in each term, so the scoring run can refuse a
      *          mark for a subject the student does not take and the
      *          missing-score report can chase the marks not in
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "SUBJECT-ENROLLMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-STUDENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    one record per student, term and subject taken; a
      *    withdrawal is kept, not deleted, so the roll shows it
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
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-ID PIC X(6).
           05 SM-NAME PIC X(20).
           05 SM-STATUS PIC X(1).
               88 SM-IS-ENROLLED VALUE "A".
           05 FILLER PIC X(5).
       WORKING-STORAGE SECTION.
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-STUDENT-STATUS PIC X(2).
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-IS-OPEN VALUE "Y".
       01 WS-STUDENT-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-STUDENT-OK VALUE "Y".
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-LIST-ID PIC X(6).
       01 WS-LIST-TERM PIC X(6).
       01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-ADD      VALUE "A".
           88 ACTION-IS-WITHDRAW VALUE "W".
           88 ACTION-IS-DELETE   VALUE "D".
           88 ACTION-IS-LIST     VALUE "L".
           88 ACTION-IS-EXIT     VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE ENROLLMENT-FILE.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "A)dd  W)ithdraw  D)elete  L)ist  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-ADD
                   PERFORM 200-ADD-ENROLLMENT
               WHEN ACTION-IS-WITHDRAW
                   PERFORM 300-WITHDRAW-ENROLLMENT
               WHEN ACTION-IS-DELETE
                   PERFORM 400-DELETE-ENROLLMENT
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-ENROLLMENTS
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       110-ACCEPT-KEY.
           MOVE SPACES TO ENROLLMENT-RECORD.
           DISPLAY "STUDENT ID: ".
           ACCEPT SE-STUDENT-ID.
           DISPLAY "TERM: ".
           ACCEPT SE-TERM.
           DISPLAY "SUBJECT: ".
           ACCEPT SE-SUBJECT.

      *    only a student on the roll as enrolled can take a
      *    subject - the same test the scoring run applies
       120-CHECK-STUDENT.
           MOVE "Y" TO WS-STUDENT-OK-SWITCH.
           IF WS-MASTER-IS-OPEN
               MOVE SE-STUDENT-ID TO SM-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-STUDENT-OK-SWITCH
                       DISPLAY "STUDENT ID NOT ON MASTER"
                   NOT INVALID KEY
                       IF NOT SM-IS-ENROLLED
                           MOVE "N" TO WS-STUDENT-OK-SWITCH
                           DISPLAY "STUDENT NOT ENROLLED"
                       END-IF
               END-READ
           END-IF.

       200-ADD-ENROLLMENT.
           PERFORM 110-ACCEPT-KEY.
           IF SE-STUDENT-ID = SPACES OR SE-TERM = SPACES
               OR SE-SUBJECT = SPACES
               DISPLAY "STUDENT, TERM AND SUBJECT ARE ALL REQUIRED"
           ELSE
               PERFORM 120-CHECK-STUDENT
               IF WS-STUDENT-OK
                   MOVE "A" TO SE-STATUS
                   MOVE WS-RUN-DATE TO SE-ENROLLED-DATE
                   WRITE ENROLLMENT-RECORD
                       INVALID KEY
                           DISPLAY "ALREADY ENROLLED IN THAT SUBJECT "
                                   "FOR THAT TERM"
                       NOT INVALID KEY
                           DISPLAY "ENROLLMENT ADDED"
                   END-WRITE
               END-IF
           END-IF.

      *    a withdrawn subject stays on file marked W - marks for
      *    it suspend and it no longer counts as missing
       300-WITHDRAW-ENROLLMENT.
           PERFORM 110-ACCEPT-KEY.
           READ ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "ENROLLMENT NOT ON FILE"
               NOT INVALID KEY
                   MOVE "W" TO SE-STATUS
                   REWRITE ENROLLMENT-RECORD
                       INVALID KEY
                           DISPLAY "WITHDRAWAL FAILED - STATUS "
                                   WS-ENROLL-STATUS
                       NOT INVALID KEY
                           DISPLAY "ENROLLMENT WITHDRAWN"
                   END-REWRITE
           END-READ.

       400-DELETE-ENROLLMENT.
           PERFORM 110-ACCEPT-KEY.
           DELETE ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "ENROLLMENT NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "ENROLLMENT DELETED"
           END-DELETE.

      *    one student's subjects, all terms or one term
       500-LIST-ENROLLMENTS.
           DISPLAY "STUDENT ID: ".
           ACCEPT WS-LIST-ID.
           DISPLAY "TERM (BLANK FOR ALL): ".
           ACCEPT WS-LIST-TERM.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO SE-KEY.
           MOVE WS-LIST-ID TO SE-STUDENT-ID.
           IF WS-LIST-TERM NOT = SPACES
               MOVE WS-LIST-TERM TO SE-TERM
           END-IF.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN SE-KEY
               INVALID KEY
                   MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           IF WS-ENROLL-STATUS = "00"
               DISPLAY "TERM    SUBJECT       STATUS  SINCE"
               PERFORM 510-LIST-NEXT-ENROLLMENT
                   UNTIL WS-ENROLL-STATUS NOT = "00"
           END-IF.
           DISPLAY "ENROLLMENTS LISTED: " WS-LIST-COUNT.

       510-LIST-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT
               AT END CONTINUE
           END-READ.
           IF WS-ENROLL-STATUS = "00"
               IF SE-STUDENT-ID NOT = WS-LIST-ID
                   MOVE "10" TO WS-ENROLL-STATUS
               ELSE
                   IF WS-LIST-TERM NOT = SPACES
                       AND SE-TERM NOT = WS-LIST-TERM
                       MOVE "10" TO WS-ENROLL-STATUS
                   END-IF
               END-IF
           END-IF.
           IF WS-ENROLL-STATUS = "00"
               ADD 1 TO WS-LIST-COUNT
               DISPLAY SE-TERM "  " SE-SUBJECT "  " SE-STATUS
                       "       " SE-ENROLLED-DATE
           END-IF.

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
       END PROGRAM ENROLMAINT.
