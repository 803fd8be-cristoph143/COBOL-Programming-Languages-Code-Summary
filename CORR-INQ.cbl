      ******************************************************************
      * Author:
      * Date:
      * Purpose: Correspondence inquiry - key a customer number or a
      *          student id and list every letter on the
      *          correspondence register sent to that recipient, with
      *          the run date, run id, letter type, lead message and
      *          the language it went out in
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRESPONDENCE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRG-RECIPIENT-TYPE PIC X(1).
               88 CRG-TO-CUSTOMER VALUE "C".
               88 CRG-TO-STUDENT  VALUE "S".
           05 CRG-RECIPIENT PIC X(6).
           05 CRG-LETTER-TYPE PIC X(10).
           05 CRG-MSG-ID PIC X(8).
           05 CRG-LANGUAGE PIC X(2).
           05 CRG-RUN-DATE PIC X(8).
           05 CRG-RUN-ID PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-REPLY PIC X(1) VALUE SPACE.
           88 WS-REPLY-IS-EXIT VALUE "X" "x".
           88 WS-REPLY-IS-CUSTOMER VALUE "C" "c".
           88 WS-REPLY-IS-STUDENT VALUE "S" "s".
       01 WS-WANTED-TYPE PIC X(1).
       01 WS-KEYED-ID PIC X(6).
       01 WS-KEYED-ID-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-WANTED-ID PIC X(6).
       01 WS-REG-ID-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-REG-ID PIC X(6).
       01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INQUIRY-SESSION UNTIL WS-REPLY-IS-EXIT.
           GOBACK.

       100-INQUIRY-SESSION.
           DISPLAY "C)USTOMER, S)TUDENT OR X)IT: ".
           ACCEPT WS-REPLY.
           EVALUATE TRUE
               WHEN WS-REPLY-IS-EXIT
                   CONTINUE
               WHEN WS-REPLY-IS-CUSTOMER
                   MOVE "C" TO WS-WANTED-TYPE
                   PERFORM 110-ACCEPT-CUSTOMER
               WHEN WS-REPLY-IS-STUDENT
                   MOVE "S" TO WS-WANTED-TYPE
                   PERFORM 120-ACCEPT-STUDENT
               WHEN OTHER
                   DISPLAY "REPLY C, S OR X"
           END-EVALUATE.

      *    customer numbers are keyed any old way - right-justify and
      *    zero-fill before comparing, as the master holds them
       110-ACCEPT-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: ".
           ACCEPT WS-KEYED-ID.
           MOVE WS-KEYED-ID TO WS-KEYED-ID-JR.
           INSPECT WS-KEYED-ID-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-KEYED-ID-JR IS NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER MUST BE NUMERIC"
           ELSE
               MOVE WS-KEYED-ID-JR TO WS-WANTED-ID
               PERFORM 200-LIST-CORRESPONDENCE
           END-IF.

      *    student ids are carried as keyed on the class files
       120-ACCEPT-STUDENT.
           DISPLAY "STUDENT ID: ".
           ACCEPT WS-KEYED-ID.
           IF WS-KEYED-ID = SPACES
               DISPLAY "STUDENT ID IS REQUIRED"
           ELSE
               MOVE WS-KEYED-ID TO WS-WANTED-ID
               PERFORM 200-LIST-CORRESPONDENCE
           END-IF.

       200-LIST-CORRESPONDENCE.
           MOVE ZERO TO WS-LETTER-COUNT.
           OPEN INPUT CORRESPONDENCE-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "NO CORRESPONDENCE REGISTER ON FILE"
           ELSE
               IF WS-WANTED-TYPE = "C"
                   DISPLAY "LETTERS SENT TO CUSTOMER "WS-WANTED-ID
               ELSE
                   DISPLAY "LETTERS SENT TO STUDENT "WS-WANTED-ID
               END-IF
               DISPLAY "RUN DATE  RUN ID    LETTER TYPE MSG ID   LANG"
               DISPLAY "--------  --------  ----------  -------- ----"
               PERFORM 210-READ-CORRESPONDENCE
               PERFORM UNTIL WS-REGISTER-STATUS = "10"
                   PERFORM 220-JUDGE-CORRESPONDENCE
                   PERFORM 210-READ-CORRESPONDENCE
               END-PERFORM
               CLOSE CORRESPONDENCE-FILE
               IF WS-LETTER-COUNT = ZERO
                   DISPLAY "(NO LETTERS ON FILE FOR THIS RECIPIENT)"
               END-IF
               DISPLAY "LETTERS LISTED: "WS-LETTER-COUNT
           END-IF.

       210-READ-CORRESPONDENCE.
           READ CORRESPONDENCE-FILE
               AT END MOVE "10" TO WS-REGISTER-STATUS
           END-READ.

       220-JUDGE-CORRESPONDENCE.
           IF CRG-RECIPIENT-TYPE = WS-WANTED-TYPE
               IF CRG-TO-CUSTOMER
                   MOVE CRG-RECIPIENT TO WS-REG-ID-JR
                   INSPECT WS-REG-ID-JR
                       REPLACING LEADING SPACE BY ZERO
                   MOVE WS-REG-ID-JR TO WS-REG-ID
               ELSE
                   MOVE CRG-RECIPIENT TO WS-REG-ID
               END-IF
               IF WS-REG-ID = WS-WANTED-ID
                   ADD 1 TO WS-LETTER-COUNT
                   DISPLAY CRG-RUN-DATE "  "
                           CRG-RUN-ID "  "
                           CRG-LETTER-TYPE "  "
                           CRG-MSG-ID " "
                           CRG-LANGUAGE
               END-IF
           END-IF.
       END PROGRAM CORRINQ.
