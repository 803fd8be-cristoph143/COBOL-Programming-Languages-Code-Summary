           SELECT HONOR-ROLL-FILE ASSIGN TO "SCORE-HONOR-ROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONOR-STATUS.
      *    every graded mark a student has ever earned, one record
      *    per student, term and subject - the transcripts print
      *    from this, not from any one run's report cards
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO "ACADEMIC-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ACAD-HIST-STATUS.
      *    which subjects each student takes each term - a mark
      *    for a subject not taken suspends
           SELECT ENROLLMENT-FILE ASSIGN TO "SUBJECT-ENROLLMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "SCORE-TERM-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT PROFILE-INPUT-FILE ASSIGN TO "PROFILE-INPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           05 HR-STUDENT-NAME PIC X(20).
           05 HR-SUBJECT-COUNT PIC 9(2).
           05 HR-AVERAGE PIC 9(3).
      *    a rerun within the term replaces the subject's mark
      *    rather than adding a second one - the latest run of the
      *    term is the final mark
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
      *    the term the scores belong to, as the office names it
      *    (2026T1 and so on); missing file means the run month
       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 CTL-TERM-CODE PIC X(6).
       FD  PROFILE-INPUT-FILE.
       01  PROFILE-RECORD PIC X(5).
       FD  COMPARE-PAIR-FILE.
       01 WS-RERUN-SWITCH PIC X(1) VALUE 'N'.
           88 WS-DATE-ALREADY-RAN VALUE 'Y'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-ACAD-HIST-STATUS PIC X(2).
       01 WS-TERM-STATUS PIC X(2).
       01 WS-TERM-CODE PIC X(6) VALUE SPACES.
       01 WS-ACAD-HIST-OPEN PIC X(1) VALUE 'N'.
           88 WS-ACAD-HIST-IS-OPEN VALUE 'Y'.
       01 WS-ACAD-HIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-ENROLLMENT-OPEN PIC X(1) VALUE 'N'.
           88 WS-ENROLLMENT-IS-OPEN VALUE 'Y'.
       01 WS-PROFILE-STATUS PIC X(2).
       01 WS-PAIR-STATUS PIC X(2).
       01 PAIR-COUNTS.
                       ' - HISTORY AND AT-RISK NOT WRITTEN AGAIN'
           END-IF.
           PERFORM 100-OPEN-STUDENT-MASTER.
           PERFORM 100-READ-TERM-CONTROL.
           PERFORM 100-OPEN-ENROLLMENT.
           PERFORM 100-OPEN-ACADEMIC-HISTORY.
           OPEN INPUT SCORE-FILE.
           IF WS-SCORE-STATUS = '00'
               PERFORM 100-READ-SCORE
                           END-IF
                           PERFORM 100-LETTER-GRADE
                           PERFORM 100-TALLY-STUDENT-SCORE
                           PERFORM 100-FILE-ACADEMIC-HISTORY
                           IF (GRADE-D OR GRADE-F)
                               AND NOT WS-DATE-ALREADY-RAN
                               PERFORM 100-WRITE-AT-RISK
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ENROLLMENT-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-ACAD-HIST-IS-OPEN
               CLOSE ACADEMIC-HISTORY-FILE
               DISPLAY 'ACADEMIC HISTORY FILED: 'WS-ACAD-HIST-COUNT
                       ' FOR TERM 'WS-TERM-CODE
           END-IF.
           IF WS-SCORE-SUSP-COUNT > ZERO
               DISPLAY 'SCORES SUSPENDED: 'WS-SCORE-SUSP-COUNT
           END-IF.
                       END-IF
               END-READ
           END-IF.
           IF WS-STUDENT-OK AND WS-ENROLLMENT-IS-OPEN
               PERFORM 100-CHECK-SUBJECT-ENROLLMENT
           END-IF.

      *    the mark must be for a subject the student takes this
      *    term - a stray subject would otherwise card and file
      *    as if it were theirs
       100-CHECK-SUBJECT-ENROLLMENT.
           MOVE SC-STUDENT-ID TO SE-STUDENT-ID.
           MOVE WS-TERM-CODE TO SE-TERM.
           MOVE SC-SUBJECT TO SE-SUBJECT.
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STUDENT-OK-SWITCH
                   MOVE 'NOT ENROLLED IN SUBJECT' TO
                       WS-SCORE-SUSP-REASON
               NOT INVALID KEY
                   IF NOT SE-IS-ENROLLED
                       MOVE 'N' TO WS-STUDENT-OK-SWITCH
                       MOVE 'WITHDRAWN FROM SUBJECT' TO
                           WS-SCORE-SUSP-REASON
                   END-IF
           END-READ.

      *    no enrollment file is an office that has not set up its
      *    subject rolls - marks are taken on trust as before
       100-OPEN-ENROLLMENT.
           MOVE 'N' TO WS-ENROLLMENT-OPEN.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = '00'
               MOVE 'Y' TO WS-ENROLLMENT-OPEN
           ELSE
               DISPLAY 'NO SUBJECT ENROLLMENT - SUBJECTS TAKEN '
                       'ON TRUST'
           END-IF.

      *    the term these scores are filed under - the office sets
      *    it each term; without it the run's year and month stand
       100-READ-TERM-CONTROL.
           MOVE WS-RUN-DATE (1:6) TO WS-TERM-CODE.
           OPEN INPUT TERM-CONTROL-FILE.
           IF WS-TERM-STATUS = '00'
               READ TERM-CONTROL-FILE
                   NOT AT END
                       IF CTL-TERM-CODE NOT = SPACES
                           MOVE CTL-TERM-CODE TO WS-TERM-CODE
                       END-IF
               END-READ
               CLOSE TERM-CONTROL-FILE
           END-IF.

      *    the history is built up run by run, so the first run
      *    creates it
       100-OPEN-ACADEMIC-HISTORY.
           MOVE 'N' TO WS-ACAD-HIST-OPEN.
           MOVE ZERO TO WS-ACAD-HIST-COUNT.
           OPEN I-O ACADEMIC-HISTORY-FILE.
           IF WS-ACAD-HIST-STATUS = '35'
               OPEN OUTPUT ACADEMIC-HISTORY-FILE
               CLOSE ACADEMIC-HISTORY-FILE
               OPEN I-O ACADEMIC-HISTORY-FILE
           END-IF.
           IF WS-ACAD-HIST-STATUS = '00'
               MOVE 'Y' TO WS-ACAD-HIST-OPEN
           ELSE
               DISPLAY 'ACADEMIC HISTORY NOT AVAILABLE - STATUS '
                       WS-ACAD-HIST-STATUS
           END-IF.

      *    the final weighted mark and its letter go on the
      *    student's permanent record for the term; a rerun or a
      *    resubmitted score replaces the mark already filed
       100-FILE-ACADEMIC-HISTORY.
           IF WS-ACAD-HIST-IS-OPEN
               MOVE SC-STUDENT-ID TO AH-STUDENT-ID
               MOVE WS-TERM-CODE TO AH-TERM
               MOVE SC-SUBJECT TO AH-SUBJECT
               READ ACADEMIC-HISTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO ACADEMIC-HISTORY-RECORD
                       MOVE SC-STUDENT-ID TO AH-STUDENT-ID
                       MOVE WS-TERM-CODE TO AH-TERM
                       MOVE SC-SUBJECT TO AH-SUBJECT
                       MOVE CHECK-VAL TO AH-MARK
                       MOVE WS-LETTER-GRADE TO AH-GRADE
                       MOVE WS-RUN-DATE TO AH-RUN-DATE
                       WRITE ACADEMIC-HISTORY-RECORD
                   NOT INVALID KEY
                       MOVE CHECK-VAL TO AH-MARK
                       MOVE WS-LETTER-GRADE TO AH-GRADE
                       MOVE WS-RUN-DATE TO AH-RUN-DATE
                       REWRITE ACADEMIC-HISTORY-RECORD
               END-READ
               ADD 1 TO WS-ACAD-HIST-COUNT
           END-IF.

      *    park the record exactly as it arrived, tailed by the
      *    reason and the run date, for correction and resubmission
