           SELECT LETTER-FILE ASSIGN TO "SCORE-LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRESPONDENCE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RUN-ID-CONTROL-FILE ASSIGN TO "RUN-ID-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-ID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AT-RISK-FILE.
           05 MSG-TEXT PIC X(60).
       FD  LETTER-FILE.
       01  LETTER-LINE PIC X(80).
      *    one line per letter sent, whichever run sent it - who it
      *    went to, what it was, the wording and language it went
      *    out in, and the run that produced it
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
      *    last run number handed out across the batch suite - every
      *    program that stamps output reads and steps this one
      *    record, then prefixes its own four-character program
      *    code, so two runs on the same date can never share an id
       FD  RUN-ID-CONTROL-FILE.
       01  RUN-ID-CONTROL-RECORD.
           05 CTL-LAST-RUN-NUMBER PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-AT-RISK-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-LETTER-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "SLTR".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
      *    the letter's lead message and the language it actually
      *    came out in - for the correspondence register
       01 WS-LETTER-MSG-ID PIC X(8).
       01 WS-LETTER-LANGUAGE PIC X(2).
       01 WS-CATALOG-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CATALOG-OPEN VALUE "Y".
       01 WS-MSG-FOUND-SWITCH PIC X(1) VALUE "N".
               DISPLAY "NO AT-RISK EXTRACT - NO LETTERS TO PRODUCE"
           ELSE
               OPEN OUTPUT LETTER-FILE
               PERFORM 935-ASSIGN-RUN-ID
               PERFORM 936-OPEN-CORRESPONDENCE
               PERFORM 110-READ-AT-RISK
               PERFORM UNTIL WS-AT-RISK-STATUS = "10"
                   PERFORM 200-PRODUCE-ONE-LETTER
               END-PERFORM
               CLOSE AT-RISK-FILE
               CLOSE LETTER-FILE
               CLOSE CORRESPONDENCE-FILE
           END-IF.
           IF WS-CATALOG-OPEN
               CLOSE MESSAGE-CATALOG-FILE
           MOVE "LTRHEAD " TO WS-MSG-ID.
           MOVE "TO THE FAMILY OF ;" TO WS-MSG-TEXT-A.
           PERFORM 940-FETCH-MESSAGE.
           MOVE WS-MSG-ID TO WS-LETTER-MSG-ID.
           IF WS-MSG-FOUND
               MOVE MSG-LANGUAGE TO WS-LETTER-LANGUAGE
           ELSE
               MOVE "EN" TO WS-LETTER-LANGUAGE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-MSG-TEXT-A DELIMITED BY ";"
                  AR-STUDENT-NAME DELIMITED BY SIZE
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 210-REGISTER-LETTER.

      *    what went to whom, on the correspondence register
       210-REGISTER-LETTER.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           SET CRG-TO-STUDENT TO TRUE.
           MOVE AR-STUDENT-ID TO CRG-RECIPIENT.
           MOVE "INTERVENE" TO CRG-LETTER-TYPE.
           MOVE WS-LETTER-MSG-ID TO CRG-MSG-ID.
           MOVE WS-LETTER-LANGUAGE TO CRG-LANGUAGE.
           MOVE AR-RUN-DATE TO CRG-RUN-DATE.
           MOVE WS-ASSIGNED-RUN-ID TO CRG-RUN-ID.
           WRITE CORRESPONDENCE-RECORD.

       900-OPEN-MESSAGE-CATALOG.
           OPEN INPUT MESSAGE-CATALOG-FILE.
                       "USE THE BUILT-IN WORDING"
           END-IF.

      *    read-step-rewrite of the shared run-number record - the
      *    id stamped on every register line this run traces back
      *    to exactly this execution
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

      *    the register is never restarted - every letter-producing
      *    run adds to the one history
       936-OPEN-CORRESPONDENCE.
           OPEN EXTEND CORRESPONDENCE-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CORRESPONDENCE-FILE
           END-IF.

      *    look the wording up, falling back to the English row and
      *    failing that leaving the caller's built-in text untouched
      *    - the same lookup HELLO_WORLD's prompts go through
