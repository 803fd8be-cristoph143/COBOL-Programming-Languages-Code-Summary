       01 WS-WANTED-PROGRAM PIC X(10) VALUE SPACES.
       01 WS-WANTED-SEVERITY PIC X(1) VALUE SPACE.
       01 WS-WANTED-REASON PIC X(4) VALUE SPACES.
      *    the reason code asked for is named off the general code
      *    table through CODESUBR, so a mistyped code is caught
      *    before a sweep that could never match anything
       01 WS-CODE-FUNCTION PIC X(8).
       01 WS-CODE-TABLE-ID PIC X(8) VALUE "LOGRSN".
       01 WS-CODE-VALUE PIC X(8).
       01 WS-CODE-DESCRIPTION PIC X(30).
       01 WS-CODE-STATUS PIC X(2).
      *    the line under judgment, parsed off the standard stamp -
      *    timestamp, program, severity, reason code
       01 WS-JUDGE-LINE PIC X(132).
           ACCEPT WS-WANTED-SEVERITY.
           DISPLAY "REASON CODE (BLANK FOR ANY): ".
           ACCEPT WS-WANTED-REASON.
           IF WS-WANTED-REASON NOT = SPACES
               MOVE "DESCRIBE" TO WS-CODE-FUNCTION
               MOVE WS-WANTED-REASON TO WS-CODE-VALUE
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
               EVALUATE WS-CODE-STATUS
                   WHEN "00"
                       DISPLAY "REASON " WS-WANTED-REASON " - "
                               WS-CODE-DESCRIPTION
                   WHEN "23"
                       DISPLAY "REASON " WS-WANTED-REASON
                               " IS NOT ON THE CODE TABLE - "
                               "SEARCHING FOR IT ANYWAY"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE "CLOSE" TO WS-CODE-FUNCTION
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
           END-IF.

       150-WRITE-CRITERIA-HEADER.
           MOVE SPACES TO RESULT-RECORD.
