      *          list every ledger transaction behind that month's
      *          balance with a running total, held against the
      *          balance MONTH-BALANCE carries, so a questioned
      *          figure answers with the postings that made it up;
      *          a year LEDGERARCH has moved off the ledger is read
      *          from its LEDGER-ARCHIVE-YYYY file when asked
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MONTH-LEDGER-FILE ASSIGN TO "MONTH-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MONTH-BALANCE-FILE ASSIGN TO "MONTH-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 LG-CURRENCY PIC X(3).
           05 LG-DEPT PIC X(3).
           05 LG-ADJ-FLAG PIC X(1).
           05 LG-RUN-ID PIC X(8).
      *    a closed year's ledger records, same layout, one file
      *    per year
       FD  LEDGER-ARCHIVE-FILE.
       01  LEDGER-ARCHIVE-RECORD PIC X(31).
       FD  MONTH-BALANCE-FILE.
       01  MONTH-BALANCE-RECORD.
           05 MB-KEY.
       01 WS-YEAR-INPUT PIC X(4).
       01 WS-MONTH-INPUT PIC X(2).
       01 WS-MONTH-INPUT-JR PIC X(2) JUSTIFIED RIGHT.
       01 WS-ARCHIVE-ANSWER PIC X(1) VALUE "N".
           88 WS-READ-ARCHIVE VALUE "Y" "y".
       01 WS-ARCHIVE-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-WANTED-YEAR PIC 9(4).
       01 WS-WANTED-MONTH PIC 9(2).
       01 WS-RUNNING-TOTAL PIC S9(5)V99 VALUE ZERO.
           ACCEPT WS-YEAR-INPUT.
           DISPLAY "MONTH (MM): ".
           ACCEPT WS-MONTH-INPUT.
           DISPLAY "READ THE YEAR'S LEDGER ARCHIVE? (Y/N): ".
           ACCEPT WS-ARCHIVE-ANSWER.
           MOVE WS-MONTH-INPUT TO WS-MONTH-INPUT-JR.
           INSPECT WS-MONTH-INPUT-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-YEAR-INPUT IS NOT NUMERIC
           DISPLAY "LEDGER FOR "WS-WANTED-YEAR"/"WS-WANTED-MONTH.
           DISPLAY "SEQ   AMOUNT    CUR  DPT  RUNNING".
           DISPLAY "----  --------  ---  ---  --------".
           PERFORM 120-OPEN-LEDGER-SOURCE.
           IF WS-LEDGER-STATUS NOT = "00"
               IF WS-READ-ARCHIVE
                   DISPLAY "NO ARCHIVE ON FILE - "WS-ARCHIVE-FILE-NAME
               ELSE
                   DISPLAY "NO LEDGER ON FILE"
               END-IF
           ELSE
               PERFORM 110-READ-LEDGER
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   END-IF
                   PERFORM 110-READ-LEDGER
               END-PERFORM
               PERFORM 130-CLOSE-LEDGER-SOURCE
           END-IF.
           DISPLAY "----  --------  ---  ---  --------".
           DISPLAY "TRANSACTIONS: "WS-LINE-COUNT
                   "  LEDGER TOTAL: "WS-RUNNING-TOTAL.
           IF WS-LINE-COUNT = ZERO AND NOT WS-READ-ARCHIVE
               DISPLAY "NOTHING ON THE LEDGER - A CLOSED YEAR MAY BE "
                       "ON ITS ARCHIVE"
           END-IF.
           IF WS-BALANCE-FOUND
               DISPLAY "BALANCE ON FILE: "WS-BALANCE-ON-FILE
               IF WS-BALANCE-ON-FILE = WS-RUNNING-TOTAL
           END-IF.

       110-READ-LEDGER.
           IF WS-READ-ARCHIVE
               READ LEDGER-ARCHIVE-FILE INTO MONTH-LEDGER-RECORD
                   AT END MOVE "10" TO WS-LEDGER-STATUS
               END-READ
           ELSE
               READ MONTH-LEDGER-FILE
                   AT END MOVE "10" TO WS-LEDGER-STATUS
               END-READ
           END-IF.

       120-OPEN-LEDGER-SOURCE.
           IF WS-READ-ARCHIVE
               STRING "LEDGER-ARCHIVE-" WS-WANTED-YEAR
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
               OPEN INPUT LEDGER-ARCHIVE-FILE
           ELSE
               OPEN INPUT MONTH-LEDGER-FILE
           END-IF.

       130-CLOSE-LEDGER-SOURCE.
           IF WS-READ-ARCHIVE
               CLOSE LEDGER-ARCHIVE-FILE
           ELSE
               CLOSE MONTH-LEDGER-FILE
           END-IF.

       200-GET-BALANCE-ON-FILE.
           MOVE "N" TO WS-BALANCE-FOUND-SWITCH.
