      * Author:
      * Date:
      * Purpose: Daily suspense aging report - sweeps the intake
      *          suspense (HELLO-SUSPENSE), the order suspense
      *          (QTY-SUSPENSE) and the returns suspense
      *          (QTY-RETURN-SUSPENSE), counts the items by reason
      *          code, and lists every item with its age in days,
      *          oldest first, so corrections get worked instead of
      *          rotting
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ORDER-SUSPENSE-FILE ASSIGN TO "QTY-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           SELECT RETURN-SUSPENSE-FILE
               ASSIGN TO "QTY-RETURN-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
           05 SUSP-KEYED-BY PIC X(8).
           05 SUSP-REASON PIC X(30).
           05 SUSP-SUSPENSE-DATE PIC X(8).
           05 SUSP-ADDRESS PIC X(95).
       FD  ORDER-SUSPENSE-FILE.
       01  ORDER-SUSPENSE-RECORD.
           05 OS-ORDER-NO PIC X(5).
           05 OS-VOP      PIC X(3).
           05 OS-MEMBER   PIC X.
           05 OS-CUSTOMER PIC X(6).
           05 OS-CAMPAIGN PIC X(6).
           05 OS-REASON   PIC X(30).
           05 OS-SUSPENSE-DATE PIC X(8).
       FD  RETURN-SUSPENSE-FILE.
       01  RETURN-SUSPENSE-RECORD.
           05 RS-ORDER-NO PIC X(5).
           05 RS-ITEM-CODE PIC X(3).
           05 RS-QUANTITY PIC X(2).
           05 RS-REASON PIC X(30).
           05 RS-SUSPENSE-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-HS-STATUS PIC X(2).
       01 WS-OS-STATUS PIC X(2).
       01 WS-RS-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
      *    serial day numbers for the age arithmetic - whole years
      *    at 365 plus the leap days, then the month offsets
       01 WS-NEW-SOURCE PIC X(10).
       01 WS-NEW-KEY PIC X(20).
       01 WS-NEW-REASON PIC X(30).
      *    counts by reason across all the files
       01 WS-REASON-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REASON-TABLE.
           05 WS-REASON-ROW OCCURS 30 TIMES INDEXED BY RS-IDX.
           MOVE WS-SERIAL-DAYS TO WS-TODAY-DAYS.
           PERFORM 200-SWEEP-HELLO-SUSPENSE.
           PERFORM 300-SWEEP-ORDER-SUSPENSE.
           PERFORM 350-SWEEP-RETURN-SUSPENSE.
           PERFORM 400-SORT-OLDEST-FIRST.
           PERFORM 500-PRINT-REPORT.
           GOBACK.
               AT END MOVE "10" TO WS-OS-STATUS
           END-READ.

       350-SWEEP-RETURN-SUSPENSE.
           OPEN INPUT RETURN-SUSPENSE-FILE.
           IF WS-RS-STATUS = "00"
               PERFORM 360-READ-RETURN-SUSPENSE
               PERFORM UNTIL WS-RS-STATUS = "10"
                   MOVE RS-SUSPENSE-DATE TO WS-NEW-DATE
                   MOVE "RETURNS" TO WS-NEW-SOURCE
                   MOVE SPACES TO WS-NEW-KEY
                   STRING RS-ORDER-NO " " RS-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-NEW-KEY
                   MOVE RS-REASON TO WS-NEW-REASON
                   PERFORM 700-FILE-ONE-ITEM
                   PERFORM 360-READ-RETURN-SUSPENSE
               END-PERFORM
               CLOSE RETURN-SUSPENSE-FILE
           END-IF.

       360-READ-RETURN-SUSPENSE.
           READ RETURN-SUSPENSE-FILE
               AT END MOVE "10" TO WS-RS-STATUS
           END-READ.

      *    records from before the date stamp carry spaces there -
      *    they list first as the oldest of all, age unknown
       700-FILE-ONE-ITEM.
