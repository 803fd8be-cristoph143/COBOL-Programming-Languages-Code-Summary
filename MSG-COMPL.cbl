      ******************************************************************
      * Author:
      * Date:
      * Purpose: Translation completeness report for MESSAGE-CATALOG
      *          - every message id missing its text (or holding a
      *          blank one) in any active language, where active is
      *          every LANGUAGE code effective on CODE-TABLE plus any
      *          language a customer on CUSTOMER-MASTER actually
      *          holds; every translation whose count of ";" insert
      *          markers differs from the English base text, so the
      *          value slots in the wrong place or not at all; and
      *          the customers on each language, so a gap is weighed
      *          by who it reaches
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCOMPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT CODE-TABLE-FILE ASSIGN TO "CODE-TABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CODE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MESSAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-CATALOG-STATUS.
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
      *    one line per program start and end, status on the end
      *    line - the nightly stream's who-ran-and-how record
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-DATE PIC X(8).
           05 RC-TIME PIC X(6).
           05 RC-STEP PIC X(10).
           05 RC-EVENT PIC X(5).
           05 RC-STATUS PIC X(4).
      *    one record per table and code; the code only validates
      *    between its dates - spaces leave that end open
       FD  CODE-TABLE-FILE.
       01  CODE-TABLE-RECORD.
           05 CD-KEY.
               10 CD-TABLE-ID PIC X(8).
               10 CD-CODE PIC X(8).
           05 CD-DESCRIPTION PIC X(30).
           05 CD-EFF-FROM PIC X(8).
           05 CD-EFF-TO PIC X(8).
           05 FILLER PIC X(8).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD.
           05 MSG-KEY.
               10 MSG-ID PIC X(8).
               10 MSG-LANGUAGE PIC X(2).
           05 MSG-TEXT PIC X(60).
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-CODE-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
      *    the language every message is written in first, and the
      *    one the letters fall back to
       01 WS-BASE-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-CODE-TABLE-SWITCH PIC X(1) VALUE "N".
           88 WS-CODES-ON-TABLE VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-NEW-LANGUAGE PIC X(2).
       01 WS-NEW-ON-TABLE PIC X(1).
      *    the active languages - on the code table, held by a
      *    customer, or (with no LANGUAGE codes loaded) used on the
      *    catalog itself
       01 WS-LANG-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LANG-TABLE.
           05 WS-LANG OCCURS 20 TIMES INDEXED BY LG-IDX.
               10 WS-LG-CODE PIC X(2).
               10 WS-LG-DESCRIPTION PIC X(30).
               10 WS-LG-ON-TABLE PIC X(1).
               10 WS-LG-CUSTOMERS PIC 9(7).
               10 WS-LG-MESSAGES PIC 9(5).
               10 WS-LG-MISSING PIC 9(5).
               10 WS-LG-MISMATCHED PIC 9(5).
      *    one message id's texts as the catalog is read in key
      *    order - which languages hold text and how many insert
      *    markers each carries
       01 WS-GROUP-ID PIC X(8) VALUE SPACES.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-LANG OCCURS 20 TIMES.
               10 WS-GP-PRESENT PIC X(1).
               10 WS-GP-BLANK PIC X(1).
               10 WS-GP-MARKERS PIC 9(2).
       01 WS-GP-SUB PIC 9(2) VALUE ZERO.
       01 WS-BASE-SUB PIC 9(2) VALUE ZERO.
       01 WS-MARKERS PIC 9(2) VALUE ZERO.
       01 WS-GAP-LINE PIC X(100).
       01 WS-GAP-POS PIC 9(3) VALUE ZERO.
      *    marker mismatches are held to print after the gaps
       01 WS-MM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MM-TABLE.
           05 WS-MM OCCURS 500 TIMES INDEXED BY MM-IDX.
               10 WS-MM-ID PIC X(8).
               10 WS-MM-LANGUAGE PIC X(2).
               10 WS-MM-MARKERS PIC 9(2).
               10 WS-MM-BASE-MARKERS PIC 9(2).
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZZZ9.
       01 WS-COUNT-EDIT-4 PIC ZZZZ9.
       01 MC-COUNTS.
           05 MC-CUSTOMERS PIC 9(7) VALUE ZERO.
           05 MC-MESSAGES PIC 9(5) VALUE ZERO.
           05 MC-INCOMPLETE PIC 9(5) VALUE ZERO.
           05 MC-GAPS PIC 9(5) VALUE ZERO.
           05 MC-MISMATCHES PIC 9(5) VALUE ZERO.
           05 MC-NOT-ON-TABLE PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MESSAGE CATALOG TRANSLATION COMPLETENESS  "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 100-LOAD-ACTIVE-LANGUAGES.
           PERFORM 200-COUNT-CUSTOMERS.
           OPEN INPUT MESSAGE-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               IF NOT WS-CODES-ON-TABLE
                   PERFORM 250-COLLECT-CATALOG-LANGUAGES
               END-IF
               PERFORM 300-CHECK-CATALOG
               CLOSE MESSAGE-CATALOG-FILE
               PERFORM 400-PRINT-MARKER-MISMATCHES
           ELSE
               MOVE "*** MESSAGE-CATALOG NOT AVAILABLE - NOT CHECKED"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.
           PERFORM 500-PRINT-LANGUAGES.
           PERFORM 600-PRINT-SUMMARY.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    every LANGUAGE code effective tonight is active whether
      *    or not a customer holds it yet - the catalog must be
      *    ready before the first customer is keyed in it
       100-LOAD-ACTIVE-LANGUAGES.
           OPEN INPUT CODE-TABLE-FILE.
           IF WS-CODE-STATUS = "00"
               MOVE "LANGUAGE" TO CD-TABLE-ID
               MOVE LOW-VALUES TO CD-CODE
               START CODE-TABLE-FILE KEY IS NOT LESS THAN CD-KEY
                   INVALID KEY
                       MOVE "10" TO WS-CODE-STATUS
               END-START
               PERFORM UNTIL WS-CODE-STATUS NOT = "00"
                   READ CODE-TABLE-FILE NEXT
                       AT END MOVE "10" TO WS-CODE-STATUS
                   END-READ
                   IF WS-CODE-STATUS = "00"
                       IF CD-TABLE-ID NOT = "LANGUAGE"
                           MOVE "10" TO WS-CODE-STATUS
                       ELSE
                           PERFORM 110-NOTE-LANGUAGE-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CODE-TABLE-FILE
           END-IF.
           IF NOT WS-CODES-ON-TABLE
               MOVE "NO LANGUAGE CODES ON CODE-TABLE - LANGUAGES ARE"
                   TO WS-REPORT-LINE
               MOVE " THOSE ON THE CATALOG AND CUSTOMER-MASTER"
                   TO WS-REPORT-LINE (49:)
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-BASE-LANGUAGE TO WS-NEW-LANGUAGE.
           MOVE "N" TO WS-NEW-ON-TABLE.
           PERFORM 150-FIND-OR-ADD-LANGUAGE.

      *    a code keyed ahead of its date or closed off is not
      *    active; the window is judged as CODESUBR judges it
       110-NOTE-LANGUAGE-CODE.
           SET WS-CODES-ON-TABLE TO TRUE.
           IF (CD-EFF-FROM = SPACES
               OR CD-EFF-FROM NOT > WS-RUN-DATE)
               AND (CD-EFF-TO = SPACES
               OR CD-EFF-TO NOT < WS-RUN-DATE)
               MOVE CD-CODE TO WS-NEW-LANGUAGE
               MOVE "Y" TO WS-NEW-ON-TABLE
               PERFORM 150-FIND-OR-ADD-LANGUAGE
               IF WS-FOUND
                   MOVE CD-DESCRIPTION TO WS-LG-DESCRIPTION (LG-IDX)
               END-IF
           END-IF.

      *    leaves LG-IDX on the language, added if new
       150-FIND-OR-ADD-LANGUAGE.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET LG-IDX TO 1.
           SEARCH WS-LANG
               WHEN LG-IDX > WS-LANG-COUNT
                   CONTINUE
               WHEN WS-LG-CODE (LG-IDX) = WS-NEW-LANGUAGE
                   SET WS-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-FOUND AND WS-LANG-COUNT < 20
               ADD 1 TO WS-LANG-COUNT
               SET LG-IDX TO WS-LANG-COUNT
               MOVE WS-NEW-LANGUAGE TO WS-LG-CODE (LG-IDX)
               MOVE SPACES TO WS-LG-DESCRIPTION (LG-IDX)
               MOVE WS-NEW-ON-TABLE TO WS-LG-ON-TABLE (LG-IDX)
               MOVE ZERO TO WS-LG-CUSTOMERS (LG-IDX)
               MOVE ZERO TO WS-LG-MESSAGES (LG-IDX)
               MOVE ZERO TO WS-LG-MISSING (LG-IDX)
               MOVE ZERO TO WS-LG-MISMATCHED (LG-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND AND WS-NEW-ON-TABLE = "Y"
               MOVE "Y" TO WS-LG-ON-TABLE (LG-IDX)
           END-IF.

      *    a customer with no language on file is written to in
      *    English, as every letter program does
       200-COUNT-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER NOT AVAILABLE - NO CUSTOMER COUNTS"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 210-READ-CUSTOMER
               PERFORM UNTIL WS-CM-STATUS = "10"
                   ADD 1 TO MC-CUSTOMERS
                   MOVE CM-LANGUAGE-CODE TO WS-NEW-LANGUAGE
                   IF WS-NEW-LANGUAGE = SPACES
                       MOVE WS-BASE-LANGUAGE TO WS-NEW-LANGUAGE
                   END-IF
                   MOVE "N" TO WS-NEW-ON-TABLE
                   PERFORM 150-FIND-OR-ADD-LANGUAGE
                   IF WS-FOUND
                       ADD 1 TO WS-LG-CUSTOMERS (LG-IDX)
                   END-IF
                   PERFORM 210-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       210-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-CM-STATUS
           END-READ.

      *    with nothing on the code table to say which languages
      *    are in use, every language the catalog holds a text in
      *    is taken as active
       250-COLLECT-CATALOG-LANGUAGES.
           PERFORM 310-READ-CATALOG.
           PERFORM UNTIL WS-CATALOG-STATUS = "10"
               MOVE MSG-LANGUAGE TO WS-NEW-LANGUAGE
               MOVE "N" TO WS-NEW-ON-TABLE
               PERFORM 150-FIND-OR-ADD-LANGUAGE
               PERFORM 310-READ-CATALOG
           END-PERFORM.
           CLOSE MESSAGE-CATALOG-FILE.
           OPEN INPUT MESSAGE-CATALOG-FILE.

      *    the catalog reads in message id order, each id's
      *    languages together; an id is judged when the next
      *    begins
       300-CHECK-CATALOG.
           MOVE "MISSING TRANSLATIONS" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
               UNTIL WS-BASE-SUB > WS-LANG-COUNT
               OR WS-LG-CODE (WS-BASE-SUB) = WS-BASE-LANGUAGE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-GROUP-ID.
           PERFORM 310-READ-CATALOG.
           PERFORM UNTIL WS-CATALOG-STATUS = "10"
               IF MSG-ID NOT = WS-GROUP-ID
                   IF WS-GROUP-ID NOT = SPACES
                       PERFORM 330-JUDGE-MESSAGE
                   END-IF
                   PERFORM 320-START-MESSAGE
               END-IF
               PERFORM 340-NOTE-TRANSLATION
               PERFORM 310-READ-CATALOG
           END-PERFORM.
           IF WS-GROUP-ID NOT = SPACES
               PERFORM 330-JUDGE-MESSAGE
           END-IF.
           IF MC-INCOMPLETE = ZERO
               MOVE "  NONE - EVERY MESSAGE IN EVERY ACTIVE LANGUAGE"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       310-READ-CATALOG.
           READ MESSAGE-CATALOG-FILE NEXT
               AT END MOVE "10" TO WS-CATALOG-STATUS
           END-READ.

       320-START-MESSAGE.
           MOVE MSG-ID TO WS-GROUP-ID.
           ADD 1 TO MC-MESSAGES.
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB > 20
               MOVE "N" TO WS-GP-PRESENT (WS-GP-SUB)
               MOVE "N" TO WS-GP-BLANK (WS-GP-SUB)
               MOVE ZERO TO WS-GP-MARKERS (WS-GP-SUB)
           END-PERFORM.

      *    a text of all spaces prints a blank line to the customer,
      *    so it counts as missing; a language not active is not
      *    the catalog's concern
       340-NOTE-TRANSLATION.
           MOVE MSG-LANGUAGE TO WS-NEW-LANGUAGE.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET LG-IDX TO 1.
           SEARCH WS-LANG
               WHEN LG-IDX > WS-LANG-COUNT
                   CONTINUE
               WHEN WS-LG-CODE (LG-IDX) = WS-NEW-LANGUAGE
                   SET WS-FOUND TO TRUE
           END-SEARCH.
           IF WS-FOUND
               SET WS-GP-SUB TO LG-IDX
               IF MSG-TEXT = SPACES
                   MOVE "Y" TO WS-GP-BLANK (WS-GP-SUB)
               ELSE
                   MOVE "Y" TO WS-GP-PRESENT (WS-GP-SUB)
                   ADD 1 TO WS-LG-MESSAGES (LG-IDX)
                   MOVE ZERO TO WS-MARKERS
                   INSPECT MSG-TEXT TALLYING WS-MARKERS FOR ALL ";"
                   MOVE WS-MARKERS TO WS-GP-MARKERS (WS-GP-SUB)
               END-IF
           END-IF.

      *    one line per message id naming every active language it
      *    lacks; the markers of each translation are held against
      *    the base text's when there is one
       330-JUDGE-MESSAGE.
           MOVE SPACES TO WS-GAP-LINE.
           MOVE WS-GROUP-ID TO WS-GAP-LINE (3:8).
           MOVE "  MISSING:" TO WS-GAP-LINE (11:10).
           MOVE 21 TO WS-GAP-POS.
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB > WS-LANG-COUNT
               IF WS-GP-PRESENT (WS-GP-SUB) = "N"
                   PERFORM 335-NOTE-GAP
               END-IF
           END-PERFORM.
           IF WS-GAP-POS > 21
               ADD 1 TO MC-INCOMPLETE
               MOVE WS-GAP-LINE TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           IF WS-BASE-SUB NOT > WS-LANG-COUNT
               AND WS-GP-PRESENT (WS-BASE-SUB) = "Y"
               PERFORM VARYING WS-GP-SUB FROM 1 BY 1
                   UNTIL WS-GP-SUB > WS-LANG-COUNT
                   IF WS-GP-PRESENT (WS-GP-SUB) = "Y"
                       AND WS-GP-MARKERS (WS-GP-SUB) NOT =
                           WS-GP-MARKERS (WS-BASE-SUB)
                       PERFORM 345-NOTE-MISMATCH
                   END-IF
               END-PERFORM
           END-IF.

      *    a blank text is marked with a * after the language
       335-NOTE-GAP.
           ADD 1 TO MC-GAPS.
           ADD 1 TO WS-LG-MISSING (WS-GP-SUB).
           IF WS-GAP-POS < 96
               MOVE WS-LG-CODE (WS-GP-SUB) TO
                   WS-GAP-LINE (WS-GAP-POS + 1:2)
               IF WS-GP-BLANK (WS-GP-SUB) = "Y"
                   MOVE "*" TO WS-GAP-LINE (WS-GAP-POS + 3:1)
               END-IF
               ADD 4 TO WS-GAP-POS
           END-IF.

       345-NOTE-MISMATCH.
           ADD 1 TO MC-MISMATCHES.
           ADD 1 TO WS-LG-MISMATCHED (WS-GP-SUB).
           IF WS-MM-COUNT < 500
               ADD 1 TO WS-MM-COUNT
               SET MM-IDX TO WS-MM-COUNT
               MOVE WS-GROUP-ID TO WS-MM-ID (MM-IDX)
               MOVE WS-LG-CODE (WS-GP-SUB) TO WS-MM-LANGUAGE (MM-IDX)
               MOVE WS-GP-MARKERS (WS-GP-SUB) TO
                   WS-MM-MARKERS (MM-IDX)
               MOVE WS-GP-MARKERS (WS-BASE-SUB) TO
                   WS-MM-BASE-MARKERS (MM-IDX)
           END-IF.

       400-PRINT-MARKER-MISMATCHES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INSERT MARKERS NOT MATCHING THE "
                  WS-BASE-LANGUAGE " TEXT"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-MM-COUNT = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               MOVE "  MSG-ID   LANG  MARKERS  BASE" TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 410-PRINT-ONE-MISMATCH
                   VARYING MM-IDX FROM 1 BY 1
                   UNTIL MM-IDX > WS-MM-COUNT
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       410-PRINT-ONE-MISMATCH.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-MM-ID (MM-IDX) " " WS-MM-LANGUAGE (MM-IDX)
                  "    " WS-MM-MARKERS (MM-IDX)
                  "       " WS-MM-BASE-MARKERS (MM-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    a language customers hold that is not on the code table
      *    is still checked - those customers are getting letters -
      *    but is flagged for the table's owner
       500-PRINT-LANGUAGES.
           MOVE "ACTIVE LANGUAGES" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "  LANG DESCRIPTION                    CUSTOMERS"
               TO WS-REPORT-LINE.
           MOVE " MESSAGES MISSING MARKERS" TO WS-REPORT-LINE (50:).
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 510-PRINT-ONE-LANGUAGE
               VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > WS-LANG-COUNT.
           PERFORM 960-WRITE-REPORT-LINE.

       510-PRINT-ONE-LANGUAGE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LG-CODE (LG-IDX) TO WS-REPORT-LINE (3:2).
           IF WS-LG-ON-TABLE (LG-IDX) = "Y"
               MOVE WS-LG-DESCRIPTION (LG-IDX) TO WS-REPORT-LINE (8:)
           ELSE
               IF WS-CODES-ON-TABLE
                   ADD 1 TO MC-NOT-ON-TABLE
                   MOVE "*** NOT ON CODE TABLE" TO WS-REPORT-LINE (8:)
               END-IF
           END-IF.
           MOVE WS-LG-CUSTOMERS (LG-IDX) TO WS-COUNT-EDIT.
           MOVE WS-LG-MESSAGES (LG-IDX) TO WS-COUNT-EDIT-2.
           MOVE WS-LG-MISSING (LG-IDX) TO WS-COUNT-EDIT-3.
           MOVE WS-LG-MISMATCHED (LG-IDX) TO WS-COUNT-EDIT-4.
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE (42:7).
           MOVE WS-COUNT-EDIT-2 TO WS-REPORT-LINE (53:5).
           MOVE WS-COUNT-EDIT-3 TO WS-REPORT-LINE (60:5).
           MOVE WS-COUNT-EDIT-4 TO WS-REPORT-LINE (68:5).
           PERFORM 960-WRITE-REPORT-LINE.

       600-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMERS " MC-CUSTOMERS
                  "  MESSAGES " MC-MESSAGES
                  "  INCOMPLETE " MC-INCOMPLETE
                  "  GAPS " MC-GAPS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MARKER MISMATCHES " MC-MISMATCHES
                  "  LANGUAGES NOT ON CODE TABLE " MC-NOT-ON-TABLE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "(* AFTER A LANGUAGE - TEXT ON FILE BUT BLANK)"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-MSGCOMPL-" WS-RUN-DATE
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
           MOVE "MSGCOMPL" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT.
           MOVE SPACES TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       975-STAMP-RUN-END.
           MOVE "END  " TO RC-EVENT.
           MOVE WS-RUN-OUTCOME TO RC-STATUS.
           PERFORM 978-WRITE-RUN-CONTROL.

       978-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RC-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RC-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO RC-TIME.
           MOVE "MSGCOMPL" TO RC-STEP.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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
       END PROGRAM MSGCOMPL.
