      *          counts and a reject file, the same pattern
      *          PLANETLOAD gives the planet reference, so wording
      *          proven in test promotes to production as a file
      *          instead of an afternoon of keying through MSGMAINT;
      *          with gap refusal set on MESSAGE-LOAD-CONTROL the
      *          whole distribution is turned away, untouched, when
      *          applying it would leave a message it touches without
      *          text in a language active on the code table
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT LOAD-CONTROL-FILE ASSIGN TO "MESSAGE-LOAD-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-CTL-STATUS.
           SELECT CODE-TABLE-FILE ASSIGN TO "CODE-TABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CODE-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MESSAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REJECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    Y refuses a distribution that would leave a translation
      *    gap; anything else, or no record, applies it as it comes
       FD  LOAD-CONTROL-FILE.
       01  LOAD-CONTROL-RECORD.
           05 CTL-REFUSE-GAPS PIC X(1).
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
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD.
           05 MSG-KEY.
       01 WS-DIST-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-LOAD-CTL-STATUS PIC X(2).
       01 WS-CODE-STATUS PIC X(2).
       01 WS-PROCESS-DATE PIC X(8).
       01 WS-REFUSE-GAPS-SWITCH PIC X(1) VALUE "N".
           88 WS-REFUSE-GAPS VALUE "Y".
       01 WS-TOO-MANY-SWITCH PIC X(1) VALUE "N".
           88 WS-TOO-MANY-TO-CHECK VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-FOUND VALUE "Y".
      *    the languages active on the code table, and for every
      *    message id the distribution touches whether each will
      *    hold text once the distribution is applied
       01 WS-LANG-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LANG-TABLE.
           05 WS-LANG-CODE PIC X(2) OCCURS 20 TIMES
               INDEXED BY LG-IDX.
       01 WS-GAP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GAP-TABLE.
           05 WS-GAP-MESSAGE OCCURS 500 TIMES INDEXED BY GP-IDX.
               10 WS-GAP-ID PIC X(8).
               10 WS-GAP-HELD PIC X(1) OCCURS 20 TIMES.
       01 WS-HELD-SWITCH PIC X(1) VALUE "N".
           88 WS-ANY-HELD VALUE "Y".
       01 WS-GAP-LANGUAGE PIC X(2).
       01 LOAD-COUNTS.
           05 LD-READ-COUNT    PIC 9(5) VALUE ZERO.
           05 LD-ADD-COUNT     PIC 9(5) VALUE ZERO.
           05 LD-CHANGE-COUNT  PIC 9(5) VALUE ZERO.
           05 LD-DELETE-COUNT  PIC 9(5) VALUE ZERO.
           05 LD-REJECT-COUNT  PIC 9(5) VALUE ZERO.
           05 LD-GAP-COUNT     PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-READ-LOAD-CONTROL.
           OPEN I-O MESSAGE-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "35"
               OPEN OUTPUT MESSAGE-CATALOG-FILE
           ELSE
               OPEN INPUT DISTRIBUTION-FILE
               IF WS-DIST-STATUS = "00"
                   IF WS-REFUSE-GAPS
                       PERFORM 700-CHECK-FOR-GAPS
                   END-IF
                   IF LD-GAP-COUNT = ZERO
                       AND NOT WS-TOO-MANY-TO-CHECK
                       PERFORM 100-READ-DISTRIBUTION
                       PERFORM UNTIL WS-DIST-STATUS = "10"
                           PERFORM 200-APPLY-DISTRIBUTION
                           PERFORM 100-READ-DISTRIBUTION
                       END-PERFORM
                   ELSE
                       DISPLAY "DISTRIBUTION REFUSED - TRANSLATION "
                               "GAPS - NOTHING APPLIED"
                   END-IF
                   CLOSE DISTRIBUTION-FILE
               ELSE
                   DISPLAY "NO DISTRIBUTION FILE - NOTHING APPLIED"
           DISPLAY "  CHANGED:  "LD-CHANGE-COUNT.
           DISPLAY "  DELETED:  "LD-DELETE-COUNT.
           DISPLAY "  REJECTED: "LD-REJECT-COUNT.
           DISPLAY "  GAPS:     "LD-GAP-COUNT.
           GOBACK.

       050-READ-LOAD-CONTROL.
           OPEN INPUT LOAD-CONTROL-FILE.
           IF WS-LOAD-CTL-STATUS = "00"
               READ LOAD-CONTROL-FILE
                   NOT AT END
                       IF CTL-REFUSE-GAPS = "Y"
                           SET WS-REFUSE-GAPS TO TRUE
                       END-IF
               END-READ
               CLOSE LOAD-CONTROL-FILE
           END-IF.

       100-READ-DISTRIBUTION.
           READ DISTRIBUTION-FILE
               AT END MOVE "10" TO WS-DIST-STATUS
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

      *    a dry run of the distribution against the catalog - each
      *    message id it touches starts from the languages it holds
      *    now and takes every add, change and delete in file order;
      *    an id left holding text in some active language but not
      *    in another is a gap.  An id the distribution deletes in
      *    every language is retired, not a gap.  With no LANGUAGE
      *    codes on the code table nothing is active and the check
      *    is not made, as CODESUBR leaves such a code unchecked
       700-CHECK-FOR-GAPS.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 710-LOAD-ACTIVE-LANGUAGES.
           IF WS-LANG-COUNT = ZERO
               DISPLAY "NO LANGUAGE CODES ON CODE-TABLE - GAP CHECK "
                       "NOT MADE"
           ELSE
               PERFORM 100-READ-DISTRIBUTION
               PERFORM UNTIL WS-DIST-STATUS = "10"
                   IF DIST-MSG-ID NOT = SPACES
                       AND DIST-LANGUAGE NOT = SPACES
                       PERFORM 720-NOTE-DIST-RECORD
                   END-IF
                   PERFORM 100-READ-DISTRIBUTION
               END-PERFORM
               CLOSE DISTRIBUTION-FILE
               OPEN INPUT DISTRIBUTION-FILE
               IF WS-TOO-MANY-TO-CHECK
                   DISPLAY "MORE THAN 500 MESSAGE IDS - SPLIT THE "
                           "DISTRIBUTION"
               ELSE
                   PERFORM 740-JUDGE-ONE-MESSAGE
                       VARYING GP-IDX FROM 1 BY 1
                       UNTIL GP-IDX > WS-GAP-COUNT
               END-IF
           END-IF.

       710-LOAD-ACTIVE-LANGUAGES.
           MOVE ZERO TO WS-LANG-COUNT.
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
                           PERFORM 715-NOTE-LANGUAGE-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CODE-TABLE-FILE
           END-IF.

      *    only a code effective on the processing date is active
       715-NOTE-LANGUAGE-CODE.
           IF (CD-EFF-FROM = SPACES
               OR CD-EFF-FROM NOT > WS-PROCESS-DATE)
               AND (CD-EFF-TO = SPACES
               OR CD-EFF-TO NOT < WS-PROCESS-DATE)
               AND WS-LANG-COUNT < 20
               ADD 1 TO WS-LANG-COUNT
               MOVE CD-CODE TO WS-LANG-CODE (WS-LANG-COUNT)
           END-IF.

      *    an add of a message already held and a change of one
      *    not held are rejected when applied, so they leave the
      *    language as it was; a blank text is no translation
       720-NOTE-DIST-RECORD.
           PERFORM 725-FIND-GAP-MESSAGE.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET LG-IDX TO 1.
           SEARCH WS-LANG-CODE
               WHEN LG-IDX > WS-LANG-COUNT
                   CONTINUE
               WHEN WS-LANG-CODE (LG-IDX) = DIST-LANGUAGE
                   SET WS-FOUND TO TRUE
           END-SEARCH.
           IF WS-FOUND AND NOT WS-TOO-MANY-TO-CHECK
               EVALUATE TRUE
                   WHEN DIST-ACTION-IS-ADD
                       IF WS-GAP-HELD (GP-IDX LG-IDX) = "N"
                           AND DIST-TEXT NOT = SPACES
                           MOVE "Y" TO WS-GAP-HELD (GP-IDX LG-IDX)
                       END-IF
                   WHEN DIST-ACTION-IS-CHANGE
                       IF WS-GAP-HELD (GP-IDX LG-IDX) NOT = "N"
                           IF DIST-TEXT = SPACES
                               MOVE "B" TO WS-GAP-HELD (GP-IDX LG-IDX)
                           ELSE
                               MOVE "Y" TO WS-GAP-HELD (GP-IDX LG-IDX)
                           END-IF
                       END-IF
                   WHEN DIST-ACTION-IS-DELETE
                       MOVE "N" TO WS-GAP-HELD (GP-IDX LG-IDX)
               END-EVALUATE
           END-IF.

      *    leaves GP-IDX on the message id, taking it onto the table
      *    with the languages the catalog holds for it now
       725-FIND-GAP-MESSAGE.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET GP-IDX TO 1.
           SEARCH WS-GAP-MESSAGE
               WHEN GP-IDX > WS-GAP-COUNT
                   CONTINUE
               WHEN WS-GAP-ID (GP-IDX) = DIST-MSG-ID
                   SET WS-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-FOUND
               IF WS-GAP-COUNT < 500
                   ADD 1 TO WS-GAP-COUNT
                   SET GP-IDX TO WS-GAP-COUNT
                   MOVE DIST-MSG-ID TO WS-GAP-ID (GP-IDX)
                   PERFORM 730-READ-HELD-LANGUAGE
                       VARYING LG-IDX FROM 1 BY 1
                       UNTIL LG-IDX > WS-LANG-COUNT
               ELSE
                   SET WS-TOO-MANY-TO-CHECK TO TRUE
               END-IF
           END-IF.

      *    Y holds text, B holds a blank text, N holds nothing
       730-READ-HELD-LANGUAGE.
           MOVE DIST-MSG-ID TO MSG-ID.
           MOVE WS-LANG-CODE (LG-IDX) TO MSG-LANGUAGE.
           MOVE "N" TO WS-GAP-HELD (GP-IDX LG-IDX).
           READ MESSAGE-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MSG-TEXT = SPACES
                       MOVE "B" TO WS-GAP-HELD (GP-IDX LG-IDX)
                   ELSE
                       MOVE "Y" TO WS-GAP-HELD (GP-IDX LG-IDX)
                   END-IF
           END-READ.

       740-JUDGE-ONE-MESSAGE.
           MOVE "N" TO WS-HELD-SWITCH.
           PERFORM VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > WS-LANG-COUNT
               IF WS-GAP-HELD (GP-IDX LG-IDX) = "Y"
                   SET WS-ANY-HELD TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ANY-HELD
               PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LANG-COUNT
                   IF WS-GAP-HELD (GP-IDX LG-IDX) NOT = "Y"
                       MOVE WS-LANG-CODE (LG-IDX) TO WS-GAP-LANGUAGE
                       PERFORM 750-WRITE-GAP-REJECT
                   END-IF
               END-PERFORM
           END-IF.

      *    a gap goes to the reject file under action G, one line
      *    per message id and language that would be left short
       750-WRITE-GAP-REJECT.
           ADD 1 TO LD-GAP-COUNT.
           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE "G" TO REJ-ACTION.
           MOVE WS-GAP-ID (GP-IDX) TO REJ-MSG-ID.
           MOVE WS-GAP-LANGUAGE TO REJ-LANGUAGE.
           MOVE "WOULD LEAVE NO TRANSLATION" TO REJ-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

      *    the processing date off the control record, with the
      *    machine date only as the backstop when no control is on
      *    file - DATE-ROLL maintains the record between days
       990-GET-PROCESS-DATE.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PDATE-STATUS = "00"
               READ PROCESS-DATE-FILE
                   NOT AT END
                       IF CTL-PROCESS-DATE IS NUMERIC
                           MOVE CTL-PROCESS-DATE TO WS-PROCESS-DATE
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.
       END PROGRAM MSGLOAD.
