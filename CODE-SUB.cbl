      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable code-table module - one general reference
      *          file of codes keyed by table id and code, each with a
      *          description and an effective window, so a department,
      *          currency, language or log reason code is checked the
      *          same way everywhere and adding one is a data change;
      *          functions are VALIDATE (on file and effective on the
      *          processing date), DESCRIBE (the description of any
      *          code on file) and CLOSE; status 00 answered, 23 not
      *          on the table or not effective, 35 no entries at all
      *          for the table id - the caller leaves the code
      *          unchecked, as it was before the table was loaded
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODESUBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT CODE-TABLE-FILE ASSIGN TO "CODE-TABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CODE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - reruns of
      *    a missed day carry that day's date, not the machine's
       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
      *    one record per table and code; the code only validates
      *    between its dates, so a new code can be keyed ahead of
      *    its business date and a retired one closed off without
      *    losing its description - spaces leave that end open
       FD  CODE-TABLE-FILE.
       01  CODE-TABLE-RECORD.
           05 CD-KEY.
               10 CD-TABLE-ID PIC X(8).
               10 CD-CODE PIC X(8).
           05 CD-DESCRIPTION PIC X(30).
           05 CD-EFF-FROM PIC X(8).
           05 CD-EFF-TO PIC X(8).
           05 FILLER PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CODE-STATUS PIC X(2).
       01 WS-PDATE-STATUS PIC X(2).
      *    the file opens on the first call and stays open until
      *    the CLOSE function
       01 WS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-FILE-IS-OPEN VALUE "Y".
       01 WS-PROCESS-DATE PIC X(8).
       01 WS-EFFECTIVE-SWITCH PIC X(1) VALUE "N".
           88 CD-RECORD-IS-EFFECTIVE VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CODE-FOUND VALUE "Y".
       LINKAGE SECTION.
       01 LNK-FUNCTION PIC X(8).
           88 LNK-IS-VALIDATE VALUE "VALIDATE".
           88 LNK-IS-DESCRIBE VALUE "DESCRIBE".
           88 LNK-IS-CLOSE    VALUE "CLOSE".
       01 LNK-TABLE-ID PIC X(8).
       01 LNK-CODE PIC X(8).
       01 LNK-DESCRIPTION PIC X(30).
       01 LNK-STATUS PIC X(2).
       PROCEDURE DIVISION USING LNK-FUNCTION LNK-TABLE-ID LNK-CODE
           LNK-DESCRIPTION LNK-STATUS.
       MAIN-PROCEDURE.
           IF LNK-IS-CLOSE
               IF WS-FILE-IS-OPEN
                   CLOSE CODE-TABLE-FILE
                   MOVE "N" TO WS-OPEN-SWITCH
               END-IF
               MOVE "00" TO LNK-STATUS
               GOBACK
           END-IF.
           IF NOT WS-FILE-IS-OPEN
               PERFORM 990-GET-PROCESS-DATE
               PERFORM 900-OPEN-CODE-TABLE
           END-IF.
           MOVE "00" TO LNK-STATUS.
           MOVE SPACES TO LNK-DESCRIPTION.
           EVALUATE TRUE
               WHEN NOT WS-FILE-IS-OPEN
                   MOVE "35" TO LNK-STATUS
               WHEN LNK-IS-VALIDATE
                   PERFORM 100-VALIDATE-CODE
               WHEN LNK-IS-DESCRIBE
                   PERFORM 200-DESCRIBE-CODE
               WHEN OTHER
                   MOVE "99" TO LNK-STATUS
           END-EVALUATE.
           GOBACK.

      *    valid means on file and effective on the processing date;
      *    a table id with nothing on file at all is not in force
       100-VALIDATE-CODE.
           PERFORM 300-READ-CODE.
           IF WS-CODE-FOUND
               PERFORM 940-CHECK-EFFECTIVE
               IF CD-RECORD-IS-EFFECTIVE
                   MOVE CD-DESCRIPTION TO LNK-DESCRIPTION
               ELSE
                   MOVE "23" TO LNK-STATUS
               END-IF
           ELSE
               PERFORM 310-CHECK-TABLE-IN-FORCE
           END-IF.

      *    the description of any code on file, effective or not -
      *    history and reports still need to name a retired code
       200-DESCRIBE-CODE.
           PERFORM 300-READ-CODE.
           IF WS-CODE-FOUND
               MOVE CD-DESCRIPTION TO LNK-DESCRIPTION
           ELSE
               PERFORM 310-CHECK-TABLE-IN-FORCE
           END-IF.

       300-READ-CODE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE LNK-TABLE-ID TO CD-TABLE-ID.
           MOVE LNK-CODE TO CD-CODE.
           READ CODE-TABLE-FILE KEY IS CD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CODE-FOUND TO TRUE
           END-READ.

       310-CHECK-TABLE-IN-FORCE.
           MOVE "35" TO LNK-STATUS.
           MOVE LNK-TABLE-ID TO CD-TABLE-ID.
           MOVE LOW-VALUES TO CD-CODE.
           START CODE-TABLE-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE "10" TO WS-CODE-STATUS
           END-START.
           IF WS-CODE-STATUS = "00"
               READ CODE-TABLE-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF WS-CODE-STATUS = "00"
                   AND CD-TABLE-ID = LNK-TABLE-ID
                   MOVE "23" TO LNK-STATUS
               END-IF
           END-IF.

      *    seed the file with the codes that were literals in the
      *    programs the first time this module runs against a brand
      *    new file
       900-OPEN-CODE-TABLE.
           OPEN INPUT CODE-TABLE-FILE.
           IF WS-CODE-STATUS = "35"
               OPEN OUTPUT CODE-TABLE-FILE
               PERFORM 910-SEED-CODE-TABLE
               CLOSE CODE-TABLE-FILE
               OPEN INPUT CODE-TABLE-FILE
           END-IF.
           IF WS-CODE-STATUS = "00"
               MOVE "Y" TO WS-OPEN-SWITCH
           END-IF.

      *    the seeded codes are effective for all time; departments
      *    and currencies are left for the owners to load
       910-SEED-CODE-TABLE.
           MOVE SPACES TO CODE-TABLE-RECORD.
           MOVE "00000000" TO CD-EFF-FROM.
           MOVE "99999999" TO CD-EFF-TO.
           MOVE "LANGUAGE" TO CD-TABLE-ID.
           MOVE "EN" TO CD-CODE. MOVE "ENGLISH" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "ES" TO CD-CODE. MOVE "SPANISH" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "FR" TO CD-CODE. MOVE "FRENCH" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "LOGRSN" TO CD-TABLE-ID.
           MOVE "AMTL" TO CD-CODE.
           MOVE "AMOUNT OVER LIMIT" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "BDOB" TO CD-CODE.
           MOVE "INVALID DATE OF BIRTH" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "BROW" TO CD-CODE.
           MOVE "BAD INPUT ROW" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "KEYX" TO CD-CODE.
           MOVE "UNEXPECTED KEY ON SCREEN" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "NCUR" TO CD-CODE.
           MOVE "NO RATE FOR CURRENCY" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "OVFL" TO CD-CODE.
           MOVE "NUMERIC OVERFLOW ON MOVE" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "PCLS" TO CD-CODE.
           MOVE "PERIOD CLOSED" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "RNGE" TO CD-CODE.
           MOVE "VALUE OUT OF RANGE" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "SRTE" TO CD-CODE.
           MOVE "STALE CURRENCY RATE" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "TRNC" TO CD-CODE.
           MOVE "VALUE TRUNCATED ON MOVE" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "UCOD" TO CD-CODE.
           MOVE "CODE NOT ON CODE TABLE" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.
           MOVE "UNKN" TO CD-CODE.
           MOVE "UNKNOWN REFERENCE CODE" TO CD-DESCRIPTION.
           WRITE CODE-TABLE-RECORD.

      *    a record answers only when the processing date sits
      *    inside its effective window - spaces leave an end open
       940-CHECK-EFFECTIVE.
           MOVE "N" TO WS-EFFECTIVE-SWITCH.
           IF (CD-EFF-FROM = SPACES
               OR CD-EFF-FROM NOT > WS-PROCESS-DATE)
               AND (CD-EFF-TO = SPACES
               OR CD-EFF-TO NOT < WS-PROCESS-DATE)
               SET CD-RECORD-IS-EFFECTIVE TO TRUE
           END-IF.

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
       END PROGRAM CODESUBR.
