      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online add/change/delete/list maintenance for the
      *          general code table CODESUBR validates against -
      *          departments, currencies, languages, log reason codes
      *          and any other table id - so a new code goes on file
      *          here instead of into the literals of every program
      *          that checks it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-TABLE-FILE ASSIGN TO "CODE-TABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CODE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01 WS-CODE-STATUS PIC X(2).
       01 WS-LIST-TABLE-ID PIC X(8).
       01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NEW-DESCRIPTION PIC X(30).
       01 WS-NEW-EFF-FROM PIC X(8).
       01 WS-NEW-EFF-TO PIC X(8).
       01 WS-DATES-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-DATES-OK VALUE "Y".
       01 WS-SUB-FUNCTION PIC X(8).
       01 WS-SUB-TABLE-ID PIC X(8) VALUE "LANGUAGE".
       01 WS-SUB-CODE PIC X(8) VALUE "EN".
       01 WS-SUB-DESCRIPTION PIC X(30).
       01 WS-SUB-STATUS PIC X(2).
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-ADD      VALUE "A".
           88 ACTION-IS-CHANGE   VALUE "C".
           88 ACTION-IS-DELETE   VALUE "D".
           88 ACTION-IS-LIST     VALUE "L".
           88 ACTION-IS-EXIT     VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O CODE-TABLE-FILE.
      *    a brand new table is created through CODESUBR, so it
      *    starts with the same seeded codes however it first opens
           IF WS-CODE-STATUS = "35"
               MOVE "DESCRIBE" TO WS-SUB-FUNCTION
               PERFORM 900-CALL-CODESUBR
               MOVE "CLOSE" TO WS-SUB-FUNCTION
               PERFORM 900-CALL-CODESUBR
               OPEN I-O CODE-TABLE-FILE
           END-IF.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE CODE-TABLE-FILE.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "A)dd  C)hange  D)elete  L)ist  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-ADD
                   PERFORM 200-ADD-CODE
               WHEN ACTION-IS-CHANGE
                   PERFORM 300-CHANGE-CODE
               WHEN ACTION-IS-DELETE
                   PERFORM 400-DELETE-CODE
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-CODES
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       110-ACCEPT-KEY.
           MOVE SPACES TO CODE-TABLE-RECORD.
           DISPLAY "TABLE ID: ".
           ACCEPT CD-TABLE-ID.
           DISPLAY "CODE: ".
           ACCEPT CD-CODE.

      *    dates are YYYYMMDD or blank for an open end, and the
      *    window may not close before it opens
       120-EDIT-DATES.
           MOVE "Y" TO WS-DATES-OK-SWITCH.
           IF WS-NEW-EFF-FROM NOT = SPACES
               AND WS-NEW-EFF-FROM IS NOT NUMERIC
               MOVE "N" TO WS-DATES-OK-SWITCH
           END-IF.
           IF WS-NEW-EFF-TO NOT = SPACES
               AND WS-NEW-EFF-TO IS NOT NUMERIC
               MOVE "N" TO WS-DATES-OK-SWITCH
           END-IF.
           IF WS-DATES-OK
               AND WS-NEW-EFF-FROM NOT = SPACES
               AND WS-NEW-EFF-TO NOT = SPACES
               AND WS-NEW-EFF-TO < WS-NEW-EFF-FROM
               MOVE "N" TO WS-DATES-OK-SWITCH
           END-IF.
           IF NOT WS-DATES-OK
               DISPLAY "DATES MUST BE YYYYMMDD OR BLANK, FROM NOT "
                       "AFTER TO"
           END-IF.

       200-ADD-CODE.
           PERFORM 110-ACCEPT-KEY.
           IF CD-TABLE-ID = SPACES OR CD-CODE = SPACES
               DISPLAY "TABLE ID AND CODE ARE BOTH REQUIRED"
           ELSE
               DISPLAY "DESCRIPTION: "
               ACCEPT WS-NEW-DESCRIPTION
               DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK FOR OPEN): "
               ACCEPT WS-NEW-EFF-FROM
               DISPLAY "EFFECTIVE TO (YYYYMMDD, BLANK FOR OPEN): "
               ACCEPT WS-NEW-EFF-TO
               PERFORM 120-EDIT-DATES
               IF WS-DATES-OK
                   MOVE WS-NEW-DESCRIPTION TO CD-DESCRIPTION
                   MOVE WS-NEW-EFF-FROM TO CD-EFF-FROM
                   MOVE WS-NEW-EFF-TO TO CD-EFF-TO
                   WRITE CODE-TABLE-RECORD
                       INVALID KEY
                           DISPLAY "CODE ALREADY ON THAT TABLE"
                       NOT INVALID KEY
                           DISPLAY "CODE ADDED"
                   END-WRITE
               END-IF
           END-IF.

      *    closing a code off is a change to its effective-to date -
      *    the description stays on file for history
       300-CHANGE-CODE.
           PERFORM 110-ACCEPT-KEY.
           READ CODE-TABLE-FILE
               INVALID KEY
                   DISPLAY "CODE NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "ON FILE: "CD-DESCRIPTION" FROM "
                           CD-EFF-FROM" TO "CD-EFF-TO
                   DISPLAY "NEW DESCRIPTION (BLANK TO KEEP): "
                   ACCEPT WS-NEW-DESCRIPTION
                   DISPLAY "NEW EFFECTIVE FROM (BLANK TO KEEP): "
                   ACCEPT WS-NEW-EFF-FROM
                   DISPLAY "NEW EFFECTIVE TO (BLANK TO KEEP): "
                   ACCEPT WS-NEW-EFF-TO
                   IF WS-NEW-EFF-FROM = SPACES
                       MOVE CD-EFF-FROM TO WS-NEW-EFF-FROM
                   END-IF
                   IF WS-NEW-EFF-TO = SPACES
                       MOVE CD-EFF-TO TO WS-NEW-EFF-TO
                   END-IF
                   PERFORM 120-EDIT-DATES
                   IF WS-DATES-OK
                       IF WS-NEW-DESCRIPTION NOT = SPACES
                           MOVE WS-NEW-DESCRIPTION TO CD-DESCRIPTION
                       END-IF
                       MOVE WS-NEW-EFF-FROM TO CD-EFF-FROM
                       MOVE WS-NEW-EFF-TO TO CD-EFF-TO
                       REWRITE CODE-TABLE-RECORD
                           INVALID KEY
                               DISPLAY "CHANGE FAILED - STATUS "
                                       WS-CODE-STATUS
                           NOT INVALID KEY
                               DISPLAY "CODE CHANGED"
                       END-REWRITE
                   END-IF
           END-READ.

       400-DELETE-CODE.
           PERFORM 110-ACCEPT-KEY.
           DELETE CODE-TABLE-FILE
               INVALID KEY
                   DISPLAY "CODE NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CODE DELETED"
           END-DELETE.

      *    one table's codes, or every table when left blank
       500-LIST-CODES.
           DISPLAY "TABLE ID (BLANK FOR ALL): ".
           ACCEPT WS-LIST-TABLE-ID.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO CD-KEY.
           IF WS-LIST-TABLE-ID NOT = SPACES
               MOVE WS-LIST-TABLE-ID TO CD-TABLE-ID
           END-IF.
           START CODE-TABLE-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE "10" TO WS-CODE-STATUS
           END-START.
           IF WS-CODE-STATUS = "00"
               DISPLAY "TABLE     CODE      DESCRIPTION"
                       "                     FROM      TO"
               PERFORM 510-LIST-NEXT-CODE
                   UNTIL WS-CODE-STATUS NOT = "00"
           END-IF.
           DISPLAY "CODES LISTED: " WS-LIST-COUNT.

       510-LIST-NEXT-CODE.
           READ CODE-TABLE-FILE NEXT
               AT END CONTINUE
           END-READ.
           IF WS-CODE-STATUS = "00"
               AND WS-LIST-TABLE-ID NOT = SPACES
               AND CD-TABLE-ID NOT = WS-LIST-TABLE-ID
               MOVE "10" TO WS-CODE-STATUS
           END-IF.
           IF WS-CODE-STATUS = "00"
               ADD 1 TO WS-LIST-COUNT
               DISPLAY CD-TABLE-ID "  " CD-CODE "  " CD-DESCRIPTION
                       "  " CD-EFF-FROM "  " CD-EFF-TO
           END-IF.

       900-CALL-CODESUBR.
           CALL "CODESUBR" USING WS-SUB-FUNCTION WS-SUB-TABLE-ID
               WS-SUB-CODE WS-SUB-DESCRIPTION WS-SUB-STATUS.
       END PROGRAM CODEMAINT.
