      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online add/change/delete/list maintenance for
      *          KIT-COMPONENTS - a kit is a parent code sold on
      *          ORDER-DETAIL at its own ITEM-MASTER price whose
      *          stock is really its components; one record per
      *          component with how many go into one kit, so
      *          STOCKPOST takes a kit sale off each component's
      *          shelf and the reorder report counts kit demand
      *          against the components; the same screen style and
      *          operator permission ITEMMAINT uses, with every
      *          applied action logged with the record before and
      *          after
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPERATOR-ACTION-LOG-FILE
               ASSIGN TO "OPERATOR-ACTION-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-LOG-STATUS.
           SELECT KIT-COMPONENT-FILE ASSIGN TO "KIT-COMPONENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-KEY
               FILE STATUS IS WS-KIT-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "KIT-MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    who may do what - one record per operator with a flag
      *    per guarded function; seeded with the ADMIN operator the
      *    first time the file does not exist
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID PIC X(8).
           05 OP-NAME PIC X(20).
           05 OP-MAY-DELETE-PLANETS  PIC X(1).
           05 OP-MAY-PURGE-CUSTOMERS PIC X(1).
           05 OP-MAY-CHANGE-RATES    PIC X(1).
           05 OP-MAY-ADMIN-OPERATORS PIC X(1).
           05 OP-MAY-MAINT-ITEMS     PIC X(1).
           05 OP-MAY-REOPEN-MONTHS   PIC X(1).
      *    the sign-on credential - password with its expiry date,
      *    the running count of straight failures, and the lock the
      *    third failure sets until an administrator clears it
           05 OP-PASSWORD PIC X(8).
           05 OP-PWD-EXPIRES PIC X(8).
           05 OP-FAIL-COUNT PIC 9(1).
           05 OP-LOCKED-FLAG PIC X(1).
           05 FILLER PIC X(2).
      *    the day of the last good sign-on, and the day an
      *    administrator last added or unlocked the id - the
      *    nightly dormancy sweep counts idle days from the later
           05 OP-LAST-SIGNON PIC X(8).
           05 OP-REINSTATED PIC X(8).
      *    one line per privileged action attempted - who, when,
      *    what, and whether the permission let it through
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
      *    one record per component of a kit - kits are one level
      *    deep, so a component is never itself a kit
       FD  KIT-COMPONENT-FILE.
       01  KIT-COMPONENT-RECORD.
           05 KC-KEY.
               10 KC-KIT-CODE PIC X(3).
               10 KC-COMPONENT-CODE PIC X(3).
           05 KC-QTY PIC 9(3).
           05 FILLER PIC X(11).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 FILLER PIC X(38).
      *    who did what and when, with the record image before and
      *    after
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-KIT-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-MAINT-AUDIT-STATUS PIC X(2).
       01 WS-SIGNED-ON-SWITCH PIC X(1) VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-KEYED-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SIGNON-DATE PIC X(8).
       01 WS-SIGNON-FAIL-TEXT PIC X(13) VALUE SPACES.
       01 WS-SIGNON-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 WS-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 WS-ACTION-VERDICT PIC X(7) VALUE SPACES.
       01 WS-ACTION-TIME PIC X(8).
       01 WS-MAY-MAINT-ITEMS PIC X(1) VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-BEFORE-IMAGE PIC X(20) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(20) VALUE SPACES.
       01 WS-KIT-CODE PIC X(3).
       01 WS-COMPONENT-CODE PIC X(3).
       01 WS-QTY-INPUT PIC X(3).
       01 WS-QTY-INPUT-JR PIC X(3) JUSTIFIED RIGHT.
       01 WS-NEW-QTY PIC 9(3) VALUE ZERO.
       01 WS-ITEM-DESC PIC X(20).
       01 WS-COMPONENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHECK-CODE PIC X(3).
       01 WS-EDIT-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-EDIT-OK VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-ADD    VALUE "A".
           88 ACTION-IS-CHANGE VALUE "C".
           88 ACTION-IS-DELETE VALUE "D".
           88 ACTION-IS-LIST   VALUE "L".
           88 ACTION-IS-EXIT   VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           OPEN I-O KIT-COMPONENT-FILE.
           IF WS-KIT-STATUS = "35"
               OPEN OUTPUT KIT-COMPONENT-FILE
               CLOSE KIT-COMPONENT-FILE
               OPEN I-O KIT-COMPONENT-FILE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER NOT AVAILABLE - STATUS "
                       WS-ITEM-STATUS
               CLOSE KIT-COMPONENT-FILE
               GOBACK
           END-IF.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE KIT-COMPONENT-FILE.
           CLOSE ITEM-MASTER-FILE.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "A)dd component  C)hange quantity  D)elete "
                   "component  L)ist kit  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-ADD OR ACTION-IS-CHANGE
                   OR ACTION-IS-DELETE
                   PERFORM 150-GUARDED-KIT-ACTION
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-KIT
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    kits are kept by the buyers who keep the items, so the
      *    item maintenance permission guards both
       150-GUARDED-KIT-ACTION.
           MOVE "MAINTAIN KITS" TO WS-ACTION-TEXT.
           IF WS-MAY-MAINT-ITEMS NOT = "Y"
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO MAINTAIN KITS"
           ELSE
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               EVALUATE TRUE
                   WHEN ACTION-IS-ADD
                       PERFORM 200-ADD-COMPONENT
                   WHEN ACTION-IS-CHANGE
                       PERFORM 300-CHANGE-QUANTITY
                   WHEN ACTION-IS-DELETE
                       PERFORM 400-DELETE-COMPONENT
               END-EVALUATE
           END-IF.

      *    both codes must be items, a kit cannot contain itself,
      *    and no kit may go inside another - a kit code already
      *    used as a component, or a component already a kit, is
      *    refused
       200-ADD-COMPONENT.
           PERFORM 600-ACCEPT-KEY.
           MOVE "Y" TO WS-EDIT-OK-SWITCH.
           MOVE WS-KIT-CODE TO WS-CHECK-CODE.
           PERFORM 610-CHECK-ITEM.
           MOVE WS-COMPONENT-CODE TO WS-CHECK-CODE.
           PERFORM 610-CHECK-ITEM.
           IF WS-EDIT-OK AND WS-KIT-CODE = WS-COMPONENT-CODE
               DISPLAY "A KIT CANNOT CONTAIN ITSELF"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.
           IF WS-EDIT-OK
               MOVE WS-COMPONENT-CODE TO WS-CHECK-CODE
               PERFORM 620-FIND-KIT
               IF WS-FOUND
                   DISPLAY WS-COMPONENT-CODE" IS ITSELF A KIT - "
                           "KITS DO NOT NEST"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 630-FIND-AS-COMPONENT
               IF WS-FOUND
                   DISPLAY WS-KIT-CODE" IS A COMPONENT OF KIT "
                           KC-KIT-CODE" - KITS DO NOT NEST"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 640-ACCEPT-QUANTITY
           END-IF.
           IF WS-EDIT-OK
               MOVE SPACES TO KIT-COMPONENT-RECORD
               MOVE WS-KIT-CODE TO KC-KIT-CODE
               MOVE WS-COMPONENT-CODE TO KC-COMPONENT-CODE
               MOVE WS-NEW-QTY TO KC-QTY
               WRITE KIT-COMPONENT-RECORD
                   INVALID KEY
                       DISPLAY "COMPONENT ALREADY IN KIT - USE "
                               "CHANGE"
                   NOT INVALID KEY
                       DISPLAY "COMPONENT ADDED"
                       MOVE "(NEW)" TO WS-BEFORE-IMAGE
                       MOVE KIT-COMPONENT-RECORD TO WS-AFTER-IMAGE
                       PERFORM 650-WRITE-MAINT-AUDIT
               END-WRITE
           END-IF.

       300-CHANGE-QUANTITY.
           PERFORM 600-ACCEPT-KEY.
           MOVE WS-KIT-CODE TO KC-KIT-CODE.
           MOVE WS-COMPONENT-CODE TO KC-COMPONENT-CODE.
           READ KIT-COMPONENT-FILE
               INVALID KEY
                   DISPLAY "COMPONENT NOT IN KIT"
               NOT INVALID KEY
                   MOVE KIT-COMPONENT-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "ON FILE: "KC-QTY" PER KIT"
                   MOVE "Y" TO WS-EDIT-OK-SWITCH
                   PERFORM 640-ACCEPT-QUANTITY
                   IF WS-EDIT-OK
                       MOVE WS-NEW-QTY TO KC-QTY
                       REWRITE KIT-COMPONENT-RECORD
                           INVALID KEY
                               DISPLAY "CHANGE FAILED - STATUS "
                                       WS-KIT-STATUS
                           NOT INVALID KEY
                               DISPLAY "QUANTITY CHANGED"
                               MOVE KIT-COMPONENT-RECORD TO
                                   WS-AFTER-IMAGE
                               PERFORM 650-WRITE-MAINT-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.

       400-DELETE-COMPONENT.
           PERFORM 600-ACCEPT-KEY.
           MOVE WS-KIT-CODE TO KC-KIT-CODE.
           MOVE WS-COMPONENT-CODE TO KC-COMPONENT-CODE.
           READ KIT-COMPONENT-FILE
               INVALID KEY
                   DISPLAY "COMPONENT NOT IN KIT"
               NOT INVALID KEY
                   MOVE KIT-COMPONENT-RECORD TO WS-BEFORE-IMAGE
                   DELETE KIT-COMPONENT-FILE
                       INVALID KEY
                           DISPLAY "COMPONENT NOT IN KIT"
                       NOT INVALID KEY
                           DISPLAY "COMPONENT REMOVED"
                           MOVE "(DELETED)" TO WS-AFTER-IMAGE
                           PERFORM 650-WRITE-MAINT-AUDIT
                   END-DELETE
           END-READ.

      *    one kit's components, or every kit when the code is blank
       500-LIST-KIT.
           DISPLAY "KIT CODE (BLANK FOR ALL): ".
           ACCEPT WS-KIT-CODE.
           MOVE ZERO TO WS-COMPONENT-COUNT.
           MOVE LOW-VALUES TO KC-KEY.
           IF WS-KIT-CODE NOT = SPACES
               MOVE WS-KIT-CODE TO KC-KIT-CODE
           END-IF.
           START KIT-COMPONENT-FILE KEY IS NOT LESS THAN KC-KEY
               INVALID KEY
                   MOVE "10" TO WS-KIT-STATUS
           END-START.
           DISPLAY "KIT  COMPONENT  DESCRIPTION           PER KIT".
           PERFORM UNTIL WS-KIT-STATUS NOT = "00"
               READ KIT-COMPONENT-FILE NEXT
                   AT END MOVE "10" TO WS-KIT-STATUS
               END-READ
               IF WS-KIT-STATUS = "00"
                   IF WS-KIT-CODE NOT = SPACES
                       AND KC-KIT-CODE NOT = WS-KIT-CODE
                       MOVE "10" TO WS-KIT-STATUS
                   ELSE
                       PERFORM 510-LIST-ONE-COMPONENT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-KIT-STATUS.
           IF WS-COMPONENT-COUNT = ZERO
               DISPLAY "NO KIT COMPONENTS ON FILE"
           END-IF.

       510-LIST-ONE-COMPONENT.
           ADD 1 TO WS-COMPONENT-COUNT.
           MOVE KC-COMPONENT-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON ITEM MASTER)" TO IM-DESCRIPTION
           END-READ.
           DISPLAY KC-KIT-CODE"  "KC-COMPONENT-CODE"        "
                   IM-DESCRIPTION"  "KC-QTY.

       600-ACCEPT-KEY.
           DISPLAY "KIT CODE: ".
           ACCEPT WS-KIT-CODE.
           DISPLAY "COMPONENT CODE: ".
           ACCEPT WS-COMPONENT-CODE.

       610-CHECK-ITEM.
           MOVE WS-CHECK-CODE TO IM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   DISPLAY "ITEM "WS-CHECK-CODE" NOT ON ITEM MASTER"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
           END-READ.

      *    WS-CHECK-CODE has at least one component on file
       620-FIND-KIT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE LOW-VALUES TO KC-KEY.
           MOVE WS-CHECK-CODE TO KC-KIT-CODE.
           START KIT-COMPONENT-FILE KEY IS NOT LESS THAN KC-KEY
               INVALID KEY
                   MOVE "10" TO WS-KIT-STATUS
           END-START.
           IF WS-KIT-STATUS = "00"
               READ KIT-COMPONENT-FILE NEXT
                   AT END MOVE "10" TO WS-KIT-STATUS
               END-READ
               IF WS-KIT-STATUS = "00"
                   AND KC-KIT-CODE = WS-CHECK-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.
           MOVE "00" TO WS-KIT-STATUS.

      *    the kit code sits inside some other kit - the file is
      *    keyed by kit, so this one reads it through
       630-FIND-AS-COMPONENT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE LOW-VALUES TO KC-KEY.
           START KIT-COMPONENT-FILE KEY IS NOT LESS THAN KC-KEY
               INVALID KEY
                   MOVE "10" TO WS-KIT-STATUS
           END-START.
           PERFORM UNTIL WS-KIT-STATUS NOT = "00" OR WS-FOUND
               READ KIT-COMPONENT-FILE NEXT
                   AT END MOVE "10" TO WS-KIT-STATUS
               END-READ
               IF WS-KIT-STATUS = "00"
                   AND KC-COMPONENT-CODE = WS-KIT-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-KIT-STATUS.

       640-ACCEPT-QUANTITY.
           DISPLAY "QUANTITY PER KIT (1-999): ".
           ACCEPT WS-QTY-INPUT.
           MOVE WS-QTY-INPUT TO WS-QTY-INPUT-JR.
           INSPECT WS-QTY-INPUT-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-QTY-INPUT = SPACES
               OR WS-QTY-INPUT-JR IS NOT NUMERIC
               DISPLAY "QUANTITY NOT NUMERIC - NOTHING CHANGED"
               MOVE "N" TO WS-EDIT-OK-SWITCH
           ELSE
               MOVE WS-QTY-INPUT-JR TO WS-NEW-QTY
               IF WS-NEW-QTY = ZERO
                   DISPLAY "QUANTITY MUST BE AT LEAST 1 - NOTHING "
                           "CHANGED"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
               END-IF
           END-IF.

      *    one line per applied action - operator, timestamp, the
      *    action keyed, and the record before and after
       650-WRITE-MAINT-AUDIT.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " DATE=" WS-RUN-DATE
                  " TIME=" WS-AUDIT-TIME
                  " ACTION=" WS-ACTION
                  " BEFORE=[" WS-BEFORE-IMAGE
                  "] AFTER=[" WS-AFTER-IMAGE "]"
                  DELIMITED BY SIZE INTO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

      *    sign on against the operator file - an id not on file
      *    ends the session before the menu ever shows; the record's
      *    flags say which guarded functions this operator may use
       700-SIGN-ON.
           MOVE "N" TO WS-SIGNED-ON-SWITCH.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               PERFORM 705-SEED-OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
                       WS-OPERATOR-STATUS
           ELSE
               DISPLAY "OPERATOR ID: "
               ACCEPT WS-SIGNON-ID
               MOVE WS-SIGNON-ID TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON FILE - SESSION "
                               "ENDED"
                   NOT INVALID KEY
                       PERFORM 720-VERIFY-PASSWORD
                       IF WS-SIGNED-ON
                           PERFORM 722-STAMP-LAST-SIGNON
                           MOVE OP-MAY-MAINT-ITEMS TO
                               WS-MAY-MAINT-ITEMS
                           DISPLAY "SIGNED ON: "OP-NAME
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       705-SEED-OPERATOR-FILE.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE "ADMIN" TO OP-ID.
           MOVE "SYSTEM ADMINISTRATOR" TO OP-NAME.
           MOVE "Y" TO OP-MAY-DELETE-PLANETS.
           MOVE "Y" TO OP-MAY-PURGE-CUSTOMERS.
           MOVE "Y" TO OP-MAY-CHANGE-RATES.
           MOVE "Y" TO OP-MAY-ADMIN-OPERATORS.
           MOVE "Y" TO OP-MAY-MAINT-ITEMS.
           MOVE "Y" TO OP-MAY-REOPEN-MONTHS.
           MOVE SPACES TO OP-PASSWORD.
           MOVE "99999999" TO OP-PWD-EXPIRES.
           MOVE ZERO TO OP-FAIL-COUNT.
           MOVE "N" TO OP-LOCKED-FLAG.
           WRITE OPERATOR-RECORD.

       710-LOG-OPERATOR-ACTION.
           ACCEPT WS-ACTION-TIME FROM TIME.
           OPEN EXTEND OPERATOR-ACTION-LOG-FILE.
           IF WS-OP-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ACTION-LOG-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-ACTION-LOG-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " TIME=" WS-ACTION-TIME
                  " ACTION=" WS-ACTION-TEXT
                  " " WS-ACTION-VERDICT
                  DELIMITED BY SIZE
                  INTO OPERATOR-ACTION-LOG-RECORD.
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

      *    the credential against the record - a blank password on
      *    file is an operator from before credentials existed and
      *    passes with a nudge; an expired password or a third
      *    straight miss refuses the session, the third miss locks
      *    the id until an administrator clears it, and every
      *    refusal lands on the operator action log
       720-VERIFY-PASSWORD.
           ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN OP-LOCKED-FLAG = "Y"
                   DISPLAY "OPERATOR ID IS LOCKED - SEE AN "
                           "ADMINISTRATOR"
                   MOVE "LOCKED OUT" TO WS-SIGNON-FAIL-TEXT
                   PERFORM 730-LOG-SIGNON-FAILURE
               WHEN OP-PASSWORD = SPACES
                   SET WS-SIGNED-ON TO TRUE
                   DISPLAY "NO PASSWORD ON FILE - HAVE ONE SET "
                           "THROUGH OPERMAINT"
               WHEN OTHER
                   DISPLAY "PASSWORD: "
                   ACCEPT WS-KEYED-PASSWORD
                   PERFORM 725-JUDGE-PASSWORD
           END-EVALUATE.

      *    the day of a good sign-on goes on the record - the
      *    nightly dormancy sweep counts the idle days from it
       722-STAMP-LAST-SIGNON.
           IF OP-LAST-SIGNON NOT = WS-SIGNON-DATE
               MOVE WS-SIGNON-DATE TO OP-LAST-SIGNON
               REWRITE OPERATOR-RECORD
           END-IF.

       725-JUDGE-PASSWORD.
           IF WS-KEYED-PASSWORD = OP-PASSWORD
               IF OP-PWD-EXPIRES IS NUMERIC
                   AND OP-PWD-EXPIRES < WS-SIGNON-DATE
                   DISPLAY "PASSWORD EXPIRED - HAVE IT RESET "
                           "THROUGH OPERMAINT"
                   MOVE "EXPIRED PWD" TO WS-SIGNON-FAIL-TEXT
                   PERFORM 730-LOG-SIGNON-FAILURE
               ELSE
                   SET WS-SIGNED-ON TO TRUE
                   IF OP-FAIL-COUNT NOT = ZERO
                       MOVE ZERO TO OP-FAIL-COUNT
                       REWRITE OPERATOR-RECORD
                   END-IF
               END-IF
           ELSE
               IF OP-FAIL-COUNT < 9
                   ADD 1 TO OP-FAIL-COUNT
               END-IF
               IF OP-FAIL-COUNT >= 3
                   MOVE "Y" TO OP-LOCKED-FLAG
                   DISPLAY "TOO MANY FAILURES - OPERATOR ID "
                           "LOCKED"
               ELSE
                   DISPLAY "PASSWORD DOES NOT MATCH"
               END-IF
               REWRITE OPERATOR-RECORD
               MOVE "BAD PASSWORD" TO WS-SIGNON-FAIL-TEXT
               PERFORM 730-LOG-SIGNON-FAILURE
           END-IF.

      *    the same fixed shape 710-LOG-OPERATOR-ACTION strings -
      *    the action in its 20-character slot, one space, then
      *    the verdict - so the security report's fixed-position
      *    parse calls these denials out too
       730-LOG-SIGNON-FAILURE.
           ACCEPT WS-ACTION-TIME FROM TIME.
           MOVE SPACES TO WS-SIGNON-ACTION-TEXT.
           STRING "SIGNON " WS-SIGNON-FAIL-TEXT
               DELIMITED BY SIZE INTO WS-SIGNON-ACTION-TEXT.
           OPEN EXTEND OPERATOR-ACTION-LOG-FILE.
           IF WS-OP-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ACTION-LOG-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-ACTION-LOG-RECORD.
           STRING "OPERATOR=" WS-SIGNON-ID
                  " TIME=" WS-ACTION-TIME
                  " ACTION=" WS-SIGNON-ACTION-TEXT
                  " DENIED"
                  DELIMITED BY SIZE
                  INTO OPERATOR-ACTION-LOG-RECORD.
           WRITE OPERATOR-ACTION-LOG-RECORD.
           CLOSE OPERATOR-ACTION-LOG-FILE.

       END PROGRAM KITMAINT.
