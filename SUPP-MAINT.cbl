      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online add/change/delete/list maintenance for
      *          SUPPLIER-MASTER - the suppliers buying orders from,
      *          named on each item as its preferred supplier and
      *          drafted onto purchase orders by PODRAFT; the same
      *          screen style and operator permission ITEMMAINT
      *          uses, since the same buyers keep both, with every
      *          applied action logged with the record before and
      *          after
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMAINT.
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
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CODE
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "SUPPLIER-MAINT-AUDIT"
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
      *    one record per supplier - who they are, who to call, how
      *    many days they take to deliver, and whether buying still
      *    orders from them
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SM-CODE PIC X(6).
           05 SM-NAME PIC X(30).
           05 SM-CONTACT PIC X(20).
           05 SM-PHONE PIC X(15).
           05 SM-LEAD-DAYS PIC 9(3).
           05 SM-ACTIVE PIC X(1).
               88 SM-IS-ACTIVE VALUE "Y".
           05 FILLER PIC X(5).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
           05 IM-TAXABLE PIC X(1).
           05 IM-TAX-CODE PIC X(4).
      *    the supplier purchase orders for the item go to
           05 IM-SUPPLIER PIC X(6).
           05 FILLER PIC X(9).
      *    who did what and when, with the record image before and
      *    after
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD PIC X(240).
       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-SUPPLIER-STATUS PIC X(2).
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
       01 WS-BEFORE-IMAGE PIC X(80) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(80) VALUE SPACES.
       01 WS-NEW-NAME PIC X(30).
       01 WS-NEW-CONTACT PIC X(20).
       01 WS-NEW-PHONE PIC X(15).
       01 WS-DAYS-INPUT PIC X(3).
       01 WS-DAYS-INPUT-JR PIC X(3) JUSTIFIED RIGHT.
       01 WS-ACTIVE-INPUT PIC X(1).
       01 WS-DELETE-CODE PIC X(6).
       01 WS-ITEMS-NAMING PIC 9(5) VALUE ZERO.
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
           OPEN I-O SUPPLIER-MASTER-FILE.
           IF WS-SUPPLIER-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER-FILE
               CLOSE SUPPLIER-MASTER-FILE
               OPEN I-O SUPPLIER-MASTER-FILE
           END-IF.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE SUPPLIER-MASTER-FILE.
           GOBACK.

       100-MAINT-MENU.
           DISPLAY "A)dd  C)hange  D)elete  L)ist  X)it : ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-IS-ADD OR ACTION-IS-CHANGE
                   OR ACTION-IS-DELETE
                   PERFORM 150-GUARDED-SUPPLIER-ACTION
               WHEN ACTION-IS-LIST
                   PERFORM 500-LIST-SUPPLIERS
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

      *    suppliers are kept by the buyers who keep the items, so
      *    the item maintenance permission guards both
       150-GUARDED-SUPPLIER-ACTION.
           MOVE "MAINTAIN SUPPLIERS" TO WS-ACTION-TEXT.
           IF WS-MAY-MAINT-ITEMS NOT = "Y"
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO MAINTAIN SUPPLIERS"
           ELSE
               MOVE "ALLOWED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               EVALUATE TRUE
                   WHEN ACTION-IS-ADD
                       PERFORM 200-ADD-SUPPLIER
                   WHEN ACTION-IS-CHANGE
                       PERFORM 300-CHANGE-SUPPLIER
                   WHEN ACTION-IS-DELETE
                       PERFORM 400-DELETE-SUPPLIER
               END-EVALUATE
           END-IF.

       200-ADD-SUPPLIER.
           MOVE SPACES TO SUPPLIER-MASTER-RECORD.
           DISPLAY "SUPPLIER CODE: ".
           ACCEPT SM-CODE.
           DISPLAY "SUPPLIER NAME: ".
           ACCEPT SM-NAME.
           DISPLAY "CONTACT: ".
           ACCEPT SM-CONTACT.
           DISPLAY "PHONE: ".
           ACCEPT SM-PHONE.
           MOVE ZERO TO SM-LEAD-DAYS.
           MOVE "Y" TO SM-ACTIVE.
           PERFORM 600-ACCEPT-LEAD-DAYS.
           IF SM-CODE = SPACES
               DISPLAY "SUPPLIER CODE IS REQUIRED - NOT ADDED"
           ELSE
               WRITE SUPPLIER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "SUPPLIER CODE ALREADY ON FILE"
                   NOT INVALID KEY
                       DISPLAY "SUPPLIER ADDED"
                       MOVE "(NEW)" TO WS-BEFORE-IMAGE
                       MOVE SUPPLIER-MASTER-RECORD TO WS-AFTER-IMAGE
                       PERFORM 650-WRITE-MAINT-AUDIT
               END-WRITE
           END-IF.

       300-CHANGE-SUPPLIER.
           DISPLAY "SUPPLIER CODE TO CHANGE: ".
           ACCEPT SM-CODE.
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER CODE NOT ON FILE"
               NOT INVALID KEY
                   MOVE SUPPLIER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "ON FILE: "SM-NAME" CONTACT "SM-CONTACT
                   DISPLAY "NEW NAME (BLANK TO KEEP): "
                   ACCEPT WS-NEW-NAME
                   IF WS-NEW-NAME NOT = SPACES
                       MOVE WS-NEW-NAME TO SM-NAME
                   END-IF
                   DISPLAY "NEW CONTACT (BLANK TO KEEP): "
                   ACCEPT WS-NEW-CONTACT
                   IF WS-NEW-CONTACT NOT = SPACES
                       MOVE WS-NEW-CONTACT TO SM-CONTACT
                   END-IF
                   DISPLAY "NEW PHONE (BLANK TO KEEP): "
                   ACCEPT WS-NEW-PHONE
                   IF WS-NEW-PHONE NOT = SPACES
                       MOVE WS-NEW-PHONE TO SM-PHONE
                   END-IF
                   PERFORM 600-ACCEPT-LEAD-DAYS
                   DISPLAY "ACTIVE Y/N (BLANK TO KEEP "SM-ACTIVE"): "
                   ACCEPT WS-ACTIVE-INPUT
                   IF WS-ACTIVE-INPUT = "Y" OR WS-ACTIVE-INPUT = "N"
                       MOVE WS-ACTIVE-INPUT TO SM-ACTIVE
                   END-IF
                   REWRITE SUPPLIER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CHANGE FAILED - STATUS "
                                   WS-SUPPLIER-STATUS
                       NOT INVALID KEY
                           DISPLAY "SUPPLIER CHANGED"
                           MOVE SUPPLIER-MASTER-RECORD TO
                               WS-AFTER-IMAGE
                           PERFORM 650-WRITE-MAINT-AUDIT
                   END-REWRITE
           END-READ.

      *    a supplier still named on an item stays - the buyer
      *    moves the items first, or marks the supplier inactive
       400-DELETE-SUPPLIER.
           DISPLAY "SUPPLIER CODE TO DELETE: ".
           ACCEPT WS-DELETE-CODE.
           PERFORM 450-COUNT-ITEMS-NAMING.
           IF WS-ITEMS-NAMING > ZERO
               DISPLAY "SUPPLIER IS PREFERRED ON "WS-ITEMS-NAMING
                       " ITEM(S) - NOT DELETED"
           ELSE
               MOVE WS-DELETE-CODE TO SM-CODE
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "SUPPLIER CODE NOT ON FILE"
                   NOT INVALID KEY
                       MOVE SUPPLIER-MASTER-RECORD TO WS-BEFORE-IMAGE
                       DELETE SUPPLIER-MASTER-FILE
                           INVALID KEY
                               DISPLAY "SUPPLIER CODE NOT ON FILE"
                           NOT INVALID KEY
                               DISPLAY "SUPPLIER DELETED"
                               MOVE "(DELETED)" TO WS-AFTER-IMAGE
                               PERFORM 650-WRITE-MAINT-AUDIT
                       END-DELETE
               END-READ
           END-IF.

       450-COUNT-ITEMS-NAMING.
           MOVE ZERO TO WS-ITEMS-NAMING.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               PERFORM 460-READ-NEXT-ITEM
               PERFORM UNTIL WS-ITEM-STATUS = "10"
                   IF IM-SUPPLIER = WS-DELETE-CODE
                       ADD 1 TO WS-ITEMS-NAMING
                   END-IF
                   PERFORM 460-READ-NEXT-ITEM
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
           END-IF.

       460-READ-NEXT-ITEM.
           READ ITEM-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-ITEM-STATUS
           END-READ.

       500-LIST-SUPPLIERS.
           MOVE LOW-VALUES TO SM-CODE.
           START SUPPLIER-MASTER-FILE KEY IS NOT LESS THAN SM-CODE
               INVALID KEY
                   DISPLAY "SUPPLIER MASTER IS EMPTY"
           END-START.
           IF WS-SUPPLIER-STATUS = "00"
               DISPLAY "CODE    NAME                            "
                       "LEAD  ACTIVE"
               PERFORM 510-LIST-NEXT-SUPPLIER
                   UNTIL WS-SUPPLIER-STATUS NOT = "00"
           END-IF.

       510-LIST-NEXT-SUPPLIER.
           READ SUPPLIER-MASTER-FILE NEXT
               AT END CONTINUE
           END-READ.
           IF WS-SUPPLIER-STATUS = "00"
               DISPLAY SM-CODE"  "SM-NAME"  "SM-LEAD-DAYS"   "
                       SM-ACTIVE
           END-IF.

      *    the supplier's usual delivery time in days - blank keeps
      *    what the record carries
       600-ACCEPT-LEAD-DAYS.
           DISPLAY "LEAD TIME DAYS (BLANK TO KEEP): ".
           ACCEPT WS-DAYS-INPUT.
           IF WS-DAYS-INPUT NOT = SPACES
               MOVE WS-DAYS-INPUT TO WS-DAYS-INPUT-JR
               INSPECT WS-DAYS-INPUT-JR
                   REPLACING LEADING SPACE BY ZERO
               IF WS-DAYS-INPUT-JR IS NUMERIC
                   MOVE WS-DAYS-INPUT-JR TO SM-LEAD-DAYS
               ELSE
                   DISPLAY "LEAD TIME NOT NUMERIC - UNCHANGED"
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

       END PROGRAM SUPPMAINT.
