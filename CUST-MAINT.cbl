      *          master file kept by HELLO_WORLD - the same style of
      *          screen PLANETMAINT gives the planet reference file,
      *          so a typo'd name or wrong date of birth can be fixed
      *          the same day it is reported; the customer's postal
      *          address is kept here too, under the same postal
      *          edits the batch intake applies, and the paid
      *          membership (type, join date and the date it is paid
      *          through) that decides member pricing
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMBER
               FILE STATUS IS WS-CA-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "CUSTOMER-MEMBERSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-CUSTOMER
               FILE STATUS IS WS-MEMBERSHIP-STATUS.
           SELECT NUMBER-CONTROL-FILE
               ASSIGN TO "CUSTOMER-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT AUDIT-LOG-FILE ASSIGN TO "HELLO-AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCH-WINDOW-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
      *    an account holding an exemption certificate pays no tax
           05 CM-TAX-EXEMPT PIC X(1).
      *    an account billed by file - EINVEXPT sends its invoices
      *    and INVPRINT leaves them off the paper run
           05 CM-E-BILLING PIC X(1).
           05 FILLER PIC X(2).
      *    the postal address HELLO_WORLD keeps beside the master
       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           05 CA-NUMBER PIC 9(6).
           05 CA-STREET-1 PIC X(30).
           05 CA-STREET-2 PIC X(30).
           05 CA-CITY PIC X(20).
           05 CA-REGION PIC X(3).
           05 CA-POSTAL-CODE PIC X(10).
           05 CA-COUNTRY PIC X(2).
           05 CA-CHANGED-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    the customer's paid membership - QTYPRICING grants the
      *    member tier only while the paid-through date holds, and
      *    MEMBRENEW works the renewal notices off it
       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MB-CUSTOMER PIC X(6).
           05 MB-TYPE PIC X(2).
               88 MB-TYPE-VALID VALUE "ST" "FA" "SR" "LF".
               88 MB-TYPE-LIFE VALUE "LF".
           05 MB-JOIN-DATE PIC X(8).
           05 MB-PAID-THROUGH PIC X(8).
           05 MB-LAST-PAID-DATE PIC X(8).
           05 MB-NOTICE-DATE PIC X(8).
           05 MB-NOTICE-FOR-DATE PIC X(8).
           05 FILLER PIC X(10).
       FD  NUMBER-CONTROL-FILE.
       01  NUMBER-CONTROL-RECORD.
           05 CTL-LAST-CUSTOMER-NUMBER PIC 9(6).
      *    parses - the maintenance screen is an intake path too
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
      *    one record per file set the nightly stream is updating -
      *    set by EODDRIVER when the stream starts, cleared when it
      *    ends OK or by the operator through BWUNLOCK
       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD.
           05 BW-FILE-SET PIC X(8).
           05 BW-STREAM PIC X(8).
           05 BW-DATE PIC X(8).
           05 BW-TIME PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-LOCK-STATUS PIC X(2).
       01 WS-LOCK-FILE-SET PIC X(8) VALUE "CUSTOMER".
       01 WS-BATCH-LOCKED-SWITCH PIC X(1) VALUE "N".
           88 WS-BATCH-LOCKED VALUE "Y".
       01 WS-CM-STATUS PIC X(2).
       01 WS-NUMBER-STATUS PIC X(2).
       01 WS-LAST-CUSTOMER-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-KEYED-NUMBER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-NEW-NAME PIC X(20).
       01 WS-NEW-LANGUAGE PIC X(2).
       01 WS-NEW-TAX-EXEMPT PIC X(1).
      *    a keyed language is held against the general code table
      *    through CODESUBR - nothing loaded for LANGUAGE leaves it
      *    unchecked
       01 WS-CODE-FUNCTION PIC X(8).
       01 WS-CODE-TABLE-ID PIC X(8) VALUE "LANGUAGE".
       01 WS-CODE-VALUE PIC X(8).
       01 WS-CODE-DESCRIPTION PIC X(30).
       01 WS-CODE-STATUS PIC X(2).
       01 WS-LANGUAGE-VALID-SWITCH PIC X(1) VALUE "Y".
           88 WS-LANGUAGE-IS-VALID VALUE "Y".
       01 WS-NEW-E-BILLING PIC X(1).
       01 WS-NEW-DOB PIC X(8).
       01 WS-NEW-DOB-PARTS REDEFINES WS-NEW-DOB.
           05 WS-DOB-YYYY PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-DOB-VALID-SWITCH PIC X(1) VALUE "N".
           88 WS-DOB-IS-VALID VALUE "Y".
      *    the address being edited, with the views the postal
      *    code is checked through - US ZIP or ZIP+4, the Canadian
      *    A9A 9A9, or character by character for anywhere else
       01 WS-EDIT-ADDRESS.
           05 EA-STREET-1 PIC X(30).
           05 EA-STREET-2 PIC X(30).
           05 EA-CITY PIC X(20).
           05 EA-REGION PIC X(3).
           05 EA-POSTAL-CODE PIC X(10).
           05 EA-POSTAL-US REDEFINES EA-POSTAL-CODE.
               10 EA-ZIP-5 PIC X(5).
               10 EA-ZIP-DASH PIC X(1).
               10 EA-ZIP-4 PIC X(4).
           05 EA-POSTAL-CA REDEFINES EA-POSTAL-CODE.
               10 EA-CA-1 PIC X(1).
               10 EA-CA-2 PIC X(1).
               10 EA-CA-3 PIC X(1).
               10 EA-CA-SPACE PIC X(1).
               10 EA-CA-5 PIC X(1).
               10 EA-CA-6 PIC X(1).
               10 EA-CA-7 PIC X(1).
               10 EA-CA-REST PIC X(3).
           05 EA-POSTAL-CHARS REDEFINES EA-POSTAL-CODE.
               10 EA-POSTAL-CHAR PIC X(1) OCCURS 10 TIMES.
           05 EA-COUNTRY PIC X(2).
       01 WS-ADDRESS-VALID-SWITCH PIC X(1) VALUE "N".
           88 WS-ADDRESS-IS-VALID VALUE "Y".
       01 WS-CA-STATUS PIC X(2).
       01 WS-ADDRESS-GIVEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ADDRESS-GIVEN VALUE "Y".
       01 WS-ADDRESS-REASON PIC X(30).
       01 WS-POSTAL-SUB PIC 9(2).
       01 WS-POSTAL-LENGTH PIC 9(2).
       01 WS-NEW-ADDRESS-LINE PIC X(30).
       01 WS-MEMBERSHIP-STATUS PIC X(2).
       01 WS-MEMBER-ACTION PIC X(1).
       01 WS-NEW-MEMBER-TYPE PIC X(2).
       01 WS-KEYED-MONTHS PIC X(2).
       01 WS-KEYED-MONTHS-JR PIC X(2) JUSTIFIED RIGHT.
       01 WS-KEYED-MONTHS-NUM REDEFINES WS-KEYED-MONTHS-JR PIC 9(2).
      *    a membership date moved on by whole months, the day
      *    pulled back to the month's end where the month is short
       01 WS-MEMBER-DATE PIC X(8).
       01 WS-MEMBER-DATE-PARTS REDEFINES WS-MEMBER-DATE.
           05 WS-MBD-YYYY PIC 9(4).
           05 WS-MBD-MM PIC 9(2).
           05 WS-MBD-DD PIC 9(2).
       01 WS-MONTH-TOTAL PIC 9(6).
       01 WS-ACTION PIC X(1).
           88 ACTION-IS-ADD    VALUE "A".
           88 ACTION-IS-CHANGE VALUE "C".
           88 ACTION-IS-DELETE VALUE "D".
           88 ACTION-IS-MEMBERSHIP VALUE "M".
           88 ACTION-IS-EXIT   VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-CA-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF.
           OPEN I-O MEMBERSHIP-FILE.
           IF WS-MEMBERSHIP-STATUS = "35"
               OPEN OUTPUT MEMBERSHIP-FILE
               CLOSE MEMBERSHIP-FILE
               OPEN I-O MEMBERSHIP-FILE
           END-IF.
           PERFORM 100-MAINT-MENU UNTIL ACTION-IS-EXIT.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE MEMBERSHIP-FILE.
           MOVE "CLOSE" TO WS-CODE-FUNCTION.
           CALL "CODESUBR" USING WS-CODE-FUNCTION WS-CODE-TABLE-ID
               WS-CODE-VALUE WS-CODE-DESCRIPTION WS-CODE-STATUS.
           GOBACK.

      *    single add/change/delete maintenance screen - the office
      *    can correct or remove a customer record the same day it
      *    is reported instead of asking for a special batch run
       100-MAINT-MENU.
           DISPLAY "A)dd  C)hange  D)elete  M)embership  X)it : ".
           ACCEPT WS-ACTION.
      *    membership still displays under a batch lock - only its
      *    join, renew, type and cancel updates are held back
           IF ACTION-IS-ADD OR ACTION-IS-CHANGE OR ACTION-IS-DELETE
               OR ACTION-IS-MEMBERSHIP
               PERFORM 900-CHECK-BATCH-LOCK
           ELSE
               MOVE "N" TO WS-BATCH-LOCKED-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN WS-BATCH-LOCKED AND NOT ACTION-IS-MEMBERSHIP
                   CONTINUE
               WHEN ACTION-IS-ADD
                   PERFORM 200-ADD-CUSTOMER
               WHEN ACTION-IS-CHANGE
                   PERFORM 300-CHANGE-CUSTOMER
               WHEN ACTION-IS-DELETE
                   PERFORM 400-DELETE-CUSTOMER
               WHEN ACTION-IS-MEMBERSHIP
                   PERFORM 450-MAINTAIN-MEMBERSHIP
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN OTHER
           ACCEPT WS-NEW-DOB.
           DISPLAY "LANGUAGE (EN/ES/FR): ".
           ACCEPT WS-NEW-LANGUAGE.
           DISPLAY "TAX EXEMPT (Y/N): ".
           ACCEPT WS-NEW-TAX-EXEMPT.
           DISPLAY "ELECTRONIC BILLING (Y/N): ".
           ACCEPT WS-NEW-E-BILLING.
           PERFORM 600-ACCEPT-NEW-ADDRESS.
           PERFORM 550-EDIT-NEW-DOB.
           PERFORM 570-CHECK-NEW-LANGUAGE.
           IF NOT WS-DOB-IS-VALID
               DISPLAY "NOT A VALID DATE OF BIRTH - NOT ADDED"
           ELSE
               IF NOT WS-ADDRESS-IS-VALID
                   DISPLAY WS-ADDRESS-REASON" - NOT ADDED"
               ELSE
               IF NOT WS-LANGUAGE-IS-VALID
                   DISPLAY "LANGUAGE NOT ON CODE TABLE - NOT ADDED"
               ELSE
                   PERFORM 800-ASSIGN-CUSTOMER-NUMBER
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE WS-LAST-CUSTOMER-NUMBER TO CM-NUMBER
                   MOVE WS-NEW-NAME TO CM-NAME
                   MOVE WS-NEW-DOB TO CM-BIRTH-DATE
                   MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE
                   IF WS-NEW-LANGUAGE = SPACES
                       MOVE "EN" TO CM-LANGUAGE-CODE
                   ELSE
                       MOVE WS-NEW-LANGUAGE TO CM-LANGUAGE-CODE
                   END-IF
                   IF WS-NEW-TAX-EXEMPT = "Y"
                       MOVE "Y" TO CM-TAX-EXEMPT
                   ELSE
                       MOVE "N" TO CM-TAX-EXEMPT
                   END-IF
                   IF WS-NEW-E-BILLING = "Y"
                       MOVE "Y" TO CM-E-BILLING
                   ELSE
                       MOVE "N" TO CM-E-BILLING
                   END-IF
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CUSTOMER NUMBER ALREADY ON FILE"
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER ADDED - NUMBER "CM-NUMBER
                           PERFORM 700-WRITE-AUDIT-RECORD
                           IF WS-ADDRESS-GIVEN
                               PERFORM 690-STORE-ADDRESS
                           END-IF
                   END-WRITE
               END-IF
               END-IF
           END-IF.

       300-CHANGE-CUSTOMER.
               NOT INVALID KEY
                   DISPLAY "ON FILE: "CM-NAME" DOB "CM-BIRTH-DATE
                           " LANG "CM-LANGUAGE-CODE
                           " TAX EXEMPT "CM-TAX-EXEMPT
                           " E-BILL "CM-E-BILLING
                   DISPLAY "NEW NAME (BLANK TO KEEP): "
                   ACCEPT WS-NEW-NAME
                   IF WS-NEW-NAME NOT = SPACES
                   DISPLAY "NEW LANGUAGE (BLANK TO KEEP): "
                   ACCEPT WS-NEW-LANGUAGE
                   IF WS-NEW-LANGUAGE NOT = SPACES
                       PERFORM 570-CHECK-NEW-LANGUAGE
                       IF WS-LANGUAGE-IS-VALID
                           MOVE WS-NEW-LANGUAGE TO CM-LANGUAGE-CODE
                       ELSE
                           DISPLAY "LANGUAGE IGNORED - NOT ON CODE "
                                   "TABLE"
                       END-IF
                   END-IF
                   DISPLAY "TAX EXEMPT Y/N (BLANK TO KEEP): "
                   ACCEPT WS-NEW-TAX-EXEMPT
                   IF WS-NEW-TAX-EXEMPT = "Y" OR WS-NEW-TAX-EXEMPT = "N"
                       MOVE WS-NEW-TAX-EXEMPT TO CM-TAX-EXEMPT
                   END-IF
                   DISPLAY "ELECTRONIC BILLING Y/N (BLANK TO KEEP): "
                   ACCEPT WS-NEW-E-BILLING
                   IF WS-NEW-E-BILLING = "Y" OR WS-NEW-E-BILLING = "N"
                       MOVE WS-NEW-E-BILLING TO CM-E-BILLING
                   END-IF
                   PERFORM 610-CHANGE-ADDRESS
                   MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                   DISPLAY "CUSTOMER NUMBER NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER DELETED"
                   MOVE CM-NUMBER TO CA-NUMBER
                   DELETE CUSTOMER-ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE CM-NUMBER TO MB-CUSTOMER
                   DELETE MEMBERSHIP-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-DELETE.

      *    a customer's paid membership - join, renew for a number of
      *    months, change the type, or cancel; a renewal runs on
      *    from the paid-through date while it is still current and
      *    from today once it has lapsed, and a life membership is
      *    paid through for good
       450-MAINTAIN-MEMBERSHIP.
           DISPLAY "CUSTOMER NUMBER FOR MEMBERSHIP: ".
           PERFORM 500-ACCEPT-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NUMBER NOT ON FILE"
               NOT INVALID KEY
                   PERFORM 460-WORK-MEMBERSHIP
           END-READ.

       460-WORK-MEMBERSHIP.
           MOVE CM-NUMBER TO MB-CUSTOMER.
           READ MEMBERSHIP-FILE
               INVALID KEY
                   DISPLAY CM-NAME" IS NOT A MEMBER"
                   IF NOT WS-BATCH-LOCKED
                       DISPLAY "JOIN (Y/N): "
                       ACCEPT WS-MEMBER-ACTION
                       IF WS-MEMBER-ACTION = "Y"
                           PERFORM 470-JOIN-MEMBER
                       END-IF
                   END-IF
               NOT INVALID KEY
                   IF MB-PAID-THROUGH < WS-RUN-DATE
                       DISPLAY "MEMBERSHIP "MB-TYPE" JOINED "
                               MB-JOIN-DATE" PAID THROUGH "
                               MB-PAID-THROUGH" - LAPSED"
                   ELSE
                       DISPLAY "MEMBERSHIP "MB-TYPE" JOINED "
                               MB-JOIN-DATE" PAID THROUGH "
                               MB-PAID-THROUGH" - CURRENT"
                   END-IF
                   IF WS-BATCH-LOCKED
                       MOVE SPACES TO WS-MEMBER-ACTION
                   ELSE
                       DISPLAY "R)ENEW  T)YPE  C)ANCEL  "
                               "(BLANK TO LEAVE): "
                       ACCEPT WS-MEMBER-ACTION
                   END-IF
                   EVALUATE WS-MEMBER-ACTION
                       WHEN "R"
                           PERFORM 475-RENEW-MEMBER
                       WHEN "T"
                           PERFORM 480-CHANGE-MEMBER-TYPE
                       WHEN "C"
                           MOVE WS-RUN-DATE TO MB-PAID-THROUGH
                           PERFORM 495-REWRITE-MEMBERSHIP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       470-JOIN-MEMBER.
           MOVE SPACES TO MEMBERSHIP-RECORD.
           MOVE CM-NUMBER TO MB-CUSTOMER.
           DISPLAY "TYPE - ST)ANDARD FA)MILY SR)SENIOR LF)LIFE: ".
           ACCEPT WS-NEW-MEMBER-TYPE.
           MOVE WS-NEW-MEMBER-TYPE TO MB-TYPE.
           IF NOT MB-TYPE-VALID
               DISPLAY "NOT A MEMBERSHIP TYPE - NOT JOINED"
           ELSE
               MOVE WS-RUN-DATE TO MB-JOIN-DATE
               MOVE WS-RUN-DATE TO MB-LAST-PAID-DATE
               MOVE WS-RUN-DATE TO WS-MEMBER-DATE
               IF MB-TYPE-LIFE
                   MOVE "99991231" TO MB-PAID-THROUGH
               ELSE
                   PERFORM 490-ACCEPT-MONTHS-PAID
                   MOVE WS-MEMBER-DATE TO MB-PAID-THROUGH
               END-IF
               IF MB-PAID-THROUGH = WS-RUN-DATE
                   DISPLAY "NO MONTHS PAID - NOT JOINED"
               ELSE
                   WRITE MEMBERSHIP-RECORD
                       INVALID KEY
                           DISPLAY "MEMBERSHIP ALREADY ON FILE"
                       NOT INVALID KEY
                           DISPLAY "JOINED - PAID THROUGH "
                                   MB-PAID-THROUGH
                   END-WRITE
               END-IF
           END-IF.

       475-RENEW-MEMBER.
           IF MB-TYPE-LIFE
               DISPLAY "LIFE MEMBERSHIP - NOTHING TO RENEW"
           ELSE
               IF MB-PAID-THROUGH < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-MEMBER-DATE
               ELSE
                   MOVE MB-PAID-THROUGH TO WS-MEMBER-DATE
               END-IF
               PERFORM 490-ACCEPT-MONTHS-PAID
               IF WS-KEYED-MONTHS-NUM > ZERO
                   MOVE WS-MEMBER-DATE TO MB-PAID-THROUGH
                   MOVE WS-RUN-DATE TO MB-LAST-PAID-DATE
                   PERFORM 495-REWRITE-MEMBERSHIP
               END-IF
           END-IF.

       480-CHANGE-MEMBER-TYPE.
           DISPLAY "NEW TYPE - ST)ANDARD FA)MILY SR)SENIOR LF)LIFE: ".
           ACCEPT WS-NEW-MEMBER-TYPE.
           IF WS-NEW-MEMBER-TYPE NOT = "ST"
               AND WS-NEW-MEMBER-TYPE NOT = "FA"
               AND WS-NEW-MEMBER-TYPE NOT = "SR"
               AND WS-NEW-MEMBER-TYPE NOT = "LF"
               DISPLAY "NOT A MEMBERSHIP TYPE - TYPE KEPT"
           ELSE
               MOVE WS-NEW-MEMBER-TYPE TO MB-TYPE
               IF MB-TYPE-LIFE
                   MOVE "99991231" TO MB-PAID-THROUGH
                   MOVE WS-RUN-DATE TO MB-LAST-PAID-DATE
               END-IF
               PERFORM 495-REWRITE-MEMBERSHIP
           END-IF.

      *    months paid, 1 to 36, carried forward from WS-MEMBER-DATE;
      *    anything else leaves the date where it was
       490-ACCEPT-MONTHS-PAID.
           DISPLAY "MONTHS PAID (1-36): ".
           ACCEPT WS-KEYED-MONTHS.
           MOVE WS-KEYED-MONTHS TO WS-KEYED-MONTHS-JR.
           INSPECT WS-KEYED-MONTHS-JR REPLACING LEADING SPACE BY ZERO.
           IF WS-KEYED-MONTHS-JR IS NOT NUMERIC
               OR WS-KEYED-MONTHS-NUM = ZERO
               OR WS-KEYED-MONTHS-NUM > 36
               DISPLAY "NOT A NUMBER OF MONTHS FROM 1 TO 36"
               MOVE ZERO TO WS-KEYED-MONTHS-NUM
           ELSE
               COMPUTE WS-MONTH-TOTAL = WS-MBD-YYYY * 12
                   + WS-MBD-MM - 1 + WS-KEYED-MONTHS-NUM
               DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-MBD-YYYY
                   REMAINDER WS-MBD-MM
               ADD 1 TO WS-MBD-MM
      *        the calendar check runs off the WS-NEW-DOB parts
               MOVE WS-MEMBER-DATE TO WS-NEW-DOB
               PERFORM 560-DOB-DAYS-IN-MONTH
               IF WS-MBD-DD > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-MBD-DD
               END-IF
           END-IF.

       495-REWRITE-MEMBERSHIP.
           REWRITE MEMBERSHIP-RECORD
               INVALID KEY
                   DISPLAY "MEMBERSHIP CHANGE FAILED - STATUS "
                           WS-MEMBERSHIP-STATUS
               NOT INVALID KEY
                   DISPLAY "MEMBERSHIP "MB-TYPE" PAID THROUGH "
                           MB-PAID-THROUGH
           END-REWRITE.

      *    the address for a new customer - a blank first street
      *    line means none was given and the customer is added
      *    without one
       600-ACCEPT-NEW-ADDRESS.
           MOVE "Y" TO WS-ADDRESS-VALID-SWITCH.
           MOVE "N" TO WS-ADDRESS-GIVEN-SWITCH.
           MOVE SPACES TO WS-EDIT-ADDRESS.
           DISPLAY "STREET LINE 1 (BLANK FOR NO ADDRESS): ".
           ACCEPT EA-STREET-1.
           IF EA-STREET-1 NOT = SPACES
               SET WS-ADDRESS-GIVEN TO TRUE
               DISPLAY "STREET LINE 2: "
               ACCEPT EA-STREET-2
               DISPLAY "CITY: "
               ACCEPT EA-CITY
               DISPLAY "REGION/STATE: "
               ACCEPT EA-REGION
               DISPLAY "POSTAL CODE: "
               ACCEPT EA-POSTAL-CODE
               DISPLAY "COUNTRY (BLANK FOR US): "
               ACCEPT EA-COUNTRY
               PERFORM 680-EDIT-ADDRESS
           END-IF.

      *    show the address on file and take each line blank to
      *    keep; the changed address is edited as a whole and left
      *    as it was if it fails
       610-CHANGE-ADDRESS.
           MOVE SPACES TO WS-EDIT-ADDRESS.
           MOVE CM-NUMBER TO CA-NUMBER.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   DISPLAY "NO ADDRESS ON FILE"
               NOT INVALID KEY
                   DISPLAY "ADDRESS: "CA-STREET-1
                   IF CA-STREET-2 NOT = SPACES
                       DISPLAY "         "CA-STREET-2
                   END-IF
                   DISPLAY "         "CA-CITY" "CA-REGION" "
                           CA-POSTAL-CODE" "CA-COUNTRY
                   MOVE CA-STREET-1 TO EA-STREET-1
                   MOVE CA-STREET-2 TO EA-STREET-2
                   MOVE CA-CITY TO EA-CITY
                   MOVE CA-REGION TO EA-REGION
                   MOVE CA-POSTAL-CODE TO EA-POSTAL-CODE
                   MOVE CA-COUNTRY TO EA-COUNTRY
           END-READ.
           MOVE "N" TO WS-ADDRESS-GIVEN-SWITCH.
           DISPLAY "NEW STREET LINE 1 (BLANK TO KEEP): ".
           PERFORM 620-ACCEPT-ADDRESS-LINE.
           IF WS-NEW-ADDRESS-LINE NOT = SPACES
               MOVE WS-NEW-ADDRESS-LINE TO EA-STREET-1
           END-IF.
           DISPLAY "NEW STREET LINE 2 (BLANK TO KEEP): ".
           PERFORM 620-ACCEPT-ADDRESS-LINE.
           IF WS-NEW-ADDRESS-LINE NOT = SPACES
               MOVE WS-NEW-ADDRESS-LINE TO EA-STREET-2
           END-IF.
           DISPLAY "NEW CITY (BLANK TO KEEP): ".
           PERFORM 620-ACCEPT-ADDRESS-LINE.
           IF WS-NEW-ADDRESS-LINE NOT = SPACES
               MOVE WS-NEW-ADDRESS-LINE TO EA-CITY
           END-IF.
           DISPLAY "NEW REGION/STATE (BLANK TO KEEP): ".
           PERFORM 620-ACCEPT-ADDRESS-LINE.
           IF WS-NEW-ADDRESS-LINE NOT = SPACES
               MOVE WS-NEW-ADDRESS-LINE TO EA-REGION
           END-IF.
           DISPLAY "NEW POSTAL CODE (BLANK TO KEEP): ".
           PERFORM 620-ACCEPT-ADDRESS-LINE.
           IF WS-NEW-ADDRESS-LINE NOT = SPACES
               MOVE WS-NEW-ADDRESS-LINE TO EA-POSTAL-CODE
           END-IF.
           DISPLAY "NEW COUNTRY (BLANK TO KEEP): ".
           PERFORM 620-ACCEPT-ADDRESS-LINE.
           IF WS-NEW-ADDRESS-LINE NOT = SPACES
               MOVE WS-NEW-ADDRESS-LINE TO EA-COUNTRY
           END-IF.
           IF WS-ADDRESS-GIVEN
               PERFORM 680-EDIT-ADDRESS
               IF WS-ADDRESS-IS-VALID
                   PERFORM 690-STORE-ADDRESS
                   DISPLAY "ADDRESS CHANGED"
               ELSE
                   DISPLAY "ADDRESS IGNORED - "WS-ADDRESS-REASON
               END-IF
           END-IF.

       620-ACCEPT-ADDRESS-LINE.
           ACCEPT WS-NEW-ADDRESS-LINE.
           IF WS-NEW-ADDRESS-LINE NOT = SPACES
               SET WS-ADDRESS-GIVEN TO TRUE
           END-IF.

      *    basic postal edits on WS-EDIT-ADDRESS - street, city and
      *    postal code are required, a blank country means US, and
      *    US and Canadian addresses need a two-letter region and a
      *    postal code in that country's format; anywhere else the
      *    code need only be letters, digits, spaces and hyphens
       680-EDIT-ADDRESS.
           MOVE "Y" TO WS-ADDRESS-VALID-SWITCH.
           MOVE SPACES TO WS-ADDRESS-REASON.
           INSPECT EA-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT EA-POSTAL-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT EA-COUNTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF EA-COUNTRY = SPACES
               MOVE "US" TO EA-COUNTRY
           END-IF.
           EVALUATE TRUE
               WHEN EA-STREET-1 = SPACES
                   MOVE "STREET ADDRESS MISSING" TO WS-ADDRESS-REASON
               WHEN EA-CITY = SPACES
                   MOVE "CITY MISSING" TO WS-ADDRESS-REASON
               WHEN EA-POSTAL-CODE = SPACES
                   MOVE "POSTAL CODE MISSING" TO WS-ADDRESS-REASON
               WHEN (EA-COUNTRY = "US" OR EA-COUNTRY = "CA")
                   AND (EA-REGION(1:2) IS NOT ALPHABETIC
                   OR EA-REGION(1:1) = SPACE
                   OR EA-REGION(2:1) = SPACE
                   OR EA-REGION(3:1) NOT = SPACE)
                   MOVE "REGION MUST BE 2 LETTERS" TO WS-ADDRESS-REASON
               WHEN EA-COUNTRY = "US"
                   IF EA-ZIP-5 IS NOT NUMERIC
                       MOVE "POSTAL CODE FORMAT NOT VALID" TO
                           WS-ADDRESS-REASON
                   ELSE
                       IF EA-ZIP-DASH NOT = SPACE
                           OR EA-ZIP-4 NOT = SPACES
                           IF EA-ZIP-DASH NOT = "-"
                               OR EA-ZIP-4 IS NOT NUMERIC
                               MOVE "POSTAL CODE FORMAT NOT VALID" TO
                                   WS-ADDRESS-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN EA-COUNTRY = "CA"
                   IF EA-CA-1 IS NOT ALPHABETIC OR EA-CA-1 = SPACE
                       OR EA-CA-2 IS NOT NUMERIC
                       OR EA-CA-3 IS NOT ALPHABETIC OR EA-CA-3 = SPACE
                       OR EA-CA-SPACE NOT = SPACE
                       OR EA-CA-5 IS NOT NUMERIC
                       OR EA-CA-6 IS NOT ALPHABETIC OR EA-CA-6 = SPACE
                       OR EA-CA-7 IS NOT NUMERIC
                       OR EA-CA-REST NOT = SPACES
                       MOVE "POSTAL CODE FORMAT NOT VALID" TO
                           WS-ADDRESS-REASON
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-POSTAL-LENGTH
                   PERFORM VARYING WS-POSTAL-SUB FROM 1 BY 1
                           UNTIL WS-POSTAL-SUB > 10
                       IF EA-POSTAL-CHAR(WS-POSTAL-SUB) IS NUMERIC
                           OR (EA-POSTAL-CHAR(WS-POSTAL-SUB)
                               IS ALPHABETIC
                           AND EA-POSTAL-CHAR(WS-POSTAL-SUB)
                               NOT = SPACE)
                           ADD 1 TO WS-POSTAL-LENGTH
                       ELSE
                           IF EA-POSTAL-CHAR(WS-POSTAL-SUB) NOT = SPACE
                               AND EA-POSTAL-CHAR(WS-POSTAL-SUB)
                                   NOT = "-"
                               MOVE "POSTAL CODE FORMAT NOT VALID" TO
                                   WS-ADDRESS-REASON
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-POSTAL-LENGTH < 3
                       MOVE "POSTAL CODE FORMAT NOT VALID" TO
                           WS-ADDRESS-REASON
                   END-IF
           END-EVALUATE.
           IF WS-ADDRESS-REASON NOT = SPACES
               MOVE "N" TO WS-ADDRESS-VALID-SWITCH
           END-IF.

      *    put the edited address on file under the customer's
      *    number, replacing any address already there
       690-STORE-ADDRESS.
           MOVE SPACES TO CUSTOMER-ADDRESS-RECORD.
           MOVE CM-NUMBER TO CA-NUMBER.
           MOVE EA-STREET-1 TO CA-STREET-1.
           MOVE EA-STREET-2 TO CA-STREET-2.
           MOVE EA-CITY TO CA-CITY.
           MOVE EA-REGION TO CA-REGION.
           MOVE EA-POSTAL-CODE TO CA-POSTAL-CODE.
           MOVE EA-COUNTRY TO CA-COUNTRY.
           MOVE WS-RUN-DATE TO CA-CHANGED-DATE.
           WRITE CUSTOMER-ADDRESS-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-ADDRESS-RECORD
           END-WRITE.

      *    the same line, in the same fixed layout, that intake's
      *    audit writer strings together - the reconciliation
      *    matches this customer like any other
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *    a blank language defaults to English; any other code
      *    must be on the code table and effective
       570-CHECK-NEW-LANGUAGE.
           MOVE "Y" TO WS-LANGUAGE-VALID-SWITCH.
           IF WS-NEW-LANGUAGE NOT = SPACES
               MOVE "VALIDATE" TO WS-CODE-FUNCTION
               MOVE "LANGUAGE" TO WS-CODE-TABLE-ID
               MOVE WS-NEW-LANGUAGE TO WS-CODE-VALUE
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
               IF WS-CODE-STATUS = "23"
                   MOVE "N" TO WS-LANGUAGE-VALID-SWITCH
               END-IF
           END-IF.

      *    numbers are keyed by hand here, so right-justify and
      *    zero-fill whatever the operator typed before it becomes
      *    the record key
           MOVE WS-LAST-CUSTOMER-NUMBER TO CTL-LAST-CUSTOMER-NUMBER.
           WRITE NUMBER-CONTROL-RECORD.
           CLOSE NUMBER-CONTROL-FILE.

      *    the nightly stream holds the file set while it updates -
      *    inquiry carries on, but no update is taken until the
      *    stream ends OK or the operator clears the lock
       900-CHECK-BATCH-LOCK.
           MOVE "N" TO WS-BATCH-LOCKED-SWITCH.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-BATCH-LOCK-STATUS = "00"
               PERFORM 910-READ-BATCH-LOCK
               PERFORM UNTIL WS-BATCH-LOCK-STATUS NOT = "00"
                   OR WS-BATCH-LOCKED
                   IF BW-FILE-SET = WS-LOCK-FILE-SET
                       MOVE "Y" TO WS-BATCH-LOCKED-SWITCH
                       DISPLAY WS-LOCK-FILE-SET" FILES ARE LOCKED BY "
                               "THE "BW-STREAM" BATCH STREAM"
                       DISPLAY "LOCKED SINCE "BW-DATE" "BW-TIME
                               " - INQUIRY ONLY, UPDATE REFUSED"
                   ELSE
                       PERFORM 910-READ-BATCH-LOCK
                   END-IF
               END-PERFORM
               CLOSE BATCH-LOCK-FILE
           END-IF.

       910-READ-BATCH-LOCK.
           READ BATCH-LOCK-FILE
               AT END MOVE "10" TO WS-BATCH-LOCK-STATUS
           END-READ.

       END PROGRAM CUSTMAINT.
