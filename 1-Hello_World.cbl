               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMBER
               FILE STATUS IS WS-CA-STATUS.
           SELECT NUMBER-CONTROL-FILE
               ASSIGN TO "CUSTOMER-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT RUN-ID-CONTROL-FILE ASSIGN TO "RUN-ID-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-ID-STATUS.
           SELECT RUN-JOURNAL-FILE ASSIGN TO "RUN-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MESSAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEED-REGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPROCESS-AUTH-FILE ASSIGN TO "FEED-REPROCESS-AUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAUTH-STATUS.
           SELECT FEED-REFUSAL-FILE ASSIGN TO "FEED-REFUSALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    keyed by a generated customer number so two people with
      *    language instead of defaulting everyone to EN
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
      *    the customer's postal address, one record per customer
      *    under the same number - kept apart from the master so
      *    the many programs reading the master are not disturbed
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
      *    last customer number handed out - read and stepped by
      *    every intake, interactive or batch, so the two paths can
      *    never assign the same number
      *    keying operator here so its commits count on the intake
      *    volume report; blank on head-office and legacy feeds
           05 TR-KEYED-BY PIC X(8).
      *    a resubmitted suspense record carries its reason and
      *    suspense date here - intake never reads them
           05 FILLER PIC X(38).
      *    the customer's postal address - all blank leaves the
      *    address on file as it is (a feed cut before addresses
      *    existed simply ends early); anything keyed replaces the
      *    whole address, after the same edits CUSTMAINT applies
           05 TR-ADDRESS.
               10 TR-STREET-1 PIC X(30).
               10 TR-STREET-2 PIC X(30).
               10 TR-CITY PIC X(20).
               10 TR-REGION PIC X(3).
               10 TR-POSTAL-CODE PIC X(10).
               10 TR-COUNTRY PIC X(2).
      *    header/trailer view of the same feed - file date in the
      *    header, record count in the trailer, checked before any
      *    detail is applied
      *    the date the item suspended - the aging report works the
      *    queue oldest first off this stamp
           05 SUSP-SUSPENSE-DATE PIC X(8).
           05 SUSP-ADDRESS PIC X(95).
      *    transactions the batch has finished with - the live feed
      *    is cut over here after a clean run, the same cutover the
      *    log rotation gives the logs, so the next night cannot
      *    re-apply every add under a fresh customer number
       FD  APPLIED-TRANS-FILE.
       01  APPLIED-TRANS-RECORD PIC X(178).
      *    how far the batch apply got - the sequence number of the
      *    last detail transaction worked, so a rerun after an abend
      *    resumes past transactions already applied instead of
           05 RC-STEP PIC X(10).
           05 RC-EVENT PIC X(5).
           05 RC-STATUS PIC X(4).
      *    last run number handed out across the batch suite - every
      *    program that stamps output reads and steps this one
      *    record, then prefixes its own four-character program
      *    code, so two runs on the same date can never share an id
       FD  RUN-ID-CONTROL-FILE.
       01  RUN-ID-CONTROL-RECORD.
           05 CTL-LAST-RUN-NUMBER PIC 9(4).
      *    what each posting run did to the keyed records it touched
      *    - one line per add, change or delete; a change or delete
      *    carries the record as it stood before the run and an add
      *    the record the run wrote, so RUNREVERSE can take a bad
      *    run back off
       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-RECORD.
           05 RJ-RUN-ID PIC X(8).
           05 RJ-RUN-DATE PIC X(8).
           05 RJ-FILE PIC X(30).
           05 RJ-ACTION PIC X(1).
               88 RJ-ADDED VALUE "A".
               88 RJ-CHANGED VALUE "C".
               88 RJ-DELETED VALUE "D".
           05 RJ-KEY PIC X(20).
           05 RJ-IMAGE PIC X(200).
      *    operator text lives here as data instead of inside the
      *    programs - rewording a prompt or adding a fourth language
      *    is a catalog change, not a recompile; a ";" in the text
               10 MSG-ID PIC X(8).
               10 MSG-LANGUAGE PIC X(2).
           05 MSG-TEXT PIC X(60).
      *    one line per stamped feed taken in - name, header date,
      *    trailer count and hash, and the run that consumed it
       FD  FEED-REGISTRY-FILE.
       01  FEED-REGISTRY-RECORD.
           05 FR-FEED-NAME PIC X(20).
           05 FR-FILE-DATE PIC X(8).
           05 FR-COUNT PIC 9(7).
           05 FR-HASH PIC 9(11).
           05 FR-RUN-ID PIC X(8).
           05 FR-PROGRAM PIC X(10).
           05 FR-DATE PIC X(8).
           05 FR-TIME PIC X(6).
           05 FR-REPROCESS PIC X(1).
               88 FR-IS-REPROCESS VALUE "Y".
           05 FR-OPERATOR PIC X(8).
      *    an operator's leave to take a consumed feed in once more
       FD  REPROCESS-AUTH-FILE.
       01  REPROCESS-AUTH-RECORD.
           05 RA-FEED-NAME PIC X(20).
           05 RA-FILE-DATE PIC X(8).
           05 RA-OPERATOR PIC X(8).
           05 RA-DATE PIC X(8).
           05 RA-TIME PIC X(6).
           05 RA-REASON PIC X(30).
       FD  FEED-REFUSAL-FILE.
       01  FEED-REFUSAL-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 NAME PIC X(20).
      *    computed as of the run date from the date of birth - wide
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CA-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-TRANS-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-RC-STATUS PIC X(2).
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
      *    a batch run takes a run id and journals every master and
      *    address record it adds, changes or deletes against it;
      *    an interactive intake is not a run and journals nothing
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "HELO".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-ADDRESS-HOLD PIC X(119).

      *    every exception line leads with the standard stamp -
      *    timestamp, program, severity, reason code - so the logs
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-VERIFY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-HASH PIC 9(11) VALUE ZERO.
      *    every stamped feed taken in is registered by name, file
      *    date, count and hash under the run that consumed it - the
      *    same day's feed arriving again is refused unless an
      *    operator has authorised the reprocess
       01 WS-FEED-NAME PIC X(20) VALUE "HELLO-TRANSACTIONS".
       01 WS-FEED-FILE-DATE PIC X(8) VALUE SPACES.
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-REAUTH-STATUS PIC X(2).
       01 WS-REFUSAL-STATUS PIC X(2).
       01 WS-FEED-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-REFUSED VALUE "Y".
       01 WS-FEED-CONSUMED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FEED-REPROCESSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPROCESS-AUTH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPROCESS-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-PRIOR-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-PRIOR-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-PRIOR-SAME-SWITCH PIC X(1) VALUE "N".
           88 WS-PRIOR-SAME VALUE "Y".
       01 WS-SUSPENSE-REASON PIC X(30).
       01 WS-SUSPENSE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           88 LANGUAGE-IS-ENGLISH VALUE "EN".
           88 LANGUAGE-IS-SPANISH VALUE "ES".
           88 LANGUAGE-IS-FRENCH  VALUE "FR".
      *    language codes are held against the general code table
      *    through CODESUBR - nothing loaded for LANGUAGE leaves the
      *    code unchecked
       01 WS-CODE-FUNCTION PIC X(8).
       01 WS-CODE-TABLE-ID PIC X(8) VALUE "LANGUAGE".
       01 WS-CODE-VALUE PIC X(8).
       01 WS-CODE-DESCRIPTION PIC X(30).
       01 WS-CODE-STATUS PIC X(2).
       01 WS-LANGUAGE-VALID-SWITCH PIC X(1) VALUE "Y".
           88 WS-LANGUAGE-IS-VALID VALUE "Y".
       01 WS-GREETING-LINE1 PIC X(40).
       01 WS-GREETING-LINE2 PIC X(40).
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
       01 WS-ADDRESS-GIVEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ADDRESS-GIVEN VALUE "Y".
       01 WS-ADDRESS-REASON PIC X(30).
       01 WS-POSTAL-SUB PIC 9(2).
       01 WS-POSTAL-LENGTH PIC 9(2).
       01 WS-BAD-DOB-COUNT PIC 9(2) VALUE ZERO.
           88 WS-DOB-OK VALUES ARE ZERO.
           88 WS-TOO-MANY-BAD-DOBS VALUES 5 THRU 99.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 200-OPEN-CUSTOMER-MASTER.
           PERFORM 210-OPEN-CUSTOMER-ADDRESS.
           PERFORM 900-OPEN-MESSAGE-CATALOG.
           IF WS-BATCH-MODE
               PERFORM 600-BATCH-RUN
               MOVE "Language? (EN/ES/FR)" TO WS-MSG-TEXT-A
               PERFORM 930-DISPLAY-MESSAGE-PROMPT
               ACCEPT LANGUAGE-CODE
               PERFORM 360-CHECK-LANGUAGE-CODE
               IF NOT WS-LANGUAGE-IS-VALID
                   DISPLAY "LANGUAGE "LANGUAGE-CODE" NOT ON THE CODE "
                           "TABLE - ENGLISH USED"
                   MOVE "EN" TO LANGUAGE-CODE
               END-IF
               PERFORM 500-PROCESS-PERSON
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE MESSAGE-CATALOG-FILE.
           MOVE "CLOSE" TO WS-CODE-FUNCTION.
           CALL "CODESUBR" USING WS-CODE-FUNCTION WS-CODE-TABLE-ID
               WS-CODE-VALUE WS-CODE-DESCRIPTION WS-CODE-STATUS.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    a blank language defaults to English further on; any
      *    other code must be on the code table and effective
       360-CHECK-LANGUAGE-CODE.
           MOVE "Y" TO WS-LANGUAGE-VALID-SWITCH.
           IF LANGUAGE-CODE NOT = SPACES
               MOVE "VALIDATE" TO WS-CODE-FUNCTION
               MOVE "LANGUAGE" TO WS-CODE-TABLE-ID
               MOVE LANGUAGE-CODE TO WS-CODE-VALUE
               CALL "CODESUBR" USING WS-CODE-FUNCTION
                   WS-CODE-TABLE-ID WS-CODE-VALUE
                   WS-CODE-DESCRIPTION WS-CODE-STATUS
               IF WS-CODE-STATUS = "23"
                   MOVE "N" TO WS-LANGUAGE-VALID-SWITCH
               END-IF
           END-IF.

      *    open for update if the roster already exists, otherwise
      *    create it fresh so the first run of the job still works
       200-OPEN-CUSTOMER-MASTER.
               OPEN OUTPUT CUSTOMER-MASTER-FILE
           END-IF.

      *    the same first-run create for the address file
       210-OPEN-CUSTOMER-ADDRESS.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-CA-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF.

      *    accept the date of birth as text so a non-numeric or
      *    impossible date can be caught, re-prompting the operator
      *    and logging any entry that keeps failing
               NOT INVALID KEY
                   DISPLAY "CUSTOMER NUMBER ASSIGNED: "CM-NUMBER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "CUSTOMER-MASTER" TO RJ-FILE
                   MOVE "A" TO RJ-ACTION
                   MOVE CM-NUMBER TO RJ-KEY
                   MOVE CUSTOMER-MASTER-RECORD TO RJ-IMAGE
                   PERFORM 945-WRITE-RUN-JOURNAL
                   IF WS-ADDRESS-GIVEN
                       PERFORM 690-STORE-ADDRESS
                   END-IF
           END-WRITE.
           PERFORM 700-WRITE-AUDIT-RECORD.

      *    NAME/AGE(/LANGUAGE-CODE) pair, through the same logic
      *    100-MAIN uses for a single interactive intake
       600-BATCH-RUN.
           PERFORM 935-ASSIGN-RUN-ID.
           DISPLAY "BATCH RUN ID:    "WS-ASSIGNED-RUN-ID.
           PERFORM 615-VERIFY-TRANSACTION-BATCH.
           IF WS-BATCH-OK
               PERFORM 616-CHECK-FEED-REGISTRY
           END-IF.
           IF NOT WS-BATCH-OK
               DISPLAY "TRANSACTION BATCH REJECTED - SEE INTEGRITY "
                       "REPORT"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
           IF WS-FEED-REFUSED
               DISPLAY "TRANSACTION BATCH REFUSED - FEED ALREADY "
                       "CONSUMED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
               PERFORM 602-READ-BATCH-CHECKPOINT
               OPEN INPUT TRANSACTION-FILE
      *            the feed is cut over and restarted empty - there
      *            is nothing left to resume past on the next run
                   PERFORM 606-CLEAR-BATCH-CHECKPOINT
                   PERFORM 622-REGISTER-FEED
               END-IF
           END-IF
           END-IF.
           IF WS-RESUMED-PAST > ZERO
               DISPLAY "RESTART - RESUMED PAST "WS-RESUMED-PAST
      *            the master unexamined
                   MOVE TR-BIRTH-DATE TO WS-DOB
                   PERFORM 330-EDIT-AND-AGE-DOB
                   PERFORM 635-EDIT-TRANS-ADDRESS
                   PERFORM 360-CHECK-LANGUAGE-CODE
                   IF WS-DOB-IS-VALID AND WS-ADDRESS-IS-VALID
                       AND WS-LANGUAGE-IS-VALID
                       IF TR-ACTION-IS-CHANGE
                           PERFORM 640-CHANGE-CUSTOMER
                       ELSE
                           PERFORM 500-PROCESS-PERSON
                       END-IF
                   ELSE
                       IF WS-DOB-IS-VALID AND WS-ADDRESS-IS-VALID
                           MOVE "LANGUAGE NOT ON CODE TABLE" TO
                               WS-SUSPENSE-REASON
                           PERFORM 660-WRITE-SUSPENSE
                           DISPLAY "BATCH: BAD LANGUAGE FOR "TR-NAME
                                   " - SUSPENDED"
                       ELSE
                       IF WS-DOB-IS-VALID
                           MOVE WS-ADDRESS-REASON TO WS-SUSPENSE-REASON
                           PERFORM 660-WRITE-SUSPENSE
                           DISPLAY "BATCH: BAD ADDRESS FOR "TR-NAME
                                   " - SUSPENDED"
                       ELSE
                           PERFORM 620-LOG-BATCH-BAD-DOB
                           MOVE "INVALID DATE OF BIRTH" TO
                               WS-SUSPENSE-REASON
                           PERFORM 660-WRITE-SUSPENSE
                           DISPLAY "BATCH: BAD DOB FOR "TR-NAME
                                   " - SUSPENDED"
                       END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-SUSPENSE-REASON
       640-CHANGE-CUSTOMER.
           PERFORM 670-LOCATE-CUSTOMER.
           IF WS-CUSTOMER-LOCATED
               MOVE "CUSTOMER-MASTER" TO RJ-FILE
               MOVE "C" TO RJ-ACTION
               MOVE CM-NUMBER TO RJ-KEY
               MOVE CUSTOMER-MASTER-RECORD TO RJ-IMAGE
               MOVE WS-DOB TO CM-BIRTH-DATE
               MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE
      *        a blank language on the transaction keeps what the
                   MOVE TR-LANGUAGE-CODE TO CM-LANGUAGE-CODE
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
               PERFORM 945-WRITE-RUN-JOURNAL
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "BATCH: CHANGED "CM-NUMBER" "NAME
               IF WS-ADDRESS-GIVEN
                   PERFORM 690-STORE-ADDRESS
               END-IF
           ELSE
               MOVE "CUSTOMER NOT ON FILE" TO WS-SUSPENSE-REASON
               PERFORM 660-WRITE-SUSPENSE
       650-DELETE-CUSTOMER.
           PERFORM 670-LOCATE-CUSTOMER.
           IF WS-CUSTOMER-LOCATED
               MOVE "CUSTOMER-MASTER" TO RJ-FILE
               MOVE "D" TO RJ-ACTION
               MOVE CM-NUMBER TO RJ-KEY
               MOVE CUSTOMER-MASTER-RECORD TO RJ-IMAGE
               MOVE CM-NUMBER TO CA-NUMBER
               DELETE CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO
                           WS-SUSPENSE-REASON
                       PERFORM 660-WRITE-SUSPENSE
                   NOT INVALID KEY
                       PERFORM 945-WRITE-RUN-JOURNAL
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "BATCH: DELETED "CM-NUMBER" "NAME
                       PERFORM 655-DELETE-ADDRESS
               END-DELETE
           ELSE
               MOVE "CUSTOMER NOT ON FILE" TO WS-SUSPENSE-REASON
               PERFORM 660-WRITE-SUSPENSE
           END-IF.

      *    the deleted customer's address goes with it, journaled
      *    first so a reversal can put it back
       655-DELETE-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CUSTOMER-ADDRESS" TO RJ-FILE
                   MOVE "D" TO RJ-ACTION
                   MOVE CA-NUMBER TO RJ-KEY
                   MOVE CUSTOMER-ADDRESS-RECORD TO RJ-IMAGE
                   DELETE CUSTOMER-ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 945-WRITE-RUN-JOURNAL
                   END-DELETE
           END-READ.

      *    an address on the transaction goes through the postal
      *    edits before anything is applied; a transaction with no
      *    address passes and leaves the address file alone
       635-EDIT-TRANS-ADDRESS.
           MOVE "Y" TO WS-ADDRESS-VALID-SWITCH.
           MOVE "N" TO WS-ADDRESS-GIVEN-SWITCH.
           IF TR-ADDRESS NOT = SPACES
               SET WS-ADDRESS-GIVEN TO TRUE
               MOVE TR-ADDRESS TO WS-EDIT-ADDRESS
               PERFORM 680-EDIT-ADDRESS
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

      *    put the edited address on file under the customer number
      *    the master record now carries
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
      *    the address already on file, if any, is the before-image
      *    a batch run journals
           MOVE CUSTOMER-ADDRESS-RECORD TO WS-ADDRESS-HOLD.
           MOVE "CUSTOMER-ADDRESS" TO RJ-FILE.
           MOVE CA-NUMBER TO RJ-KEY.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   MOVE "A" TO RJ-ACTION
                   MOVE WS-ADDRESS-HOLD TO RJ-IMAGE
               NOT INVALID KEY
                   MOVE "C" TO RJ-ACTION
                   MOVE CUSTOMER-ADDRESS-RECORD TO RJ-IMAGE
           END-READ.
           MOVE WS-ADDRESS-HOLD TO CUSTOMER-ADDRESS-RECORD.
           WRITE CUSTOMER-ADDRESS-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-ADDRESS-RECORD
           END-WRITE.
           PERFORM 945-WRITE-RUN-JOURNAL.

      *    find the record a change/delete names - by customer number
      *    when the transaction carries one, otherwise by name
      *    through the alternate key, which lands on the first of any
           MOVE TR-KEYED-BY TO SUSP-KEYED-BY.
           MOVE WS-SUSPENSE-REASON TO SUSP-REASON.
           MOVE WS-RUN-DATE TO SUSP-SUSPENSE-DATE.
           MOVE TR-ADDRESS TO SUSP-ADDRESS.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPENSE-FILE.

       615-VERIFY-TRANSACTION-BATCH.
           MOVE "Y" TO WS-BATCH-OK-SWITCH.
           MOVE "N" TO WS-FILE-HEADED-SWITCH.
           MOVE SPACES TO WS-FEED-FILE-DATE.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           MOVE ZERO TO WS-VERIFY-COUNT.
           OPEN INPUT TRANSACTION-FILE.
                   EVALUATE TRUE
                       WHEN TRC-IS-HEADER
                           SET WS-FILE-HEADED TO TRUE
                           MOVE TRC-FILE-DATE TO WS-FEED-FILE-DATE
                       WHEN TRC-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE TRC-COUNT TO WS-TRAILER-COUNT
                           MOVE TRC-HASH TO WS-TRAILER-HASH
                       WHEN OTHER
                           ADD 1 TO WS-VERIFY-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

      *    a headed feed is looked up on the registry by name and
      *    header date - one already consumed is refused unless an
      *    operator's reprocess authorisation for it is still
      *    unused; an unheaded legacy feed has no date to go by
       616-CHECK-FEED-REGISTRY.
           MOVE "N" TO WS-FEED-REFUSED-SWITCH.
           MOVE "N" TO WS-PRIOR-SAME-SWITCH.
           MOVE ZERO TO WS-FEED-CONSUMED-COUNT.
           MOVE ZERO TO WS-FEED-REPROCESSED-COUNT.
           MOVE ZERO TO WS-REPROCESS-AUTH-COUNT.
           MOVE SPACES TO WS-REPROCESS-OPERATOR.
           IF WS-FILE-HEADED
               OPEN INPUT FEED-REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "00"
                   PERFORM 617-READ-FEED-REGISTRY
                   PERFORM UNTIL WS-REGISTRY-STATUS = "10"
                       IF FR-FEED-NAME = WS-FEED-NAME
                           AND FR-FILE-DATE = WS-FEED-FILE-DATE
                           ADD 1 TO WS-FEED-CONSUMED-COUNT
                           MOVE FR-RUN-ID TO WS-PRIOR-RUN-ID
                           MOVE FR-DATE TO WS-PRIOR-RUN-DATE
                           IF FR-COUNT = WS-TRAILER-COUNT
                               AND FR-HASH = WS-TRAILER-HASH
                               SET WS-PRIOR-SAME TO TRUE
                           END-IF
                           IF FR-IS-REPROCESS
                               ADD 1 TO WS-FEED-REPROCESSED-COUNT
                           END-IF
                       END-IF
                       PERFORM 617-READ-FEED-REGISTRY
                   END-PERFORM
                   CLOSE FEED-REGISTRY-FILE
               END-IF
           END-IF.
           IF WS-FEED-CONSUMED-COUNT > ZERO
               PERFORM 618-COUNT-REPROCESS-AUTHS
               IF WS-REPROCESS-AUTH-COUNT >
                   WS-FEED-REPROCESSED-COUNT
                   DISPLAY WS-FEED-NAME" DATED "WS-FEED-FILE-DATE
                           " REPROCESS AUTHORISED BY "
                           WS-REPROCESS-OPERATOR
               ELSE
                   SET WS-FEED-REFUSED TO TRUE
                   DISPLAY WS-FEED-NAME" DATED "WS-FEED-FILE-DATE
                           " ALREADY CONSUMED BY RUN "
                           WS-PRIOR-RUN-ID" ON "WS-PRIOR-RUN-DATE
                   IF WS-PRIOR-SAME
                       DISPLAY "  SAME COUNT AND HASH - A DUPLICATE "
                               "SUBMISSION"
                   ELSE
                       DISPLAY "  COUNT OR HASH DIFFERS FROM THE "
                               "FEED ALREADY TAKEN"
                   END-IF
                   PERFORM 624-LOG-FEED-REFUSAL
               END-IF
           END-IF.

       617-READ-FEED-REGISTRY.
           READ FEED-REGISTRY-FILE
               AT END MOVE "10" TO WS-REGISTRY-STATUS
           END-READ.

      *    each authorisation is good for one reprocess - the one
      *    this run would use is the first not yet matched by a
      *    reprocessed entry on the registry
       618-COUNT-REPROCESS-AUTHS.
           OPEN INPUT REPROCESS-AUTH-FILE.
           IF WS-REAUTH-STATUS = "00"
               PERFORM 619-READ-REPROCESS-AUTH
               PERFORM UNTIL WS-REAUTH-STATUS = "10"
                   IF RA-FEED-NAME = WS-FEED-NAME
                       AND RA-FILE-DATE = WS-FEED-FILE-DATE
                       ADD 1 TO WS-REPROCESS-AUTH-COUNT
                       IF WS-REPROCESS-AUTH-COUNT =
                           WS-FEED-REPROCESSED-COUNT + 1
                           MOVE RA-OPERATOR TO WS-REPROCESS-OPERATOR
                       END-IF
                   END-IF
                   PERFORM 619-READ-REPROCESS-AUTH
               END-PERFORM
               CLOSE REPROCESS-AUTH-FILE
           END-IF.

       619-READ-REPROCESS-AUTH.
           READ REPROCESS-AUTH-FILE
               AT END MOVE "10" TO WS-REAUTH-STATUS
           END-READ.

      *    the feed has been taken in - put it on the registry under
      *    this run, flagged as a reprocess when it was already there
       622-REGISTER-FEED.
           IF WS-FILE-HEADED
               OPEN EXTEND FEED-REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   OPEN OUTPUT FEED-REGISTRY-FILE
               END-IF
               MOVE WS-FEED-NAME TO FR-FEED-NAME
               MOVE WS-FEED-FILE-DATE TO FR-FILE-DATE
               MOVE WS-TRAILER-COUNT TO FR-COUNT
               MOVE WS-TRAILER-HASH TO FR-HASH
               MOVE WS-ASSIGNED-RUN-ID TO FR-RUN-ID
               MOVE "HELLOWORLD" TO FR-PROGRAM
               MOVE WS-RUN-DATE TO FR-DATE
               ACCEPT WS-LOG-TIME-RAW FROM TIME
               MOVE WS-LOG-TIME-RAW (1:6) TO FR-TIME
               IF WS-FEED-CONSUMED-COUNT > ZERO
                   MOVE "Y" TO FR-REPROCESS
                   MOVE WS-REPROCESS-OPERATOR TO FR-OPERATOR
               ELSE
                   MOVE "N" TO FR-REPROCESS
                   MOVE SPACES TO FR-OPERATOR
               END-IF
               WRITE FEED-REGISTRY-RECORD
               CLOSE FEED-REGISTRY-FILE
           END-IF.

      *    the refusal goes on the shared refusal log in the
      *    standard layout so the exception report counts it
       624-LOG-FEED-REFUSAL.
           OPEN EXTEND FEED-REFUSAL-FILE.
           IF WS-REFUSAL-STATUS NOT = "00"
               OPEN OUTPUT FEED-REFUSAL-FILE
           END-IF.
           PERFORM 980-STAMP-LOG-PREFIX.
           MOVE "E" TO WS-LOG-SEVERITY.
           MOVE "FDDP" TO WS-LOG-REASON.
           MOVE SPACES TO FEED-REFUSAL-RECORD.
           STRING WS-LOG-PREFIX DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SPACE
                  " DATED " WS-FEED-FILE-DATE
                  " ALREADY CONSUMED BY RUN " WS-PRIOR-RUN-ID
                  " - REFUSED"
                  DELIMITED BY SIZE INTO FEED-REFUSAL-RECORD.
           WRITE FEED-REFUSAL-RECORD.
           CLOSE FEED-REFUSAL-FILE.

       610-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE "10" TO WS-TRANS-STATUS
               MOVE MSG-TEXT TO WS-MSG-TEXT-B
           END-IF.

      *    read-step-rewrite of the shared run-number record - the
      *    id every journal line of this batch run carries
       935-ASSIGN-RUN-ID.
           MOVE ZERO TO WS-LAST-RUN-NUMBER.
           OPEN INPUT RUN-ID-CONTROL-FILE.
           IF WS-RUN-ID-STATUS = "00"
               READ RUN-ID-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-RUN-NUMBER TO
                           WS-LAST-RUN-NUMBER
               END-READ
               CLOSE RUN-ID-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-LAST-RUN-NUMBER.
           OPEN OUTPUT RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO CTL-LAST-RUN-NUMBER.
           WRITE RUN-ID-CONTROL-RECORD.
           CLOSE RUN-ID-CONTROL-FILE.
           MOVE WS-LAST-RUN-NUMBER TO WS-RUN-ID-NUMBER.

      *    the caller fills in the file, action, key and image; the
      *    run's own id and date go on here - batch runs only
       945-WRITE-RUN-JOURNAL.
           IF WS-BATCH-MODE
               OPEN EXTEND RUN-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT RUN-JOURNAL-FILE
               END-IF
               MOVE WS-ASSIGNED-RUN-ID TO RJ-RUN-ID
               MOVE WS-RUN-DATE TO RJ-RUN-DATE
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL-FILE
           END-IF.

       980-STAMP-LOG-PREFIX.
           ACCEPT WS-LOG-STAMP (1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
