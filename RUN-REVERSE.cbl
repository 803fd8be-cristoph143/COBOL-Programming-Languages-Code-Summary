      ******************************************************************
      * Author:
      * Date:
      * Purpose: Take a whole batch run back off by its run id - one
      *          operator requests the reversal, a different operator
      *          approves it, the way RATEMAINT and RATEAPPRV share a
      *          rate change; the approved reversal undoes what the
      *          run journaled on RUN-JOURNAL (customer adds, changes
      *          and deletes, month balances, invoice history, credit
      *          releases, campaign orders, loyalty accounts, ledger
      *          and redemptions, and the invoice, discount, void and
      *          suspense lines it wrote), takes off every ledger
      *          posting and RONF line stamped with the run id,
      *          deletes the open items its invoices raised, and
      *          prints a proof that every file is back to its state
      *          before the run; a run with a posting in a closed
      *          month or locked year, a payment or return credit
      *          against one of its invoices, or a later run over the
      *          same records is refused and stays pending
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNREVERSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPERATOR-ACTION-LOG-FILE
               ASSIGN TO "OPERATOR-ACTION-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-LOG-STATUS.
           SELECT PENDING-REVERSAL-FILE
               ASSIGN TO "RUN-REVERSAL-PENDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-WORK-FILE
               ASSIGN TO "RUN-REVERSAL-PENDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDWORK-STATUS.
           SELECT REVERSAL-LOG-FILE ASSIGN TO "RUN-REVERSAL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVLOG-STATUS.
           SELECT RUN-JOURNAL-FILE ASSIGN TO "RUN-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT YEAR-LOCK-FILE ASSIGN TO "YEAR-CLOSED-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT MONTH-LEDGER-FILE ASSIGN TO "MONTH-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MONTH-BALANCE-FILE ASSIGN TO "MONTH-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMBER
               FILE STATUS IS WS-CA-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-ORDER-NO
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ORDER-NO
               ALTERNATE RECORD KEY IS OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT CREDIT-RELEASE-FILE ASSIGN TO "CREDIT-RELEASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-ORDER-NO
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT CAMPAIGN-ORDER-FILE ASSIGN TO "CAMPAIGN-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-NO
               ALTERNATE RECORD KEY IS CO-CAMPAIGN WITH DUPLICATES
               FILE STATUS IS WS-CAMPAIGN-ORDER-STATUS.
           SELECT LOYALTY-ACCOUNT-FILE ASSIGN TO "LOYALTY-ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-CUSTOMER
               FILE STATUS IS WS-LOYALTY-ACCOUNT-STATUS.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO "LOYALTY-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LOYALTY-LEDGER-STATUS.
           SELECT LOYALTY-REDEMPTION-FILE
               ASSIGN TO "LOYALTY-REDEMPTIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-ORDER-NO
               FILE STATUS IS WS-REDEMPTION-STATUS.
           SELECT INVOICE-VOID-FILE ASSIGN TO "INVOICE-VOIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT SEQ-FILE ASSIGN TO WS-SEQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SEQ-WORK-FILE ASSIGN TO "RUN-REVERSE-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQWORK-STATUS.
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
           05 OP-MAY-RELEASE-CREDIT  PIC X(1).
      *    request or approve taking a whole batch run back off
           05 OP-MAY-REVERSE-RUNS    PIC X(1).
      *    the day of the last good sign-on, and the day an
      *    administrator last added or unlocked the id - the
      *    nightly dormancy sweep counts idle days from the later
           05 OP-LAST-SIGNON PIC X(8).
           05 OP-REINSTATED PIC X(8).
      *    one line per privileged action attempted - who, when,
      *    what, and whether the permission let it through
       FD  OPERATOR-ACTION-LOG-FILE.
       01  OPERATOR-ACTION-LOG-RECORD PIC X(100).
      *    reversals requested and not yet approved - the requesting
      *    operator rides along so the approver can be told apart
       FD  PENDING-REVERSAL-FILE.
       01  PENDING-REVERSAL-RECORD.
           05 RP-RUN-ID PIC X(8).
           05 RP-REQUESTED-BY PIC X(8).
           05 RP-REQUESTED-DATE PIC X(8).
           05 RP-REASON PIC X(30).
       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD PIC X(54).
      *    every run taken back off, who asked and who approved, and
      *    whether the proof came out clean - a run on here is never
      *    reversed twice
       FD  REVERSAL-LOG-FILE.
       01  REVERSAL-LOG-RECORD.
           05 RL-RUN-ID PIC X(8).
           05 RL-REVERSED-DATE PIC X(8).
           05 RL-REQUESTED-BY PIC X(8).
           05 RL-APPROVED-BY PIC X(8).
           05 RL-PROOF PIC X(4).
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
      *    years YEARCLOSE has finished and locked
       FD  YEAR-LOCK-FILE.
       01  YEAR-LOCK-RECORD.
           05 YL-YEAR PIC 9(4).
       FD  MONTH-LEDGER-FILE.
       01  MONTH-LEDGER-RECORD.
           05 LG-YEAR PIC 9(4).
           05 LG-MONTH PIC 9(2).
           05 LG-SEQ PIC 9(4).
           05 LG-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 LG-CURRENCY PIC X(3).
           05 LG-DEPT PIC X(3).
           05 LG-ADJ-FLAG PIC X(1).
           05 LG-RUN-ID PIC X(8).
       FD  MONTH-BALANCE-FILE.
       01  MONTH-BALANCE-RECORD.
           05 MB-KEY.
               10 MB-YEAR  PIC 9(4).
               10 MB-MONTH PIC 9(2).
               10 MB-DEPT  PIC X(3).
           05 MB-AMOUNT PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 MB-CLOSED-FLAG PIC X(1).
           05 FILLER PIC X(4).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-NUMBER PIC 9(6).
           05 CM-NAME PIC X(20).
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
           05 FILLER PIC X(4).
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
       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           05 IH-ORDER-NO PIC X(5).
           05 IH-CUSTOMER PIC X(6).
           05 IH-INVOICE-DATE PIC X(8).
           05 IH-QTY PIC 9(2).
           05 IH-GROSS PIC 9(5)V99.
           05 IH-DISCOUNT-RATE PIC 9(2)V99.
           05 IH-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 IH-NET PIC 9(5)V99.
           05 IH-RETURNED-QTY PIC 9(2).
           05 IH-CREDITED-NET PIC 9(5)V99.
           05 IH-TAX-CODE PIC X(4).
           05 IH-TAXABLE-NET PIC 9(5)V99.
           05 IH-TAX PIC 9(5)V99.
           05 IH-CREDITED-TAX PIC 9(5)V99.
           05 IH-INVOICE-NO PIC 9(7).
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-CUSTOMER PIC X(6).
           05 OI-INVOICE-DATE PIC X(8).
           05 OI-NET  PIC 9(5)V99.
           05 OI-PAID PIC 9(5)V99.
           05 OI-STATUS PIC X(1).
               88 OI-IS-OPEN VALUE "O".
           05 OI-INVOICE-NO PIC 9(7).
           05 OI-CREDITED PIC 9(5)V99.
      *    the pricing run's own keyed files - a credit release it
      *    stamped used, the campaign's record of an order, and the
      *    points it posted, spent or backed out
       FD  CREDIT-RELEASE-FILE.
       01  CREDIT-RELEASE-RECORD.
           05 CRL-ORDER-NO PIC X(5).
           05 CRL-CUSTOMER PIC X(6).
           05 CRL-APPROVED-BY PIC X(8).
           05 CRL-APPROVED-DATE PIC X(8).
           05 CRL-USED-DATE PIC X(8).
       FD  CAMPAIGN-ORDER-FILE.
       01  CAMPAIGN-ORDER-RECORD.
           05 CO-ORDER-NO PIC X(5).
           05 CO-CAMPAIGN PIC X(6).
           05 FILLER PIC X(46).
       FD  LOYALTY-ACCOUNT-FILE.
       01  LOYALTY-ACCOUNT-RECORD.
           05 LA-CUSTOMER PIC X(6).
           05 FILLER PIC X(60).
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           05 LL-KEY PIC X(19).
           05 FILLER PIC X(46).
       FD  LOYALTY-REDEMPTION-FILE.
       01  LOYALTY-REDEMPTION-RECORD.
           05 LR-ORDER-NO PIC X(5).
           05 FILLER PIC X(61).
      *    an issued number that no longer bills - a reversed run's
      *    invoice numbers land here so the sequence audit can
      *    account for them instead of calling them gaps
       FD  INVOICE-VOID-FILE.
       01  INVOICE-VOID-RECORD.
           05 VD-INVOICE-NO PIC 9(7).
           05 VD-ORDER-NO PIC X(5).
           05 VD-VOID-DATE PIC X(8).
           05 VD-REASON PIC X(30).
      *    whichever sequential file is being filtered, copied to
      *    the work file without the run's lines and back again
       FD  SEQ-FILE.
       01  SEQ-RECORD PIC X(200).
       FD  SEQ-WORK-FILE.
       01  SEQ-WORK-RECORD PIC X(200).
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
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-PENDWORK-STATUS PIC X(2).
       01 WS-REVLOG-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CA-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).
       01 WS-RELEASE-STATUS PIC X(2).
       01 WS-CAMPAIGN-ORDER-STATUS PIC X(2).
       01 WS-LOYALTY-ACCOUNT-STATUS PIC X(2).
       01 WS-LOYALTY-LEDGER-STATUS PIC X(2).
       01 WS-REDEMPTION-STATUS PIC X(2).
       01 WS-VOID-STATUS PIC X(2).
       01 WS-SEQ-STATUS PIC X(2).
       01 WS-SEQWORK-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SEQ-FILE-NAME PIC X(30) VALUE SPACES.
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
       01 WS-MAY-REVERSE-RUNS PIC X(1) VALUE "N".
       01 WS-MODE PIC X(1) VALUE SPACE.
       01 WS-REPLY PIC X(1) VALUE SPACE.
       01 WS-KEEP-PENDING-SWITCH PIC X(1) VALUE "Y".
           88 WS-KEEP-PENDING VALUE "Y".
       01 WS-WANTED-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-REQUEST-REASON PIC X(30) VALUE SPACES.
       01 WS-REVERSED-SWITCH PIC X(1) VALUE "N".
           88 WS-RUN-ALREADY-REVERSED VALUE "Y".
       01 WS-PENDING-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-RUN-ALREADY-PENDING VALUE "Y".
       01 APPROVE-COUNTS.
           05 AP-REVIEWED-COUNT PIC 9(5) VALUE ZERO.
           05 AP-REVERSED-COUNT PIC 9(5) VALUE ZERO.
           05 AP-SELF-COUNT PIC 9(5) VALUE ZERO.
           05 AP-HELD-COUNT PIC 9(5) VALUE ZERO.
           05 AP-REFUSED-COUNT PIC 9(5) VALUE ZERO.
      *    runs already reversed - their journal lines are history
      *    and never stand in the way of reversing an earlier run
       01 WS-REVERSED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REVERSED-TABLE.
           05 WS-REVERSED-RUN PIC X(8) OCCURS 500 TIMES
               INDEXED BY RV-IDX.
       01 WS-LATER-REVERSED-SWITCH PIC X(1) VALUE "N".
           88 WS-LATER-RUN-REVERSED VALUE "Y".
      *    locked years, loaded once per reversal
       01 WS-LOCKED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LOCKED-TABLE.
           05 WS-LOCKED-YEAR PIC 9(4) OCCURS 50 TIMES
               INDEXED BY LK-IDX.
       01 WS-WORK-PERIOD PIC X(6).
       01 WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM PIC 9(2).
       01 WS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-PERIOD-IS-OPEN VALUE "Y".
       01 WS-RUN-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-RUN-OK VALUE "Y".
       01 WS-REFUSAL PIC X(60) VALUE SPACES.
       01 WS-REVERSAL-DONE-SWITCH PIC X(1) VALUE "N".
           88 WS-REVERSAL-DONE VALUE "Y".
       01 WS-PROOF-OK-SWITCH PIC X(1) VALUE "Y".
           88 WS-PROOF-OK VALUE "Y".
      *    the run's journal lines in the order they were written -
      *    keyed changes are undone last first, and the first line
      *    for each key holds the record as it stood before the run
       01 WS-JOURNAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-JOURNAL-TABLE.
           05 WS-JT-ENTRY OCCURS 2000 TIMES.
               10 WS-JT-FILE PIC X(30).
               10 WS-JT-ACTION PIC X(1).
               10 WS-JT-KEY PIC X(20).
               10 WS-JT-IMAGE PIC X(200).
      *        K a keyed file restored record by record, S a
      *        sequential file the run's lines are filtered out of
               10 WS-JT-KIND PIC X(1).
               10 WS-JT-REMOVED PIC X(1).
      *        on an invoice line - D its open item comes off, P the
      *        invoice number was already billed before the run
               10 WS-JT-ITEM PIC X(1).
       01 WS-JX PIC 9(4) VALUE ZERO.
       01 WS-JY PIC 9(4) VALUE ZERO.
       01 WS-RUN-SEEN-SWITCH PIC X(1) VALUE "N".
           88 WS-RUN-SEEN VALUE "Y".
       01 WS-EARLIER-SWITCH PIC X(1) VALUE "N".
           88 WS-KEY-SEEN-EARLIER VALUE "Y".
      *    the sequential files the run's journal names, with how
      *    many lines it wrote to each and how many came back off
       01 WS-SEQ-FILE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SEQ-FILE-TABLE.
           05 WS-SF-ENTRY OCCURS 30 TIMES INDEXED BY SF-IDX.
               10 WS-SF-NAME PIC X(30).
               10 WS-SF-JOURNALED PIC 9(5).
               10 WS-SF-REMOVED PIC 9(5).
       01 WS-SX PIC 9(2) VALUE ZERO.
       01 WS-SEQ-REMOVED PIC 9(7) VALUE ZERO.
       01 WS-LINE-MATCHED-SWITCH PIC X(1) VALUE "N".
           88 WS-LINE-MATCHED VALUE "Y".
      *    files whose records carry the run id itself - the stamp
      *    sits at a fixed place on the line
       01 WS-STAMPED-TABLE.
           05 WS-STAMPED OCCURS 3 TIMES.
               10 WS-ST-FILE PIC X(30).
               10 WS-ST-POS PIC 9(3).
               10 WS-ST-FOUND PIC 9(7).
               10 WS-ST-REMOVED PIC 9(7).
               10 WS-ST-LEFT PIC 9(7).
       01 WS-STX PIC 9(1) VALUE ZERO.
       01 WS-STAMP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LEDGER-TOTAL PIC S9(7)V99 VALUE ZERO.
       01 WS-LEDGER-RUN-SEEN-SWITCH PIC X(1) VALUE "N".
           88 WS-LEDGER-RUN-SEEN VALUE "Y".
      *    the months the run posted ledger entries to
       01 WS-RUN-PERIOD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RUN-PERIOD-TABLE.
           05 WS-RUN-PERIOD PIC X(6) OCCURS 60 TIMES
               INDEXED BY RP-IDX.
       01 WS-PERIOD-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-PERIOD-FOUND VALUE "Y".
       01 WS-ITEMS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEMS-OPEN VALUE "Y".
       01 WS-RELEASE-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-RELEASE-OPEN VALUE "Y".
       01 WS-REDEMPTIONS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-REDEMPTIONS-OPEN VALUE "Y".
      *    alternate views of a journal image
       01 WS-BALANCE-VIEW.
           05 BV-YEAR PIC 9(4).
           05 BV-MONTH PIC 9(2).
           05 FILLER PIC X(194).
       01 WS-INVOICE-VIEW.
           05 IV-ORDER-NO PIC X(5).
           05 FILLER PIC X(34).
           05 IV-INVOICE-NO PIC 9(7).
           05 FILLER PIC X(154).
       01 WS-HISTORY-VIEW.
           05 HV-ORDER-NO PIC X(5).
           05 FILLER PIC X(75).
           05 HV-INVOICE-NO PIC 9(7).
           05 FILLER PIC X(113).
       01 WS-ACTUAL-IMAGE PIC X(200).
       01 REVERSE-COUNTS.
           05 RV-KEYED-UNDONE PIC 9(5) VALUE ZERO.
           05 RV-KEYED-FAILED PIC 9(5) VALUE ZERO.
           05 RV-KEYS-PROVED PIC 9(5) VALUE ZERO.
           05 RV-KEYS-MISMATCHED PIC 9(5) VALUE ZERO.
           05 RV-ITEMS-TO-DELETE PIC 9(5) VALUE ZERO.
           05 RV-ITEMS-DELETED PIC 9(5) VALUE ZERO.
           05 RV-INVOICES-VOIDED PIC 9(5) VALUE ZERO.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZZZZ9.
       01 WS-AMOUNT-EDIT PIC -Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 700-SIGN-ON.
           IF NOT WS-SIGNED-ON
               GOBACK
           END-IF.
           IF WS-MAY-REVERSE-RUNS NOT = "Y"
               MOVE "REVERSE RUNS" TO WS-ACTION-TEXT
               MOVE "DENIED" TO WS-ACTION-VERDICT
               PERFORM 710-LOG-OPERATOR-ACTION
               DISPLAY "NOT AUTHORIZED TO REVERSE BATCH RUNS"
               GOBACK
           END-IF.
           DISPLAY "R)EQUEST A REVERSAL  A)PPROVE PENDING : ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN "R"
               WHEN "r"
                   PERFORM 100-REQUEST-REVERSAL
               WHEN "A"
               WHEN "a"
                   PERFORM 970-STAMP-RUN-START
                   PERFORM 200-REVIEW-PENDING
                   DISPLAY "REVIEWED: "AP-REVIEWED-COUNT
                   DISPLAY "REVERSED: "AP-REVERSED-COUNT
                   DISPLAY "OWN REQUESTS REFUSED: "AP-SELF-COUNT
                   DISPLAY "LEFT PENDING: "AP-HELD-COUNT
                   DISPLAY "REFUSED, LEFT PENDING: "AP-REFUSED-COUNT
                   PERFORM 975-STAMP-RUN-END
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.
           GOBACK.

      *    the first operator's half - the run id goes on the
      *    pending file for a different operator to approve
       100-REQUEST-REVERSAL.
           DISPLAY "RUN ID TO REVERSE: ".
           ACCEPT WS-WANTED-RUN-ID.
           DISPLAY "REASON: ".
           ACCEPT WS-REQUEST-REASON.
           PERFORM 110-LOAD-REVERSED-RUNS.
           PERFORM 120-CHECK-ALREADY-PENDING.
           EVALUATE TRUE
               WHEN WS-WANTED-RUN-ID = SPACES
                   DISPLAY "A RUN ID IS REQUIRED"
               WHEN WS-RUN-ALREADY-REVERSED
                   DISPLAY "RUN "WS-WANTED-RUN-ID" IS ALREADY "
                           "REVERSED"
               WHEN WS-RUN-ALREADY-PENDING
                   DISPLAY "RUN "WS-WANTED-RUN-ID" IS ALREADY "
                           "WAITING FOR APPROVAL"
               WHEN OTHER
                   OPEN EXTEND PENDING-REVERSAL-FILE
                   IF WS-PENDING-STATUS NOT = "00"
                       OPEN OUTPUT PENDING-REVERSAL-FILE
                   END-IF
                   MOVE WS-WANTED-RUN-ID TO RP-RUN-ID
                   MOVE WS-SIGNON-ID TO RP-REQUESTED-BY
                   MOVE WS-RUN-DATE TO RP-REQUESTED-DATE
                   MOVE WS-REQUEST-REASON TO RP-REASON
                   WRITE PENDING-REVERSAL-RECORD
                   CLOSE PENDING-REVERSAL-FILE
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "REVERSE RQ " WS-WANTED-RUN-ID
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   MOVE "ALLOWED" TO WS-ACTION-VERDICT
                   PERFORM 710-LOG-OPERATOR-ACTION
                   DISPLAY "REVERSAL STAGED - A DIFFERENT OPERATOR "
                           "MUST APPROVE IT"
           END-EVALUATE.

       110-LOAD-REVERSED-RUNS.
           MOVE ZERO TO WS-REVERSED-COUNT.
           MOVE "N" TO WS-REVERSED-SWITCH.
           OPEN INPUT REVERSAL-LOG-FILE.
           IF WS-REVLOG-STATUS = "00"
               PERFORM 115-READ-REVERSAL-LOG
               PERFORM UNTIL WS-REVLOG-STATUS = "10"
                   IF RL-RUN-ID = WS-WANTED-RUN-ID
                       SET WS-RUN-ALREADY-REVERSED TO TRUE
                   END-IF
                   IF WS-REVERSED-COUNT < 500
                       ADD 1 TO WS-REVERSED-COUNT
                       MOVE RL-RUN-ID TO
                           WS-REVERSED-RUN (WS-REVERSED-COUNT)
                   END-IF
                   PERFORM 115-READ-REVERSAL-LOG
               END-PERFORM
               CLOSE REVERSAL-LOG-FILE
           END-IF.

       115-READ-REVERSAL-LOG.
           READ REVERSAL-LOG-FILE
               AT END MOVE "10" TO WS-REVLOG-STATUS
           END-READ.

       120-CHECK-ALREADY-PENDING.
           MOVE "N" TO WS-PENDING-FOUND-SWITCH.
           OPEN INPUT PENDING-REVERSAL-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM 125-READ-PENDING
               PERFORM UNTIL WS-PENDING-STATUS = "10"
                   IF RP-RUN-ID = WS-WANTED-RUN-ID
                       SET WS-RUN-ALREADY-PENDING TO TRUE
                   END-IF
                   PERFORM 125-READ-PENDING
               END-PERFORM
               CLOSE PENDING-REVERSAL-FILE
           END-IF.

       125-READ-PENDING.
           READ PENDING-REVERSAL-FILE
               AT END MOVE "10" TO WS-PENDING-STATUS
           END-READ.

       130-LOAD-LOCKED-YEARS.
           MOVE ZERO TO WS-LOCKED-COUNT.
           OPEN INPUT YEAR-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               PERFORM 135-READ-YEAR-LOCK
               PERFORM UNTIL WS-LOCK-STATUS = "10"
                   IF WS-LOCKED-COUNT < 50
                       ADD 1 TO WS-LOCKED-COUNT
                       MOVE YL-YEAR TO WS-LOCKED-YEAR (WS-LOCKED-COUNT)
                   END-IF
                   PERFORM 135-READ-YEAR-LOCK
               END-PERFORM
               CLOSE YEAR-LOCK-FILE
           END-IF.

       135-READ-YEAR-LOCK.
           READ YEAR-LOCK-FILE
               AT END MOVE "10" TO WS-LOCK-STATUS
           END-READ.

      *    the second operator's half - walk the pending file, and
      *    whatever is not reversed this session is copied forward
      *    so it stays on the queue
       200-REVIEW-PENDING.
           OPEN INPUT PENDING-REVERSAL-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "NOTHING PENDING"
           ELSE
               PERFORM 955-OPEN-REPORT-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BATCH RUN REVERSALS  RUN " WS-RUN-DATE
                      "  APPROVER " WS-SIGNON-ID
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               OPEN OUTPUT PENDING-WORK-FILE
               PERFORM 125-READ-PENDING
               PERFORM UNTIL WS-PENDING-STATUS = "10"
                   PERFORM 210-REVIEW-ONE-REQUEST
                   IF WS-KEEP-PENDING
                       MOVE PENDING-REVERSAL-RECORD TO
                           PENDING-WORK-RECORD
                       WRITE PENDING-WORK-RECORD
                   END-IF
                   PERFORM 125-READ-PENDING
               END-PERFORM
               CLOSE PENDING-REVERSAL-FILE
               CLOSE PENDING-WORK-FILE
               PERFORM 250-COPY-WORK-TO-PENDING
               PERFORM 965-CLOSE-REPORT-FILE
           END-IF.

      *    the approver must be a different pair of eyes - an
      *    operator's own request stays pending for someone else
       210-REVIEW-ONE-REQUEST.
           ADD 1 TO AP-REVIEWED-COUNT.
           MOVE "Y" TO WS-KEEP-PENDING-SWITCH.
           IF RP-REQUESTED-BY = WS-SIGNON-ID
               ADD 1 TO AP-SELF-COUNT
               DISPLAY "REQUESTED BY YOU - A DIFFERENT OPERATOR MUST "
                       "APPROVE: "RP-RUN-ID
           ELSE
               DISPLAY "PENDING REVERSAL OF RUN "RP-RUN-ID
                       " REQUESTED BY "RP-REQUESTED-BY
                       " ON "RP-REQUESTED-DATE
               DISPLAY "  REASON: "RP-REASON
               DISPLAY "APPROVE (Y/N)? "
               ACCEPT WS-REPLY
               IF WS-REPLY = "Y" OR WS-REPLY = "y"
                   PERFORM 300-REVERSE-RUN
                   IF WS-REVERSAL-DONE
                       PERFORM 600-RECORD-REVERSAL
                   ELSE
                       ADD 1 TO AP-REFUSED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO AP-HELD-COUNT
               END-IF
           END-IF.

       250-COPY-WORK-TO-PENDING.
           OPEN INPUT PENDING-WORK-FILE.
           OPEN OUTPUT PENDING-REVERSAL-FILE.
           IF WS-PENDWORK-STATUS = "00"
               PERFORM 255-READ-PENDWORK
               PERFORM UNTIL WS-PENDWORK-STATUS = "10"
                   MOVE PENDING-WORK-RECORD TO PENDING-REVERSAL-RECORD
                   WRITE PENDING-REVERSAL-RECORD
                   PERFORM 255-READ-PENDWORK
               END-PERFORM
               CLOSE PENDING-WORK-FILE
           END-IF.
           CLOSE PENDING-REVERSAL-FILE.

       255-READ-PENDWORK.
           READ PENDING-WORK-FILE
               AT END MOVE "10" TO WS-PENDWORK-STATUS
           END-READ.

      *    everything is checked before anything moves - a refused
      *    reversal leaves every file exactly as it found them
       300-REVERSE-RUN.
           MOVE RP-RUN-ID TO WS-WANTED-RUN-ID.
           MOVE "Y" TO WS-RUN-OK-SWITCH.
           MOVE "N" TO WS-REVERSAL-DONE-SWITCH.
           MOVE "Y" TO WS-PROOF-OK-SWITCH.
           MOVE SPACES TO WS-REFUSAL.
           INITIALIZE REVERSE-COUNTS.
           MOVE ZERO TO WS-LEDGER-TOTAL.
           MOVE "MONTH-LEDGER" TO WS-ST-FILE (1).
           MOVE 24 TO WS-ST-POS (1).
           MOVE "RONF-TRANSACTIONS" TO WS-ST-FILE (2).
           MOVE 9 TO WS-ST-POS (2).
           MOVE "RONF-BALANCE-HISTORY" TO WS-ST-FILE (3).
           MOVE 34 TO WS-ST-POS (3).
           PERFORM VARYING WS-STX FROM 1 BY 1 UNTIL WS-STX > 3
               MOVE ZERO TO WS-ST-FOUND (WS-STX)
               MOVE ZERO TO WS-ST-REMOVED (WS-STX)
               MOVE ZERO TO WS-ST-LEFT (WS-STX)
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REVERSAL OF RUN " WS-WANTED-RUN-ID
                  "  REQUESTED BY " RP-REQUESTED-BY
                  "  APPROVED BY " WS-SIGNON-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 110-LOAD-REVERSED-RUNS.
           IF WS-RUN-ALREADY-REVERSED
               MOVE "N" TO WS-RUN-OK-SWITCH
               MOVE "THE RUN IS ALREADY REVERSED" TO WS-REFUSAL
           END-IF.
           PERFORM 130-LOAD-LOCKED-YEARS.
           PERFORM 310-LOAD-RUN-JOURNAL.
           PERFORM 380-OPEN-KEYED-FILES.
           IF WS-RUN-OK
               PERFORM 320-CHECK-LEDGER
           END-IF.
           IF WS-RUN-OK
               PERFORM 330-CHECK-BALANCE-PERIODS
           END-IF.
           IF WS-RUN-OK
               PERFORM 340-CHECK-OPEN-ITEMS
           END-IF.
           IF WS-RUN-OK
               MOVE 2 TO WS-STX
               PERFORM 520-COUNT-STAMPED
               MOVE WS-STAMP-COUNT TO WS-ST-FOUND (2)
               MOVE 3 TO WS-STX
               PERFORM 520-COUNT-STAMPED
               MOVE WS-STAMP-COUNT TO WS-ST-FOUND (3)
               IF WS-JOURNAL-COUNT = ZERO
                   AND WS-ST-FOUND (1) = ZERO
                   AND WS-ST-FOUND (2) = ZERO
                   AND WS-ST-FOUND (3) = ZERO
                   MOVE "N" TO WS-RUN-OK-SWITCH
                   MOVE "NOTHING ON FILE CARRIES THIS RUN ID"
                       TO WS-REFUSAL
               END-IF
           END-IF.
           IF WS-RUN-OK
               PERFORM 400-UNDO-KEYED-CHANGES
               PERFORM 420-REMOVE-SEQUENTIAL-LINES
               PERFORM 440-REMOVE-STAMPED-RECORDS
               PERFORM 460-DELETE-OPEN-ITEMS
               PERFORM 470-VOID-RUN-INVOICES
               PERFORM 500-PROVE-REVERSAL
               SET WS-REVERSAL-DONE TO TRUE
           ELSE
               STRING "  REVERSAL REFUSED - " WS-REFUSAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               MOVE "  THE REQUEST STAYS PENDING - NOTHING WAS CHANGED"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 390-CLOSE-KEYED-FILES.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the run's own journal lines into the table; a line from
      *    any later run not itself reversed that touches a record
      *    this run touched means that run must come off first -
      *    and the day files a pricing run replaces count as one
      *    record, since the next pricing run rewrites them whole
       310-LOAD-RUN-JOURNAL.
           MOVE ZERO TO WS-JOURNAL-COUNT.
           MOVE ZERO TO WS-SEQ-FILE-COUNT.
           MOVE "N" TO WS-RUN-SEEN-SWITCH.
           OPEN INPUT RUN-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM 315-READ-JOURNAL
               PERFORM UNTIL WS-JOURNAL-STATUS = "10"
                   IF RJ-RUN-ID = WS-WANTED-RUN-ID
                       SET WS-RUN-SEEN TO TRUE
                       PERFORM 316-TAKE-JOURNAL-ENTRY
                   ELSE
                       IF WS-RUN-SEEN AND WS-RUN-OK
                           PERFORM 317-CHECK-LATER-ENTRY
                       END-IF
                   END-IF
                   PERFORM 315-READ-JOURNAL
               END-PERFORM
               CLOSE RUN-JOURNAL-FILE
           END-IF.

       315-READ-JOURNAL.
           READ RUN-JOURNAL-FILE
               AT END MOVE "10" TO WS-JOURNAL-STATUS
           END-READ.

       316-TAKE-JOURNAL-ENTRY.
           IF WS-JOURNAL-COUNT NOT < 2000
               MOVE "N" TO WS-RUN-OK-SWITCH
               MOVE "THE RUN JOURNALED MORE THAN 2000 LINES"
                   TO WS-REFUSAL
           ELSE
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE WS-JOURNAL-COUNT TO WS-JX
               MOVE RJ-FILE TO WS-JT-FILE (WS-JX)
               MOVE RJ-ACTION TO WS-JT-ACTION (WS-JX)
               MOVE RJ-KEY TO WS-JT-KEY (WS-JX)
               MOVE RJ-IMAGE TO WS-JT-IMAGE (WS-JX)
               MOVE "N" TO WS-JT-REMOVED (WS-JX)
               MOVE SPACE TO WS-JT-ITEM (WS-JX)
               EVALUATE RJ-FILE
                   WHEN "CUSTOMER-MASTER"
                   WHEN "CUSTOMER-ADDRESS"
                   WHEN "MONTH-BALANCE"
                   WHEN "QTY-INVOICE-HISTORY"
                   WHEN "CREDIT-RELEASE"
                   WHEN "CAMPAIGN-ORDERS"
                   WHEN "LOYALTY-ACCOUNTS"
                   WHEN "LOYALTY-LEDGER"
                   WHEN "LOYALTY-REDEMPTIONS"
                       MOVE "K" TO WS-JT-KIND (WS-JX)
                   WHEN OTHER
                       MOVE "S" TO WS-JT-KIND (WS-JX)
                       PERFORM 318-NOTE-SEQUENTIAL-FILE
               END-EVALUATE
           END-IF.

      *    a later line only counts against the reversal when its
      *    own run is still standing
       317-CHECK-LATER-ENTRY.
           MOVE "N" TO WS-LATER-REVERSED-SWITCH.
           SET RV-IDX TO 1.
           SEARCH WS-REVERSED-RUN
               AT END
                   CONTINUE
               WHEN RV-IDX > WS-REVERSED-COUNT
                   CONTINUE
               WHEN WS-REVERSED-RUN (RV-IDX) = RJ-RUN-ID
                   SET WS-LATER-RUN-REVERSED TO TRUE
           END-SEARCH.
           IF NOT WS-LATER-RUN-REVERSED
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-JOURNAL-COUNT
                       OR NOT WS-RUN-OK
                   IF WS-JT-FILE (WS-JX) = RJ-FILE
                       AND (WS-JT-KEY (WS-JX) = RJ-KEY
                       OR RJ-FILE = "QTY-INVOICES"
                       OR RJ-FILE = "QTY-DISCOUNT-APPLIED")
                       MOVE "N" TO WS-RUN-OK-SWITCH
                       STRING "LATER RUN " RJ-RUN-ID " CHANGED "
                              RJ-FILE
                              DELIMITED BY SIZE INTO WS-REFUSAL
                   END-IF
               END-PERFORM
           END-IF.

       318-NOTE-SEQUENTIAL-FILE.
           SET SF-IDX TO 1.
           SEARCH WS-SF-ENTRY
               AT END
                   CONTINUE
               WHEN SF-IDX > WS-SEQ-FILE-COUNT
                   CONTINUE
               WHEN WS-SF-NAME (SF-IDX) = RJ-FILE
                   ADD 1 TO WS-SF-JOURNALED (SF-IDX)
           END-SEARCH.
           IF SF-IDX > WS-SEQ-FILE-COUNT
               IF WS-SEQ-FILE-COUNT < 30
                   ADD 1 TO WS-SEQ-FILE-COUNT
                   MOVE RJ-FILE TO WS-SF-NAME (WS-SEQ-FILE-COUNT)
                   MOVE 1 TO WS-SF-JOURNALED (WS-SEQ-FILE-COUNT)
                   MOVE ZERO TO WS-SF-REMOVED (WS-SEQ-FILE-COUNT)
               ELSE
                   MOVE "N" TO WS-RUN-OK-SWITCH
                   MOVE "THE RUN WROTE TO MORE THAN 30 FILES"
                       TO WS-REFUSAL
               END-IF
           END-IF.

      *    every ledger posting the run stamped must sit in an open
      *    month of an unlocked year, and nothing posted after it
      *    may share one of its months - the balances restored for
      *    that month would wipe the later posting out
       320-CHECK-LEDGER.
           MOVE ZERO TO WS-RUN-PERIOD-COUNT.
           MOVE "N" TO WS-LEDGER-RUN-SEEN-SWITCH.
           OPEN INPUT MONTH-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM 325-READ-LEDGER
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   OR NOT WS-RUN-OK
                   MOVE LG-YEAR TO WS-WORK-YYYY
                   MOVE LG-MONTH TO WS-WORK-MM
                   IF LG-RUN-ID = WS-WANTED-RUN-ID
                       SET WS-LEDGER-RUN-SEEN TO TRUE
                       ADD 1 TO WS-ST-FOUND (1)
                       ADD LG-AMOUNT TO WS-LEDGER-TOTAL
                       PERFORM 326-NOTE-RUN-PERIOD
                       PERFORM 350-JUDGE-PERIOD-OPEN
                       IF NOT WS-PERIOD-IS-OPEN
                           MOVE "N" TO WS-RUN-OK-SWITCH
                           STRING "LEDGER POSTING IN CLOSED MONTH "
                                  WS-WORK-PERIOD
                                  DELIMITED BY SIZE INTO WS-REFUSAL
                       END-IF
                   ELSE
                       IF WS-LEDGER-RUN-SEEN
                           PERFORM 327-FIND-RUN-PERIOD
                           IF WS-PERIOD-FOUND
                               MOVE "N" TO WS-RUN-OK-SWITCH
                               STRING "LATER LEDGER POSTING IN "
                                      WS-WORK-PERIOD
                                      DELIMITED BY SIZE
                                      INTO WS-REFUSAL
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 325-READ-LEDGER
               END-PERFORM
               CLOSE MONTH-LEDGER-FILE
           END-IF.

       325-READ-LEDGER.
           READ MONTH-LEDGER-FILE
               AT END MOVE "10" TO WS-LEDGER-STATUS
           END-READ.

       326-NOTE-RUN-PERIOD.
           PERFORM 327-FIND-RUN-PERIOD.
           IF NOT WS-PERIOD-FOUND AND WS-RUN-PERIOD-COUNT < 60
               ADD 1 TO WS-RUN-PERIOD-COUNT
               MOVE WS-WORK-PERIOD TO
                   WS-RUN-PERIOD (WS-RUN-PERIOD-COUNT)
           END-IF.

       327-FIND-RUN-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SWITCH.
           SET RP-IDX TO 1.
           SEARCH WS-RUN-PERIOD
               AT END
                   CONTINUE
               WHEN RP-IDX > WS-RUN-PERIOD-COUNT
                   CONTINUE
               WHEN WS-RUN-PERIOD (RP-IDX) = WS-WORK-PERIOD
                   SET WS-PERIOD-FOUND TO TRUE
           END-SEARCH.

      *    a balance the run changed may only go back while its
      *    month is still open
       330-CHECK-BALANCE-PERIODS.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOURNAL-COUNT OR NOT WS-RUN-OK
               IF WS-JT-FILE (WS-JX) = "MONTH-BALANCE"
                   MOVE WS-JT-IMAGE (WS-JX) TO WS-BALANCE-VIEW
                   MOVE BV-YEAR TO WS-WORK-YYYY
                   MOVE BV-MONTH TO WS-WORK-MM
                   PERFORM 350-JUDGE-PERIOD-OPEN
                   IF NOT WS-PERIOD-IS-OPEN
                       MOVE "N" TO WS-RUN-OK-SWITCH
                       STRING "BALANCE CHANGED IN CLOSED MONTH "
                              WS-WORK-PERIOD
                              DELIMITED BY SIZE INTO WS-REFUSAL
                   END-IF
               END-IF
           END-PERFORM.

      *    each invoice line the run wrote - an invoice number the
      *    order already carried before the run (a rerun of its day)
      *    is not the run's to take back; otherwise the open item
      *    billing it comes off, unless a payment has been applied
      *    or a return credited against it, which has to be
      *    reversed first
       340-CHECK-OPEN-ITEMS.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOURNAL-COUNT OR NOT WS-RUN-OK
               IF WS-JT-FILE (WS-JX) = "QTY-INVOICES"
                   MOVE WS-JT-IMAGE (WS-JX) TO WS-INVOICE-VIEW
                   IF IV-ORDER-NO NOT = "TOTAL"
                       PERFORM 345-JUDGE-ONE-INVOICE
                   END-IF
               END-IF
           END-PERFORM.

       345-JUDGE-ONE-INVOICE.
           PERFORM VARYING WS-JY FROM 1 BY 1
                   UNTIL WS-JY > WS-JOURNAL-COUNT
               IF WS-JT-FILE (WS-JY) = "QTY-INVOICE-HISTORY"
                   AND WS-JT-ACTION (WS-JY) = "C"
                   MOVE WS-JT-IMAGE (WS-JY) TO WS-HISTORY-VIEW
                   IF HV-ORDER-NO = IV-ORDER-NO
                       AND HV-INVOICE-NO = IV-INVOICE-NO
                       MOVE "P" TO WS-JT-ITEM (WS-JX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JT-ITEM (WS-JX) NOT = "P" AND WS-ITEMS-OPEN
               MOVE IV-ORDER-NO TO OI-ORDER-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-INVOICE-NO = IV-INVOICE-NO
                           EVALUATE TRUE
                               WHEN OI-PAID > ZERO
                                   MOVE "N" TO WS-RUN-OK-SWITCH
                                   STRING "PAYMENT APPLIED TO INVOICE "
                                          IV-INVOICE-NO
                                          DELIMITED BY SIZE
                                          INTO WS-REFUSAL
                               WHEN OI-CREDITED > ZERO
                                   MOVE "N" TO WS-RUN-OK-SWITCH
                                   STRING "RETURN CREDITED ON INVOICE "
                                          IV-INVOICE-NO
                                          DELIMITED BY SIZE
                                          INTO WS-REFUSAL
                               WHEN OTHER
                                   MOVE "D" TO WS-JT-ITEM (WS-JX)
                                   ADD 1 TO RV-ITEMS-TO-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.

      *    a month is open when its year is not locked and its ALL
      *    balance is not marked closed - no balance yet is open
       350-JUDGE-PERIOD-OPEN.
           MOVE "Y" TO WS-OPEN-SWITCH.
           SET LK-IDX TO 1.
           SEARCH WS-LOCKED-YEAR
               AT END
                   CONTINUE
               WHEN LK-IDX > WS-LOCKED-COUNT
                   CONTINUE
               WHEN WS-LOCKED-YEAR (LK-IDX) = WS-WORK-YYYY
                   MOVE "N" TO WS-OPEN-SWITCH
           END-SEARCH.
           IF WS-PERIOD-IS-OPEN
               MOVE WS-WORK-YYYY TO MB-YEAR
               MOVE WS-WORK-MM TO MB-MONTH
               MOVE "ALL" TO MB-DEPT
               READ MONTH-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MB-CLOSED-FLAG = "Y"
                           MOVE "N" TO WS-OPEN-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    the keyed files a run can touch are created empty when
      *    missing, the way their own programs first open them;
      *    open items, credit releases and redemptions are only
      *    used when the file exists at all, as in the pricing run
       380-OPEN-KEYED-FILES.
           OPEN I-O MONTH-BALANCE-FILE.
           IF WS-BALANCE-STATUS = "35"
               OPEN OUTPUT MONTH-BALANCE-FILE
               CLOSE MONTH-BALANCE-FILE
               OPEN I-O MONTH-BALANCE-FILE
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-CA-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF.
           OPEN I-O INVOICE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT INVOICE-HISTORY-FILE
               CLOSE INVOICE-HISTORY-FILE
               OPEN I-O INVOICE-HISTORY-FILE
           END-IF.
           OPEN I-O CAMPAIGN-ORDER-FILE.
           IF WS-CAMPAIGN-ORDER-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-ORDER-FILE
               CLOSE CAMPAIGN-ORDER-FILE
               OPEN I-O CAMPAIGN-ORDER-FILE
           END-IF.
           OPEN I-O LOYALTY-ACCOUNT-FILE.
           IF WS-LOYALTY-ACCOUNT-STATUS = "35"
               OPEN OUTPUT LOYALTY-ACCOUNT-FILE
               CLOSE LOYALTY-ACCOUNT-FILE
               OPEN I-O LOYALTY-ACCOUNT-FILE
           END-IF.
           OPEN I-O LOYALTY-LEDGER-FILE.
           IF WS-LOYALTY-LEDGER-STATUS = "35"
               OPEN OUTPUT LOYALTY-LEDGER-FILE
               CLOSE LOYALTY-LEDGER-FILE
               OPEN I-O LOYALTY-LEDGER-FILE
           END-IF.
           MOVE "N" TO WS-ITEMS-OPEN-SWITCH.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "00"
               SET WS-ITEMS-OPEN TO TRUE
           END-IF.
           MOVE "N" TO WS-RELEASE-OPEN-SWITCH.
           OPEN I-O CREDIT-RELEASE-FILE.
           IF WS-RELEASE-STATUS = "00"
               SET WS-RELEASE-OPEN TO TRUE
           END-IF.
           MOVE "N" TO WS-REDEMPTIONS-OPEN-SWITCH.
           OPEN I-O LOYALTY-REDEMPTION-FILE.
           IF WS-REDEMPTION-STATUS = "00"
               SET WS-REDEMPTIONS-OPEN TO TRUE
           END-IF.

       390-CLOSE-KEYED-FILES.
           CLOSE MONTH-BALANCE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE INVOICE-HISTORY-FILE.
           CLOSE CAMPAIGN-ORDER-FILE.
           CLOSE LOYALTY-ACCOUNT-FILE.
           CLOSE LOYALTY-LEDGER-FILE.
           IF WS-ITEMS-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF.
           IF WS-RELEASE-OPEN
               CLOSE CREDIT-RELEASE-FILE
           END-IF.
           IF WS-REDEMPTIONS-OPEN
               CLOSE LOYALTY-REDEMPTION-FILE
           END-IF.

      *    last change first - a record the run added and then
      *    changed is put back to its added image and then deleted
       400-UNDO-KEYED-CHANGES.
           PERFORM VARYING WS-JX FROM WS-JOURNAL-COUNT BY -1
                   UNTIL WS-JX < 1
               IF WS-JT-KIND (WS-JX) = "K"
                   PERFORM 410-UNDO-ONE-CHANGE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RV-KEYED-UNDONE TO WS-COUNT-EDIT.
           MOVE RV-KEYED-FAILED TO WS-COUNT-EDIT-2.
           STRING "  KEYED CHANGES UNDONE " WS-COUNT-EDIT
                  "   FAILED " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    an add comes off by its key; a change or delete puts the
      *    before-image back whether or not the key is on file now
       410-UNDO-ONE-CHANGE.
           ADD 1 TO RV-KEYED-UNDONE.
           EVALUATE WS-JT-FILE (WS-JX)
               WHEN "CUSTOMER-MASTER"
                   MOVE WS-JT-IMAGE (WS-JX) TO CUSTOMER-MASTER-RECORD
                   IF WS-JT-ACTION (WS-JX) = "A"
                       DELETE CUSTOMER-MASTER-FILE
                           INVALID KEY
                               ADD 1 TO RV-KEYED-FAILED
                       END-DELETE
                   ELSE
                       WRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                               REWRITE CUSTOMER-MASTER-RECORD
                                   INVALID KEY
                                       ADD 1 TO RV-KEYED-FAILED
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN "CUSTOMER-ADDRESS"
                   MOVE WS-JT-IMAGE (WS-JX) TO CUSTOMER-ADDRESS-RECORD
                   IF WS-JT-ACTION (WS-JX) = "A"
                       DELETE CUSTOMER-ADDRESS-FILE
                           INVALID KEY
                               ADD 1 TO RV-KEYED-FAILED
                       END-DELETE
                   ELSE
                       WRITE CUSTOMER-ADDRESS-RECORD
                           INVALID KEY
                               REWRITE CUSTOMER-ADDRESS-RECORD
                                   INVALID KEY
                                       ADD 1 TO RV-KEYED-FAILED
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN "MONTH-BALANCE"
                   MOVE WS-JT-IMAGE (WS-JX) TO MONTH-BALANCE-RECORD
                   IF WS-JT-ACTION (WS-JX) = "A"
                       DELETE MONTH-BALANCE-FILE
                           INVALID KEY
                               ADD 1 TO RV-KEYED-FAILED
                       END-DELETE
                   ELSE
                       WRITE MONTH-BALANCE-RECORD
                           INVALID KEY
                               REWRITE MONTH-BALANCE-RECORD
                                   INVALID KEY
                                       ADD 1 TO RV-KEYED-FAILED
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN "QTY-INVOICE-HISTORY"
                   MOVE WS-JT-IMAGE (WS-JX) TO INVOICE-HISTORY-RECORD
                   IF WS-JT-ACTION (WS-JX) = "A"
                       DELETE INVOICE-HISTORY-FILE
                           INVALID KEY
                               ADD 1 TO RV-KEYED-FAILED
                       END-DELETE
                   ELSE
                       WRITE INVOICE-HISTORY-RECORD
                           INVALID KEY
                               REWRITE INVOICE-HISTORY-RECORD
                                   INVALID KEY
                                       ADD 1 TO RV-KEYED-FAILED
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN "CREDIT-RELEASE"
                   IF NOT WS-RELEASE-OPEN
                       ADD 1 TO RV-KEYED-FAILED
                   ELSE
                       MOVE WS-JT-IMAGE (WS-JX) TO CREDIT-RELEASE-RECORD
                       IF WS-JT-ACTION (WS-JX) = "A"
                           DELETE CREDIT-RELEASE-FILE
                               INVALID KEY
                                   ADD 1 TO RV-KEYED-FAILED
                           END-DELETE
                       ELSE
                           WRITE CREDIT-RELEASE-RECORD
                               INVALID KEY
                                   REWRITE CREDIT-RELEASE-RECORD
                                       INVALID KEY
                                           ADD 1 TO RV-KEYED-FAILED
                                   END-REWRITE
                           END-WRITE
                       END-IF
                   END-IF
               WHEN "CAMPAIGN-ORDERS"
                   MOVE WS-JT-IMAGE (WS-JX) TO CAMPAIGN-ORDER-RECORD
                   IF WS-JT-ACTION (WS-JX) = "A"
                       DELETE CAMPAIGN-ORDER-FILE
                           INVALID KEY
                               ADD 1 TO RV-KEYED-FAILED
                       END-DELETE
                   ELSE
                       WRITE CAMPAIGN-ORDER-RECORD
                           INVALID KEY
                               REWRITE CAMPAIGN-ORDER-RECORD
                                   INVALID KEY
                                       ADD 1 TO RV-KEYED-FAILED
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN "LOYALTY-ACCOUNTS"
                   MOVE WS-JT-IMAGE (WS-JX) TO LOYALTY-ACCOUNT-RECORD
                   IF WS-JT-ACTION (WS-JX) = "A"
                       DELETE LOYALTY-ACCOUNT-FILE
                           INVALID KEY
                               ADD 1 TO RV-KEYED-FAILED
                       END-DELETE
                   ELSE
                       WRITE LOYALTY-ACCOUNT-RECORD
                           INVALID KEY
                               REWRITE LOYALTY-ACCOUNT-RECORD
                                   INVALID KEY
                                       ADD 1 TO RV-KEYED-FAILED
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN "LOYALTY-LEDGER"
                   MOVE WS-JT-IMAGE (WS-JX) TO LOYALTY-LEDGER-RECORD
                   IF WS-JT-ACTION (WS-JX) = "A"
                       DELETE LOYALTY-LEDGER-FILE
                           INVALID KEY
                               ADD 1 TO RV-KEYED-FAILED
                       END-DELETE
                   ELSE
                       WRITE LOYALTY-LEDGER-RECORD
                           INVALID KEY
                               REWRITE LOYALTY-LEDGER-RECORD
                                   INVALID KEY
                                       ADD 1 TO RV-KEYED-FAILED
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN "LOYALTY-REDEMPTIONS"
                   IF NOT WS-REDEMPTIONS-OPEN
                       ADD 1 TO RV-KEYED-FAILED
                   ELSE
                       MOVE WS-JT-IMAGE (WS-JX) TO
                           LOYALTY-REDEMPTION-RECORD
                       IF WS-JT-ACTION (WS-JX) = "A"
                           DELETE LOYALTY-REDEMPTION-FILE
                               INVALID KEY
                                   ADD 1 TO RV-KEYED-FAILED
                           END-DELETE
                       ELSE
                           WRITE LOYALTY-REDEMPTION-RECORD
                               INVALID KEY
                                   REWRITE LOYALTY-REDEMPTION-RECORD
                                       INVALID KEY
                                           ADD 1 TO RV-KEYED-FAILED
                                   END-REWRITE
                           END-WRITE
                       END-IF
                   END-IF
           END-EVALUATE.

      *    every line the run wrote to a sequential file comes back
      *    out - the file is copied to the work file without them
      *    and the work file copied back; the pricing day files are
      *    rewritten whole by every pricing run, so taking the run's
      *    lines out leaves them empty rather than as the day before
       420-REMOVE-SEQUENTIAL-LINES.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEQ-FILE-COUNT
               PERFORM 425-FILTER-ONE-FILE
           END-PERFORM.

       425-FILTER-ONE-FILE.
           MOVE ZERO TO WS-SEQ-REMOVED.
           MOVE WS-SF-NAME (WS-SX) TO WS-SEQ-FILE-NAME.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               OPEN OUTPUT SEQ-WORK-FILE
               PERFORM 426-READ-SEQ
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   PERFORM 427-MATCH-LINE
                   IF WS-LINE-MATCHED
                       ADD 1 TO WS-SEQ-REMOVED
                   ELSE
                       MOVE SEQ-RECORD TO SEQ-WORK-RECORD
                       WRITE SEQ-WORK-RECORD
                   END-IF
                   PERFORM 426-READ-SEQ
               END-PERFORM
               CLOSE SEQ-FILE
               CLOSE SEQ-WORK-FILE
               IF WS-SEQ-REMOVED > ZERO
                   PERFORM 430-COPY-WORK-BACK
               END-IF
           END-IF.
           MOVE WS-SEQ-REMOVED TO WS-SF-REMOVED (WS-SX).

       426-READ-SEQ.
           READ SEQ-FILE
               AT END MOVE "10" TO WS-SEQ-STATUS
           END-READ.

      *    the line matches the first journal line for this file
      *    with the same image not already taken out
       427-MATCH-LINE.
           MOVE "N" TO WS-LINE-MATCHED-SWITCH.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOURNAL-COUNT OR WS-LINE-MATCHED
               IF WS-JT-KIND (WS-JX) = "S"
                   AND WS-JT-REMOVED (WS-JX) = "N"
                   AND WS-JT-FILE (WS-JX) = WS-SEQ-FILE-NAME
                   AND WS-JT-IMAGE (WS-JX) = SEQ-RECORD
                   MOVE "Y" TO WS-JT-REMOVED (WS-JX)
                   SET WS-LINE-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       430-COPY-WORK-BACK.
           OPEN INPUT SEQ-WORK-FILE.
           OPEN OUTPUT SEQ-FILE.
           IF WS-SEQWORK-STATUS = "00"
               PERFORM 431-READ-SEQ-WORK
               PERFORM UNTIL WS-SEQWORK-STATUS = "10"
                   MOVE SEQ-WORK-RECORD TO SEQ-RECORD
                   WRITE SEQ-RECORD
                   PERFORM 431-READ-SEQ-WORK
               END-PERFORM
               CLOSE SEQ-WORK-FILE
           END-IF.
           CLOSE SEQ-FILE.

       431-READ-SEQ-WORK.
           READ SEQ-WORK-FILE
               AT END MOVE "10" TO WS-SEQWORK-STATUS
           END-READ.

      *    ledger postings and RONF lines carry the run id on the
      *    record itself - everything so stamped comes off
       440-REMOVE-STAMPED-RECORDS.
           PERFORM VARYING WS-STX FROM 1 BY 1 UNTIL WS-STX > 3
               IF WS-ST-FOUND (WS-STX) > ZERO
                   PERFORM 445-FILTER-STAMPED-FILE
               END-IF
           END-PERFORM.

       445-FILTER-STAMPED-FILE.
           MOVE ZERO TO WS-SEQ-REMOVED.
           MOVE WS-ST-FILE (WS-STX) TO WS-SEQ-FILE-NAME.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               OPEN OUTPUT SEQ-WORK-FILE
               PERFORM 426-READ-SEQ
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   IF SEQ-RECORD (WS-ST-POS (WS-STX):8) =
                       WS-WANTED-RUN-ID
                       ADD 1 TO WS-SEQ-REMOVED
                   ELSE
                       MOVE SEQ-RECORD TO SEQ-WORK-RECORD
                       WRITE SEQ-WORK-RECORD
                   END-IF
                   PERFORM 426-READ-SEQ
               END-PERFORM
               CLOSE SEQ-FILE
               CLOSE SEQ-WORK-FILE
               IF WS-SEQ-REMOVED > ZERO
                   PERFORM 430-COPY-WORK-BACK
               END-IF
           END-IF.
           MOVE WS-SEQ-REMOVED TO WS-ST-REMOVED (WS-STX).

      *    the open items the run's invoices raised, none of them
      *    paid against - checked before anything moved
       460-DELETE-OPEN-ITEMS.
           IF WS-ITEMS-OPEN
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-JOURNAL-COUNT
                   IF WS-JT-ITEM (WS-JX) = "D"
                       MOVE WS-JT-IMAGE (WS-JX) TO WS-INVOICE-VIEW
                       MOVE IV-ORDER-NO TO OI-ORDER-NO
                       DELETE OPEN-ITEM-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO RV-ITEMS-DELETED
                       END-DELETE
                   END-IF
               END-PERFORM
           END-IF.

      *    the invoice numbers the run issued are never billed now -
      *    voided, so the sequence audit accounts for them instead
      *    of calling them gaps
       470-VOID-RUN-INVOICES.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOURNAL-COUNT
               IF WS-JT-FILE (WS-JX) = "QTY-INVOICES"
                   AND WS-JT-ITEM (WS-JX) NOT = "P"
                   MOVE WS-JT-IMAGE (WS-JX) TO WS-INVOICE-VIEW
                   IF IV-ORDER-NO NOT = "TOTAL"
                       AND IV-INVOICE-NO > ZERO
                       PERFORM 475-WRITE-INVOICE-VOID
                   END-IF
               END-IF
           END-PERFORM.

       475-WRITE-INVOICE-VOID.
           OPEN EXTEND INVOICE-VOID-FILE.
           IF WS-VOID-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-VOID-FILE
           END-IF.
           MOVE IV-INVOICE-NO TO VD-INVOICE-NO.
           MOVE IV-ORDER-NO TO VD-ORDER-NO.
           MOVE WS-RUN-DATE TO VD-VOID-DATE.
           MOVE SPACES TO VD-REASON.
           STRING "RUN " WS-WANTED-RUN-ID " REVERSED"
               DELIMITED BY SIZE INTO VD-REASON.
           WRITE INVOICE-VOID-RECORD.
           CLOSE INVOICE-VOID-FILE.
           ADD 1 TO RV-INVOICES-VOIDED.

      *    the proof - nothing on file still carries the run id,
      *    every key the run touched reads back exactly as its
      *    first journal line says it stood before the run (or is
      *    gone, for a key the run added), and every sequential line
      *    the run wrote came back off
       500-PROVE-REVERSAL.
           MOVE "  PROOF" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM VARYING WS-STX FROM 1 BY 1 UNTIL WS-STX > 3
               PERFORM 520-COUNT-STAMPED
               MOVE WS-STAMP-COUNT TO WS-ST-LEFT (WS-STX)
               PERFORM 525-PRINT-STAMPED-PROOF
           END-PERFORM.
           MOVE WS-LEDGER-TOTAL TO WS-AMOUNT-EDIT.
           STRING "    LEDGER POSTINGS REMOVED TOTALLED "
                  WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOURNAL-COUNT
               IF WS-JT-KIND (WS-JX) = "K"
                   PERFORM 505-CHECK-FIRST-FOR-KEY
                   IF NOT WS-KEY-SEEN-EARLIER
                       PERFORM 510-PROVE-ONE-KEY
                   END-IF
               END-IF
           END-PERFORM.
           MOVE RV-KEYS-PROVED TO WS-COUNT-EDIT.
           MOVE RV-KEYS-MISMATCHED TO WS-COUNT-EDIT-2.
           STRING "    KEYED RECORDS AS BEFORE THE RUN " WS-COUNT-EDIT
                  "   NOT AS BEFORE " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF RV-KEYS-MISMATCHED > ZERO OR RV-KEYED-FAILED > ZERO
               MOVE "N" TO WS-PROOF-OK-SWITCH
           END-IF.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEQ-FILE-COUNT
               PERFORM 530-PRINT-SEQUENTIAL-PROOF
           END-PERFORM.
           MOVE RV-ITEMS-DELETED TO WS-COUNT-EDIT.
           MOVE RV-ITEMS-TO-DELETE TO WS-COUNT-EDIT-2.
           STRING "    OPEN ITEMS DELETED " WS-COUNT-EDIT
                  " OF " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF RV-ITEMS-DELETED NOT = RV-ITEMS-TO-DELETE
               MOVE "N" TO WS-PROOF-OK-SWITCH
           END-IF.
           MOVE RV-INVOICES-VOIDED TO WS-COUNT-EDIT.
           STRING "    INVOICE NUMBERS VOIDED " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-PROOF-OK
               STRING "  FILES PROVEN BACK TO THEIR STATE BEFORE RUN "
                      WS-WANTED-RUN-ID
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "FAIL" TO WS-RUN-OUTCOME
               MOVE "  PROOF FAILED - SEE THE LINES MARKED ABOVE"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       505-CHECK-FIRST-FOR-KEY.
           MOVE "N" TO WS-EARLIER-SWITCH.
           PERFORM VARYING WS-JY FROM 1 BY 1
                   UNTIL WS-JY NOT < WS-JX OR WS-KEY-SEEN-EARLIER
               IF WS-JT-FILE (WS-JY) = WS-JT-FILE (WS-JX)
                   AND WS-JT-KEY (WS-JY) = WS-JT-KEY (WS-JX)
                   SET WS-KEY-SEEN-EARLIER TO TRUE
               END-IF
           END-PERFORM.

       510-PROVE-ONE-KEY.
           MOVE HIGH-VALUES TO WS-ACTUAL-IMAGE.
           EVALUATE WS-JT-FILE (WS-JX)
               WHEN "CUSTOMER-MASTER"
                   MOVE WS-JT-IMAGE (WS-JX) TO CUSTOMER-MASTER-RECORD
                   READ CUSTOMER-MASTER-FILE
                       NOT INVALID KEY
                           MOVE CUSTOMER-MASTER-RECORD TO
                               WS-ACTUAL-IMAGE
                   END-READ
               WHEN "CUSTOMER-ADDRESS"
                   MOVE WS-JT-IMAGE (WS-JX) TO CUSTOMER-ADDRESS-RECORD
                   READ CUSTOMER-ADDRESS-FILE
                       NOT INVALID KEY
                           MOVE CUSTOMER-ADDRESS-RECORD TO
                               WS-ACTUAL-IMAGE
                   END-READ
               WHEN "MONTH-BALANCE"
                   MOVE WS-JT-IMAGE (WS-JX) TO MONTH-BALANCE-RECORD
                   READ MONTH-BALANCE-FILE
                       NOT INVALID KEY
                           MOVE MONTH-BALANCE-RECORD TO
                               WS-ACTUAL-IMAGE
                   END-READ
               WHEN "QTY-INVOICE-HISTORY"
                   MOVE WS-JT-IMAGE (WS-JX) TO INVOICE-HISTORY-RECORD
                   READ INVOICE-HISTORY-FILE
                       NOT INVALID KEY
                           MOVE INVOICE-HISTORY-RECORD TO
                               WS-ACTUAL-IMAGE
                   END-READ
               WHEN "CREDIT-RELEASE"
                   IF WS-RELEASE-OPEN
                       MOVE WS-JT-IMAGE (WS-JX) TO CREDIT-RELEASE-RECORD
                       READ CREDIT-RELEASE-FILE
                           NOT INVALID KEY
                               MOVE CREDIT-RELEASE-RECORD TO
                                   WS-ACTUAL-IMAGE
                       END-READ
                   END-IF
               WHEN "CAMPAIGN-ORDERS"
                   MOVE WS-JT-IMAGE (WS-JX) TO CAMPAIGN-ORDER-RECORD
                   READ CAMPAIGN-ORDER-FILE
                       NOT INVALID KEY
                           MOVE CAMPAIGN-ORDER-RECORD TO
                               WS-ACTUAL-IMAGE
                   END-READ
               WHEN "LOYALTY-ACCOUNTS"
                   MOVE WS-JT-IMAGE (WS-JX) TO LOYALTY-ACCOUNT-RECORD
                   READ LOYALTY-ACCOUNT-FILE
                       NOT INVALID KEY
                           MOVE LOYALTY-ACCOUNT-RECORD TO
                               WS-ACTUAL-IMAGE
                   END-READ
               WHEN "LOYALTY-LEDGER"
                   MOVE WS-JT-IMAGE (WS-JX) TO LOYALTY-LEDGER-RECORD
                   READ LOYALTY-LEDGER-FILE
                       NOT INVALID KEY
                           MOVE LOYALTY-LEDGER-RECORD TO
                               WS-ACTUAL-IMAGE
                   END-READ
               WHEN "LOYALTY-REDEMPTIONS"
                   IF WS-REDEMPTIONS-OPEN
                       MOVE WS-JT-IMAGE (WS-JX) TO
                           LOYALTY-REDEMPTION-RECORD
                       READ LOYALTY-REDEMPTION-FILE
                           NOT INVALID KEY
                               MOVE LOYALTY-REDEMPTION-RECORD TO
                                   WS-ACTUAL-IMAGE
                       END-READ
                   END-IF
           END-EVALUATE.
           IF (WS-JT-ACTION (WS-JX) = "A"
               AND WS-ACTUAL-IMAGE = HIGH-VALUES)
               OR (WS-JT-ACTION (WS-JX) NOT = "A"
               AND WS-ACTUAL-IMAGE = WS-JT-IMAGE (WS-JX))
               ADD 1 TO RV-KEYS-PROVED
           ELSE
               ADD 1 TO RV-KEYS-MISMATCHED
               STRING "    NOT AS BEFORE  " WS-JT-FILE (WS-JX)
                      " KEY " WS-JT-KEY (WS-JX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       520-COUNT-STAMPED.
           MOVE ZERO TO WS-STAMP-COUNT.
           MOVE WS-ST-FILE (WS-STX) TO WS-SEQ-FILE-NAME.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               PERFORM 426-READ-SEQ
               PERFORM UNTIL WS-SEQ-STATUS = "10"
                   IF SEQ-RECORD (WS-ST-POS (WS-STX):8) =
                       WS-WANTED-RUN-ID
                       ADD 1 TO WS-STAMP-COUNT
                   END-IF
                   PERFORM 426-READ-SEQ
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF.

       525-PRINT-STAMPED-PROOF.
           MOVE WS-ST-REMOVED (WS-STX) TO WS-COUNT-EDIT.
           MOVE WS-ST-LEFT (WS-STX) TO WS-COUNT-EDIT-2.
           STRING "    " WS-ST-FILE (WS-STX)
                  " REMOVED " WS-COUNT-EDIT
                  "  STILL STAMPED " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-ST-LEFT (WS-STX) = ZERO
               AND WS-ST-REMOVED (WS-STX) = WS-ST-FOUND (WS-STX)
               MOVE "OK" TO WS-REPORT-LINE (90:2)
           ELSE
               MOVE "NOT OK" TO WS-REPORT-LINE (90:6)
               MOVE "N" TO WS-PROOF-OK-SWITCH
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

       530-PRINT-SEQUENTIAL-PROOF.
           MOVE WS-SF-REMOVED (WS-SX) TO WS-COUNT-EDIT.
           MOVE WS-SF-JOURNALED (WS-SX) TO WS-COUNT-EDIT-2.
           STRING "    " WS-SF-NAME (WS-SX)
                  " REMOVED " WS-COUNT-EDIT
                  " OF " WS-COUNT-EDIT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-SF-REMOVED (WS-SX) = WS-SF-JOURNALED (WS-SX)
               MOVE "OK" TO WS-REPORT-LINE (90:2)
           ELSE
               MOVE "NOT OK" TO WS-REPORT-LINE (90:6)
               MOVE "N" TO WS-PROOF-OK-SWITCH
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the reversal comes off the queue, goes on the reversal
      *    log so it is never applied twice, and the action log
      *    line carries both operators - who asked in the action
      *    text and who approved it as the signed-on id
       600-RECORD-REVERSAL.
           ADD 1 TO AP-REVERSED-COUNT.
           MOVE "N" TO WS-KEEP-PENDING-SWITCH.
           OPEN EXTEND REVERSAL-LOG-FILE.
           IF WS-REVLOG-STATUS NOT = "00"
               OPEN OUTPUT REVERSAL-LOG-FILE
           END-IF.
           MOVE WS-WANTED-RUN-ID TO RL-RUN-ID.
           MOVE WS-RUN-DATE TO RL-REVERSED-DATE.
           MOVE RP-REQUESTED-BY TO RL-REQUESTED-BY.
           MOVE WS-SIGNON-ID TO RL-APPROVED-BY.
           IF WS-PROOF-OK
               MOVE "OK" TO RL-PROOF
           ELSE
               MOVE "FAIL" TO RL-PROOF
           END-IF.
           WRITE REVERSAL-LOG-RECORD.
           CLOSE REVERSAL-LOG-FILE.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "RV " WS-WANTED-RUN-ID " " RP-REQUESTED-BY
               DELIMITED BY SIZE INTO WS-ACTION-TEXT.
           MOVE "ALLOWED" TO WS-ACTION-VERDICT.
           PERFORM 710-LOG-OPERATOR-ACTION.
           DISPLAY "REVERSED".

      *    sign on against the operator file - an id not on file
      *    ends the session before anything moves; the record's
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
                           MOVE OP-MAY-REVERSE-RUNS TO
                               WS-MAY-REVERSE-RUNS
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
           MOVE "Y" TO OP-MAY-RELEASE-CREDIT.
           MOVE "Y" TO OP-MAY-REVERSE-RUNS.
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

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-RUNREVERSE-" WS-RUN-DATE
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
           MOVE "RUNREVERSE" TO RX-NAME.
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
           MOVE "RUNREVERSE" TO RC-STEP.
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
       END PROGRAM RUNREVERSE.
