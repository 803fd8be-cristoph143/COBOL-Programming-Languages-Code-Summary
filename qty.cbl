           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT RUN-ID-CONTROL-FILE ASSIGN TO "RUN-ID-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-ID-STATUS.
           SELECT RUN-JOURNAL-FILE ASSIGN TO "RUN-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ORDER-FILE ASSIGN TO "QTY-ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "QTY-INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "QTY-INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-ORDER-NO
               ALTERNATE RECORD KEY IS IH-INVOICE-NO WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RATE-FILE ASSIGN TO "QTY-RATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-CREDIT-FILE ASSIGN TO "CUSTOMER-CREDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMBER
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT CREDIT-RELEASE-FILE ASSIGN TO "CREDIT-RELEASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-ORDER-NO
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "QTY-OPEN-ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ORDER-NO
               ALTERNATE RECORD KEY IS OI-CUSTOMER WITH DUPLICATES
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT INVOICE-NUMBER-CONTROL-FILE
               ASSIGN TO "INVOICE-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVNO-STATUS.
           SELECT INVOICE-VOID-FILE ASSIGN TO "INVOICE-VOIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAX-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.
           SELECT ORDER-DETAIL-FILE ASSIGN TO "ORDER-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT QUOTE-FILE ASSIGN TO "QTY-QUOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NO
               ALTERNATE RECORD KEY IS QT-ORDER-NO WITH DUPLICATES
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODE
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT CAMPAIGN-ORDER-FILE ASSIGN TO "CAMPAIGN-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ORDER-NO
               ALTERNATE RECORD KEY IS CA-CAMPAIGN WITH DUPLICATES
               FILE STATUS IS WS-CAMPAIGN-ORDER-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "CUSTOMER-MEMBERSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-CUSTOMER
               FILE STATUS IS WS-MEMBERSHIP-STATUS.
           SELECT LOYALTY-CONTROL-FILE ASSIGN TO "LOYALTY-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-CONTROL-STATUS.
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
      *    the business date the whole suite runs under - reruns of
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
       FD  ORDER-FILE.
       01  ORDER-RECORD.
      *    the order's number, carried through to the priced output
      *    the customer the order belongs to - blank on walk-in
      *    orders, otherwise a CM-NUMBER the master must know
           05 OR-CUSTOMER PIC X(6).
      *    a promotion code the customer quoted, blank for none -
      *    a code not on CAMPAIGNS suspends the order
           05 OR-CAMPAIGN PIC X(6).
      *    header/trailer view of the same feed - file date, then
      *    record count and a hash of the order values
       01  ORDER-CONTROL-RECORD.
           05 DA-MEMBER   PIC X.
           05 DA-DISCOUNT PIC 9(2)V99.
           05 DA-CUSTOMER PIC X(6).
      *    where the discount came from - T the tier rate, Q a
      *    converted quote's rate, P the promotion on DA-CAMPAIGN
           05 DA-DISCOUNT-BASIS PIC X(1).
           05 DA-CAMPAIGN PIC X(6).
      *    last X the PERFORM VARYING loop finished, so a rerun after
      *    an abend restarts past work already done instead of at X=1
       FD  CHECKPOINT-FILE.
           05 OS-VOP      PIC X(3).
           05 OS-MEMBER   PIC X.
           05 OS-CUSTOMER PIC X(6).
           05 OS-CAMPAIGN PIC X(6).
           05 OS-REASON   PIC X(30).
      *    the date the order suspended - the aging report works the
      *    queue oldest first off this stamp
      *    who to bill - the customer the order named, blank on
      *    walk-in orders and on the TOTAL line
           05 IN-CUSTOMER PIC X(6).
      *    sales tax charged on the net - the amount due is the net
      *    plus this
           05 IN-TAX      PIC 9(5)V99.
      *    the invoice's own number, issued in sequence off the
      *    invoice number control - zero on the TOTAL line
           05 IN-INVOICE-NO PIC 9(7).
      *    the discount's source, as on the discount-applied record
      *    - blank on the TOTAL line
           05 IN-DISCOUNT-BASIS PIC X(1).
           05 IN-CAMPAIGN PIC X(6).
      *    loyalty points - those redeemed on the order and the
      *    dollars they took off the net as a discount line of their
      *    own, and those the net earned; totalled on the TOTAL line
           05 IN-POINTS-REDEEMED PIC 9(7).
           05 IN-POINTS-DOLLARS PIC 9(5)V99.
           05 IN-POINTS-EARNED PIC 9(7).
      *    every invoice line kept by order number past the day's
      *    file, with the quantity and rate it priced at, so a
      *    return weeks later credits exactly what was charged
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
      *    what the returns run has credited back so far
           05 IH-RETURNED-QTY PIC 9(2).
           05 IH-CREDITED-NET PIC 9(5)V99.
      *    the tax the order was charged - the code it fell under,
      *    the part of the net that was taxable, the tax itself, and
      *    how much of that tax the returns run has credited back
           05 IH-TAX-CODE PIC X(4).
           05 IH-TAXABLE-NET PIC 9(5)V99.
           05 IH-TAX PIC 9(5)V99.
           05 IH-CREDITED-TAX PIC 9(5)V99.
      *    the sequential invoice number the order was billed under
           05 IH-INVOICE-NO PIC 9(7).
      *    the discount rates as data - one record per quantity
      *    band/VOP band/member flag/effective date, so a quarterly
      *    rate change is keyed ahead of time instead of recompiled;
           05 CM-BIRTH-DATE PIC X(8).
           05 CM-LAST-ACTIVITY-DATE PIC X(8).
           05 CM-LANGUAGE-CODE PIC X(2).
      *    an account holding an exemption certificate pays no tax
           05 CM-TAX-EXEMPT PIC X(1).
               88 CM-IS-TAX-EXEMPT VALUE "Y".
           05 FILLER PIC X(3).
      *    an account's paid membership - member pricing holds only
      *    while the paid-through date has not passed
       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MB-CUSTOMER PIC X(6).
           05 MB-TYPE PIC X(2).
           05 MB-JOIN-DATE PIC X(8).
           05 MB-PAID-THROUGH PIC X(8).
           05 MB-LAST-PAID-DATE PIC X(8).
           05 MB-NOTICE-DATE PIC X(8).
           05 MB-NOTICE-FOR-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    what credit control allows each account - the most it may
      *    owe including the order being priced, and a hold that
      *    stops every order outright; an account with no record
      *    here, or a zero limit, is not limited
       FD  CUSTOMER-CREDIT-FILE.
       01  CUSTOMER-CREDIT-RECORD.
           05 CR-NUMBER PIC 9(6).
           05 CR-CREDIT-LIMIT PIC 9(7)V99.
           05 CR-HOLD-FLAG PIC X(1).
               88 CR-ON-HOLD VALUE "Y".
           05 CR-CHANGED-BY PIC X(8).
           05 CR-CHANGED-DATE PIC X(8).
      *    an order credit control has approved past the hold or
      *    the limit - the re-fed order prices once against it and
      *    the approval is stamped used
       FD  CREDIT-RELEASE-FILE.
       01  CREDIT-RELEASE-RECORD.
           05 CRL-ORDER-NO PIC X(5).
           05 CRL-CUSTOMER PIC X(6).
           05 CRL-APPROVED-BY PIC X(8).
           05 CRL-APPROVED-DATE PIC X(8).
           05 CRL-USED-DATE PIC X(8).
      *    what each account already owes - the unpaid part of its
      *    open items counts against the limit
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 OI-ORDER-NO PIC X(5).
           05 OI-CUSTOMER PIC X(6).
           05 OI-INVOICE-DATE PIC X(8).
           05 OI-NET  PIC 9(5)V99.
           05 OI-PAID PIC 9(5)V99.
           05 OI-STATUS PIC X(1).
               88 OI-IS-OPEN VALUE "O".
      *    the invoice number the item bills under
           05 OI-INVOICE-NO PIC 9(7).
      *    returns credited against the item - the net stays as
      *    invoiced, and what is owed is net less paid less credited
           05 OI-CREDITED PIC 9(5)V99.
      *    the last invoice number handed out, kept the way the
      *    customer number control is - read and rewritten for every
      *    number taken, so an abend never issues a number twice
       FD  INVOICE-NUMBER-CONTROL-FILE.
       01  INVOICE-NUMBER-CONTROL-RECORD.
           05 CTL-LAST-INVOICE-NUMBER PIC 9(7).
      *    an issued number that no longer bills - the order was
      *    suspended on a rerun of its day, or its order number was
      *    billed again later - so the sequence audit can account
      *    for it instead of calling it a gap
       FD  INVOICE-VOID-FILE.
       01  INVOICE-VOID-RECORD.
           05 VD-INVOICE-NO PIC 9(7).
           05 VD-ORDER-NO PIC X(5).
           05 VD-VOID-DATE PIC X(8).
           05 VD-REASON PIC X(30).
      *    the tax rates as data - one record per tax code and the
      *    date it takes effect, the rate a percentage of the net
       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05 TX-CODE PIC X(4).
           05 TX-EFF-DATE PIC X(8).
           05 TX-RATE PIC 9(2)V9(3).
      *    the day's order lines, for which items each order holds
      *    and so how much of it is taxable
       FD  ORDER-DETAIL-FILE.
       01  ORDER-DETAIL-RECORD.
           05 OD-ORDER-NO   PIC X(5).
           05 OD-ROW-B      PIC A(2).
           05 OD-SUB-COUNT  PIC 9.
           05 OD-SUB-1      PIC X(3).
           05 OD-SUB-2      PIC X(3).
           05 OD-QUANTITY   PIC 9(3).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05 IM-CODE PIC X(3).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-UNIT-PRICE PIC 9(5)V99.
           05 IM-ON-HAND PIC S9(5) SIGN IS LEADING SEPARATE.
           05 IM-REORDER-POINT PIC 9(5).
      *    whether the item is taxable and under which tax code
           05 IM-TAXABLE PIC X(1).
               88 IM-IS-TAXABLE VALUE "Y".
           05 IM-TAX-CODE PIC X(4).
           05 FILLER PIC X(15).
      *    a price quotation QUOTEMAINT issued - once converted it
      *    carries the order number it became, and that order
      *    prices at the quoted rate whatever the rate sheet says
      *    today
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05 QT-QUOTE-NO PIC 9(6).
           05 QT-CUSTOMER PIC X(6).
           05 FILLER PIC X(20).
           05 QT-QTY PIC 9(2).
           05 QT-VOP PIC 9(3).
           05 QT-MEMBER PIC X(1).
           05 QT-RATE PIC 9(2)V99.
           05 FILLER PIC X(45).
           05 QT-STATUS PIC X(1).
               88 QT-CONVERTED VALUE "C".
           05 QT-ORDER-NO PIC X(5).
           05 FILLER PIC X(26).
      *    the promotion codes CAMPMAINT keeps - the window, who
      *    and what the code is good for, and the offer
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-CODE PIC X(6).
           05 FILLER PIC X(30).
           05 CP-START-DATE PIC X(8).
           05 CP-END-DATE PIC X(8).
           05 CP-OFFER-TYPE PIC X(1).
               88 CP-PERCENT-OFF VALUE "P".
               88 CP-AMOUNT-OFF VALUE "A".
           05 CP-PERCENT PIC 9(2)V99.
           05 CP-AMOUNT PIC 9(5)V99.
           05 CP-CUSTOMER-GROUP PIC X(1).
               88 CP-MEMBERS-ONLY VALUE "M".
               88 CP-NON-MEMBERS-ONLY VALUE "N".
           05 CP-ITEM-CODE PIC X(3) OCCURS 10 TIMES
               INDEXED BY CPI-IDX.
           05 FILLER PIC X(26).
      *    every priced order that carried a campaign code, with
      *    what the promotion and the rate would each have taken
      *    off - CAMPRPT reports a campaign's results from these;
      *    a rerun of the day replaces the order's entry
       FD  CAMPAIGN-ORDER-FILE.
       01  CAMPAIGN-ORDER-RECORD.
           05 CA-ORDER-NO PIC X(5).
           05 CA-CAMPAIGN PIC X(6).
           05 CA-ORDER-DATE PIC X(8).
           05 CA-CUSTOMER PIC X(6).
           05 CA-GROSS PIC 9(5)V99.
           05 CA-DISCOUNT-DOLLARS PIC 9(5)V99.
           05 CA-RATE-DOLLARS PIC 9(5)V99.
           05 CA-PROMOTION-USED PIC X(1).
               88 CA-USED-PROMOTION VALUE "Y".
           05 FILLER PIC X(10).
      *    the loyalty scheme's terms - points earned per dollar of
      *    net, what a point is worth redeemed, and the days without
      *    activity after which a balance expires
       FD  LOYALTY-CONTROL-FILE.
       01  LOYALTY-CONTROL-RECORD.
           05 LC-EARN-RATE PIC 9(3)V99.
           05 LC-POINT-VALUE PIC 9(1)V9(4).
           05 LC-EXPIRY-DAYS PIC 9(4).
      *    each account's points balance, with what it has earned,
      *    redeemed and lost to expiry since it first earned, and
      *    the last date it earned or redeemed any
       FD  LOYALTY-ACCOUNT-FILE.
       01  LOYALTY-ACCOUNT-RECORD.
           05 LA-CUSTOMER PIC X(6).
           05 LA-BALANCE PIC 9(7).
           05 LA-LAST-ACTIVITY-DATE PIC X(8).
           05 LA-EARNED-TO-DATE PIC 9(9).
           05 LA-REDEEMED-TO-DATE PIC 9(9).
           05 LA-EXPIRED-TO-DATE PIC 9(9).
           05 LA-OPENED-DATE PIC X(8).
           05 FILLER PIC X(10).
      *    every movement on a points balance - an order's earning
      *    and redemption under its order number, or an expiry -
      *    keyed by account and date so a statement reads an
      *    account's month straight off it; a rerun of the day
      *    replaces the order's entry
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-RECORD.
           05 LL-KEY.
               10 LL-CUSTOMER PIC X(6).
               10 LL-DATE PIC X(8).
               10 LL-REFERENCE PIC X(5).
           05 LL-TYPE PIC X(1).
               88 LL-IS-ORDER VALUE "O".
               88 LL-IS-EXPIRY VALUE "E".
           05 LL-EARNED PIC 9(7).
           05 LL-REDEEMED PIC 9(7).
           05 LL-EXPIRED PIC 9(7).
           05 LL-REDEEM-DOLLARS PIC 9(5)V99.
           05 LL-BALANCE-AFTER PIC 9(7).
           05 FILLER PIC X(10).
      *    points the desk has asked to redeem on an order, keyed
      *    through LOYALMAINT - stamped used when the order prices
       FD  LOYALTY-REDEMPTION-FILE.
       01  LOYALTY-REDEMPTION-RECORD.
           05 LR-ORDER-NO PIC X(5).
           05 LR-CUSTOMER PIC X(6).
           05 LR-POINTS PIC 9(7).
           05 LR-KEYED-BY PIC X(8).
           05 LR-KEYED-DATE PIC X(8).
           05 LR-USED-DATE PIC X(8).
           05 LR-USED-POINTS PIC 9(7).
           05 LR-USED-DOLLARS PIC 9(5)V99.
           05 FILLER PIC X(10).
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
       01 Qty PIC 9(2).
       01 Discount PIC 9(2)v99.
       01 WS-CHECKPOINT-REMAINDER PIC 9(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
      *    every run stamps the shared run-control log on the way
      *    in and out - the end-of-day driver and status report
      *    read these lines to know what ran and how it ended
       01 WS-RC-STATUS PIC X(2).
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
      *    the pricing run's id - every invoice, discount, void and
      *    suspense line it writes and every invoice history record
      *    it adds, replaces or takes off is journaled under it
       01 WS-RUN-ID-STATUS PIC X(2).
       01 WS-LAST-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-ASSIGNED-RUN-ID.
           05 WS-RUN-ID-PREFIX PIC X(4) VALUE "QTYP".
           05 WS-RUN-ID-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-HISTORY-HOLD PIC X(87).
       01 WS-CAMPAIGN-ORDER-HOLD PIC X(57).
       01 WS-LOYALTY-LEDGER-HOLD PIC X(65).
       01 WS-LOG-TIME-RAW PIC X(8).
      *    every exception line leads with the standard stamp -
      *    timestamp, program, severity, reason code - so the logs
      *    can be filtered and counted mechanically
       01 WS-LOG-PREFIX.
           05 WS-LOG-STAMP PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-PROGRAM PIC X(10) VALUE "QTYPRICING".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-SEVERITY PIC X(1) VALUE "W".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-REASON PIC X(4) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-DH-STATUS PIC X(2).
       01 WS-GX-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-MEMBERSHIP-STATUS PIC X(2).
       01 WS-MEMBERSHIP-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-MEMBERSHIP-OPEN VALUE "Y".
      *    membership as pricing will use it - derived from the
      *    account when the order names one, the keyed flag only
      *    on customerless walk-in orders
       01 WS-VERIFY-HASH PIC 9(11) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-HASH PIC 9(11) VALUE ZERO.
      *    every stamped feed taken in is registered by name, file
      *    date, count and hash under the run that consumed it - the
      *    same day's feed arriving again is refused unless an
      *    operator has authorised the reprocess
       01 WS-FEED-NAME PIC X(20) VALUE "QTY-ORDERS".
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
       01 WS-CREDIT-STATUS PIC X(2).
       01 WS-RELEASE-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).
           88 WS-OPEN-READ-OK VALUE "00" "02".
       01 WS-CREDIT-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CREDIT-OPEN VALUE "Y".
       01 WS-RELEASE-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-RELEASE-OPEN VALUE "Y".
       01 WS-ITEMS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEMS-OPEN VALUE "Y".
      *    the credit standing of the order in hand - its account's
      *    limit, and whether credit control released this order
       01 WS-CREDIT-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-RELEASED-SWITCH PIC X(1) VALUE "N".
           88 WS-CREDIT-RELEASED VALUE "Y".
       01 WS-CREDIT-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPOSURE-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-ITEM-OUTSTANDING PIC S9(5)V99 VALUE ZERO.
      *    each account's unpaid open-item balance, taken off the
      *    customer key the first time the run prices for it and
      *    raised by every order after, so two orders in one feed
      *    cannot each slip under the limit on their own
       01 WS-EXPOSURE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXPOSURE-TABLE.
           05 WS-EXPOSURE OCCURS 2000 TIMES INDEXED BY EX-IDX.
               10 WS-EX-CUSTOMER PIC X(6).
               10 WS-EX-BALANCE PIC 9(7)V99.
       01 WS-EXPOSURE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-EXPOSURE-FOUND VALUE "Y".
       01 WS-WANTED-CUSTOMER PIC X(6).
       01 WS-TAX-RATE-STATUS PIC X(2).
       01 WS-INVNO-STATUS PIC X(2).
       01 WS-VOID-STATUS PIC X(2).
       01 WS-INVOICE-NO PIC 9(7) VALUE ZERO.
       01 WS-LAST-INVOICE-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-VOID-REASON PIC X(30) VALUE SPACES.
       01 WS-VOIDED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DETAIL-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-TAX-RATES-ON-FILE-SWITCH PIC X(1) VALUE "N".
           88 WS-TAX-RATES-ON-FILE VALUE "Y".
       01 WS-ITEM-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ITEM-MASTER-OPEN VALUE "Y".
       01 WS-CUSTOMER-EXEMPT-SWITCH PIC X(1) VALUE "N".
           88 WS-CUSTOMER-EXEMPT VALUE "Y".
      *    the tax picture of the order in hand - its code and rate,
      *    the taxable part of the net, the tax, and what it bills
       01 WS-TAX-CODE PIC X(4) VALUE SPACES.
       01 WS-TAX-RATE PIC 9(2)V9(3) VALUE ZERO.
       01 WS-TAXABLE-NET PIC 9(5)V99 VALUE ZERO.
       01 WS-TAX-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-BILLED-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 IV-TAX-TOTAL PIC 9(7)V99 VALUE ZERO.
      *    every rate on the tax file in core - the newest row per
      *    code on or before the processing date is the one charged
       01 WS-TAX-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TAX-RATE-TABLE.
           05 WS-TAX-RATE-ROW OCCURS 200 TIMES INDEXED BY TXR-IDX.
               10 WS-TR-CODE PIC X(4).
               10 WS-TR-EFF-DATE PIC X(8).
               10 WS-TR-RATE PIC 9(2)V9(3).
       01 WS-TAX-PICKED-EFF PIC X(8).
       01 WS-TAX-RATE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-TAX-RATE-FOUND VALUE "Y".
      *    each order's item quantities off the day's order lines -
      *    how many units in all, how many taxable, and the tax code
      *    of its first taxable item; an order with no lines here,
      *    or an item the master does not know, taxes in full
       01 WS-BASIS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BASIS-NOT-HELD PIC 9(5) VALUE ZERO.
       01 WS-BASIS-TABLE.
           05 WS-BASIS OCCURS 2000 TIMES INDEXED BY BS-IDX.
               10 WS-BS-ORDER-NO PIC X(5).
               10 WS-BS-TOTAL-QTY PIC 9(5).
               10 WS-BS-TAXABLE-QTY PIC 9(5).
               10 WS-BS-TAX-CODE PIC X(4).
      *    the first ten item codes on the order's lines, so a
      *    campaign limited to certain items can tell whether the
      *    order holds one
               10 WS-BS-ITEM-COUNT PIC 9(2).
               10 WS-BS-ITEM PIC X(3) OCCURS 10 TIMES
                   INDEXED BY BSI-IDX.
       01 WS-BASIS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-BASIS-FOUND VALUE "Y".
       01 WS-BASIS-LINE-QTY PIC 9(3) VALUE ZERO.
       01 WS-BASIS-ITEM-CODE PIC X(3).
       01 WS-WANTED-ORDER-NO PIC X(5).
       01 WS-QUOTE-STATUS PIC X(2).
       01 WS-QUOTES-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-QUOTES-OPEN VALUE "Y".
       01 WS-QUOTE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-QUOTE-FOUND VALUE "Y".
       01 WS-QUOTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CAMPAIGN-STATUS PIC X(2).
       01 WS-CAMPAIGN-ORDER-STATUS PIC X(2).
       01 WS-CAMPAIGNS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CAMPAIGNS-OPEN VALUE "Y".
       01 WS-CAMPAIGN-ORDERS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-CAMPAIGN-ORDERS-OPEN VALUE "Y".
      *    what the order's discount rests on - T tier, Q quote,
      *    P promotion - and, for a promotion, its dollars off
       01 WS-DISCOUNT-BASIS PIC X(1) VALUE "T".
           88 WS-PROMOTION-USED VALUE "P".
       01 WS-ORDER-CAMPAIGN PIC X(6) VALUE SPACES.
       01 WS-CAMPAIGN-ELIGIBLE-SWITCH PIC X(1) VALUE "N".
           88 WS-CAMPAIGN-ELIGIBLE VALUE "Y".
       01 WS-PROMOTION-DOLLARS PIC 9(5)V99 VALUE ZERO.
       01 WS-RATE-DOLLARS PIC 9(5)V99 VALUE ZERO.
       01 WS-PROMOTION-RATE PIC 9(3)V99 VALUE ZERO.
       01 WS-PROMOTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOYALTY-CONTROL-STATUS PIC X(2).
       01 WS-LOYALTY-ACCOUNT-STATUS PIC X(2).
       01 WS-LOYALTY-LEDGER-STATUS PIC X(2).
       01 WS-REDEMPTION-STATUS PIC X(2).
       01 WS-LOYALTY-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-LOYALTY-OPEN VALUE "Y".
       01 WS-REDEMPTIONS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-REDEMPTIONS-OPEN VALUE "Y".
      *    the scheme's terms, as shipped until LOYALMAINT keys a
      *    control record - a point a dollar, a cent a point, and a
      *    year without activity
       01 WS-EARN-RATE PIC 9(3)V99 VALUE 1.00.
       01 WS-POINT-VALUE PIC 9(1)V9(4) VALUE 0.0100.
      *    the order's points - what it redeems and for how much,
      *    what its net earns, and what the account has to spend
       01 WS-POINTS-REDEEMED PIC 9(7) VALUE ZERO.
       01 WS-POINTS-DOLLARS PIC 9(5)V99 VALUE ZERO.
       01 WS-POINTS-EARNED PIC 9(7) VALUE ZERO.
       01 WS-POINTS-AVAILABLE PIC S9(9) VALUE ZERO.
      *    the order's entry from an earlier run of the same day,
      *    backed out before the rerun posts it afresh
       01 WS-PRIOR-ENTRY-SWITCH PIC X(1) VALUE "N".
           88 WS-PRIOR-ENTRY-FOUND VALUE "Y".
       01 WS-PRIOR-EARNED PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-REDEEMED PIC 9(7) VALUE ZERO.
       01 WS-ACCOUNT-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-LOYALTY-ACCOUNT-FOUND VALUE "Y".
       01 IV-POINTS-REDEEMED-TOTAL PIC 9(7) VALUE ZERO.
       01 IV-POINTS-DOLLARS-TOTAL PIC 9(5)V99 VALUE ZERO.
       01 IV-POINTS-EARNED-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-REDEEMED-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           PERFORM 960-ASSIGN-RUN-ID.
           DISPLAY "PRICING RUN ID:   "WS-ASSIGNED-RUN-ID.
           PERFORM 900-OPEN-RATE-FILE.
           PERFORM 905-OPEN-CUSTOMER-MASTER.
           PERFORM 906-OPEN-CREDIT-FILES.
           PERFORM 907-OPEN-OPEN-ITEMS.
           PERFORM 930-LOAD-TAX-RATES.
           PERFORM 935-LOAD-ORDER-TAX-BASIS.
           PERFORM 940-OPEN-QUOTES.
           PERFORM 945-OPEN-CAMPAIGNS.
           PERFORM 950-OPEN-LOYALTY-FILES.
           PERFORM 200-PROCESS-ORDERS.
           IF WS-QUOTES-OPEN
               CLOSE QUOTE-FILE
           END-IF.
           IF WS-CAMPAIGNS-OPEN
               CLOSE CAMPAIGN-FILE
           END-IF.
           IF WS-CAMPAIGN-ORDERS-OPEN
               CLOSE CAMPAIGN-ORDER-FILE
           END-IF.
           IF WS-LOYALTY-OPEN
               CLOSE LOYALTY-ACCOUNT-FILE
               CLOSE LOYALTY-LEDGER-FILE
           END-IF.
           IF WS-REDEMPTIONS-OPEN
               CLOSE LOYALTY-REDEMPTION-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-MEMBERSHIP-OPEN
               CLOSE MEMBERSHIP-FILE
           END-IF.
           IF WS-CREDIT-OPEN
               CLOSE CUSTOMER-CREDIT-FILE
           END-IF.
           IF WS-RELEASE-OPEN
               CLOSE CREDIT-RELEASE-FILE
           END-IF.
           IF WS-ITEMS-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF.
           PERFORM 600-READ-CHECKPOINT.
           MOVE ZERO TO Y
           PERFORM VARYING X FROM WS-START-X BY 1
      *    100-QTY instead of the one hardcoded test order
       200-PROCESS-ORDERS.
           PERFORM 230-VERIFY-ORDER-BATCH.
           IF WS-BATCH-OK
               PERFORM 260-CHECK-FEED-REGISTRY
           END-IF.
           IF NOT WS-BATCH-OK
               DISPLAY "ORDER BATCH REJECTED - SEE INTEGRITY REPORT"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
           IF WS-FEED-REFUSED
               DISPLAY "ORDER BATCH REFUSED - FEED ALREADY CONSUMED"
               MOVE "FAIL" TO WS-RUN-OUTCOME
           ELSE
               PERFORM 235-OPEN-TODAYS-GENERATION
               OPEN INPUT ORDER-FILE
               OPEN OUTPUT DISCOUNT-APPLIED-FILE
               OPEN OUTPUT INVOICE-FILE
               PERFORM 227-OPEN-INVOICE-HISTORY
               IF WS-ORDER-STATUS = "00"
                   PERFORM 210-READ-ORDER
                   PERFORM UNTIL WS-ORDER-STATUS = "10"
                               MOVE OR-QTY TO Qty
                               MOVE OR-VOP TO VOP
                               MOVE WS-DERIVED-MEMBER TO Member
                               PERFORM 170-FIND-QUOTED-RATE
                               IF WS-QUOTE-FOUND
                                   MOVE QT-RATE TO Discount
                                   MOVE "Q" TO WS-DISCOUNT-BASIS
                                   ADD 1 TO WS-QUOTED-COUNT
                               ELSE
                                   PERFORM 100-QTY
                                   MOVE "T" TO WS-DISCOUNT-BASIS
                               END-IF
                               PERFORM 180-APPLY-CAMPAIGN
                               DISPLAY "DISCOUNT: " Discount
                               PERFORM 212-COMPUTE-ORDER-TAX
                           END-IF
                           IF WS-ORDER-OK
                               PERFORM 208-CHECK-CREDIT-LIMIT
                           END-IF
                           IF WS-ORDER-OK
                               PERFORM 220-WRITE-DISCOUNT-APPLIED
                               PERFORM 222-WRITE-DISCOUNT-HISTORY
                               PERFORM 224-ASSIGN-INVOICE-NUMBER
                               PERFORM 225-WRITE-INVOICE
                               PERFORM 226-WRITE-INVOICE-HISTORY
                               PERFORM 219-RECORD-CAMPAIGN-ORDER
                               PERFORM 250-POST-LOYALTY-POINTS
                               ADD 1 TO WS-PRICED-COUNT
                           ELSE
                               PERFORM 215-WRITE-ORDER-SUSPENSE
                               PERFORM 216-VOID-RERUN-INVOICE
                               PERFORM 219-RECORD-CAMPAIGN-ORDER
                               PERFORM 256-BACK-OUT-PRIOR-POINTS
                           END-IF
                       END-IF
                       PERFORM 210-READ-ORDER
               PERFORM 228-WRITE-INVOICE-TOTAL
               CLOSE DISCOUNT-APPLIED-FILE
               CLOSE INVOICE-FILE
               CLOSE INVOICE-HISTORY-FILE
               CLOSE GENERATION-FILE
               PERFORM 268-REGISTER-FEED
           END-IF
           END-IF.
           DISPLAY "ORDERS PRICED:    "WS-PRICED-COUNT.
           DISPLAY "ORDERS SUSPENDED: "WS-SUSPENDED-COUNT.
           DISPLAY "  ON CREDIT:      "WS-CREDIT-HELD-COUNT.
           DISPLAY "INVOICES VOIDED:  "WS-VOIDED-COUNT.
           DISPLAY "AT QUOTED RATES:  "WS-QUOTED-COUNT.
           DISPLAY "AT PROMOTIONS:    "WS-PROMOTED-COUNT.
           DISPLAY "POINTS REDEEMED:  "WS-REDEEMED-COUNT.
           PERFORM 240-ROLL-GENERATIONS.

      *    the edits that used to be implicit in WHEN OTHER - a
       205-EDIT-ORDER.
           MOVE "Y" TO WS-ORDER-OK-SWITCH.
           MOVE SPACES TO WS-ORDER-REASON.
           MOVE "N" TO WS-CUSTOMER-EXEMPT-SWITCH.
           MOVE OR-MEMBER TO WS-DERIVED-MEMBER.
           MOVE OR-CAMPAIGN TO WS-ORDER-CAMPAIGN.
           MOVE OR-CUSTOMER TO WS-ORDER-CUST-JR.
           INSPECT WS-ORDER-CUST-JR REPLACING LEADING SPACE BY ZERO.
           EVALUATE TRUE
               WHEN OR-MEMBER NOT = "Y" AND OR-MEMBER NOT = "N"
                   MOVE "MEMBER FLAG NOT Y OR N" TO WS-ORDER-REASON
           END-EVALUATE.
           IF WS-ORDER-REASON = SPACES
               AND WS-ORDER-CAMPAIGN NOT = SPACES
               PERFORM 206-CHECK-CAMPAIGN-CODE
           END-IF.
           IF WS-ORDER-REASON NOT = SPACES
               MOVE "N" TO WS-ORDER-OK-SWITCH
           END-IF.

      *    a campaign code must be one marketing set up - a code
      *    mistyped or never keyed suspends the order rather than
      *    quietly billing it without the offer it was sold on
       206-CHECK-CAMPAIGN-CODE.
           IF NOT WS-CAMPAIGNS-OPEN
               MOVE "CAMPAIGN CODE NOT ON FILE" TO WS-ORDER-REASON
           ELSE
               MOVE WS-ORDER-CAMPAIGN TO CP-CODE
               READ CAMPAIGN-FILE
                   INVALID KEY
                       MOVE "CAMPAIGN CODE NOT ON FILE" TO
                           WS-ORDER-REASON
               END-READ
           END-IF.

      *    the order names an account, so the account decides the
      *    member status - an account on the master is a member while
      *    its paid membership is current, an unknown one suspends
      *    the order like any other bad field
       207-DERIVE-MEMBER-STATUS.
           IF NOT WS-MASTER-OPEN
               MOVE "CUSTOMER MASTER NOT AVAILABLE" TO
                       MOVE "CUSTOMER NOT ON FILE" TO
                           WS-ORDER-REASON
                   NOT INVALID KEY
                       PERFORM 211-CHECK-MEMBERSHIP
                       IF CM-IS-TAX-EXEMPT
                           SET WS-CUSTOMER-EXEMPT TO TRUE
                       END-IF
                       PERFORM 209-CHECK-CREDIT-HOLD
               END-READ
           END-IF.

      *    no membership record, or one whose paid-through date is
      *    behind the processing date, prices at the non-member tier
       211-CHECK-MEMBERSHIP.
           MOVE "N" TO WS-DERIVED-MEMBER.
           IF WS-MEMBERSHIP-OPEN
               MOVE WS-ORDER-CUST-JR TO MB-CUSTOMER
               READ MEMBERSHIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MB-PAID-THROUGH NOT < WS-PROCESS-DATE
                           MOVE "Y" TO WS-DERIVED-MEMBER
                       END-IF
               END-READ
           END-IF.

      *    the priced order's net and tax on top of what the account
      *    already owes - over the limit suspends the order for
      *    credit control instead of billing it; a released order
      *    goes through once and its release is stamped used
       208-CHECK-CREDIT-LIMIT.
           IF WS-ORDER-CUST-JR IS NUMERIC
               AND WS-ORDER-CUST-JR NOT = "000000"
               MOVE WS-ORDER-CUST-JR TO WS-WANTED-CUSTOMER
               PERFORM 760-FIND-EXPOSURE
               IF NOT WS-EXPOSURE-FOUND
                   PERFORM 908-LOAD-ACCOUNT-BALANCE
               END-IF
               IF WS-EXPOSURE-FOUND
                   COMPUTE WS-EXPOSURE-AMOUNT =
                       WS-EX-BALANCE (EX-IDX) + WS-BILLED-AMOUNT
               ELSE
                   MOVE WS-BILLED-AMOUNT TO WS-EXPOSURE-AMOUNT
               END-IF
               IF WS-CREDIT-LIMIT > ZERO
                   AND WS-EXPOSURE-AMOUNT > WS-CREDIT-LIMIT
                   AND NOT WS-CREDIT-RELEASED
                   MOVE "CREDIT LIMIT EXCEEDED" TO WS-ORDER-REASON
                   MOVE "N" TO WS-ORDER-OK-SWITCH
                   ADD 1 TO WS-CREDIT-HELD-COUNT
               ELSE
                   PERFORM 765-ADD-EXPOSURE
                   IF WS-CREDIT-RELEASED
                       MOVE "CREDIT-RELEASE" TO RJ-FILE
                       MOVE "C" TO RJ-ACTION
                       MOVE CRL-ORDER-NO TO RJ-KEY
                       MOVE CREDIT-RELEASE-RECORD TO RJ-IMAGE
                       MOVE WS-PROCESS-DATE TO CRL-USED-DATE
                       REWRITE CREDIT-RELEASE-RECORD
                       PERFORM 965-WRITE-RUN-JOURNAL
                       DISPLAY "ORDER "OR-ORDER-NO
                               " PRICED UNDER CREDIT RELEASE BY "
                               CRL-APPROVED-BY
                   END-IF
               END-IF
           END-IF.

      *    an account on credit hold takes no orders at all unless
      *    credit control has released this one order by number
       209-CHECK-CREDIT-HOLD.
           MOVE ZERO TO WS-CREDIT-LIMIT.
           MOVE "N" TO WS-CREDIT-RELEASED-SWITCH.
           IF WS-RELEASE-OPEN
               MOVE OR-ORDER-NO TO CRL-ORDER-NO
               READ CREDIT-RELEASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (CRL-USED-DATE = SPACES
                           OR CRL-USED-DATE = WS-PROCESS-DATE)
                           AND CRL-CUSTOMER = WS-ORDER-CUST-JR
                           SET WS-CREDIT-RELEASED TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-CREDIT-OPEN
               MOVE WS-ORDER-CUST-JR TO CR-NUMBER
               READ CUSTOMER-CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                       IF CR-ON-HOLD AND NOT WS-CREDIT-RELEASED
                           MOVE "ACCOUNT ON CREDIT HOLD" TO
                               WS-ORDER-REASON
                           ADD 1 TO WS-CREDIT-HELD-COUNT
                       END-IF
               END-READ
           END-IF.

      *    discount dollars and net off the price just decided, then
      *    the tax - the taxable share of the net is the share of
      *    the order's units that are taxable items, an exempt
      *    account is charged none, and a tax code with no rate in
      *    effect suspends the order rather than bill it wrong
       212-COMPUTE-ORDER-TAX.
           IF WS-PROMOTION-USED
               MOVE WS-PROMOTION-DOLLARS TO WS-DISCOUNT-DOLLARS
           ELSE
               COMPUTE WS-DISCOUNT-DOLLARS ROUNDED =
                   VOP * Discount / 100
           END-IF.
           COMPUTE WS-NET-AMOUNT = VOP - WS-DISCOUNT-DOLLARS.
           PERFORM 190-APPLY-POINTS-REDEMPTION.
           MOVE "STD" TO WS-TAX-CODE.
           MOVE ZERO TO WS-TAX-RATE.
           MOVE WS-NET-AMOUNT TO WS-TAXABLE-NET.
           MOVE ZERO TO WS-TAX-AMOUNT.
           MOVE OR-ORDER-NO TO WS-WANTED-ORDER-NO.
           PERFORM 213-FIND-ORDER-BASIS.
           IF WS-BASIS-FOUND
               IF WS-BS-TAX-CODE (BS-IDX) NOT = SPACES
                   MOVE WS-BS-TAX-CODE (BS-IDX) TO WS-TAX-CODE
               END-IF
               IF WS-BS-TOTAL-QTY (BS-IDX) > ZERO
                   COMPUTE WS-TAXABLE-NET ROUNDED =
                       WS-NET-AMOUNT * WS-BS-TAXABLE-QTY (BS-IDX)
                       / WS-BS-TOTAL-QTY (BS-IDX)
               END-IF
           END-IF.
           IF WS-CUSTOMER-EXEMPT
               MOVE ZERO TO WS-TAXABLE-NET
           END-IF.
           IF WS-TAX-RATES-ON-FILE AND WS-TAXABLE-NET > ZERO
               PERFORM 214-PICK-TAX-RATE
               IF WS-TAX-RATE-FOUND
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-TAXABLE-NET * WS-TAX-RATE / 100
               ELSE
                   MOVE "NO TAX RATE FOR TAX CODE" TO
                       WS-ORDER-REASON
                   MOVE "N" TO WS-ORDER-OK-SWITCH
               END-IF
           END-IF.
           COMPUTE WS-BILLED-AMOUNT = WS-NET-AMOUNT + WS-TAX-AMOUNT.

      *    the order's place on the tax basis table, if it has one
       213-FIND-ORDER-BASIS.
           MOVE "N" TO WS-BASIS-FOUND-SWITCH.
           SET BS-IDX TO 1.
           SEARCH WS-BASIS
               AT END
                   CONTINUE
               WHEN BS-IDX > WS-BASIS-COUNT
                   CONTINUE
               WHEN WS-BS-ORDER-NO (BS-IDX) = WS-WANTED-ORDER-NO
                   SET WS-BASIS-FOUND TO TRUE
           END-SEARCH.

       214-PICK-TAX-RATE.
           MOVE "N" TO WS-TAX-RATE-FOUND-SWITCH.
           MOVE LOW-VALUES TO WS-TAX-PICKED-EFF.
           PERFORM VARYING TXR-IDX FROM 1 BY 1
               UNTIL TXR-IDX > WS-TAX-RATE-COUNT
               IF WS-TR-CODE (TXR-IDX) = WS-TAX-CODE
                   AND WS-TR-EFF-DATE (TXR-IDX) NOT > WS-PROCESS-DATE
                   AND WS-TR-EFF-DATE (TXR-IDX) >= WS-TAX-PICKED-EFF
                   MOVE WS-TR-EFF-DATE (TXR-IDX) TO WS-TAX-PICKED-EFF
                   MOVE WS-TR-RATE (TXR-IDX) TO WS-TAX-RATE
                   SET WS-TAX-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       215-WRITE-ORDER-SUSPENSE.
           ADD 1 TO WS-SUSPENDED-COUNT.
           OPEN EXTEND ORDER-SUSPENSE-FILE.
           MOVE OR-VOP TO OS-VOP.
           MOVE OR-MEMBER TO OS-MEMBER.
           MOVE OR-CUSTOMER TO OS-CUSTOMER.
           MOVE OR-CAMPAIGN TO OS-CAMPAIGN.
           MOVE WS-ORDER-REASON TO OS-REASON.
           MOVE WS-PROCESS-DATE TO OS-SUSPENSE-DATE.
           WRITE ORDER-SUSPENSE-RECORD.
           CLOSE ORDER-SUSPENSE-FILE.
           MOVE "QTY-SUSPENSE" TO RJ-FILE.
           MOVE "A" TO RJ-ACTION.
           MOVE OS-ORDER-NO TO RJ-KEY.
           MOVE ORDER-SUSPENSE-RECORD TO RJ-IMAGE.
           PERFORM 965-WRITE-RUN-JOURNAL.

      *    an order this business date already billed, now suspended
      *    on the rerun - its number no longer bills, so it is voided
      *    and the day's history entry comes off with it
       216-VOID-RERUN-INVOICE.
           MOVE OR-ORDER-NO TO IH-ORDER-NO.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IH-INVOICE-DATE = WS-PROCESS-DATE
                       AND IH-INVOICE-NO > ZERO
                       MOVE "ORDER SUSPENDED ON RERUN" TO
                           WS-VOID-REASON
                       PERFORM 218-WRITE-INVOICE-VOID
                       MOVE "QTY-INVOICE-HISTORY" TO RJ-FILE
                       MOVE "D" TO RJ-ACTION
                       MOVE IH-ORDER-NO TO RJ-KEY
                       MOVE INVOICE-HISTORY-RECORD TO RJ-IMAGE
                       DELETE INVOICE-HISTORY-FILE
                       PERFORM 965-WRITE-RUN-JOURNAL
                   END-IF
           END-READ.

       218-WRITE-INVOICE-VOID.
           OPEN EXTEND INVOICE-VOID-FILE.
           IF WS-VOID-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-VOID-FILE
           END-IF.
           MOVE IH-INVOICE-NO TO VD-INVOICE-NO.
           MOVE IH-ORDER-NO TO VD-ORDER-NO.
           MOVE WS-PROCESS-DATE TO VD-VOID-DATE.
           MOVE WS-VOID-REASON TO VD-REASON.
           WRITE INVOICE-VOID-RECORD.
           CLOSE INVOICE-VOID-FILE.
           ADD 1 TO WS-VOIDED-COUNT.
           MOVE "INVOICE-VOIDS" TO RJ-FILE.
           MOVE "A" TO RJ-ACTION.
           MOVE VD-ORDER-NO TO RJ-KEY.
           MOVE INVOICE-VOID-RECORD TO RJ-IMAGE.
           PERFORM 965-WRITE-RUN-JOURNAL.

      *    the campaign's record of the order - replaced when the
      *    day is rerun, and taken off again when the rerun suspends
      *    the order or it no longer carries the code
       219-RECORD-CAMPAIGN-ORDER.
           IF WS-CAMPAIGN-ORDERS-OPEN
               MOVE OR-ORDER-NO TO CA-ORDER-NO
               IF WS-ORDER-OK AND WS-ORDER-CAMPAIGN NOT = SPACES
                   MOVE WS-ORDER-CAMPAIGN TO CA-CAMPAIGN
                   MOVE WS-PROCESS-DATE TO CA-ORDER-DATE
                   MOVE WS-ORDER-CUST-JR TO CA-CUSTOMER
                   MOVE VOP TO CA-GROSS
                   MOVE WS-DISCOUNT-DOLLARS TO CA-DISCOUNT-DOLLARS
                   MOVE WS-RATE-DOLLARS TO CA-RATE-DOLLARS
                   IF WS-PROMOTION-USED
                       MOVE "Y" TO CA-PROMOTION-USED
                   ELSE
                       MOVE "N" TO CA-PROMOTION-USED
                   END-IF
                   MOVE CAMPAIGN-ORDER-RECORD TO WS-CAMPAIGN-ORDER-HOLD
                   MOVE "CAMPAIGN-ORDERS" TO RJ-FILE
                   MOVE CA-ORDER-NO TO RJ-KEY
                   READ CAMPAIGN-ORDER-FILE
                       INVALID KEY
                           MOVE "A" TO RJ-ACTION
                           MOVE WS-CAMPAIGN-ORDER-HOLD TO RJ-IMAGE
                       NOT INVALID KEY
                           MOVE "C" TO RJ-ACTION
                           MOVE CAMPAIGN-ORDER-RECORD TO RJ-IMAGE
                   END-READ
                   MOVE WS-CAMPAIGN-ORDER-HOLD TO CAMPAIGN-ORDER-RECORD
                   WRITE CAMPAIGN-ORDER-RECORD
                       INVALID KEY
                           REWRITE CAMPAIGN-ORDER-RECORD
                   END-WRITE
                   PERFORM 965-WRITE-RUN-JOURNAL
               ELSE
                   READ CAMPAIGN-ORDER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CA-ORDER-DATE = WS-PROCESS-DATE
                               MOVE "CAMPAIGN-ORDERS" TO RJ-FILE
                               MOVE "D" TO RJ-ACTION
                               MOVE CA-ORDER-NO TO RJ-KEY
                               MOVE CAMPAIGN-ORDER-RECORD TO RJ-IMAGE
                               DELETE CAMPAIGN-ORDER-FILE
                               PERFORM 965-WRITE-RUN-JOURNAL
                           END-IF
                   END-READ
               END-IF
           END-IF.

       210-READ-ORDER.
           READ ORDER-FILE
           MOVE Member TO DA-MEMBER.
           MOVE Discount TO DA-DISCOUNT.
           MOVE WS-ORDER-CUST-JR TO DA-CUSTOMER.
           MOVE WS-DISCOUNT-BASIS TO DA-DISCOUNT-BASIS.
           MOVE WS-ORDER-CAMPAIGN TO DA-CAMPAIGN.
           WRITE DISCOUNT-APPLIED-RECORD.
           MOVE "QTY-DISCOUNT-APPLIED" TO RJ-FILE.
           MOVE "A" TO RJ-ACTION.
           MOVE DA-ORDER-NO TO RJ-KEY.
           MOVE DISCOUNT-APPLIED-RECORD TO RJ-IMAGE.
           PERFORM 965-WRITE-RUN-JOURNAL.

      *    count the details and total the order values, then hold
      *    the trailer to both - mismatch rejects the batch before
       230-VERIFY-ORDER-BATCH.
           MOVE "Y" TO WS-BATCH-OK-SWITCH.
           MOVE "N" TO WS-FILE-HEADED-SWITCH.
           MOVE SPACES TO WS-FEED-FILE-DATE.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           MOVE ZERO TO WS-VERIFY-COUNT.
           MOVE ZERO TO WS-VERIFY-HASH.
                   EVALUATE TRUE
                       WHEN ORC-IS-HEADER
                           SET WS-FILE-HEADED TO TRUE
                           MOVE ORC-FILE-DATE TO WS-FEED-FILE-DATE
                       WHEN ORC-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE ORC-COUNT TO WS-TRAILER-COUNT
               END-IF
           END-IF.

      *    a headed feed is looked up on the registry by name and
      *    header date - one already consumed is refused unless an
      *    operator's reprocess authorisation for it is still
      *    unused; an unheaded legacy feed has no date to go by
       260-CHECK-FEED-REGISTRY.
           MOVE "N" TO WS-FEED-REFUSED-SWITCH.
           MOVE "N" TO WS-PRIOR-SAME-SWITCH.
           MOVE ZERO TO WS-FEED-CONSUMED-COUNT.
           MOVE ZERO TO WS-FEED-REPROCESSED-COUNT.
           MOVE ZERO TO WS-REPROCESS-AUTH-COUNT.
           MOVE SPACES TO WS-REPROCESS-OPERATOR.
           IF WS-FILE-HEADED
               OPEN INPUT FEED-REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "00"
                   PERFORM 262-READ-FEED-REGISTRY
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
                       PERFORM 262-READ-FEED-REGISTRY
                   END-PERFORM
                   CLOSE FEED-REGISTRY-FILE
               END-IF
           END-IF.
           IF WS-FEED-CONSUMED-COUNT > ZERO
               PERFORM 264-COUNT-REPROCESS-AUTHS
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
                   PERFORM 269-LOG-FEED-REFUSAL
               END-IF
           END-IF.

       262-READ-FEED-REGISTRY.
           READ FEED-REGISTRY-FILE
               AT END MOVE "10" TO WS-REGISTRY-STATUS
           END-READ.

      *    each authorisation is good for one reprocess - the one
      *    this run would use is the first not yet matched by a
      *    reprocessed entry on the registry
       264-COUNT-REPROCESS-AUTHS.
           OPEN INPUT REPROCESS-AUTH-FILE.
           IF WS-REAUTH-STATUS = "00"
               PERFORM 266-READ-REPROCESS-AUTH
               PERFORM UNTIL WS-REAUTH-STATUS = "10"
                   IF RA-FEED-NAME = WS-FEED-NAME
                       AND RA-FILE-DATE = WS-FEED-FILE-DATE
                       ADD 1 TO WS-REPROCESS-AUTH-COUNT
                       IF WS-REPROCESS-AUTH-COUNT =
                           WS-FEED-REPROCESSED-COUNT + 1
                           MOVE RA-OPERATOR TO WS-REPROCESS-OPERATOR
                       END-IF
                   END-IF
                   PERFORM 266-READ-REPROCESS-AUTH
               END-PERFORM
               CLOSE REPROCESS-AUTH-FILE
           END-IF.

       266-READ-REPROCESS-AUTH.
           READ REPROCESS-AUTH-FILE
               AT END MOVE "10" TO WS-REAUTH-STATUS
           END-READ.

      *    the feed has been taken in - put it on the registry under
      *    this run, flagged as a reprocess when it was already there
       268-REGISTER-FEED.
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
               MOVE "QTYPRICING" TO FR-PROGRAM
               MOVE WS-PROCESS-DATE TO FR-DATE
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
       269-LOG-FEED-REFUSAL.
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

       222-WRITE-DISCOUNT-HISTORY.
           MOVE WS-PROCESS-DATE TO DH-RUN-DATE.
           MOVE OR-ORDER-NO TO DH-ORDER-NO.
           MOVE Member TO DH-MEMBER.
           MOVE Discount TO DH-DISCOUNT.
           WRITE DISCOUNT-HISTORY-RECORD.
           MOVE WS-GENERATION-FILE-NAME TO RJ-FILE.
           MOVE "A" TO RJ-ACTION.
           MOVE DH-ORDER-NO TO RJ-KEY.
           MOVE DISCOUNT-HISTORY-RECORD TO RJ-IMAGE.
           PERFORM 965-WRITE-RUN-JOURNAL.

      *    today's generation opens fresh for output - a rerun of
      *    this business date (a partial run included) simply
           END-PERFORM.
           CLOSE GENERATION-INDEX-FILE.

      *    the order's points onto the account and its ledger - a
      *    rerun of the day backs out what the first run posted and
      *    posts the order afresh, so a balance is never moved twice
       250-POST-LOYALTY-POINTS.
           IF WS-LOYALTY-OPEN
               AND WS-ORDER-CUST-JR IS NUMERIC
               AND WS-ORDER-CUST-JR NOT = "000000"
               PERFORM 256-BACK-OUT-PRIOR-POINTS
               IF WS-POINTS-EARNED > ZERO
                   OR WS-POINTS-REDEEMED > ZERO
                   PERFORM 252-UPDATE-LOYALTY-ACCOUNT
                   PERFORM 254-WRITE-LOYALTY-ENTRY
                   IF WS-POINTS-REDEEMED > ZERO
                       PERFORM 258-STAMP-REDEMPTION-USED
                       ADD 1 TO WS-REDEEMED-COUNT
                   END-IF
               END-IF
           END-IF.

       252-UPDATE-LOYALTY-ACCOUNT.
           MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH.
           MOVE WS-ORDER-CUST-JR TO LA-CUSTOMER.
           READ LOYALTY-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
           END-READ.
           MOVE "LOYALTY-ACCOUNTS" TO RJ-FILE.
           MOVE WS-ORDER-CUST-JR TO RJ-KEY.
           MOVE LOYALTY-ACCOUNT-RECORD TO RJ-IMAGE.
           IF NOT WS-LOYALTY-ACCOUNT-FOUND
               MOVE SPACES TO LOYALTY-ACCOUNT-RECORD
               MOVE WS-ORDER-CUST-JR TO LA-CUSTOMER
               MOVE ZERO TO LA-BALANCE
               MOVE ZERO TO LA-EARNED-TO-DATE
               MOVE ZERO TO LA-REDEEMED-TO-DATE
               MOVE ZERO TO LA-EXPIRED-TO-DATE
               MOVE WS-PROCESS-DATE TO LA-OPENED-DATE
           END-IF.
           COMPUTE LA-BALANCE = LA-BALANCE + WS-POINTS-EARNED
               - WS-POINTS-REDEEMED.
           ADD WS-POINTS-EARNED TO LA-EARNED-TO-DATE.
           ADD WS-POINTS-REDEEMED TO LA-REDEEMED-TO-DATE.
           MOVE WS-PROCESS-DATE TO LA-LAST-ACTIVITY-DATE.
           IF WS-LOYALTY-ACCOUNT-FOUND
               MOVE "C" TO RJ-ACTION
               REWRITE LOYALTY-ACCOUNT-RECORD
           ELSE
               MOVE "A" TO RJ-ACTION
               MOVE LOYALTY-ACCOUNT-RECORD TO RJ-IMAGE
               WRITE LOYALTY-ACCOUNT-RECORD
           END-IF.
           PERFORM 965-WRITE-RUN-JOURNAL.

       254-WRITE-LOYALTY-ENTRY.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE WS-ORDER-CUST-JR TO LL-CUSTOMER.
           MOVE WS-PROCESS-DATE TO LL-DATE.
           MOVE OR-ORDER-NO TO LL-REFERENCE.
           MOVE "O" TO LL-TYPE.
           MOVE WS-POINTS-EARNED TO LL-EARNED.
           MOVE WS-POINTS-REDEEMED TO LL-REDEEMED.
           MOVE ZERO TO LL-EXPIRED.
           MOVE WS-POINTS-DOLLARS TO LL-REDEEM-DOLLARS.
           MOVE LA-BALANCE TO LL-BALANCE-AFTER.
           MOVE LOYALTY-LEDGER-RECORD TO WS-LOYALTY-LEDGER-HOLD.
           MOVE "LOYALTY-LEDGER" TO RJ-FILE.
           MOVE LL-KEY TO RJ-KEY.
           READ LOYALTY-LEDGER-FILE
               INVALID KEY
                   MOVE "A" TO RJ-ACTION
                   MOVE WS-LOYALTY-LEDGER-HOLD TO RJ-IMAGE
               NOT INVALID KEY
                   MOVE "C" TO RJ-ACTION
                   MOVE LOYALTY-LEDGER-RECORD TO RJ-IMAGE
           END-READ.
           MOVE WS-LOYALTY-LEDGER-HOLD TO LOYALTY-LEDGER-RECORD.
           WRITE LOYALTY-LEDGER-RECORD
               INVALID KEY
                   REWRITE LOYALTY-LEDGER-RECORD
           END-WRITE.
           PERFORM 965-WRITE-RUN-JOURNAL.

      *    what an earlier run of the day posted for the order comes
      *    off the account again, and a redemption it spent is free
      *    to be spent once more - for a suspended order this is the
      *    whole of its loyalty processing
       256-BACK-OUT-PRIOR-POINTS.
           IF WS-LOYALTY-OPEN
               AND WS-ORDER-CUST-JR IS NUMERIC
               AND WS-ORDER-CUST-JR NOT = "000000"
               MOVE "N" TO WS-PRIOR-ENTRY-SWITCH
               MOVE WS-ORDER-CUST-JR TO LL-CUSTOMER
               MOVE WS-PROCESS-DATE TO LL-DATE
               MOVE OR-ORDER-NO TO LL-REFERENCE
               READ LOYALTY-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PRIOR-ENTRY-FOUND TO TRUE
                       MOVE LL-EARNED TO WS-PRIOR-EARNED
                       MOVE LL-REDEEMED TO WS-PRIOR-REDEEMED
                       MOVE "LOYALTY-LEDGER" TO RJ-FILE
                       MOVE "D" TO RJ-ACTION
                       MOVE LL-KEY TO RJ-KEY
                       MOVE LOYALTY-LEDGER-RECORD TO RJ-IMAGE
                       DELETE LOYALTY-LEDGER-FILE
                       PERFORM 965-WRITE-RUN-JOURNAL
               END-READ
               IF WS-PRIOR-ENTRY-FOUND
                   MOVE WS-ORDER-CUST-JR TO LA-CUSTOMER
                   READ LOYALTY-ACCOUNT-FILE
                       NOT INVALID KEY
                           MOVE "LOYALTY-ACCOUNTS" TO RJ-FILE
                           MOVE "C" TO RJ-ACTION
                           MOVE LA-CUSTOMER TO RJ-KEY
                           MOVE LOYALTY-ACCOUNT-RECORD TO RJ-IMAGE
                           COMPUTE LA-BALANCE = LA-BALANCE
                               - WS-PRIOR-EARNED + WS-PRIOR-REDEEMED
                           SUBTRACT WS-PRIOR-EARNED
                               FROM LA-EARNED-TO-DATE
                           SUBTRACT WS-PRIOR-REDEEMED
                               FROM LA-REDEEMED-TO-DATE
                           REWRITE LOYALTY-ACCOUNT-RECORD
                           PERFORM 965-WRITE-RUN-JOURNAL
                   END-READ
                   IF WS-PRIOR-REDEEMED > ZERO AND WS-REDEMPTIONS-OPEN
                       MOVE OR-ORDER-NO TO LR-ORDER-NO
                       READ LOYALTY-REDEMPTION-FILE
                           NOT INVALID KEY
                               IF LR-USED-DATE = WS-PROCESS-DATE
                                   PERFORM 259-JOURNAL-REDEMPTION
                                   MOVE SPACES TO LR-USED-DATE
                                   MOVE ZERO TO LR-USED-POINTS
                                   MOVE ZERO TO LR-USED-DOLLARS
                                   REWRITE LOYALTY-REDEMPTION-RECORD
                                   PERFORM 965-WRITE-RUN-JOURNAL
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       258-STAMP-REDEMPTION-USED.
           MOVE OR-ORDER-NO TO LR-ORDER-NO.
           READ LOYALTY-REDEMPTION-FILE
               NOT INVALID KEY
                   PERFORM 259-JOURNAL-REDEMPTION
                   MOVE WS-PROCESS-DATE TO LR-USED-DATE
                   MOVE WS-POINTS-REDEEMED TO LR-USED-POINTS
                   MOVE WS-POINTS-DOLLARS TO LR-USED-DOLLARS
                   REWRITE LOYALTY-REDEMPTION-RECORD
                   PERFORM 965-WRITE-RUN-JOURNAL
                   DISPLAY "ORDER "OR-ORDER-NO" REDEEMED "
                           WS-POINTS-REDEEMED" POINTS"
           END-READ.

      *    the redemption as it stood before the run stamps or
      *    clears its use
       259-JOURNAL-REDEMPTION.
           MOVE "LOYALTY-REDEMPTIONS" TO RJ-FILE.
           MOVE "C" TO RJ-ACTION.
           MOVE LR-ORDER-NO TO RJ-KEY.
           MOVE LOYALTY-REDEMPTION-RECORD TO RJ-IMAGE.

      *    a rerun of the day keeps the number the order was first
      *    billed under; anything else takes the next number, and an
      *    older invoice the order number is being billed over is
      *    voided so its number stays accounted for
       224-ASSIGN-INVOICE-NUMBER.
           MOVE ZERO TO WS-INVOICE-NO.
           MOVE OR-ORDER-NO TO IH-ORDER-NO.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IH-INVOICE-NO > ZERO
                       IF IH-INVOICE-DATE = WS-PROCESS-DATE
                           MOVE IH-INVOICE-NO TO WS-INVOICE-NO
                       ELSE
                           MOVE "ORDER NUMBER BILLED AGAIN" TO
                               WS-VOID-REASON
                           PERFORM 218-WRITE-INVOICE-VOID
                       END-IF
                   END-IF
           END-READ.
           IF WS-INVOICE-NO = ZERO
               PERFORM 229-TAKE-NEXT-INVOICE-NUMBER
           END-IF.

       229-TAKE-NEXT-INVOICE-NUMBER.
           MOVE ZERO TO WS-LAST-INVOICE-NUMBER.
           OPEN INPUT INVOICE-NUMBER-CONTROL-FILE.
           IF WS-INVNO-STATUS = "00"
               READ INVOICE-NUMBER-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-LAST-INVOICE-NUMBER TO
                           WS-LAST-INVOICE-NUMBER
               END-READ
               CLOSE INVOICE-NUMBER-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-LAST-INVOICE-NUMBER.
           OPEN OUTPUT INVOICE-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-INVOICE-NUMBER TO CTL-LAST-INVOICE-NUMBER.
           WRITE INVOICE-NUMBER-CONTROL-RECORD.
           CLOSE INVOICE-NUMBER-CONTROL-FILE.
           MOVE WS-LAST-INVOICE-NUMBER TO WS-INVOICE-NO.

      *    the order carried to money - what it grossed, what the
      *    percentage takes off in dollars, what bills net, and the
      *    tax charged on top
       225-WRITE-INVOICE.
           MOVE OR-ORDER-NO TO IN-ORDER-NO.
           MOVE VOP TO IN-GROSS.
           MOVE WS-DISCOUNT-DOLLARS TO IN-DISCOUNT-DOLLARS.
           MOVE WS-NET-AMOUNT TO IN-NET.
           MOVE WS-ORDER-CUST-JR TO IN-CUSTOMER.
           MOVE WS-TAX-AMOUNT TO IN-TAX.
           MOVE WS-INVOICE-NO TO IN-INVOICE-NO.
           MOVE WS-DISCOUNT-BASIS TO IN-DISCOUNT-BASIS.
           MOVE WS-ORDER-CAMPAIGN TO IN-CAMPAIGN.
           MOVE WS-POINTS-REDEEMED TO IN-POINTS-REDEEMED.
           MOVE WS-POINTS-DOLLARS TO IN-POINTS-DOLLARS.
           MOVE WS-POINTS-EARNED TO IN-POINTS-EARNED.
           WRITE INVOICE-RECORD.
           PERFORM 223-JOURNAL-INVOICE-LINE.
           ADD WS-POINTS-REDEEMED TO IV-POINTS-REDEEMED-TOTAL.
           ADD WS-POINTS-DOLLARS TO IV-POINTS-DOLLARS-TOTAL.
           ADD WS-POINTS-EARNED TO IV-POINTS-EARNED-TOTAL.
           ADD VOP TO IV-GROSS-TOTAL.
           ADD WS-DISCOUNT-DOLLARS TO IV-DISCOUNT-TOTAL.
           ADD WS-NET-AMOUNT TO IV-NET-TOTAL.
           ADD WS-TAX-AMOUNT TO IV-TAX-TOTAL.

       223-JOURNAL-INVOICE-LINE.
           MOVE "QTY-INVOICES" TO RJ-FILE.
           MOVE "A" TO RJ-ACTION.
           MOVE IN-ORDER-NO TO RJ-KEY.
           MOVE INVOICE-RECORD TO RJ-IMAGE.
           PERFORM 965-WRITE-RUN-JOURNAL.

      *    the same line onto the keyed history - a rerun of the
      *    day reprices the order and replaces its entry, and the
      *    entry it replaces is journaled as the before-image
       226-WRITE-INVOICE-HISTORY.
           MOVE OR-ORDER-NO TO IH-ORDER-NO.
           MOVE WS-ORDER-CUST-JR TO IH-CUSTOMER.
           MOVE WS-PROCESS-DATE TO IH-INVOICE-DATE.
           MOVE OR-QTY TO IH-QTY.
           MOVE VOP TO IH-GROSS.
           MOVE Discount TO IH-DISCOUNT-RATE.
           MOVE WS-DISCOUNT-DOLLARS TO IH-DISCOUNT-DOLLARS.
           MOVE WS-NET-AMOUNT TO IH-NET.
           MOVE ZERO TO IH-RETURNED-QTY.
           MOVE ZERO TO IH-CREDITED-NET.
           MOVE WS-TAX-CODE TO IH-TAX-CODE.
           MOVE WS-TAXABLE-NET TO IH-TAXABLE-NET.
           MOVE WS-TAX-AMOUNT TO IH-TAX.
           MOVE ZERO TO IH-CREDITED-TAX.
           MOVE WS-INVOICE-NO TO IH-INVOICE-NO.
           MOVE INVOICE-HISTORY-RECORD TO WS-HISTORY-HOLD.
           MOVE "QTY-INVOICE-HISTORY" TO RJ-FILE.
           MOVE IH-ORDER-NO TO RJ-KEY.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   MOVE "A" TO RJ-ACTION
                   MOVE WS-HISTORY-HOLD TO RJ-IMAGE
               NOT INVALID KEY
                   MOVE "C" TO RJ-ACTION
                   MOVE INVOICE-HISTORY-RECORD TO RJ-IMAGE
           END-READ.
           MOVE WS-HISTORY-HOLD TO INVOICE-HISTORY-RECORD.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   REWRITE INVOICE-HISTORY-RECORD
           END-WRITE.
           PERFORM 965-WRITE-RUN-JOURNAL.

       227-OPEN-INVOICE-HISTORY.
           OPEN I-O INVOICE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT INVOICE-HISTORY-FILE
               CLOSE INVOICE-HISTORY-FILE
               OPEN I-O INVOICE-HISTORY-FILE
           END-IF.

       228-WRITE-INVOICE-TOTAL.
           MOVE "TOTAL" TO IN-ORDER-NO.
           MOVE IV-GROSS-TOTAL TO IN-GROSS.
           MOVE IV-DISCOUNT-TOTAL TO IN-DISCOUNT-DOLLARS.
           MOVE IV-NET-TOTAL TO IN-NET.
           MOVE IV-TAX-TOTAL TO IN-TAX.
           MOVE ZERO TO IN-INVOICE-NO.
           MOVE SPACES TO IN-DISCOUNT-BASIS.
           MOVE SPACES TO IN-CAMPAIGN.
           MOVE IV-POINTS-REDEEMED-TOTAL TO IN-POINTS-REDEEMED.
           MOVE IV-POINTS-DOLLARS-TOTAL TO IN-POINTS-DOLLARS.
           MOVE IV-POINTS-EARNED-TOTAL TO IN-POINTS-EARNED.
           WRITE INVOICE-RECORD.
           PERFORM 223-JOURNAL-INVOICE-LINE.
           DISPLAY "INVOICED GROSS "IV-GROSS-TOTAL
                   " DISCOUNT "IV-DISCOUNT-TOTAL
                   " NET "IV-NET-TOTAL
                   " TAX "IV-TAX-TOTAL.

      *    price off the rate file when it can answer, falling back
      *    to the original EVALUATE only when no rate row covers the
                   MOVE 0 TO Discount
               END-EVALUATE .

      *    a quote converted to this order number, for the same
      *    customer, quantity and value the order carries - a
      *    quote for different terms is not this order's price
       170-FIND-QUOTED-RATE.
           MOVE "N" TO WS-QUOTE-FOUND-SWITCH.
           IF WS-QUOTES-OPEN
               MOVE OR-ORDER-NO TO QT-ORDER-NO
               START QUOTE-FILE KEY IS = QT-ORDER-NO
                   INVALID KEY MOVE "10" TO WS-QUOTE-STATUS
               END-START
               PERFORM UNTIL WS-QUOTE-STATUS = "10" OR WS-QUOTE-FOUND
                   READ QUOTE-FILE NEXT
                       AT END MOVE "10" TO WS-QUOTE-STATUS
                   END-READ
                   IF WS-QUOTE-STATUS NOT = "10"
                       IF QT-ORDER-NO NOT = OR-ORDER-NO
                           MOVE "10" TO WS-QUOTE-STATUS
                       ELSE
                           IF QT-CONVERTED
                               AND QT-QTY = OR-QTY
                               AND QT-VOP = OR-VOP
                               AND QT-CUSTOMER = OR-CUSTOMER
                               SET WS-QUOTE-FOUND TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-QUOTE-STATUS
           END-IF.

      *    an order carrying a campaign code gets the better of the
      *    rate just decided and the promotion, never both - the
      *    promotion wins only when it takes more off, and then
      *    stands as the rate it comes to on this order's value
       180-APPLY-CAMPAIGN.
           COMPUTE WS-RATE-DOLLARS ROUNDED = VOP * Discount / 100.
           MOVE ZERO TO WS-PROMOTION-DOLLARS.
           IF WS-ORDER-CAMPAIGN NOT = SPACES
               PERFORM 185-CHECK-CAMPAIGN-ELIGIBLE
               IF WS-CAMPAIGN-ELIGIBLE
                   IF CP-PERCENT-OFF
                       COMPUTE WS-PROMOTION-DOLLARS ROUNDED =
                           VOP * CP-PERCENT / 100
                   ELSE
                       MOVE CP-AMOUNT TO WS-PROMOTION-DOLLARS
                       IF WS-PROMOTION-DOLLARS > VOP
                           MOVE VOP TO WS-PROMOTION-DOLLARS
                       END-IF
                   END-IF
               END-IF
               IF WS-PROMOTION-DOLLARS > WS-RATE-DOLLARS
                   MOVE "P" TO WS-DISCOUNT-BASIS
                   COMPUTE WS-PROMOTION-RATE ROUNDED =
                       WS-PROMOTION-DOLLARS * 100 / VOP
                   IF WS-PROMOTION-RATE > 99.99
                       MOVE 99.99 TO Discount
                   ELSE
                       MOVE WS-PROMOTION-RATE TO Discount
                   END-IF
                   ADD 1 TO WS-PROMOTED-COUNT
               END-IF
           END-IF.

      *    the code is honoured only inside its dates, for the
      *    customers it names, and on an order holding one of its
      *    items when it lists any - otherwise the rate stands
       185-CHECK-CAMPAIGN-ELIGIBLE.
           MOVE "Y" TO WS-CAMPAIGN-ELIGIBLE-SWITCH.
           IF WS-PROCESS-DATE < CP-START-DATE
               OR WS-PROCESS-DATE > CP-END-DATE
               MOVE "N" TO WS-CAMPAIGN-ELIGIBLE-SWITCH
           END-IF.
           IF CP-MEMBERS-ONLY AND Member NOT = "Y"
               MOVE "N" TO WS-CAMPAIGN-ELIGIBLE-SWITCH
           END-IF.
           IF CP-NON-MEMBERS-ONLY AND Member = "Y"
               MOVE "N" TO WS-CAMPAIGN-ELIGIBLE-SWITCH
           END-IF.
           IF WS-CAMPAIGN-ELIGIBLE AND CP-ITEM-CODE (1) NOT = SPACES
               PERFORM 187-FIND-CAMPAIGN-ITEM
           END-IF.

       187-FIND-CAMPAIGN-ITEM.
           MOVE "N" TO WS-CAMPAIGN-ELIGIBLE-SWITCH.
           MOVE OR-ORDER-NO TO WS-WANTED-ORDER-NO.
           PERFORM 213-FIND-ORDER-BASIS.
           IF WS-BASIS-FOUND
               PERFORM VARYING BSI-IDX FROM 1 BY 1
                   UNTIL BSI-IDX > WS-BS-ITEM-COUNT (BS-IDX)
                   OR WS-CAMPAIGN-ELIGIBLE
                   SET CPI-IDX TO 1
                   SEARCH CP-ITEM-CODE
                       WHEN CP-ITEM-CODE (CPI-IDX) =
                           WS-BS-ITEM (BS-IDX, BSI-IDX)
                           SET WS-CAMPAIGN-ELIGIBLE TO TRUE
                   END-SEARCH
               END-PERFORM
           END-IF.

      *    the account's place on the exposure table, if it has one
       760-FIND-EXPOSURE.
           MOVE "N" TO WS-EXPOSURE-FOUND-SWITCH.
           SET EX-IDX TO 1.
           SEARCH WS-EXPOSURE
               AT END
                   CONTINUE
               WHEN EX-IDX > WS-EXPOSURE-COUNT
                   CONTINUE
               WHEN WS-EX-CUSTOMER (EX-IDX) = WS-WANTED-CUSTOMER
                   SET WS-EXPOSURE-FOUND TO TRUE
           END-SEARCH.

      *    WS-BILLED-AMOUNT onto the account's running balance,
      *    opening a row for an account that owed nothing before
       765-ADD-EXPOSURE.
           PERFORM 760-FIND-EXPOSURE.
           IF WS-EXPOSURE-FOUND
               ADD WS-BILLED-AMOUNT TO WS-EX-BALANCE (EX-IDX)
           ELSE
               IF WS-EXPOSURE-COUNT < 2000
                   ADD 1 TO WS-EXPOSURE-COUNT
                   SET EX-IDX TO WS-EXPOSURE-COUNT
                   MOVE WS-WANTED-CUSTOMER TO WS-EX-CUSTOMER (EX-IDX)
                   MOVE WS-BILLED-AMOUNT TO WS-EX-BALANCE (EX-IDX)
               END-IF
           END-IF.

      *    points the desk has asked to redeem on the order come off
      *    the net as a discount line of their own, before tax - no
      *    more than the account holds and no more than the net will
      *    take; whatever net is left then earns at the scheme rate
       190-APPLY-POINTS-REDEMPTION.
           MOVE ZERO TO WS-POINTS-REDEEMED.
           MOVE ZERO TO WS-POINTS-DOLLARS.
           MOVE ZERO TO WS-POINTS-EARNED.
           IF WS-LOYALTY-OPEN
               AND WS-ORDER-CUST-JR IS NUMERIC
               AND WS-ORDER-CUST-JR NOT = "000000"
               PERFORM 192-FIND-POINTS-AVAILABLE
               PERFORM 194-TAKE-REDEMPTION
               COMPUTE WS-POINTS-EARNED =
                   WS-NET-AMOUNT * WS-EARN-RATE
           END-IF.

      *    the account's balance as it stood before this order - an
      *    entry the order posted on an earlier run of the day is
      *    still in the balance, so its movement is added back
       192-FIND-POINTS-AVAILABLE.
           MOVE ZERO TO WS-POINTS-AVAILABLE.
           MOVE WS-ORDER-CUST-JR TO LA-CUSTOMER.
           READ LOYALTY-ACCOUNT-FILE
               INVALID KEY
                   MOVE ZERO TO LA-BALANCE
           END-READ.
           MOVE LA-BALANCE TO WS-POINTS-AVAILABLE.
           MOVE WS-ORDER-CUST-JR TO LL-CUSTOMER.
           MOVE WS-PROCESS-DATE TO LL-DATE.
           MOVE OR-ORDER-NO TO LL-REFERENCE.
           READ LOYALTY-LEDGER-FILE
               INVALID KEY
                   MOVE ZERO TO LL-EARNED
                   MOVE ZERO TO LL-REDEEMED
           END-READ.
           COMPUTE WS-POINTS-AVAILABLE =
               WS-POINTS-AVAILABLE - LL-EARNED + LL-REDEEMED.
           IF WS-POINTS-AVAILABLE < ZERO
               MOVE ZERO TO WS-POINTS-AVAILABLE
           END-IF.

      *    a redemption keyed for another account, or already spent
      *    on an earlier day, is passed over
       194-TAKE-REDEMPTION.
           IF WS-REDEMPTIONS-OPEN AND WS-POINT-VALUE > ZERO
               MOVE OR-ORDER-NO TO LR-ORDER-NO
               READ LOYALTY-REDEMPTION-FILE
                   INVALID KEY
                       MOVE "23" TO WS-REDEMPTION-STATUS
               END-READ
               IF WS-REDEMPTION-STATUS = "00"
                   AND LR-CUSTOMER = WS-ORDER-CUST-JR
                   AND (LR-USED-DATE = SPACES
                        OR LR-USED-DATE = WS-PROCESS-DATE)
                   MOVE LR-POINTS TO WS-POINTS-REDEEMED
                   IF WS-POINTS-REDEEMED > WS-POINTS-AVAILABLE
                       MOVE WS-POINTS-AVAILABLE TO WS-POINTS-REDEEMED
                   END-IF
                   COMPUTE WS-POINTS-DOLLARS =
                       WS-POINTS-REDEEMED * WS-POINT-VALUE
                   IF WS-POINTS-DOLLARS > WS-NET-AMOUNT
                       COMPUTE WS-POINTS-REDEEMED =
                           WS-NET-AMOUNT / WS-POINT-VALUE
                       COMPUTE WS-POINTS-DOLLARS =
                           WS-POINTS-REDEEMED * WS-POINT-VALUE
                   END-IF
                   SUBTRACT WS-POINTS-DOLLARS FROM WS-NET-AMOUNT
               END-IF
           END-IF.

      *    the credit limits and the releases credit control has
      *    granted - with neither on file no order is limited
       906-OPEN-CREDIT-FILES.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           IF WS-CREDIT-STATUS = "00"
               SET WS-CREDIT-OPEN TO TRUE
           END-IF.
           OPEN I-O CREDIT-RELEASE-FILE.
           IF WS-RELEASE-STATUS = "00"
               SET WS-RELEASE-OPEN TO TRUE
           END-IF.

      *    the open items, for what each account already owes -
      *    with none on file no account owes anything yet
       907-OPEN-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "00"
               SET WS-ITEMS-OPEN TO TRUE
           END-IF.

      *    one account's unpaid items, walked down the customer key
      *    and entered on the exposure table as its opening balance
       908-LOAD-ACCOUNT-BALANCE.
           MOVE ZERO TO WS-EXPOSURE-AMOUNT.
           IF WS-ITEMS-OPEN
               MOVE WS-WANTED-CUSTOMER TO OI-CUSTOMER
               START OPEN-ITEM-FILE KEY IS EQUAL TO OI-CUSTOMER
                   INVALID KEY
                       MOVE "23" TO WS-OPEN-STATUS
               END-START
               PERFORM UNTIL NOT WS-OPEN-READ-OK
                   PERFORM 909-READ-ACCOUNT-ITEM
                   IF WS-OPEN-READ-OK
                       AND OI-IS-OPEN
                       AND OI-NET > OI-PAID + OI-CREDITED
                       COMPUTE WS-ITEM-OUTSTANDING =
                           OI-NET - OI-PAID - OI-CREDITED
                       ADD WS-ITEM-OUTSTANDING TO WS-EXPOSURE-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EXPOSURE-COUNT < 2000
               ADD 1 TO WS-EXPOSURE-COUNT
               SET EX-IDX TO WS-EXPOSURE-COUNT
               MOVE WS-WANTED-CUSTOMER TO WS-EX-CUSTOMER (EX-IDX)
               MOVE WS-EXPOSURE-AMOUNT TO WS-EX-BALANCE (EX-IDX)
               SET WS-EXPOSURE-FOUND TO TRUE
           END-IF.

       909-READ-ACCOUNT-ITEM.
           READ OPEN-ITEM-FILE NEXT
               AT END MOVE "10" TO WS-OPEN-STATUS
           END-READ.
           IF WS-OPEN-READ-OK
               AND OI-CUSTOMER NOT = WS-WANTED-CUSTOMER
               MOVE "10" TO WS-OPEN-STATUS
           END-IF.

      *    the tax rate sheet into core - with no file on hand the
      *    run charges no tax and says so, so a missing sheet cannot
      *    pass unnoticed
       930-LOAD-TAX-RATES.
           MOVE ZERO TO WS-TAX-RATE-COUNT.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS NOT = "00"
               DISPLAY "TAX RATE FILE NOT AVAILABLE - NO TAX WILL "
                       "BE CHARGED"
           ELSE
               SET WS-TAX-RATES-ON-FILE TO TRUE
               PERFORM 931-READ-TAX-RATE
               PERFORM UNTIL WS-TAX-RATE-STATUS = "10"
                   IF WS-TAX-RATE-COUNT < 200
                       AND TX-RATE IS NUMERIC
                       ADD 1 TO WS-TAX-RATE-COUNT
                       SET TXR-IDX TO WS-TAX-RATE-COUNT
                       MOVE TX-CODE TO WS-TR-CODE (TXR-IDX)
                       MOVE TX-EFF-DATE TO WS-TR-EFF-DATE (TXR-IDX)
                       MOVE TX-RATE TO WS-TR-RATE (TXR-IDX)
                   ELSE
                       DISPLAY "TAX RATE "TX-CODE" "TX-EFF-DATE
                               " NOT LOADED"
                   END-IF
                   PERFORM 931-READ-TAX-RATE
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF.

       931-READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END MOVE "10" TO WS-TAX-RATE-STATUS
           END-READ.

      *    one pass of the day's order lines against the item master,
      *    totalling each order's units and its taxable units
       935-LOAD-ORDER-TAX-BASIS.
           MOVE ZERO TO WS-BASIS-COUNT.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "00"
               SET WS-ITEM-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ITEM MASTER NOT AVAILABLE - EVERY ORDER "
                       "TAXES IN FULL"
           END-IF.
           OPEN INPUT ORDER-DETAIL-FILE.
           IF WS-DETAIL-STATUS = "00"
               PERFORM 936-READ-ORDER-DETAIL
               PERFORM UNTIL WS-DETAIL-STATUS = "10"
                   PERFORM 937-TAKE-DETAIL-LINE
                   PERFORM 936-READ-ORDER-DETAIL
               END-PERFORM
               CLOSE ORDER-DETAIL-FILE
           END-IF.
           IF WS-ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF WS-BASIS-NOT-HELD > ZERO
               DISPLAY "TAX BASIS TABLE FULL - "WS-BASIS-NOT-HELD
                       " ORDER LINE(S) TAX IN FULL"
           END-IF.

       936-READ-ORDER-DETAIL.
           READ ORDER-DETAIL-FILE
               AT END MOVE "10" TO WS-DETAIL-STATUS
           END-READ.

      *    each item on the line counts at the line's quantity, the
      *    same way STOCKPOST draws the stock down
       937-TAKE-DETAIL-LINE.
           MOVE OD-ORDER-NO TO WS-WANTED-ORDER-NO.
           PERFORM 213-FIND-ORDER-BASIS.
           IF NOT WS-BASIS-FOUND
               IF WS-BASIS-COUNT < 2000
                   ADD 1 TO WS-BASIS-COUNT
                   SET BS-IDX TO WS-BASIS-COUNT
                   MOVE OD-ORDER-NO TO WS-BS-ORDER-NO (BS-IDX)
                   MOVE ZERO TO WS-BS-TOTAL-QTY (BS-IDX)
                   MOVE ZERO TO WS-BS-TAXABLE-QTY (BS-IDX)
                   MOVE SPACES TO WS-BS-TAX-CODE (BS-IDX)
                   MOVE ZERO TO WS-BS-ITEM-COUNT (BS-IDX)
                   SET WS-BASIS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-BASIS-NOT-HELD
               END-IF
           END-IF.
           IF WS-BASIS-FOUND
               IF OD-QUANTITY IS NUMERIC AND OD-QUANTITY > ZERO
                   MOVE OD-QUANTITY TO WS-BASIS-LINE-QTY
               ELSE
                   MOVE 1 TO WS-BASIS-LINE-QTY
               END-IF
               MOVE OD-SUB-1 TO WS-BASIS-ITEM-CODE
               PERFORM 938-CLASSIFY-ITEM
               IF OD-SUB-COUNT = 2
                   MOVE OD-SUB-2 TO WS-BASIS-ITEM-CODE
                   PERFORM 938-CLASSIFY-ITEM
               END-IF
           END-IF.

      *    an item the master does not know is taken as taxable
      *    under the standard code - undercharging is the worse error
       938-CLASSIFY-ITEM.
           ADD WS-BASIS-LINE-QTY TO WS-BS-TOTAL-QTY (BS-IDX).
           MOVE "Y" TO IM-TAXABLE.
           MOVE "STD" TO IM-TAX-CODE.
           IF WS-ITEM-MASTER-OPEN
               MOVE WS-BASIS-ITEM-CODE TO IM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "Y" TO IM-TAXABLE
                       MOVE "STD" TO IM-TAX-CODE
               END-READ
           END-IF.
           IF IM-IS-TAXABLE
               ADD WS-BASIS-LINE-QTY TO WS-BS-TAXABLE-QTY (BS-IDX)
               IF WS-BS-TAX-CODE (BS-IDX) = SPACES
                   MOVE IM-TAX-CODE TO WS-BS-TAX-CODE (BS-IDX)
               END-IF
           END-IF.
           PERFORM 939-NOTE-ORDER-ITEM.

      *    each distinct item code once, up to the first ten
       939-NOTE-ORDER-ITEM.
           IF WS-BASIS-ITEM-CODE NOT = SPACES
               SET BSI-IDX TO 1
               SEARCH WS-BS-ITEM
                   AT END
                       CONTINUE
                   WHEN BSI-IDX > WS-BS-ITEM-COUNT (BS-IDX)
                       ADD 1 TO WS-BS-ITEM-COUNT (BS-IDX)
                       MOVE WS-BASIS-ITEM-CODE TO
                           WS-BS-ITEM (BS-IDX, BSI-IDX)
                   WHEN WS-BS-ITEM (BS-IDX, BSI-IDX) =
                       WS-BASIS-ITEM-CODE
                       CONTINUE
               END-SEARCH
           END-IF.

      *    no quote file means no order was ever quoted
       940-OPEN-QUOTES.
           OPEN INPUT QUOTE-FILE.
           IF WS-QUOTE-STATUS = "00"
               SET WS-QUOTES-OPEN TO TRUE
           END-IF.

      *    no campaign file means no code is on file; the file of
      *    campaign orders starts empty the first time it is needed
       945-OPEN-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE.
           IF WS-CAMPAIGN-STATUS = "00"
               SET WS-CAMPAIGNS-OPEN TO TRUE
           END-IF.
           OPEN I-O CAMPAIGN-ORDER-FILE.
           IF WS-CAMPAIGN-ORDER-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-ORDER-FILE
               CLOSE CAMPAIGN-ORDER-FILE
               OPEN I-O CAMPAIGN-ORDER-FILE
           END-IF.
           IF WS-CAMPAIGN-ORDER-STATUS = "00"
               SET WS-CAMPAIGN-ORDERS-OPEN TO TRUE
           END-IF.

      *    the scheme's terms off the control record, with the
      *    shipped terms standing when none is keyed; the accounts
      *    and ledger start empty the first time an order earns, and
      *    with no redemptions on file no order redeems
       950-OPEN-LOYALTY-FILES.
           OPEN INPUT LOYALTY-CONTROL-FILE.
           IF WS-LOYALTY-CONTROL-STATUS = "00"
               READ LOYALTY-CONTROL-FILE
                   NOT AT END
                       IF LC-EARN-RATE IS NUMERIC
                           MOVE LC-EARN-RATE TO WS-EARN-RATE
                       END-IF
                       IF LC-POINT-VALUE IS NUMERIC
                           MOVE LC-POINT-VALUE TO WS-POINT-VALUE
                       END-IF
               END-READ
               CLOSE LOYALTY-CONTROL-FILE
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
           IF WS-LOYALTY-ACCOUNT-STATUS = "00"
               AND WS-LOYALTY-LEDGER-STATUS = "00"
               SET WS-LOYALTY-OPEN TO TRUE
           END-IF.
           OPEN I-O LOYALTY-REDEMPTION-FILE.
           IF WS-REDEMPTION-STATUS = "00"
               SET WS-REDEMPTIONS-OPEN TO TRUE
           END-IF.

      *    membership now comes off the account itself - with no
      *    master on file the keyed flags carry the day, called out
      *    so a silent fallback cannot misprice a whole feed
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - ORDERS "
                       "NAMING CUSTOMERS WILL SUSPEND"
           END-IF.
           OPEN INPUT MEMBERSHIP-FILE.
           IF WS-MEMBERSHIP-STATUS = "00"
               SET WS-MEMBERSHIP-OPEN TO TRUE
           ELSE
               DISPLAY "NO MEMBERSHIP FILE - ACCOUNT ORDERS PRICE "
                       "AT THE NON-MEMBER TIER"
           END-IF.

      *    open the rate file for the run, seeding the shipped 18
      *    rates as always-effective data the first time the file
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

      *    read-step-rewrite of the shared run-number record - the
      *    id every journal line of this pricing run carries
       960-ASSIGN-RUN-ID.
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
      *    run's own id and date go on here
       965-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT RUN-JOURNAL-FILE
           END-IF.
           MOVE WS-ASSIGNED-RUN-ID TO RJ-RUN-ID.
           MOVE WS-PROCESS-DATE TO RJ-RUN-DATE.
           WRITE RUN-JOURNAL-RECORD.
           CLOSE RUN-JOURNAL-FILE.

       970-STAMP-RUN-START.
           MOVE "START" TO RC-EVENT OF RUN-CONTROL-RECORD.
           MOVE SPACES TO RC-STATUS OF RUN-CONTROL-RECORD.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       980-STAMP-LOG-PREFIX.
           ACCEPT WS-LOG-STAMP (1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO WS-LOG-STAMP (9:6).

      *    the processing date off the control record, with the
      *    machine date only as the backstop when no control is on
      *    file - DATE-ROLL maintains the record between days
