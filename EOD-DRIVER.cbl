      *          their sequence and their prerequisites come from
      *          the EOD-STREAM-CONTROL file so operations owns the
      *          schedule (the stream name rides the command line,
      *          default NIGHTLY), with the shipped eight-step
      *          nightly order as the backstop when no control file
      *          is on hand; while the stream runs it holds a
      *          batch-window lock on each file set its steps update
      *          so the online maintenance screens take inquiries
      *          only, and lets the locks go once every step has
      *          ended OK; before the first step it runs the
      *          FEEDWATCH arrival check and holds any step whose
      *          feed is late, stale or not yet in; each step
      *          carries a run frequency - daily, a weekday, the
      *          first or last business day of the month, quarter-
      *          end or year-end - judged against BUSINESS-CALENDAR
      *          and the processing date, a step not due tonight is
      *          stamped SKIP on the run control, and the report
      *          closes with a look-ahead of the next seven business
      *          days
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STREAM-CONTROL-FILE ASSIGN TO "EOD-STREAM-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCH-WINDOW-LOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
           SELECT FEED-ARRIVAL-FILE ASSIGN TO "FEED-ARRIVAL-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-ARRIVAL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSINESS-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    the business date the whole suite runs under - the
           05 SD-PROGRAM  PIC X(16).
           05 SD-STAMP    PIC X(10).
           05 SD-PREREQ   PIC X(10).
      *        when the step is due - blank or DLY every night, MON
      *        to FRI that weekday, FBD/LBD the first/last business
      *        day of the month, QTR the last business day of a
      *        quarter, YRE the last business day of the year
           05 SD-FREQUENCY PIC X(3).
      *        the mode word the step's command-line ACCEPT looks
      *        for, AGING for the PAYAPPLY aging run
           05 SD-PARM     PIC X(8).
      *    one record per file set a stream is updating - CUSTMAINT,
      *    ITEMMAINT, PLANETMAINT, RATEMAINT and RATEAPPRV refuse
      *    updates to a set on this file; BWUNLOCK clears one left
      *    behind by a stream that did not end OK
       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD.
           05 BW-FILE-SET PIC X(8).
           05 BW-STREAM PIC X(8).
           05 BW-DATE PIC X(8).
           05 BW-TIME PIC X(6).
      *    FEEDWATCH's verdict per dependent step for the day
       FD  FEED-ARRIVAL-FILE.
       01  FEED-ARRIVAL-RECORD.
           05 FA-DATE PIC X(8).
           05 FA-FEED-NAME PIC X(20).
           05 FA-STEP PIC X(10).
           05 FA-STATE PIC X(8).
               88 FA-HOLDS-STEP VALUE "LATE" "STALE" "WAITING".
      *    one holiday per line, YYYYMMDD - weekends need no entry
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-HOLIDAY-DATE PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-RC-STATUS PIC X(2).
       01 WS-BATCH-LOCK-STATUS PIC X(2).
       01 WS-FEED-ARRIVAL-STATUS PIC X(2).
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-STREAM-STATUS PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-COMMAND-LINE PIC X(20) VALUE SPACES.
       01 WS-WORD-1 PIC X(8) VALUE SPACES.
               10 WS-STEP-PROGRAM PIC X(16).
               10 WS-STEP-STAMP   PIC X(10).
               10 WS-STEP-PREREQ  PIC X(10).
               10 WS-STEP-FREQUENCY PIC X(3).
               10 WS-STEP-PARM    PIC X(8).
               10 WS-STEP-DUE     PIC X(1).
       01 WS-INSERT-SUB PIC 9(2).
       01 WS-SHIFT-SUB PIC 9(2).
       01 WS-SAVED-STEP PIC X(51).
       01 WS-CALL-PROGRAM PIC X(16).
      *    success is judged off this switch, set in the CALL's
      *    exception phrase - the good path runs after the CALL,
           05 DR-RAN-COUNT PIC 9(2) VALUE ZERO.
           05 DR-HELD-COUNT PIC 9(2) VALUE ZERO.
           05 DR-FAILED-COUNT PIC 9(2) VALUE ZERO.
           05 DR-SKIPPED-COUNT PIC 9(2) VALUE ZERO.
      *    calendar work for the run-frequency judgement - a date's
      *    facts (business day or not, weekday, the month's first
      *    and last business days) are worked out once and every
      *    step's frequency is judged against them
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM   PIC 9(2).
           05 WS-WORK-DD   PIC 9(2).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-LEAP-QUOTIENT PIC 9(4).
      *    Zeller day-of-week work fields - 0 is Saturday, 1 Sunday
       01 WS-ZELLER.
           05 WS-Z-Q PIC 9(2).
           05 WS-Z-M PIC 9(2).
           05 WS-Z-K PIC 9(2).
           05 WS-Z-J PIC 9(2).
           05 WS-Z-YEAR PIC 9(4).
           05 WS-Z-H PIC 9(2).
           05 WS-Z-T1 PIC 9(4).
           05 WS-Z-T2 PIC 9(4).
           05 WS-Z-T3 PIC 9(4).
           05 WS-Z-DUMMY PIC 9(6).
           05 WS-Z-WORK PIC 9(6).
       01 WS-DAY-NAME-LIST PIC X(21) VALUE "SATSUNMONTUEWEDTHUFRI".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIST.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-DAY-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-DAY-IS-BUSINESS VALUE "Y".
       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY PIC X(8) OCCURS 400 TIMES
               INDEXED BY HOL-IDX.
       01 WS-JUDGE-DATE PIC 9(8).
       01 WS-JUDGE-PARTS REDEFINES WS-JUDGE-DATE.
           05 WS-JUDGE-YYYY PIC 9(4).
           05 WS-JUDGE-MM   PIC 9(2).
           05 WS-JUDGE-DD   PIC 9(2).
       01 WS-JUDGE-BUSINESS-SWITCH PIC X(1) VALUE "N".
           88 WS-JUDGE-IS-BUSINESS VALUE "Y".
       01 WS-JUDGE-DAY-NAME PIC X(3).
       01 WS-FIRST-BUS-DATE PIC 9(8).
       01 WS-LAST-BUS-DATE PIC 9(8).
       01 WS-JUDGE-FREQUENCY PIC X(3).
       01 WS-FREQ-DUE-SWITCH PIC X(1) VALUE "N".
           88 WS-FREQ-DUE VALUE "Y".
       01 WS-FREQ-KNOWN-SWITCH PIC X(1) VALUE "Y".
           88 WS-FREQ-KNOWN VALUE "Y".
       01 WS-SKIPPED-SWITCH PIC X(1) VALUE "N".
           88 WS-ALREADY-SKIPPED VALUE "Y".
       01 WS-SKIP-TIME PIC X(8).
      *    the look-ahead walks forward from tonight one calendar
      *    day at a time until it has shown seven business days
       01 WS-AHEAD-DATE PIC 9(8).
       01 WS-AHEAD-SHOWN PIC 9(2) VALUE ZERO.
       01 WS-AHEAD-STEPPED PIC 9(2) VALUE ZERO.
       01 WS-AHEAD-DUE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AHEAD-DAILY-COUNT PIC 9(2) VALUE ZERO.
      *    the file sets this stream's steps update - HELLO_WORLD's
      *    batch apply the customers, STOCKPOST the items, qty.cbl
      *    the customers, items and rates, the PLANET steps the
      *    planet reference
       01 WS-SET-SWITCHES.
           05 WS-SET-CUSTOMER PIC X(1) VALUE "N".
           05 WS-SET-ITEM PIC X(1) VALUE "N".
           05 WS-SET-RATE PIC X(1) VALUE "N".
           05 WS-SET-PLANET PIC X(1) VALUE "N".
       01 WS-LOCK-SET PIC X(8).
       01 WS-LOCK-TIME PIC X(8).
       01 WS-LOCK-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LOCK-SUB PIC 9(2).
       01 WS-LOCK-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-LOCK-FOUND VALUE "Y".
       01 WS-LOCK-TABLE.
           05 WS-LOCK OCCURS 20 TIMES.
               10 WS-LK-FILE-SET PIC X(8).
               10 WS-LK-STREAM PIC X(8).
               10 WS-LK-DATE PIC X(8).
               10 WS-LK-TIME PIC X(6).
       01 WS-NOT-OK-COUNT PIC 9(2) VALUE ZERO.
      *    the steps FEEDWATCH found waiting on a feed today
       01 WS-FEED-HOLD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FEED-HOLD-TABLE.
           05 WS-FEED-HOLD OCCURS 30 TIMES INDEXED BY FH-IDX.
               10 WS-FH-STEP PIC X(10).
               10 WS-FH-FEED-NAME PIC X(20).
               10 WS-FH-STATE PIC X(8).
       01 WS-FEED-HELD-SWITCH PIC X(1) VALUE "N".
           88 WS-FEED-HELD VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           END-IF.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 050-LOAD-STREAM-DEFINITION.
           PERFORM 700-LOAD-HOLIDAYS.
           PERFORM 710-JUDGE-STEPS-DUE.
           DISPLAY "END-OF-DAY STREAM "WS-STREAM-NAME
                   " - "WS-RUN-DATE" - "WS-STEP-COUNT" STEP(S)".
           PERFORM 400-SET-BATCH-LOCKS.
           PERFORM 450-CHECK-FEED-ARRIVAL.
           PERFORM 100-RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 600-RELEASE-BATCH-LOCKS.
           PERFORM 500-STATUS-REPORT.
           DISPLAY "STEPS RUN "DR-RAN-COUNT
                   "  HELD "DR-HELD-COUNT
                   "  SKIPPED "DR-SKIPPED-COUNT
                   "  CALL FAILURES "DR-FAILED-COUNT.
           PERFORM 800-PRINT-LOOK-AHEAD.
           GOBACK.

      *    the named stream's steps off the control file, kept in
               MOVE SD-PROGRAM TO WS-STEP-PROGRAM (STEP-IDX)
               MOVE SD-STAMP TO WS-STEP-STAMP (STEP-IDX)
               MOVE SD-PREREQ TO WS-STEP-PREREQ (STEP-IDX)
               MOVE SD-FREQUENCY TO WS-STEP-FREQUENCY (STEP-IDX)
               MOVE SD-PARM TO WS-STEP-PARM (STEP-IDX)
               MOVE "Y" TO WS-STEP-DUE (STEP-IDX)
               MOVE WS-STEP-COUNT TO WS-INSERT-SUB
               PERFORM UNTIL WS-INSERT-SUB < 2
                   OR WS-STEP-SEQUENCE (WS-INSERT-SUB) >=
           END-IF.

      *    the order that was hardcoded here before the control
      *    file existed, kept as the backstop - every step daily
       080-SEED-BUILT-IN-NIGHTLY.
           MOVE SPACES TO WS-STEP-TABLE.
           MOVE 8 TO WS-STEP-COUNT.
           MOVE 10 TO WS-STEP-SEQUENCE (1).
           MOVE "HELLO_WORLD" TO WS-STEP-PROGRAM (1).
           MOVE "HELLOWORLD" TO WS-STEP-STAMP (1).
           MOVE "CONDITIONALS" TO WS-STEP-PROGRAM (2).
           MOVE "CONDITIONL" TO WS-STEP-STAMP (2).
           MOVE SPACES TO WS-STEP-PREREQ (2).
           MOVE 25 TO WS-STEP-SEQUENCE (3).
           MOVE "STANDGEN" TO WS-STEP-PROGRAM (3).
           MOVE "STANDGEN" TO WS-STEP-STAMP (3).
           MOVE SPACES TO WS-STEP-PREREQ (3).
           MOVE 30 TO WS-STEP-SEQUENCE (4).
           MOVE "QTYPRICING" TO WS-STEP-PROGRAM (4).
           MOVE "QTYPRICING" TO WS-STEP-STAMP (4).
           MOVE SPACES TO WS-STEP-PREREQ (4).
           MOVE 35 TO WS-STEP-SEQUENCE (5).
           MOVE "LOYALRPT" TO WS-STEP-PROGRAM (5).
           MOVE "LOYALRPT" TO WS-STEP-STAMP (5).
           MOVE "QTYPRICING" TO WS-STEP-PREREQ (5).
           MOVE 38 TO WS-STEP-SEQUENCE (6).
           MOVE "CUSTSALES" TO WS-STEP-PROGRAM (6).
           MOVE "CUSTSALES" TO WS-STEP-STAMP (6).
           MOVE "QTYPRICING" TO WS-STEP-PREREQ (6).
           MOVE 40 TO WS-STEP-SEQUENCE (7).
           MOVE "QTYSUMMARY" TO WS-STEP-PROGRAM (7).
           MOVE "QTYSUMMARY" TO WS-STEP-STAMP (7).
           MOVE "QTYPRICING" TO WS-STEP-PREREQ (7).
           MOVE 50 TO WS-STEP-SEQUENCE (8).
           MOVE "MONTHAMTS" TO WS-STEP-PROGRAM (8).
           MOVE "MONTHAMTS" TO WS-STEP-STAMP (8).
           MOVE SPACES TO WS-STEP-PREREQ (8).

       100-RUN-ONE-STEP.
           SET STEP-IDX TO WS-STEP-SUB.
           IF WS-STEP-DUE (STEP-IDX) NOT = "Y"
               PERFORM 120-SKIP-ONE-STEP
           ELSE
               PERFORM 105-RUN-DUE-STEP
           END-IF.

       105-RUN-DUE-STEP.
      *    a restart resumes at the failure - steps that already
      *    ended OK under today's date are not run again
           IF WS-RESTART-MODE
                       WS-STEP-PROGRAM (STEP-IDX)
                       " ALREADY ENDED OK TODAY"
           ELSE
               PERFORM 460-CHECK-FEED-HOLD
               IF WS-FEED-HELD
                   ADD 1 TO DR-HELD-COUNT
                   DISPLAY "STEP HELD - "WS-STEP-PROGRAM (STEP-IDX)
                           " FEED "WS-FH-FEED-NAME (FH-IDX)" "
                           WS-FH-STATE (FH-IDX)
               ELSE
                   PERFORM 110-START-ONE-STEP
               END-IF
           END-IF.

       110-START-ONE-STEP.
               DISPLAY "STARTING "WS-STEP-PROGRAM (STEP-IDX)
               MOVE WS-STEP-PROGRAM (STEP-IDX) TO WS-CALL-PROGRAM
      *        the intake step runs unattended - hand it the BATCH
      *        mode word its command-line ACCEPT looks for; a mode
      *        word on the stream control is handed over the same way
               EVALUATE TRUE
                   WHEN WS-STEP-PARM (STEP-IDX) NOT = SPACES
                       DISPLAY WS-STEP-PARM (STEP-IDX)
                           UPON COMMAND-LINE
                   WHEN WS-STEP-STAMP (STEP-IDX) = "HELLOWORLD"
                       DISPLAY "BATCH" UPON COMMAND-LINE
                   WHEN OTHER
                       DISPLAY " " UPON COMMAND-LINE
               END-EVALUATE
               MOVE "Y" TO WS-CALL-OK-SWITCH
               CALL WS-CALL-PROGRAM
                   ON EXCEPTION
               END-IF
           END-IF.

      *    a step whose frequency does not fall tonight is stamped
      *    SKIP on the run control - once a day, a restart does not
      *    stamp it twice - so the status report and any step that
      *    names it as a prerequisite both see it was not due
       120-SKIP-ONE-STEP.
           ADD 1 TO DR-SKIPPED-COUNT.
           MOVE WS-STEP-FREQUENCY (STEP-IDX) TO WS-JUDGE-FREQUENCY.
           PERFORM 725-JUDGE-FREQUENCY.
           IF WS-FREQ-KNOWN
               DISPLAY "STEP SKIPPED - "WS-STEP-PROGRAM (STEP-IDX)
                       " NOT DUE TONIGHT ("
                       WS-STEP-FREQUENCY (STEP-IDX)")"
           ELSE
               DISPLAY "STEP SKIPPED - "WS-STEP-PROGRAM (STEP-IDX)
                       " FREQUENCY "WS-STEP-FREQUENCY (STEP-IDX)
                       " NOT RECOGNISED"
           END-IF.
           MOVE "N" TO WS-SKIPPED-SWITCH.
           IF WS-RESTART-MODE
               PERFORM 310-CHECK-ALREADY-SKIPPED
           END-IF.
           IF NOT WS-ALREADY-SKIPPED
               PERFORM 125-STAMP-STEP-SKIPPED
           END-IF.

       125-STAMP-STEP-SKIPPED.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RC-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RC-DATE.
           ACCEPT WS-SKIP-TIME FROM TIME.
           MOVE WS-SKIP-TIME (1:6) TO RC-TIME.
           MOVE WS-STEP-STAMP (STEP-IDX) TO RC-STEP.
           MOVE "SKIP " TO RC-EVENT.
           MOVE "SKIP" TO RC-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    a step with no prerequisite always may start; one with a
      *    prerequisite needs that program's END OK line on the run
      *    control under today's date - or its SKIP line, when the
      *    prerequisite is simply not due tonight
       200-CHECK-PREREQUISITE.
           MOVE "Y" TO WS-PREREQ-OK-SWITCH.
           IF WS-STEP-PREREQ (STEP-IDX) NOT = SPACES
                   PERFORM UNTIL WS-RC-STATUS = "10"
                       IF RC-DATE = WS-RUN-DATE
                           AND RC-STEP = WS-PREREQ-STAMP
                           AND ((RC-EVENT = "END  "
                                 AND RC-STATUS = "OK  ")
                             OR RC-EVENT = "SKIP ")
                           MOVE "Y" TO WS-PREREQ-OK-SWITCH
                       END-IF
                       PERFORM 210-READ-RUN-CONTROL
               CLOSE RUN-CONTROL-FILE
           END-IF.

       310-CHECK-ALREADY-SKIPPED.
           MOVE "N" TO WS-SKIPPED-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RC-STATUS = "00"
               PERFORM 210-READ-RUN-CONTROL
               PERFORM UNTIL WS-RC-STATUS = "10"
                   IF RC-DATE = WS-RUN-DATE
                       AND RC-STEP = WS-STEP-STAMP (STEP-IDX)
                       AND RC-EVENT = "SKIP "
                       SET WS-ALREADY-SKIPPED TO TRUE
                   END-IF
                   PERFORM 210-READ-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       210-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END MOVE "10" TO WS-RC-STATUS
               DISPLAY "NO RUN-CONTROL LOG - NOTHING STAMPED TODAY"
           END-IF.

      *    lock every file set a step in this stream updates before
      *    the first step starts - a set already on the lock file is
      *    restamped to this stream rather than listed twice
       400-SET-BATCH-LOCKS.
           PERFORM 410-FIND-STEP-FILE-SETS
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           IF WS-SET-SWITCHES NOT = "NNNN"
               ACCEPT WS-LOCK-TIME FROM TIME
               PERFORM 420-LOAD-BATCH-LOCKS
               IF WS-SET-CUSTOMER = "Y"
                   MOVE "CUSTOMER" TO WS-LOCK-SET
                   PERFORM 430-STAMP-ONE-LOCK
               END-IF
               IF WS-SET-ITEM = "Y"
                   MOVE "ITEM" TO WS-LOCK-SET
                   PERFORM 430-STAMP-ONE-LOCK
               END-IF
               IF WS-SET-RATE = "Y"
                   MOVE "RATE" TO WS-LOCK-SET
                   PERFORM 430-STAMP-ONE-LOCK
               END-IF
               IF WS-SET-PLANET = "Y"
                   MOVE "PLANET" TO WS-LOCK-SET
                   PERFORM 430-STAMP-ONE-LOCK
               END-IF
               PERFORM 440-WRITE-BATCH-LOCKS
           END-IF.

       410-FIND-STEP-FILE-SETS.
           SET STEP-IDX TO WS-STEP-SUB.
           EVALUATE TRUE
               WHEN WS-STEP-DUE (STEP-IDX) NOT = "Y"
                   CONTINUE
               WHEN WS-STEP-STAMP (STEP-IDX) = "HELLOWORLD"
                   MOVE "Y" TO WS-SET-CUSTOMER
               WHEN WS-STEP-STAMP (STEP-IDX) = "STOCKPOST"
                   MOVE "Y" TO WS-SET-ITEM
               WHEN WS-STEP-STAMP (STEP-IDX) = "QTYPRICING"
                   MOVE "Y" TO WS-SET-CUSTOMER
                   MOVE "Y" TO WS-SET-ITEM
                   MOVE "Y" TO WS-SET-RATE
               WHEN WS-STEP-STAMP (STEP-IDX) (1:6) = "PLANET"
                   MOVE "Y" TO WS-SET-PLANET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    the locks already held - another stream's stay put when
      *    this one writes the file back
       420-LOAD-BATCH-LOCKS.
           MOVE ZERO TO WS-LOCK-COUNT.
           MOVE SPACES TO WS-LOCK-TABLE.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-BATCH-LOCK-STATUS = "00"
               PERFORM 425-READ-BATCH-LOCK
               PERFORM UNTIL WS-BATCH-LOCK-STATUS NOT = "00"
                   IF WS-LOCK-COUNT < 20
                       AND BW-FILE-SET NOT = SPACES
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE BW-FILE-SET TO WS-LK-FILE-SET
                           (WS-LOCK-COUNT)
                       MOVE BW-STREAM TO WS-LK-STREAM (WS-LOCK-COUNT)
                       MOVE BW-DATE TO WS-LK-DATE (WS-LOCK-COUNT)
                       MOVE BW-TIME TO WS-LK-TIME (WS-LOCK-COUNT)
                   END-IF
                   PERFORM 425-READ-BATCH-LOCK
               END-PERFORM
               CLOSE BATCH-LOCK-FILE
           END-IF.

       425-READ-BATCH-LOCK.
           READ BATCH-LOCK-FILE
               AT END MOVE "10" TO WS-BATCH-LOCK-STATUS
           END-READ.

       430-STAMP-ONE-LOCK.
           MOVE "N" TO WS-LOCK-FOUND-SWITCH.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT OR WS-LOCK-FOUND
               IF WS-LK-FILE-SET (WS-LOCK-SUB) = WS-LOCK-SET
                   SET WS-LOCK-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-LOCK-FOUND
               SUBTRACT 1 FROM WS-LOCK-SUB
           ELSE
               ADD 1 TO WS-LOCK-COUNT
               MOVE WS-LOCK-COUNT TO WS-LOCK-SUB
           END-IF.
           MOVE WS-LOCK-SET TO WS-LK-FILE-SET (WS-LOCK-SUB).
           MOVE WS-STREAM-NAME TO WS-LK-STREAM (WS-LOCK-SUB).
           MOVE WS-RUN-DATE TO WS-LK-DATE (WS-LOCK-SUB).
           MOVE WS-LOCK-TIME (1:6) TO WS-LK-TIME (WS-LOCK-SUB).
           DISPLAY "BATCH LOCK SET - "WS-LOCK-SET.

      *    the lock file is rewritten whole - a released entry is
      *    blanked in the table and simply not written back
       440-WRITE-BATCH-LOCKS.
           OPEN OUTPUT BATCH-LOCK-FILE.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               IF WS-LK-FILE-SET (WS-LOCK-SUB) NOT = SPACES
                   MOVE WS-LK-FILE-SET (WS-LOCK-SUB) TO BW-FILE-SET
                   MOVE WS-LK-STREAM (WS-LOCK-SUB) TO BW-STREAM
                   MOVE WS-LK-DATE (WS-LOCK-SUB) TO BW-DATE
                   MOVE WS-LK-TIME (WS-LOCK-SUB) TO BW-TIME
                   WRITE BATCH-LOCK-RECORD
               END-IF
           END-PERFORM.
           CLOSE BATCH-LOCK-FILE.

      *    the arrival check runs fresh every start, a restart
      *    included, so a feed that has come in since releases its
      *    step; an uncallable check holds nothing, the same as a
      *    missing control file cannot cancel the night
       450-CHECK-FEED-ARRIVAL.
           MOVE ZERO TO WS-FEED-HOLD-COUNT.
           MOVE "FEEDWATCH" TO WS-CALL-PROGRAM.
           DISPLAY " " UPON COMMAND-LINE.
           MOVE "Y" TO WS-CALL-OK-SWITCH.
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "N" TO WS-CALL-OK-SWITCH
           END-CALL.
           IF WS-CALL-OK
               CANCEL WS-CALL-PROGRAM
               OPEN INPUT FEED-ARRIVAL-FILE
               IF WS-FEED-ARRIVAL-STATUS = "00"
                   PERFORM 455-READ-FEED-ARRIVAL
                   PERFORM UNTIL WS-FEED-ARRIVAL-STATUS NOT = "00"
                       IF FA-DATE = WS-RUN-DATE
                           AND FA-HOLDS-STEP
                           AND WS-FEED-HOLD-COUNT < 30
                           ADD 1 TO WS-FEED-HOLD-COUNT
                           SET FH-IDX TO WS-FEED-HOLD-COUNT
                           MOVE FA-STEP TO WS-FH-STEP (FH-IDX)
                           MOVE FA-FEED-NAME TO
                               WS-FH-FEED-NAME (FH-IDX)
                           MOVE FA-STATE TO WS-FH-STATE (FH-IDX)
                       END-IF
                       PERFORM 455-READ-FEED-ARRIVAL
                   END-PERFORM
                   CLOSE FEED-ARRIVAL-FILE
               END-IF
           ELSE
               DISPLAY "FEED ARRIVAL CHECK NOT CALLABLE - NO STEP "
                       "HELD FOR FEEDS"
           END-IF.

       455-READ-FEED-ARRIVAL.
           READ FEED-ARRIVAL-FILE
               AT END MOVE "10" TO WS-FEED-ARRIVAL-STATUS
           END-READ.

      *    held when any feed the step reads is not in - FH-IDX is
      *    left on the feed that holds it for the message
       460-CHECK-FEED-HOLD.
           MOVE "N" TO WS-FEED-HELD-SWITCH.
           IF WS-FEED-HOLD-COUNT > ZERO
               SET FH-IDX TO 1
               SEARCH WS-FEED-HOLD
                   AT END
                       CONTINUE
                   WHEN FH-IDX > WS-FEED-HOLD-COUNT
                       CONTINUE
                   WHEN WS-FH-STEP (FH-IDX) = WS-STEP-STAMP (STEP-IDX)
                       SET WS-FEED-HELD TO TRUE
               END-SEARCH
           END-IF.

      *    the locks go only when the whole stream ended OK - a held
      *    step, an uncallable one, or a step that stamped FAIL or
      *    never stamped END leaves them for BWUNLOCK, so nobody
      *    keys over a half-applied night
       600-RELEASE-BATCH-LOCKS.
           IF WS-SET-SWITCHES NOT = "NNNN"
               MOVE ZERO TO WS-NOT-OK-COUNT
               PERFORM 610-COUNT-STEP-NOT-OK
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF DR-HELD-COUNT = ZERO AND DR-FAILED-COUNT = ZERO
                   AND WS-NOT-OK-COUNT = ZERO
                   PERFORM 420-LOAD-BATCH-LOCKS
                   PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                       UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
                       IF WS-LK-STREAM (WS-LOCK-SUB) = WS-STREAM-NAME
                           DISPLAY "BATCH LOCK CLEARED - "
                                   WS-LK-FILE-SET (WS-LOCK-SUB)
                           MOVE SPACES TO WS-LOCK (WS-LOCK-SUB)
                       END-IF
                   END-PERFORM
                   PERFORM 440-WRITE-BATCH-LOCKS
               ELSE
                   DISPLAY "STREAM DID NOT END OK - BATCH LOCKS LEFT "
                           "IN PLACE"
                   DISPLAY "RESTART THE STREAM, OR CLEAR A LOCK "
                           "WITH BWUNLOCK"
               END-IF
           END-IF.

       610-COUNT-STEP-NOT-OK.
           SET STEP-IDX TO WS-STEP-SUB.
           IF WS-STEP-DUE (STEP-IDX) = "Y"
               PERFORM 300-CHECK-ALREADY-OK
               IF NOT WS-STEP-DONE-OK
                   ADD 1 TO WS-NOT-OK-COUNT
               END-IF
           END-IF.

      *    the holiday list the frequencies are judged against -
      *    with no calendar on file only weekends are non-business
       700-LOAD-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM 705-READ-HOLIDAY
               PERFORM UNTIL WS-CALENDAR-STATUS = "10"
                   IF WS-HOLIDAY-COUNT < 400
                       AND CAL-HOLIDAY-DATE IS NUMERIC
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET HOL-IDX TO WS-HOLIDAY-COUNT
                       MOVE CAL-HOLIDAY-DATE TO
                           WS-HOLIDAY (HOL-IDX)
                   END-IF
                   PERFORM 705-READ-HOLIDAY
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       705-READ-HOLIDAY.
           READ CALENDAR-FILE
               AT END MOVE "10" TO WS-CALENDAR-STATUS
           END-READ.

      *    tonight's facts once, then every step judged against them
       710-JUDGE-STEPS-DUE.
           MOVE WS-RUN-DATE TO WS-JUDGE-DATE.
           PERFORM 720-JUDGE-DATE-FACTS.
           PERFORM 715-JUDGE-ONE-STEP-DUE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

       715-JUDGE-ONE-STEP-DUE.
           SET STEP-IDX TO WS-STEP-SUB.
           MOVE WS-STEP-FREQUENCY (STEP-IDX) TO WS-JUDGE-FREQUENCY.
           PERFORM 725-JUDGE-FREQUENCY.
           IF WS-FREQ-DUE
               MOVE "Y" TO WS-STEP-DUE (STEP-IDX)
           ELSE
               MOVE "N" TO WS-STEP-DUE (STEP-IDX)
           END-IF.

      *    whether the judge date is a business day, its weekday,
      *    and the first and last business days of its month
       720-JUDGE-DATE-FACTS.
           MOVE WS-JUDGE-DATE TO WS-WORK-DATE.
           PERFORM 730-JUDGE-BUSINESS-DAY.
           MOVE WS-DAY-OK-SWITCH TO WS-JUDGE-BUSINESS-SWITCH.
           MOVE WS-DAY-NAME (WS-Z-H + 1) TO WS-JUDGE-DAY-NAME.
           PERFORM 745-DAYS-IN-MONTH.
           MOVE 1 TO WS-WORK-DD.
           PERFORM 730-JUDGE-BUSINESS-DAY.
           PERFORM UNTIL WS-DAY-IS-BUSINESS
               OR WS-WORK-DD >= WS-MONTH-DAYS
               ADD 1 TO WS-WORK-DD
               PERFORM 730-JUDGE-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-WORK-DATE TO WS-FIRST-BUS-DATE.
           MOVE WS-MONTH-DAYS TO WS-WORK-DD.
           PERFORM 730-JUDGE-BUSINESS-DAY.
           PERFORM UNTIL WS-DAY-IS-BUSINESS
               OR WS-WORK-DD <= 1
               SUBTRACT 1 FROM WS-WORK-DD
               PERFORM 730-JUDGE-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-WORK-DATE TO WS-LAST-BUS-DATE.

      *    daily steps run whatever the day; every other frequency
      *    needs a business day, so a weekday step falling on a
      *    holiday waits for the next week; a frequency nobody
      *    recognises is never due - a mistyped code must not
      *    fire a month-end job on an ordinary night
       725-JUDGE-FREQUENCY.
           MOVE "N" TO WS-FREQ-DUE-SWITCH.
           MOVE "Y" TO WS-FREQ-KNOWN-SWITCH.
           EVALUATE WS-JUDGE-FREQUENCY
               WHEN SPACES
               WHEN "DLY"
                   SET WS-FREQ-DUE TO TRUE
               WHEN "MON"
               WHEN "TUE"
               WHEN "WED"
               WHEN "THU"
               WHEN "FRI"
                   IF WS-JUDGE-IS-BUSINESS
                       AND WS-JUDGE-DAY-NAME = WS-JUDGE-FREQUENCY
                       SET WS-FREQ-DUE TO TRUE
                   END-IF
               WHEN "FBD"
                   IF WS-JUDGE-IS-BUSINESS
                       AND WS-JUDGE-DATE = WS-FIRST-BUS-DATE
                       SET WS-FREQ-DUE TO TRUE
                   END-IF
               WHEN "LBD"
                   IF WS-JUDGE-IS-BUSINESS
                       AND WS-JUDGE-DATE = WS-LAST-BUS-DATE
                       SET WS-FREQ-DUE TO TRUE
                   END-IF
               WHEN "QTR"
                   IF WS-JUDGE-IS-BUSINESS
                       AND WS-JUDGE-DATE = WS-LAST-BUS-DATE
                       AND (WS-JUDGE-MM = 3 OR WS-JUDGE-MM = 6
                         OR WS-JUDGE-MM = 9 OR WS-JUDGE-MM = 12)
                       SET WS-FREQ-DUE TO TRUE
                   END-IF
               WHEN "YRE"
                   IF WS-JUDGE-IS-BUSINESS
                       AND WS-JUDGE-DATE = WS-LAST-BUS-DATE
                       AND WS-JUDGE-MM = 12
                       SET WS-FREQ-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-FREQ-KNOWN-SWITCH
           END-EVALUATE.

      *    a business day is neither a weekend by Zeller's day-of-
      *    week arithmetic nor a date on the holiday list
       730-JUDGE-BUSINESS-DAY.
           MOVE "N" TO WS-DAY-OK-SWITCH.
           PERFORM 735-DAY-OF-WEEK.
           IF WS-Z-H = 0 OR WS-Z-H = 1
               CONTINUE
           ELSE
               SET WS-DAY-IS-BUSINESS TO TRUE
               PERFORM 740-CHECK-HOLIDAY-LIST
           END-IF.

       735-DAY-OF-WEEK.
           MOVE WS-WORK-YYYY TO WS-Z-YEAR.
           MOVE WS-WORK-MM TO WS-Z-M.
           MOVE WS-WORK-DD TO WS-Z-Q.
           IF WS-Z-M < 3
               ADD 12 TO WS-Z-M
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF.
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J
               REMAINDER WS-Z-K.
      *    each term divided on its own so the quotients floor the
      *    way the day-of-week arithmetic expects
           MOVE WS-Z-M TO WS-Z-T1.
           ADD 1 TO WS-Z-T1.
           MULTIPLY 13 BY WS-Z-T1.
           DIVIDE 5 INTO WS-Z-T1.
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-T2.
           DIVIDE WS-Z-J BY 4 GIVING WS-Z-T3.
           COMPUTE WS-Z-WORK = WS-Z-Q + WS-Z-T1 + WS-Z-K
               + WS-Z-T2 + WS-Z-T3 + 5 * WS-Z-J.
           DIVIDE WS-Z-WORK BY 7 GIVING WS-Z-DUMMY
               REMAINDER WS-Z-H.

       740-CHECK-HOLIDAY-LIST.
           IF WS-HOLIDAY-COUNT > ZERO
               SET HOL-IDX TO 1
               SEARCH WS-HOLIDAY
                   AT END
                       CONTINUE
                   WHEN HOL-IDX > WS-HOLIDAY-COUNT
                       CONTINUE
                   WHEN WS-HOLIDAY (HOL-IDX) = WS-WORK-DATE
                       MOVE "N" TO WS-DAY-OK-SWITCH
               END-SEARCH
           END-IF.

       745-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-WORK-YYYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
                   DIVIDE WS-WORK-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-WORK-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *    one calendar day forward, carrying month and year
       750-STEP-ONE-DAY.
           PERFORM 745-DAYS-IN-MONTH.
           IF WS-WORK-DD < WS-MONTH-DAYS
               ADD 1 TO WS-WORK-DD
           ELSE
               MOVE 1 TO WS-WORK-DD
               IF WS-WORK-MM < 12
                   ADD 1 TO WS-WORK-MM
               ELSE
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               END-IF
           END-IF.

      *    what the stream will run over the next seven business
      *    days - the count of steps due each day, with every step
      *    that is not a daily one named, so month-end and quarter-
      *    end work is on the page before the night it falls
       800-PRINT-LOOK-AHEAD.
           DISPLAY "LOOK-AHEAD - NEXT SEVEN BUSINESS DAYS".
           DISPLAY "DATE      DAY  DUE  DAILY  OTHER STEPS DUE".
           DISPLAY "--------  ---  ---  -----  ----------------".
           MOVE ZERO TO WS-AHEAD-SHOWN.
           MOVE ZERO TO WS-AHEAD-STEPPED.
           MOVE WS-RUN-DATE TO WS-AHEAD-DATE.
           PERFORM UNTIL WS-AHEAD-SHOWN >= 7
               OR WS-AHEAD-STEPPED > 60
               MOVE WS-AHEAD-DATE TO WS-WORK-DATE
               PERFORM 750-STEP-ONE-DAY
               ADD 1 TO WS-AHEAD-STEPPED
               MOVE WS-WORK-DATE TO WS-AHEAD-DATE
               MOVE WS-AHEAD-DATE TO WS-JUDGE-DATE
               PERFORM 720-JUDGE-DATE-FACTS
               IF WS-JUDGE-IS-BUSINESS
                   ADD 1 TO WS-AHEAD-SHOWN
                   PERFORM 810-LOOK-AHEAD-ONE-DAY
               END-IF
           END-PERFORM.

       810-LOOK-AHEAD-ONE-DAY.
           MOVE ZERO TO WS-AHEAD-DUE-COUNT.
           MOVE ZERO TO WS-AHEAD-DAILY-COUNT.
           PERFORM 815-COUNT-STEP-AHEAD
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           DISPLAY WS-JUDGE-DATE"  "WS-JUDGE-DAY-NAME"  "
                   WS-AHEAD-DUE-COUNT"   "WS-AHEAD-DAILY-COUNT.
           PERFORM 820-NAME-STEP-AHEAD
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

       815-COUNT-STEP-AHEAD.
           SET STEP-IDX TO WS-STEP-SUB.
           MOVE WS-STEP-FREQUENCY (STEP-IDX) TO WS-JUDGE-FREQUENCY.
           PERFORM 725-JUDGE-FREQUENCY.
           IF WS-FREQ-DUE
               ADD 1 TO WS-AHEAD-DUE-COUNT
               IF WS-JUDGE-FREQUENCY = SPACES
                   OR WS-JUDGE-FREQUENCY = "DLY"
                   ADD 1 TO WS-AHEAD-DAILY-COUNT
               END-IF
           END-IF.

       820-NAME-STEP-AHEAD.
           SET STEP-IDX TO WS-STEP-SUB.
           MOVE WS-STEP-FREQUENCY (STEP-IDX) TO WS-JUDGE-FREQUENCY.
           PERFORM 725-JUDGE-FREQUENCY.
           IF WS-FREQ-DUE
               AND WS-JUDGE-FREQUENCY NOT = SPACES
               AND WS-JUDGE-FREQUENCY NOT = "DLY"
               DISPLAY "                           "
                       WS-STEP-PROGRAM (STEP-IDX)" "
                       WS-JUDGE-FREQUENCY
           END-IF.

      *    the processing date off the control record, with the
      *    machine date only as the backstop when no control is on
      *    file - DATE-ROLL maintains the record between days
