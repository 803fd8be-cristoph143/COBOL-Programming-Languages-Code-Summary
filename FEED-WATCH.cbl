      ******************************************************************
      * Author:
      * Date:
      * Purpose: Feed arrival check - the header/trailer edits catch
      *          a damaged feed, but a feed that never comes lets
      *          the night run on an empty day; this check holds
      *          each feed on the FEED-SCHEDULE (the weekdays it is
      *          due, judged against BUSINESS-CALENDAR, and its
      *          cutoff time) to what is actually on hand, raises a
      *          late-feed alert on FEED-ALERTS in the standard
      *          exception-log layout for EXCPRPT, and leaves the
      *          verdict per dependent step on FEED-ARRIVAL-STATUS
      *          for EODDRIVER to hold those steps by; a no-feed
      *          override keyed through FEEDNOFEED confirms that a
      *          day really is empty and lets its steps run
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDWATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSINESS-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "FEED-SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "FEED-NOFEED-OVERRIDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ARRIVAL-STATUS-FILE
               ASSIGN TO "FEED-ARRIVAL-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "FEED-ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
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
      *    one holiday per line, YYYYMMDD - weekends need no entry,
      *    the day-of-week arithmetic skips them on its own
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-HOLIDAY-DATE PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).
      *    one record per feed and the stream step that reads it -
      *    the feed's file name, the weekdays it is due (Y under
      *    Monday through Friday, all blank for every business
      *    day), its cutoff as HHMM, and the step's run-control
      *    stamp; a feed read by two steps carries two records
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 FS-FEED-NAME PIC X(20).
           05 FS-ARRIVAL-DAYS.
               10 FS-DUE-ON-DAY PIC X(1) OCCURS 5 TIMES.
           05 FS-CUTOFF PIC X(4).
           05 FS-DEPENDENT-STEP PIC X(10).
      *    operations' word that a feed really has nothing for the
      *    day - keyed through FEEDNOFEED by a signed-on operator
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 NF-FEED-NAME PIC X(20).
           05 NF-DATE PIC X(8).
           05 NF-OPERATOR PIC X(8).
           05 NF-TIME PIC X(6).
           05 NF-REASON PIC X(30).
      *    only the first line is read - a headed feed names its
      *    business date there, an unheaded legacy feed is judged
      *    on being there with something in it
       FD  FEED-FILE.
       01  FEED-RECORD.
           05 FEED-TYPE PIC X(3).
               88 FEED-IS-HEADER VALUE "HDR".
           05 FEED-FILE-DATE PIC X(8).
           05 FILLER PIC X(167).
      *    the verdict per dependent step, rewritten every run -
      *    EODDRIVER holds a step whose feed is LATE, STALE or
      *    WAITING under the day's date
       FD  ARRIVAL-STATUS-FILE.
       01  ARRIVAL-STATUS-RECORD.
           05 FA-DATE PIC X(8).
           05 FA-FEED-NAME PIC X(20).
           05 FA-STEP PIC X(10).
           05 FA-STATE PIC X(8).
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD PIC X(132).
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
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
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 WS-OVERRIDE-STATUS PIC X(2).
       01 WS-FEED-STATUS PIC X(2).
       01 WS-ARRIVAL-STATUS PIC X(2).
       01 WS-ALERT-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-OUTCOME PIC X(4) VALUE "OK".
       01 WS-LOG-TIME-RAW PIC X(8).
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FEED-FILE-NAME PIC X(30) VALUE SPACES.
      *    timestamp, program, severity, reason code - so the logs
      *    can be filtered and counted mechanically; FDLT a feed
      *    missing past its cutoff, FDST one still carrying an
      *    older day's header, FDWT one not in yet ahead of its
      *    cutoff, FDNF a day confirmed empty by override
       01 WS-LOG-PREFIX.
           05 WS-LOG-STAMP PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-PROGRAM PIC X(10) VALUE "FEEDWATCH".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-SEVERITY PIC X(1) VALUE "E".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LOG-REASON PIC X(4) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-ALERT-TEXT PIC X(80) VALUE SPACES.
       01 WS-ALERT-LOG-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-ALERT-LOG-OPEN VALUE "Y".
       01 WS-STATUS-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WS-STATUS-FILE-OPEN VALUE "Y".
      *    real calendar work - the same arithmetic DATEROLL judges
      *    a business day by
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM   PIC 9(2).
           05 WS-WORK-DD   PIC 9(2).
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
       01 WS-DAY-OK-SWITCH PIC X(1) VALUE "N".
           88 WS-DAY-IS-BUSINESS VALUE "Y".
      *    Monday 1 through Friday 5 - the slot in FS-ARRIVAL-DAYS
       01 WS-WEEKDAY-SUB PIC 9(1) VALUE ZERO.
       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY PIC X(8) OCCURS 400 TIMES
               INDEXED BY HOL-IDX.
      *    the day's no-feed overrides, by feed name
       01 WS-OVERRIDE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 50 TIMES INDEXED BY OV-IDX.
               10 WS-OV-FEED-NAME PIC X(20).
               10 WS-OV-OPERATOR PIC X(8).
               10 WS-OV-REASON PIC X(30).
       01 WS-OVERRIDE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-OVERRIDE-FOUND VALUE "Y".
      *    past the cutoff once the machine clock has passed it on
      *    the business date, or the machine date has moved on
       01 WS-NOW-DATE PIC X(8).
       01 WS-NOW-TIME PIC X(8).
       01 WS-PAST-CUTOFF-SWITCH PIC X(1) VALUE "N".
           88 WS-PAST-CUTOFF VALUE "Y".
       01 WS-FEED-STATE PIC X(8).
           88 WS-FEED-HOLDS-STEP VALUE "LATE" "STALE" "WAITING".
       01 WS-HEADER-DATE PIC X(8).
       01 FW-COUNTS.
           05 FW-CHECKED PIC 9(3) VALUE ZERO.
           05 FW-ARRIVED PIC 9(3) VALUE ZERO.
           05 FW-NOT-DUE PIC 9(3) VALUE ZERO.
           05 FW-NO-FEED PIC 9(3) VALUE ZERO.
           05 FW-LATE PIC 9(3) VALUE ZERO.
           05 FW-WAITING PIC 9(3) VALUE ZERO.
       01 WS-COUNT-EDIT PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           PERFORM 970-STAMP-RUN-START.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FEED ARRIVAL CHECK  " WS-RUN-DATE
                  "  AS AT " WS-NOW-DATE " " WS-NOW-TIME (1:4)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 100-JUDGE-BUSINESS-DATE.
           PERFORM 150-LOAD-OVERRIDES.
           OPEN OUTPUT ARRIVAL-STATUS-FILE.
           IF WS-ARRIVAL-STATUS = "00"
               SET WS-STATUS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "FEED-ARRIVAL-STATUS NOT AVAILABLE - STATUS "
                       WS-ARRIVAL-STATUS
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.
           OPEN OUTPUT ALERT-LOG-FILE.
           IF WS-ALERT-STATUS = "00"
               SET WS-ALERT-LOG-OPEN TO TRUE
           ELSE
               DISPLAY "FEED-ALERTS NOT AVAILABLE - STATUS "
                       WS-ALERT-STATUS
               MOVE "FAIL" TO WS-RUN-OUTCOME
           END-IF.
           PERFORM 200-CHECK-SCHEDULE.
           PERFORM 500-PRINT-SUMMARY.
           IF WS-STATUS-FILE-OPEN
               CLOSE ARRIVAL-STATUS-FILE
           END-IF.
           IF WS-ALERT-LOG-OPEN
               CLOSE ALERT-LOG-FILE
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           PERFORM 975-STAMP-RUN-END.
           GOBACK.

      *    no feed is due on a weekend or a day on the holiday list
       100-JUDGE-BUSINESS-DATE.
           PERFORM 110-LOAD-HOLIDAYS.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE "N" TO WS-DAY-OK-SWITCH.
           PERFORM 130-DAY-OF-WEEK.
           IF WS-Z-H = 0 OR WS-Z-H = 1
               MOVE ZERO TO WS-WEEKDAY-SUB
           ELSE
               COMPUTE WS-WEEKDAY-SUB = WS-Z-H - 1
               SET WS-DAY-IS-BUSINESS TO TRUE
               PERFORM 140-CHECK-HOLIDAY-LIST
           END-IF.
           IF NOT WS-DAY-IS-BUSINESS
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-RUN-DATE " IS NOT A BUSINESS DAY - NO FEED "
                      "IS DUE"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

       110-LOAD-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM 120-READ-HOLIDAY
               PERFORM UNTIL WS-CALENDAR-STATUS = "10"
                   IF WS-HOLIDAY-COUNT < 400
                       AND CAL-HOLIDAY-DATE IS NUMERIC
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET HOL-IDX TO WS-HOLIDAY-COUNT
                       MOVE CAL-HOLIDAY-DATE TO
                           WS-HOLIDAY (HOL-IDX)
                   END-IF
                   PERFORM 120-READ-HOLIDAY
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       120-READ-HOLIDAY.
           READ CALENDAR-FILE
               AT END MOVE "10" TO WS-CALENDAR-STATUS
           END-READ.

       130-DAY-OF-WEEK.
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

       140-CHECK-HOLIDAY-LIST.
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

      *    only the overrides keyed for this business date count
       150-LOAD-OVERRIDES.
           MOVE ZERO TO WS-OVERRIDE-COUNT.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = "00"
               PERFORM 160-READ-OVERRIDE
               PERFORM UNTIL WS-OVERRIDE-STATUS = "10"
                   IF NF-DATE = WS-RUN-DATE
                       AND WS-OVERRIDE-COUNT < 50
                       ADD 1 TO WS-OVERRIDE-COUNT
                       SET OV-IDX TO WS-OVERRIDE-COUNT
                       MOVE NF-FEED-NAME TO WS-OV-FEED-NAME (OV-IDX)
                       MOVE NF-OPERATOR TO WS-OV-OPERATOR (OV-IDX)
                       MOVE NF-REASON TO WS-OV-REASON (OV-IDX)
                   END-IF
                   PERFORM 160-READ-OVERRIDE
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

       160-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END MOVE "10" TO WS-OVERRIDE-STATUS
           END-READ.

       200-CHECK-SCHEDULE.
           MOVE "FEED                  DAYS   CUTOFF  STEP        STATE"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE "--------------------  -----  ------  ----------  -----"
               TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE "NO FEED-SCHEDULE ON FILE - NO ARRIVAL CHECKS RUN"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 210-READ-SCHEDULE
               PERFORM UNTIL WS-SCHEDULE-STATUS = "10"
                   IF FS-FEED-NAME NOT = SPACES
                       PERFORM 300-JUDGE-ONE-FEED
                   END-IF
                   PERFORM 210-READ-SCHEDULE
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       210-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END MOVE "10" TO WS-SCHEDULE-STATUS
           END-READ.

      *    not due, confirmed empty, on hand, or missing - and a
      *    missing feed is late once its cutoff has passed and
      *    only waiting before then; the step is held either way
       300-JUDGE-ONE-FEED.
           ADD 1 TO FW-CHECKED.
           EVALUATE TRUE
               WHEN NOT WS-DAY-IS-BUSINESS
                   MOVE "NOTDUE" TO WS-FEED-STATE
               WHEN FS-ARRIVAL-DAYS NOT = SPACES
                   AND FS-DUE-ON-DAY (WS-WEEKDAY-SUB) NOT = "Y"
                   MOVE "NOTDUE" TO WS-FEED-STATE
               WHEN OTHER
                   PERFORM 310-CHECK-OVERRIDE
                   IF WS-OVERRIDE-FOUND
                       MOVE "NOFEED" TO WS-FEED-STATE
                   ELSE
                       PERFORM 320-LOOK-FOR-FEED
                   END-IF
           END-EVALUATE.
           EVALUATE WS-FEED-STATE
               WHEN "NOTDUE"
                   ADD 1 TO FW-NOT-DUE
               WHEN "ARRIVED"
                   ADD 1 TO FW-ARRIVED
               WHEN "NOFEED"
                   ADD 1 TO FW-NO-FEED
                   PERFORM 410-LOG-NO-FEED
               WHEN "WAITING"
                   ADD 1 TO FW-WAITING
                   PERFORM 420-LOG-MISSING-FEED
               WHEN OTHER
                   ADD 1 TO FW-LATE
                   MOVE "FAIL" TO WS-RUN-OUTCOME
                   PERFORM 420-LOG-MISSING-FEED
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING FS-FEED-NAME "  " FS-ARRIVAL-DAYS "  "
                  FS-CUTOFF "    " FS-DEPENDENT-STEP "  "
                  WS-FEED-STATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-STATUS-FILE-OPEN
               MOVE WS-RUN-DATE TO FA-DATE
               MOVE FS-FEED-NAME TO FA-FEED-NAME
               MOVE FS-DEPENDENT-STEP TO FA-STEP
               MOVE WS-FEED-STATE TO FA-STATE
               WRITE ARRIVAL-STATUS-RECORD
           END-IF.

       310-CHECK-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-FOUND-SWITCH.
           IF WS-OVERRIDE-COUNT > ZERO
               SET OV-IDX TO 1
               SEARCH WS-OVERRIDE-ENTRY
                   AT END
                       CONTINUE
                   WHEN OV-IDX > WS-OVERRIDE-COUNT
                       CONTINUE
                   WHEN WS-OV-FEED-NAME (OV-IDX) = FS-FEED-NAME
                       SET WS-OVERRIDE-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *    a headed feed must carry this business date - yesterday's
      *    file still lying there is not today's arrival; an empty
      *    file is no arrival at all
       320-LOOK-FOR-FEED.
           MOVE "ARRIVED" TO WS-FEED-STATE.
           MOVE SPACES TO WS-HEADER-DATE.
           MOVE SPACES TO WS-FEED-FILE-NAME.
           MOVE FS-FEED-NAME TO WS-FEED-FILE-NAME.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               MOVE "MISSING" TO WS-FEED-STATE
           ELSE
               READ FEED-FILE
                   AT END
                       MOVE "MISSING" TO WS-FEED-STATE
                   NOT AT END
                       IF FEED-IS-HEADER
                           AND FEED-FILE-DATE NOT = WS-RUN-DATE
                           MOVE FEED-FILE-DATE TO WS-HEADER-DATE
                           MOVE "STALE" TO WS-FEED-STATE
                       END-IF
               END-READ
               CLOSE FEED-FILE
           END-IF.
           IF WS-FEED-STATE = "MISSING"
               PERFORM 330-JUDGE-CUTOFF
               IF WS-PAST-CUTOFF
                   MOVE "LATE" TO WS-FEED-STATE
               ELSE
                   MOVE "WAITING" TO WS-FEED-STATE
               END-IF
           END-IF.

      *    a cutoff that is not a clock time is treated as passed,
      *    so a mis-keyed schedule line never waits forever
       330-JUDGE-CUTOFF.
           MOVE "Y" TO WS-PAST-CUTOFF-SWITCH.
           IF FS-CUTOFF IS NUMERIC
               AND WS-NOW-DATE = WS-RUN-DATE
               AND WS-NOW-TIME (1:4) < FS-CUTOFF
               MOVE "N" TO WS-PAST-CUTOFF-SWITCH
           END-IF.
           IF WS-NOW-DATE < WS-RUN-DATE
               MOVE "N" TO WS-PAST-CUTOFF-SWITCH
           END-IF.

       410-LOG-NO-FEED.
           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE "FDNF" TO WS-LOG-REASON.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING FS-FEED-NAME " NO FEED TODAY PER "
                  WS-OV-OPERATOR (OV-IDX) " - "
                  WS-OV-REASON (OV-IDX)
                  DELIMITED BY SIZE INTO WS-ALERT-TEXT.
           PERFORM 900-WRITE-ALERT.

       420-LOG-MISSING-FEED.
           MOVE SPACES TO WS-ALERT-TEXT.
           EVALUATE WS-FEED-STATE
               WHEN "LATE"
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE "FDLT" TO WS-LOG-REASON
                   STRING FS-FEED-NAME " LATE - NOT IN BY CUTOFF "
                          FS-CUTOFF " - " FS-DEPENDENT-STEP " HELD"
                          DELIMITED BY SIZE INTO WS-ALERT-TEXT
               WHEN "STALE"
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE "FDST" TO WS-LOG-REASON
                   STRING FS-FEED-NAME " HEADER DATED "
                          WS-HEADER-DATE " NOT TODAY - "
                          FS-DEPENDENT-STEP " HELD"
                          DELIMITED BY SIZE INTO WS-ALERT-TEXT
               WHEN OTHER
                   MOVE "W" TO WS-LOG-SEVERITY
                   MOVE "FDWT" TO WS-LOG-REASON
                   STRING FS-FEED-NAME " NOT IN YET - CUTOFF "
                          FS-CUTOFF " - " FS-DEPENDENT-STEP " HELD"
                          DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-EVALUATE.
           DISPLAY "*** FEED ALERT - " WS-ALERT-TEXT.
           PERFORM 900-WRITE-ALERT.

       500-PRINT-SUMMARY.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FW-CHECKED TO WS-COUNT-EDIT.
           STRING "SCHEDULE LINES CHECKED    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FW-ARRIVED TO WS-COUNT-EDIT.
           STRING "ARRIVED                   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FW-NOT-DUE TO WS-COUNT-EDIT.
           STRING "NOT DUE TODAY             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FW-NO-FEED TO WS-COUNT-EDIT.
           STRING "CONFIRMED EMPTY (OVERRIDE)" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FW-WAITING TO WS-COUNT-EDIT.
           STRING "NOT IN YET, BEFORE CUTOFF " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE FW-LATE TO WS-COUNT-EDIT.
           STRING "LATE OR STALE             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF FW-LATE = ZERO AND FW-WAITING = ZERO
               MOVE "EVERY DUE FEED IS ON HAND OR CONFIRMED EMPTY"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "DEPENDENT STEPS HELD - ALERTS ON FEED-ALERTS"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the caller sets the severity, the reason code and the text
       900-WRITE-ALERT.
           IF WS-ALERT-LOG-OPEN
               PERFORM 980-STAMP-LOG-PREFIX
               MOVE SPACES TO ALERT-LOG-RECORD
               STRING WS-LOG-PREFIX WS-ALERT-TEXT
                      DELIMITED BY SIZE INTO ALERT-LOG-RECORD
               WRITE ALERT-LOG-RECORD
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-FEEDWATCH-" WS-RUN-DATE
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
           MOVE "FEEDWATCH" TO RX-NAME.
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
           MOVE "FEEDWATCH" TO RC-STEP.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       980-STAMP-LOG-PREFIX.
           ACCEPT WS-LOG-STAMP (1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW (1:6) TO WS-LOG-STAMP (9:6).

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
       END PROGRAM FEEDWATCH.
