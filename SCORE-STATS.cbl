      ******************************************************************
      * Author:
      * Date:
      * Purpose: Per-subject score statistics - for one scoring run,
      *          each subject's count, mean, median, standard
      *          deviation, highest and lowest mark, a ten-point band
      *          histogram and every student's percentile rank within
      *          the subject; a subject whose mean has moved from its
      *          previous run by more than the control amount is
      *          flagged. Marks come off ACADEMIC-HISTORY for the run
      *          date (the processing date, or YYYYMMDD on the
      *          command line)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORESTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCESS-DATE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO "ACADEMIC-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ACAD-HIST-STATUS.
           SELECT MARK-WORK-FILE ASSIGN TO "SCORE-STATS-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MARK-SORT-FILE ASSIGN TO "SCORE-STATS-SORTWK".
           SELECT MARK-SORTED-FILE ASSIGN TO "SCORE-STATS-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SUBJECT-STATS-FILE ASSIGN TO "SCORE-SUBJECT-STATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT STATS-CONTROL-FILE ASSIGN TO "SCORE-STATS-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-CTL-STATUS.
      *    every run's pages land in a dated report file under the
      *    common RPT-<NAME>-<DATE> convention, with one index
      *    record per report
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
       FD  ACADEMIC-HISTORY-FILE.
       01  ACADEMIC-HISTORY-RECORD.
           05 AH-KEY.
               10 AH-STUDENT-ID PIC X(6).
               10 AH-TERM PIC X(6).
               10 AH-SUBJECT PIC X(12).
           05 AH-MARK PIC 9(3).
           05 AH-GRADE PIC X(1).
           05 AH-RUN-DATE PIC X(8).
           05 FILLER PIC X(4).
      *    the run's marks, pulled off the history for the sort
       FD  MARK-WORK-FILE.
       01  MARK-WORK-RECORD.
           05 MW-SUBJECT PIC X(12).
           05 MW-MARK PIC 9(3).
           05 MW-STUDENT-ID PIC X(6).
      *    subject, then mark low to high - each subject comes off
      *    the sorted file already in rank order
       SD  MARK-SORT-FILE.
       01  MARK-SORT-RECORD.
           05 SRT-SUBJECT PIC X(12).
           05 SRT-MARK PIC 9(3).
           05 SRT-STUDENT-ID PIC X(6).
       FD  MARK-SORTED-FILE.
       01  MARK-SORTED-RECORD.
           05 MS-SUBJECT PIC X(12).
           05 MS-MARK PIC 9(3).
           05 MS-STUDENT-ID PIC X(6).
      *    one line per subject per run - the mean the next run's
      *    is held against
       FD  SUBJECT-STATS-FILE.
       01  SUBJECT-STATS-RECORD.
           05 SST-RUN-DATE PIC X(8).
           05 SST-SUBJECT PIC X(12).
           05 SST-COUNT PIC 9(5).
           05 SST-MEAN PIC 9(3)V99.
      *    how far a subject's mean may move from its previous run
      *    before it is flagged; missing file means 5 points
       FD  STATS-CONTROL-FILE.
       01  STATS-CONTROL-RECORD.
           05 CTL-MEAN-DRIFT PIC 9(2)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05 RX-NAME PIC X(10).
           05 RX-DATE PIC X(8).
           05 RX-LINES PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-PDATE-STATUS PIC X(2).
       01 WS-ACAD-HIST-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-SORTED-STATUS PIC X(2).
       01 WS-STATS-STATUS PIC X(2).
       01 WS-STATS-CTL-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RX-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-STATS-DATE PIC X(8).
       01 WS-COMMAND-LINE PIC X(80) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-END-SWITCH PIC X(1) VALUE "N".
           88 WS-HISTORY-AT-END VALUE "Y".
       01 WS-RERUN-SWITCH PIC X(1) VALUE "N".
           88 WS-DATE-ALREADY-ON-STATS VALUE "Y".
       01 WS-MEAN-DRIFT PIC 9(2)V99 VALUE 5.00.
       01 WS-RUN-MARK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SUBJECT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
      *    each subject's latest earlier mean off the stats history
       01 WS-PRIOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 200 TIMES INDEXED BY PR-IDX.
               10 WS-PRIOR-SUBJECT PIC X(12).
               10 WS-PRIOR-DATE PIC X(8).
               10 WS-PRIOR-MEAN PIC 9(3)V99.
      *    the current subject's marks in rank order
       01 WS-CURRENT-SUBJECT PIC X(12) VALUE SPACES.
       01 WS-MARK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MARK-OVER PIC 9(4) VALUE ZERO.
       01 WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 1000 TIMES INDEXED BY MK-IDX.
               10 WS-MK-STUDENT PIC X(6).
               10 WS-MK-MARK PIC 9(3).
       01 WS-BAND-TABLE.
           05 WS-BAND-COUNT PIC 9(4) OCCURS 10 TIMES.
       01 WS-BAND-NO PIC 9(2).
       01 WS-BAND-LOW PIC 9(3).
       01 WS-BAND-HIGH PIC 9(3).
       01 WS-BAR-LENGTH PIC 9(2).
       01 WS-BAR PIC X(50).
       01 WS-MARK-SUM PIC 9(7) VALUE ZERO.
       01 WS-SQUARE-SUM PIC 9(9) VALUE ZERO.
       01 WS-MEAN PIC 9(3)V99 VALUE ZERO.
       01 WS-MEDIAN PIC 9(3)V9 VALUE ZERO.
       01 WS-VARIANCE PIC 9(5)V9999 VALUE ZERO.
       01 WS-STD-DEV PIC 9(3)V99 VALUE ZERO.
       01 WS-MIDDLE PIC 9(4).
       01 WS-MIDDLE-2 PIC 9(4).
       01 WS-LOW-MARK PIC 9(3).
       01 WS-HIGH-MARK PIC 9(3).
       01 WS-BELOW-COUNT PIC 9(4).
       01 WS-TIE-COUNT PIC 9(4).
       01 WS-SCAN PIC 9(4).
       01 WS-PERCENTILE PIC 9(3)V9.
       01 WS-LAST-RUN-MEAN PIC 9(3)V99.
       01 WS-LAST-RUN-DATE PIC X(8).
       01 WS-DRIFT PIC S9(3)V99.
       01 WS-MEAN-EDIT PIC ZZ9.99.
       01 WS-MEDIAN-EDIT PIC ZZ9.9.
       01 WS-SD-EDIT PIC ZZ9.99.
       01 WS-DRIFT-EDIT PIC -ZZ9.99.
       01 WS-PCT-EDIT PIC ZZ9.9.
       01 WS-COUNT-EDIT PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 990-GET-PROCESS-DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE WS-RUN-DATE TO WS-STATS-DATE.
           IF WS-COMMAND-LINE (1:8) IS NUMERIC
               MOVE WS-COMMAND-LINE (1:8) TO WS-STATS-DATE
           END-IF.
           PERFORM 100-READ-STATS-CONTROL.
           PERFORM 110-LOAD-PRIOR-MEANS.
           PERFORM 955-OPEN-REPORT-FILE.
           STRING "SUBJECT SCORE STATISTICS  RUN " WS-STATS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 200-EXTRACT-RUN-MARKS.
           IF WS-RUN-MARK-COUNT = ZERO
               MOVE "NO MARKS ON ACADEMIC-HISTORY FOR THIS RUN"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               PERFORM 300-SORT-MARKS
               PERFORM 400-REPORT-SUBJECTS
           END-IF.
           STRING "SUBJECTS REPORTED: " WS-SUBJECT-COUNT
                  "   MEAN SHIFTS FLAGGED: " WS-FLAGGED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-DATE-ALREADY-ON-STATS
               MOVE "RUN ALREADY ON SCORE-SUBJECT-STATS - NOT ADDED"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.
           PERFORM 965-CLOSE-REPORT-FILE.
           GOBACK.

       100-READ-STATS-CONTROL.
           OPEN INPUT STATS-CONTROL-FILE.
           IF WS-STATS-CTL-STATUS = "00"
               READ STATS-CONTROL-FILE
                   NOT AT END
                       IF CTL-MEAN-DRIFT IS NUMERIC
                           AND CTL-MEAN-DRIFT > ZERO
                           MOVE CTL-MEAN-DRIFT TO WS-MEAN-DRIFT
                       END-IF
               END-READ
               CLOSE STATS-CONTROL-FILE
           END-IF.

      *    for each subject, the mean of its latest run before this
      *    one; a run already on the history is not added twice
       110-LOAD-PRIOR-MEANS.
           MOVE "N" TO WS-RERUN-SWITCH.
           MOVE ZERO TO WS-PRIOR-COUNT.
           OPEN INPUT SUBJECT-STATS-FILE.
           IF WS-STATS-STATUS = "00"
               PERFORM 115-READ-SUBJECT-STATS
               PERFORM UNTIL WS-STATS-STATUS = "10"
                   IF SST-RUN-DATE = WS-STATS-DATE
                       SET WS-DATE-ALREADY-ON-STATS TO TRUE
                   END-IF
                   IF SST-RUN-DATE < WS-STATS-DATE
                       PERFORM 120-TAKE-PRIOR-MEAN
                   END-IF
                   PERFORM 115-READ-SUBJECT-STATS
               END-PERFORM
               CLOSE SUBJECT-STATS-FILE
           END-IF.

       115-READ-SUBJECT-STATS.
           READ SUBJECT-STATS-FILE
               AT END MOVE "10" TO WS-STATS-STATUS
           END-READ.

       120-TAKE-PRIOR-MEAN.
           SET PR-IDX TO 1.
           SEARCH WS-PRIOR-ENTRY
               AT END
                   PERFORM 125-ADD-PRIOR-SUBJECT
               WHEN PR-IDX > WS-PRIOR-COUNT
                   PERFORM 125-ADD-PRIOR-SUBJECT
               WHEN WS-PRIOR-SUBJECT (PR-IDX) = SST-SUBJECT
                   IF SST-RUN-DATE > WS-PRIOR-DATE (PR-IDX)
                       MOVE SST-RUN-DATE TO WS-PRIOR-DATE (PR-IDX)
                       MOVE SST-MEAN TO WS-PRIOR-MEAN (PR-IDX)
                   END-IF
           END-SEARCH.

       125-ADD-PRIOR-SUBJECT.
           IF WS-PRIOR-COUNT < 200
               ADD 1 TO WS-PRIOR-COUNT
               SET PR-IDX TO WS-PRIOR-COUNT
               MOVE SST-SUBJECT TO WS-PRIOR-SUBJECT (PR-IDX)
               MOVE SST-RUN-DATE TO WS-PRIOR-DATE (PR-IDX)
               MOVE SST-MEAN TO WS-PRIOR-MEAN (PR-IDX)
           END-IF.

      *    the run's marks are the history records it stamped -
      *    a rerun in the term restamps them, so they are its own
       200-EXTRACT-RUN-MARKS.
           MOVE ZERO TO WS-RUN-MARK-COUNT.
           OPEN OUTPUT MARK-WORK-FILE.
           OPEN INPUT ACADEMIC-HISTORY-FILE.
           IF WS-ACAD-HIST-STATUS = "00"
               MOVE "N" TO WS-HISTORY-END-SWITCH
               MOVE LOW-VALUES TO AH-KEY
               START ACADEMIC-HISTORY-FILE
                   KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY SET WS-HISTORY-AT-END TO TRUE
               END-START
               PERFORM UNTIL WS-HISTORY-AT-END
                   READ ACADEMIC-HISTORY-FILE NEXT RECORD
                       AT END SET WS-HISTORY-AT-END TO TRUE
                   END-READ
                   IF NOT WS-HISTORY-AT-END
                       AND AH-RUN-DATE = WS-STATS-DATE
                       MOVE AH-SUBJECT TO MW-SUBJECT
                       MOVE AH-MARK TO MW-MARK
                       MOVE AH-STUDENT-ID TO MW-STUDENT-ID
                       WRITE MARK-WORK-RECORD
                       ADD 1 TO WS-RUN-MARK-COUNT
                   END-IF
               END-PERFORM
               CLOSE ACADEMIC-HISTORY-FILE
           END-IF.
           CLOSE MARK-WORK-FILE.

       300-SORT-MARKS.
           SORT MARK-SORT-FILE
               ON ASCENDING KEY SRT-SUBJECT SRT-MARK SRT-STUDENT-ID
               USING MARK-WORK-FILE
               GIVING MARK-SORTED-FILE.

      *    control break on the subject - each one's marks are
      *    gathered in rank order, then measured and printed
       400-REPORT-SUBJECTS.
           IF NOT WS-DATE-ALREADY-ON-STATS
               OPEN EXTEND SUBJECT-STATS-FILE
               IF WS-STATS-STATUS NOT = "00"
                   OPEN OUTPUT SUBJECT-STATS-FILE
               END-IF
           END-IF.
           OPEN INPUT MARK-SORTED-FILE.
           IF WS-SORTED-STATUS = "00"
               PERFORM 410-READ-SORTED-MARK
               PERFORM UNTIL WS-SORTED-STATUS = "10"
                   IF MS-SUBJECT NOT = WS-CURRENT-SUBJECT
                       IF WS-CURRENT-SUBJECT NOT = SPACES
                           PERFORM 500-FINISH-SUBJECT
                       END-IF
                       MOVE MS-SUBJECT TO WS-CURRENT-SUBJECT
                       MOVE ZERO TO WS-MARK-COUNT
                       MOVE ZERO TO WS-MARK-OVER
                   END-IF
                   PERFORM 420-TAKE-MARK
                   PERFORM 410-READ-SORTED-MARK
               END-PERFORM
               IF WS-CURRENT-SUBJECT NOT = SPACES
                   PERFORM 500-FINISH-SUBJECT
               END-IF
               CLOSE MARK-SORTED-FILE
           END-IF.
           IF NOT WS-DATE-ALREADY-ON-STATS
               CLOSE SUBJECT-STATS-FILE
           END-IF.

       410-READ-SORTED-MARK.
           READ MARK-SORTED-FILE
               AT END MOVE "10" TO WS-SORTED-STATUS
           END-READ.

       420-TAKE-MARK.
           IF WS-MARK-COUNT < 1000
               ADD 1 TO WS-MARK-COUNT
               SET MK-IDX TO WS-MARK-COUNT
               MOVE MS-STUDENT-ID TO WS-MK-STUDENT (MK-IDX)
               MOVE MS-MARK TO WS-MK-MARK (MK-IDX)
           ELSE
               ADD 1 TO WS-MARK-OVER
           END-IF.

       500-FINISH-SUBJECT.
           ADD 1 TO WS-SUBJECT-COUNT.
           PERFORM 510-MEASURE-SUBJECT.
           PERFORM 520-PRINT-SUMMARY.
           PERFORM 530-PRINT-HISTOGRAM.
           PERFORM 540-PRINT-PERCENTILES.
           PERFORM 550-CHECK-MEAN-SHIFT.
           IF NOT WS-DATE-ALREADY-ON-STATS
               MOVE WS-STATS-DATE TO SST-RUN-DATE
               MOVE WS-CURRENT-SUBJECT TO SST-SUBJECT
               MOVE WS-MARK-COUNT TO SST-COUNT
               MOVE WS-MEAN TO SST-MEAN
               WRITE SUBJECT-STATS-RECORD
           END-IF.
           PERFORM 960-WRITE-REPORT-LINE.

      *    marks are in rank order, so the lowest is first, the
      *    highest last, and the median the middle one or the
      *    average of the middle two; the deviation is the
      *    population figure over the subject's marks
       510-MEASURE-SUBJECT.
           MOVE ZERO TO WS-MARK-SUM.
           MOVE ZERO TO WS-SQUARE-SUM.
           MOVE ZERO TO WS-BAND-TABLE.
           PERFORM 515-ADD-ONE-MARK
               VARYING MK-IDX FROM 1 BY 1
               UNTIL MK-IDX > WS-MARK-COUNT.
           COMPUTE WS-MEAN ROUNDED = WS-MARK-SUM / WS-MARK-COUNT.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-SQUARE-SUM / WS-MARK-COUNT
               - (WS-MARK-SUM / WS-MARK-COUNT)
               * (WS-MARK-SUM / WS-MARK-COUNT).
           COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5.
           MOVE WS-MK-MARK (1) TO WS-LOW-MARK.
           MOVE WS-MK-MARK (WS-MARK-COUNT) TO WS-HIGH-MARK.
           DIVIDE WS-MARK-COUNT BY 2 GIVING WS-MIDDLE.
           IF WS-MIDDLE * 2 = WS-MARK-COUNT
               COMPUTE WS-MIDDLE-2 = WS-MIDDLE + 1
               COMPUTE WS-MEDIAN ROUNDED =
                   (WS-MK-MARK (WS-MIDDLE) + WS-MK-MARK (WS-MIDDLE-2))
                   / 2
           ELSE
               ADD 1 TO WS-MIDDLE
               MOVE WS-MK-MARK (WS-MIDDLE) TO WS-MEDIAN
           END-IF.

      *    ten-point bands, 100 counted with the 90s
       515-ADD-ONE-MARK.
           ADD WS-MK-MARK (MK-IDX) TO WS-MARK-SUM.
           COMPUTE WS-SQUARE-SUM = WS-SQUARE-SUM
               + WS-MK-MARK (MK-IDX) * WS-MK-MARK (MK-IDX).
           DIVIDE WS-MK-MARK (MK-IDX) BY 10 GIVING WS-BAND-NO.
           ADD 1 TO WS-BAND-NO.
           IF WS-BAND-NO > 10
               MOVE 10 TO WS-BAND-NO
           END-IF.
           ADD 1 TO WS-BAND-COUNT (WS-BAND-NO).

       520-PRINT-SUMMARY.
           MOVE WS-MARK-COUNT TO WS-COUNT-EDIT.
           MOVE WS-MEAN TO WS-MEAN-EDIT.
           MOVE WS-MEDIAN TO WS-MEDIAN-EDIT.
           MOVE WS-STD-DEV TO WS-SD-EDIT.
           STRING "SUBJECT " WS-CURRENT-SUBJECT
                  "  COUNT " WS-COUNT-EDIT
                  "  MEAN " WS-MEAN-EDIT
                  "  MEDIAN " WS-MEDIAN-EDIT
                  "  STD DEV " WS-SD-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           STRING "  HIGHEST " WS-HIGH-MARK
                  "  LOWEST " WS-LOW-MARK
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           IF WS-MARK-OVER > ZERO
               STRING "  *** " WS-MARK-OVER " MARKS PAST THE FIRST "
                      "1000 NOT MEASURED"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           END-IF.

      *    one star per mark in the band, up to fifty
       530-PRINT-HISTOGRAM.
           MOVE "  DISTRIBUTION" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           PERFORM 535-PRINT-ONE-BAND
               VARYING WS-BAND-NO FROM 1 BY 1
               UNTIL WS-BAND-NO > 10.

       535-PRINT-ONE-BAND.
           COMPUTE WS-BAND-LOW = (WS-BAND-NO - 1) * 10.
           COMPUTE WS-BAND-HIGH = WS-BAND-LOW + 9.
           IF WS-BAND-NO = 10
               MOVE 100 TO WS-BAND-HIGH
           END-IF.
           MOVE SPACES TO WS-BAR.
           IF WS-BAND-COUNT (WS-BAND-NO) > 50
               MOVE 50 TO WS-BAR-LENGTH
           ELSE
               MOVE WS-BAND-COUNT (WS-BAND-NO) TO WS-BAR-LENGTH
           END-IF.
           IF WS-BAR-LENGTH > ZERO
               MOVE ALL "*" TO WS-BAR (1:WS-BAR-LENGTH)
           END-IF.
           MOVE WS-BAND-COUNT (WS-BAND-NO) TO WS-COUNT-EDIT.
           STRING "    " WS-BAND-LOW "-" WS-BAND-HIGH " "
                  WS-COUNT-EDIT " " WS-BAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    percentile rank - the share of the subject's marks
      *    below the student's, counting half of any ties
       540-PRINT-PERCENTILES.
           MOVE "  STUDENT  MARK  PERCENTILE" TO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-BELOW-COUNT.
           PERFORM 545-PRINT-ONE-RANK
               VARYING MK-IDX FROM 1 BY 1
               UNTIL MK-IDX > WS-MARK-COUNT.

       545-PRINT-ONE-RANK.
           IF MK-IDX > 1
               IF WS-MK-MARK (MK-IDX) NOT = WS-MK-MARK (MK-IDX - 1)
                   SET WS-BELOW-COUNT TO MK-IDX
                   SUBTRACT 1 FROM WS-BELOW-COUNT
               END-IF
           END-IF.
           MOVE ZERO TO WS-TIE-COUNT.
           SET WS-SCAN TO MK-IDX.
           PERFORM UNTIL WS-SCAN > WS-MARK-COUNT
               IF WS-MK-MARK (WS-SCAN) = WS-MK-MARK (MK-IDX)
                   ADD 1 TO WS-TIE-COUNT
                   ADD 1 TO WS-SCAN
               ELSE
                   COMPUTE WS-SCAN = WS-MARK-COUNT + 1
               END-IF
           END-PERFORM.
           COMPUTE WS-TIE-COUNT = WS-TIE-COUNT
               + (MK-IDX - 1 - WS-BELOW-COUNT).
           COMPUTE WS-PERCENTILE ROUNDED =
               (WS-BELOW-COUNT + WS-TIE-COUNT / 2)
               / WS-MARK-COUNT * 100.
           MOVE WS-PERCENTILE TO WS-PCT-EDIT.
           STRING "  " WS-MK-STUDENT (MK-IDX) "   "
                  WS-MK-MARK (MK-IDX) "   " WS-PCT-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 960-WRITE-REPORT-LINE.

      *    the subject's mean against its previous run's
       550-CHECK-MEAN-SHIFT.
           MOVE SPACES TO WS-LAST-RUN-DATE.
           SET PR-IDX TO 1.
           SEARCH WS-PRIOR-ENTRY
               AT END
                   CONTINUE
               WHEN PR-IDX > WS-PRIOR-COUNT
                   CONTINUE
               WHEN WS-PRIOR-SUBJECT (PR-IDX) = WS-CURRENT-SUBJECT
                   MOVE WS-PRIOR-DATE (PR-IDX) TO WS-LAST-RUN-DATE
                   MOVE WS-PRIOR-MEAN (PR-IDX) TO WS-LAST-RUN-MEAN
           END-SEARCH.
           IF WS-LAST-RUN-DATE = SPACES
               MOVE "  NO PREVIOUS RUN FOR THIS SUBJECT"
                   TO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
           ELSE
               COMPUTE WS-DRIFT = WS-MEAN - WS-LAST-RUN-MEAN
               MOVE WS-LAST-RUN-MEAN TO WS-MEAN-EDIT
               MOVE WS-DRIFT TO WS-DRIFT-EDIT
               STRING "  PREVIOUS RUN " WS-LAST-RUN-DATE
                      " MEAN " WS-MEAN-EDIT
                      "  CHANGE " WS-DRIFT-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 960-WRITE-REPORT-LINE
               IF WS-DRIFT > WS-MEAN-DRIFT
                   OR WS-DRIFT < (0 - WS-MEAN-DRIFT)
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE WS-MEAN-DRIFT TO WS-MEAN-EDIT
                   STRING "  *** MEAN HAS MOVED MORE THAN "
                          WS-MEAN-EDIT " POINTS SINCE THE "
                          "PREVIOUS RUN"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 960-WRITE-REPORT-LINE
               END-IF
           END-IF.

       955-OPEN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RPT-SCORESTAT-" WS-RUN-DATE
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
           MOVE "SCORESTAT" TO RX-NAME.
           MOVE WS-RUN-DATE TO RX-DATE.
           MOVE WS-REPORT-LINE-COUNT TO RX-LINES.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

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

       END PROGRAM SCORESTAT.
