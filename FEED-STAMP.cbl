       01  PROCESS-DATE-RECORD.
           05 CTL-PROCESS-DATE PIC X(8).
       FD  STAMP-WORK-FILE.
       01  STAMP-WORK-RECORD PIC X(178).
       FD  HELLO-FEED-FILE.
       01  HELLO-FEED-RECORD PIC X(178).
       FD  ORDERS-FEED-FILE.
       01  ORDERS-FEED-RECORD PIC X(60).
       FD  MONTH-FEED-FILE.
           88 WS-PQ-MODE VALUE "PQ".
      *    the detail in hand, with the per-feed views the hash is
      *    summed from - the offsets follow each feed's layout
       01 WS-FEED-LINE PIC X(178).
       01 WS-FEED-TYPE-VIEW REDEFINES WS-FEED-LINE.
           05 FL-TYPE PIC X(3).
               88 FL-IS-HEADER VALUE "HDR".
               88 FL-IS-TRAILER VALUE "TRL".
           05 FILLER PIC X(175).
       01 WS-ORDERS-VIEW REDEFINES WS-FEED-LINE.
           05 FILLER PIC X(7).
           05 OV-VOP PIC 9(3).
           05 FILLER PIC X(168).
       01 WS-MONTH-VIEW REDEFINES WS-FEED-LINE.
           05 FILLER PIC X(2).
           05 MV-SIGN PIC X(1).
           05 MV-CENTS PIC 9(5).
           05 FILLER PIC X(170).
       01 WS-PQ-VIEW REDEFINES WS-FEED-LINE.
           05 FILLER PIC X(3).
           05 PV-Q PIC 9(2).
           05 FILLER PIC X(173).
      *    the control records this utility exists to write - the
      *    same HDR/TRL shape every verifier reads
       01 WS-CONTROL-LINE.
