      *          number and get the account's timeline in date order,
      *          assembled from the audit trail (archived lines on
      *          LOG-ARCHIVE first, then the live HELLO-AUDIT-LOG),
      *          the applied-transaction file, the customer archive,
      *          the merge log and the correspondence register (every
      *          letter sent), instead of hand-searching each of
      *          those files for one account
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MERGE-LOG-FILE ASSIGN TO "CUST-MERGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-LOG-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRESPONDENCE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           05 AP-BIRTH-DATE PIC X(8).
           05 AP-LANGUAGE-CODE PIC X(2).
           05 AP-KEYED-BY PIC X(8).
      *    the postal address the transaction carried, behind the
      *    gap a resubmitted suspense record fills
           05 FILLER PIC X(133).
       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           05 ML-DATE PIC X(8).
           05 ML-FROM-NUMBER PIC 9(6).
           05 ML-INTO-NUMBER PIC 9(6).
           05 ML-NAME PIC X(20).
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRG-RECIPIENT-TYPE PIC X(1).
               88 CRG-TO-CUSTOMER VALUE "C".
               88 CRG-TO-STUDENT  VALUE "S".
           05 CRG-RECIPIENT PIC X(6).
           05 CRG-LETTER-TYPE PIC X(10).
           05 CRG-MSG-ID PIC X(8).
           05 CRG-LANGUAGE PIC X(2).
           05 CRG-RUN-DATE PIC X(8).
           05 CRG-RUN-ID PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(2).
       01 WS-CA-STATUS PIC X(2).
       01 WS-LARC-STATUS PIC X(2).
       01 WS-APPLIED-STATUS PIC X(2).
       01 WS-MERGE-LOG-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-KEYED-NUMBER PIC X(6).
       01 WS-KEYED-NUMBER-JR PIC X(6) JUSTIFIED RIGHT.
       01 WS-WANTED-NUMBER PIC 9(6) VALUE ZERO.
           PERFORM 440-SWEEP-APPLIED-TRANS.
           PERFORM 460-SWEEP-CUSTOMER-ARCHIVE.
           PERFORM 480-SWEEP-MERGE-LOG.
           PERFORM 492-SWEEP-CORRESPONDENCE.
           PERFORM 500-SORT-EVENTS-BY-DATE.
           PERFORM 600-PRINT-TIMELINE.

               PERFORM 700-ADD-EVENT
           END-IF.

      *    letters sent to the account - a letter run stamps only
      *    its run date, so these sort ahead of that day's timed
      *    audit entries
       492-SWEEP-CORRESPONDENCE.
           OPEN INPUT CORRESPONDENCE-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM 494-READ-CORRESPONDENCE
               PERFORM UNTIL WS-REGISTER-STATUS = "10"
                   PERFORM 496-JUDGE-CORRESPONDENCE
                   PERFORM 494-READ-CORRESPONDENCE
               END-PERFORM
               CLOSE CORRESPONDENCE-FILE
           END-IF.

       494-READ-CORRESPONDENCE.
           READ CORRESPONDENCE-FILE
               AT END MOVE "10" TO WS-REGISTER-STATUS
           END-READ.

       496-JUDGE-CORRESPONDENCE.
           IF CRG-TO-CUSTOMER
               MOVE CRG-RECIPIENT TO WS-TR-NUMBER-JR
               INSPECT WS-TR-NUMBER-JR
                   REPLACING LEADING SPACE BY ZERO
               IF WS-TR-NUMBER-JR = WS-WANTED-NUMBER-X
                   MOVE CRG-RUN-DATE TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-TIME
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "LETTER " CRG-LETTER-TYPE
                          " MSG " CRG-MSG-ID
                          " LANG " CRG-LANGUAGE
                          " RUN " CRG-RUN-ID
                          DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM 700-ADD-EVENT
               END-IF
           END-IF.

       700-ADD-EVENT.
           IF WS-EVENT-COUNT >= 200
               ADD 1 TO WS-EVENT-FULL-COUNT
