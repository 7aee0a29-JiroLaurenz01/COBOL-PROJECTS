
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  BMI-HISTORY AND AUDIT-LOG ROWS GREW BY THE
      *                 READING SOURCE AND KIOSK DEVICE ID - ARCHIVE
      *                 AND WORK IMAGES WIDENED TO MATCH.
      * 2026-10-15  JL  THE ACCESSLG PATIENT ACCESS LOG IS NOW PURGED
      *                 WITH THE OTHER TRAILS, SAME TWO-PASS SHAPE, TO
      *                 ACCARCH. IT KEEPS SIX YEARS RATHER THAN TWO -
      *                 AN ACCOUNTING OF ACCESS CAN BE ASKED FOR THAT
      *                 FAR BACK.
      * 2026-09-02  JL  THE PURGE NOW ASKS WHO IS RUNNING IT AND
      *                 VERIFIES THE ID AGAINST THE OPERMAST MASTER
      *                 FOR PURGE AUTHORITY. UNLIKE THE OTHER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUDWORK-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT ACCESS-ARCHIVE-FILE ASSIGN TO "ACCARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCARCH-STATUS.

           SELECT ACCESS-WORK-FILE ASSIGN TO "ACCWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCWORK-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  HIST-ARCHIVE-FILE.
       01  HIST-ARCH-RECORD.
           05  HIST-ARCH-PURGE-DATE     PIC 9(08).
           05  HIST-ARCH-IMAGE          PIC X(66).

       FD  AUDIT-LOG-FILE.
           COPY BMIAUD.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUD-ARCH-RECORD.
           05  AUD-ARCH-PURGE-DATE      PIC 9(08).
           05  AUD-ARCH-IMAGE           PIC X(51).

       FD  AUDIT-WORK-FILE.
       01  AUD-WORK-RECORD              PIC X(51).

       FD  MAINT-AUDIT-FILE.
           COPY BMIMAUD.
       FD  MAINT-WORK-FILE.
       01  MAUD-WORK-RECORD             PIC X(55).

       FD  ACCESS-LOG-FILE.
           COPY BMIACC.

       FD  ACCESS-ARCHIVE-FILE.
       01  ACC-ARCH-RECORD.
           05  ACC-ARCH-PURGE-DATE      PIC 9(08).
           05  ACC-ARCH-IMAGE           PIC X(87).

       FD  ACCESS-WORK-FILE.
       01  ACC-WORK-RECORD              PIC X(87).

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       77  WS-MAUD-STATUS               PIC XX.
       77  WS-MAUDARCH-STATUS           PIC XX.
       77  WS-MAUDWORK-STATUS           PIC XX.
       77  WS-ACC-STATUS                PIC XX.
       77  WS-ACCARCH-STATUS            PIC XX.
       77  WS-ACCWORK-STATUS            PIC XX.
       77  WS-OPER-STATUS               PIC XX.

       77  BMI-WS-RUN-DATE              PIC 9(08).
      * RETENTION CUTOFFS. CLINICAL HISTORY KEEPS SEVEN YEARS, RUN-
      * LEVEL AUDIT KEEPS TWO, PER THE RECORDS-RETENTION POLICY.
      * THE CUTOFF IS THE SAME MONTH AND DAY N YEARS BACK - A ROW
      * DATED BEFORE THE CUTOFF IS ARCHIVED. THE PATIENT ACCESS LOG
      * KEEPS SIX, THE PERIOD AN ACCOUNTING OF ACCESS MAY COVER.
      *--------------------------------------------------------------
       77  BMI-WS-HIST-YEARS            PIC 9(02) VALUE 07.
       77  BMI-WS-AUDIT-YEARS           PIC 9(02) VALUE 02.
       77  BMI-WS-ACCESS-YEARS          PIC 9(02) VALUE 06.
       77  BMI-WS-HIST-CUTOFF           PIC 9(08).
       77  BMI-WS-AUDIT-CUTOFF          PIC 9(08).
       77  BMI-WS-ACCESS-CUTOFF         PIC 9(08).

       77  BMI-WS-CONFIRM               PIC X(01).
           88  BMI-WS-CONFIRMED             VALUE "Y".
           05  BMI-WS-MAUD-ARCHIVED     PIC 9(07) VALUE ZERO.
           05  BMI-WS-MAUD-RETAINED     PIC 9(07) VALUE ZERO.

       01  BMI-WS-ACC-COUNTERS.
           05  BMI-WS-ACC-EXAMINED      PIC 9(07) VALUE ZERO.
           05  BMI-WS-ACC-ARCHIVED      PIC 9(07) VALUE ZERO.
           05  BMI-WS-ACC-RETAINED      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
               PERFORM 0300-PURGE-HISTORY THRU 0300-EXIT
               PERFORM 0400-PURGE-AUDIT-LOG THRU 0400-EXIT
               PERFORM 0500-PURGE-MAINT-AUDIT THRU 0500-EXIT
               PERFORM 0600-PURGE-ACCESS-LOG THRU 0600-EXIT
               PERFORM 0900-PURGE-REPORT THRU 0900-EXIT
           ELSE
               DISPLAY "PURGE CANCELLED - NO DATA REMOVED."
               BMI-WS-RUN-DATE - (BMI-WS-HIST-YEARS * 10000).
           COMPUTE BMI-WS-AUDIT-CUTOFF =
               BMI-WS-RUN-DATE - (BMI-WS-AUDIT-YEARS * 10000).
           COMPUTE BMI-WS-ACCESS-CUTOFF =
               BMI-WS-RUN-DATE - (BMI-WS-ACCESS-YEARS * 10000).

           DISPLAY "BMI-PURGE RETENTION CUTOFFS:".
           DISPLAY "  BMI-HISTORY ROWS BEFORE  " BMI-WS-HIST-CUTOFF
               " WILL BE ARCHIVED AND REMOVED.".
           DISPLAY "  AUDIT-LOG AND MAINT-AUDIT ROWS BEFORE "
               BMI-WS-AUDIT-CUTOFF " WILL BE ARCHIVED AND REMOVED.".
           DISPLAY "  ACCESS-LOG ROWS BEFORE   " BMI-WS-ACCESS-CUTOFF
               " WILL BE ARCHIVED AND REMOVED.".
           DISPLAY "THIS JOB REMOVES DATA. PROCEED (Y/N)? ".
           ACCEPT BMI-WS-CONFIRM.
       0200-EXIT.
       0520-EXIT.
           EXIT.

      *================================================================
      *  0600 SERIES - ACCESS-LOG, SAME TWO-PASS SHAPE AS AUDIT-LOG
      *================================================================
       0600-PURGE-ACCESS-LOG.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "ACCESS-LOG NOT AVAILABLE - STATUS "
                   WS-ACC-STATUS " - FILE SKIPPED."
               GO TO 0600-EXIT
           END-IF.

           OPEN EXTEND ACCESS-ARCHIVE-FILE.
           IF WS-ACCARCH-STATUS = "35"
               CLOSE ACCESS-ARCHIVE-FILE
               OPEN OUTPUT ACCESS-ARCHIVE-FILE
           END-IF.
           IF WS-ACCARCH-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCESS-ARCHIVE - STATUS "
                   WS-ACCARCH-STATUS " - FILE SKIPPED."
               CLOSE ACCESS-LOG-FILE
               GO TO 0600-EXIT
           END-IF.

           OPEN OUTPUT ACCESS-WORK-FILE.
           IF WS-ACCWORK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCESS-WORK - STATUS "
                   WS-ACCWORK-STATUS " - FILE SKIPPED."
               CLOSE ACCESS-LOG-FILE ACCESS-ARCHIVE-FILE
               GO TO 0600-EXIT
           END-IF.

           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0610-SPLIT-ONE-ACCESS THRU 0610-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE ACCESS-LOG-FILE ACCESS-ARCHIVE-FILE ACCESS-WORK-FILE.

           OPEN OUTPUT ACCESS-LOG-FILE.
           OPEN INPUT ACCESS-WORK-FILE.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0620-RELOAD-ONE-ACCESS THRU 0620-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE ACCESS-LOG-FILE ACCESS-WORK-FILE.
       0600-EXIT.
           EXIT.

       0610-SPLIT-ONE-ACCESS.
           READ ACCESS-LOG-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0610-EXIT
           END-READ.
           ADD 1 TO BMI-WS-ACC-EXAMINED.

           IF BMI-ACC-ACCESS-DATE >= BMI-WS-ACCESS-CUTOFF
               ADD 1 TO BMI-WS-ACC-RETAINED
               MOVE BMI-ACC-RECORD TO ACC-WORK-RECORD
               WRITE ACC-WORK-RECORD
               GO TO 0610-EXIT
           END-IF.

           MOVE BMI-WS-RUN-DATE TO ACC-ARCH-PURGE-DATE.
           MOVE BMI-ACC-RECORD TO ACC-ARCH-IMAGE.
           WRITE ACC-ARCH-RECORD.
           IF WS-ACCARCH-STATUS NOT = "00"
               DISPLAY "** ACCESS-ARCHIVE WRITE FAILED - STATUS "
                   WS-ACCARCH-STATUS " - ROW RETAINED **"
               ADD 1 TO BMI-WS-ACC-RETAINED
               MOVE BMI-ACC-RECORD TO ACC-WORK-RECORD
               WRITE ACC-WORK-RECORD
           ELSE
               ADD 1 TO BMI-WS-ACC-ARCHIVED
           END-IF.
       0610-EXIT.
           EXIT.

       0620-RELOAD-ONE-ACCESS.
           READ ACCESS-WORK-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0620-EXIT
           END-READ.
           MOVE ACC-WORK-RECORD TO BMI-ACC-RECORD.
           WRITE BMI-ACC-RECORD.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "** ACCESS-LOG RELOAD WRITE FAILED - STATUS "
                   WS-ACC-STATUS " **"
           END-IF.
       0620-EXIT.
           EXIT.

      *================================================================
      *  0900 - EXAMINED/ARCHIVED/RETAINED PER FILE
      *================================================================
               BMI-WS-MAUD-ARCHIVED.
           DISPLAY "MAINT-AUDIT RETAINED . . . . : "
               BMI-WS-MAUD-RETAINED.
           DISPLAY "ACCESS-LOG EXAMINED  . . . . : "
               BMI-WS-ACC-EXAMINED.
           DISPLAY "ACCESS-LOG ARCHIVED  . . . . : "
               BMI-WS-ACC-ARCHIVED.
           DISPLAY "ACCESS-LOG RETAINED  . . . . : "
               BMI-WS-ACC-RETAINED.
           DISPLAY "=================================================".
       0900-EXIT.
           EXIT.
