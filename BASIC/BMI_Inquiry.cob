
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  EVERY PATIENT SHOWN NOW WRITES A ROW TO THE
      *                 ACCESSLG ACCESS LOG - ONE FOR THE MASTER
      *                 RECORD AND ONE FOR THE HISTORY BROWSE - WITH
      *                 THE OPERATOR, DATE AND TIME, SO AN ACCOUNTING
      *                 OF WHO LOOKED AT A PATIENT CAN BE PRODUCED.
      * 2026-10-15  JL  A PATIENT FOLDED INTO ANOTHER BY BMI-MERGE
      *                 SHOWS STATUS M AND THE SURVIVING PATIENT ID,
      *                 SO THE CALLER IS SENT TO THE RECORD THAT NOW
      *                 HOLDS THE HISTORY.
      * 2026-09-02  JL  THE HISTORY BROWSE NOW SHOWS THE BMI-FOR-AGE
      *                 PERCENTILE ON ROWS THAT CARRY ONE, SO A
      *                 CLINICIAN CAN QUOTE IT ON THE PHONE FOR AN
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  ACCESS-LOG-FILE.
           COPY BMIACC.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       77  WS-MASTER-STATUS             PIC XX.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-ACC-STATUS                PIC XX.

       77  BMI-WS-OPERATOR-ID           PIC X(08).

       77  BMI-WS-LOOKUP-ID             PIC X(06).
       77  BMI-WS-RUN-DATE              PIC 9(08).
       77  BMI-WS-CURRENT-AGE           PIC 999.
       77  BMI-WS-ACCESS-TIME           PIC 9(08).

      * WHAT THE ACCESS-LOG ROW SAYS WAS SHOWN.
       77  BMI-WS-ACC-VIEW-CODE         PIC X(01).
       77  BMI-WS-ACC-SHOWN             PIC X(40).
       01  BMI-WS-ACC-HIST-TEXT.
           05  FILLER                   PIC X(20)
               VALUE "HISTORY BROWSE ROWS ".
           05  BMI-WS-ACC-HIST-ROWS     PIC ZZ9.
           05  FILLER                   PIC X(17) VALUE SPACES.

       77  BMI-WS-AGAIN                 PIC X(01).
           88  BMI-WS-DO-ANOTHER            VALUE "Y".
                   WS-HISTORY-STATUS " - MASTER ONLY."
               MOVE "N" TO BMI-WS-HISTORY-OK-SW
           END-IF.

           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACC-STATUS = "35"
               CLOSE ACCESS-LOG-FILE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
       0200-EXIT.
           EXIT.

           END-READ.

           PERFORM 0400-SHOW-MASTER THRU 0400-EXIT.
           MOVE "M" TO BMI-WS-ACC-VIEW-CODE.
           MOVE "MASTER RECORD" TO BMI-WS-ACC-SHOWN.
           PERFORM 0600-WRITE-ACCESS-LOG THRU 0600-EXIT.
           IF BMI-WS-HISTORY-OPENED
               PERFORM 0500-BROWSE-HISTORY THRU 0500-EXIT
           END-IF.
           END-IF.
           DISPLAY "SEX         : " BMI-REC-SEX.
           DISPLAY "STATUS      : " BMI-REC-STATUS
               " (A/BLANK ACTIVE, I INACTIVE, D DECEASED, M MERGED)".
           IF BMI-PAT-MERGED
               DISPLAY "MERGED INTO : " BMI-REC-MERGED-TO-ID
                   " - HISTORY IS NOW FILED UNDER THAT ID"
           END-IF.
       0400-EXIT.
           EXIT.

           MOVE BMI-WS-SLOT TO BMI-WS-IX.
           PERFORM 0520-SHOW-ONE-ROW THRU 0520-EXIT
               BMI-WS-ROW-COUNT TIMES.
           MOVE BMI-WS-ROW-COUNT TO BMI-WS-ACC-HIST-ROWS.
           MOVE "H" TO BMI-WS-ACC-VIEW-CODE.
           MOVE BMI-WS-ACC-HIST-TEXT TO BMI-WS-ACC-SHOWN.
           PERFORM 0600-WRITE-ACCESS-LOG THRU 0600-EXIT.
       0500-EXIT.
           EXIT.

       0520-EXIT.
           EXIT.

      *================================================================
      *  0600 - ONE ACCESS-LOG ROW FOR WHAT WAS JUST SHOWN
      *================================================================
       0600-WRITE-ACCESS-LOG.
           ACCEPT BMI-WS-ACCESS-TIME FROM TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-ACC-OPERATOR-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-ACC-ACCESS-DATE.
           MOVE BMI-WS-ACCESS-TIME TO BMI-ACC-ACCESS-TIME.
           MOVE BMI-WS-LOOKUP-ID TO BMI-ACC-PATIENT-ID.
           MOVE "BMI-INQUIRY" TO BMI-ACC-PROGRAM.
           MOVE BMI-WS-ACC-VIEW-CODE TO BMI-ACC-VIEW-CODE.
           MOVE BMI-WS-ACC-SHOWN TO BMI-ACC-SHOWN.
           WRITE BMI-ACC-RECORD.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "** ACCESS-LOG WRITE FAILED - STATUS "
                   WS-ACC-STATUS " **"
           END-IF.
       0600-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE PATIENT-MASTER-FILE ACCESS-LOG-FILE.
           IF BMI-WS-HISTORY-OPENED
               CLOSE BMI-HISTORY-FILE
           END-IF.
