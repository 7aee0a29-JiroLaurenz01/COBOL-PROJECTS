
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  BMI-HISTORY ROWS GREW BY THE READING SOURCE
      *                 AND KIOSK DEVICE ID - ARCHIVE IMAGE WIDENED TO
      *                 MATCH. ROWS PURGED BEFORE THEN RESTORE AS
      *                 CLINIC READINGS.
      * 2026-10-15  JL  EACH PATIENT WHOSE PURGED ROWS ARE LISTED NOW
      *                 WRITES A ROW TO THE ACCESSLG ACCESS LOG WITH
      *                 THE OPERATOR, DATE AND TIME.
      * 2026-09-02  JL  BMI-HISTORY ROWS GREW BY THE PEDIATRIC
      *                 PERCENTILE - ARCHIVE IMAGE WIDENED TO MATCH.
      * 2026-09-02  JL  INITIAL VERSION - READ-ONLY VIEWER AND
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  HIST-ARCHIVE-FILE.
       01  HIST-ARCH-RECORD.
           05  HIST-ARCH-PURGE-DATE     PIC 9(08).
           05  HIST-ARCH-IMAGE          PIC X(66).

       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  ACCESS-LOG-FILE.
           COPY BMIACC.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       77  WS-HISTARCH-STATUS           PIC XX.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-ACC-STATUS                PIC XX.

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-RUN-DATE              PIC 9(08).
       77  BMI-WS-ACCESS-TIME           PIC 9(08).

      * WHAT THE ACCESS-LOG ROW SAYS WAS SHOWN.
       01  BMI-WS-ACC-SHOWN-TEXT.
           05  FILLER                   PIC X(21)
               VALUE "ARCHIVED ROWS LISTED ".
           05  BMI-WS-ACC-ROWS          PIC ZZ9.
           05  FILLER                   PIC X(16) VALUE SPACES.

       77  BMI-WS-SIGNON-OK-SW          PIC X(01) VALUE "Y".
           88  BMI-WS-SIGNON-OK             VALUE "Y".
                         ==BMI-HIST-VOIDED== BY ==BMI-ARC-VOIDED==
                         ==BMI-HIST-LIVE== BY ==BMI-ARC-LIVE==
                         ==BMI-HIST-PERCENTILE==
                      BY ==BMI-ARC-PERCENTILE==
                         ==BMI-HIST-SOURCE== BY ==BMI-ARC-SOURCE==
                         ==BMI-HIST-SRC-CLINIC==
                      BY ==BMI-ARC-SRC-CLINIC==
                         ==BMI-HIST-SRC-KIOSK==
                      BY ==BMI-ARC-SRC-KIOSK==
                         ==BMI-HIST-DEVICE-ID==
                      BY ==BMI-ARC-DEVICE-ID==.

      *--------------------------------------------------------------
      * THE PATIENT'S PURGED ROWS, COLLECTED AND NUMBERED FOR THE
       01  BMI-WS-ARCH-TABLE.
           05  BMI-WS-ARCH-ENTRY        OCCURS 200 TIMES.
               10  BMI-WS-ENT-PURGE-DATE    PIC 9(08).
               10  BMI-WS-ENT-IMAGE         PIC X(66).

      *--------------------------------------------------------------
      * DISPLAY EDIT FIELDS
           IF BMI-WS-SIGNON-REFUSED
               STOP RUN
           END-IF.
           ACCEPT BMI-WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACC-STATUS = "35"
               CLOSE ACCESS-LOG-FILE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           MOVE "Y" TO BMI-WS-AGAIN.
           PERFORM 0300-VIEW-ONE-PATIENT THRU 0300-EXIT
               UNTIL BMI-WS-AGAIN NOT = "Y".
           CLOSE ACCESS-LOG-FILE.
           STOP RUN.

      *================================================================
           END-IF.

           PERFORM 0500-LIST-ARCHIVE-ROWS THRU 0500-EXIT.
           PERFORM 0700-WRITE-ACCESS-LOG THRU 0700-EXIT.
           IF BMI-WS-MAY-RESTORE
               PERFORM 0600-RESTORE-PICKS THRU 0600-EXIT
           END-IF.
           END-WRITE.
       0610-EXIT.
           EXIT.

      *================================================================
      *  0700 - ONE ACCESS-LOG ROW FOR THE ROWS JUST LISTED
      *================================================================
       0700-WRITE-ACCESS-LOG.
           ACCEPT BMI-WS-ACCESS-TIME FROM TIME.
           MOVE BMI-WS-ROW-COUNT TO BMI-WS-ACC-ROWS.
           MOVE BMI-WS-OPERATOR-ID TO BMI-ACC-OPERATOR-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-ACC-ACCESS-DATE.
           MOVE BMI-WS-ACCESS-TIME TO BMI-ACC-ACCESS-TIME.
           MOVE BMI-WS-LOOKUP-ID TO BMI-ACC-PATIENT-ID.
           MOVE "BMI-ARCHVIEW" TO BMI-ACC-PROGRAM.
           MOVE "A" TO BMI-ACC-VIEW-CODE.
           MOVE BMI-WS-ACC-SHOWN-TEXT TO BMI-ACC-SHOWN.
           WRITE BMI-ACC-RECORD.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "** ACCESS-LOG WRITE FAILED - STATUS "
                   WS-ACC-STATUS " **"
           END-IF.
       0700-EXIT.
           EXIT.
       END PROGRAM BMI-ARCHVIEW.
