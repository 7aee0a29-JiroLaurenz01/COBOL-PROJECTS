
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  MARKING AN ITEM CONTACTED NOW STAMPS THE
      *                 CONTACTED DATE ON IT, SO THE QUALITY MEASURE
      *                 CAN TELL WHEN THE FOLLOW-UP HAPPENED.
      * 2026-10-15  JL  EVERY ITEM SHOWN - EACH PATIENT ON THE OPEN-
      *                 ITEM LISTING AND THE ITEM PULLED UP TO RECORD
      *                 AN OUTCOME - NOW WRITES A ROW TO THE ACCESSLG
      *                 ACCESS LOG WITH THE OPERATOR, DATE AND TIME.
      * 2026-09-02  JL  INITIAL VERSION - THE CARE TEAM'S VIEW OF
      *                 THE FOLLOW-UP WORKLIST BMI-TREND BUILDS FROM
      *                 ITS FLAGS. LISTS THE ITEMS NOT YET CLOSED,
               RECORD KEY IS BMI-WORK-KEY
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  WORKLIST-FILE.
           COPY BMIWRK.

       FD  ACCESS-LOG-FILE.
           COPY BMIACC.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       WORKING-STORAGE SECTION.
       77  WS-WORKLIST-STATUS           PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-ACC-STATUS                PIC XX.

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-RUN-DATE              PIC 9(08).
       77  BMI-WS-ACCESS-TIME           PIC 9(08).
       77  BMI-WS-ACC-SHOWN             PIC X(40).

      * SIGN-ON CHECK AGAINST THE OPERATOR MASTER. WHEN OPERMAST IS
      * NOT ON FILE THE CHECK IS OFF AND ANY ID RUNS, AS ALWAYS.
               MOVE "Y" TO BMI-WS-AGAIN
               PERFORM 0300-WORK-ONE-FUNCTION THRU 0300-EXIT
                   UNTIL BMI-WS-AGAIN NOT = "Y"
               CLOSE WORKLIST-FILE ACCESS-LOG-FILE
           END-IF.
           STOP RUN.

                   WS-WORKLIST-STATUS
                   " - NOTHING TO WORK UNTIL BMI-TREND HAS RUN."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
               GO TO 0200-EXIT
           END-IF.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACC-STATUS = "35"
               CLOSE ACCESS-LOG-FILE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
       0200-EXIT.
           EXIT.
               "  " BMI-WORK-FLAG-COUNT
               " " BMI-WORK-STATUS
               " " BMI-WORK-FLAG-REASON.
           MOVE "OPEN-ITEM LISTING" TO BMI-WS-ACC-SHOWN.
           PERFORM 0600-WRITE-ACCESS-LOG THRU 0600-EXIT.
       0410-EXIT.
           EXIT.

           IF BMI-WORK-OUTCOME NOT = SPACES
               DISPLAY "LAST OUTCOME: " BMI-WORK-OUTCOME
           END-IF.
           MOVE "ITEM AND LAST OUTCOME FOR UPDATE" TO BMI-WS-ACC-SHOWN.
           PERFORM 0600-WRITE-ACCESS-LOG THRU 0600-EXIT.

           DISPLAY "Enter new status - C contacted, X closed: ".
           ACCEPT BMI-WS-NEW-STATUS.
           IF BMI-WORK-CLOSED
               MOVE BMI-WS-RUN-DATE TO BMI-WORK-CLOSED-DATE
           END-IF.
           IF BMI-WORK-CONTACTED
               MOVE BMI-WS-RUN-DATE TO BMI-WORK-CONTACTED-DATE
           END-IF.
           REWRITE BMI-WORK-RECORD
               INVALID KEY
                   DISPLAY "** WORKLIST REWRITE FAILED - STATUS "
           DISPLAY "ITEM UPDATED.".
       0500-EXIT.
           EXIT.

      *================================================================
      *  0600 - ONE ACCESS-LOG ROW FOR THE ITEM JUST SHOWN. THE ITEM
      *  RECORD IS STILL IN THE WORKLIST RECORD AREA.
      *================================================================
       0600-WRITE-ACCESS-LOG.
           ACCEPT BMI-WS-ACCESS-TIME FROM TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-ACC-OPERATOR-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-ACC-ACCESS-DATE.
           MOVE BMI-WS-ACCESS-TIME TO BMI-ACC-ACCESS-TIME.
           MOVE BMI-WORK-PATIENT-ID TO BMI-ACC-PATIENT-ID.
           MOVE "BMI-WORKLIST" TO BMI-ACC-PROGRAM.
           MOVE "W" TO BMI-ACC-VIEW-CODE.
           MOVE BMI-WS-ACC-SHOWN TO BMI-ACC-SHOWN.
           WRITE BMI-ACC-RECORD.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "** ACCESS-LOG WRITE FAILED - STATUS "
                   WS-ACC-STATUS " **"
           END-IF.
       0600-EXIT.
           EXIT.
       END PROGRAM BMI-WORKLIST.
