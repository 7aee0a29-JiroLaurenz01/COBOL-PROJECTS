
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  NEW DEVICE FUNCTION - VOIDS, AS A GROUP, THE
      *                 LIVE BMI-HISTORY ROWS TAKEN ON ONE SCALE KIOSK
      *                 BETWEEN TWO RUN DATES, FOR A SCALE FOUND OUT OF
      *                 CALIBRATION. THE ROWS ARE LISTED (EACH ONE TO
      *                 ACCESSLG) BEFORE ONE REASON AND CONFIRMATION,
      *                 AND EACH VOID GOES TO VOIDAUD AS A SINGLE-ROW
      *                 VOID DOES. A CORRECTION ROW IS NOW STAMPED AS
      *                 A CLINIC READING.
      * 2026-10-15  JL  THE PATIENT LOOKUP, AND THE HISTORY ROW SHOWN
      *                 BEFORE A VOID, NOW WRITE A ROW TO THE ACCESSLG
      *                 ACCESS LOG WITH THE OPERATOR, DATE AND TIME,
      *                 WHETHER OR NOT A CHANGE FOLLOWS.
      * 2026-10-15  JL  A PATIENT FOLDED INTO ANOTHER BY BMI-MERGE
      *                 CAN NO LONGER BE CORRECTED OR HAVE ITS STATUS
      *                 SET HERE - THE OPERATOR IS SENT TO THE
      *                 SURVIVING ID, OR TO BMI-MERGE TO UNDO A MERGE
      *                 KEYED IN ERROR.
      * 2026-09-02  JL  PEDIATRIC CLASSIFICATION - A CORRECTION FOR
      *                 AN UNDER-20 PATIENT NOW CLASSIFIES BY
      *                 BMI-FOR-AGE PERCENTILE FROM THE PCTTABL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTTAB-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
       FD  PCT-TABLE-FILE.
           COPY BMIPCT.

       FD  ACCESS-LOG-FILE.
           COPY BMIACC.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-MAUD-STATUS               PIC XX.
       77  WS-VAUD-STATUS               PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-PCTTAB-STATUS             PIC XX.
       77  WS-ACC-STATUS                PIC XX.

      * SIGN-ON CHECK AGAINST THE OPERATOR MASTER. WHEN OPERMAST IS
      * NOT ON FILE THE CHECK IS OFF AND ANY ID RUNS, AS ALWAYS.
           88  BMI-WS-FUNC-CORRECT          VALUE "C".
           88  BMI-WS-FUNC-STATUS           VALUE "S".
           88  BMI-WS-FUNC-VOID             VALUE "V".
           88  BMI-WS-FUNC-DEVICE           VALUE "D".

       77  BMI-WS-NEW-STATUS            PIC X(01).
       77  BMI-WS-AUDIT-ACTION          PIC X(01).

      * WHAT THE ACCESS-LOG ROW SAYS WAS SHOWN.
       77  BMI-WS-ACC-VIEW-CODE         PIC X(01).
       77  BMI-WS-ACC-SHOWN             PIC X(40).

      *--------------------------------------------------------------
      * VOID FUNCTION WORK FIELDS - THE FULL HISTORY KEY AS KEYED BY
      * THE OPERATOR, AND THE REASON THAT GOES TO THE VOIDAUD TRAIL.
       77  BMI-WS-VOID-REASON           PIC X(30).
       77  BMI-WS-EDIT-BMI              PIC Z9.99.

      *--------------------------------------------------------------
      * DEVICE FUNCTION WORK FIELDS - THE KIOSK AND THE RUN-DATE
      * RANGE AS KEYED, AND THE TWO PASSES OVER BMI-HISTORY (LIST,
      * THEN VOID) THAT SHARE THE SAME ROW SELECTION.
      *--------------------------------------------------------------
       77  BMI-WS-DEVICE-ID             PIC X(08).
       77  BMI-WS-FROM-DATE             PIC 9(08).
       77  BMI-WS-TO-DATE               PIC 9(08).
       77  BMI-WS-DEVICE-ROWS           PIC 9(05).
       77  BMI-WS-DEVICE-VOIDED         PIC 9(05).
       77  BMI-WS-SCAN-EOF-SW           PIC X(01).
           88  BMI-WS-END-OF-SCAN           VALUE "Y".
       77  BMI-WS-ROW-PICKED-SW         PIC X(01).
           88  BMI-WS-ROW-PICKED            VALUE "Y".

       77  BMI-WS-VALID-SW              PIC X(01).
           88  BMI-WS-DATA-VALID            VALUE "Y".
           88  BMI-WS-DATA-INVALID          VALUE "N".
               CLOSE VOID-AUDIT-FILE
               OPEN OUTPUT VOID-AUDIT-FILE
           END-IF.

           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACC-STATUS = "35"
               CLOSE ACCESS-LOG-FILE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
       0300-EXIT.
           EXIT.

      *================================================================
       0400-MAINTAIN-ONE-PATIENT.
           DISPLAY "Enter function - C correct weight/height,"
               " S set status, V void history row,"
               " D void kiosk device readings (blank to quit): ".
           ACCEPT BMI-WS-FUNCTION.
           IF BMI-WS-FUNCTION = SPACES
               MOVE "N" TO BMI-WS-AGAIN
               GO TO 0400-EXIT
           END-IF.
           IF NOT BMI-WS-FUNC-CORRECT AND NOT BMI-WS-FUNC-STATUS
              AND NOT BMI-WS-FUNC-VOID AND NOT BMI-WS-FUNC-DEVICE
               DISPLAY "INVALID FUNCTION."
               GO TO 0400-EXIT
           END-IF.

      * A DEVICE VOID SPANS PATIENTS, SO IT IS KEYED BY THE KIOSK.
           IF BMI-WS-FUNC-DEVICE
               PERFORM 0480-VOID-DEVICE-READINGS THRU 0480-EXIT
               GO TO 0400-EXIT
           END-IF.

           DISPLAY "Enter patient ID: ".
           ACCEPT BMI-WS-LOOKUP-ID.
           IF BMI-WS-LOOKUP-ID = SPACES
                   GO TO 0400-EXIT
           END-READ.

           MOVE "L" TO BMI-WS-ACC-VIEW-CODE.
           IF BMI-WS-FUNC-STATUS
               MOVE "MASTER LOOKUP FOR STATUS CHANGE"
                   TO BMI-WS-ACC-SHOWN
           ELSE
               MOVE "MASTER LOOKUP FOR WEIGHT/HEIGHT CORRECTION"
                   TO BMI-WS-ACC-SHOWN
           END-IF.
           PERFORM 0800-WRITE-ACCESS-LOG THRU 0800-EXIT.

      * A MERGED RECORD ONLY POINTS AT ITS SURVIVOR - ITS STATUS AND
      * POINTER BELONG TO BMI-MERGE, WHICH ALSO UNDOES A BAD MERGE.
           IF BMI-PAT-MERGED
               DISPLAY "PATIENT " BMI-WS-LOOKUP-ID " WAS MERGED INTO "
                   BMI-REC-MERGED-TO-ID " - MAINTAIN THAT ID, OR UNDO"
                   " THE MERGE WITH BMI-MERGE."
               GO TO 0400-EXIT
           END-IF.

           MOVE BMI-REC-STATUS TO BMI-WS-OLD-STATUS.
           IF BMI-WS-FUNC-STATUS
               PERFORM 0440-SET-ONE-STATUS THRU 0440-EXIT
               BMI-HIST-RUN-DATE " SEQ " BMI-HIST-SEQ
               " BMI " BMI-WS-EDIT-BMI
               " STATUS " BMI-HIST-STATUS-MSG.
           MOVE "H" TO BMI-WS-ACC-VIEW-CODE.
           MOVE "HISTORY ROW SHOWN FOR VOID" TO BMI-WS-ACC-SHOWN.
           PERFORM 0800-WRITE-ACCESS-LOG THRU 0800-EXIT.
           DISPLAY "Enter reason for the void: ".
           ACCEPT BMI-WS-VOID-REASON.
           IF BMI-WS-VOID-REASON = SPACES
       0470-EXIT.
           EXIT.

      *================================================================
      *  0480 - VOID THE LIVE ROWS ONE SCALE KIOSK RECORDED BETWEEN
      *  TWO RUN DATES. BMI-HISTORY IS KEYED BY PATIENT, SO BOTH
      *  PASSES READ THE WHOLE FILE: THE FIRST LISTS THE ROWS FOR
      *  THE OPERATOR, THE SECOND VOIDS THEM ONCE CONFIRMED. EACH
      *  VOIDED ROW GETS ITS OWN VOIDAUD ROW, AS A SINGLE VOID DOES.
      *================================================================
       0480-VOID-DEVICE-READINGS.
           DISPLAY "Enter kiosk device ID: ".
           ACCEPT BMI-WS-DEVICE-ID.
           IF BMI-WS-DEVICE-ID = SPACES
               GO TO 0480-EXIT
           END-IF.
           DISPLAY "Enter first run date to void (YYYYMMDD): ".
           ACCEPT BMI-WS-FROM-DATE.
           DISPLAY "Enter last run date to void (YYYYMMDD): ".
           ACCEPT BMI-WS-TO-DATE.
           IF BMI-WS-FROM-DATE NOT NUMERIC
              OR BMI-WS-TO-DATE NOT NUMERIC
               DISPLAY "DATES MUST BE NUMERIC."
               GO TO 0480-EXIT
           END-IF.
           IF BMI-WS-FROM-DATE > BMI-WS-TO-DATE
               DISPLAY "FIRST DATE IS AFTER THE LAST DATE."
               GO TO 0480-EXIT
           END-IF.

           MOVE ZERO TO BMI-WS-DEVICE-ROWS.
           PERFORM 0485-START-HISTORY-SCAN THRU 0485-EXIT.
           PERFORM 0482-LIST-ONE-ROW THRU 0482-EXIT
               UNTIL BMI-WS-END-OF-SCAN.
           IF BMI-WS-DEVICE-ROWS = ZERO
               DISPLAY "NO LIVE READINGS FROM KIOSK " BMI-WS-DEVICE-ID
                   " IN THAT DATE RANGE."
               GO TO 0480-EXIT
           END-IF.
           DISPLAY BMI-WS-DEVICE-ROWS " READINGS FROM KIOSK "
               BMI-WS-DEVICE-ID " LISTED.".

           DISPLAY "Enter reason for the void: ".
           ACCEPT BMI-WS-VOID-REASON.
           IF BMI-WS-VOID-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NO ROWS VOIDED."
               GO TO 0480-EXIT
           END-IF.

           DISPLAY "Confirm void of " BMI-WS-DEVICE-ROWS
               " readings (Y/N): ".
           ACCEPT BMI-WS-CONFIRM.
           IF NOT BMI-WS-CONFIRMED
               DISPLAY "VOID CANCELLED."
               GO TO 0480-EXIT
           END-IF.

           MOVE ZERO TO BMI-WS-DEVICE-VOIDED.
           PERFORM 0485-START-HISTORY-SCAN THRU 0485-EXIT.
           PERFORM 0484-VOID-ONE-DEVICE-ROW THRU 0484-EXIT
               UNTIL BMI-WS-END-OF-SCAN.
           DISPLAY BMI-WS-DEVICE-VOIDED " READINGS FROM KIOSK "
               BMI-WS-DEVICE-ID " VOIDED.".
       0480-EXIT.
           EXIT.

       0482-LIST-ONE-ROW.
           PERFORM 0486-NEXT-DEVICE-ROW THRU 0486-EXIT.
           IF NOT BMI-WS-ROW-PICKED
               GO TO 0482-EXIT
           END-IF.
           ADD 1 TO BMI-WS-DEVICE-ROWS.
           MOVE BMI-HIST-BMI-VALUE TO BMI-WS-EDIT-BMI.
           DISPLAY "ROW " BMI-HIST-PATIENT-ID " "
               BMI-HIST-RUN-DATE " SEQ " BMI-HIST-SEQ
               " BMI " BMI-WS-EDIT-BMI
               " STATUS " BMI-HIST-STATUS-MSG.
           MOVE BMI-HIST-PATIENT-ID TO BMI-WS-LOOKUP-ID.
           MOVE "H" TO BMI-WS-ACC-VIEW-CODE.
           MOVE "KIOSK ROW SHOWN FOR DEVICE VOID"
               TO BMI-WS-ACC-SHOWN.
           PERFORM 0800-WRITE-ACCESS-LOG THRU 0800-EXIT.
       0482-EXIT.
           EXIT.

       0484-VOID-ONE-DEVICE-ROW.
           PERFORM 0486-NEXT-DEVICE-ROW THRU 0486-EXIT.
           IF NOT BMI-WS-ROW-PICKED
               GO TO 0484-EXIT
           END-IF.
           MOVE "V" TO BMI-HIST-VOID-FLAG.
           REWRITE BMI-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "** HISTORY REWRITE FAILED - STATUS "
                       WS-HISTORY-STATUS " - " BMI-HIST-PATIENT-ID
                       " " BMI-HIST-RUN-DATE " SEQ " BMI-HIST-SEQ
                       " NOT VOIDED **"
                   GO TO 0484-EXIT
           END-REWRITE.
           MOVE BMI-HIST-PATIENT-ID TO BMI-WS-LOOKUP-ID.
           MOVE BMI-HIST-RUN-DATE TO BMI-WS-VOID-DATE.
           MOVE BMI-HIST-SEQ TO BMI-WS-VOID-SEQ.
           PERFORM 0470-WRITE-VOID-AUDIT THRU 0470-EXIT.
           ADD 1 TO BMI-WS-DEVICE-VOIDED.
       0484-EXIT.
           EXIT.

       0485-START-HISTORY-SCAN.
           MOVE "N" TO BMI-WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO BMI-HIST-KEY.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN BMI-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO BMI-WS-SCAN-EOF-SW
           END-START.
       0485-EXIT.
           EXIT.

      * THE NEXT ROW, AND WHETHER IT IS A LIVE READING FROM THE KIOSK
      * AND RUN-DATE RANGE BEING VOIDED.
       0486-NEXT-DEVICE-ROW.
           MOVE "N" TO BMI-WS-ROW-PICKED-SW.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-SCAN-EOF-SW
                   GO TO 0486-EXIT
           END-READ.
           IF BMI-HIST-SRC-KIOSK
              AND BMI-HIST-DEVICE-ID = BMI-WS-DEVICE-ID
              AND BMI-HIST-RUN-DATE NOT < BMI-WS-FROM-DATE
              AND BMI-HIST-RUN-DATE NOT > BMI-WS-TO-DATE
              AND NOT BMI-HIST-VOIDED
               MOVE "Y" TO BMI-WS-ROW-PICKED-SW
           END-IF.
       0486-EXIT.
           EXIT.

       0500-WRITE-MAINT-AUDIT.
           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-MA-OPERATOR-ID.
           MOVE "N" TO BMI-HIST-EXTRACTED-FLAG.
           MOVE "N" TO BMI-HIST-VOID-FLAG.
           MOVE BMI-WS-PERCENTILE TO BMI-HIST-PERCENTILE.
           MOVE "C" TO BMI-HIST-SOURCE.
           MOVE SPACES TO BMI-HIST-DEVICE-ID.
      * SEQUENCE 0001 IS RESERVED FOR THE BATCH RUN EVEN WHEN IT
      * HAS NOT RUN YET FOR THIS DATE - A CORRECTION STARTS AT 0002
      * SO A LATE-ARRIVING BATCH CAN STILL RECORD THE PATIENT
       0730-EXIT.
           EXIT.

      *================================================================
      *  0800 - ONE ACCESS-LOG ROW FOR WHAT WAS JUST SHOWN
      *================================================================
       0800-WRITE-ACCESS-LOG.
           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-ACC-OPERATOR-ID.
           MOVE BMI-WS-CHANGE-DATE TO BMI-ACC-ACCESS-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-ACC-ACCESS-TIME.
           MOVE BMI-WS-LOOKUP-ID TO BMI-ACC-PATIENT-ID.
           MOVE "BMI-MAINTENANCE" TO BMI-ACC-PROGRAM.
           MOVE BMI-WS-ACC-VIEW-CODE TO BMI-ACC-VIEW-CODE.
           MOVE BMI-WS-ACC-SHOWN TO BMI-ACC-SHOWN.
           WRITE BMI-ACC-RECORD.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "** ACCESS-LOG WRITE FAILED - STATUS "
                   WS-ACC-STATUS " **"
           END-IF.
       0800-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE PATIENT-MASTER-FILE MAINT-AUDIT-FILE BMI-HISTORY-FILE
                 VOID-AUDIT-FILE ACCESS-LOG-FILE.
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-MAINTENANCE.
