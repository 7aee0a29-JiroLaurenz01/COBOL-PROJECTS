       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-SUSPENSE".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  WHEN THE SUSPENSE ROW CANNOT BE MARKED
      *                 DECIDED, A RELEASE TAKES BACK THE HISTORY ROW
      *                 IT JUST FILED AND THE READING IS LEFT PENDING,
      *                 SO IT CANNOT BE RELEASED TWICE. SUSPAUD IS
      *                 WRITTEN ONLY ONCE BOTH FILES ARE UPDATED.
      * 2026-10-15  JL  A READING RELEASED FOR A PATIENT BMI-MERGE HAS
      *                 SINCE FOLDED INTO ANOTHER RECORD IS FILED
      *                 UNDER THE SURVIVING ID, AS THE BATCH FILES A
      *                 MERGED ID'S READING. WHEN PATIENT-MASTER IS
      *                 NOT AVAILABLE THE REDIRECT IS OFF.
      * 2026-10-15  JL  A RELEASED READING CARRIES ITS SOURCE AND KIOSK
      *                 DEVICE FROM THE SUSPENSE ROW ONTO BMI-HISTORY.
      * 2026-10-15  JL  INITIAL VERSION - REVIEW OF THE READINGS THE
      *                 BATCH HELD IN BMISUSP AS IMPLAUSIBLE AGAINST
      *                 THE PATIENT'S OWN HISTORY. LISTS THE PENDING
      *                 ROWS, AND RELEASES ONE TO BMI-HISTORY (FILED
      *                 AT SEQUENCE 0001 FOR ITS RUN DATE, EXACTLY AS
      *                 THE BATCH WOULD HAVE WRITTEN IT) OR REJECTS
      *                 IT. EVERY DECISION IS STAMPED ON THE SUSPENSE
      *                 ROW AND WRITTEN TO THE SUSPAUD TRAIL WITH THE
      *                 OPERATOR'S NOTE. THE CLINICAL MAINTENANCE
      *                 ROLE (OR PURGE AUTHORITY) IS REQUIRED.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "BMISUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUSP-AUDIT-FILE ASSIGN TO "SUSPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUD-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY BMISUSP.

       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  SUSP-AUDIT-FILE.
           COPY BMISAUD.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       WORKING-STORAGE SECTION.
       77  WS-SUSP-STATUS               PIC XX.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-SAUD-STATUS               PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-MASTER-STATUS             PIC XX.

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-RUN-DATE              PIC 9(08).
       77  BMI-WS-CHANGE-TIME           PIC 9(08).

      * SIGN-ON CHECK AGAINST THE OPERATOR MASTER. WHEN OPERMAST IS
      * NOT ON FILE THE CHECK IS OFF AND ANY ID RUNS, AS ALWAYS.
       77  BMI-WS-SIGNON-OK-SW          PIC X(01) VALUE "Y".
           88  BMI-WS-SIGNON-OK             VALUE "Y".
           88  BMI-WS-SIGNON-REFUSED        VALUE "N".

       77  BMI-WS-AGAIN                 PIC X(01).
           88  BMI-WS-DO-ANOTHER            VALUE "Y".

       77  BMI-WS-FUNCTION              PIC X(01).
           88  BMI-WS-FUNC-LIST             VALUE "L".
           88  BMI-WS-FUNC-RELEASE          VALUE "R".
           88  BMI-WS-FUNC-REJECT           VALUE "X".

       77  BMI-WS-LOOKUP-ID             PIC X(06).
       77  BMI-WS-LOOKUP-DATE           PIC 9(08).
       77  BMI-WS-DECISION-NOTE         PIC X(30).

       77  BMI-WS-CONFIRM               PIC X(01).
           88  BMI-WS-CONFIRMED             VALUE "Y".

       77  BMI-WS-BROWSE-EOF-SW         PIC X(01).
           88  BMI-WS-END-OF-BROWSE         VALUE "Y".

      * SET ONLY WHEN THE RELEASED ROW IS ACTUALLY ON BMI-HISTORY.
       77  BMI-WS-HIST-WRITTEN-SW       PIC X(01).
           88  BMI-WS-HIST-WRITTEN          VALUE "Y".
       77  BMI-WS-HIST-STOP-SW          PIC X(01).
           88  BMI-WS-HIST-STOP             VALUE "Y".

      * MERGE REDIRECT ON RELEASE. WHEN THE MASTER CANNOT BE OPENED
      * THE READING IS FILED UNDER THE ID IT WAS HELD UNDER.
       77  BMI-WS-MASTER-OK-SW          PIC X(01) VALUE "N".
           88  BMI-WS-MASTER-OPENED         VALUE "Y".
       77  BMI-WS-FILE-ID               PIC X(06).

       77  BMI-WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
       77  BMI-WS-EDIT-COUNT            PIC Z(04)9.
       77  BMI-WS-EDIT-BMI              PIC Z9.99.
       77  BMI-WS-EDIT-WEIGHT           PIC ZZ9.99.
       77  BMI-WS-EDIT-HEIGHT           PIC ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
      *================================================================
       0100-START-HERE.
           PERFORM 0150-VERIFY-OPERATOR THRU 0150-EXIT.
           IF BMI-WS-SIGNON-REFUSED
               STOP RUN
           END-IF.
           PERFORM 0200-OPEN-FILES THRU 0200-EXIT.
           IF BMI-WS-SIGNON-OK
               MOVE "Y" TO BMI-WS-AGAIN
               PERFORM 0300-WORK-ONE-FUNCTION THRU 0300-EXIT
                   UNTIL BMI-WS-AGAIN NOT = "Y"
               CLOSE SUSPENSE-FILE BMI-HISTORY-FILE SUSP-AUDIT-FILE
               IF BMI-WS-MASTER-OPENED
                   CLOSE PATIENT-MASTER-FILE
               END-IF
           END-IF.
           STOP RUN.

      *================================================================
      *  0150 - VERIFY THE OPERATOR AGAINST OPERMAST. RELEASING OR
      *  REJECTING A READING NEEDS ROLE C, OR PURGE AUTHORITY P WHICH
      *  COVERS EVERYTHING.
      *================================================================
       0150-VERIFY-OPERATOR.
           ACCEPT BMI-WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Enter operator/user ID: ".
           ACCEPT BMI-WS-OPERATOR-ID.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERATOR MASTER NOT ON FILE - SIGN-ON CHECK"
                   " OFF."
               GO TO 0150-EXIT
           END-IF.
           MOVE BMI-WS-OPERATOR-ID TO BMI-OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                       " NOT ON FILE - RUN REFUSED."
                   MOVE "N" TO BMI-WS-SIGNON-OK-SW
                   CLOSE OPERATOR-MASTER-FILE
                   GO TO 0150-EXIT
           END-READ.
           IF BMI-OPER-DISABLED
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " IS DISABLED - RUN REFUSED."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
               CLOSE OPERATOR-MASTER-FILE
               GO TO 0150-EXIT
           END-IF.
           IF NOT BMI-OPER-ROLE-CLINICAL
              AND NOT BMI-OPER-ROLE-PURGE
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " LACKS CLINICAL MAINTENANCE AUTHORITY -"
                   " RUN REFUSED."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
       0150-EXIT.
           EXIT.

      * THE SUSPENSE FILE IS CREATED BY THE BATCH - WITHOUT IT THERE
      * IS NOTHING TO REVIEW. BMI-HISTORY AND THE AUDIT TRAIL ARE
      * CREATED ON FIRST USE, SAME AS BMI-MAINTENANCE.
       0200-OPEN-FILES.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "SUSPENSE FILE NOT AVAILABLE - STATUS "
                   WS-SUSP-STATUS
                   " - NOTHING TO REVIEW UNTIL THE BATCH HAS RUN."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
               GO TO 0200-EXIT
           END-IF.

           OPEN I-O BMI-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BMI-HISTORY-FILE
               CLOSE BMI-HISTORY-FILE
               OPEN I-O BMI-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
               CLOSE SUSPENSE-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN EXTEND SUSP-AUDIT-FILE.
           IF WS-SAUD-STATUS = "35"
               CLOSE SUSP-AUDIT-FILE
               OPEN OUTPUT SUSP-AUDIT-FILE
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO BMI-WS-MASTER-OK-SW
           ELSE
               DISPLAY "PATIENT-MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - MERGE REDIRECT OFF."
           END-IF.
       0200-EXIT.
           EXIT.

       0300-WORK-ONE-FUNCTION.
           DISPLAY "Enter function - L list pending, R release to"
               " history, X reject (blank to quit): ".
           ACCEPT BMI-WS-FUNCTION.
           EVALUATE TRUE
               WHEN BMI-WS-FUNCTION = SPACES
                   MOVE "N" TO BMI-WS-AGAIN
               WHEN BMI-WS-FUNC-LIST
                   PERFORM 0400-LIST-PENDING THRU 0400-EXIT
               WHEN BMI-WS-FUNC-RELEASE
                   PERFORM 0500-DECIDE-ONE-READING THRU 0500-EXIT
               WHEN BMI-WS-FUNC-REJECT
                   PERFORM 0500-DECIDE-ONE-READING THRU 0500-EXIT
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION."
           END-EVALUATE.
       0300-EXIT.
           EXIT.

      *================================================================
      *  0400 SERIES - EVERY READING STILL PENDING, IN KEY ORDER
      *================================================================
       0400-LIST-PENDING.
           MOVE ZERO TO BMI-WS-PENDING-COUNT.
           MOVE "N" TO BMI-WS-BROWSE-EOF-SW.
           MOVE LOW-VALUES TO BMI-SUSP-KEY.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN BMI-SUSP-KEY
               INVALID KEY
                   MOVE "Y" TO BMI-WS-BROWSE-EOF-SW
           END-START.
           DISPLAY "PATIENT RUN DATE   BMI   REASON".
           PERFORM 0410-LIST-ONE-READING THRU 0410-EXIT
               UNTIL BMI-WS-END-OF-BROWSE.
           MOVE BMI-WS-PENDING-COUNT TO BMI-WS-EDIT-COUNT.
           DISPLAY "PENDING READINGS: " BMI-WS-EDIT-COUNT.
       0400-EXIT.
           EXIT.

       0410-LIST-ONE-READING.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-BROWSE-EOF-SW
                   GO TO 0410-EXIT
           END-READ.
           IF NOT BMI-SUSP-PENDING
               GO TO 0410-EXIT
           END-IF.
           ADD 1 TO BMI-WS-PENDING-COUNT.
           MOVE BMI-SUSP-BMI-VALUE TO BMI-WS-EDIT-BMI.
           DISPLAY BMI-SUSP-PATIENT-ID "  " BMI-SUSP-RUN-DATE
               "  " BMI-WS-EDIT-BMI
               " " BMI-SUSP-REASON-TEXT.
       0410-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - RELEASE OR REJECT ONE PENDING READING. THE
      *  READING AND THE PRIOR ROW IT WAS CHECKED AGAINST ARE SHOWN
      *  SIDE BY SIDE, A NOTE IS REQUIRED, AND THE DECISION IS
      *  STAMPED ON THE ROW AND AUDITED.
      *================================================================
       0500-DECIDE-ONE-READING.
           DISPLAY "Enter patient ID: ".
           ACCEPT BMI-WS-LOOKUP-ID.
           DISPLAY "Enter the reading's run date (YYYYMMDD): ".
           ACCEPT BMI-WS-LOOKUP-DATE.
           IF BMI-WS-LOOKUP-ID = SPACES
              OR BMI-WS-LOOKUP-DATE NOT NUMERIC
               DISPLAY "PATIENT ID AND RUN DATE ARE REQUIRED."
               GO TO 0500-EXIT
           END-IF.

           MOVE BMI-WS-LOOKUP-ID TO BMI-SUSP-PATIENT-ID.
           MOVE BMI-WS-LOOKUP-DATE TO BMI-SUSP-RUN-DATE.
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "NO SUSPENDED READING ON FILE FOR THAT KEY."
                   GO TO 0500-EXIT
           END-READ.
           IF NOT BMI-SUSP-PENDING
               DISPLAY "READING WAS ALREADY DECIDED ON "
                   BMI-SUSP-DECIDED-DATE " BY " BMI-SUSP-OPERATOR-ID
                   " - NO CHANGE MADE."
               GO TO 0500-EXIT
           END-IF.

           MOVE BMI-SUSP-WEIGHT TO BMI-WS-EDIT-WEIGHT.
           MOVE BMI-SUSP-HEIGHT TO BMI-WS-EDIT-HEIGHT.
           MOVE BMI-SUSP-BMI-VALUE TO BMI-WS-EDIT-BMI.
           DISPLAY "READING " BMI-SUSP-PATIENT-ID " "
               BMI-SUSP-RUN-DATE " UNITS " BMI-SUSP-UNIT-FLAG
               " WT " BMI-WS-EDIT-WEIGHT " HT " BMI-WS-EDIT-HEIGHT
               " BMI " BMI-WS-EDIT-BMI " " BMI-SUSP-STATUS-MSG.
           MOVE BMI-SUSP-PRIOR-WEIGHT TO BMI-WS-EDIT-WEIGHT.
           MOVE BMI-SUSP-PRIOR-HEIGHT TO BMI-WS-EDIT-HEIGHT.
           DISPLAY "PRIOR   " BMI-SUSP-PATIENT-ID " "
               BMI-SUSP-PRIOR-RUN-DATE " UNITS "
               BMI-SUSP-PRIOR-UNIT-FLAG
               " WT " BMI-WS-EDIT-WEIGHT " HT " BMI-WS-EDIT-HEIGHT
               " SEQ " BMI-SUSP-PRIOR-SEQ.
           DISPLAY "HELD BECAUSE: " BMI-SUSP-REASON-TEXT.

           DISPLAY "Enter a note for the decision: ".
           ACCEPT BMI-WS-DECISION-NOTE.
           IF BMI-WS-DECISION-NOTE = SPACES
               DISPLAY "A NOTE IS REQUIRED - NO CHANGE MADE."
               GO TO 0500-EXIT
           END-IF.

           IF BMI-WS-FUNC-RELEASE
               DISPLAY "Confirm release to history (Y/N): "
           ELSE
               DISPLAY "Confirm reject (Y/N): "
           END-IF.
           ACCEPT BMI-WS-CONFIRM.
           IF NOT BMI-WS-CONFIRMED
               DISPLAY "DECISION CANCELLED."
               GO TO 0500-EXIT
           END-IF.

           MOVE ZERO TO BMI-SUSP-RELEASED-SEQ.
           IF BMI-WS-FUNC-RELEASE
               PERFORM 0510-RELEASE-TO-HISTORY THRU 0510-EXIT
               IF NOT BMI-WS-HIST-WRITTEN
                   DISPLAY "READING LEFT PENDING."
                   GO TO 0500-EXIT
               END-IF
               MOVE "R" TO BMI-SUSP-STATE
           ELSE
               MOVE "X" TO BMI-SUSP-STATE
           END-IF.
           MOVE BMI-WS-RUN-DATE TO BMI-SUSP-DECIDED-DATE.
           MOVE BMI-WS-OPERATOR-ID TO BMI-SUSP-OPERATOR-ID.
      * THE HISTORY ROW IS FILED FIRST SO THE SUSPENSE ROW CAN CARRY
      * ITS SEQUENCE. IF THE SUSPENSE ROW THEN CANNOT BE MARKED, THE
      * HISTORY ROW IS TAKEN BACK - A READING STILL PENDING WITH A
      * LIVE HISTORY ROW COULD BE RELEASED A SECOND TIME.
           REWRITE BMI-SUSP-RECORD
               INVALID KEY
                   DISPLAY "** SUSPENSE REWRITE FAILED - STATUS "
                       WS-SUSP-STATUS " **"
                   IF BMI-WS-FUNC-RELEASE
                       PERFORM 0530-TAKE-BACK-RELEASE THRU 0530-EXIT
                   END-IF
                   DISPLAY "READING LEFT PENDING."
                   GO TO 0500-EXIT
           END-REWRITE.

           PERFORM 0600-WRITE-SUSP-AUDIT THRU 0600-EXIT.
           IF BMI-SUSP-RELEASED
               DISPLAY "READING RELEASED TO HISTORY AT SEQUENCE "
                   BMI-SUSP-RELEASED-SEQ "."
           ELSE
               DISPLAY "READING REJECTED."
           END-IF.
       0500-EXIT.
           EXIT.

      * THE RELEASED ROW IS THE ONE THE BATCH WOULD HAVE WRITTEN, SO
      * IT TAKES SEQUENCE 0001 FOR ITS RUN DATE AND RECONCILE SEES
      * IT AS A BATCH ROW. IF 0001 IS SOMEHOW ALREADY TAKEN THE ROW
      * STILL GOES ON, AT THE NEXT FREE SEQUENCE. A PATIENT MERGED
      * AWAY SINCE THE READING WAS HELD HAS IT FILED UNDER THE
      * SURVIVOR, SAME AS BMI-CALCULATOR 0450 DOES FOR THE BATCH.
       0510-RELEASE-TO-HISTORY.
           MOVE "N" TO BMI-WS-HIST-WRITTEN-SW.
           MOVE "N" TO BMI-WS-HIST-STOP-SW.
           PERFORM 0515-FIND-FILING-ID THRU 0515-EXIT.
           MOVE BMI-WS-FILE-ID TO BMI-HIST-PATIENT-ID.
           MOVE BMI-SUSP-RUN-DATE TO BMI-HIST-RUN-DATE.
           MOVE 1 TO BMI-HIST-SEQ.
           MOVE BMI-SUSP-UNIT-FLAG TO BMI-HIST-UNIT-FLAG.
           MOVE BMI-SUSP-WEIGHT TO BMI-HIST-WEIGHT.
           MOVE BMI-SUSP-HEIGHT TO BMI-HIST-HEIGHT.
           MOVE BMI-SUSP-BMI-VALUE TO BMI-HIST-BMI-VALUE.
           MOVE BMI-SUSP-STATUS-MSG TO BMI-HIST-STATUS-MSG.
           MOVE "N" TO BMI-HIST-EXTRACTED-FLAG.
           MOVE "N" TO BMI-HIST-VOID-FLAG.
           MOVE BMI-SUSP-PERCENTILE TO BMI-HIST-PERCENTILE.
           MOVE BMI-SUSP-SOURCE TO BMI-HIST-SOURCE.
           MOVE BMI-SUSP-DEVICE-ID TO BMI-HIST-DEVICE-ID.
           PERFORM 0520-TRY-ONE-SEQ THRU 0520-EXIT
               UNTIL BMI-WS-HIST-WRITTEN
                  OR BMI-WS-HIST-STOP
                  OR BMI-HIST-SEQ > 9998.
           IF NOT BMI-WS-HIST-WRITTEN
               AND NOT BMI-WS-HIST-STOP
               DISPLAY "** BMI-HISTORY WRITE FAILED - NO FREE"
                   " SEQUENCE FOR " BMI-WS-FILE-ID " **"
           END-IF.
           IF BMI-WS-HIST-WRITTEN
               MOVE BMI-HIST-SEQ TO BMI-SUSP-RELEASED-SEQ
               IF BMI-HIST-SEQ NOT = 1
                   DISPLAY "SEQUENCE 0001 WAS TAKEN - ROW FILED AT "
                       BMI-HIST-SEQ "."
               END-IF
           END-IF.
       0510-EXIT.
           EXIT.

       0515-FIND-FILING-ID.
           MOVE BMI-SUSP-PATIENT-ID TO BMI-WS-FILE-ID.
           IF NOT BMI-WS-MASTER-OPENED
               GO TO 0515-EXIT
           END-IF.
           MOVE BMI-SUSP-PATIENT-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   GO TO 0515-EXIT
           END-READ.
           IF BMI-PAT-MERGED
               MOVE BMI-REC-MERGED-TO-ID TO BMI-WS-FILE-ID
               DISPLAY "PATIENT " BMI-SUSP-PATIENT-ID
                   " WAS MERGED INTO " BMI-WS-FILE-ID
                   " - READING FILED UNDER " BMI-WS-FILE-ID
           END-IF.
       0515-EXIT.
           EXIT.

       0520-TRY-ONE-SEQ.
           WRITE BMI-HISTORY-RECORD
               INVALID KEY
                   IF WS-HISTORY-STATUS = "22"
                       ADD 1 TO BMI-HIST-SEQ
                   ELSE
                       DISPLAY "** BMI-HISTORY WRITE FAILED - STATUS "
                           WS-HISTORY-STATUS " **"
                       MOVE "Y" TO BMI-WS-HIST-STOP-SW
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO BMI-WS-HIST-WRITTEN-SW
           END-WRITE.
       0520-EXIT.
           EXIT.

      * BMI-HIST-KEY STILL HOLDS THE KEY 0510 FILED THE ROW UNDER.
       0530-TAKE-BACK-RELEASE.
           DELETE BMI-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "** BMI-HISTORY DELETE FAILED - STATUS "
                       WS-HISTORY-STATUS " - ROW " BMI-HIST-PATIENT-ID
                       " " BMI-HIST-RUN-DATE " " BMI-HIST-SEQ
                       " IS FILED - VOID IT BEFORE THIS READING IS"
                       " RELEASED AGAIN **"
                   GO TO 0530-EXIT
           END-DELETE.
           DISPLAY "HISTORY ROW " BMI-HIST-PATIENT-ID " "
               BMI-HIST-RUN-DATE " " BMI-HIST-SEQ " TAKEN BACK.".
       0530-EXIT.
           EXIT.

       0600-WRITE-SUSP-AUDIT.
           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-SAUD-OPERATOR-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-SAUD-CHANGE-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-SAUD-CHANGE-TIME.
           MOVE BMI-SUSP-PATIENT-ID TO BMI-SAUD-PATIENT-ID.
           MOVE BMI-SUSP-RUN-DATE TO BMI-SAUD-RUN-DATE.
           MOVE BMI-SUSP-STATE TO BMI-SAUD-DECISION.
           MOVE BMI-SUSP-RELEASED-SEQ TO BMI-SAUD-SEQ.
           MOVE BMI-WS-DECISION-NOTE TO BMI-SAUD-REASON.
           WRITE BMI-SAUD-RECORD.
           IF WS-SAUD-STATUS NOT = "00"
               DISPLAY "** SUSPENSE-AUDIT WRITE FAILED - STATUS "
                   WS-SAUD-STATUS " **"
           END-IF.
       0600-EXIT.
           EXIT.
       END PROGRAM BMI-SUSPENSE.
