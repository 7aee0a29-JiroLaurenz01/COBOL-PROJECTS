       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-MERGE".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  AN UNDO NOW PUTS BACK EVERY MERGE PASS SINCE
      *                 THE DUPLICATE'S LAST UNDO, SO A MERGE KEYED
      *                 AGAIN TO FINISH IS UNDONE WHOLE. WHEN MERGAUD
      *                 CANNOT BE REOPENED AFTER AN UNDO READS IT, THE
      *                 SESSION ENDS - NOTHING RUNS WITHOUT ITS TRAIL.
      * 2026-10-15  JL  A HISTORY, SENT-LOG, OR WORKLIST ROW LEFT
      *                 UNDER ITS OLD KEY BECAUSE THE DELETE FAILED -
      *                 ON A MERGE OR AN UNMERGE - IS REPORTED AND
      *                 COUNTED AS NOT CARRIED OVER, AND IS NEITHER
      *                 AUDITED NOR COUNTED AS MOVED.
      * 2026-10-15  JL  ONLY A DUPLICATE KEY CLOSES A WORKLIST ITEM
      *                 INTO THE SURVIVOR - ANY OTHER WRITE FAILURE
      *                 IS REPORTED AND THE ITEM LEFT IN PLACE.
      * 2026-10-15  JL  INITIAL VERSION - FOLDS A DUPLICATE PATIENT
      *                 RECORD INTO THE SURVIVING ONE. EVERY
      *                 BMI-HISTORY ROW OF THE DUPLICATE MOVES TO THE
      *                 SURVIVOR UNDER THE NEXT FREE SEQUENCE FOR THE
      *                 SAME RUN DATE, ITS SENT-LOG ROWS FOLLOW IT SO
      *                 NO VENDOR IS SENT THE ROW A SECOND TIME, AND
      *                 ITS OPEN WORKLIST ITEMS CARRY OVER. THE
      *                 DUPLICATE STAYS ON PATIENT-MASTER WITH STATUS
      *                 M AND THE SURVIVING ID, SO A LATE READING
      *                 UNDER THE OLD ID STILL FINDS ITS WAY. EVERY
      *                 ITEM TOUCHED IS WRITTEN TO THE MERGAUD TRAIL,
      *                 AND THE U FUNCTION PLAYS THE LATEST MERGE OF
      *                 A DUPLICATE BACK FROM THAT TRAIL WHEN THE
      *                 WRONG TWO IDS WERE KEYED. CLINICAL ROLE C, OR
      *                 PURGE AUTHORITY P, ONLY.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SENT-LOG-FILE ASSIGN TO "BMISENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-SENT-KEY
               FILE STATUS IS WS-SENT-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "WORKLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-WORK-KEY
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGAUD-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  SENT-LOG-FILE.
           COPY BMISENT.

       FD  WORKLIST-FILE.
           COPY BMIWRK.

       FD  MERGE-AUDIT-FILE.
           COPY BMIMRG.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-SENT-STATUS               PIC XX.
       77  WS-WORKLIST-STATUS           PIC XX.
       77  WS-MRGAUD-STATUS             PIC XX.
       77  WS-OPER-STATUS               PIC XX.

      * SIGN-ON CHECK AGAINST THE OPERATOR MASTER. WHEN OPERMAST IS
      * NOT ON FILE THE CHECK IS OFF AND ANY ID RUNS, AS ALWAYS.
       77  BMI-WS-SIGNON-OK-SW          PIC X(01) VALUE "Y".
           88  BMI-WS-SIGNON-OK             VALUE "Y".
           88  BMI-WS-SIGNON-REFUSED        VALUE "N".

       77  BMI-WS-FILES-OK-SW           PIC X(01).
           88  BMI-WS-FILES-OPENED          VALUE "Y".
           88  BMI-WS-FILES-NOT-OPENED      VALUE "N".

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-CHANGE-DATE           PIC 9(08).
       77  BMI-WS-CHANGE-TIME           PIC 9(08).

       77  BMI-WS-FUNCTION              PIC X(01).
           88  BMI-WS-FUNC-MERGE            VALUE "M".
           88  BMI-WS-FUNC-UNDO             VALUE "U".

       77  BMI-WS-LOSER-ID              PIC X(06).
       77  BMI-WS-SURVIVOR-ID           PIC X(06).
       77  BMI-WS-CONFIRM               PIC X(01).
           88  BMI-WS-CONFIRMED             VALUE "Y".

       77  BMI-WS-AGAIN                 PIC X(01).
           88  BMI-WS-DO-ANOTHER            VALUE "Y".

       77  BMI-WS-EOF-SW                PIC X(01).
           88  BMI-WS-END-OF-FILE           VALUE "Y".

       77  BMI-WS-FOUND-SW              PIC X(01).
           88  BMI-WS-FOUND                 VALUE "Y".

       77  BMI-WS-HIST-WRITE-SW         PIC X(01).
           88  BMI-WS-HIST-WRITE-DONE       VALUE "Y".

       77  BMI-WS-REFUSED-SW            PIC X(01).
           88  BMI-WS-REFUSED               VALUE "Y".

       77  BMI-WS-MRGAUD-OK-SW          PIC X(01) VALUE "N".
           88  BMI-WS-MRGAUD-OPENED         VALUE "Y".

       77  BMI-WS-UNDONE-SW             PIC X(01).
           88  BMI-WS-UNDONE-SINCE          VALUE "Y".

      *--------------------------------------------------------------
      * THE TWO PATIENTS AS READ FROM THE MASTER, HELD FOR THE
      * SIDE-BY-SIDE CHECK BEFORE THE OPERATOR CONFIRMS.
      *--------------------------------------------------------------
       01  BMI-WS-LOSER-HOLD.
           05  BMI-WS-LOSER-NAME        PIC X(20).
           05  BMI-WS-LOSER-SEX         PIC X(01).
           05  BMI-WS-LOSER-DOB         PIC 9(08).
           05  BMI-WS-LOSER-STATUS      PIC X(01).

       01  BMI-WS-SURVIVOR-HOLD.
           05  BMI-WS-SURV-NAME         PIC X(20).
           05  BMI-WS-SURV-SEX          PIC X(01).
           05  BMI-WS-SURV-DOB          PIC 9(08).
           05  BMI-WS-SURV-STATUS       PIC X(01).

      * THE SURVIVOR'S OWN ITEM STILL OPEN, WHEN IT HAS ONE - A
      * DUPLICATE'S OPEN ITEM IS CLOSED INTO IT RATHER THAN GIVE THE
      * CARE TEAM TWO ITEMS FOR ONE PATIENT.
       77  BMI-WS-SURV-ITEM-DATE        PIC 9(08).

      *--------------------------------------------------------------
      * WORK TABLES. THE DUPLICATE'S ROWS ARE COLLECTED BEFORE ANY
      * IS MOVED, SO NO FILE IS CHANGED UNDER AN OPEN BROWSE. A
      * DUPLICATE WITH MORE ROWS THAN A TABLE HOLDS IS REFUSED
      * OUTRIGHT RATHER THAN HALF MERGED.
      *--------------------------------------------------------------
       77  BMI-WS-HM-MAX                PIC 9(04) VALUE 500.
       77  BMI-WS-HM-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-SM-MAX                PIC 9(04) VALUE 1000.
       77  BMI-WS-SM-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-WI-MAX                PIC 9(04) VALUE 50.
       77  BMI-WS-WI-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-UR-MAX                PIC 9(04) VALUE 2000.
       77  BMI-WS-UR-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-IX                    PIC 9(04) COMP.
       77  BMI-WS-JX                    PIC 9(04) COMP.

      * HISTORY ROWS - THE RUN DATE, THE DUPLICATE'S SEQUENCE, AND
      * THE SEQUENCE THE ROW LANDED ON UNDER THE SURVIVOR (ZERO
      * WHEN IT COULD NOT BE MOVED).
       01  BMI-WS-HIST-MOVE-TABLE.
           05  BMI-WS-HM-ENTRY          OCCURS 500 TIMES.
               10  BMI-WS-HM-RUN-DATE       PIC 9(08).
               10  BMI-WS-HM-OLD-SEQ        PIC 9(04).
               10  BMI-WS-HM-NEW-SEQ        PIC 9(04).

       01  BMI-WS-SENT-MOVE-TABLE.
           05  BMI-WS-SM-ENTRY          OCCURS 1000 TIMES.
               10  BMI-WS-SM-VENDOR         PIC X(04).
               10  BMI-WS-SM-RUN-DATE       PIC 9(08).
               10  BMI-WS-SM-SEQ            PIC 9(04).
               10  BMI-WS-SM-ON-DATE        PIC 9(08).

       01  BMI-WS-ITEM-TABLE.
           05  BMI-WS-WI-OPENED-DATE    PIC 9(08) OCCURS 50 TIMES.

      * THE ROWS OF THE MERGE BEING UNDONE, AS READ BACK FROM
      * MERGAUD.
       01  BMI-WS-UNDO-TABLE.
           05  BMI-WS-UR-ENTRY          OCCURS 2000 TIMES.
               10  BMI-WS-UR-TYPE           PIC X(01).
               10  BMI-WS-UR-OLD-VENDOR     PIC X(04).
               10  BMI-WS-UR-OLD-ID         PIC X(06).
               10  BMI-WS-UR-OLD-DATE       PIC 9(08).
               10  BMI-WS-UR-OLD-SEQ        PIC 9(04).
               10  BMI-WS-UR-NEW-VENDOR     PIC X(04).
               10  BMI-WS-UR-NEW-ID         PIC X(06).
               10  BMI-WS-UR-NEW-DATE       PIC 9(08).
               10  BMI-WS-UR-NEW-SEQ        PIC 9(04).
               10  BMI-WS-UR-OLD-STATUS     PIC X(01).
               10  BMI-WS-UR-NEW-STATUS     PIC X(01).

      * THE MERGE BEING UNDONE - ITS DATE/TIME STAMP, WHO RAN IT,
      * THE SURVIVOR IT NAMED, AND THE STATUS THE DUPLICATE HAD.
       01  BMI-WS-UNDO-MERGE.
           05  BMI-WS-UM-DATE           PIC 9(08).
           05  BMI-WS-UM-TIME           PIC 9(08).
           05  BMI-WS-UM-OPERATOR       PIC X(08).
           05  BMI-WS-UM-SURVIVOR       PIC X(06).
           05  BMI-WS-UM-OLD-STATUS     PIC X(01).

      *--------------------------------------------------------------
      * ONE MERGAUD ROW BEING BUILT
      *--------------------------------------------------------------
       01  BMI-WS-AUDIT-FIELDS.
           05  BMI-WS-AUDIT-ACTION      PIC X(01).
           05  BMI-WS-AUDIT-TYPE        PIC X(01).
           05  BMI-WS-AUDIT-OLD-VENDOR  PIC X(04).
           05  BMI-WS-AUDIT-OLD-ID      PIC X(06).
           05  BMI-WS-AUDIT-OLD-DATE    PIC 9(08).
           05  BMI-WS-AUDIT-OLD-SEQ     PIC 9(04).
           05  BMI-WS-AUDIT-NEW-VENDOR  PIC X(04).
           05  BMI-WS-AUDIT-NEW-ID      PIC X(06).
           05  BMI-WS-AUDIT-NEW-DATE    PIC 9(08).
           05  BMI-WS-AUDIT-NEW-SEQ     PIC 9(04).
           05  BMI-WS-AUDIT-OLD-STATUS  PIC X(01).
           05  BMI-WS-AUDIT-NEW-STATUS  PIC X(01).

       01  BMI-WS-MERGE-COUNTERS.
           05  BMI-WS-HIST-MOVED        PIC 9(07) VALUE ZERO.
           05  BMI-WS-SENT-MOVED        PIC 9(07) VALUE ZERO.
           05  BMI-WS-ITEMS-REKEYED     PIC 9(07) VALUE ZERO.
           05  BMI-WS-ITEMS-CLOSED      PIC 9(07) VALUE ZERO.
           05  BMI-WS-ITEMS-FAILED      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
      *================================================================
       0100-START-HERE.
           PERFORM 0200-INITIALIZE THRU 0200-EXIT.
           IF BMI-WS-SIGNON-REFUSED
               STOP RUN
           END-IF.
           PERFORM 0300-OPEN-FILES THRU 0300-EXIT.
           IF BMI-WS-FILES-OPENED
               MOVE "Y" TO BMI-WS-AGAIN
               PERFORM 0400-ONE-TRANSACTION THRU 0400-EXIT
                   UNTIL BMI-WS-AGAIN NOT = "Y"
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           END-IF.
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT BMI-WS-CHANGE-DATE FROM DATE YYYYMMDD.
           DISPLAY "Enter operator/user ID running the merge: ".
           ACCEPT BMI-WS-OPERATOR-ID.
           PERFORM 0240-VERIFY-OPERATOR THRU 0240-EXIT.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0240 - VERIFY THE OPERATOR AGAINST OPERMAST. A MERGE REWRITES
      *  CLINICAL RECORDS, SO IT NEEDS ROLE C, OR PURGE AUTHORITY P
      *  WHICH COVERS EVERYTHING - SAME RULE AS BMI-MAINTENANCE.
      *================================================================
       0240-VERIFY-OPERATOR.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERATOR MASTER NOT ON FILE - SIGN-ON CHECK"
                   " OFF."
               GO TO 0240-EXIT
           END-IF.
           MOVE BMI-WS-OPERATOR-ID TO BMI-OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                       " NOT ON FILE - RUN REFUSED."
                   MOVE "N" TO BMI-WS-SIGNON-OK-SW
                   CLOSE OPERATOR-MASTER-FILE
                   GO TO 0240-EXIT
           END-READ.
           IF BMI-OPER-DISABLED
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " IS DISABLED - RUN REFUSED."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
               CLOSE OPERATOR-MASTER-FILE
               GO TO 0240-EXIT
           END-IF.
           IF NOT BMI-OPER-ROLE-CLINICAL
              AND NOT BMI-OPER-ROLE-PURGE
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " LACKS CLINICAL MAINTENANCE AUTHORITY -"
                   " RUN REFUSED."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
       0240-EXIT.
           EXIT.

      * PATIENT-MASTER MUST ALREADY EXIST - THERE IS NOTHING TO MERGE
      * WITHOUT IT. THE OTHER INDEXED FILES MAY NOT EXIST YET ON A
      * YOUNG SYSTEM AND ARE CREATED EMPTY, SAME AS BMI-LOAD DOES.
       0300-OPEN-FILES.
           MOVE "Y" TO BMI-WS-FILES-OK-SW.
           OPEN I-O PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT-MASTER - STATUS "
                   WS-MASTER-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               GO TO 0300-EXIT
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
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE PATIENT-MASTER-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN I-O SENT-LOG-FILE.
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-LOG-FILE
               CLOSE SENT-LOG-FILE
               OPEN I-O SENT-LOG-FILE
           END-IF.
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SENT-LOG - STATUS "
                   WS-SENT-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE PATIENT-MASTER-FILE BMI-HISTORY-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN I-O WORKLIST-FILE.
           IF WS-WORKLIST-STATUS = "35"
               OPEN OUTPUT WORKLIST-FILE
               CLOSE WORKLIST-FILE
               OPEN I-O WORKLIST-FILE
           END-IF.
           IF WS-WORKLIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WORKLIST - STATUS "
                   WS-WORKLIST-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE PATIENT-MASTER-FILE BMI-HISTORY-FILE
                     SENT-LOG-FILE
               GO TO 0300-EXIT
           END-IF.

      * NO MERGE WITHOUT ITS TRAIL - A MERGE THAT CANNOT BE AUDITED
      * CANNOT BE UNDONE EITHER.
           OPEN EXTEND MERGE-AUDIT-FILE.
           IF WS-MRGAUD-STATUS = "35"
               CLOSE MERGE-AUDIT-FILE
               OPEN OUTPUT MERGE-AUDIT-FILE
           END-IF.
           IF WS-MRGAUD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MERGE-AUDIT - STATUS "
                   WS-MRGAUD-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE PATIENT-MASTER-FILE BMI-HISTORY-FILE
                     SENT-LOG-FILE WORKLIST-FILE
               GO TO 0300-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-MRGAUD-OK-SW.
       0300-EXIT.
           EXIT.

      *================================================================
      *  0400 - ONE TRANSACTION: A MERGE OF A DUPLICATE INTO ITS
      *  SURVIVOR, OR THE UNDO OF A DUPLICATE'S LATEST MERGE
      *================================================================
       0400-ONE-TRANSACTION.
           DISPLAY "Enter function - M merge a duplicate patient,"
               " U undo a merge (blank to quit): ".
           ACCEPT BMI-WS-FUNCTION.
           IF BMI-WS-FUNCTION = SPACES
               MOVE "N" TO BMI-WS-AGAIN
               GO TO 0400-EXIT
           END-IF.
           IF NOT BMI-WS-FUNC-MERGE AND NOT BMI-WS-FUNC-UNDO
               DISPLAY "INVALID FUNCTION."
               GO TO 0400-EXIT
           END-IF.

           DISPLAY "Enter duplicate patient ID (the one that goes): ".
           ACCEPT BMI-WS-LOSER-ID.
           IF BMI-WS-LOSER-ID = SPACES
               GO TO 0400-EXIT
           END-IF.

           INITIALIZE BMI-WS-MERGE-COUNTERS.
           IF BMI-WS-FUNC-UNDO
               PERFORM 0700-UNDO-ONE-MERGE THRU 0700-EXIT
               GO TO 0400-EXIT
           END-IF.

           DISPLAY "Enter surviving patient ID (the one that stays): ".
           ACCEPT BMI-WS-SURVIVOR-ID.
           IF BMI-WS-SURVIVOR-ID = SPACES
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0500-MERGE-ONE-PATIENT THRU 0500-EXIT.
       0400-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - MERGE. BOTH PATIENTS ARE CHECKED AND EVERY ROW
      *  TO BE MOVED IS COLLECTED BEFORE THE OPERATOR CONFIRMS;
      *  NOTHING IS CHANGED UNTIL THEN. THE DUPLICATE'S MASTER
      *  RECORD IS MARKED LAST, SO A MERGE THAT STOPS PART WAY CAN
      *  SIMPLY BE KEYED AGAIN TO FINISH.
      *================================================================
       0500-MERGE-ONE-PATIENT.
           IF BMI-WS-LOSER-ID = BMI-WS-SURVIVOR-ID
               DISPLAY "THE TWO PATIENT IDS MUST DIFFER."
               GO TO 0500-EXIT
           END-IF.

           MOVE BMI-WS-LOSER-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "PATIENT " BMI-WS-LOSER-ID " NOT ON FILE."
                   GO TO 0500-EXIT
           END-READ.
           IF BMI-PAT-MERGED
               DISPLAY "PATIENT " BMI-WS-LOSER-ID
                   " IS ALREADY MERGED INTO " BMI-REC-MERGED-TO-ID "."
               GO TO 0500-EXIT
           END-IF.
           MOVE BMI-PATIENT-NAME TO BMI-WS-LOSER-NAME.
           MOVE BMI-REC-SEX TO BMI-WS-LOSER-SEX.
           MOVE BMI-REC-DOB TO BMI-WS-LOSER-DOB.
           MOVE BMI-REC-STATUS TO BMI-WS-LOSER-STATUS.

           MOVE BMI-WS-SURVIVOR-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "PATIENT " BMI-WS-SURVIVOR-ID
                       " NOT ON FILE."
                   GO TO 0500-EXIT
           END-READ.
           IF BMI-PAT-MERGED
               DISPLAY "PATIENT " BMI-WS-SURVIVOR-ID
                   " IS ITSELF MERGED INTO " BMI-REC-MERGED-TO-ID
                   " - MERGE INTO THAT ID INSTEAD."
               GO TO 0500-EXIT
           END-IF.
           MOVE BMI-PATIENT-NAME TO BMI-WS-SURV-NAME.
           MOVE BMI-REC-SEX TO BMI-WS-SURV-SEX.
           MOVE BMI-REC-DOB TO BMI-WS-SURV-DOB.
           MOVE BMI-REC-STATUS TO BMI-WS-SURV-STATUS.

      * A DUPLICATE THAT IS ITSELF THE SURVIVOR OF AN EARLIER MERGE
      * WOULD LEAVE THAT MERGE POINTING AT A MERGED RECORD.
           PERFORM 0510-CHECK-POINTERS THRU 0510-EXIT.
           IF BMI-WS-REFUSED
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0520-COLLECT-HISTORY THRU 0520-EXIT.
           IF BMI-WS-REFUSED
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0530-COLLECT-SENT-LOG THRU 0530-EXIT.
           IF BMI-WS-REFUSED
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0540-COLLECT-WORKLIST THRU 0540-EXIT.
           IF BMI-WS-REFUSED
               GO TO 0500-EXIT
           END-IF.

           DISPLAY "-------------------------------------------------".
           DISPLAY "DUPLICATE : " BMI-WS-LOSER-ID " "
               BMI-WS-LOSER-NAME " SEX " BMI-WS-LOSER-SEX
               " DOB " BMI-WS-LOSER-DOB " STATUS "
               BMI-WS-LOSER-STATUS.
           DISPLAY "SURVIVOR  : " BMI-WS-SURVIVOR-ID " "
               BMI-WS-SURV-NAME " SEX " BMI-WS-SURV-SEX
               " DOB " BMI-WS-SURV-DOB " STATUS "
               BMI-WS-SURV-STATUS.
           IF BMI-WS-LOSER-SEX NOT = BMI-WS-SURV-SEX
              OR (BMI-WS-LOSER-DOB NOT = BMI-WS-SURV-DOB
                  AND BMI-WS-LOSER-DOB NOT = ZERO
                  AND BMI-WS-SURV-DOB NOT = ZERO)
               DISPLAY "** SEX OR DATE OF BIRTH DIFFER - CHECK THESE"
                   " ARE THE SAME PERSON **"
           END-IF.
           DISPLAY "HISTORY ROWS TO MOVE  . . : " BMI-WS-HM-COUNT.
           DISPLAY "SENT-LOG ROWS TO MOVE . . : " BMI-WS-SM-COUNT.
           DISPLAY "OPEN WORKLIST ITEMS . . . : " BMI-WS-WI-COUNT.
           DISPLAY "Confirm merge of " BMI-WS-LOSER-ID " into "
               BMI-WS-SURVIVOR-ID " (Y/N): ".
           ACCEPT BMI-WS-CONFIRM.
           IF NOT BMI-WS-CONFIRMED
               DISPLAY "MERGE CANCELLED."
               GO TO 0500-EXIT
           END-IF.

      * ONE TIME STAMP FOR THE WHOLE MERGE - AN UNDO FINDS THE ROWS
      * OF THIS MERGE BY IT.
           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           MOVE "M" TO BMI-WS-AUDIT-ACTION.
           PERFORM 0550-MOVE-ONE-HIST-ROW THRU 0550-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-HM-COUNT.
           PERFORM 0560-MOVE-ONE-SENT-ROW THRU 0560-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-SM-COUNT.
           PERFORM 0570-CARRY-ONE-ITEM THRU 0570-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-WI-COUNT.
           PERFORM 0580-MARK-LOSER-MERGED THRU 0580-EXIT.

           DISPLAY "HISTORY ROWS MOVED  . . . : " BMI-WS-HIST-MOVED.
           DISPLAY "SENT-LOG ROWS MOVED . . . : " BMI-WS-SENT-MOVED.
           DISPLAY "WORKLIST ITEMS RE-KEYED . : "
               BMI-WS-ITEMS-REKEYED.
           DISPLAY "WORKLIST ITEMS CLOSED . . : " BMI-WS-ITEMS-CLOSED.
           DISPLAY "ITEMS NOT CARRIED OVER  . : " BMI-WS-ITEMS-FAILED.
       0500-EXIT.
           EXIT.

       0510-CHECK-POINTERS.
           MOVE "N" TO BMI-WS-REFUSED-SW.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE LOW-VALUES TO BMI-PATIENT-ID.
           START PATIENT-MASTER-FILE
               KEY IS NOT LESS THAN BMI-PATIENT-ID
               INVALID KEY
                   GO TO 0510-EXIT
           END-START.
           PERFORM 0515-CHECK-ONE-POINTER THRU 0515-EXIT
               UNTIL BMI-WS-END-OF-FILE OR BMI-WS-REFUSED.
       0510-EXIT.
           EXIT.

       0515-CHECK-ONE-POINTER.
           READ PATIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0515-EXIT
           END-READ.
           IF BMI-PAT-MERGED
              AND BMI-REC-MERGED-TO-ID = BMI-WS-LOSER-ID
               DISPLAY "PATIENT " BMI-WS-LOSER-ID
                   " IS THE SURVIVOR OF AN EARLIER MERGE OF "
                   BMI-PATIENT-ID " - UNDO THAT MERGE FIRST."
               MOVE "Y" TO BMI-WS-REFUSED-SW
           END-IF.
       0515-EXIT.
           EXIT.

      * THE DUPLICATE'S HISTORY ROWS IN KEY ORDER, VOIDED ROWS
      * INCLUDED - A VOID TRAVELS WITH ITS ROW.
       0520-COLLECT-HISTORY.
           MOVE ZERO TO BMI-WS-HM-COUNT.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE BMI-WS-LOSER-ID TO BMI-HIST-PATIENT-ID.
           MOVE ZERO TO BMI-HIST-RUN-DATE.
           MOVE ZERO TO BMI-HIST-SEQ.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN BMI-HIST-KEY
               INVALID KEY
                   GO TO 0520-EXIT
           END-START.
           PERFORM 0525-COLLECT-ONE-HIST-ROW THRU 0525-EXIT
               UNTIL BMI-WS-END-OF-FILE OR BMI-WS-REFUSED.
       0520-EXIT.
           EXIT.

       0525-COLLECT-ONE-HIST-ROW.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0525-EXIT
           END-READ.
           IF BMI-HIST-PATIENT-ID NOT = BMI-WS-LOSER-ID
               MOVE "Y" TO BMI-WS-EOF-SW
               GO TO 0525-EXIT
           END-IF.
           IF BMI-WS-HM-COUNT >= BMI-WS-HM-MAX
               DISPLAY "MORE THAN " BMI-WS-HM-MAX " HISTORY ROWS FOR "
                   BMI-WS-LOSER-ID " - MERGE REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0525-EXIT
           END-IF.
           ADD 1 TO BMI-WS-HM-COUNT.
           MOVE BMI-HIST-RUN-DATE
               TO BMI-WS-HM-RUN-DATE (BMI-WS-HM-COUNT).
           MOVE BMI-HIST-SEQ TO BMI-WS-HM-OLD-SEQ (BMI-WS-HM-COUNT).
           MOVE ZERO TO BMI-WS-HM-NEW-SEQ (BMI-WS-HM-COUNT).
       0525-EXIT.
           EXIT.

      * THE SENT LOG LEADS WITH THE VENDOR CODE, SO THE DUPLICATE'S
      * ROWS ARE FOUND BY A PASS OVER THE WHOLE FILE.
       0530-COLLECT-SENT-LOG.
           MOVE ZERO TO BMI-WS-SM-COUNT.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE LOW-VALUES TO BMI-SENT-KEY.
           START SENT-LOG-FILE
               KEY IS NOT LESS THAN BMI-SENT-KEY
               INVALID KEY
                   GO TO 0530-EXIT
           END-START.
           PERFORM 0535-COLLECT-ONE-SENT-ROW THRU 0535-EXIT
               UNTIL BMI-WS-END-OF-FILE OR BMI-WS-REFUSED.
       0530-EXIT.
           EXIT.

       0535-COLLECT-ONE-SENT-ROW.
           READ SENT-LOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0535-EXIT
           END-READ.
           IF BMI-SENT-PATIENT-ID NOT = BMI-WS-LOSER-ID
               GO TO 0535-EXIT
           END-IF.
           IF BMI-WS-SM-COUNT >= BMI-WS-SM-MAX
               DISPLAY "MORE THAN " BMI-WS-SM-MAX " SENT-LOG ROWS FOR "
                   BMI-WS-LOSER-ID " - MERGE REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0535-EXIT
           END-IF.
           ADD 1 TO BMI-WS-SM-COUNT.
           MOVE BMI-SENT-VENDOR-CODE TO BMI-WS-SM-VENDOR
               (BMI-WS-SM-COUNT).
           MOVE BMI-SENT-RUN-DATE TO BMI-WS-SM-RUN-DATE
               (BMI-WS-SM-COUNT).
           MOVE BMI-SENT-SEQ TO BMI-WS-SM-SEQ (BMI-WS-SM-COUNT).
           MOVE BMI-SENT-ON-DATE TO BMI-WS-SM-ON-DATE
               (BMI-WS-SM-COUNT).
       0535-EXIT.
           EXIT.

      * ONLY ITEMS STILL OPEN OR CONTACTED CARRY OVER - A CLOSED
      * ITEM STAYS WITH THE DUPLICATE FOR THE RECORD.
       0540-COLLECT-WORKLIST.
           MOVE ZERO TO BMI-WS-WI-COUNT.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE BMI-WS-LOSER-ID TO BMI-WORK-PATIENT-ID.
           MOVE ZERO TO BMI-WORK-OPENED-DATE.
           START WORKLIST-FILE
               KEY IS NOT LESS THAN BMI-WORK-KEY
               INVALID KEY
                   GO TO 0540-EXIT
           END-START.
           PERFORM 0545-COLLECT-ONE-ITEM THRU 0545-EXIT
               UNTIL BMI-WS-END-OF-FILE OR BMI-WS-REFUSED.
       0540-EXIT.
           EXIT.

       0545-COLLECT-ONE-ITEM.
           READ WORKLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0545-EXIT
           END-READ.
           IF BMI-WORK-PATIENT-ID NOT = BMI-WS-LOSER-ID
               MOVE "Y" TO BMI-WS-EOF-SW
               GO TO 0545-EXIT
           END-IF.
           IF BMI-WORK-CLOSED
               GO TO 0545-EXIT
           END-IF.
           IF BMI-WS-WI-COUNT >= BMI-WS-WI-MAX
               DISPLAY "MORE THAN " BMI-WS-WI-MAX " OPEN WORKLIST"
                   " ITEMS FOR " BMI-WS-LOSER-ID " - MERGE REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0545-EXIT
           END-IF.
           ADD 1 TO BMI-WS-WI-COUNT.
           MOVE BMI-WORK-OPENED-DATE
               TO BMI-WS-WI-OPENED-DATE (BMI-WS-WI-COUNT).
       0545-EXIT.
           EXIT.

      *================================================================
      *  0550 - MOVE ONE HISTORY ROW. THE ROW KEEPS ITS RUN DATE AND
      *  TAKES THE SURVIVOR'S NEXT FREE SEQUENCE FROM 0002 FOR THAT
      *  DATE, SAME HUNT AS A CORRECTION, SO IT CANNOT LAND ON THE
      *  SURVIVOR'S OWN BATCH ROW. SENT AND VOID FLAGS TRAVEL WITH
      *  IT UNCHANGED.
      *================================================================
       0550-MOVE-ONE-HIST-ROW.
           MOVE BMI-WS-LOSER-ID TO BMI-HIST-PATIENT-ID.
           MOVE BMI-WS-HM-RUN-DATE (BMI-WS-IX) TO BMI-HIST-RUN-DATE.
           MOVE BMI-WS-HM-OLD-SEQ (BMI-WS-IX) TO BMI-HIST-SEQ.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   DISPLAY "** HISTORY ROW " BMI-WS-LOSER-ID " "
                       BMI-HIST-RUN-DATE " " BMI-HIST-SEQ
                       " NO LONGER ON FILE - NOT MOVED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0550-EXIT
           END-READ.

           MOVE BMI-WS-SURVIVOR-ID TO BMI-HIST-PATIENT-ID.
           MOVE 2 TO BMI-HIST-SEQ.
           PERFORM 0555-WRITE-NEXT-FREE-SEQ THRU 0555-EXIT.
           IF NOT BMI-WS-HIST-WRITE-DONE
               ADD 1 TO BMI-WS-ITEMS-FAILED
               GO TO 0550-EXIT
           END-IF.
           MOVE BMI-HIST-SEQ TO BMI-WS-HM-NEW-SEQ (BMI-WS-IX).

           MOVE BMI-WS-LOSER-ID TO BMI-HIST-PATIENT-ID.
           MOVE BMI-WS-HM-OLD-SEQ (BMI-WS-IX) TO BMI-HIST-SEQ.
           DELETE BMI-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "** HISTORY DELETE FAILED - STATUS "
                       WS-HISTORY-STATUS " - " BMI-HIST-PATIENT-ID " "
                       BMI-HIST-RUN-DATE " " BMI-HIST-SEQ
                       " NOT REMOVED - NOT COUNTED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0550-EXIT
           END-DELETE.

           MOVE "H" TO BMI-WS-AUDIT-TYPE.
           MOVE SPACES TO BMI-WS-AUDIT-OLD-VENDOR.
           MOVE BMI-WS-LOSER-ID TO BMI-WS-AUDIT-OLD-ID.
           MOVE BMI-WS-HM-RUN-DATE (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-DATE.
           MOVE BMI-WS-HM-OLD-SEQ (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-SEQ.
           MOVE SPACES TO BMI-WS-AUDIT-NEW-VENDOR.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-WS-AUDIT-NEW-ID.
           MOVE BMI-WS-HM-RUN-DATE (BMI-WS-IX) TO BMI-WS-AUDIT-NEW-DATE.
           MOVE BMI-WS-HM-NEW-SEQ (BMI-WS-IX) TO BMI-WS-AUDIT-NEW-SEQ.
           MOVE SPACE TO BMI-WS-AUDIT-OLD-STATUS.
           MOVE SPACE TO BMI-WS-AUDIT-NEW-STATUS.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-HIST-MOVED.
       0550-EXIT.
           EXIT.

       0555-WRITE-NEXT-FREE-SEQ.
           MOVE "N" TO BMI-WS-HIST-WRITE-SW.
           PERFORM 0556-TRY-ONE-SEQ THRU 0556-EXIT
               UNTIL BMI-WS-HIST-WRITE-DONE
                  OR BMI-HIST-SEQ >= 9999.
           IF NOT BMI-WS-HIST-WRITE-DONE
               DISPLAY "** BMI-HISTORY WRITE FAILED - NO FREE"
                   " SEQUENCE FOR " BMI-HIST-PATIENT-ID " **"
           END-IF.
       0555-EXIT.
           EXIT.

       0556-TRY-ONE-SEQ.
           WRITE BMI-HISTORY-RECORD
               INVALID KEY
                   IF WS-HISTORY-STATUS = "22"
                       ADD 1 TO BMI-HIST-SEQ
                   ELSE
                       DISPLAY "** BMI-HISTORY WRITE FAILED - STATUS "
                           WS-HISTORY-STATUS " **"
                       MOVE "9" TO BMI-WS-HIST-WRITE-SW
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO BMI-WS-HIST-WRITE-SW
           END-WRITE.
       0556-EXIT.
           EXIT.

      *================================================================
      *  0560 - RE-KEY ONE SENT-LOG ROW TO THE HISTORY ROW'S NEW KEY,
      *  SO THE VENDOR IS NOT SENT THE SAME MEASUREMENT AGAIN UNDER
      *  THE SURVIVOR. A SENT ROW WHOSE HISTORY ROW DID NOT MOVE
      *  STAYS WHERE IT IS.
      *================================================================
       0560-MOVE-ONE-SENT-ROW.
           MOVE "N" TO BMI-WS-FOUND-SW.
           PERFORM 0565-MATCH-MOVED-ROW THRU 0565-EXIT
               VARYING BMI-WS-JX FROM 1 BY 1
               UNTIL BMI-WS-JX > BMI-WS-HM-COUNT OR BMI-WS-FOUND.
           IF NOT BMI-WS-FOUND
               DISPLAY "SENT-LOG ROW " BMI-WS-SM-VENDOR (BMI-WS-IX)
                   " " BMI-WS-SM-RUN-DATE (BMI-WS-IX)
                   " " BMI-WS-SM-SEQ (BMI-WS-IX)
                   " HAS NO MOVED HISTORY ROW - LEFT IN PLACE."
               ADD 1 TO BMI-WS-ITEMS-FAILED
               GO TO 0560-EXIT
           END-IF.
      * THE VARYING STEPPED ONE PAST THE MATCH.
           SUBTRACT 1 FROM BMI-WS-JX.

           MOVE BMI-WS-SM-VENDOR (BMI-WS-IX) TO BMI-SENT-VENDOR-CODE.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-SENT-PATIENT-ID.
           MOVE BMI-WS-SM-RUN-DATE (BMI-WS-IX) TO BMI-SENT-RUN-DATE.
           MOVE BMI-WS-HM-NEW-SEQ (BMI-WS-JX) TO BMI-SENT-SEQ.
           MOVE BMI-WS-SM-ON-DATE (BMI-WS-IX) TO BMI-SENT-ON-DATE.
           WRITE BMI-SENT-RECORD
               INVALID KEY
                   DISPLAY "** SENT-LOG WRITE FAILED - STATUS "
                       WS-SENT-STATUS " **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0560-EXIT
           END-WRITE.

           MOVE BMI-WS-LOSER-ID TO BMI-SENT-PATIENT-ID.
           MOVE BMI-WS-SM-SEQ (BMI-WS-IX) TO BMI-SENT-SEQ.
           DELETE SENT-LOG-FILE RECORD
               INVALID KEY
                   DISPLAY "** SENT-LOG DELETE FAILED - STATUS "
                       WS-SENT-STATUS " - " BMI-SENT-VENDOR-CODE " "
                       BMI-SENT-PATIENT-ID " " BMI-SENT-RUN-DATE " "
                       BMI-SENT-SEQ
                       " NOT REMOVED - NOT COUNTED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0560-EXIT
           END-DELETE.

           MOVE "S" TO BMI-WS-AUDIT-TYPE.
           MOVE BMI-WS-SM-VENDOR (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-VENDOR.
           MOVE BMI-WS-LOSER-ID TO BMI-WS-AUDIT-OLD-ID.
           MOVE BMI-WS-SM-RUN-DATE (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-DATE.
           MOVE BMI-WS-SM-SEQ (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-SEQ.
           MOVE BMI-WS-SM-VENDOR (BMI-WS-IX) TO BMI-WS-AUDIT-NEW-VENDOR.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-WS-AUDIT-NEW-ID.
           MOVE BMI-WS-SM-RUN-DATE (BMI-WS-IX) TO BMI-WS-AUDIT-NEW-DATE.
           MOVE BMI-WS-HM-NEW-SEQ (BMI-WS-JX) TO BMI-WS-AUDIT-NEW-SEQ.
           MOVE SPACE TO BMI-WS-AUDIT-OLD-STATUS.
           MOVE SPACE TO BMI-WS-AUDIT-NEW-STATUS.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-SENT-MOVED.
       0560-EXIT.
           EXIT.

       0565-MATCH-MOVED-ROW.
           IF BMI-WS-HM-RUN-DATE (BMI-WS-JX) =
                  BMI-WS-SM-RUN-DATE (BMI-WS-IX)
              AND BMI-WS-HM-OLD-SEQ (BMI-WS-JX) =
                  BMI-WS-SM-SEQ (BMI-WS-IX)
              AND BMI-WS-HM-NEW-SEQ (BMI-WS-JX) > ZERO
               MOVE "Y" TO BMI-WS-FOUND-SW
           END-IF.
       0565-EXIT.
           EXIT.

      *================================================================
      *  0570 - CARRY ONE OPEN WORKLIST ITEM OVER. WHEN THE SURVIVOR
      *  HAS NO ITEM OF ITS OWN STILL OPEN, THE ITEM IS RE-KEYED TO
      *  THE SURVIVOR WITH ITS OPENED DATE, COUNT, AND NOTES INTACT.
      *  WHEN THE SURVIVOR ALREADY HAS ONE, THE DUPLICATE'S ITEM IS
      *  CLOSED INTO IT SO THE CARE TEAM WORKS ONE ITEM PER PATIENT.
      *================================================================
       0570-CARRY-ONE-ITEM.
           PERFORM 0575-FIND-SURVIVOR-ITEM THRU 0575-EXIT.

           MOVE BMI-WS-LOSER-ID TO BMI-WORK-PATIENT-ID.
           MOVE BMI-WS-WI-OPENED-DATE (BMI-WS-IX)
               TO BMI-WORK-OPENED-DATE.
           READ WORKLIST-FILE
               INVALID KEY
                   DISPLAY "** WORKLIST ITEM " BMI-WS-LOSER-ID " "
                       BMI-WORK-OPENED-DATE
                       " NO LONGER ON FILE - NOT CARRIED OVER **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0570-EXIT
           END-READ.

           MOVE "W" TO BMI-WS-AUDIT-TYPE.
           MOVE SPACES TO BMI-WS-AUDIT-OLD-VENDOR.
           MOVE BMI-WS-LOSER-ID TO BMI-WS-AUDIT-OLD-ID.
           MOVE BMI-WORK-OPENED-DATE TO BMI-WS-AUDIT-OLD-DATE.
           MOVE ZERO TO BMI-WS-AUDIT-OLD-SEQ.
           MOVE SPACES TO BMI-WS-AUDIT-NEW-VENDOR.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-WS-AUDIT-NEW-ID.
           MOVE ZERO TO BMI-WS-AUDIT-NEW-SEQ.
           MOVE BMI-WORK-STATUS TO BMI-WS-AUDIT-OLD-STATUS.

           IF BMI-WS-FOUND
               GO TO 0570-CLOSE-INTO-SURVIVOR
           END-IF.

           MOVE BMI-WS-SURVIVOR-ID TO BMI-WORK-PATIENT-ID.
           WRITE BMI-WORK-RECORD
               INVALID KEY
      * THE SURVIVOR HAS A CLOSED ITEM OPENED THE SAME DAY - THAT
      * KEY IS TAKEN, SO THE DUPLICATE'S ITEM IS CLOSED INSTEAD.
      * ANY OTHER FAILURE LEAVES THE ITEM WHERE IT IS.
                   IF WS-WORKLIST-STATUS NOT = "22"
                       DISPLAY "** WORKLIST ITEM " BMI-WS-LOSER-ID " "
                           BMI-WORK-OPENED-DATE
                           " WRITE FAILED - STATUS "
                           WS-WORKLIST-STATUS " - NOT CARRIED OVER **"
                       ADD 1 TO BMI-WS-ITEMS-FAILED
                       GO TO 0570-EXIT
                   END-IF
                   MOVE BMI-WS-WI-OPENED-DATE (BMI-WS-IX)
                       TO BMI-WS-SURV-ITEM-DATE
                   GO TO 0570-CLOSE-INTO-SURVIVOR
           END-WRITE.

           MOVE BMI-WS-LOSER-ID TO BMI-WORK-PATIENT-ID.
           DELETE WORKLIST-FILE RECORD
               INVALID KEY
                   DISPLAY "** WORKLIST DELETE FAILED - STATUS "
                       WS-WORKLIST-STATUS " - " BMI-WORK-PATIENT-ID
                       " " BMI-WORK-OPENED-DATE
                       " NOT REMOVED - NOT COUNTED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0570-EXIT
           END-DELETE.
           MOVE BMI-WS-WI-OPENED-DATE (BMI-WS-IX)
               TO BMI-WS-AUDIT-NEW-DATE.
           MOVE BMI-WS-AUDIT-OLD-STATUS TO BMI-WS-AUDIT-NEW-STATUS.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-ITEMS-REKEYED.
           GO TO 0570-EXIT.

       0570-CLOSE-INTO-SURVIVOR.
           MOVE BMI-WS-LOSER-ID TO BMI-WORK-PATIENT-ID.
           MOVE BMI-WS-WI-OPENED-DATE (BMI-WS-IX)
               TO BMI-WORK-OPENED-DATE.
           READ WORKLIST-FILE
               INVALID KEY
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0570-EXIT
           END-READ.
           MOVE "X" TO BMI-WORK-STATUS.
           MOVE SPACES TO BMI-WORK-OUTCOME.
           STRING "MERGED INTO " BMI-WS-SURVIVOR-ID
               DELIMITED BY SIZE INTO BMI-WORK-OUTCOME.
           MOVE BMI-WS-CHANGE-DATE TO BMI-WORK-CLOSED-DATE.
           MOVE BMI-WS-OPERATOR-ID TO BMI-WORK-OPERATOR-ID.
           REWRITE BMI-WORK-RECORD
               INVALID KEY
                   DISPLAY "** WORKLIST REWRITE FAILED - STATUS "
                       WS-WORKLIST-STATUS " **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0570-EXIT
           END-REWRITE.
           MOVE BMI-WS-SURV-ITEM-DATE TO BMI-WS-AUDIT-NEW-DATE.
           MOVE "X" TO BMI-WS-AUDIT-NEW-STATUS.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-ITEMS-CLOSED.
       0570-EXIT.
           EXIT.

      * FIRST ITEM NOT YET CLOSED FOR THE SURVIVOR, SAME WALK AS
      * BMI-TREND USES TO ATTACH A RE-FLAG. AN ITEM RE-KEYED BY THIS
      * MERGE COUNTS, SO ONLY THE FIRST CARRIED ITEM IS RE-KEYED.
       0575-FIND-SURVIVOR-ITEM.
           MOVE "N" TO BMI-WS-FOUND-SW.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE ZERO TO BMI-WS-SURV-ITEM-DATE.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-WORK-PATIENT-ID.
           MOVE ZERO TO BMI-WORK-OPENED-DATE.
           START WORKLIST-FILE
               KEY IS NOT LESS THAN BMI-WORK-KEY
               INVALID KEY
                   GO TO 0575-EXIT
           END-START.
           PERFORM 0576-CHECK-ONE-ITEM THRU 0576-EXIT
               UNTIL BMI-WS-FOUND OR BMI-WS-END-OF-FILE.
       0575-EXIT.
           EXIT.

       0576-CHECK-ONE-ITEM.
           READ WORKLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0576-EXIT
           END-READ.
           IF BMI-WORK-PATIENT-ID NOT = BMI-WS-SURVIVOR-ID
               MOVE "Y" TO BMI-WS-EOF-SW
               GO TO 0576-EXIT
           END-IF.
           IF NOT BMI-WORK-CLOSED
               MOVE "Y" TO BMI-WS-FOUND-SW
               MOVE BMI-WORK-OPENED-DATE TO BMI-WS-SURV-ITEM-DATE
           END-IF.
       0576-EXIT.
           EXIT.

      * LAST STEP OF A MERGE - THE DUPLICATE STAYS ON FILE, MARKED
      * MERGED AND POINTING AT ITS SURVIVOR.
       0580-MARK-LOSER-MERGED.
           MOVE BMI-WS-LOSER-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "** PATIENT " BMI-WS-LOSER-ID
                       " NO LONGER ON FILE - NOT MARKED MERGED **"
                   GO TO 0580-EXIT
           END-READ.
           MOVE BMI-REC-STATUS TO BMI-WS-AUDIT-OLD-STATUS.
           MOVE "M" TO BMI-REC-STATUS.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-REC-MERGED-TO-ID.
           REWRITE BMI-PATIENT-RECORD
               INVALID KEY
                   DISPLAY "** REWRITE FAILED FOR " BMI-WS-LOSER-ID
                       " - NOT MARKED MERGED **"
                   GO TO 0580-EXIT
           END-REWRITE.

           MOVE "P" TO BMI-WS-AUDIT-TYPE.
           MOVE SPACES TO BMI-WS-AUDIT-OLD-VENDOR.
           MOVE BMI-WS-LOSER-ID TO BMI-WS-AUDIT-OLD-ID.
           MOVE ZERO TO BMI-WS-AUDIT-OLD-DATE.
           MOVE ZERO TO BMI-WS-AUDIT-OLD-SEQ.
           MOVE SPACES TO BMI-WS-AUDIT-NEW-VENDOR.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-WS-AUDIT-NEW-ID.
           MOVE ZERO TO BMI-WS-AUDIT-NEW-DATE.
           MOVE ZERO TO BMI-WS-AUDIT-NEW-SEQ.
           MOVE "M" TO BMI-WS-AUDIT-NEW-STATUS.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           DISPLAY "PATIENT " BMI-WS-LOSER-ID " MERGED INTO "
               BMI-WS-SURVIVOR-ID ".".
       0580-EXIT.
           EXIT.

      *================================================================
      *  0600 - APPEND ONE ROW TO THE MERGAUD TRAIL
      *================================================================
       0600-WRITE-MERGE-AUDIT.
           MOVE BMI-WS-OPERATOR-ID TO BMI-MRG-OPERATOR-ID.
           MOVE BMI-WS-CHANGE-DATE TO BMI-MRG-CHANGE-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-MRG-CHANGE-TIME.
           MOVE BMI-WS-AUDIT-ACTION TO BMI-MRG-ACTION.
           MOVE BMI-WS-LOSER-ID TO BMI-MRG-LOSER-ID.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-MRG-SURVIVOR-ID.
           MOVE BMI-WS-AUDIT-TYPE TO BMI-MRG-ITEM-TYPE.
           MOVE BMI-WS-AUDIT-OLD-VENDOR TO BMI-MRG-OLD-VENDOR.
           MOVE BMI-WS-AUDIT-OLD-ID TO BMI-MRG-OLD-PATIENT-ID.
           MOVE BMI-WS-AUDIT-OLD-DATE TO BMI-MRG-OLD-DATE.
           MOVE BMI-WS-AUDIT-OLD-SEQ TO BMI-MRG-OLD-SEQ.
           MOVE BMI-WS-AUDIT-NEW-VENDOR TO BMI-MRG-NEW-VENDOR.
           MOVE BMI-WS-AUDIT-NEW-ID TO BMI-MRG-NEW-PATIENT-ID.
           MOVE BMI-WS-AUDIT-NEW-DATE TO BMI-MRG-NEW-DATE.
           MOVE BMI-WS-AUDIT-NEW-SEQ TO BMI-MRG-NEW-SEQ.
           MOVE BMI-WS-AUDIT-OLD-STATUS TO BMI-MRG-OLD-STATUS.
           MOVE BMI-WS-AUDIT-NEW-STATUS TO BMI-MRG-NEW-STATUS.
           WRITE BMI-MERGE-AUDIT-RECORD.
           IF WS-MRGAUD-STATUS NOT = "00"
               DISPLAY "** MERGE-AUDIT WRITE FAILED - STATUS "
                   WS-MRGAUD-STATUS " **"
           END-IF.
       0600-EXIT.
           EXIT.

      *================================================================
      *  0700 SERIES - UNDO THE DUPLICATE'S LATEST MERGE. THE MERGE
      *  ROWS ARE READ BACK FROM MERGAUD AND EACH ITEM IS PUT BACK
      *  WHERE IT CAME FROM; EVERY ITEM PUT BACK GETS ITS OWN U ROW
      *  ON THE TRAIL. ONLY A PATIENT STILL MARKED MERGED CAN BE
      *  UNDONE, SO THE MERGE ROWS SINCE ITS LAST UNDO ARE THE ONES
      *  IN FORCE - ONE PASS, OR SEVERAL WHEN A MERGE THAT STOPPED
      *  PART WAY WAS KEYED AGAIN TO FINISH.
      *================================================================
       0700-UNDO-ONE-MERGE.
           MOVE BMI-WS-LOSER-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "PATIENT " BMI-WS-LOSER-ID " NOT ON FILE."
                   GO TO 0700-EXIT
           END-READ.
           IF NOT BMI-PAT-MERGED
               DISPLAY "PATIENT " BMI-WS-LOSER-ID
                   " IS NOT MERGED - NOTHING TO UNDO."
               GO TO 0700-EXIT
           END-IF.
           MOVE BMI-REC-MERGED-TO-ID TO BMI-WS-SURVIVOR-ID.

           PERFORM 0710-COLLECT-MERGE-ROWS THRU 0710-EXIT.
           IF BMI-WS-REFUSED
               GO TO 0700-EXIT
           END-IF.
           IF BMI-WS-UR-COUNT = ZERO
               DISPLAY "NO MERGE OF " BMI-WS-LOSER-ID
                   " ON THE MERGE-AUDIT TRAIL - UNDO REFUSED."
               GO TO 0700-EXIT
           END-IF.
           IF BMI-WS-UM-SURVIVOR NOT = BMI-WS-SURVIVOR-ID
               DISPLAY "MERGE-AUDIT TRAIL NAMES SURVIVOR "
                   BMI-WS-UM-SURVIVOR " BUT PATIENT-MASTER NAMES "
                   BMI-WS-SURVIVOR-ID " - UNDO REFUSED."
               GO TO 0700-EXIT
           END-IF.

           DISPLAY "-------------------------------------------------".
           DISPLAY "MERGE OF " BMI-WS-LOSER-ID " INTO "
               BMI-WS-SURVIVOR-ID " ON " BMI-WS-UM-DATE " AT "
               BMI-WS-UM-TIME " BY " BMI-WS-UM-OPERATOR.
           DISPLAY "ITEMS TO PUT BACK . . . . : " BMI-WS-UR-COUNT.
           DISPLAY "Confirm undo of this merge (Y/N): ".
           ACCEPT BMI-WS-CONFIRM.
           IF NOT BMI-WS-CONFIRMED
               DISPLAY "UNDO CANCELLED."
               GO TO 0700-EXIT
           END-IF.

           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           MOVE "U" TO BMI-WS-AUDIT-ACTION.
           PERFORM 0720-PUT-BACK-ONE-ITEM THRU 0720-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-UR-COUNT.
           PERFORM 0760-RESTORE-LOSER THRU 0760-EXIT.

           DISPLAY "HISTORY ROWS PUT BACK . . : " BMI-WS-HIST-MOVED.
           DISPLAY "SENT-LOG ROWS PUT BACK  . : " BMI-WS-SENT-MOVED.
           DISPLAY "WORKLIST ITEMS RE-KEYED . : "
               BMI-WS-ITEMS-REKEYED.
           DISPLAY "WORKLIST ITEMS REOPENED . : " BMI-WS-ITEMS-CLOSED.
           DISPLAY "ITEMS NOT PUT BACK  . . . : " BMI-WS-ITEMS-FAILED.
       0700-EXIT.
           EXIT.

      * THE TRAIL IS READ START TO END; THE FIRST MERGE ROW AFTER AN
      * UNDO OF THE DUPLICATE STARTS THE TABLE OVER, SO WHAT IS LEFT
      * AT THE END IS EVERY MERGE PASS SINCE ITS LAST UNDO, AND THE
      * STAMP HELD IS THE LATEST PASS'S. AN UNDO THAT STOPPED PART
      * WAY LEAVES THE SAME MERGE ROWS IN FORCE, SO IT CAN BE KEYED
      * AGAIN; WHAT IT ALREADY PUT BACK IS NO LONGER ON FILE.
      * THE FILE IS THEN REOPENED FOR APPEND - IF IT WILL NOT REOPEN,
      * THE SESSION ENDS, SINCE NO LATER MERGE OR UNDO COULD BE
      * AUDITED.
       0710-COLLECT-MERGE-ROWS.
           MOVE "N" TO BMI-WS-REFUSED-SW.
           MOVE ZERO TO BMI-WS-UR-COUNT.
           INITIALIZE BMI-WS-UNDO-MERGE.
           MOVE "N" TO BMI-WS-UNDONE-SW.
           CLOSE MERGE-AUDIT-FILE.
           MOVE "N" TO BMI-WS-MRGAUD-OK-SW.
           OPEN INPUT MERGE-AUDIT-FILE.
           IF WS-MRGAUD-STATUS NOT = "00"
               DISPLAY "UNABLE TO READ MERGE-AUDIT - STATUS "
                   WS-MRGAUD-STATUS " - UNDO REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0710-REOPEN
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0715-COLLECT-ONE-ROW THRU 0715-EXIT
               UNTIL BMI-WS-END-OF-FILE OR BMI-WS-REFUSED.
           CLOSE MERGE-AUDIT-FILE.

       0710-REOPEN.
           OPEN EXTEND MERGE-AUDIT-FILE.
           IF WS-MRGAUD-STATUS = "35"
               CLOSE MERGE-AUDIT-FILE
               OPEN OUTPUT MERGE-AUDIT-FILE
           END-IF.
           IF WS-MRGAUD-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN MERGE-AUDIT - STATUS "
                   WS-MRGAUD-STATUS " - UNDO REFUSED, SESSION ENDED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               MOVE "N" TO BMI-WS-AGAIN
               GO TO 0710-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-MRGAUD-OK-SW.
       0710-EXIT.
           EXIT.

       0715-COLLECT-ONE-ROW.
           READ MERGE-AUDIT-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0715-EXIT
           END-READ.
           IF BMI-MRG-LOSER-ID NOT = BMI-WS-LOSER-ID
               GO TO 0715-EXIT
           END-IF.
           IF BMI-MRG-ACT-UNDO
               MOVE "Y" TO BMI-WS-UNDONE-SW
               GO TO 0715-EXIT
           END-IF.
           IF NOT BMI-MRG-ACT-MERGE
               GO TO 0715-EXIT
           END-IF.
           IF BMI-WS-UNDONE-SINCE
               MOVE ZERO TO BMI-WS-UR-COUNT
               INITIALIZE BMI-WS-UNDO-MERGE
               MOVE "N" TO BMI-WS-UNDONE-SW
           END-IF.
           IF BMI-MRG-CHANGE-DATE NOT = BMI-WS-UM-DATE
              OR BMI-MRG-CHANGE-TIME NOT = BMI-WS-UM-TIME
               MOVE BMI-MRG-CHANGE-DATE TO BMI-WS-UM-DATE
               MOVE BMI-MRG-CHANGE-TIME TO BMI-WS-UM-TIME
               MOVE BMI-MRG-OPERATOR-ID TO BMI-WS-UM-OPERATOR
               MOVE BMI-MRG-SURVIVOR-ID TO BMI-WS-UM-SURVIVOR
               MOVE SPACE TO BMI-WS-UM-OLD-STATUS
           END-IF.
      * THE MASTER ROW IS PUT BACK SEPARATELY, AFTER EVERY OTHER
      * ITEM - ONLY THE STATUS IT HAD IS KEPT.
           IF BMI-MRG-ITEM-MASTER
               MOVE BMI-MRG-OLD-STATUS TO BMI-WS-UM-OLD-STATUS
               GO TO 0715-EXIT
           END-IF.
           IF BMI-WS-UR-COUNT >= BMI-WS-UR-MAX
               DISPLAY "MORE THAN " BMI-WS-UR-MAX " ITEMS IN THE MERGE"
                   " - UNDO REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0715-EXIT
           END-IF.
           ADD 1 TO BMI-WS-UR-COUNT.
           MOVE BMI-MRG-ITEM-TYPE TO BMI-WS-UR-TYPE (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-OLD-VENDOR
               TO BMI-WS-UR-OLD-VENDOR (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-OLD-PATIENT-ID
               TO BMI-WS-UR-OLD-ID (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-OLD-DATE
               TO BMI-WS-UR-OLD-DATE (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-OLD-SEQ
               TO BMI-WS-UR-OLD-SEQ (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-NEW-VENDOR
               TO BMI-WS-UR-NEW-VENDOR (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-NEW-PATIENT-ID
               TO BMI-WS-UR-NEW-ID (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-NEW-DATE
               TO BMI-WS-UR-NEW-DATE (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-NEW-SEQ
               TO BMI-WS-UR-NEW-SEQ (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-OLD-STATUS
               TO BMI-WS-UR-OLD-STATUS (BMI-WS-UR-COUNT).
           MOVE BMI-MRG-NEW-STATUS
               TO BMI-WS-UR-NEW-STATUS (BMI-WS-UR-COUNT).
       0715-EXIT.
           EXIT.

      * THE U ROW FOR AN ITEM PUT BACK RECORDS THE MOVE THE OTHER
      * WAY ROUND - OLD KEY WHERE THE ITEM SAT UNDER THE SURVIVOR,
      * NEW KEY WHERE IT IS BACK UNDER THE DUPLICATE.
       0720-PUT-BACK-ONE-ITEM.
           MOVE BMI-WS-UR-TYPE (BMI-WS-IX) TO BMI-WS-AUDIT-TYPE.
           MOVE BMI-WS-UR-NEW-VENDOR (BMI-WS-IX)
               TO BMI-WS-AUDIT-OLD-VENDOR.
           MOVE BMI-WS-UR-NEW-ID (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-ID.
           MOVE BMI-WS-UR-NEW-DATE (BMI-WS-IX)
               TO BMI-WS-AUDIT-OLD-DATE.
           MOVE BMI-WS-UR-NEW-SEQ (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-SEQ.
           MOVE BMI-WS-UR-OLD-VENDOR (BMI-WS-IX)
               TO BMI-WS-AUDIT-NEW-VENDOR.
           MOVE BMI-WS-UR-OLD-ID (BMI-WS-IX) TO BMI-WS-AUDIT-NEW-ID.
           MOVE BMI-WS-UR-OLD-DATE (BMI-WS-IX)
               TO BMI-WS-AUDIT-NEW-DATE.
           MOVE BMI-WS-UR-OLD-SEQ (BMI-WS-IX) TO BMI-WS-AUDIT-NEW-SEQ.
           MOVE BMI-WS-UR-NEW-STATUS (BMI-WS-IX)
               TO BMI-WS-AUDIT-OLD-STATUS.
           MOVE BMI-WS-UR-OLD-STATUS (BMI-WS-IX)
               TO BMI-WS-AUDIT-NEW-STATUS.
           EVALUATE BMI-WS-UR-TYPE (BMI-WS-IX)
               WHEN "H"
                   PERFORM 0730-PUT-BACK-HIST-ROW THRU 0730-EXIT
               WHEN "S"
                   PERFORM 0740-PUT-BACK-SENT-ROW THRU 0740-EXIT
               WHEN "W"
                   PERFORM 0750-PUT-BACK-ITEM THRU 0750-EXIT
           END-EVALUATE.
       0720-EXIT.
           EXIT.

      * THE ROW GOES BACK TO ITS ORIGINAL KEY WITH WHATEVER FLAGS IT
      * CARRIES NOW - A VOID OR SEND SINCE THE MERGE STANDS.
       0730-PUT-BACK-HIST-ROW.
           MOVE BMI-WS-UR-NEW-ID (BMI-WS-IX) TO BMI-HIST-PATIENT-ID.
           MOVE BMI-WS-UR-NEW-DATE (BMI-WS-IX) TO BMI-HIST-RUN-DATE.
           MOVE BMI-WS-UR-NEW-SEQ (BMI-WS-IX) TO BMI-HIST-SEQ.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   DISPLAY "** HISTORY ROW " BMI-HIST-PATIENT-ID " "
                       BMI-HIST-RUN-DATE " " BMI-HIST-SEQ
                       " NO LONGER ON FILE - NOT PUT BACK **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0730-EXIT
           END-READ.
           MOVE BMI-WS-UR-OLD-ID (BMI-WS-IX) TO BMI-HIST-PATIENT-ID.
           MOVE BMI-WS-UR-OLD-SEQ (BMI-WS-IX) TO BMI-HIST-SEQ.
           WRITE BMI-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "** HISTORY KEY " BMI-HIST-PATIENT-ID " "
                       BMI-HIST-RUN-DATE " " BMI-HIST-SEQ
                       " TAKEN - STATUS " WS-HISTORY-STATUS
                       " - NOT PUT BACK **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0730-EXIT
           END-WRITE.
           MOVE BMI-WS-UR-NEW-ID (BMI-WS-IX) TO BMI-HIST-PATIENT-ID.
           MOVE BMI-WS-UR-NEW-SEQ (BMI-WS-IX) TO BMI-HIST-SEQ.
           DELETE BMI-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "** HISTORY DELETE FAILED - STATUS "
                       WS-HISTORY-STATUS " - " BMI-HIST-PATIENT-ID " "
                       BMI-HIST-RUN-DATE " " BMI-HIST-SEQ
                       " NOT REMOVED - NOT COUNTED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0730-EXIT
           END-DELETE.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-HIST-MOVED.
       0730-EXIT.
           EXIT.

       0740-PUT-BACK-SENT-ROW.
           MOVE BMI-WS-UR-NEW-VENDOR (BMI-WS-IX)
               TO BMI-SENT-VENDOR-CODE.
           MOVE BMI-WS-UR-NEW-ID (BMI-WS-IX) TO BMI-SENT-PATIENT-ID.
           MOVE BMI-WS-UR-NEW-DATE (BMI-WS-IX) TO BMI-SENT-RUN-DATE.
           MOVE BMI-WS-UR-NEW-SEQ (BMI-WS-IX) TO BMI-SENT-SEQ.
           READ SENT-LOG-FILE
               INVALID KEY
                   DISPLAY "** SENT-LOG ROW " BMI-SENT-KEY
                       " NO LONGER ON FILE - NOT PUT BACK **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0740-EXIT
           END-READ.
           MOVE BMI-WS-UR-OLD-ID (BMI-WS-IX) TO BMI-SENT-PATIENT-ID.
           MOVE BMI-WS-UR-OLD-SEQ (BMI-WS-IX) TO BMI-SENT-SEQ.
           WRITE BMI-SENT-RECORD
               INVALID KEY
                   DISPLAY "** SENT-LOG WRITE FAILED - STATUS "
                       WS-SENT-STATUS " - NOT PUT BACK **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0740-EXIT
           END-WRITE.
           MOVE BMI-WS-UR-NEW-ID (BMI-WS-IX) TO BMI-SENT-PATIENT-ID.
           MOVE BMI-WS-UR-NEW-SEQ (BMI-WS-IX) TO BMI-SENT-SEQ.
           DELETE SENT-LOG-FILE RECORD
               INVALID KEY
                   DISPLAY "** SENT-LOG DELETE FAILED - STATUS "
                       WS-SENT-STATUS " - " BMI-SENT-VENDOR-CODE " "
                       BMI-SENT-PATIENT-ID " " BMI-SENT-RUN-DATE " "
                       BMI-SENT-SEQ
                       " NOT REMOVED - NOT COUNTED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0740-EXIT
           END-DELETE.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-SENT-MOVED.
       0740-EXIT.
           EXIT.

      * AN ITEM THE MERGE CLOSED IS REOPENED WITH THE STATUS IT HAD;
      * AN ITEM THE MERGE RE-KEYED GOES BACK UNDER THE DUPLICATE,
      * CARRYING ANY RE-FLAGS OR NOTES ADDED SINCE.
       0750-PUT-BACK-ITEM.
           IF BMI-WS-UR-NEW-STATUS (BMI-WS-IX) = "X"
              AND BMI-WS-UR-OLD-STATUS (BMI-WS-IX) NOT = "X"
               GO TO 0750-REOPEN-ITEM
           END-IF.

           MOVE BMI-WS-UR-NEW-ID (BMI-WS-IX) TO BMI-WORK-PATIENT-ID.
           MOVE BMI-WS-UR-NEW-DATE (BMI-WS-IX)
               TO BMI-WORK-OPENED-DATE.
           READ WORKLIST-FILE
               INVALID KEY
                   DISPLAY "** WORKLIST ITEM " BMI-WORK-PATIENT-ID " "
                       BMI-WORK-OPENED-DATE
                       " NO LONGER ON FILE - NOT PUT BACK **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0750-EXIT
           END-READ.
           MOVE BMI-WS-UR-OLD-ID (BMI-WS-IX) TO BMI-WORK-PATIENT-ID.
           WRITE BMI-WORK-RECORD
               INVALID KEY
                   DISPLAY "** WORKLIST WRITE FAILED - STATUS "
                       WS-WORKLIST-STATUS " - NOT PUT BACK **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0750-EXIT
           END-WRITE.
           MOVE BMI-WS-UR-NEW-ID (BMI-WS-IX) TO BMI-WORK-PATIENT-ID.
           DELETE WORKLIST-FILE RECORD
               INVALID KEY
                   DISPLAY "** WORKLIST DELETE FAILED - STATUS "
                       WS-WORKLIST-STATUS " - " BMI-WORK-PATIENT-ID
                       " " BMI-WORK-OPENED-DATE
                       " NOT REMOVED - NOT COUNTED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0750-EXIT
           END-DELETE.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-ITEMS-REKEYED.
           GO TO 0750-EXIT.

       0750-REOPEN-ITEM.
           MOVE BMI-WS-UR-OLD-ID (BMI-WS-IX) TO BMI-WORK-PATIENT-ID.
           MOVE BMI-WS-UR-OLD-DATE (BMI-WS-IX)
               TO BMI-WORK-OPENED-DATE.
           READ WORKLIST-FILE
               INVALID KEY
                   DISPLAY "** WORKLIST ITEM " BMI-WORK-PATIENT-ID " "
                       BMI-WORK-OPENED-DATE
                       " NO LONGER ON FILE - NOT REOPENED **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0750-EXIT
           END-READ.
           MOVE BMI-WS-UR-OLD-STATUS (BMI-WS-IX) TO BMI-WORK-STATUS.
           MOVE SPACES TO BMI-WORK-OUTCOME.
           MOVE ZERO TO BMI-WORK-CLOSED-DATE.
           MOVE SPACES TO BMI-WORK-OPERATOR-ID.
           REWRITE BMI-WORK-RECORD
               INVALID KEY
                   DISPLAY "** WORKLIST REWRITE FAILED - STATUS "
                       WS-WORKLIST-STATUS " **"
                   ADD 1 TO BMI-WS-ITEMS-FAILED
                   GO TO 0750-EXIT
           END-REWRITE.
      * A REOPENED ITEM STAYS WHERE IT WAS, SO BOTH KEYS ON ITS U
      * ROW ARE THE DUPLICATE'S.
           MOVE BMI-WS-UR-OLD-ID (BMI-WS-IX) TO BMI-WS-AUDIT-OLD-ID.
           MOVE BMI-WS-UR-OLD-DATE (BMI-WS-IX)
               TO BMI-WS-AUDIT-OLD-DATE.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           ADD 1 TO BMI-WS-ITEMS-CLOSED.
       0750-EXIT.
           EXIT.

      * LAST STEP OF AN UNDO - THE DUPLICATE GETS BACK THE STATUS IT
      * HAD BEFORE THE MERGE AND LOSES ITS SURVIVOR POINTER.
       0760-RESTORE-LOSER.
           MOVE BMI-WS-LOSER-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "** PATIENT " BMI-WS-LOSER-ID
                       " NO LONGER ON FILE - STATUS NOT RESTORED **"
                   GO TO 0760-EXIT
           END-READ.
           MOVE BMI-REC-STATUS TO BMI-WS-AUDIT-OLD-STATUS.
           MOVE BMI-WS-UM-OLD-STATUS TO BMI-REC-STATUS.
           MOVE SPACES TO BMI-REC-MERGED-TO-ID.
           REWRITE BMI-PATIENT-RECORD
               INVALID KEY
                   DISPLAY "** REWRITE FAILED FOR " BMI-WS-LOSER-ID
                       " - STATUS NOT RESTORED **"
                   GO TO 0760-EXIT
           END-REWRITE.

           MOVE "P" TO BMI-WS-AUDIT-TYPE.
           MOVE SPACES TO BMI-WS-AUDIT-OLD-VENDOR.
           MOVE BMI-WS-SURVIVOR-ID TO BMI-WS-AUDIT-OLD-ID.
           MOVE ZERO TO BMI-WS-AUDIT-OLD-DATE.
           MOVE ZERO TO BMI-WS-AUDIT-OLD-SEQ.
           MOVE SPACES TO BMI-WS-AUDIT-NEW-VENDOR.
           MOVE BMI-WS-LOSER-ID TO BMI-WS-AUDIT-NEW-ID.
           MOVE ZERO TO BMI-WS-AUDIT-NEW-DATE.
           MOVE ZERO TO BMI-WS-AUDIT-NEW-SEQ.
           MOVE BMI-REC-STATUS TO BMI-WS-AUDIT-NEW-STATUS.
           PERFORM 0600-WRITE-MERGE-AUDIT THRU 0600-EXIT.
           DISPLAY "MERGE OF " BMI-WS-LOSER-ID " INTO "
               BMI-WS-SURVIVOR-ID " UNDONE - STATUS "
               BMI-REC-STATUS " RESTORED.".
       0760-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE PATIENT-MASTER-FILE BMI-HISTORY-FILE SENT-LOG-FILE
                 WORKLIST-FILE.
           IF BMI-WS-MRGAUD-OPENED
               CLOSE MERGE-AUDIT-FILE
           END-IF.
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-MERGE.
