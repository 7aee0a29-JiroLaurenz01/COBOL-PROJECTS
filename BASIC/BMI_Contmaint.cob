       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-CONTMAINT".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  INITIAL VERSION - MAINTENANCE TRANSACTION
      *                 FOR THE PATCONT PATIENT CONTACT FILE (MAILING
      *                 ADDRESS AND LETTER LANGUAGE) THAT BMI-LETTERS
      *                 MAILS RESULT LETTERS FROM. THE CLINICAL ROLE
      *                 (OR PURGE AUTHORITY) IS REQUIRED, AS FOR
      *                 BMI-MAINTENANCE; WHEN OPERMAST IS NOT ON FILE
      *                 THE CHECK IS OFF. A CONTACT ROW CAN ONLY BE
      *                 ADDED FOR A PATIENT ON THE MASTER. EVERY ADD
      *                 OR CHANGE WRITES A BEFORE/AFTER ROW TO
      *                 CONTAUD, AND EVERY ADDRESS SHOWN WRITES AN
      *                 ACCESSLG ROW. ROWS ARE NEVER DELETED - KEY A
      *                 BLANK FIRST ADDRESS LINE TO STOP LETTERS.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "PATCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-CON-PATIENT-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CONTACT-AUDIT-FILE ASSIGN TO "CONTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAUD-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY BMICON.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       FD  CONTACT-AUDIT-FILE.
           COPY BMICAUD.

       FD  ACCESS-LOG-FILE.
           COPY BMIACC.

       WORKING-STORAGE SECTION.
       77  WS-CONTACT-STATUS            PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-CAUD-STATUS               PIC XX.
       77  WS-ACC-STATUS                PIC XX.

       77  BMI-WS-FILES-OK-SW           PIC X(01).
           88  BMI-WS-FILES-OPENED          VALUE "Y".
           88  BMI-WS-FILES-NOT-OPENED      VALUE "N".

      * SIGN-ON CHECK AGAINST THE OPERATOR MASTER. WHEN OPERMAST IS
      * NOT ON FILE THE CHECK IS OFF AND THE SWITCH STAYS "Y".
       77  BMI-WS-SIGNON-OK-SW          PIC X(01) VALUE "Y".
           88  BMI-WS-SIGNON-OK             VALUE "Y".
           88  BMI-WS-SIGNON-REFUSED        VALUE "N".

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-CHANGE-DATE           PIC 9(08).
       77  BMI-WS-CHANGE-TIME           PIC 9(08).

       77  BMI-WS-AGAIN                 PIC X(01).
           88  BMI-WS-DO-ANOTHER            VALUE "Y".

       77  BMI-WS-FUNCTION              PIC X(01).
           88  BMI-WS-FUNC-ADD              VALUE "A".
           88  BMI-WS-FUNC-CHANGE           VALUE "C".
           88  BMI-WS-FUNC-VIEW             VALUE "V".

       77  BMI-WS-CONFIRM               PIC X(01).
           88  BMI-WS-CONFIRMED             VALUE "Y".

       77  BMI-WS-TARGET-ID             PIC X(06).
       77  BMI-WS-FOUND-SW              PIC X(01).
           88  BMI-WS-ROW-FOUND             VALUE "Y".
           88  BMI-WS-ROW-MISSING           VALUE "N".

      * SET BY 0450 WHEN THE KEYED ADDRESS WILL NOT DO - THE ENTRY
      * IS ABANDONED AND NOTHING IS WRITTEN.
       77  BMI-WS-ENTRY-OK-SW           PIC X(01).
           88  BMI-WS-ENTRY-OK              VALUE "Y".

      *--------------------------------------------------------------
      * OLD AND NEW IMAGES FOR THE AUDIT ROW - STAGED SO NOTHING
      * TOUCHES THE FILE UNTIL THE CHANGE IS CONFIRMED.
      *--------------------------------------------------------------
       01  BMI-WS-OLD-CONTACT.
           05  BMI-WS-OLD-ADDRESS-1     PIC X(30).
           05  BMI-WS-OLD-ADDRESS-2     PIC X(30).
           05  BMI-WS-OLD-CITY          PIC X(20).
           05  BMI-WS-OLD-STATE         PIC X(02).
           05  BMI-WS-OLD-POSTAL-CODE   PIC X(10).
           05  BMI-WS-OLD-LANGUAGE      PIC X(02).

       01  BMI-WS-NEW-CONTACT.
           05  BMI-WS-NEW-ADDRESS-1     PIC X(30).
           05  BMI-WS-NEW-ADDRESS-2     PIC X(30).
           05  BMI-WS-NEW-CITY          PIC X(20).
           05  BMI-WS-NEW-STATE         PIC X(02).
           05  BMI-WS-NEW-POSTAL-CODE   PIC X(10).
           05  BMI-WS-NEW-LANGUAGE      PIC X(02).
               88  BMI-WS-NEW-LANG-VALID    VALUES "EN" "ES".

       77  BMI-WS-AUDIT-ACTION          PIC X(01).

      * WHAT THE ACCESS-LOG ROW SAYS WAS SHOWN.
       77  BMI-WS-ACC-SHOWN             PIC X(40).

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
               PERFORM 0400-MAINTAIN-ONE-CONTACT THRU 0400-EXIT
                   UNTIL BMI-WS-AGAIN NOT = "Y"
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           END-IF.
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT BMI-WS-CHANGE-DATE FROM DATE YYYYMMDD.
           DISPLAY "Enter your operator ID: ".
           ACCEPT BMI-WS-OPERATOR-ID.
           PERFORM 0240-VERIFY-OPERATOR THRU 0240-EXIT.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0240 - VERIFY THE OPERATOR AGAINST OPERMAST. A PATIENT'S
      *  ADDRESS IS CLINICAL RECORD MAINTENANCE - ROLE C, OR PURGE
      *  AUTHORITY P WHICH COVERS EVERYTHING.
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

       0300-OPEN-FILES.
           MOVE "Y" TO BMI-WS-FILES-OK-SW.
           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT-MASTER - STATUS "
                   WS-MASTER-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               GO TO 0300-EXIT
           END-IF.

      * PATCONT MAY NOT EXIST YET ON A FIRST RUN - CREATE IT EMPTY,
      * THEN REOPEN I-O, SAME AS BMI-LOAD DOES FOR PATMAST.
           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CONTACT-FILE - STATUS "
                   WS-CONTACT-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE PATIENT-MASTER-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN EXTEND CONTACT-AUDIT-FILE.
           IF WS-CAUD-STATUS = "35"
               CLOSE CONTACT-AUDIT-FILE
               OPEN OUTPUT CONTACT-AUDIT-FILE
           END-IF.

           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACC-STATUS = "35"
               CLOSE ACCESS-LOG-FILE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
       0300-EXIT.
           EXIT.

      *================================================================
      *  0400 - ONE CONTACT-FILE TRANSACTION: ADD, CHANGE, OR VIEW
      *================================================================
       0400-MAINTAIN-ONE-CONTACT.
           DISPLAY "Enter function - A add, C change, V view"
               " (blank to quit): ".
           ACCEPT BMI-WS-FUNCTION.
           IF BMI-WS-FUNCTION = SPACES
               MOVE "N" TO BMI-WS-AGAIN
               GO TO 0400-EXIT
           END-IF.
           IF NOT BMI-WS-FUNC-ADD AND NOT BMI-WS-FUNC-CHANGE
              AND NOT BMI-WS-FUNC-VIEW
               DISPLAY "INVALID FUNCTION."
               GO TO 0400-EXIT
           END-IF.

           DISPLAY "Enter patient ID: ".
           ACCEPT BMI-WS-TARGET-ID.
           MOVE BMI-WS-TARGET-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "PATIENT " BMI-WS-TARGET-ID
                       " NOT ON PATIENT-MASTER."
                   GO TO 0400-EXIT
           END-READ.
           DISPLAY "PATIENT       : " BMI-PATIENT-ID "  "
               BMI-PATIENT-NAME "  STATUS " BMI-REC-STATUS.

           EVALUATE TRUE
               WHEN BMI-WS-FUNC-ADD
                   PERFORM 0410-ADD-CONTACT THRU 0410-EXIT
               WHEN BMI-WS-FUNC-CHANGE
                   PERFORM 0420-CHANGE-CONTACT THRU 0420-EXIT
               WHEN BMI-WS-FUNC-VIEW
                   PERFORM 0430-VIEW-CONTACT THRU 0430-EXIT
           END-EVALUATE.
       0400-EXIT.
           EXIT.

       0410-ADD-CONTACT.
           PERFORM 0440-READ-TARGET THRU 0440-EXIT.
           IF BMI-WS-ROW-FOUND
               DISPLAY "CONTACT FOR " BMI-WS-TARGET-ID
                   " ALREADY ON FILE - USE C TO CHANGE."
               GO TO 0410-EXIT
           END-IF.

           MOVE SPACES TO BMI-WS-OLD-CONTACT.
           PERFORM 0450-PROMPT-CONTACT THRU 0450-EXIT.
           IF NOT BMI-WS-ENTRY-OK
               GO TO 0410-EXIT
           END-IF.

           DISPLAY "Confirm add for " BMI-WS-TARGET-ID " (Y/N): ".
           ACCEPT BMI-WS-CONFIRM.
           IF NOT BMI-WS-CONFIRMED
               DISPLAY "ADD CANCELLED."
               GO TO 0410-EXIT
           END-IF.

           MOVE BMI-WS-TARGET-ID TO BMI-CON-PATIENT-ID.
           PERFORM 0460-STAGE-NEW-ROW THRU 0460-EXIT.
           WRITE BMI-CON-RECORD
               INVALID KEY
                   DISPLAY "** CONTACT-FILE WRITE FAILED -"
                       " STATUS " WS-CONTACT-STATUS " **"
                   GO TO 0410-EXIT
           END-WRITE.

           MOVE "A" TO BMI-WS-AUDIT-ACTION.
           PERFORM 0500-WRITE-CONTACT-AUDIT THRU 0500-EXIT.
           DISPLAY "CONTACT FOR " BMI-WS-TARGET-ID " ADDED.".
       0410-EXIT.
           EXIT.

       0420-CHANGE-CONTACT.
           PERFORM 0440-READ-TARGET THRU 0440-EXIT.
           IF BMI-WS-ROW-MISSING
               DISPLAY "NO CONTACT FOR " BMI-WS-TARGET-ID
                   " - USE A TO ADD."
               GO TO 0420-EXIT
           END-IF.

           MOVE BMI-CON-ADDRESS-1 TO BMI-WS-OLD-ADDRESS-1.
           MOVE BMI-CON-ADDRESS-2 TO BMI-WS-OLD-ADDRESS-2.
           MOVE BMI-CON-CITY TO BMI-WS-OLD-CITY.
           MOVE BMI-CON-STATE TO BMI-WS-OLD-STATE.
           MOVE BMI-CON-POSTAL-CODE TO BMI-WS-OLD-POSTAL-CODE.
           MOVE BMI-CON-LANGUAGE TO BMI-WS-OLD-LANGUAGE.
           PERFORM 0470-SHOW-CONTACT THRU 0470-EXIT.

           PERFORM 0450-PROMPT-CONTACT THRU 0450-EXIT.
           IF NOT BMI-WS-ENTRY-OK
               GO TO 0420-EXIT
           END-IF.

           DISPLAY "Confirm change for " BMI-WS-TARGET-ID " (Y/N): ".
           ACCEPT BMI-WS-CONFIRM.
           IF NOT BMI-WS-CONFIRMED
               DISPLAY "CHANGE CANCELLED."
               GO TO 0420-EXIT
           END-IF.

           PERFORM 0460-STAGE-NEW-ROW THRU 0460-EXIT.
           REWRITE BMI-CON-RECORD
               INVALID KEY
                   DISPLAY "** CONTACT-FILE REWRITE FAILED -"
                       " STATUS " WS-CONTACT-STATUS " **"
                   GO TO 0420-EXIT
           END-REWRITE.

           MOVE "C" TO BMI-WS-AUDIT-ACTION.
           PERFORM 0500-WRITE-CONTACT-AUDIT THRU 0500-EXIT.
           DISPLAY "CONTACT FOR " BMI-WS-TARGET-ID " CHANGED.".
       0420-EXIT.
           EXIT.

       0430-VIEW-CONTACT.
           PERFORM 0440-READ-TARGET THRU 0440-EXIT.
           IF BMI-WS-ROW-MISSING
               DISPLAY "NO CONTACT FOR " BMI-WS-TARGET-ID "."
               GO TO 0430-EXIT
           END-IF.
           PERFORM 0470-SHOW-CONTACT THRU 0470-EXIT.
           DISPLAY "LAST CHANGED  : " BMI-CON-CHANGED-DATE
               " BY " BMI-CON-OPERATOR-ID.
       0430-EXIT.
           EXIT.

       0440-READ-TARGET.
           MOVE "Y" TO BMI-WS-FOUND-SW.
           MOVE BMI-WS-TARGET-ID TO BMI-CON-PATIENT-ID.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE "N" TO BMI-WS-FOUND-SW
           END-READ.
       0440-EXIT.
           EXIT.

      * THE WHOLE ADDRESS IS REKEYED ON A CHANGE. A BLANK FIRST LINE
      * IS ACCEPTED (NO ADDRESS - LETTERS ARE HELD BACK); OTHERWISE
      * THE CITY AND POSTAL CODE ARE NEEDED TO MAIL ANYTHING.
       0450-PROMPT-CONTACT.
           MOVE "N" TO BMI-WS-ENTRY-OK-SW.
           MOVE SPACES TO BMI-WS-NEW-CONTACT.
           DISPLAY "Enter address line 1 (blank for no address): ".
           ACCEPT BMI-WS-NEW-ADDRESS-1.
           IF BMI-WS-NEW-ADDRESS-1 NOT = SPACES
               DISPLAY "Enter address line 2: "
               ACCEPT BMI-WS-NEW-ADDRESS-2
               DISPLAY "Enter city: "
               ACCEPT BMI-WS-NEW-CITY
               DISPLAY "Enter state: "
               ACCEPT BMI-WS-NEW-STATE
               DISPLAY "Enter postal code: "
               ACCEPT BMI-WS-NEW-POSTAL-CODE
               IF BMI-WS-NEW-CITY = SPACES
                  OR BMI-WS-NEW-POSTAL-CODE = SPACES
                   DISPLAY "CITY AND POSTAL CODE REQUIRED - ENTRY"
                       " ABANDONED."
                   GO TO 0450-EXIT
               END-IF
           END-IF.
           DISPLAY "Enter letter language - EN english, ES spanish"
               " (blank for EN): ".
           ACCEPT BMI-WS-NEW-LANGUAGE.
           IF BMI-WS-NEW-LANGUAGE = SPACES
               MOVE "EN" TO BMI-WS-NEW-LANGUAGE
           END-IF.
           IF NOT BMI-WS-NEW-LANG-VALID
               DISPLAY "INVALID LANGUAGE - ENTRY ABANDONED."
               GO TO 0450-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-ENTRY-OK-SW.
       0450-EXIT.
           EXIT.

       0460-STAGE-NEW-ROW.
           MOVE BMI-WS-NEW-ADDRESS-1 TO BMI-CON-ADDRESS-1.
           MOVE BMI-WS-NEW-ADDRESS-2 TO BMI-CON-ADDRESS-2.
           MOVE BMI-WS-NEW-CITY TO BMI-CON-CITY.
           MOVE BMI-WS-NEW-STATE TO BMI-CON-STATE.
           MOVE BMI-WS-NEW-POSTAL-CODE TO BMI-CON-POSTAL-CODE.
           MOVE BMI-WS-NEW-LANGUAGE TO BMI-CON-LANGUAGE.
           MOVE BMI-WS-CHANGE-DATE TO BMI-CON-CHANGED-DATE.
           MOVE BMI-WS-OPERATOR-ID TO BMI-CON-OPERATOR-ID.
       0460-EXIT.
           EXIT.

       0470-SHOW-CONTACT.
           DISPLAY "ADDRESS LINE 1: " BMI-CON-ADDRESS-1.
           DISPLAY "ADDRESS LINE 2: " BMI-CON-ADDRESS-2.
           DISPLAY "CITY/STATE/ZIP: " BMI-CON-CITY " "
               BMI-CON-STATE " " BMI-CON-POSTAL-CODE.
           DISPLAY "LANGUAGE      : " BMI-CON-LANGUAGE.
           MOVE SPACES TO BMI-WS-ACC-SHOWN.
           STRING "CONTACT " BMI-CON-CITY " " BMI-CON-STATE
               DELIMITED BY SIZE INTO BMI-WS-ACC-SHOWN.
           PERFORM 0800-WRITE-ACCESS-LOG THRU 0800-EXIT.
       0470-EXIT.
           EXIT.

       0500-WRITE-CONTACT-AUDIT.
           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-CAUD-OPERATOR-ID.
           MOVE BMI-WS-CHANGE-DATE TO BMI-CAUD-CHANGE-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-CAUD-CHANGE-TIME.
           MOVE BMI-WS-AUDIT-ACTION TO BMI-CAUD-ACTION.
           MOVE BMI-WS-TARGET-ID TO BMI-CAUD-PATIENT-ID.
           MOVE BMI-WS-OLD-ADDRESS-1 TO BMI-CAUD-OLD-ADDRESS-1.
           MOVE BMI-WS-OLD-ADDRESS-2 TO BMI-CAUD-OLD-ADDRESS-2.
           MOVE BMI-WS-OLD-CITY TO BMI-CAUD-OLD-CITY.
           MOVE BMI-WS-OLD-STATE TO BMI-CAUD-OLD-STATE.
           MOVE BMI-WS-OLD-POSTAL-CODE TO BMI-CAUD-OLD-POSTAL-CODE.
           MOVE BMI-WS-OLD-LANGUAGE TO BMI-CAUD-OLD-LANGUAGE.
           MOVE BMI-WS-NEW-ADDRESS-1 TO BMI-CAUD-NEW-ADDRESS-1.
           MOVE BMI-WS-NEW-ADDRESS-2 TO BMI-CAUD-NEW-ADDRESS-2.
           MOVE BMI-WS-NEW-CITY TO BMI-CAUD-NEW-CITY.
           MOVE BMI-WS-NEW-STATE TO BMI-CAUD-NEW-STATE.
           MOVE BMI-WS-NEW-POSTAL-CODE TO BMI-CAUD-NEW-POSTAL-CODE.
           MOVE BMI-WS-NEW-LANGUAGE TO BMI-CAUD-NEW-LANGUAGE.
           WRITE BMI-CAUD-RECORD.
           IF WS-CAUD-STATUS NOT = "00"
               DISPLAY "** CONTACT-AUDIT WRITE FAILED - STATUS "
                   WS-CAUD-STATUS " **"
           END-IF.
       0500-EXIT.
           EXIT.

      *================================================================
      *  0800 - ONE ACCESS-LOG ROW FOR THE ADDRESS JUST SHOWN
      *================================================================
       0800-WRITE-ACCESS-LOG.
           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-ACC-OPERATOR-ID.
           MOVE BMI-WS-CHANGE-DATE TO BMI-ACC-ACCESS-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-ACC-ACCESS-TIME.
           MOVE BMI-WS-TARGET-ID TO BMI-ACC-PATIENT-ID.
           MOVE "BMI-CONTMAINT" TO BMI-ACC-PROGRAM.
           MOVE "C" TO BMI-ACC-VIEW-CODE.
           MOVE BMI-WS-ACC-SHOWN TO BMI-ACC-SHOWN.
           WRITE BMI-ACC-RECORD.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "** ACCESS-LOG WRITE FAILED - STATUS "
                   WS-ACC-STATUS " **"
           END-IF.
       0800-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE CONTACT-FILE PATIENT-MASTER-FILE CONTACT-AUDIT-FILE
                 ACCESS-LOG-FILE.
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-CONTMAINT.
