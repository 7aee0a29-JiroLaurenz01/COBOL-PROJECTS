
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  A CLASS-BAND PROMOTION IS NOW AUDITED ONLY
      *                 ONCE THE LIVE CLASTABL HAS BEEN REWRITTEN, SO
      *                 A FAILED REWRITE LEAVES NO ACTION P ROWS ON
      *                 TABAUD AND A RETRY DOES NOT AUDIT TWICE.
      * 2026-10-15  JL  BAND CHANGES NO LONGER GO STRAIGHT TO THE LIVE
      *                 CLASTABL. FUNCTION S KEYS THEM INTO THE STAGED
      *                 TABLE CLASSTAG (TABAUD ACTION S); FUNCTION P
      *                 PROMOTES CLASSTAG, AND ANY PERCENTILE TABLE
      *                 STAGED IN PCTSTAG, TO LIVE - BUT ONLY WHEN
      *                 IMPACTLG HOLDS A BMI-WHATIF RUN FOR EXACTLY
      *                 THOSE STAGED TABLES. EACH PROMOTED BAND IS
      *                 AUDITED AS ACTION P WITH THE RUN DATE AND TIME
      *                 OF THAT IMPACT REPORT.
      * 2026-09-02  JL  THE OPERATOR ID IS NOW VERIFIED AGAINST THE
      *                 OPERMAST MASTER AND NEEDS THE TABLE
      *                 MAINTENANCE ROLE (OR PURGE AUTHORITY) BEFORE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASTAB-STATUS.

           SELECT CLASS-STAGE-FILE ASSIGN TO "CLASSTAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASTG-STATUS.

           SELECT PCT-TABLE-FILE ASSIGN TO "PCTTABL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTTAB-STATUS.

           SELECT PCT-STAGE-FILE ASSIGN TO "PCTSTAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTSTG-STATUS.

           SELECT IMPACT-LOG-FILE ASSIGN TO "IMPACTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPC-STATUS.

           SELECT TABLE-AUDIT-FILE ASSIGN TO "TABAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUD-STATUS.
       FD  CLASS-TABLE-FILE.
           COPY BMICLAS.

      * THE STAGED TABLES ARE THE LIVE LAYOUTS, RENAMED VIA
      * REPLACING SINCE THE LIVE FILES ALREADY COPY THEM UNCHANGED.
       FD  CLASS-STAGE-FILE.
           COPY BMICLAS
               REPLACING ==BMI-CLAS-RECORD== BY ==BMI-STG-RECORD==
                         ==BMI-CLAS-AGE-GROUP==
                      BY ==BMI-STG-AGE-GROUP==
                         ==BMI-CLAS-GROUP-MINOR==
                      BY ==BMI-STG-GROUP-MINOR==
                         ==BMI-CLAS-GROUP-ADULT==
                      BY ==BMI-STG-GROUP-ADULT==
                         ==BMI-CLAS-GROUP-SENIOR==
                      BY ==BMI-STG-GROUP-SENIOR==
                         ==BMI-CLAS-SEX== BY ==BMI-STG-SEX==
                         ==BMI-CLAS-SEX-MALE== BY ==BMI-STG-SEX-MALE==
                         ==BMI-CLAS-SEX-FEMALE==
                      BY ==BMI-STG-SEX-FEMALE==
                         ==BMI-CLAS-SEX-BOTH== BY ==BMI-STG-SEX-BOTH==
                         ==BMI-CLAS-UNDER-MAX==
                      BY ==BMI-STG-UNDER-MAX==
                         ==BMI-CLAS-NORMAL-MAX==
                      BY ==BMI-STG-NORMAL-MAX==
                         ==BMI-CLAS-OVER-MAX== BY ==BMI-STG-OVER-MAX==
                         ==BMI-CLAS-OBESE-MAX==
                      BY ==BMI-STG-OBESE-MAX==.

       FD  PCT-TABLE-FILE.
           COPY BMIPCT.

       FD  PCT-STAGE-FILE.
           COPY BMIPCT
               REPLACING ==BMI-PCT-RECORD== BY ==BMI-SPCT-RECORD==
                         ==BMI-PCT-SEX== BY ==BMI-SPCT-SEX==
                         ==BMI-PCT-SEX-MALE== BY ==BMI-SPCT-SEX-MALE==
                         ==BMI-PCT-SEX-FEMALE==
                      BY ==BMI-SPCT-SEX-FEMALE==
                         ==BMI-PCT-AGE-YEARS==
                      BY ==BMI-SPCT-AGE-YEARS==
                         ==BMI-PCT-P05== BY ==BMI-SPCT-P05==
                         ==BMI-PCT-P10== BY ==BMI-SPCT-P10==
                         ==BMI-PCT-P25== BY ==BMI-SPCT-P25==
                         ==BMI-PCT-P50== BY ==BMI-SPCT-P50==
                         ==BMI-PCT-P75== BY ==BMI-SPCT-P75==
                         ==BMI-PCT-P85== BY ==BMI-SPCT-P85==
                         ==BMI-PCT-P90== BY ==BMI-SPCT-P90==
                         ==BMI-PCT-P95== BY ==BMI-SPCT-P95==.

       FD  IMPACT-LOG-FILE.
           COPY BMIIMPC.

       FD  TABLE-AUDIT-FILE.
           COPY BMITAUD.


       WORKING-STORAGE SECTION.
       77  WS-CLASTAB-STATUS            PIC XX.
       77  WS-CLASTG-STATUS             PIC XX.
       77  WS-PCTTAB-STATUS             PIC XX.
       77  WS-PCTSTG-STATUS             PIC XX.
       77  WS-IMPC-STATUS               PIC XX.
       77  WS-TAUD-STATUS               PIC XX.
       77  WS-OPER-STATUS               PIC XX.

       77  BMI-WS-CHANGE-DATE           PIC 9(08).
       77  BMI-WS-CHANGE-TIME           PIC 9(08).

      * S KEYS BAND CHANGES INTO THE STAGED TABLE, P PROMOTES THE
      * STAGED TABLES TO LIVE ONCE THEIR IMPACT REPORT IS ON FILE.
       77  BMI-WS-FUNCTION              PIC X(01).
           88  BMI-WS-FUNC-STAGE            VALUE "S".
           88  BMI-WS-FUNC-PROMOTE          VALUE "P".

      * WHAT THE NEXT TABAUD ROW RECORDS - S OR P, AND FOR P THE
      * IMPACTLG RUN STAMP THE PROMOTION RESTS ON.
       77  BMI-WS-TAUD-ACTION           PIC X(01).
       77  BMI-WS-IMPACT-DATE           PIC 9(08) VALUE ZERO.
       77  BMI-WS-IMPACT-TIME           PIC 9(08) VALUE ZERO.
       77  BMI-WS-IMPACT-PATIENTS       PIC 9(07) VALUE ZERO.
       77  BMI-WS-IMPACT-MOVED          PIC 9(07) VALUE ZERO.
       77  BMI-WS-IMPACT-OPERATOR       PIC X(08) VALUE SPACES.

       77  BMI-WS-IMPACT-FOUND-SW       PIC X(01) VALUE "N".
           88  BMI-WS-IMPACT-FOUND          VALUE "Y".

       77  BMI-WS-AGAIN                 PIC X(01).
           88  BMI-WS-DO-ANOTHER            VALUE "Y".

               10  BMI-WS-CT-OVER-MAX       PIC 99V99.
               10  BMI-WS-CT-OBESE-MAX      PIC 99V99.

      *--------------------------------------------------------------
      * THE STAGED TABLES, ROW FOR ROW AS THEY SIT ON CLASSTAG AND
      * PCTSTAG. THE AREAS ARE CLEARED TO SPACES BEFORE LOADING SO
      * EACH COMPARES DIRECTLY WITH THE IMAGE BMI-WHATIF LOGGED.
      *--------------------------------------------------------------
       77  BMI-WS-PCT-MAX               PIC 9(02) VALUE 40.
       77  BMI-WS-STAGE-COUNT           PIC 9(02) COMP VALUE ZERO.
       77  BMI-WS-SPCT-COUNT            PIC 9(02) COMP VALUE ZERO.
       77  BMI-WS-STAGE-IX              PIC 9(02) COMP.

      * THE LIVE BANDS AS LOADED, HELD WHILE THE STAGED BANDS ARE
      * WRITTEN SO THE PROMOTION CAN STILL BE AUDITED AGAINST THEM.
       01  BMI-WS-LIVE-HOLD-TABLE       PIC X(216).
       77  BMI-WS-LIVE-HOLD-COUNT       PIC 9(02) COMP.

       01  BMI-WS-STAGE-TABLE.
           05  BMI-WS-ST-ENTRY          OCCURS 12 TIMES.
               10  BMI-WS-ST-AGE-GROUP      PIC X(01).
               10  BMI-WS-ST-SEX            PIC X(01).
               10  BMI-WS-ST-UNDER-MAX      PIC 99V99.
               10  BMI-WS-ST-NORMAL-MAX     PIC 99V99.
               10  BMI-WS-ST-OVER-MAX       PIC 99V99.
               10  BMI-WS-ST-OBESE-MAX      PIC 99V99.

       01  BMI-WS-SPCT-TABLE.
           05  BMI-WS-SP-ENTRY          PIC X(35) OCCURS 40 TIMES.

      *--------------------------------------------------------------
      * CUTOFF ENTRY FIELDS - KEYED AS FOUR DIGITS, NN.NN WITHOUT
      * THE POINT, SAME AS THEY SIT ON THE FILE.
               STOP RUN
           END-IF.
           PERFORM 0300-OPEN-AUDIT THRU 0300-EXIT.
           IF BMI-WS-FUNC-PROMOTE
               PERFORM 0700-PROMOTE-STAGED THRU 0700-EXIT
           ELSE
               MOVE "S" TO BMI-WS-TAUD-ACTION
               MOVE "Y" TO BMI-WS-AGAIN
               PERFORM 0400-MAINTAIN-ONE-BAND THRU 0400-EXIT
                   UNTIL BMI-WS-AGAIN NOT = "Y"
               IF BMI-WS-TABLE-CHANGED
                   PERFORM 0650-REWRITE-STAGED THRU 0650-EXIT
               ELSE
                   DISPLAY "NO CHANGES MADE - TABLE NOT REWRITTEN."
               END-IF
           END-IF.
           PERFORM 0900-CLOSE-FILES THRU 0900-EXIT.
           STOP RUN.
           IF BMI-WS-SIGNON-REFUSED
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "Enter function - S stage band changes, P promote"
               " staged tables to live: ".
           ACCEPT BMI-WS-FUNCTION.
           IF NOT BMI-WS-FUNC-STAGE
              AND NOT BMI-WS-FUNC-PROMOTE
               DISPLAY "NO VALID FUNCTION - NOTHING DONE."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
               GO TO 0200-EXIT
           END-IF.
      * BOTH FUNCTIONS START FROM THE STAGED TABLE. CHANGES ARE
      * KEYED ON TOP OF WHATEVER IS ALREADY STAGED, OR ON TOP OF THE
      * LIVE TABLE WHEN NOTHING IS.
           PERFORM 0250-LOAD-STAGED-CLASS THRU 0250-EXIT.
           IF BMI-WS-FUNC-STAGE
              AND BMI-WS-STAGE-COUNT > ZERO
               DISPLAY "CHANGES GO ON TOP OF THE " BMI-WS-STAGE-COUNT
                   " BAND ROWS ALREADY STAGED."
               MOVE BMI-WS-STAGE-TABLE TO BMI-WS-CLASS-TABLE
               MOVE BMI-WS-STAGE-COUNT TO BMI-WS-CLASS-COUNT
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0210-LOAD-CLASS-TABLE THRU 0210-EXIT.
       0200-EXIT.
           EXIT.
       0230-EXIT.
           EXIT.

       0250-LOAD-STAGED-CLASS.
           MOVE SPACES TO BMI-WS-STAGE-TABLE.
           MOVE ZERO TO BMI-WS-STAGE-COUNT.
           MOVE "N" TO BMI-WS-TABLE-EOF-SW.
           OPEN INPUT CLASS-STAGE-FILE.
           IF WS-CLASTG-STATUS NOT = "00"
               GO TO 0250-EXIT
           END-IF.
           PERFORM 0255-LOAD-ONE-STAGED-BAND THRU 0255-EXIT
               UNTIL BMI-WS-END-OF-TABLE.
           CLOSE CLASS-STAGE-FILE.
       0250-EXIT.
           EXIT.

       0255-LOAD-ONE-STAGED-BAND.
           READ CLASS-STAGE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-TABLE-EOF-SW
                   GO TO 0255-EXIT
           END-READ.
           IF BMI-WS-STAGE-COUNT >= BMI-WS-CLASS-MAX
               DISPLAY "** STAGED CLASS TABLE TRUNCATED AT "
                   BMI-WS-CLASS-MAX " ROWS **"
               MOVE "Y" TO BMI-WS-TABLE-EOF-SW
               GO TO 0255-EXIT
           END-IF.
           ADD 1 TO BMI-WS-STAGE-COUNT.
           MOVE BMI-STG-RECORD TO BMI-WS-ST-ENTRY (BMI-WS-STAGE-COUNT).
       0255-EXIT.
           EXIT.

       0260-LOAD-STAGED-PCT.
           MOVE SPACES TO BMI-WS-SPCT-TABLE.
           MOVE ZERO TO BMI-WS-SPCT-COUNT.
           MOVE "N" TO BMI-WS-TABLE-EOF-SW.
           OPEN INPUT PCT-STAGE-FILE.
           IF WS-PCTSTG-STATUS NOT = "00"
               GO TO 0260-EXIT
           END-IF.
           PERFORM 0265-LOAD-ONE-STAGED-PCT THRU 0265-EXIT
               UNTIL BMI-WS-END-OF-TABLE.
           CLOSE PCT-STAGE-FILE.
       0260-EXIT.
           EXIT.

       0265-LOAD-ONE-STAGED-PCT.
           READ PCT-STAGE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-TABLE-EOF-SW
                   GO TO 0265-EXIT
           END-READ.
           IF BMI-WS-SPCT-COUNT >= BMI-WS-PCT-MAX
               DISPLAY "** STAGED PERCENTILE TABLE TRUNCATED AT "
                   BMI-WS-PCT-MAX " ROWS **"
               MOVE "Y" TO BMI-WS-TABLE-EOF-SW
               GO TO 0265-EXIT
           END-IF.
           ADD 1 TO BMI-WS-SPCT-COUNT.
           MOVE BMI-SPCT-RECORD TO BMI-WS-SP-ENTRY (BMI-WS-SPCT-COUNT).
       0265-EXIT.
           EXIT.

       0300-OPEN-AUDIT.
           OPEN EXTEND TABLE-AUDIT-FILE.
           IF WS-TAUD-STATUS = "35"
           MOVE BMI-WS-NEW-OBESE-MAX
               TO BMI-WS-CT-OBESE-MAX (BMI-WS-HIT-IX).
           MOVE "Y" TO BMI-WS-CHANGED-SW.
           DISPLAY "BAND STAGED - RUN BMI-WHATIF, THEN PROMOTE.".
       0400-EXIT.
           EXIT.

           MOVE BMI-WS-NEW-NORMAL-MAX TO BMI-TAUD-NEW-NORMAL-MAX.
           MOVE BMI-WS-NEW-OVER-MAX TO BMI-TAUD-NEW-OVER-MAX.
           MOVE BMI-WS-NEW-OBESE-MAX TO BMI-TAUD-NEW-OBESE-MAX.
           MOVE BMI-WS-TAUD-ACTION TO BMI-TAUD-ACTION.
           MOVE BMI-WS-IMPACT-DATE TO BMI-TAUD-IMPACT-DATE.
           MOVE BMI-WS-IMPACT-TIME TO BMI-TAUD-IMPACT-TIME.
           WRITE BMI-TAUD-RECORD.
           IF WS-TAUD-STATUS NOT = "00"
               DISPLAY "** TABLE-AUDIT WRITE FAILED - STATUS "
           EXIT.

      *================================================================
      *  0600 SERIES - REWRITE THE LIVE TABLE FILE FROM THE TABLE AS
      *  PROMOTED
      *================================================================
       0600-REWRITE-TABLE.
           OPEN OUTPUT CLASS-TABLE-FILE.
       0610-EXIT.
           EXIT.

      *================================================================
      *  0650 - WRITE THE KEYED BANDS TO THE STAGED TABLE. THE LIVE
      *  CLASTABL IS ONLY EVER WRITTEN BY A PROMOTION.
      *================================================================
       0650-REWRITE-STAGED.
           OPEN OUTPUT CLASS-STAGE-FILE.
           IF WS-CLASTG-STATUS NOT = "00"
               DISPLAY "** STAGED TABLE REWRITE FAILED - STATUS "
                   WS-CLASTG-STATUS " - CHANGES NOT SAVED **"
               GO TO 0650-EXIT
           END-IF.
           PERFORM 0660-WRITE-ONE-STAGED THRU 0660-EXIT
               VARYING BMI-WS-CLASS-IX FROM 1 BY 1
               UNTIL BMI-WS-CLASS-IX > BMI-WS-CLASS-COUNT.
           CLOSE CLASS-STAGE-FILE.
           DISPLAY "STAGED TABLE CLASSTAG WRITTEN - " BMI-WS-CLASS-COUNT
               " BAND ROWS. NOT LIVE UNTIL PROMOTED.".
       0650-EXIT.
           EXIT.

       0660-WRITE-ONE-STAGED.
           MOVE BMI-WS-CT-ENTRY (BMI-WS-CLASS-IX) TO BMI-STG-RECORD.
           WRITE BMI-STG-RECORD.
           IF WS-CLASTG-STATUS NOT = "00"
               DISPLAY "** STAGED TABLE WRITE FAILED - STATUS "
                   WS-CLASTG-STATUS " **"
           END-IF.
       0660-EXIT.
           EXIT.

      *================================================================
      *  0700 SERIES - PROMOTE THE STAGED TABLES TO LIVE. NOTHING
      *  MOVES UNLESS IMPACTLG HOLDS A BMI-WHATIF RUN WHOSE IMAGE IS
      *  EXACTLY WHAT IS STAGED NOW; THE LATEST SUCH RUN IS THE ONE
      *  EVERY PROMOTED ROW ON TABAUD POINTS BACK TO.
      *================================================================
       0700-PROMOTE-STAGED.
           MOVE "P" TO BMI-WS-TAUD-ACTION.
           PERFORM 0260-LOAD-STAGED-PCT THRU 0260-EXIT.
           IF BMI-WS-STAGE-COUNT = ZERO
              AND BMI-WS-SPCT-COUNT = ZERO
               DISPLAY "NOTHING STAGED IN CLASSTAG OR PCTSTAG -"
                   " NOTHING TO PROMOTE."
               GO TO 0700-EXIT
           END-IF.

           PERFORM 0710-FIND-IMPACT-REPORT THRU 0710-EXIT.
           IF NOT BMI-WS-IMPACT-FOUND
               DISPLAY "NO IMPACT REPORT ON FILE FOR THE STAGED"
                   " TABLES - RUN BMI-WHATIF FIRST."
               DISPLAY "NOTHING PROMOTED."
               GO TO 0700-EXIT
           END-IF.

           DISPLAY "STAGED CLASS BAND ROWS . . . : " BMI-WS-STAGE-COUNT.
           DISPLAY "STAGED PERCENTILE ROWS . . . : " BMI-WS-SPCT-COUNT.
           DISPLAY "IMPACT REPORT RUN  . . . . . : " BMI-WS-IMPACT-DATE
               " " BMI-WS-IMPACT-TIME " BY " BMI-WS-IMPACT-OPERATOR.
           DISPLAY "PATIENTS RECLASSIFIED  . . . : "
               BMI-WS-IMPACT-PATIENTS.
           DISPLAY "WOULD CHANGE CATEGORY  . . . : "
               BMI-WS-IMPACT-MOVED.
           DISPLAY "Confirm promotion to live (Y/N): ".
           ACCEPT BMI-WS-CONFIRM.
           IF NOT BMI-WS-CONFIRMED
               DISPLAY "PROMOTION CANCELLED."
               GO TO 0700-EXIT
           END-IF.

           IF BMI-WS-STAGE-COUNT > ZERO
               PERFORM 0730-PROMOTE-CLASS THRU 0730-EXIT
           END-IF.
           IF BMI-WS-SPCT-COUNT > ZERO
               PERFORM 0760-PROMOTE-PCT THRU 0760-EXIT
           END-IF.
       0700-EXIT.
           EXIT.

       0710-FIND-IMPACT-REPORT.
           MOVE "N" TO BMI-WS-IMPACT-FOUND-SW.
           MOVE "N" TO BMI-WS-TABLE-EOF-SW.
           OPEN INPUT IMPACT-LOG-FILE.
           IF WS-IMPC-STATUS NOT = "00"
               GO TO 0710-EXIT
           END-IF.
           PERFORM 0715-CHECK-ONE-IMPACT THRU 0715-EXIT
               UNTIL BMI-WS-END-OF-TABLE.
           CLOSE IMPACT-LOG-FILE.
       0710-EXIT.
           EXIT.

      * THE LOG IS APPENDED IN RUN ORDER, SO THE LAST MATCH IS THE
      * LATEST REPORT FOR THESE TABLES.
       0715-CHECK-ONE-IMPACT.
           READ IMPACT-LOG-FILE
               AT END
                   MOVE "Y" TO BMI-WS-TABLE-EOF-SW
                   GO TO 0715-EXIT
           END-READ.
           IF BMI-IMPC-CLASS-COUNT NOT = BMI-WS-STAGE-COUNT
              OR BMI-IMPC-PCT-COUNT NOT = BMI-WS-SPCT-COUNT
              OR BMI-IMPC-CLASS-IMAGE NOT = BMI-WS-STAGE-TABLE
              OR BMI-IMPC-PCT-IMAGE NOT = BMI-WS-SPCT-TABLE
               GO TO 0715-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-IMPACT-FOUND-SW.
           MOVE BMI-IMPC-RUN-DATE TO BMI-WS-IMPACT-DATE.
           MOVE BMI-IMPC-RUN-TIME TO BMI-WS-IMPACT-TIME.
           MOVE BMI-IMPC-OPERATOR-ID TO BMI-WS-IMPACT-OPERATOR.
           MOVE BMI-IMPC-PATIENTS TO BMI-WS-IMPACT-PATIENTS.
           MOVE BMI-IMPC-MOVED TO BMI-WS-IMPACT-MOVED.
       0715-EXIT.
           EXIT.

      *================================================================
      *  0730 SERIES - REPLACE THE LIVE TABLE (ALREADY LOADED BY 0210)
      *  WITH THE STAGED ROWS, THEN - ONLY ONCE CLASTABL IS REWRITTEN
      *  - AUDIT EVERY BAND THE PROMOTION CHANGED AND EMPTY CLASSTAG.
      *  A LIVE ROW WITH NO STAGED COUNTERPART IS DROPPED AND AUDITED
      *  WITH ZERO NEW CUTOFFS. A FAILED REWRITE AUDITS NOTHING AND
      *  KEEPS CLASSTAG FOR A RETRY, SAME AS 0760 FOR PCTTABL.
      *================================================================
       0730-PROMOTE-CLASS.
           MOVE BMI-WS-CLASS-TABLE TO BMI-WS-LIVE-HOLD-TABLE.
           MOVE BMI-WS-CLASS-COUNT TO BMI-WS-LIVE-HOLD-COUNT.
           MOVE BMI-WS-STAGE-TABLE TO BMI-WS-CLASS-TABLE.
           MOVE BMI-WS-STAGE-COUNT TO BMI-WS-CLASS-COUNT.
           PERFORM 0600-REWRITE-TABLE THRU 0600-EXIT.

      * THE AUDIT COMPARES AGAINST THE LIVE BANDS, SO THEY GO BACK
      * IN PLACE FOR IT - AND STAY THERE WHEN THE REWRITE FAILED.
           MOVE BMI-WS-LIVE-HOLD-TABLE TO BMI-WS-CLASS-TABLE.
           MOVE BMI-WS-LIVE-HOLD-COUNT TO BMI-WS-CLASS-COUNT.
           IF WS-CLASTAB-STATUS NOT = "00"
               DISPLAY "CLASS BANDS NOT PROMOTED - CLASSTAG KEPT."
               GO TO 0730-EXIT
           END-IF.

           PERFORM 0735-AUDIT-ONE-STAGED THRU 0735-EXIT
               VARYING BMI-WS-STAGE-IX FROM 1 BY 1
               UNTIL BMI-WS-STAGE-IX > BMI-WS-STAGE-COUNT.
           PERFORM 0740-AUDIT-ONE-DROPPED THRU 0740-EXIT
               VARYING BMI-WS-STAGE-IX FROM 1 BY 1
               UNTIL BMI-WS-STAGE-IX > BMI-WS-CLASS-COUNT.

           MOVE BMI-WS-STAGE-TABLE TO BMI-WS-CLASS-TABLE.
           MOVE BMI-WS-STAGE-COUNT TO BMI-WS-CLASS-COUNT.
           OPEN OUTPUT CLASS-STAGE-FILE.
           CLOSE CLASS-STAGE-FILE.
       0730-EXIT.
           EXIT.

       0735-AUDIT-ONE-STAGED.
           MOVE BMI-WS-ST-AGE-GROUP (BMI-WS-STAGE-IX)
               TO BMI-WS-PICK-GROUP.
           MOVE BMI-WS-ST-SEX (BMI-WS-STAGE-IX) TO BMI-WS-PICK-SEX.
           PERFORM 0410-FIND-BAND-ROW THRU 0410-EXIT.
           IF BMI-WS-HIT-IX = ZERO
               MOVE ZERO TO BMI-WS-OLD-CUTOFFS
           ELSE
               MOVE BMI-WS-CT-UNDER-MAX (BMI-WS-HIT-IX)
                   TO BMI-WS-OLD-UNDER-MAX
               MOVE BMI-WS-CT-NORMAL-MAX (BMI-WS-HIT-IX)
                   TO BMI-WS-OLD-NORMAL-MAX
               MOVE BMI-WS-CT-OVER-MAX (BMI-WS-HIT-IX)
                   TO BMI-WS-OLD-OVER-MAX
               MOVE BMI-WS-CT-OBESE-MAX (BMI-WS-HIT-IX)
                   TO BMI-WS-OLD-OBESE-MAX
           END-IF.
           MOVE BMI-WS-ST-UNDER-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-NEW-UNDER-MAX.
           MOVE BMI-WS-ST-NORMAL-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-NEW-NORMAL-MAX.
           MOVE BMI-WS-ST-OVER-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-NEW-OVER-MAX.
           MOVE BMI-WS-ST-OBESE-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-NEW-OBESE-MAX.
           IF BMI-WS-HIT-IX > ZERO
              AND BMI-WS-OLD-CUTOFFS = BMI-WS-NEW-CUTOFFS
               GO TO 0735-EXIT
           END-IF.
           PERFORM 0500-WRITE-TABLE-AUDIT THRU 0500-EXIT.
       0735-EXIT.
           EXIT.

       0740-AUDIT-ONE-DROPPED.
           MOVE ZERO TO BMI-WS-HIT-IX.
           PERFORM 0745-CHECK-ONE-STAGED THRU 0745-EXIT
               VARYING BMI-WS-CLASS-IX FROM 1 BY 1
               UNTIL BMI-WS-CLASS-IX > BMI-WS-STAGE-COUNT
                  OR BMI-WS-HIT-IX > ZERO.
           IF BMI-WS-HIT-IX > ZERO
               GO TO 0740-EXIT
           END-IF.
           MOVE BMI-WS-CT-AGE-GROUP (BMI-WS-STAGE-IX)
               TO BMI-WS-PICK-GROUP.
           MOVE BMI-WS-CT-SEX (BMI-WS-STAGE-IX) TO BMI-WS-PICK-SEX.
           MOVE BMI-WS-CT-UNDER-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-OLD-UNDER-MAX.
           MOVE BMI-WS-CT-NORMAL-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-OLD-NORMAL-MAX.
           MOVE BMI-WS-CT-OVER-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-OLD-OVER-MAX.
           MOVE BMI-WS-CT-OBESE-MAX (BMI-WS-STAGE-IX)
               TO BMI-WS-OLD-OBESE-MAX.
           MOVE ZERO TO BMI-WS-NEW-CUTOFFS.
           PERFORM 0500-WRITE-TABLE-AUDIT THRU 0500-EXIT.
       0740-EXIT.
           EXIT.

      * HERE THE LIVE ROW IS THE ONE BEING LOOKED FOR AMONG THE
      * STAGED ROWS.
       0745-CHECK-ONE-STAGED.
           IF BMI-WS-ST-AGE-GROUP (BMI-WS-CLASS-IX) =
                  BMI-WS-CT-AGE-GROUP (BMI-WS-STAGE-IX)
              AND BMI-WS-ST-SEX (BMI-WS-CLASS-IX) =
                  BMI-WS-CT-SEX (BMI-WS-STAGE-IX)
               MOVE BMI-WS-CLASS-IX TO BMI-WS-HIT-IX
           END-IF.
       0745-EXIT.
           EXIT.

      *================================================================
      *  0760 SERIES - WRITE THE STAGED PERCENTILE ROWS TO THE LIVE
      *  PCTTABL, AUDIT THE PROMOTION AS ONE AGE GROUP "G" ROW, AND
      *  EMPTY PCTSTAG.
      *================================================================
       0760-PROMOTE-PCT.
           OPEN OUTPUT PCT-TABLE-FILE.
           IF WS-PCTTAB-STATUS NOT = "00"
               DISPLAY "** PERCENTILE TABLE REWRITE FAILED - STATUS "
                   WS-PCTTAB-STATUS " - NOT PROMOTED **"
               GO TO 0760-EXIT
           END-IF.
           PERFORM 0765-WRITE-ONE-PCT THRU 0765-EXIT
               VARYING BMI-WS-STAGE-IX FROM 1 BY 1
               UNTIL BMI-WS-STAGE-IX > BMI-WS-SPCT-COUNT.
           CLOSE PCT-TABLE-FILE.
           DISPLAY "PERCENTILE TABLE REWRITTEN - " BMI-WS-SPCT-COUNT
               " ROWS.".

           MOVE "G" TO BMI-WS-PICK-GROUP.
           MOVE SPACES TO BMI-WS-PICK-SEX.
           MOVE ZERO TO BMI-WS-OLD-CUTOFFS.
           MOVE ZERO TO BMI-WS-NEW-CUTOFFS.
           PERFORM 0500-WRITE-TABLE-AUDIT THRU 0500-EXIT.

           OPEN OUTPUT PCT-STAGE-FILE.
           CLOSE PCT-STAGE-FILE.
       0760-EXIT.
           EXIT.

       0765-WRITE-ONE-PCT.
           MOVE BMI-WS-SP-ENTRY (BMI-WS-STAGE-IX) TO BMI-PCT-RECORD.
           WRITE BMI-PCT-RECORD.
           IF WS-PCTTAB-STATUS NOT = "00"
               DISPLAY "** PERCENTILE TABLE WRITE FAILED - STATUS "
                   WS-PCTTAB-STATUS " **"
           END-IF.
       0765-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE TABLE-AUDIT-FILE.
       0900-EXIT.
