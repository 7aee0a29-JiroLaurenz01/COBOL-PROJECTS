       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-INTEGRITY".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  INITIAL VERSION - CROSS-FILE INTEGRITY SWEEP,
      *                 RUN AS THE LAST STEP OF THE NIGHTLY CHAIN
      *                 AFTER BMI-TREND. EACH PROGRAM CHECKS ONLY THE
      *                 FILES IT TOUCHES; THIS ONE READS THEM ALL AND
      *                 CHANGES NOTHING. RULES: BMI-HISTORY ROWS
      *                 WHOSE PATIENT IS NOT ON PATMAST, SENT-LOG
      *                 ROWS WHOSE HISTORY KEY IS GONE, OPEN
      *                 WORKLIST ITEMS FOR DECEASED PATIENTS, LIVE
      *                 ROWS LEFT UNSENT PAST THE LIMIT FOR ACTIVE
      *                 PATIENTS, EXTCTL OUT OF STEP WITH THE VNDREXT
      *                 PROFILE ROW, AND MAINTAUD/VOIDAUD OPERATOR
      *                 IDS NOT ON OPERMAST. PRINTS THE EXCEPTIONS
      *                 GROUPED BY RULE WITH COUNTS AND KEYS AND ENDS
      *                 RC 0 CLEAN, 4 EXCEPTIONS FOUND (THE STEP
      *                 STILL COMPLETES AND THE BOARD SHOWS RC 04),
      *                 12 WHEN HISTORY OR THE MASTER CANNOT BE READ.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SENT-LOG-FILE ASSIGN TO "BMISENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMI-SENT-KEY
               FILE STATUS IS WS-SENT-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "WORKLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMI-WORK-KEY
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "EXTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT VENDOR-PROFILE-FILE ASSIGN TO "VNDRPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT VOID-AUDIT-FILE ASSIGN TO "VOIDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAUD-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  SENT-LOG-FILE.
           COPY BMISENT.

       FD  WORKLIST-FILE.
           COPY BMIWRK.

       FD  EXTRACT-CONTROL-FILE.
           COPY BMIXCTL.

       FD  VENDOR-PROFILE-FILE.
           COPY BMIVPRO.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       FD  MAINT-AUDIT-FILE.
           COPY BMIMAUD.

       FD  VOID-AUDIT-FILE.
           COPY BMIVAUD.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE        PIC X(72).

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-SENT-STATUS               PIC XX.
       77  WS-WORKLIST-STATUS           PIC XX.
       77  WS-CONTROL-STATUS            PIC XX.
       77  WS-PROFILE-STATUS            PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-MAUD-STATUS               PIC XX.
       77  WS-VAUD-STATUS               PIC XX.
       77  WS-REPORT-STATUS             PIC XX.

       77  BMI-WS-OPEN-SW               PIC X(01).
           88  BMI-WS-OPEN-OK               VALUE "Y".
           88  BMI-WS-OPEN-FAILED           VALUE "N".

       77  BMI-WS-EOF-SW                PIC X(01).
           88  BMI-WS-END-OF-FILE           VALUE "Y".

      * 0 NOTHING FOUND, 4 EXCEPTIONS LISTED, 12 NOT RUN.
       77  BMI-WS-RUN-RC                PIC 9(02) VALUE ZERO.

       77  BMI-WS-RUN-DATE              PIC 9(08).

      *--------------------------------------------------------------
      * THE MASTER ROW LAST LOOKED UP. HISTORY IS IN PATIENT ORDER,
      * SO A PATIENT'S ROWS SHARE ONE READ.
      *--------------------------------------------------------------
       77  BMI-WS-PREV-PATIENT-ID       PIC X(06).
       77  BMI-WS-PAT-FOUND-SW          PIC X(01).
           88  BMI-WS-PAT-FOUND             VALUE "Y".
           88  BMI-WS-PAT-MISSING           VALUE "N".
       77  BMI-WS-PAT-STATUS            PIC X(01).
           88  BMI-WS-PAT-ACTIVE            VALUES "A" SPACE.
           88  BMI-WS-PAT-DECEASED          VALUE "D".

      *--------------------------------------------------------------
      * A LIVE ROW STILL UNSENT THIS MANY DAYS AFTER ITS RUN DATE
      * HAS BEEN PASSED OVER BY MORE THAN ONE EXTRACT CYCLE.
      *--------------------------------------------------------------
       77  BMI-WS-UNSENT-DAYS           PIC 9(03) VALUE 014.
       77  BMI-WS-CUTOFF-DATE           PIC 9(08).

       01  BMI-WS-CUTOFF-PARTS.
           05  BMI-WS-CUT-YEAR          PIC 9(04).
           05  BMI-WS-CUT-MONTH         PIC 9(02).
           05  BMI-WS-CUT-DAY           PIC 9(02).

       01  BMI-WS-MONTH-DAYS-LIST.
           05  FILLER                   PIC X(24)
               VALUE "312831303130313130313031".
       01  BMI-WS-MONTH-DAYS-TABLE REDEFINES BMI-WS-MONTH-DAYS-LIST.
           05  BMI-WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.

       77  BMI-WS-LEAP-QUOTIENT         PIC 9(04).
       77  BMI-WS-LEAP-REM-4            PIC 9(04).
       77  BMI-WS-LEAP-REM-100          PIC 9(04).
       77  BMI-WS-LEAP-REM-400          PIC 9(04).

      *--------------------------------------------------------------
      * EXTCTL AGAINST THE VNDREXT VENDOR'S PROFILE ROW
      *--------------------------------------------------------------
       77  BMI-WS-PROFILE-SW            PIC X(01).
           88  BMI-WS-PROFILE-PRESENT       VALUE "Y".
       77  BMI-WS-LEGACY-SW             PIC X(01).
           88  BMI-WS-LEGACY-FOUND          VALUE "Y".
       77  BMI-WS-CTL-SEQ               PIC 9(06).
       77  BMI-WS-CTL-DATE              PIC 9(08).
       77  BMI-WS-PRO-SEQ               PIC 9(06).
       77  BMI-WS-PRO-DATE              PIC 9(08).

      * WITH A PROFILE THAT HAS NO VNDREXT VENDOR NOTHING KEEPS THE
      * EXTRACTED FLAG ON THE HISTORY ROW, SO THE UNSENT RULE IS OFF.
       77  BMI-WS-FLAG-KEPT-SW          PIC X(01) VALUE "Y".
           88  BMI-WS-FLAG-KEPT             VALUE "Y".

       77  BMI-WS-OPER-OK-SW            PIC X(01) VALUE "N".
           88  BMI-WS-OPER-OPENED           VALUE "Y".

      *--------------------------------------------------------------
      * DETAIL LINES PER RULE ARE CAPPED SO A WHOLESALE PROBLEM
      * (A LOST MASTER, A WIPED OPERATOR FILE) STILL GIVES A REPORT
      * SOMEONE CAN READ. THE COUNTS ARE ALWAYS COMPLETE.
      *--------------------------------------------------------------
       77  BMI-WS-LIST-MAX              PIC 9(05) VALUE 00200.
       77  BMI-WS-LISTED                PIC 9(05) COMP.
       77  BMI-WS-RULE-CHECKED          PIC 9(07).
       77  BMI-WS-RULE-EXCEPTIONS       PIC 9(07).

       01  BMI-WS-RULE-COUNTS.
           05  BMI-WS-RULE-COUNT        PIC 9(07) OCCURS 6 TIMES.
       77  BMI-WS-RX                    PIC 9(02) COMP.
       77  BMI-WS-RULE-NO               PIC 9(01).
       77  BMI-WS-TOTAL-EXCEPTIONS      PIC 9(07) VALUE ZERO.

       01  BMI-WS-RULE-TITLE-LIST.
           05  FILLER  PIC X(50)
               VALUE "HISTORY ROW WHOSE PATIENT IS NOT ON PATMAST".
           05  FILLER  PIC X(50)
               VALUE "SENT-LOG ROW WHOSE HISTORY ROW IS NOT ON FILE".
           05  FILLER  PIC X(50)
               VALUE "OPEN WORKLIST ITEM FOR A DECEASED PATIENT".
           05  FILLER  PIC X(50)
               VALUE "LIVE ROW UNSENT PAST THE LIMIT, PATIENT ACTIVE".
           05  FILLER  PIC X(50)
               VALUE "EXTCTL OUT OF STEP WITH VNDREXT PROFILE ROW".
           05  FILLER  PIC X(50)
               VALUE "AUDIT OPERATOR ID NOT ON OPERMAST".
       01  BMI-WS-RULE-TITLE-TABLE REDEFINES BMI-WS-RULE-TITLE-LIST.
           05  BMI-WS-RULE-TITLE        PIC X(50) OCCURS 6 TIMES.

      *--------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *--------------------------------------------------------------
       01  BMI-RPT-HEADER-LINE.
           05  FILLER                   PIC X(44)
               VALUE "BMI-INTEGRITY CROSS-FILE INTEGRITY SWEEP    ".
           05  FILLER                   PIC X(09) VALUE "RUN DATE ".
           05  BMI-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                   PIC X(11) VALUE SPACES.

       01  BMI-RPT-RULE-LINE.
           05  FILLER                   PIC X(05) VALUE "RULE ".
           05  BMI-RPT-RULE-NO          PIC 9(01).
           05  FILLER                   PIC X(03) VALUE " - ".
           05  BMI-RPT-RULE-TITLE       PIC X(50).
           05  FILLER                   PIC X(13) VALUE SPACES.

       01  BMI-RPT-KEY-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  BMI-RPT-KEY-LABEL        PIC X(10).
           05  BMI-RPT-KEY-VALUE        PIC X(28).
           05  BMI-RPT-KEY-NOTE         PIC X(30).

       01  BMI-RPT-COUNT-LINE.
           05  BMI-RPT-COUNT-LABEL      PIC X(32).
           05  BMI-RPT-COUNT-VALUE      PIC Z(06)9.
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  BMI-RPT-DETAIL-LINE.
           05  BMI-RPT-DETAIL-TEXT      PIC X(72).

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE. ONE PASS PER RULE SO THE REPORT
      *  COMES OUT GROUPED WITHOUT HOLDING ANYTHING IN STORAGE.
      *================================================================
       0100-START-HERE.
           PERFORM 0200-INITIALIZE THRU 0200-EXIT.
           IF BMI-WS-OPEN-OK
               PERFORM 0500-LOAD-EXTRACT-CONTROL THRU 0500-EXIT
               PERFORM 0300-CHECK-HISTORY-PATIENT THRU 0300-EXIT
               PERFORM 0350-CHECK-SENT-LOG THRU 0350-EXIT
               PERFORM 0400-CHECK-WORKLIST THRU 0400-EXIT
               PERFORM 0450-CHECK-UNSENT THRU 0450-EXIT
               PERFORM 0520-CHECK-EXTRACT-CONTROL THRU 0520-EXIT
               PERFORM 0600-CHECK-OPERATORS THRU 0600-EXIT
               PERFORM 0800-PRINT-SUMMARY THRU 0800-EXIT
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           ELSE
               MOVE 12 TO BMI-WS-RUN-RC
           END-IF.
           MOVE BMI-WS-RUN-RC TO RETURN-CODE.
           DISPLAY "BMI-INTEGRITY ENDING WITH RETURN CODE "
               BMI-WS-RUN-RC.
           STOP RUN.

      *================================================================
      *  0200 SERIES - OPEN WHAT IS NEEDED AND WORK OUT THE UNSENT
      *  CUTOFF. HISTORY AND THE MASTER ARE REQUIRED; EVERY OTHER
      *  FILE ONLY TURNS ITS OWN RULE OFF WHEN IT IS ABSENT.
      *================================================================
       0200-INITIALIZE.
           MOVE "Y" TO BMI-WS-OPEN-SW.
           INITIALIZE BMI-WS-RULE-COUNTS.
           ACCEPT BMI-WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT-MASTER - STATUS "
                   WS-MASTER-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INTEGRITY-REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
               GO TO 0200-EXIT
           END-IF.
           MOVE BMI-WS-RUN-DATE TO BMI-RPT-HDR-DATE.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-HEADER-LINE.

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS = "00"
               MOVE "Y" TO BMI-WS-OPER-OK-SW
           END-IF.

           MOVE BMI-WS-RUN-DATE TO BMI-WS-CUTOFF-PARTS.
           PERFORM 0250-BACK-ONE-DAY THRU 0250-EXIT
               BMI-WS-UNSENT-DAYS TIMES.
           MOVE BMI-WS-CUTOFF-PARTS TO BMI-WS-CUTOFF-DATE.
       0200-EXIT.
           EXIT.

       0250-BACK-ONE-DAY.
           SUBTRACT 1 FROM BMI-WS-CUT-DAY.
           IF BMI-WS-CUT-DAY > ZERO
               GO TO 0250-EXIT
           END-IF.
           SUBTRACT 1 FROM BMI-WS-CUT-MONTH.
           IF BMI-WS-CUT-MONTH = ZERO
               MOVE 12 TO BMI-WS-CUT-MONTH
               SUBTRACT 1 FROM BMI-WS-CUT-YEAR
           END-IF.
           MOVE BMI-WS-MONTH-DAYS (BMI-WS-CUT-MONTH) TO BMI-WS-CUT-DAY.
           IF BMI-WS-CUT-MONTH NOT = 2
               GO TO 0250-EXIT
           END-IF.
           DIVIDE BMI-WS-CUT-YEAR BY 4 GIVING BMI-WS-LEAP-QUOTIENT
               REMAINDER BMI-WS-LEAP-REM-4.
           DIVIDE BMI-WS-CUT-YEAR BY 100 GIVING BMI-WS-LEAP-QUOTIENT
               REMAINDER BMI-WS-LEAP-REM-100.
           DIVIDE BMI-WS-CUT-YEAR BY 400 GIVING BMI-WS-LEAP-QUOTIENT
               REMAINDER BMI-WS-LEAP-REM-400.
           IF BMI-WS-LEAP-REM-4 = ZERO
              AND (BMI-WS-LEAP-REM-100 NOT = ZERO
                   OR BMI-WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO BMI-WS-CUT-DAY
           END-IF.
       0250-EXIT.
           EXIT.

      *================================================================
      *  0260 SERIES - SHARED BY THE RULE PASSES: LOOK UP A PATIENT
      *  (ONCE PER PATIENT), OPEN AND CLOSE A RULE'S SECTION, AND
      *  LIST ONE EXCEPTION UNDER THE CAP
      *================================================================
       0260-LOOKUP-PATIENT.
           IF BMI-PATIENT-ID = BMI-WS-PREV-PATIENT-ID
               GO TO 0260-EXIT
           END-IF.
           MOVE BMI-PATIENT-ID TO BMI-WS-PREV-PATIENT-ID.
           MOVE "Y" TO BMI-WS-PAT-FOUND-SW.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO BMI-WS-PAT-FOUND-SW
                   MOVE SPACES TO BMI-WS-PAT-STATUS
                   GO TO 0260-EXIT
           END-READ.
           MOVE BMI-REC-STATUS TO BMI-WS-PAT-STATUS.
       0260-EXIT.
           EXIT.

       0270-START-RULE.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE BMI-WS-RX TO BMI-RPT-RULE-NO.
           MOVE BMI-WS-RULE-TITLE (BMI-WS-RX) TO BMI-RPT-RULE-TITLE.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-RULE-LINE.
           MOVE ZERO TO BMI-WS-LISTED BMI-WS-RULE-CHECKED
                        BMI-WS-RULE-EXCEPTIONS.
           MOVE HIGH-VALUES TO BMI-WS-PREV-PATIENT-ID.
           MOVE "N" TO BMI-WS-EOF-SW.
       0270-EXIT.
           EXIT.

      * THE CALLER HAS THE KEY LINE BUILT; THIS COUNTS IT AND PRINTS
      * IT WHILE THE RULE IS UNDER ITS CAP.
       0280-LIST-EXCEPTION.
           ADD 1 TO BMI-WS-RULE-EXCEPTIONS.
           IF BMI-WS-LISTED < BMI-WS-LIST-MAX
               WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-KEY-LINE
               ADD 1 TO BMI-WS-LISTED
           END-IF.
       0280-EXIT.
           EXIT.

       0290-END-RULE.
           IF BMI-WS-RULE-EXCEPTIONS > BMI-WS-LISTED
               MOVE "    ... FURTHER EXCEPTIONS NOT LISTED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
           MOVE "  ROWS CHECKED  . . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-RULE-CHECKED TO BMI-RPT-COUNT-VALUE.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "  EXCEPTIONS  . . . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-RULE-EXCEPTIONS TO BMI-RPT-COUNT-VALUE.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE BMI-WS-RULE-EXCEPTIONS TO BMI-WS-RULE-COUNT (BMI-WS-RX).
           ADD BMI-WS-RULE-EXCEPTIONS TO BMI-WS-TOTAL-EXCEPTIONS.
       0290-EXIT.
           EXIT.

      * A RULE WHOSE FILE IS NOT ON FILE PRINTS WHY IN PLACE OF ITS
      * COUNTS AND FINDS NOTHING.
       0295-RULE-NOT-CHECKED.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE ZERO TO BMI-WS-RULE-COUNT (BMI-WS-RX).
       0295-EXIT.
           EXIT.

       0298-START-HISTORY.
           MOVE LOW-VALUES TO BMI-HIST-KEY.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN BMI-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO BMI-WS-EOF-SW
           END-START.
       0298-EXIT.
           EXIT.

      *================================================================
      *  0300 SERIES - RULE 1: EVERY HISTORY ROW, VOIDED OR NOT, MUST
      *  BELONG TO A PATIENT ON THE MASTER. A MERGED-AWAY PATIENT
      *  STAYS ON THE MASTER MARKED "M", SO ONLY A LOST ROW OR A
      *  BAD LOAD SHOWS HERE.
      *================================================================
       0300-CHECK-HISTORY-PATIENT.
           MOVE 1 TO BMI-WS-RX.
           PERFORM 0270-START-RULE THRU 0270-EXIT.
           PERFORM 0298-START-HISTORY THRU 0298-EXIT.
           PERFORM 0310-CHECK-ONE-HISTORY THRU 0310-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           PERFORM 0290-END-RULE THRU 0290-EXIT.
       0300-EXIT.
           EXIT.

       0310-CHECK-ONE-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0310-EXIT
           END-READ.
           ADD 1 TO BMI-WS-RULE-CHECKED.
           MOVE BMI-HIST-PATIENT-ID TO BMI-PATIENT-ID.
           PERFORM 0260-LOOKUP-PATIENT THRU 0260-EXIT.
           IF BMI-WS-PAT-FOUND
               GO TO 0310-EXIT
           END-IF.
           MOVE "HISTORY" TO BMI-RPT-KEY-LABEL.
           MOVE SPACES TO BMI-RPT-KEY-VALUE.
           STRING BMI-HIST-PATIENT-ID " " BMI-HIST-RUN-DATE " "
               BMI-HIST-SEQ DELIMITED BY SIZE INTO BMI-RPT-KEY-VALUE.
           IF BMI-HIST-VOIDED
               MOVE "ROW IS VOIDED" TO BMI-RPT-KEY-NOTE
           ELSE
               MOVE "ROW IS LIVE" TO BMI-RPT-KEY-NOTE
           END-IF.
           PERFORM 0280-LIST-EXCEPTION THRU 0280-EXIT.
       0310-EXIT.
           EXIT.

      *================================================================
      *  0350 SERIES - RULE 2: EVERY SENT-LOG ROW MUST POINT AT A
      *  HISTORY ROW. A VOIDED ROW IS STILL ON FILE AND IS FINE HERE.
      *================================================================
       0350-CHECK-SENT-LOG.
           MOVE 2 TO BMI-WS-RX.
           PERFORM 0270-START-RULE THRU 0270-EXIT.
           OPEN INPUT SENT-LOG-FILE.
           IF WS-SENT-STATUS NOT = "00"
               MOVE "  SENT-LOG NOT ON FILE - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               PERFORM 0295-RULE-NOT-CHECKED THRU 0295-EXIT
               GO TO 0350-EXIT
           END-IF.
           PERFORM 0360-CHECK-ONE-SENT THRU 0360-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE SENT-LOG-FILE.
           PERFORM 0290-END-RULE THRU 0290-EXIT.
       0350-EXIT.
           EXIT.

       0360-CHECK-ONE-SENT.
           READ SENT-LOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0360-EXIT
           END-READ.
           ADD 1 TO BMI-WS-RULE-CHECKED.
           MOVE BMI-SENT-PATIENT-ID TO BMI-HIST-PATIENT-ID.
           MOVE BMI-SENT-RUN-DATE TO BMI-HIST-RUN-DATE.
           MOVE BMI-SENT-SEQ TO BMI-HIST-SEQ.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   MOVE "SENT" TO BMI-RPT-KEY-LABEL
                   MOVE SPACES TO BMI-RPT-KEY-VALUE
                   STRING BMI-SENT-VENDOR-CODE " "
                       BMI-SENT-PATIENT-ID " " BMI-SENT-RUN-DATE " "
                       BMI-SENT-SEQ DELIMITED BY SIZE
                       INTO BMI-RPT-KEY-VALUE
                   MOVE SPACES TO BMI-RPT-KEY-NOTE
                   STRING "SENT ON " BMI-SENT-ON-DATE
                       DELIMITED BY SIZE INTO BMI-RPT-KEY-NOTE
                   PERFORM 0280-LIST-EXCEPTION THRU 0280-EXIT
           END-READ.
       0360-EXIT.
           EXIT.

      *================================================================
      *  0400 SERIES - RULE 3: NO ITEM LEFT OPEN OR CONTACTED ON THE
      *  WORKLIST FOR A PATIENT NOW DECEASED. BMI-TREND STOPS
      *  FLAGGING THEM; AN ITEM OPENED BEFORE THE DEATH WAS KEYED
      *  STILL NEEDS CLOSING BY THE CARE TEAM.
      *================================================================
       0400-CHECK-WORKLIST.
           MOVE 3 TO BMI-WS-RX.
           PERFORM 0270-START-RULE THRU 0270-EXIT.
           OPEN INPUT WORKLIST-FILE.
           IF WS-WORKLIST-STATUS NOT = "00"
               MOVE "  WORKLIST NOT ON FILE - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               PERFORM 0295-RULE-NOT-CHECKED THRU 0295-EXIT
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0410-CHECK-ONE-ITEM THRU 0410-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE WORKLIST-FILE.
           PERFORM 0290-END-RULE THRU 0290-EXIT.
       0400-EXIT.
           EXIT.

       0410-CHECK-ONE-ITEM.
           READ WORKLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0410-EXIT
           END-READ.
           IF BMI-WORK-CLOSED
               GO TO 0410-EXIT
           END-IF.
           ADD 1 TO BMI-WS-RULE-CHECKED.
           MOVE BMI-WORK-PATIENT-ID TO BMI-PATIENT-ID.
           PERFORM 0260-LOOKUP-PATIENT THRU 0260-EXIT.
           IF NOT BMI-WS-PAT-DECEASED
               GO TO 0410-EXIT
           END-IF.
           MOVE "WORKLIST" TO BMI-RPT-KEY-LABEL.
           MOVE SPACES TO BMI-RPT-KEY-VALUE.
           STRING BMI-WORK-PATIENT-ID " " BMI-WORK-OPENED-DATE
               DELIMITED BY SIZE INTO BMI-RPT-KEY-VALUE.
           MOVE SPACES TO BMI-RPT-KEY-NOTE.
           STRING "STATUS " BMI-WORK-STATUS " " BMI-WORK-FLAG-REASON
               DELIMITED BY SIZE INTO BMI-RPT-KEY-NOTE.
           PERFORM 0280-LIST-EXCEPTION THRU 0280-EXIT.
       0410-EXIT.
           EXIT.

      *================================================================
      *  0450 SERIES - RULE 4: A LIVE ROW FOR AN ACTIVE PATIENT THAT
      *  THE EXTRACT HAS STILL NOT SENT PAST THE LIMIT. ROWS FOR
      *  INACTIVE, DECEASED, AND MERGED PATIENTS ARE HELD BACK BY
      *  DESIGN AND ARE NOT EXCEPTIONS.
      *================================================================
       0450-CHECK-UNSENT.
           MOVE 4 TO BMI-WS-RX.
           PERFORM 0270-START-RULE THRU 0270-EXIT.
           IF NOT BMI-WS-FLAG-KEPT
               MOVE "  NO VNDREXT VENDOR ON THE PROFILE - SENT FLAG NOT"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               MOVE "  KEPT, NOT CHECKED" TO BMI-RPT-DETAIL-TEXT
               PERFORM 0295-RULE-NOT-CHECKED THRU 0295-EXIT
               GO TO 0450-EXIT
           END-IF.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           STRING "  RUN DATE BEFORE " BMI-WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO BMI-RPT-DETAIL-TEXT.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           PERFORM 0298-START-HISTORY THRU 0298-EXIT.
           PERFORM 0460-CHECK-ONE-UNSENT THRU 0460-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           PERFORM 0290-END-RULE THRU 0290-EXIT.
       0450-EXIT.
           EXIT.

       0460-CHECK-ONE-UNSENT.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0460-EXIT
           END-READ.
           IF BMI-HIST-VOIDED OR BMI-HIST-SENT
               GO TO 0460-EXIT
           END-IF.
           ADD 1 TO BMI-WS-RULE-CHECKED.
           IF BMI-HIST-RUN-DATE NOT < BMI-WS-CUTOFF-DATE
               GO TO 0460-EXIT
           END-IF.
           MOVE BMI-HIST-PATIENT-ID TO BMI-PATIENT-ID.
           PERFORM 0260-LOOKUP-PATIENT THRU 0260-EXIT.
           IF BMI-WS-PAT-MISSING OR NOT BMI-WS-PAT-ACTIVE
               GO TO 0460-EXIT
           END-IF.
           MOVE "HISTORY" TO BMI-RPT-KEY-LABEL.
           MOVE SPACES TO BMI-RPT-KEY-VALUE.
           STRING BMI-HIST-PATIENT-ID " " BMI-HIST-RUN-DATE " "
               BMI-HIST-SEQ DELIMITED BY SIZE INTO BMI-RPT-KEY-VALUE.
           MOVE "LIVE, NOT EXTRACTED" TO BMI-RPT-KEY-NOTE.
           PERFORM 0280-LIST-EXCEPTION THRU 0280-EXIT.
       0460-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - RULE 5: BMI-EXTRACT KEEPS EXTCTL IN STEP WITH
      *  THE VNDREXT VENDOR'S SEQUENCE AND CYCLE DATE ON VNDRPROF.
      *  WITH NO PROFILE FILE EXTCTL IS THE ONLY RECORD AND THERE IS
      *  NOTHING TO COMPARE. BOTH ARE LOADED BEFORE THE FIRST RULE
      *  BECAUSE THE PROFILE ALSO SAYS WHETHER THE HISTORY ROW'S
      *  SENT FLAG IS BEING KEPT FOR RULE 4.
      *================================================================
       0500-LOAD-EXTRACT-CONTROL.
           MOVE "N" TO BMI-WS-PROFILE-SW.
           MOVE "N" TO BMI-WS-LEGACY-SW.
           MOVE ZERO TO BMI-WS-CTL-SEQ BMI-WS-CTL-DATE
                        BMI-WS-PRO-SEQ BMI-WS-PRO-DATE.

           OPEN INPUT VENDOR-PROFILE-FILE.
           IF WS-PROFILE-STATUS = "00"
               MOVE "N" TO BMI-WS-EOF-SW
               PERFORM 0510-FIND-LEGACY-VENDOR THRU 0510-EXIT
                   UNTIL BMI-WS-END-OF-FILE
               CLOSE VENDOR-PROFILE-FILE
           END-IF.
           IF BMI-WS-PROFILE-PRESENT AND NOT BMI-WS-LEGACY-FOUND
               MOVE "N" TO BMI-WS-FLAG-KEPT-SW
           END-IF.

           OPEN INPUT EXTRACT-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ EXTRACT-CONTROL-FILE
                   NOT AT END
                       MOVE BMI-XCTL-EXTRACT-SEQ TO BMI-WS-CTL-SEQ
                       MOVE BMI-XCTL-LAST-RUN-DATE TO BMI-WS-CTL-DATE
               END-READ
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-FIND-LEGACY-VENDOR.
           READ VENDOR-PROFILE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0510-EXIT
           END-READ.
           MOVE "Y" TO BMI-WS-PROFILE-SW.
           IF BMI-VPRO-EXTRACT-DD = "VNDREXT"
               MOVE "Y" TO BMI-WS-LEGACY-SW
               MOVE BMI-VPRO-EXTRACT-SEQ TO BMI-WS-PRO-SEQ
               MOVE BMI-VPRO-LAST-RUN-DATE TO BMI-WS-PRO-DATE
           END-IF.
       0510-EXIT.
           EXIT.

       0520-CHECK-EXTRACT-CONTROL.
           MOVE 5 TO BMI-WS-RX.
           PERFORM 0270-START-RULE THRU 0270-EXIT.
           IF NOT BMI-WS-PROFILE-PRESENT
               MOVE "  NO VENDOR PROFILE - EXTCTL IS THE ONLY RECORD"
                   TO BMI-RPT-DETAIL-TEXT
               PERFORM 0295-RULE-NOT-CHECKED THRU 0295-EXIT
               GO TO 0520-EXIT
           END-IF.
           IF NOT BMI-WS-LEGACY-FOUND
               MOVE "  NO VNDREXT VENDOR ON THE PROFILE - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               PERFORM 0295-RULE-NOT-CHECKED THRU 0295-EXIT
               GO TO 0520-EXIT
           END-IF.
           ADD 1 TO BMI-WS-RULE-CHECKED.
           IF BMI-WS-CTL-SEQ NOT = BMI-WS-PRO-SEQ
              OR BMI-WS-CTL-DATE NOT = BMI-WS-PRO-DATE
               MOVE "EXTCTL" TO BMI-RPT-KEY-LABEL
               MOVE SPACES TO BMI-RPT-KEY-VALUE
               STRING "SEQ " BMI-WS-CTL-SEQ " " BMI-WS-CTL-DATE
                   DELIMITED BY SIZE INTO BMI-RPT-KEY-VALUE
               MOVE SPACES TO BMI-RPT-KEY-NOTE
               STRING "PROFILE SEQ " BMI-WS-PRO-SEQ " "
                   BMI-WS-PRO-DATE DELIMITED BY SIZE
                   INTO BMI-RPT-KEY-NOTE
               PERFORM 0280-LIST-EXCEPTION THRU 0280-EXIT
           END-IF.
           PERFORM 0290-END-RULE THRU 0290-EXIT.
       0520-EXIT.
           EXIT.

      *================================================================
      *  0600 SERIES - RULE 6: EVERY OPERATOR ON THE MAINTENANCE AND
      *  VOID TRAILS MUST STILL BE ON OPERMAST. A DISABLED OPERATOR
      *  STAYS ON FILE AND IS FINE; A DELETED ONE OR AN ID KEYED
      *  WHILE THE SIGN-ON CHECK WAS OFF IS NOT.
      *================================================================
       0600-CHECK-OPERATORS.
           MOVE 6 TO BMI-WS-RX.
           PERFORM 0270-START-RULE THRU 0270-EXIT.
           IF NOT BMI-WS-OPER-OPENED
               MOVE "  OPERATOR MASTER NOT ON FILE - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               PERFORM 0295-RULE-NOT-CHECKED THRU 0295-EXIT
               GO TO 0600-EXIT
           END-IF.

           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MAUD-STATUS = "00"
               PERFORM 0610-CHECK-ONE-MAUD THRU 0610-EXIT
                   UNTIL BMI-WS-END-OF-FILE
               CLOSE MAINT-AUDIT-FILE
           ELSE
               MOVE "  MAINTAUD NOT ON FILE - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.

           MOVE "N" TO BMI-WS-EOF-SW.
           OPEN INPUT VOID-AUDIT-FILE.
           IF WS-VAUD-STATUS = "00"
               PERFORM 0620-CHECK-ONE-VAUD THRU 0620-EXIT
                   UNTIL BMI-WS-END-OF-FILE
               CLOSE VOID-AUDIT-FILE
           ELSE
               MOVE "  VOIDAUD NOT ON FILE - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
           PERFORM 0290-END-RULE THRU 0290-EXIT.
       0600-EXIT.
           EXIT.

       0610-CHECK-ONE-MAUD.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0610-EXIT
           END-READ.
           ADD 1 TO BMI-WS-RULE-CHECKED.
           MOVE BMI-MA-OPERATOR-ID TO BMI-OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "MAINTAUD" TO BMI-RPT-KEY-LABEL
                   MOVE SPACES TO BMI-RPT-KEY-VALUE
                   STRING BMI-MA-OPERATOR-ID " " BMI-MA-CHANGE-DATE
                       " " BMI-MA-PATIENT-ID DELIMITED BY SIZE
                       INTO BMI-RPT-KEY-VALUE
                   MOVE "OPERATOR NOT ON OPERMAST" TO BMI-RPT-KEY-NOTE
                   PERFORM 0280-LIST-EXCEPTION THRU 0280-EXIT
           END-READ.
       0610-EXIT.
           EXIT.

       0620-CHECK-ONE-VAUD.
           READ VOID-AUDIT-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0620-EXIT
           END-READ.
           ADD 1 TO BMI-WS-RULE-CHECKED.
           MOVE BMI-VAUD-OPERATOR-ID TO BMI-OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "VOIDAUD" TO BMI-RPT-KEY-LABEL
                   MOVE SPACES TO BMI-RPT-KEY-VALUE
                   STRING BMI-VAUD-OPERATOR-ID " " BMI-VAUD-CHANGE-DATE
                       " " BMI-VAUD-PATIENT-ID DELIMITED BY SIZE
                       INTO BMI-RPT-KEY-VALUE
                   MOVE "OPERATOR NOT ON OPERMAST" TO BMI-RPT-KEY-NOTE
                   PERFORM 0280-LIST-EXCEPTION THRU 0280-EXIT
           END-READ.
       0620-EXIT.
           EXIT.

      *================================================================
      *  0800 SERIES - ONE LINE PER RULE AND THE RETURN CODE. ANY
      *  EXCEPTION ENDS THE STEP RC 4 SO THE STATUS BOARD SHOWS IT
      *  NEEDS LOOKING AT WITHOUT HOLDING UP THE NEXT NIGHT.
      *================================================================
       0800-PRINT-SUMMARY.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE "SUMMARY - EXCEPTIONS BY RULE" TO BMI-RPT-DETAIL-TEXT.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           PERFORM 0810-PRINT-ONE-RULE THRU 0810-EXIT
               VARYING BMI-WS-RX FROM 1 BY 1
               UNTIL BMI-WS-RX > 6.
           MOVE "TOTAL EXCEPTIONS  . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-TOTAL-EXCEPTIONS TO BMI-RPT-COUNT-VALUE.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           IF BMI-WS-TOTAL-EXCEPTIONS > ZERO
               MOVE 4 TO BMI-WS-RUN-RC
               MOVE "*** EXCEPTIONS FOUND - RETURN CODE 4 ***"
                   TO BMI-RPT-DETAIL-TEXT
           ELSE
               MOVE "NO EXCEPTIONS - RETURN CODE 0"
                   TO BMI-RPT-DETAIL-TEXT
           END-IF.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
       0800-EXIT.
           EXIT.

       0810-PRINT-ONE-RULE.
           MOVE BMI-WS-RX TO BMI-WS-RULE-NO.
           MOVE SPACES TO BMI-RPT-COUNT-LABEL.
           STRING "  RULE " BMI-WS-RULE-NO " . . . . . . . . . . :"
               DELIMITED BY SIZE
               INTO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-RULE-COUNT (BMI-WS-RX) TO BMI-RPT-COUNT-VALUE.
           WRITE INTEGRITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
       0810-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
                 INTEGRITY-REPORT-FILE.
           IF BMI-WS-OPER-OPENED
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           DISPLAY "BMI-INTEGRITY TOTAL EXCEPTIONS: "
               BMI-WS-TOTAL-EXCEPTIONS.
           DISPLAY "BMI-INTEGRITY REPORT ON INTGRPT.".
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-INTEGRITY.
