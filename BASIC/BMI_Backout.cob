       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-BACKOUT".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  BATCH ROWS OFF SEQUENCE 0001 ARE BACKED OUT
      *                 TOO: A RERUN'S REFILED READING (THE FIRST LIVE
      *                 ROW BEHIND A VOIDED 0001, AS BMI-LETTERS AND
      *                 BMI-RECONCILE READ IT) AND A 0001 ROW BMI-MERGE
      *                 MOVED ONTO A SURVIVOR, FOLLOWED THROUGH
      *                 MERGAUD TO WHERE IT SITS NOW.
      * 2026-10-15  JL  A SUSPENDED READING RELEASED AT SEQUENCE 0002
      *                 OR LATER (0001 WAS TAKEN, OR IT WENT TO A
      *                 MERGE SURVIVOR) IS VOIDED, AUDITED, AND
      *                 CANCELLED WITH THE BATCH ROWS, AND NO LONGER
      *                 COUNTED AS A SAME-DAY CORRECTION.
      * 2026-10-15  JL  THE NIGHTLY CHAIN NOW HAS NINE STEPS - THE
      *                 BMI-KIOSK STEP AHEAD OF BMI-PREEDIT IS RESET
      *                 WITH THE REST.
      * 2026-10-15  JL  THE NIGHTLY CHAIN NOW HAS EIGHT STEPS - THE
      *                 BMI-INTEGRITY STEP IS RESET WITH THE REST.
      * 2026-10-15  JL  INITIAL VERSION - RETIRES A WHOLE NIGHTLY
      *                 BATCH THAT RAN AGAINST A BAD FEED. FOR THE
      *                 RUN DATE KEYED, EVERY LIVE SEQUENCE 0001
      *                 BMI-HISTORY ROW IS VOIDED UNDER ONE BACKOUT
      *                 REASON ON THE VOIDAUD TRAIL, EACH VENDOR THE
      *                 SENT LOG SAYS ALREADY HAD A ROW IS QUEUED A
      *                 CANCELLATION ON VNDRCANC FOR BMI-EXTRACT TO
      *                 CARRY INTO ITS NEXT FEED, THE WORKLIST ITEMS
      *                 BMI-TREND OPENED THAT DATE ARE CLOSED,
      *                 READINGS STILL PENDING IN SUSPENSE ARE
      *                 REJECTED ON THE SUSPAUD TRAIL, BMICKPT IS
      *                 EMPTIED WHEN IT BELONGS TO THE DATE, AND
      *                 EVERY RUN-CONTROL STEP FOR THE DATE IS
      *                 MARKED BACKED OUT SO THE CYCLE CAN BE RUN
      *                 AGAIN. THE CONTROL COUNTS GO TO BACKCTL FOR
      *                 BMI-RECONCILE AND TO THE BACKRPT REPORT.
      *                 PURGE AUTHORITY P ONLY, AND A MISSING
      *                 OPERATOR MASTER REFUSES THE RUN.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SENT-LOG-FILE ASSIGN TO "BMISENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-SENT-KEY
               FILE STATUS IS WS-SENT-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "WORKLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-WORK-KEY
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "BMISUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-RCTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "BMICKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT VOID-AUDIT-FILE ASSIGN TO "VOIDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAUD-STATUS.

           SELECT SUSP-AUDIT-FILE ASSIGN TO "SUSPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUD-STATUS.

           SELECT VENDOR-PROFILE-FILE ASSIGN TO "VNDRPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT CANCEL-FILE ASSIGN TO "VNDRCANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCEL-STATUS.

           SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGAUD-STATUS.

           SELECT BACKOUT-CONTROL-FILE ASSIGN TO "BACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  SENT-LOG-FILE.
           COPY BMISENT.

       FD  WORKLIST-FILE.
           COPY BMIWRK.

       FD  SUSPENSE-FILE.
           COPY BMISUSP.

       FD  RUN-CONTROL-FILE.
           COPY BMIRCTL.

       FD  AUDIT-LOG-FILE.
           COPY BMIAUD.

       FD  CHECKPOINT-FILE.
           COPY BMICTL.

       FD  VOID-AUDIT-FILE.
           COPY BMIVAUD.

       FD  SUSP-AUDIT-FILE.
           COPY BMISAUD.

       FD  VENDOR-PROFILE-FILE.
           COPY BMIVPRO.

       FD  CANCEL-FILE.
           COPY BMICANC.

       FD  MERGE-AUDIT-FILE.
           COPY BMIMRG.

       FD  BACKOUT-CONTROL-FILE.
           COPY BMIBKO.

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE          PIC X(72).

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-SENT-STATUS               PIC XX.
       77  WS-WORKLIST-STATUS           PIC XX.
       77  WS-SUSP-STATUS               PIC XX.
       77  WS-RCTL-STATUS               PIC XX.
       77  WS-AUDIT-STATUS              PIC XX.
       77  WS-CKPT-STATUS               PIC XX.
       77  WS-VAUD-STATUS               PIC XX.
       77  WS-SAUD-STATUS               PIC XX.
       77  WS-PROFILE-STATUS            PIC XX.
       77  WS-CANCEL-STATUS             PIC XX.
       77  WS-MRGAUD-STATUS             PIC XX.
       77  WS-BKO-STATUS                PIC XX.
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-OPER-STATUS               PIC XX.
       77  WS-MASTER-STATUS             PIC XX.

      * A BACKOUT RETIRES A WHOLE NIGHT'S WORK, SO THE OPERATOR MUST
      * BE ON OPERMAST WITH PURGE AUTHORITY - NO FALLBACK.
       77  BMI-WS-SIGNON-OK-SW          PIC X(01) VALUE "N".
           88  BMI-WS-SIGNON-OK             VALUE "Y".

       77  BMI-WS-FILES-OK-SW           PIC X(01).
           88  BMI-WS-FILES-OPENED          VALUE "Y".
           88  BMI-WS-FILES-NOT-OPENED      VALUE "N".

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-TODAY                 PIC 9(08).
       77  BMI-WS-CHANGE-TIME           PIC 9(08).
       77  BMI-WS-RUN-DATE              PIC 9(08).
       77  BMI-WS-REASON                PIC X(30).

       77  BMI-WS-CONFIRM               PIC X(01).
           88  BMI-WS-CONFIRMED             VALUE "Y".

       77  BMI-WS-EOF-SW                PIC X(01).
           88  BMI-WS-END-OF-FILE           VALUE "Y".

       77  BMI-WS-REFUSED-SW            PIC X(01) VALUE "N".
           88  BMI-WS-REFUSED               VALUE "Y".

       77  BMI-WS-HAD-SW                PIC X(01).
           88  BMI-WS-VENDOR-HAD-ROW        VALUE "Y".

      * THE OPTIONAL FILES - A YOUNG SYSTEM MAY NOT HAVE THEM YET,
      * AND WHAT IS NOT ON FILE HAS NOTHING TO BACK OUT.
       77  BMI-WS-SENT-OK-SW            PIC X(01) VALUE "N".
           88  BMI-WS-SENT-OPENED           VALUE "Y".
       77  BMI-WS-WORKLIST-OK-SW        PIC X(01) VALUE "N".
           88  BMI-WS-WORKLIST-OPENED       VALUE "Y".
       77  BMI-WS-SUSP-OK-SW            PIC X(01) VALUE "N".
           88  BMI-WS-SUSP-OPENED           VALUE "Y".
       77  BMI-WS-MASTER-OK-SW          PIC X(01) VALUE "N".
           88  BMI-WS-MASTER-OPENED         VALUE "Y".

      * A SUSPENDED READING RELEASED AT SEQUENCE 0002 OR LATER IS NOT
      * AMONG THE 0001 ROWS AND IS FOUND THROUGH ITS SUSPENSE ROW,
      * UNDER THE ID BMI-SUSPENSE FILED IT UNDER.
       77  BMI-WS-FILE-ID               PIC X(06).
       77  BMI-WS-RELEASED-SW           PIC X(01).
           88  BMI-WS-RELEASED-ROW-LIVE     VALUE "Y".
           88  BMI-WS-RELEASED-NOT-FOUND    VALUE "N".
           88  BMI-WS-RELEASED-NOT-SAME     VALUE "D".
           88  BMI-WS-RELEASED-WAS-VOID     VALUE "V".

      * THE PATIENT WHOSE BATCH ROW FOR THE DATE WAS LAST SEEN ON
      * THE BROWSE - A LIVE LATER ROW FOR THE SAME PATIENT AND DATE
      * IS A SAME-DAY CORRECTION THAT FOLLOWED IT.
       77  BMI-WS-LAST-BATCH-ID         PIC X(06).

      * THE PATIENT WHOSE 0001 ROW FOR THE DATE WAS LAST SEEN VOIDED,
      * CLEARED AGAIN ONCE THE ROW THAT FOLLOWS IT IS TAKEN - THAT
      * ROW IS A RERUN'S REFILED READING AND BELONGS TO THE BATCH.
       77  BMI-WS-VOIDED-PATIENT        PIC X(06) VALUE SPACES.

      *--------------------------------------------------------------
      * THE STEPS OF THE NIGHTLY CHAIN, AS BMI-RUNCTL NUMBERS THEM.
      *--------------------------------------------------------------
       77  BMI-WS-STEP-MAX              PIC 9(02) VALUE 09.
       77  BMI-WS-STEP-IX               PIC 9(02) COMP.

      *--------------------------------------------------------------
      * THE BATCH ROWS TO BE VOIDED, COLLECTED BEFORE ANY IS TOUCHED
      * SO NOTHING CHANGES UNDER THE BROWSE AND THE OPERATOR SEES
      * THE COUNTS FIRST. A RUN DATE WITH MORE ROWS THAN THE TABLE
      * HOLDS IS REFUSED OUTRIGHT RATHER THAN HALF BACKED OUT. THE
      * BMI VALUE AND CLASS ARE KEPT AS THE VENDOR WAS SENT THEM.
      *--------------------------------------------------------------
       77  BMI-WS-BR-MAX                PIC 9(05) VALUE 10000.
       77  BMI-WS-BR-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  BMI-WS-IX                    PIC 9(05) COMP.

       01  BMI-WS-BATCH-ROW-TABLE.
           05  BMI-WS-BR-ENTRY          OCCURS 10000 TIMES.
               10  BMI-WS-BR-PATIENT-ID     PIC X(06).
               10  BMI-WS-BR-SEQ            PIC 9(04).
               10  BMI-WS-BR-BMI-VALUE      PIC 9(02)V9(02).
               10  BMI-WS-BR-CLASS-CODE     PIC X(01).
               10  BMI-WS-BR-SENT-FLAG      PIC X(01).

      * THE ROW BEING BACKED OUT - A BATCH ROW FROM THE TABLE ABOVE
      * OR A RELEASED SUSPENSE READING - AS THE VOIDAUD ROW, THE
      * CANCELLATIONS, AND THE WORKLIST CLOSE SEE IT.
       01  BMI-WS-VOID-ROW.
           05  BMI-WS-VR-PATIENT-ID     PIC X(06).
           05  BMI-WS-VR-SEQ            PIC 9(04).
           05  BMI-WS-VR-BMI-VALUE      PIC 9(02)V9(02).
           05  BMI-WS-VR-CLASS-CODE     PIC X(01).
           05  BMI-WS-VR-SENT-FLAG      PIC X(01).

      *--------------------------------------------------------------
      * THE RUN DATE'S 0001 ROWS BMI-MERGE MOVED ONTO A SURVIVOR, BY
      * THE KEY EACH SITS UNDER NOW. MERGAUD IS FOLLOWED IN ORDER, SO
      * A LATER MERGE OR AN UNDO THAT MOVED THE ROW AGAIN MOVES ITS
      * ENTRY WITH IT. MORE THAN THE TABLE HOLDS REFUSES THE RUN.
      *--------------------------------------------------------------
       77  BMI-WS-MV-MAX                PIC 9(05) VALUE 02000.
       77  BMI-WS-MV-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  BMI-WS-MX                    PIC 9(05) COMP.

       01  BMI-WS-MOVED-ROW-TABLE.
           05  BMI-WS-MV-ENTRY          OCCURS 2000 TIMES.
               10  BMI-WS-MV-PATIENT-ID     PIC X(06).
               10  BMI-WS-MV-SEQ            PIC 9(04).

       77  BMI-WS-MV-FOUND-SW           PIC X(01).
           88  BMI-WS-MV-FOUND              VALUE "Y".

      *--------------------------------------------------------------
      * EVERY VENDOR ON THE PROFILE, ACTIVE OR NOT - ONE SWITCHED
      * OFF SINCE THE RUN MAY STILL HAVE HAD ITS ROWS. NO PROFILE
      * FILE MEANS THE SINGLE VNDREXT FEED, SAME FALLBACK ROW AS
      * BMI-EXTRACT. THE VNDREXT VENDOR ALSO COUNTS A ROW AS SENT
      * BY THE EXTRACTED FLAG FROM THE SINGLE-FEED DAYS.
      *--------------------------------------------------------------
       77  BMI-WS-VENDOR-MAX            PIC 9(02) VALUE 08.
       77  BMI-WS-VENDOR-COUNT          PIC 9(02) COMP VALUE ZERO.
       77  BMI-WS-VX                    PIC 9(02) COMP.

       01  BMI-WS-VENDOR-TABLE.
           05  BMI-WS-VT-ENTRY          OCCURS 8 TIMES.
               10  BMI-WS-VT-CODE           PIC X(04).
               10  BMI-WS-VT-DD             PIC X(08).
               10  BMI-WS-VT-HAD            PIC 9(07).
               10  BMI-WS-VT-QUEUED         PIC 9(07).

       77  BMI-WS-PROFILE-EOF-SW        PIC X(01).
           88  BMI-WS-END-OF-PROFILE        VALUE "Y".

       01  BMI-WS-BACKOUT-COUNTERS.
           05  BMI-WS-AUDIT-ROWS        PIC 9(07) VALUE ZERO.
           05  BMI-WS-ROWS-VOIDED       PIC 9(07) VALUE ZERO.
           05  BMI-WS-ROWS-WERE-VOID    PIC 9(07) VALUE ZERO.
           05  BMI-WS-ROWS-FAILED       PIC 9(07) VALUE ZERO.
           05  BMI-WS-LATER-ROWS        PIC 9(07) VALUE ZERO.
           05  BMI-WS-LEGACY-SENT       PIC 9(07) VALUE ZERO.
           05  BMI-WS-CANCELS-QUEUED    PIC 9(07) VALUE ZERO.
           05  BMI-WS-CANCELS-FAILED    PIC 9(07) VALUE ZERO.
           05  BMI-WS-SUSP-PENDING      PIC 9(07) VALUE ZERO.
           05  BMI-WS-SUSP-REJECTED     PIC 9(07) VALUE ZERO.
           05  BMI-WS-RELEASED-TO-VOID  PIC 9(07) VALUE ZERO.
           05  BMI-WS-RELEASED-VOIDED   PIC 9(07) VALUE ZERO.
           05  BMI-WS-ITEMS-CLOSED      PIC 9(07) VALUE ZERO.
           05  BMI-WS-ITEMS-KEPT        PIC 9(07) VALUE ZERO.
           05  BMI-WS-STEPS-RESET       PIC 9(02) VALUE ZERO.

       77  BMI-WS-CKPT-RESET-SW         PIC X(01) VALUE "N".
           88  BMI-WS-CKPT-RESET            VALUE "Y".

      *--------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *--------------------------------------------------------------
       01  BMI-RPT-HEADER-LINE.
           05  FILLER                   PIC X(33)
               VALUE "BMI-BACKOUT RUN BACKOUT REPORT   ".
           05  FILLER                   PIC X(09) VALUE "RUN DATE ".
           05  BMI-RPT-RUN-DATE         PIC 9(08).
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  BMI-RPT-COUNT-LINE.
           05  BMI-RPT-COUNT-LABEL      PIC X(32).
           05  BMI-RPT-COUNT-VALUE      PIC Z(06)9.
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  BMI-RPT-DETAIL-LINE.
           05  BMI-RPT-DETAIL-TEXT      PIC X(72).

       01  BMI-RPT-VENDOR-LINE.
           05  FILLER                   PIC X(07) VALUE "VENDOR ".
           05  BMI-RPT-VND-CODE         PIC X(04).
           05  FILLER                   PIC X(06) VALUE " FILE ".
           05  BMI-RPT-VND-DD           PIC X(08).
           05  FILLER                   PIC X(06) VALUE "  HAD ".
           05  BMI-RPT-VND-HAD          PIC Z(06)9.
           05  FILLER                   PIC X(17)
               VALUE "  CANCELS QUEUED ".
           05  BMI-RPT-VND-QUEUED       PIC Z(06)9.
           05  FILLER                   PIC X(10) VALUE SPACES.

       01  BMI-RPT-ITEM-LINE.
           05  BMI-RPT-ITM-ACTION       PIC X(12).
           05  BMI-RPT-ITM-PATIENT-ID   PIC X(06).
           05  FILLER                   PIC X(08) VALUE " OPENED ".
           05  BMI-RPT-ITM-OPENED-DATE  PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-ITM-NOTE         PIC X(36).

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE. EVERYTHING IS CHECKED AND
      *  COUNTED BEFORE THE OPERATOR CONFIRMS; NOTHING IS CHANGED
      *  UNTIL THEN.
      *================================================================
       0100-START-HERE.
           PERFORM 0150-VERIFY-OPERATOR THRU 0150-EXIT.
           IF NOT BMI-WS-SIGNON-OK
               DISPLAY "BACKOUT REFUSED - NOTHING CHANGED."
               STOP RUN
           END-IF.
           PERFORM 0200-INITIALIZE THRU 0200-EXIT.
           IF BMI-WS-REFUSED
               DISPLAY "BACKOUT REFUSED - NOTHING CHANGED."
               STOP RUN
           END-IF.
           PERFORM 0300-OPEN-FILES THRU 0300-EXIT.
           IF BMI-WS-FILES-NOT-OPENED
               DISPLAY "BACKOUT REFUSED - NOTHING CHANGED."
               STOP RUN
           END-IF.

           PERFORM 0400-COLLECT-BATCH-ROWS THRU 0400-EXIT.
           IF NOT BMI-WS-REFUSED
               PERFORM 0450-COUNT-AUDIT-ROWS THRU 0450-EXIT
               PERFORM 0460-COUNT-SUSPENSE THRU 0460-EXIT
               PERFORM 0480-CONFIRM THRU 0480-EXIT
           END-IF.
           IF BMI-WS-REFUSED OR NOT BMI-WS-CONFIRMED
               DISPLAY "BACKOUT CANCELLED - NOTHING CHANGED."
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
               STOP RUN
           END-IF.

           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BACKOUT-REPORT - STATUS "
                   WS-REPORT-STATUS " - COUNTS ON CONSOLE ONLY."
           END-IF.
           MOVE BMI-WS-RUN-DATE TO BMI-RPT-RUN-DATE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-HEADER-LINE.

      * ONE TIME STAMP FOR THE WHOLE BACKOUT, SO ITS VOIDAUD AND
      * SUSPAUD ROWS READ AS ONE ACTION.
           ACCEPT BMI-WS-CHANGE-TIME FROM TIME.
           PERFORM 0500-BACK-OUT-ONE-ROW THRU 0500-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-BR-COUNT.
           PERFORM 0600-REJECT-SUSPENSE THRU 0600-EXIT.
           PERFORM 0700-RESET-CHECKPOINT THRU 0700-EXIT.
           PERFORM 0750-RESET-RUN-CONTROL THRU 0750-EXIT.
           PERFORM 0800-WRITE-BACKOUT-CONTROL THRU 0800-EXIT.
           PERFORM 0850-REPORT-TOTALS THRU 0850-EXIT.
           PERFORM 0900-CLOSE-FILES THRU 0900-EXIT.
           CLOSE BACKOUT-REPORT-FILE.
           STOP RUN.

      *================================================================
      *  0150 - VERIFY THE OPERATOR AGAINST OPERMAST. PURGE
      *  AUTHORITY P IS REQUIRED AND A MISSING OPERATOR MASTER
      *  REFUSES THE RUN RATHER THAN WAIVE THE CHECK - SAME RULE AS
      *  BMI-PURGE.
      *================================================================
       0150-VERIFY-OPERATOR.
           DISPLAY "Enter operator/user ID running the backout: ".
           ACCEPT BMI-WS-OPERATOR-ID.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                   WS-OPER-STATUS "."
               GO TO 0150-EXIT
           END-IF.
           MOVE BMI-WS-OPERATOR-ID TO BMI-OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                       " NOT ON FILE."
                   CLOSE OPERATOR-MASTER-FILE
                   GO TO 0150-EXIT
           END-READ.
           IF BMI-OPER-DISABLED
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " IS DISABLED."
               CLOSE OPERATOR-MASTER-FILE
               GO TO 0150-EXIT
           END-IF.
           IF NOT BMI-OPER-ROLE-PURGE
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " LACKS PURGE AUTHORITY."
               CLOSE OPERATOR-MASTER-FILE
               GO TO 0150-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-SIGNON-OK-SW.
           CLOSE OPERATOR-MASTER-FILE.
       0150-EXIT.
           EXIT.

       0200-INITIALIZE.
           ACCEPT BMI-WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Enter run date to back out (YYYYMMDD): ".
           ACCEPT BMI-WS-RUN-DATE.
           IF BMI-WS-RUN-DATE NOT NUMERIC
              OR BMI-WS-RUN-DATE = ZERO
              OR BMI-WS-RUN-DATE > BMI-WS-TODAY
               DISPLAY "INVALID RUN DATE."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "Enter reason for the backout: ".
           ACCEPT BMI-WS-REASON.
           IF BMI-WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
           END-IF.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0300 SERIES - OPEN FILES. BMI-HISTORY MUST EXIST - THERE IS
      *  NOTHING TO BACK OUT WITHOUT IT - AND SO MUST EVERY TRAIL THE
      *  BACKOUT WRITES: A BACKOUT THAT CANNOT BE AUDITED, OR WHOSE
      *  CANCELLATIONS CANNOT BE QUEUED, IS NOT RUN. THE SENT LOG,
      *  WORKLIST, SUSPENSE, AND RUN-CONTROL FILES MAY NOT EXIST YET
      *  ON A YOUNG SYSTEM; WHAT IS NOT ON FILE IS PASSED BY.
      *================================================================
       0300-OPEN-FILES.
           MOVE "Y" TO BMI-WS-FILES-OK-SW.
           OPEN I-O BMI-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               GO TO 0300-EXIT
           END-IF.

           OPEN EXTEND VOID-AUDIT-FILE.
           IF WS-VAUD-STATUS = "35"
               CLOSE VOID-AUDIT-FILE
               OPEN OUTPUT VOID-AUDIT-FILE
           END-IF.
           IF WS-VAUD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VOID-AUDIT - STATUS "
                   WS-VAUD-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE BMI-HISTORY-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN EXTEND CANCEL-FILE.
           IF WS-CANCEL-STATUS = "35"
               CLOSE CANCEL-FILE
               OPEN OUTPUT CANCEL-FILE
           END-IF.
           IF WS-CANCEL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR-CANCEL - STATUS "
                   WS-CANCEL-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE BMI-HISTORY-FILE VOID-AUDIT-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN EXTEND BACKOUT-CONTROL-FILE.
           IF WS-BKO-STATUS = "35"
               CLOSE BACKOUT-CONTROL-FILE
               OPEN OUTPUT BACKOUT-CONTROL-FILE
           END-IF.
           IF WS-BKO-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BACKOUT-CONTROL - STATUS "
                   WS-BKO-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE BMI-HISTORY-FILE VOID-AUDIT-FILE CANCEL-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN EXTEND SUSP-AUDIT-FILE.
           IF WS-SAUD-STATUS = "35"
               CLOSE SUSP-AUDIT-FILE
               OPEN OUTPUT SUSP-AUDIT-FILE
           END-IF.
           IF WS-SAUD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUSP-AUDIT - STATUS "
                   WS-SAUD-STATUS
               MOVE "N" TO BMI-WS-FILES-OK-SW
               CLOSE BMI-HISTORY-FILE VOID-AUDIT-FILE CANCEL-FILE
                     BACKOUT-CONTROL-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN INPUT SENT-LOG-FILE.
           IF WS-SENT-STATUS = "00"
               MOVE "Y" TO BMI-WS-SENT-OK-SW
           ELSE
               DISPLAY "SENT-LOG NOT ON FILE - ONLY THE VNDREXT"
                   " EXTRACTED FLAG IS CHECKED."
           END-IF.

           OPEN I-O WORKLIST-FILE.
           IF WS-WORKLIST-STATUS = "00"
               MOVE "Y" TO BMI-WS-WORKLIST-OK-SW
           ELSE
               DISPLAY "WORKLIST NOT ON FILE - NO ITEMS TO CLOSE."
           END-IF.

           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               MOVE "Y" TO BMI-WS-SUSP-OK-SW
           ELSE
               DISPLAY "SUSPENSE NOT ON FILE - NO READINGS TO"
                   " REJECT."
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO BMI-WS-MASTER-OK-SW
           ELSE
               DISPLAY "PATIENT-MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - RELEASED READINGS LOOKED"
                   " UP UNDER THE HELD ID ONLY."
           END-IF.

           PERFORM 0310-LOAD-VENDOR-TABLE THRU 0310-EXIT.
       0300-EXIT.
           EXIT.

       0310-LOAD-VENDOR-TABLE.
           MOVE ZERO TO BMI-WS-VENDOR-COUNT.
           MOVE "N" TO BMI-WS-PROFILE-EOF-SW.
           OPEN INPUT VENDOR-PROFILE-FILE.
           IF WS-PROFILE-STATUS = "00"
               PERFORM 0320-LOAD-ONE-VENDOR THRU 0320-EXIT
                   UNTIL BMI-WS-END-OF-PROFILE
               CLOSE VENDOR-PROFILE-FILE
           END-IF.
           IF BMI-WS-VENDOR-COUNT = ZERO
               DISPLAY "VENDOR PROFILE NOT ON FILE - SINGLE VNDREXT"
                   " FEED."
               MOVE 1 TO BMI-WS-VENDOR-COUNT
               MOVE "EHR1" TO BMI-WS-VT-CODE (1)
               MOVE "VNDREXT" TO BMI-WS-VT-DD (1)
               MOVE ZERO TO BMI-WS-VT-HAD (1)
               MOVE ZERO TO BMI-WS-VT-QUEUED (1)
           END-IF.
       0310-EXIT.
           EXIT.

      * A PROFILE LONGER THAN THE TABLE REFUSES THE BACKOUT - A
      * VENDOR LEFT OFF WOULD NEVER BE TOLD ITS ROWS ARE WITHDRAWN.
       0320-LOAD-ONE-VENDOR.
           READ VENDOR-PROFILE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-PROFILE-EOF-SW
                   GO TO 0320-EXIT
           END-READ.
           IF BMI-WS-VENDOR-COUNT >= BMI-WS-VENDOR-MAX
               DISPLAY "MORE THAN " BMI-WS-VENDOR-MAX " VENDOR"
                   " PROFILES - BACKOUT REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               MOVE "Y" TO BMI-WS-PROFILE-EOF-SW
               GO TO 0320-EXIT
           END-IF.
           ADD 1 TO BMI-WS-VENDOR-COUNT.
           MOVE BMI-VPRO-VENDOR-CODE
               TO BMI-WS-VT-CODE (BMI-WS-VENDOR-COUNT).
           MOVE BMI-VPRO-EXTRACT-DD
               TO BMI-WS-VT-DD (BMI-WS-VENDOR-COUNT).
           MOVE ZERO TO BMI-WS-VT-HAD (BMI-WS-VENDOR-COUNT).
           MOVE ZERO TO BMI-WS-VT-QUEUED (BMI-WS-VENDOR-COUNT).
       0320-EXIT.
           EXIT.

      *================================================================
      *  0400 SERIES - COLLECT THE RUN DATE'S BATCH ROWS. THE BATCH
      *  FILES AT SEQUENCE 0001. BEHIND A VOIDED 0001 THE FIRST LIVE
      *  ROW FOR THE PATIENT IS A RERUN'S REFILED READING, AND A 0001
      *  ROW BMI-MERGE MOVED ONTO A SURVIVOR SITS WHERE MERGAUD SAYS;
      *  BOTH ARE BATCH ROWS TOO. OTHER LATER ROWS THE SAME DAY ARE
      *  CORRECTIONS AND INTERACTIVE CALCULATIONS AND STAY LIVE,
      *  COUNTED SO BMI-RECONCILE CAN TELL THEM FROM A RERUN. A
      *  SUSPENDED READING RELEASED AT A LATER SEQUENCE IS FOUND FROM
      *  BMISUSP BY 0470 AND BACKED OUT BY 0620.
      *================================================================
       0400-COLLECT-BATCH-ROWS.
           PERFORM 0430-LOAD-MOVED-ROWS THRU 0430-EXIT.
           IF BMI-WS-REFUSED
               GO TO 0400-EXIT
           END-IF.
           MOVE ZERO TO BMI-WS-BR-COUNT.
           MOVE SPACES TO BMI-WS-LAST-BATCH-ID.
           MOVE SPACES TO BMI-WS-VOIDED-PATIENT.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE LOW-VALUES TO BMI-HIST-KEY.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN BMI-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO BMI-WS-EOF-SW
           END-START.
           PERFORM 0410-COLLECT-ONE-ROW THRU 0410-EXIT
               UNTIL BMI-WS-END-OF-FILE OR BMI-WS-REFUSED.
           IF NOT BMI-WS-REFUSED AND BMI-WS-BR-COUNT = ZERO
               DISPLAY "NO LIVE BATCH ROWS ON BMI-HISTORY FOR "
                   BMI-WS-RUN-DATE " - NOTHING TO BACK OUT."
               MOVE "Y" TO BMI-WS-REFUSED-SW
           END-IF.
       0400-EXIT.
           EXIT.

       0410-COLLECT-ONE-ROW.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0410-EXIT
           END-READ.
           IF BMI-HIST-RUN-DATE NOT = BMI-WS-RUN-DATE
               GO TO 0410-EXIT
           END-IF.
           IF BMI-HIST-SEQ = 1
               MOVE BMI-HIST-PATIENT-ID TO BMI-WS-LAST-BATCH-ID
               MOVE SPACES TO BMI-WS-VOIDED-PATIENT
               IF BMI-HIST-VOIDED
                   ADD 1 TO BMI-WS-ROWS-WERE-VOID
                   MOVE BMI-HIST-PATIENT-ID TO BMI-WS-VOIDED-PATIENT
                   GO TO 0410-EXIT
               END-IF
               GO TO 0410-TAKE-ROW
           END-IF.
           IF BMI-HIST-VOIDED
               GO TO 0410-EXIT
           END-IF.
           IF BMI-HIST-PATIENT-ID = BMI-WS-VOIDED-PATIENT
               MOVE SPACES TO BMI-WS-VOIDED-PATIENT
               GO TO 0410-TAKE-ROW
           END-IF.
           MOVE "N" TO BMI-WS-MV-FOUND-SW.
           PERFORM 0420-MATCH-MOVED-ROW THRU 0420-EXIT
               VARYING BMI-WS-MX FROM 1 BY 1
               UNTIL BMI-WS-MX > BMI-WS-MV-COUNT OR BMI-WS-MV-FOUND.
           IF BMI-WS-MV-FOUND
               GO TO 0410-TAKE-ROW
           END-IF.
           IF BMI-HIST-PATIENT-ID = BMI-WS-LAST-BATCH-ID
               ADD 1 TO BMI-WS-LATER-ROWS
           END-IF.
           GO TO 0410-EXIT.

       0410-TAKE-ROW.
           IF BMI-WS-BR-COUNT >= BMI-WS-BR-MAX
               DISPLAY "MORE THAN " BMI-WS-BR-MAX " BATCH ROWS FOR "
                   BMI-WS-RUN-DATE " - BACKOUT REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0410-EXIT
           END-IF.
           ADD 1 TO BMI-WS-BR-COUNT.
           MOVE BMI-HIST-PATIENT-ID
               TO BMI-WS-BR-PATIENT-ID (BMI-WS-BR-COUNT).
           MOVE BMI-HIST-SEQ TO BMI-WS-BR-SEQ (BMI-WS-BR-COUNT).
           MOVE BMI-HIST-BMI-VALUE
               TO BMI-WS-BR-BMI-VALUE (BMI-WS-BR-COUNT).
           MOVE BMI-HIST-EXTRACTED-FLAG
               TO BMI-WS-BR-SENT-FLAG (BMI-WS-BR-COUNT).
           PERFORM 0415-SET-CLASS-CODE THRU 0415-EXIT.
           MOVE BMI-WS-VR-CLASS-CODE
               TO BMI-WS-BR-CLASS-CODE (BMI-WS-BR-COUNT).
       0410-EXIT.
           EXIT.

      * SAME CLASS CODE BMI-EXTRACT PUT ON THE DETAIL.
       0415-SET-CLASS-CODE.
           EVALUATE BMI-HIST-STATUS-MSG
               WHEN "Underweight"
                   MOVE "U" TO BMI-WS-VR-CLASS-CODE
               WHEN "Normal"
                   MOVE "N" TO BMI-WS-VR-CLASS-CODE
               WHEN "Overweight"
                   MOVE "O" TO BMI-WS-VR-CLASS-CODE
               WHEN OTHER
                   MOVE "B" TO BMI-WS-VR-CLASS-CODE
           END-EVALUATE.
       0415-EXIT.
           EXIT.

       0420-MATCH-MOVED-ROW.
           IF BMI-WS-MV-PATIENT-ID (BMI-WS-MX) = BMI-HIST-PATIENT-ID
              AND BMI-WS-MV-SEQ (BMI-WS-MX) = BMI-HIST-SEQ
               MOVE "Y" TO BMI-WS-MV-FOUND-SW
           END-IF.
       0420-EXIT.
           EXIT.

      * NO MERGE TRAIL ON FILE MEANS NO ROW WAS EVER MOVED.
       0430-LOAD-MOVED-ROWS.
           MOVE ZERO TO BMI-WS-MV-COUNT.
           OPEN INPUT MERGE-AUDIT-FILE.
           IF WS-MRGAUD-STATUS NOT = "00"
               DISPLAY "MERGE-AUDIT NOT ON FILE - NO MOVED BATCH ROWS."
               GO TO 0430-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0435-LOAD-ONE-MOVE THRU 0435-EXIT
               UNTIL BMI-WS-END-OF-FILE OR BMI-WS-REFUSED.
           CLOSE MERGE-AUDIT-FILE.
       0430-EXIT.
           EXIT.

      * A HISTORY ROW ALREADY FOLLOWED MOVES ON WITH ANY LATER MERGE
      * OR UNDO ROW THAT TAKES IT FROM WHERE IT SITS; OTHERWISE A
      * MERGE THAT TOOK A 0001 ROW OF THE DATE STARTS A NEW ENTRY.
       0435-LOAD-ONE-MOVE.
           READ MERGE-AUDIT-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0435-EXIT
           END-READ.
           IF NOT BMI-MRG-ITEM-HISTORY
              OR BMI-MRG-OLD-DATE NOT = BMI-WS-RUN-DATE
               GO TO 0435-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-MV-FOUND-SW.
           PERFORM 0436-FOLLOW-ONE-MOVE THRU 0436-EXIT
               VARYING BMI-WS-MX FROM 1 BY 1
               UNTIL BMI-WS-MX > BMI-WS-MV-COUNT OR BMI-WS-MV-FOUND.
           IF BMI-WS-MV-FOUND
               GO TO 0435-EXIT
           END-IF.
           IF NOT BMI-MRG-ACT-MERGE
              OR BMI-MRG-OLD-SEQ NOT = 1
               GO TO 0435-EXIT
           END-IF.
           IF BMI-WS-MV-COUNT >= BMI-WS-MV-MAX
               DISPLAY "MORE THAN " BMI-WS-MV-MAX " MERGED BATCH ROWS"
                   " FOR " BMI-WS-RUN-DATE " - BACKOUT REFUSED."
               MOVE "Y" TO BMI-WS-REFUSED-SW
               GO TO 0435-EXIT
           END-IF.
           ADD 1 TO BMI-WS-MV-COUNT.
           MOVE BMI-MRG-NEW-PATIENT-ID
               TO BMI-WS-MV-PATIENT-ID (BMI-WS-MV-COUNT).
           MOVE BMI-MRG-NEW-SEQ TO BMI-WS-MV-SEQ (BMI-WS-MV-COUNT).
       0435-EXIT.
           EXIT.

       0436-FOLLOW-ONE-MOVE.
           IF BMI-WS-MV-PATIENT-ID (BMI-WS-MX) = BMI-MRG-OLD-PATIENT-ID
              AND BMI-WS-MV-SEQ (BMI-WS-MX) = BMI-MRG-OLD-SEQ
               MOVE BMI-MRG-NEW-PATIENT-ID
                   TO BMI-WS-MV-PATIENT-ID (BMI-WS-MX)
               MOVE BMI-MRG-NEW-SEQ TO BMI-WS-MV-SEQ (BMI-WS-MX)
               MOVE "Y" TO BMI-WS-MV-FOUND-SW
           END-IF.
       0436-EXIT.
           EXIT.

      * THE BATCH AUDIT ROWS ON FILE FOR THE DATE NOW - A RERUN
      * ADDS ITS OWN, AND BMI-RECONCILE TAKES THIS COUNT AS THE
      * BACKED-OUT RUN'S SHARE.
       0450-COUNT-AUDIT-ROWS.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG NOT ON FILE - COUNTED AS ZERO."
               GO TO 0450-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0455-COUNT-ONE-AUDIT THRU 0455-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE AUDIT-LOG-FILE.
       0450-EXIT.
           EXIT.

       0455-COUNT-ONE-AUDIT.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0455-EXIT
           END-READ.
           IF BMI-AUD-RUN-DATE = BMI-WS-RUN-DATE
              AND BMI-AUD-MODE-BATCH
               ADD 1 TO BMI-WS-AUDIT-ROWS
           END-IF.
       0455-EXIT.
           EXIT.

       0460-COUNT-SUSPENSE.
           IF NOT BMI-WS-SUSP-OPENED
               GO TO 0460-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE LOW-VALUES TO BMI-SUSP-KEY.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN BMI-SUSP-KEY
               INVALID KEY
                   GO TO 0460-EXIT
           END-START.
           PERFORM 0465-COUNT-ONE-SUSPENSE THRU 0465-EXIT
               UNTIL BMI-WS-END-OF-FILE.
       0460-EXIT.
           EXIT.

       0465-COUNT-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0465-EXIT
           END-READ.
           IF BMI-SUSP-RUN-DATE = BMI-WS-RUN-DATE
              AND BMI-SUSP-PENDING
               ADD 1 TO BMI-WS-SUSP-PENDING
           END-IF.
           IF BMI-SUSP-RUN-DATE = BMI-WS-RUN-DATE
              AND BMI-SUSP-RELEASED
              AND BMI-SUSP-RELEASED-SEQ > 1
               PERFORM 0470-CHECK-RELEASED-ROW THRU 0470-EXIT
           END-IF.
       0465-EXIT.
           EXIT.

      * A RELEASED READING STILL LIVE ON HISTORY IS TO BE VOIDED. ONE
      * FILED BEHIND A 0001 ROW FOR THE SAME PATIENT WAS COUNTED BY
      * 0410 AS A SAME-DAY CORRECTION - IT IS THE BAD RUN'S OWN, SO
      * IT COMES BACK OUT OF THAT COUNT.
       0470-CHECK-RELEASED-ROW.
           PERFORM 0475-FIND-RELEASED-ROW THRU 0475-EXIT.
           IF NOT BMI-WS-RELEASED-ROW-LIVE
               GO TO 0470-EXIT
           END-IF.
      * FILED BEHIND A VOIDED 0001 IT WAS ALREADY TAKEN AS A BATCH
      * ROW BY 0410, AND 0500 VOIDS IT.
           MOVE "N" TO BMI-WS-MV-FOUND-SW.
           PERFORM 0471-MATCH-BATCH-ROW THRU 0471-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-BR-COUNT OR BMI-WS-MV-FOUND.
           IF BMI-WS-MV-FOUND
               GO TO 0470-EXIT
           END-IF.
           ADD 1 TO BMI-WS-RELEASED-TO-VOID.
           MOVE 1 TO BMI-HIST-SEQ.
           READ BMI-HISTORY-FILE
               NOT INVALID KEY
                   IF BMI-WS-LATER-ROWS > ZERO
                       SUBTRACT 1 FROM BMI-WS-LATER-ROWS
                   END-IF
           END-READ.
       0470-EXIT.
           EXIT.

       0471-MATCH-BATCH-ROW.
           IF BMI-WS-BR-PATIENT-ID (BMI-WS-IX) = BMI-HIST-PATIENT-ID
              AND BMI-WS-BR-SEQ (BMI-WS-IX) = BMI-HIST-SEQ
               MOVE "Y" TO BMI-WS-MV-FOUND-SW
           END-IF.
       0471-EXIT.
           EXIT.

      * READS THE HISTORY ROW A RELEASE FILED AND SAYS WHETHER IT IS
      * STILL THE RELEASED READING AND STILL LIVE. A MERGE SINCE THE
      * RELEASE MOVED THE ROW TO ANOTHER SEQUENCE, SO A ROW THAT NO
      * LONGER CARRIES THE READING'S FIGURES IS NOT TOUCHED.
       0475-FIND-RELEASED-ROW.
           PERFORM 0476-FIND-FILED-ID THRU 0476-EXIT.
           MOVE "N" TO BMI-WS-RELEASED-SW.
           MOVE BMI-WS-FILE-ID TO BMI-HIST-PATIENT-ID.
           MOVE BMI-SUSP-RUN-DATE TO BMI-HIST-RUN-DATE.
           MOVE BMI-SUSP-RELEASED-SEQ TO BMI-HIST-SEQ.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   GO TO 0475-EXIT
           END-READ.
           IF BMI-HIST-WEIGHT NOT = BMI-SUSP-WEIGHT
              OR BMI-HIST-HEIGHT NOT = BMI-SUSP-HEIGHT
              OR BMI-HIST-BMI-VALUE NOT = BMI-SUSP-BMI-VALUE
               MOVE "D" TO BMI-WS-RELEASED-SW
               GO TO 0475-EXIT
           END-IF.
           IF BMI-HIST-VOIDED
               MOVE "V" TO BMI-WS-RELEASED-SW
               GO TO 0475-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-RELEASED-SW.
       0475-EXIT.
           EXIT.

      * SAME LOOKUP BMI-SUSPENSE MAKES AT RELEASE - A HELD ID SINCE
      * MERGED FILES UNDER THE SURVIVOR.
       0476-FIND-FILED-ID.
           MOVE BMI-SUSP-PATIENT-ID TO BMI-WS-FILE-ID.
           IF NOT BMI-WS-MASTER-OPENED
               GO TO 0476-EXIT
           END-IF.
           MOVE BMI-SUSP-PATIENT-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   GO TO 0476-EXIT
           END-READ.
           IF BMI-PAT-MERGED
               MOVE BMI-REC-MERGED-TO-ID TO BMI-WS-FILE-ID
           END-IF.
       0476-EXIT.
           EXIT.

       0480-CONFIRM.
           DISPLAY "-------------------------------------------------".
           DISPLAY "RUN DATE TO BACK OUT . . . : " BMI-WS-RUN-DATE.
           DISPLAY "BATCH ROWS TO VOID  . . . . : " BMI-WS-BR-COUNT.
           DISPLAY "BATCH ROWS ALREADY VOID . . : "
               BMI-WS-ROWS-WERE-VOID.
           DISPLAY "LATER ROWS LEFT LIVE  . . . : " BMI-WS-LATER-ROWS.
           DISPLAY "BATCH AUDIT ROWS ON FILE  . : " BMI-WS-AUDIT-ROWS.
           DISPLAY "SUSPENSE READINGS TO REJECT : "
               BMI-WS-SUSP-PENDING.
           DISPLAY "RELEASED READINGS TO VOID . : "
               BMI-WS-RELEASED-TO-VOID.
           DISPLAY "REASON  . . . . . . . . . . : " BMI-WS-REASON.
           DISPLAY "THIS JOB RETIRES THE WHOLE RUN. PROCEED (Y/N)? ".
           ACCEPT BMI-WS-CONFIRM.
       0480-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - BACK OUT ONE BATCH ROW: VOID IT WITH ITS
      *  VOIDAUD ROW, QUEUE A CANCELLATION FOR EACH VENDOR THAT HAD
      *  IT, AND CLOSE THE WORKLIST ITEM BMI-TREND OPENED FROM IT. A
      *  ROW THAT CANNOT BE VOIDED IS LEFT ALONE ALTOGETHER, SO
      *  NOTHING IS CANCELLED THAT IS STILL LIVE.
      *================================================================
       0500-BACK-OUT-ONE-ROW.
           MOVE BMI-WS-BR-PATIENT-ID (BMI-WS-IX)
               TO BMI-WS-VR-PATIENT-ID.
           MOVE BMI-WS-BR-SEQ (BMI-WS-IX) TO BMI-WS-VR-SEQ.
           MOVE BMI-WS-BR-BMI-VALUE (BMI-WS-IX) TO BMI-WS-VR-BMI-VALUE.
           MOVE BMI-WS-BR-CLASS-CODE (BMI-WS-IX)
               TO BMI-WS-VR-CLASS-CODE.
           MOVE BMI-WS-BR-SENT-FLAG (BMI-WS-IX) TO BMI-WS-VR-SENT-FLAG.
           MOVE BMI-WS-VR-PATIENT-ID TO BMI-HIST-PATIENT-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-HIST-RUN-DATE.
           MOVE BMI-WS-VR-SEQ TO BMI-HIST-SEQ.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   DISPLAY "** HISTORY ROW " BMI-HIST-PATIENT-ID " "
                       BMI-WS-RUN-DATE " " BMI-WS-VR-SEQ
                       " NO LONGER ON FILE -"
                       " NOT BACKED OUT **"
                   ADD 1 TO BMI-WS-ROWS-FAILED
                   GO TO 0500-EXIT
           END-READ.
           IF BMI-HIST-VOIDED
               ADD 1 TO BMI-WS-ROWS-WERE-VOID
               GO TO 0500-EXIT
           END-IF.
           MOVE "V" TO BMI-HIST-VOID-FLAG.
           REWRITE BMI-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "** BMI-HISTORY VOID REWRITE FAILED - STATUS "
                   WS-HISTORY-STATUS " - " BMI-HIST-PATIENT-ID
                   " NOT BACKED OUT **"
               ADD 1 TO BMI-WS-ROWS-FAILED
               GO TO 0500-EXIT
           END-IF.
           ADD 1 TO BMI-WS-ROWS-VOIDED.
           PERFORM 0510-WRITE-VOID-AUDIT THRU 0510-EXIT.
           PERFORM 0520-CANCEL-ONE-VENDOR THRU 0520-EXIT
               VARYING BMI-WS-VX FROM 1 BY 1
               UNTIL BMI-WS-VX > BMI-WS-VENDOR-COUNT.
           PERFORM 0540-CLOSE-WORKLIST-ITEM THRU 0540-EXIT.
       0500-EXIT.
           EXIT.

       0510-WRITE-VOID-AUDIT.
           MOVE BMI-WS-OPERATOR-ID TO BMI-VAUD-OPERATOR-ID.
           MOVE BMI-WS-TODAY TO BMI-VAUD-CHANGE-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-VAUD-CHANGE-TIME.
           MOVE BMI-HIST-PATIENT-ID TO BMI-VAUD-PATIENT-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-VAUD-RUN-DATE.
           MOVE BMI-WS-VR-SEQ TO BMI-VAUD-SEQ.
           MOVE BMI-WS-REASON TO BMI-VAUD-REASON.
           WRITE BMI-VAUD-RECORD.
           IF WS-VAUD-STATUS NOT = "00"
               DISPLAY "** VOID-AUDIT WRITE FAILED - STATUS "
                   WS-VAUD-STATUS " **"
           END-IF.
       0510-EXIT.
           EXIT.

      * A VENDOR HAD THE ROW WHEN ITS SENT-LOG ROW IS ON FILE, OR -
      * FOR THE VNDREXT VENDOR - WHEN THE ROW'S EXTRACTED FLAG SAYS
      * SO. A VENDOR THAT NEVER HAD IT IS NOT TOLD ANYTHING.
       0520-CANCEL-ONE-VENDOR.
           MOVE "N" TO BMI-WS-HAD-SW.
           IF BMI-WS-VT-DD (BMI-WS-VX) = "VNDREXT"
              AND BMI-WS-VR-SENT-FLAG = "Y"
               MOVE "Y" TO BMI-WS-HAD-SW
           END-IF.
           IF NOT BMI-WS-VENDOR-HAD-ROW AND BMI-WS-SENT-OPENED
               MOVE BMI-WS-VT-CODE (BMI-WS-VX) TO BMI-SENT-VENDOR-CODE
               MOVE BMI-WS-VR-PATIENT-ID TO BMI-SENT-PATIENT-ID
               MOVE BMI-WS-RUN-DATE TO BMI-SENT-RUN-DATE
               MOVE BMI-WS-VR-SEQ TO BMI-SENT-SEQ
               READ SENT-LOG-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO BMI-WS-HAD-SW
               END-READ
           END-IF.
           IF NOT BMI-WS-VENDOR-HAD-ROW
               GO TO 0520-EXIT
           END-IF.

           ADD 1 TO BMI-WS-VT-HAD (BMI-WS-VX).
           IF BMI-WS-VT-DD (BMI-WS-VX) = "VNDREXT"
               ADD 1 TO BMI-WS-LEGACY-SENT
           END-IF.
           MOVE BMI-WS-VT-CODE (BMI-WS-VX) TO BMI-CANC-VENDOR-CODE.
           MOVE BMI-WS-VR-PATIENT-ID TO BMI-CANC-PATIENT-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-CANC-RUN-DATE.
           MOVE BMI-WS-VR-SEQ TO BMI-CANC-SEQ.
           MOVE BMI-WS-VR-BMI-VALUE TO BMI-CANC-BMI-VALUE.
           MOVE BMI-WS-VR-CLASS-CODE TO BMI-CANC-CLASS-CODE.
           MOVE BMI-WS-TODAY TO BMI-CANC-BACKOUT-DATE.
           MOVE BMI-WS-OPERATOR-ID TO BMI-CANC-OPERATOR-ID.
           WRITE BMI-CANC-RECORD.
           IF WS-CANCEL-STATUS NOT = "00"
               DISPLAY "** VENDOR-CANCEL WRITE FAILED - STATUS "
                   WS-CANCEL-STATUS " - " BMI-CANC-VENDOR-CODE " "
                   BMI-CANC-PATIENT-ID " NOT QUEUED **"
               ADD 1 TO BMI-WS-CANCELS-FAILED
           ELSE
               ADD 1 TO BMI-WS-VT-QUEUED (BMI-WS-VX)
               ADD 1 TO BMI-WS-CANCELS-QUEUED
           END-IF.
       0520-EXIT.
           EXIT.

      * BMI-TREND OPENS AN ITEM UNDER ITS OWN RUN DATE, SO THE ITEM
      * OPENED FROM THIS BATCH IS KEYED BY THE PATIENT AND THE DATE
      * BACKED OUT. ONE RE-FLAGGED BY A LATER RUN SINCE IS STILL A
      * LIVE CONCERN AND IS LEFT OPEN, AND SAID SO ON THE REPORT. AN
      * ITEM ALREADY CONTACTED IS CLOSED BUT CALLED OUT - SOMEONE
      * MAY HAVE SPOKEN TO THE PATIENT ABOUT A READING THAT IS GONE.
       0540-CLOSE-WORKLIST-ITEM.
           IF NOT BMI-WS-WORKLIST-OPENED
               GO TO 0540-EXIT
           END-IF.
           MOVE BMI-WS-VR-PATIENT-ID TO BMI-WORK-PATIENT-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-WORK-OPENED-DATE.
           READ WORKLIST-FILE
               INVALID KEY
                   GO TO 0540-EXIT
           END-READ.
           IF BMI-WORK-CLOSED
               GO TO 0540-EXIT
           END-IF.
           MOVE BMI-WORK-PATIENT-ID TO BMI-RPT-ITM-PATIENT-ID.
           MOVE BMI-WORK-OPENED-DATE TO BMI-RPT-ITM-OPENED-DATE.
           IF BMI-WORK-FLAG-COUNT > 1
               MOVE "ITEM KEPT   " TO BMI-RPT-ITM-ACTION
               MOVE "RE-FLAGGED SINCE - LEFT OPEN"
                   TO BMI-RPT-ITM-NOTE
               WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-ITEM-LINE
               ADD 1 TO BMI-WS-ITEMS-KEPT
               GO TO 0540-EXIT
           END-IF.
           IF BMI-WORK-CONTACTED
               MOVE "WAS CONTACTED - CHECK WITH CARE TEAM"
                   TO BMI-RPT-ITM-NOTE
           ELSE
               MOVE "WAS OPEN" TO BMI-RPT-ITM-NOTE
           END-IF.
           MOVE "X" TO BMI-WORK-STATUS.
           MOVE "CLOSED - RUN BACKED OUT" TO BMI-WORK-OUTCOME.
           MOVE BMI-WS-TODAY TO BMI-WORK-CLOSED-DATE.
           MOVE BMI-WS-OPERATOR-ID TO BMI-WORK-OPERATOR-ID.
           REWRITE BMI-WORK-RECORD
               INVALID KEY
                   DISPLAY "** WORKLIST REWRITE FAILED - STATUS "
                       WS-WORKLIST-STATUS " - " BMI-WORK-PATIENT-ID
                       " ITEM LEFT OPEN **"
                   GO TO 0540-EXIT
           END-REWRITE.
           MOVE "ITEM CLOSED " TO BMI-RPT-ITM-ACTION.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-ITEM-LINE.
           ADD 1 TO BMI-WS-ITEMS-CLOSED.
       0540-EXIT.
           EXIT.

      *================================================================
      *  0600 SERIES - A READING THE BAD RUN HELD IN SUSPENSE IS NO
      *  MORE TRUSTWORTHY THAN ONE IT FILED. EACH STILL PENDING IS
      *  REJECTED ON THE SUSPAUD TRAIL UNDER THE BACKOUT REASON, SO
      *  NO REVIEWER RELEASES IT LATER. A DECIDED ROW IS LEFT AS IT
      *  STANDS. A RELEASED ONE IS ON HISTORY: FILED AT 0001 IT WAS
      *  VOIDED WITH THE BATCH ROWS; FILED AT 0002 OR LATER, BECAUSE
      *  0001 WAS TAKEN OR UNDER A MERGE SURVIVOR'S ID, IT IS BACKED
      *  OUT HERE THE SAME WAY - VOIDED WITH ITS VOIDAUD ROW, ITS
      *  CANCELLATIONS QUEUED, AND ITS WORKLIST ITEM CLOSED.
      *================================================================
       0600-REJECT-SUSPENSE.
           IF NOT BMI-WS-SUSP-OPENED
               GO TO 0600-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE LOW-VALUES TO BMI-SUSP-KEY.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN BMI-SUSP-KEY
               INVALID KEY
                   GO TO 0600-EXIT
           END-START.
           PERFORM 0610-REJECT-ONE-READING THRU 0610-EXIT
               UNTIL BMI-WS-END-OF-FILE.
       0600-EXIT.
           EXIT.

       0610-REJECT-ONE-READING.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0610-EXIT
           END-READ.
           IF BMI-SUSP-RUN-DATE NOT = BMI-WS-RUN-DATE
               GO TO 0610-EXIT
           END-IF.
           IF BMI-SUSP-RELEASED
              AND BMI-SUSP-RELEASED-SEQ > 1
               PERFORM 0620-VOID-RELEASED-ROW THRU 0620-EXIT
               GO TO 0610-EXIT
           END-IF.
           IF NOT BMI-SUSP-PENDING
               GO TO 0610-EXIT
           END-IF.
           MOVE "X" TO BMI-SUSP-STATE.
           MOVE BMI-WS-TODAY TO BMI-SUSP-DECIDED-DATE.
           MOVE BMI-WS-OPERATOR-ID TO BMI-SUSP-OPERATOR-ID.
           MOVE ZERO TO BMI-SUSP-RELEASED-SEQ.
           REWRITE BMI-SUSP-RECORD.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "** SUSPENSE REWRITE FAILED - STATUS "
                   WS-SUSP-STATUS " - " BMI-SUSP-PATIENT-ID
                   " LEFT PENDING **"
               GO TO 0610-EXIT
           END-IF.
           ADD 1 TO BMI-WS-SUSP-REJECTED.

           MOVE BMI-WS-OPERATOR-ID TO BMI-SAUD-OPERATOR-ID.
           MOVE BMI-WS-TODAY TO BMI-SAUD-CHANGE-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-SAUD-CHANGE-TIME.
           MOVE BMI-SUSP-PATIENT-ID TO BMI-SAUD-PATIENT-ID.
           MOVE BMI-SUSP-RUN-DATE TO BMI-SAUD-RUN-DATE.
           MOVE "X" TO BMI-SAUD-DECISION.
           MOVE ZERO TO BMI-SAUD-SEQ.
           MOVE BMI-WS-REASON TO BMI-SAUD-REASON.
           WRITE BMI-SAUD-RECORD.
           IF WS-SAUD-STATUS NOT = "00"
               DISPLAY "** SUSP-AUDIT WRITE FAILED - STATUS "
                   WS-SAUD-STATUS " **"
           END-IF.
       0610-EXIT.
           EXIT.

       0620-VOID-RELEASED-ROW.
           PERFORM 0475-FIND-RELEASED-ROW THRU 0475-EXIT.
           IF BMI-WS-RELEASED-WAS-VOID
               GO TO 0620-EXIT
           END-IF.
           IF BMI-WS-RELEASED-NOT-FOUND
               DISPLAY "** RELEASED READING " BMI-SUSP-PATIENT-ID
                   " NOT ON BMI-HISTORY AT " BMI-WS-FILE-ID " "
                   BMI-SUSP-RELEASED-SEQ " - NOT BACKED OUT **"
               ADD 1 TO BMI-WS-ROWS-FAILED
               GO TO 0620-EXIT
           END-IF.
           IF BMI-WS-RELEASED-NOT-SAME
               DISPLAY "** HISTORY ROW " BMI-WS-FILE-ID " "
                   BMI-SUSP-RELEASED-SEQ " IS NOT THE READING "
                   BMI-SUSP-PATIENT-ID " RELEASED - NOT BACKED OUT **"
               ADD 1 TO BMI-WS-ROWS-FAILED
               GO TO 0620-EXIT
           END-IF.
           MOVE "V" TO BMI-HIST-VOID-FLAG.
           REWRITE BMI-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "** BMI-HISTORY VOID REWRITE FAILED - STATUS "
                   WS-HISTORY-STATUS " - " BMI-HIST-PATIENT-ID " "
                   BMI-HIST-SEQ " NOT BACKED OUT **"
               ADD 1 TO BMI-WS-ROWS-FAILED
               GO TO 0620-EXIT
           END-IF.
           ADD 1 TO BMI-WS-RELEASED-VOIDED.
           MOVE BMI-HIST-PATIENT-ID TO BMI-WS-VR-PATIENT-ID.
           MOVE BMI-HIST-SEQ TO BMI-WS-VR-SEQ.
           MOVE BMI-HIST-BMI-VALUE TO BMI-WS-VR-BMI-VALUE.
           MOVE BMI-HIST-EXTRACTED-FLAG TO BMI-WS-VR-SENT-FLAG.
           PERFORM 0415-SET-CLASS-CODE THRU 0415-EXIT.
           PERFORM 0510-WRITE-VOID-AUDIT THRU 0510-EXIT.
           PERFORM 0520-CANCEL-ONE-VENDOR THRU 0520-EXIT
               VARYING BMI-WS-VX FROM 1 BY 1
               UNTIL BMI-WS-VX > BMI-WS-VENDOR-COUNT.
           PERFORM 0540-CLOSE-WORKLIST-ITEM THRU 0540-EXIT.
       0620-EXIT.
           EXIT.

      *================================================================
      *  0700 - EMPTY THE CALCULATOR'S CHECKPOINT WHEN IT BELONGS TO
      *  THE DATE, SO A RERUN STARTS AT RECORD 1 INSTEAD OF SKIPPING
      *  THE PATIENTS THE BAD RUN GOT THROUGH. A CHECKPOINT FROM
      *  ANOTHER DATE IS SOMEBODY ELSE'S RESTART AND IS LEFT ALONE.
      *================================================================
       0700-RESET-CHECKPOINT.
           PERFORM 0710-CHECK-CHECKPOINT THRU 0710-EXIT.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
       0700-EXIT.
           EXIT.

       0710-CHECK-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               MOVE "NO CHECKPOINT ON FILE - NOTHING TO RESET"
                   TO BMI-RPT-DETAIL-TEXT
               GO TO 0710-EXIT
           END-IF.
           READ CHECKPOINT-FILE
               AT END
                   MOVE "CHECKPOINT ALREADY EMPTY - NOTHING TO RESET"
                       TO BMI-RPT-DETAIL-TEXT
                   CLOSE CHECKPOINT-FILE
                   GO TO 0710-EXIT
           END-READ.
           CLOSE CHECKPOINT-FILE.
           IF BMI-CKPT-RUN-DATE NOT = BMI-WS-RUN-DATE
               MOVE "CHECKPOINT IS FOR ANOTHER RUN DATE - LEFT AS IT"
                   TO BMI-RPT-DETAIL-TEXT
               GO TO 0710-EXIT
           END-IF.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "** CHECKPOINT RESET FAILED - STATUS "
                   WS-CKPT-STATUS " - EMPTY BMICKPT BEFORE A RERUN **"
               MOVE "** CHECKPOINT RESET FAILED - EMPTY IT BY HAND **"
                   TO BMI-RPT-DETAIL-TEXT
               GO TO 0710-EXIT
           END-IF.
           CLOSE CHECKPOINT-FILE.
           MOVE "Y" TO BMI-WS-CKPT-RESET-SW.
           MOVE "CHECKPOINT FOR THE RUN DATE EMPTIED"
               TO BMI-RPT-DETAIL-TEXT.
       0710-EXIT.
           EXIT.

      *================================================================
      *  0750 SERIES - MARK EVERY RUN-CONTROL STEP FOR THE DATE
      *  BACKED OUT. BMI-RUNCTL THEN CLEARS EACH STEP TO RUN AGAIN
      *  WITHOUT THE RERUN OVERRIDE, AND STILL HOLDS EACH STEP UNTIL
      *  ITS PREDECESSOR COMPLETES AGAIN.
      *================================================================
       0750-RESET-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL NOT ON FILE - NO STEPS TO RESET."
               GO TO 0750-EXIT
           END-IF.
           PERFORM 0760-RESET-ONE-STEP THRU 0760-EXIT
               VARYING BMI-WS-STEP-IX FROM 1 BY 1
               UNTIL BMI-WS-STEP-IX > BMI-WS-STEP-MAX.
           CLOSE RUN-CONTROL-FILE.
       0750-EXIT.
           EXIT.

       0760-RESET-ONE-STEP.
           MOVE BMI-WS-RUN-DATE TO BMI-RCTL-RUN-DATE.
           MOVE BMI-WS-STEP-IX TO BMI-RCTL-STEP-NO.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   GO TO 0760-EXIT
           END-READ.
           MOVE "B" TO BMI-RCTL-STATUS.
           REWRITE BMI-RCTL-RECORD
               INVALID KEY
                   DISPLAY "** RUN-CONTROL REWRITE FAILED - STATUS "
                       WS-RCTL-STATUS " **"
                   GO TO 0760-EXIT
           END-REWRITE.
           ADD 1 TO BMI-WS-STEPS-RESET.
       0760-EXIT.
           EXIT.

      *================================================================
      *  0800 - THE BACKCTL ROW BMI-RECONCILE BALANCES THE DATE BY
      *================================================================
       0800-WRITE-BACKOUT-CONTROL.
           MOVE BMI-WS-RUN-DATE TO BMI-BKO-RUN-DATE.
           MOVE BMI-WS-TODAY TO BMI-BKO-BACKOUT-DATE.
           MOVE BMI-WS-CHANGE-TIME TO BMI-BKO-BACKOUT-TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-BKO-OPERATOR-ID.
           MOVE BMI-WS-REASON TO BMI-BKO-REASON.
           MOVE BMI-WS-AUDIT-ROWS TO BMI-BKO-AUDIT-ROWS.
           MOVE BMI-WS-ROWS-VOIDED TO BMI-BKO-ROWS-VOIDED.
      * A RELEASED READING HAS ITS AUDIT ROW FROM THE BAD RUN JUST AS
      * A BATCH ROW DOES, SO IT JOINS THE VOIDED LEG.
           ADD BMI-WS-RELEASED-VOIDED TO BMI-BKO-ROWS-VOIDED.
           MOVE BMI-WS-ROWS-WERE-VOID TO BMI-BKO-ROWS-WERE-VOID.
           MOVE BMI-WS-LATER-ROWS TO BMI-BKO-LATER-ROWS.
           MOVE BMI-WS-LEGACY-SENT TO BMI-BKO-LEGACY-SENT.
           MOVE BMI-WS-CANCELS-QUEUED TO BMI-BKO-CANCELS-QUEUED.
           MOVE BMI-WS-SUSP-REJECTED TO BMI-BKO-SUSP-REJECTED.
           MOVE BMI-WS-ITEMS-CLOSED TO BMI-BKO-ITEMS-CLOSED.
           MOVE BMI-WS-STEPS-RESET TO BMI-BKO-STEPS-RESET.
           MOVE BMI-WS-CKPT-RESET-SW TO BMI-BKO-CKPT-RESET-FLAG.
           WRITE BMI-BKO-RECORD.
           IF WS-BKO-STATUS NOT = "00"
               DISPLAY "** BACKOUT-CONTROL WRITE FAILED - STATUS "
                   WS-BKO-STATUS " - RECONCILE CANNOT SEE THIS"
                   " BACKOUT **"
           END-IF.
       0800-EXIT.
           EXIT.

      *================================================================
      *  0850 SERIES - REPORT TOTALS, PER VENDOR AND FOR THE RUN
      *================================================================
       0850-REPORT-TOTALS.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           STRING "BACKED OUT BY " BMI-WS-OPERATOR-ID " ON "
               BMI-WS-TODAY " - " BMI-WS-REASON
               DELIMITED BY SIZE INTO BMI-RPT-DETAIL-TEXT.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.

           PERFORM 0860-REPORT-ONE-VENDOR THRU 0860-EXIT
               VARYING BMI-WS-VX FROM 1 BY 1
               UNTIL BMI-WS-VX > BMI-WS-VENDOR-COUNT.

           MOVE "BATCH AUDIT ROWS ON FILE" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-AUDIT-ROWS TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "BATCH ROWS VOIDED" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-VOIDED TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "RELEASED READINGS VOIDED" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-RELEASED-VOIDED TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "BATCH ROWS ALREADY VOID" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-WERE-VOID TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "BATCH ROWS NOT BACKED OUT" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-FAILED TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "LATER SAME-DAY ROWS LEFT LIVE" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-LATER-ROWS TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "ROWS THE VNDREXT VENDOR HAD" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-LEGACY-SENT TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "CANCELLATIONS QUEUED" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-CANCELS-QUEUED TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "CANCELLATIONS NOT QUEUED" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-CANCELS-FAILED TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "SUSPENSE READINGS REJECTED" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-SUSP-REJECTED TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "WORKLIST ITEMS CLOSED" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ITEMS-CLOSED TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "WORKLIST ITEMS LEFT OPEN" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ITEMS-KEPT TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           MOVE "RUN-CONTROL STEPS RESET" TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-STEPS-RESET TO BMI-RPT-COUNT-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           DISPLAY "=================================================".
           DISPLAY "BMI-BACKOUT RUN DATE " BMI-WS-RUN-DATE.
           DISPLAY "BATCH ROWS VOIDED . . . . : " BMI-WS-ROWS-VOIDED.
           DISPLAY "RELEASED READINGS VOIDED  : "
               BMI-WS-RELEASED-VOIDED.
           DISPLAY "BATCH ROWS NOT BACKED OUT : " BMI-WS-ROWS-FAILED.
           DISPLAY "CANCELLATIONS QUEUED  . . : "
               BMI-WS-CANCELS-QUEUED.
           DISPLAY "SUSPENSE READINGS REJECTED: "
               BMI-WS-SUSP-REJECTED.
           DISPLAY "WORKLIST ITEMS CLOSED . . : " BMI-WS-ITEMS-CLOSED.
           DISPLAY "RUN-CONTROL STEPS RESET . : " BMI-WS-STEPS-RESET.
           IF BMI-WS-CKPT-RESET
               DISPLAY "CHECKPOINT EMPTIED FOR THE RERUN."
           END-IF.
           DISPLAY "=================================================".
       0850-EXIT.
           EXIT.

       0860-REPORT-ONE-VENDOR.
           MOVE BMI-WS-VT-CODE (BMI-WS-VX) TO BMI-RPT-VND-CODE.
           MOVE BMI-WS-VT-DD (BMI-WS-VX) TO BMI-RPT-VND-DD.
           MOVE BMI-WS-VT-HAD (BMI-WS-VX) TO BMI-RPT-VND-HAD.
           MOVE BMI-WS-VT-QUEUED (BMI-WS-VX) TO BMI-RPT-VND-QUEUED.
           WRITE BACKOUT-REPORT-LINE FROM BMI-RPT-VENDOR-LINE.
       0860-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE BMI-HISTORY-FILE VOID-AUDIT-FILE CANCEL-FILE
                 BACKOUT-CONTROL-FILE SUSP-AUDIT-FILE.
           IF BMI-WS-SENT-OPENED
               CLOSE SENT-LOG-FILE
           END-IF.
           IF BMI-WS-WORKLIST-OPENED
               CLOSE WORKLIST-FILE
           END-IF.
           IF BMI-WS-SUSP-OPENED
               CLOSE SUSPENSE-FILE
           END-IF.
           IF BMI-WS-MASTER-OPENED
               CLOSE PATIENT-MASTER-FILE
           END-IF.
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-BACKOUT.
