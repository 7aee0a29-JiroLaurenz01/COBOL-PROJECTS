       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-ACCESSRPT".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  INITIAL VERSION - "WHO HAS LOOKED AT THIS
      *                 PATIENT" REPORT FROM THE ACCESSLG ACCESS LOG.
      *                 LISTS EVERY VIEW OF ONE PATIENT, OR EVERY VIEW
      *                 BY ONE OPERATOR, BETWEEN TWO DATES, OLDEST
      *                 FIRST AS THE LOG HOLDS THEM. A VIEW OF A
      *                 PATIENT NOW INACTIVE OR DECEASED IS FLAGGED,
      *                 AND SO IS ANY VIEW MADE ON A DAY THE OPERATOR
      *                 LOOKED AT MORE DISTINCT PATIENTS THAN THE
      *                 HIGH-VOLUME LIMIT; THOSE OPERATOR-DAYS ARE
      *                 ALSO LISTED ON THEIR OWN. THE LOG SAYS WHO
      *                 SAW WHAT, SO PURGE AUTHORITY IS REQUIRED.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ACCESS-REPORT-FILE ASSIGN TO "ACCESSRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
           COPY BMIACC.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  ACCESS-REPORT-FILE.
       01  ACCESS-REPORT-LINE           PIC X(100).

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       WORKING-STORAGE SECTION.
       77  WS-ACC-STATUS                PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-OPER-STATUS               PIC XX.

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-RUN-DATE              PIC 9(08).

      * SIGN-ON CHECK AGAINST THE OPERATOR MASTER. WHEN OPERMAST IS
      * NOT ON FILE THE CHECK IS OFF AND ANY ID RUNS, AS ALWAYS.
       77  BMI-WS-SIGNON-OK-SW          PIC X(01) VALUE "Y".
           88  BMI-WS-SIGNON-OK             VALUE "Y".
           88  BMI-WS-SIGNON-REFUSED        VALUE "N".

       77  BMI-WS-OPEN-SW               PIC X(01).
           88  BMI-WS-OPEN-OK               VALUE "Y".
           88  BMI-WS-OPEN-FAILED           VALUE "N".

      * WITHOUT THE MASTER THE LISTING STILL PRINTS, JUST WITHOUT
      * THE INACTIVE/DECEASED FLAGS.
       77  BMI-WS-MASTER-OK-SW          PIC X(01) VALUE "N".
           88  BMI-WS-MASTER-OPENED         VALUE "Y".

       77  BMI-WS-EOF-SW                PIC X(01).
           88  BMI-WS-END-OF-LOG            VALUE "Y".

      *--------------------------------------------------------------
      * SELECTION - P ONE PATIENT, O ONE OPERATOR - AND THE DATE
      * RANGE, BOTH ENDS INCLUSIVE.
      *--------------------------------------------------------------
       77  BMI-WS-MODE                  PIC X(01).
           88  BMI-WS-BY-PATIENT            VALUE "P".
           88  BMI-WS-BY-OPERATOR           VALUE "O".
       77  BMI-WS-SELECT-KEY            PIC X(08).
       77  BMI-WS-FROM-DATE             PIC 9(08).
       77  BMI-WS-TO-DATE-IN            PIC X(08).
       77  BMI-WS-TO-DATE-N REDEFINES BMI-WS-TO-DATE-IN
                                        PIC 9(08).
       77  BMI-WS-TO-DATE               PIC 9(08).

      *--------------------------------------------------------------
      * HIGH-VOLUME CHECK. AN OPERATOR WHO LOOKS AT MORE DISTINCT
      * PATIENTS THAN THE LIMIT IN ONE DAY IS FLAGGED. EVERY VIEW IN
      * THE DATE RANGE COUNTS, WHATEVER THE SELECTION, SO A
      * PATIENT'S LISTING STILL SHOWS WHEN A VIEWER WAS TRAWLING.
      * THE SEEN TABLE HOLDS EACH OPERATOR/DAY/PATIENT ONCE; THE
      * DAY TABLE HOLDS THE DISTINCT COUNT PER OPERATOR PER DAY.
      *--------------------------------------------------------------
       77  BMI-WS-HIGH-VOLUME-LIMIT     PIC 9(03) VALUE 030.
       77  BMI-WS-SEEN-MAX              PIC 9(05) VALUE 10000.
       77  BMI-WS-SEEN-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  BMI-WS-SEEN-IX               PIC 9(05) COMP.
       77  BMI-WS-DAY-MAX               PIC 9(04) VALUE 2000.
       77  BMI-WS-DAY-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-DAY-IX                PIC 9(04) COMP.
       77  BMI-WS-DAY-HIT-IX            PIC 9(04) COMP.

       77  BMI-WS-SEEN-FOUND-SW         PIC X(01).
           88  BMI-WS-SEEN-FOUND            VALUE "Y".
       77  BMI-WS-TABLE-FULL-SW         PIC X(01) VALUE "N".
           88  BMI-WS-TABLE-FULL            VALUE "Y".

       01  BMI-WS-SEEN-TABLE.
           05  BMI-WS-SEEN-ENTRY        OCCURS 10000 TIMES.
               10  BMI-WS-SEEN-OPERATOR     PIC X(08).
               10  BMI-WS-SEEN-DATE         PIC 9(08).
               10  BMI-WS-SEEN-PATIENT      PIC X(06).

       01  BMI-WS-DAY-TABLE.
           05  BMI-WS-DAY-ENTRY         OCCURS 2000 TIMES.
               10  BMI-WS-DAY-OPERATOR      PIC X(08).
               10  BMI-WS-DAY-DATE          PIC 9(08).
               10  BMI-WS-DAY-PATIENTS      PIC 9(05) COMP.

       01  BMI-WS-ACCESS-COUNTERS.
           05  BMI-WS-ROWS-READ         PIC 9(07) VALUE ZERO.
           05  BMI-WS-ROWS-IN-RANGE     PIC 9(07) VALUE ZERO.
           05  BMI-WS-ROWS-LISTED       PIC 9(07) VALUE ZERO.
           05  BMI-WS-INACTIVE-VIEWS    PIC 9(07) VALUE ZERO.
           05  BMI-WS-DECEASED-VIEWS    PIC 9(07) VALUE ZERO.
           05  BMI-WS-HIGH-VOL-VIEWS    PIC 9(07) VALUE ZERO.
           05  BMI-WS-HIGH-VOL-DAYS     PIC 9(07) VALUE ZERO.

      *--------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *--------------------------------------------------------------
       01  BMI-RPT-HEADER-LINE.
           05  FILLER                   PIC X(35)
               VALUE "BMI-ACCESSRPT PATIENT ACCESS REPORT".
           05  FILLER                   PIC X(11) VALUE "  RUN DATE ".
           05  BMI-RPT-RUN-DATE         PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " BY ".
           05  BMI-RPT-OPERATOR-ID      PIC X(08).
           05  FILLER                   PIC X(34) VALUE SPACES.

       01  BMI-RPT-SELECT-LINE.
           05  BMI-RPT-SELECT-LABEL     PIC X(12).
           05  BMI-RPT-SELECT-KEY       PIC X(08).
           05  FILLER                   PIC X(06) VALUE " FROM ".
           05  BMI-RPT-FROM-DATE        PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  BMI-RPT-TO-DATE          PIC 9(08).
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  BMI-RPT-DETAIL-LINE.
           05  BMI-RPT-DETAIL-TEXT      PIC X(100).

       01  BMI-RPT-ACCESS-HEAD.
           05  FILLER                   PIC X(40)
               VALUE "DATE     TIME   OPERATOR PATIENT PROGRAM".
           05  FILLER                   PIC X(40)
               VALUE "         V SHOWN                        ".
           05  FILLER                   PIC X(20)
               VALUE " FLAGS".

       01  BMI-RPT-ACCESS-LINE.
           05  BMI-RPT-ACC-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-ACC-TIME         PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-ACC-OPERATOR     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-ACC-PATIENT      PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-ACC-PROGRAM      PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-ACC-VIEW         PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-ACC-SHOWN        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-ACC-FLAG-STATUS  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-ACC-FLAG-VOLUME  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.

      * THE LOG TIME IS HHMMSSCC - THE REPORT SHOWS HHMMSS.
       01  BMI-WS-TIME-WORK             PIC 9(08).
       01  BMI-WS-TIME-PARTS REDEFINES BMI-WS-TIME-WORK.
           05  BMI-WS-TIME-HHMMSS       PIC 9(06).
           05  BMI-WS-TIME-HUNDREDTHS   PIC 9(02).

       01  BMI-RPT-DAY-HEAD.
           05  FILLER                   PIC X(40)
               VALUE "OPERATOR DATE      DISTINCT PATIENTS    ".
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  BMI-RPT-DAY-LINE.
           05  BMI-RPT-DAY-OPERATOR     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-DAY-DATE         PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  BMI-RPT-DAY-PATIENTS     PIC Z(06)9.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  BMI-RPT-COUNT-LINE.
           05  BMI-RPT-COUNT-LABEL      PIC X(32).
           05  BMI-RPT-COUNT-VALUE      PIC Z(06)9.
           05  FILLER                   PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
      *================================================================
       0100-START-HERE.
           PERFORM 0150-VERIFY-OPERATOR THRU 0150-EXIT.
           IF BMI-WS-SIGNON-REFUSED
               STOP RUN
           END-IF.
           PERFORM 0200-INITIALIZE THRU 0200-EXIT.
           IF BMI-WS-OPEN-OK
               PERFORM 0300-COUNT-OPERATOR-DAYS THRU 0300-EXIT
               PERFORM 0400-LIST-ACCESS THRU 0400-EXIT
               PERFORM 0500-LIST-HIGH-VOLUME THRU 0500-EXIT
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           END-IF.
           STOP RUN.

      *================================================================
      *  0150 - VERIFY THE OPERATOR AGAINST OPERMAST. THE REPORT
      *  SAYS WHO LOOKED AT WHOM, SO IT NEEDS PURGE AUTHORITY P.
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
           IF NOT BMI-OPER-ROLE-PURGE
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " LACKS PURGE AUTHORITY - RUN REFUSED."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
       0150-EXIT.
           EXIT.

       0200-INITIALIZE.
           MOVE "N" TO BMI-WS-OPEN-SW.
           DISPLAY "Enter report mode - P by patient, O by operator: ".
           ACCEPT BMI-WS-MODE.
           IF NOT BMI-WS-BY-PATIENT AND NOT BMI-WS-BY-OPERATOR
               DISPLAY "INVALID REPORT MODE - NOTHING REPORTED."
               GO TO 0200-EXIT
           END-IF.
           IF BMI-WS-BY-PATIENT
               DISPLAY "Enter patient ID: "
           ELSE
               DISPLAY "Enter operator ID to report on: "
           END-IF.
           ACCEPT BMI-WS-SELECT-KEY.
           IF BMI-WS-SELECT-KEY = SPACES
               DISPLAY "A PATIENT OR OPERATOR ID IS REQUIRED."
               GO TO 0200-EXIT
           END-IF.

           DISPLAY "Enter from date (YYYYMMDD): ".
           ACCEPT BMI-WS-FROM-DATE.
           DISPLAY "Enter to date (YYYYMMDD, blank for today): ".
           ACCEPT BMI-WS-TO-DATE-IN.
           IF BMI-WS-TO-DATE-IN = SPACES
               MOVE BMI-WS-RUN-DATE TO BMI-WS-TO-DATE
           ELSE
               IF BMI-WS-TO-DATE-N NOT NUMERIC
                   DISPLAY "TO DATE MUST BE NUMERIC."
                   GO TO 0200-EXIT
               END-IF
               MOVE BMI-WS-TO-DATE-N TO BMI-WS-TO-DATE
           END-IF.
           IF BMI-WS-FROM-DATE NOT NUMERIC
              OR BMI-WS-FROM-DATE > BMI-WS-TO-DATE
               DISPLAY "FROM DATE MUST BE NUMERIC AND NOT AFTER THE"
                   " TO DATE."
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "ACCESS-LOG NOT AVAILABLE - STATUS "
                   WS-ACC-STATUS " - NOTHING TO REPORT."
               GO TO 0200-EXIT
           END-IF.
           CLOSE ACCESS-LOG-FILE.

           OPEN OUTPUT ACCESS-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCESS-REPORT - STATUS "
                   WS-REPORT-STATUS
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO BMI-WS-MASTER-OK-SW
           ELSE
               DISPLAY "PATIENT-MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - NO INACTIVE/DECEASED FLAGS."
           END-IF.

           MOVE "Y" TO BMI-WS-OPEN-SW.
           MOVE BMI-WS-RUN-DATE TO BMI-RPT-RUN-DATE.
           MOVE BMI-WS-OPERATOR-ID TO BMI-RPT-OPERATOR-ID.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-HEADER-LINE.
           IF BMI-WS-BY-PATIENT
               MOVE "PATIENT     " TO BMI-RPT-SELECT-LABEL
           ELSE
               MOVE "OPERATOR    " TO BMI-RPT-SELECT-LABEL
           END-IF.
           MOVE BMI-WS-SELECT-KEY TO BMI-RPT-SELECT-KEY.
           MOVE BMI-WS-FROM-DATE TO BMI-RPT-FROM-DATE.
           MOVE BMI-WS-TO-DATE TO BMI-RPT-TO-DATE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-SELECT-LINE.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0300 SERIES - FIRST PASS: DISTINCT PATIENTS PER OPERATOR PER
      *  DAY ACROSS EVERY VIEW IN THE DATE RANGE
      *================================================================
       0300-COUNT-OPERATOR-DAYS.
           MOVE "N" TO BMI-WS-EOF-SW.
           OPEN INPUT ACCESS-LOG-FILE.
           PERFORM 0310-COUNT-ONE-ROW THRU 0310-EXIT
               UNTIL BMI-WS-END-OF-LOG.
           CLOSE ACCESS-LOG-FILE.
       0300-EXIT.
           EXIT.

       0310-COUNT-ONE-ROW.
           READ ACCESS-LOG-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0310-EXIT
           END-READ.
           ADD 1 TO BMI-WS-ROWS-READ.
           IF BMI-ACC-ACCESS-DATE < BMI-WS-FROM-DATE
              OR BMI-ACC-ACCESS-DATE > BMI-WS-TO-DATE
               GO TO 0310-EXIT
           END-IF.
           ADD 1 TO BMI-WS-ROWS-IN-RANGE.
           IF BMI-WS-TABLE-FULL
               GO TO 0310-EXIT
           END-IF.

           MOVE "N" TO BMI-WS-SEEN-FOUND-SW.
           PERFORM 0320-CHECK-ONE-SEEN THRU 0320-EXIT
               VARYING BMI-WS-SEEN-IX FROM 1 BY 1
               UNTIL BMI-WS-SEEN-IX > BMI-WS-SEEN-COUNT
                  OR BMI-WS-SEEN-FOUND.
           IF BMI-WS-SEEN-FOUND
               GO TO 0310-EXIT
           END-IF.

           PERFORM 0330-FIND-DAY THRU 0330-EXIT.
           IF BMI-WS-SEEN-COUNT >= BMI-WS-SEEN-MAX
              OR (BMI-WS-DAY-HIT-IX = ZERO
                  AND BMI-WS-DAY-COUNT >= BMI-WS-DAY-MAX)
               DISPLAY "** ACCESS VOLUME TABLE FULL - HIGH-VOLUME"
                   " CHECK INCOMPLETE FOR THIS RANGE **"
               MOVE "Y" TO BMI-WS-TABLE-FULL-SW
               GO TO 0310-EXIT
           END-IF.

           ADD 1 TO BMI-WS-SEEN-COUNT.
           MOVE BMI-ACC-OPERATOR-ID
               TO BMI-WS-SEEN-OPERATOR (BMI-WS-SEEN-COUNT).
           MOVE BMI-ACC-ACCESS-DATE
               TO BMI-WS-SEEN-DATE (BMI-WS-SEEN-COUNT).
           MOVE BMI-ACC-PATIENT-ID
               TO BMI-WS-SEEN-PATIENT (BMI-WS-SEEN-COUNT).
           IF BMI-WS-DAY-HIT-IX = ZERO
               ADD 1 TO BMI-WS-DAY-COUNT
               MOVE BMI-WS-DAY-COUNT TO BMI-WS-DAY-HIT-IX
               MOVE BMI-ACC-OPERATOR-ID
                   TO BMI-WS-DAY-OPERATOR (BMI-WS-DAY-HIT-IX)
               MOVE BMI-ACC-ACCESS-DATE
                   TO BMI-WS-DAY-DATE (BMI-WS-DAY-HIT-IX)
               MOVE ZERO TO BMI-WS-DAY-PATIENTS (BMI-WS-DAY-HIT-IX)
           END-IF.
           ADD 1 TO BMI-WS-DAY-PATIENTS (BMI-WS-DAY-HIT-IX).
       0310-EXIT.
           EXIT.

       0320-CHECK-ONE-SEEN.
           IF BMI-WS-SEEN-OPERATOR (BMI-WS-SEEN-IX)
                  = BMI-ACC-OPERATOR-ID
              AND BMI-WS-SEEN-DATE (BMI-WS-SEEN-IX)
                  = BMI-ACC-ACCESS-DATE
              AND BMI-WS-SEEN-PATIENT (BMI-WS-SEEN-IX)
                  = BMI-ACC-PATIENT-ID
               MOVE "Y" TO BMI-WS-SEEN-FOUND-SW
           END-IF.
       0320-EXIT.
           EXIT.

      * LEAVES THE OPERATOR-DAY ROW FOR THE CURRENT ACCESS ROW IN
      * DAY-HIT-IX, ZERO WHEN THERE IS NONE YET.
       0330-FIND-DAY.
           MOVE ZERO TO BMI-WS-DAY-HIT-IX.
           PERFORM 0335-CHECK-ONE-DAY THRU 0335-EXIT
               VARYING BMI-WS-DAY-IX FROM 1 BY 1
               UNTIL BMI-WS-DAY-IX > BMI-WS-DAY-COUNT
                  OR BMI-WS-DAY-HIT-IX > ZERO.
       0330-EXIT.
           EXIT.

       0335-CHECK-ONE-DAY.
           IF BMI-WS-DAY-OPERATOR (BMI-WS-DAY-IX)
                  = BMI-ACC-OPERATOR-ID
              AND BMI-WS-DAY-DATE (BMI-WS-DAY-IX)
                  = BMI-ACC-ACCESS-DATE
               MOVE BMI-WS-DAY-IX TO BMI-WS-DAY-HIT-IX
           END-IF.
       0335-EXIT.
           EXIT.

      *================================================================
      *  0400 SERIES - SECOND PASS: LIST THE SELECTED VIEWS, OLDEST
      *  FIRST, WITH THEIR FLAGS
      *================================================================
       0400-LIST-ACCESS.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-ACCESS-HEAD.
           MOVE "N" TO BMI-WS-EOF-SW.
           OPEN INPUT ACCESS-LOG-FILE.
           PERFORM 0410-LIST-ONE-ROW THRU 0410-EXIT
               UNTIL BMI-WS-END-OF-LOG.
           CLOSE ACCESS-LOG-FILE.
           IF BMI-WS-ROWS-LISTED = ZERO
               MOVE "NO ACCESS ON FILE FOR THIS SELECTION."
                   TO BMI-RPT-DETAIL-TEXT
               WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
       0400-EXIT.
           EXIT.

       0410-LIST-ONE-ROW.
           READ ACCESS-LOG-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0410-EXIT
           END-READ.
           IF BMI-ACC-ACCESS-DATE < BMI-WS-FROM-DATE
              OR BMI-ACC-ACCESS-DATE > BMI-WS-TO-DATE
               GO TO 0410-EXIT
           END-IF.
           IF BMI-WS-BY-PATIENT
              AND BMI-ACC-PATIENT-ID NOT = BMI-WS-SELECT-KEY
               GO TO 0410-EXIT
           END-IF.
           IF BMI-WS-BY-OPERATOR
              AND BMI-ACC-OPERATOR-ID NOT = BMI-WS-SELECT-KEY
               GO TO 0410-EXIT
           END-IF.

           ADD 1 TO BMI-WS-ROWS-LISTED.
           MOVE BMI-ACC-ACCESS-DATE TO BMI-RPT-ACC-DATE.
           MOVE BMI-ACC-ACCESS-TIME TO BMI-WS-TIME-WORK.
           MOVE BMI-WS-TIME-HHMMSS TO BMI-RPT-ACC-TIME.
           MOVE BMI-ACC-OPERATOR-ID TO BMI-RPT-ACC-OPERATOR.
           MOVE BMI-ACC-PATIENT-ID TO BMI-RPT-ACC-PATIENT.
           MOVE BMI-ACC-PROGRAM TO BMI-RPT-ACC-PROGRAM.
           MOVE BMI-ACC-VIEW-CODE TO BMI-RPT-ACC-VIEW.
           MOVE BMI-ACC-SHOWN TO BMI-RPT-ACC-SHOWN.
           MOVE SPACES TO BMI-RPT-ACC-FLAG-STATUS.
           MOVE SPACES TO BMI-RPT-ACC-FLAG-VOLUME.

      * THE STATUS IS THE PATIENT'S STATUS NOW - THE MASTER KEEPS
      * NO DATE OF CHANGE TO JUDGE IT AT THE TIME OF THE VIEW.
           IF BMI-WS-MASTER-OPENED
               MOVE BMI-ACC-PATIENT-ID TO BMI-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "NO MAST" TO BMI-RPT-ACC-FLAG-STATUS
                   NOT INVALID KEY
                       PERFORM 0420-FLAG-STATUS THRU 0420-EXIT
               END-READ
           END-IF.

           PERFORM 0330-FIND-DAY THRU 0330-EXIT.
           IF BMI-WS-DAY-HIT-IX > ZERO
               IF BMI-WS-DAY-PATIENTS (BMI-WS-DAY-HIT-IX)
                      > BMI-WS-HIGH-VOLUME-LIMIT
                   MOVE "HIGH VOL" TO BMI-RPT-ACC-FLAG-VOLUME
                   ADD 1 TO BMI-WS-HIGH-VOL-VIEWS
               END-IF
           END-IF.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-ACCESS-LINE.
       0410-EXIT.
           EXIT.

       0420-FLAG-STATUS.
           IF BMI-PAT-DECEASED
               MOVE "DECEASED" TO BMI-RPT-ACC-FLAG-STATUS
               ADD 1 TO BMI-WS-DECEASED-VIEWS
           END-IF.
           IF BMI-PAT-INACTIVE
               MOVE "INACTIVE" TO BMI-RPT-ACC-FLAG-STATUS
               ADD 1 TO BMI-WS-INACTIVE-VIEWS
           END-IF.
       0420-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - THE OPERATOR-DAYS OVER THE HIGH-VOLUME LIMIT
      *  (JUST THE SELECTED OPERATOR'S WHEN REPORTING BY OPERATOR),
      *  THEN THE TOTALS
      *================================================================
       0500-LIST-HIGH-VOLUME.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE BMI-WS-HIGH-VOLUME-LIMIT TO BMI-RPT-COUNT-VALUE.
           MOVE "OPERATOR-DAYS OVER THE LIMIT OF:"
               TO BMI-RPT-COUNT-LABEL.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DAY-HEAD.
           PERFORM 0510-LIST-ONE-DAY THRU 0510-EXIT
               VARYING BMI-WS-DAY-IX FROM 1 BY 1
               UNTIL BMI-WS-DAY-IX > BMI-WS-DAY-COUNT.
           IF BMI-WS-HIGH-VOL-DAYS = ZERO
               MOVE "NONE." TO BMI-RPT-DETAIL-TEXT
               WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
           IF BMI-WS-TABLE-FULL
               MOVE "** VOLUME TABLE FILLED - CHECK IS INCOMPLETE,"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               MOVE "** NARROW THE DATE RANGE AND RERUN **"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.

           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE "ACCESS ROWS READ  . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-READ TO BMI-RPT-COUNT-VALUE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "IN THE DATE RANGE . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-IN-RANGE TO BMI-RPT-COUNT-VALUE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "LISTED FOR THIS SELECTION . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-LISTED TO BMI-RPT-COUNT-VALUE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "VIEWS OF INACTIVE PATIENTS  . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-INACTIVE-VIEWS TO BMI-RPT-COUNT-VALUE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "VIEWS OF DECEASED PATIENTS  . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-DECEASED-VIEWS TO BMI-RPT-COUNT-VALUE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "VIEWS ON A HIGH-VOLUME DAY  . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-HIGH-VOL-VIEWS TO BMI-RPT-COUNT-VALUE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "HIGH-VOLUME OPERATOR-DAYS . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-HIGH-VOL-DAYS TO BMI-RPT-COUNT-VALUE.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
       0500-EXIT.
           EXIT.

       0510-LIST-ONE-DAY.
           IF BMI-WS-DAY-PATIENTS (BMI-WS-DAY-IX)
                  NOT > BMI-WS-HIGH-VOLUME-LIMIT
               GO TO 0510-EXIT
           END-IF.
           IF BMI-WS-BY-OPERATOR
              AND BMI-WS-DAY-OPERATOR (BMI-WS-DAY-IX)
                  NOT = BMI-WS-SELECT-KEY
               GO TO 0510-EXIT
           END-IF.
           ADD 1 TO BMI-WS-HIGH-VOL-DAYS.
           MOVE BMI-WS-DAY-OPERATOR (BMI-WS-DAY-IX)
               TO BMI-RPT-DAY-OPERATOR.
           MOVE BMI-WS-DAY-DATE (BMI-WS-DAY-IX) TO BMI-RPT-DAY-DATE.
           MOVE BMI-WS-DAY-PATIENTS (BMI-WS-DAY-IX)
               TO BMI-RPT-DAY-PATIENTS.
           WRITE ACCESS-REPORT-LINE FROM BMI-RPT-DAY-LINE.
       0510-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE ACCESS-REPORT-FILE.
           IF BMI-WS-MASTER-OPENED
               CLOSE PATIENT-MASTER-FILE
           END-IF.
           DISPLAY "BMI-ACCESSRPT LISTED  . . . : " BMI-WS-ROWS-LISTED.
           DISPLAY "BMI-ACCESSRPT INACTIVE VIEWS: "
               BMI-WS-INACTIVE-VIEWS.
           DISPLAY "BMI-ACCESSRPT DECEASED VIEWS: "
               BMI-WS-DECEASED-VIEWS.
           DISPLAY "BMI-ACCESSRPT HIGH-VOL DAYS : "
               BMI-WS-HIGH-VOL-DAYS.
           DISPLAY "BMI-ACCESSRPT REPORT ON ACCESSRP.".
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-ACCESSRPT.
