       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-WHATIF".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  INITIAL VERSION - IMPACT REPORT FOR A
      *                 PROPOSED CLASSIFICATION CHANGE, RUN BEFORE IT
      *                 GOES LIVE. TAKES THE STAGED CLASS TABLE
      *                 (CLASSTAG) AND, IF ONE IS STAGED, THE STAGED
      *                 PERCENTILE TABLE (PCTSTAG), AND RECLASSIFIES
      *                 EACH ACTIVE PATIENT'S LATEST LIVE HISTORY ROW
      *                 UNDER BOTH THE LIVE AND THE PROPOSED TABLES,
      *                 WITH AGE FROM THE DOB AT THE RUN DATE AS THE
      *                 CALCULATOR DOES. PRINTS EVERY PATIENT WHOSE
      *                 CATEGORY WOULD CHANGE, THEN THE CURRENT-TO-
      *                 PROPOSED MOVEMENT MATRIX BY AGE GROUP AND SEX
      *                 AND FOR ALL PATIENTS. EACH RUN IS LOGGED TO
      *                 IMPACTLG WITH AN IMAGE OF THE STAGED TABLES,
      *                 WHICH IS WHAT BMI-TABLEMAINT CHECKS BEFORE IT
      *                 WILL PROMOTE THEM. THE TABLE MAINTENANCE ROLE
      *                 (OR PURGE AUTHORITY) IS REQUIRED.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLASS-TABLE-FILE ASSIGN TO "CLASTABL"
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

           SELECT WHATIF-REPORT-FILE ASSIGN TO "WHATIFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  CLASS-TABLE-FILE.
           COPY BMICLAS.

      * THE STAGED TABLES ARE THE LIVE LAYOUTS, RENAMED VIA
      * REPLACING SINCE THE LIVE FILES ABOVE ALREADY COPY THEM
      * UNCHANGED.
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

       FD  WHATIF-REPORT-FILE.
       01  WHATIF-REPORT-LINE           PIC X(100).

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-CLASTAB-STATUS            PIC XX.
       77  WS-CLASTG-STATUS             PIC XX.
       77  WS-PCTTAB-STATUS             PIC XX.
       77  WS-PCTSTG-STATUS             PIC XX.
       77  WS-IMPC-STATUS               PIC XX.
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-OPER-STATUS               PIC XX.

       77  BMI-WS-OPERATOR-ID           PIC X(08).
       77  BMI-WS-RUN-DATE              PIC 9(08).
       77  BMI-WS-RUN-TIME              PIC 9(08).

      * SIGN-ON CHECK AGAINST THE OPERATOR MASTER. WHEN OPERMAST IS
      * NOT ON FILE THE CHECK IS OFF AND ANY ID RUNS, AS ALWAYS.
       77  BMI-WS-SIGNON-OK-SW          PIC X(01) VALUE "Y".
           88  BMI-WS-SIGNON-OK             VALUE "Y".
           88  BMI-WS-SIGNON-REFUSED        VALUE "N".

       77  BMI-WS-OPEN-SW               PIC X(01).
           88  BMI-WS-OPEN-OK               VALUE "Y".
           88  BMI-WS-OPEN-FAILED           VALUE "N".

       77  BMI-WS-EOF-SW                PIC X(01) VALUE "N".
           88  BMI-WS-END-OF-HISTORY        VALUE "Y".

       77  BMI-WS-TABLE-EOF-SW          PIC X(01).
           88  BMI-WS-END-OF-TABLE          VALUE "Y".

       77  BMI-WS-CLASS-STAGED-SW       PIC X(01) VALUE "N".
           88  BMI-WS-CLASS-STAGED          VALUE "Y".
       77  BMI-WS-PCT-STAGED-SW         PIC X(01) VALUE "N".
           88  BMI-WS-PCT-STAGED            VALUE "Y".

      *--------------------------------------------------------------
      * THE SAME BUILT-IN BANDS BMI-CALCULATOR FALLS BACK ON WHEN A
      * TABLE HAS NO ROW FOR A GROUP - THE BACKSTOP FOR BOTH SIDES.
      * EACH ROW IS AGE GROUP, SEX ("B" = BOTH), THEN FOUR NN.NN
      * CUTOFFS WITHOUT THE POINT.
      *--------------------------------------------------------------
       01  BMI-WS-CLASS-DEFAULTS.
           05  FILLER  PIC X(18) VALUE "MF1450215025509999".
           05  FILLER  PIC X(18) VALUE "MM1500210025009999".
           05  FILLER  PIC X(18) VALUE "AB1850249029909999".
           05  FILLER  PIC X(18) VALUE "SB2200279032909999".

       01  BMI-WS-DEFAULT-TABLE REDEFINES BMI-WS-CLASS-DEFAULTS.
           05  BMI-WS-DFLT-ENTRY        OCCURS 4 TIMES.
               10  BMI-WS-DFLT-AGE-GROUP    PIC X(01).
               10  BMI-WS-DFLT-SEX          PIC X(01).
               10  BMI-WS-DFLT-UNDER-MAX    PIC 99V99.
               10  BMI-WS-DFLT-NORMAL-MAX   PIC 99V99.
               10  BMI-WS-DFLT-OVER-MAX     PIC 99V99.
               10  BMI-WS-DFLT-OBESE-MAX    PIC 99V99.

      *--------------------------------------------------------------
      * THE TWO SETS OF TABLES SIDE BY SIDE - SIDE 1 IS LIVE, SIDE 2
      * IS PROPOSED. A TABLE NOT STAGED IS COPIED ACROSS FROM THE
      * LIVE SIDE, SO ONLY WHAT IS STAGED CAN MOVE A PATIENT. EACH
      * ENTRY HAS EXACTLY THE LAYOUT OF ITS FILE RECORD, AND THE
      * STAGED ROWS ARE MOVED IN WHOLE, SO THE PROPOSED SIDE IS
      * ALSO THE IMAGE LOGGED TO IMPACTLG.
      *--------------------------------------------------------------
       77  BMI-WS-CLASS-MAX             PIC 9(02) VALUE 12.
       77  BMI-WS-PCT-MAX               PIC 9(02) VALUE 40.
       77  BMI-WS-LOAD-COUNT            PIC 9(02) COMP.
       77  BMI-WS-TX                    PIC 9(01) COMP.
       77  BMI-WS-CLASS-IX              PIC 9(02) COMP.
       77  BMI-WS-EXACT-IX              PIC 9(02) COMP.
       77  BMI-WS-BOTH-IX               PIC 9(02) COMP.
       77  BMI-WS-HIT-IX                PIC 9(02) COMP.
       77  BMI-WS-PCT-IX                PIC 9(02) COMP.
       77  BMI-WS-PCT-HIT-IX            PIC 9(02) COMP.

       01  BMI-WS-SIDE-TABLES.
           05  BMI-WS-SIDE              OCCURS 2 TIMES.
               10  BMI-WS-SD-CLASS-COUNT    PIC 9(02) COMP.
               10  BMI-WS-SD-PCT-COUNT      PIC 9(02) COMP.
               10  BMI-WS-SD-CLASS-AREA.
                   15  BMI-WS-CT-ENTRY      OCCURS 12 TIMES.
                       20  BMI-WS-CT-AGE-GROUP  PIC X(01).
                       20  BMI-WS-CT-SEX        PIC X(01).
                       20  BMI-WS-CT-UNDER-MAX  PIC 99V99.
                       20  BMI-WS-CT-NORMAL-MAX PIC 99V99.
                       20  BMI-WS-CT-OVER-MAX   PIC 99V99.
                       20  BMI-WS-CT-OBESE-MAX  PIC 99V99.
               10  BMI-WS-SD-PCT-AREA.
                   15  BMI-WS-PT-ENTRY      OCCURS 40 TIMES.
                       20  BMI-WS-PT-SEX        PIC X(01).
                       20  BMI-WS-PT-AGE        PIC 9(02).
                       20  BMI-WS-PT-VALUE      PIC 99V99
                                                OCCURS 8 TIMES.

      * THE PERCENT POINTS THE EIGHT STORED VALUES SIT AT.
       01  BMI-WS-PCT-POINT-LIST        PIC X(16)
                                        VALUE "0510255075859095".
       01  BMI-WS-PCT-POINT-TABLE REDEFINES BMI-WS-PCT-POINT-LIST.
           05  BMI-WS-PCT-POINT         PIC 9(02) OCCURS 8 TIMES.

      *--------------------------------------------------------------
      * PER-PATIENT HOLD - THE LATEST LIVE ROW. ROWS ARRIVE IN KEY
      * ORDER, SO EACH LIVE ROW SIMPLY REPLACES THE ONE HELD.
      *--------------------------------------------------------------
       77  BMI-WS-PREV-PATIENT-ID       PIC X(06) VALUE SPACES.

       01  BMI-WS-PATIENT-HOLD.
           05  BMI-WS-HOLD-FOUND-SW     PIC X(01).
           05  BMI-WS-HOLD-RUN-DATE     PIC 9(08).
           05  BMI-WS-HOLD-BMI          PIC 99V99.

      *--------------------------------------------------------------
      * CLASSIFICATION WORK - THE SAME DERIVATION THE CALCULATOR
      * USES, RUN ONCE PER SIDE. CATEGORIES ARE CARRIED AS 1 UNDER,
      * 2 NORMAL, 3 OVER, 4 OBESE.
      *--------------------------------------------------------------
       77  BMI-WS-AGE                   PIC 999.
       77  BMI-WS-AGE-GROUP             PIC X(01).
       77  BMI-WS-LOOKUP-SEX            PIC X(01).
       77  BMI-WS-BMI                   PIC 99V99.
       77  BMI-WS-PERCENTILE            PIC 9(02).
       77  BMI-WS-PCT-CALC              PIC 999V99.
       77  BMI-WS-CATEGORY              PIC 9(01).
       77  BMI-WS-PED-SW                PIC X(01).
           88  BMI-WS-PED-DONE              VALUE "Y".

       01  BMI-WS-BAND-CUTOFFS.
           05  BMI-WS-BAND-UNDER-MAX    PIC 99V99.
           05  BMI-WS-BAND-NORMAL-MAX   PIC 99V99.
           05  BMI-WS-BAND-OVER-MAX     PIC 99V99.

       01  BMI-WS-RESULTS.
           05  BMI-WS-RESULT            OCCURS 2 TIMES.
               10  BMI-WS-RS-CATEGORY       PIC 9(01).
               10  BMI-WS-RS-PERCENTILE     PIC 9(02).

       01  BMI-WS-CATEGORY-NAMES.
           05  FILLER  PIC X(11) VALUE "UNDERWEIGHT".
           05  FILLER  PIC X(11) VALUE "NORMAL".
           05  FILLER  PIC X(11) VALUE "OVERWEIGHT".
           05  FILLER  PIC X(11) VALUE "OBESE".
       01  BMI-WS-CATEGORY-NAME-TABLE REDEFINES BMI-WS-CATEGORY-NAMES.
           05  BMI-WS-CATEGORY-NAME     PIC X(11) OCCURS 4 TIMES.

      *--------------------------------------------------------------
      * THE MOVEMENT MATRIX: AGE GROUP (1 MINOR, 2 ADULT, 3 SENIOR)
      * BY SEX (1 MALE, 2 FEMALE) BY CURRENT CATEGORY BY PROPOSED
      * CATEGORY. THE ALL-PATIENTS MATRIX IS SUMMED AT PRINT TIME.
      *--------------------------------------------------------------
       01  BMI-WS-MOVE-TABLE.
           05  BMI-WS-MV-GROUP          OCCURS 3 TIMES.
               10  BMI-WS-MV-SEX        OCCURS 2 TIMES.
                   15  BMI-WS-MV-FROM   OCCURS 4 TIMES.
                       20  BMI-WS-MOVE-CELL PIC 9(07) COMP
                                            OCCURS 4 TIMES.

       01  BMI-WS-ALL-TABLE.
           05  BMI-WS-ALL-FROM          OCCURS 4 TIMES.
               10  BMI-WS-ALL-CELL      PIC 9(07) COMP
                                        OCCURS 4 TIMES.

       77  BMI-WS-GX                    PIC 9(01) COMP.
       77  BMI-WS-SX                    PIC 9(01) COMP.
       77  BMI-WS-FX                    PIC 9(01) COMP.
       77  BMI-WS-CX                    PIC 9(01) COMP.
       77  BMI-WS-ROW-TOTAL             PIC 9(07) COMP.

       01  BMI-WS-WHATIF-COUNTERS.
           05  BMI-WS-ROWS-READ         PIC 9(07) VALUE ZERO.
           05  BMI-WS-ROWS-VOIDED       PIC 9(07) VALUE ZERO.
           05  BMI-WS-NOT-ON-MASTER     PIC 9(07) VALUE ZERO.
           05  BMI-WS-NOT-ACTIVE        PIC 9(07) VALUE ZERO.
           05  BMI-WS-PATIENTS          PIC 9(07) VALUE ZERO.
           05  BMI-WS-MOVED             PIC 9(07) VALUE ZERO.

      *--------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *--------------------------------------------------------------
       01  BMI-RPT-HEADER-LINE.
           05  FILLER                   PIC X(41)
               VALUE "BMI-WHATIF CLASSIFICATION IMPACT REPORT  ".
           05  FILLER                   PIC X(09) VALUE "RUN DATE ".
           05  BMI-RPT-RUN-DATE         PIC 9(08).
           05  FILLER                   PIC X(06) VALUE " TIME ".
           05  BMI-RPT-RUN-TIME         PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " BY ".
           05  BMI-RPT-OPERATOR-ID      PIC X(08).
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  BMI-RPT-DETAIL-LINE.
           05  BMI-RPT-DETAIL-TEXT      PIC X(100).

       01  BMI-RPT-PATIENT-HEAD.
           05  FILLER                   PIC X(40)
               VALUE "PATIENT  ROW DATE  GROUP  SEX AGE   BMI ".
           05  FILLER                   PIC X(36)
               VALUE " CURRENT         PROPOSED          ".
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  BMI-RPT-PATIENT-LINE.
           05  BMI-RPT-PAT-ID           PIC X(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BMI-RPT-PAT-DATE         PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-PAT-GROUP        PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-PAT-SEX          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-PAT-AGE          PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-PAT-BMI          PIC Z9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-PAT-FROM         PIC X(11).
           05  BMI-RPT-PAT-FROM-PCT     PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-PAT-TO           PIC X(11).
           05  BMI-RPT-PAT-TO-PCT       PIC X(05).
           05  FILLER                   PIC X(31) VALUE SPACES.

       01  BMI-RPT-PCT-EDIT.
           05  FILLER                   PIC X(02) VALUE " P".
           05  BMI-RPT-PCT-VALUE        PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  BMI-RPT-MATRIX-HEAD.
           05  FILLER                   PIC X(25)
               VALUE "GROUP  SEX CURRENT      ".
           05  FILLER                   PIC X(27)
               VALUE "      UNDER   NORMAL     OV".
           05  FILLER                   PIC X(27)
               VALUE "ER    OBESE    TOTAL    MOV".
           05  FILLER                   PIC X(21) VALUE "ED".

       01  BMI-RPT-MATRIX-LINE.
           05  BMI-RPT-MX-GROUP         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-MX-SEX           PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-MX-FROM          PIC X(11).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BMI-RPT-MX-CELL          PIC Z(08)9 OCCURS 4 TIMES.
           05  BMI-RPT-MX-TOTAL         PIC Z(08)9.
           05  BMI-RPT-MX-MOVED         PIC Z(08)9.
           05  FILLER                   PIC X(21) VALUE SPACES.

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
               MOVE SPACES TO BMI-WS-PREV-PATIENT-ID
               PERFORM 0300-PROCESS-ONE-ROW THRU 0300-EXIT
                   UNTIL BMI-WS-END-OF-HISTORY
               PERFORM 0400-CLOSE-OUT-PATIENT THRU 0400-EXIT
               PERFORM 0700-PRINT-MATRIX THRU 0700-EXIT
               PERFORM 0800-WRITE-IMPACT-LOG THRU 0800-EXIT
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           END-IF.
           STOP RUN.

      *================================================================
      *  0150 - VERIFY THE OPERATOR AGAINST OPERMAST. THE IMPACT RUN
      *  IS PART OF A TABLE CHANGE, SO IT NEEDS ROLE T, OR PURGE
      *  AUTHORITY P WHICH COVERS EVERYTHING.
      *================================================================
       0150-VERIFY-OPERATOR.
           ACCEPT BMI-WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT BMI-WS-RUN-TIME FROM TIME.
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
           IF NOT BMI-OPER-ROLE-TABLE
              AND NOT BMI-OPER-ROLE-PURGE
               DISPLAY "OPERATOR " BMI-WS-OPERATOR-ID
                   " LACKS TABLE MAINTENANCE AUTHORITY -"
                   " RUN REFUSED."
               MOVE "N" TO BMI-WS-SIGNON-OK-SW
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
       0150-EXIT.
           EXIT.

       0200-INITIALIZE.
           MOVE "Y" TO BMI-WS-OPEN-SW.
           INITIALIZE BMI-WS-MOVE-TABLE.
           MOVE SPACES TO BMI-WS-SD-CLASS-AREA (1)
                          BMI-WS-SD-CLASS-AREA (2)
                          BMI-WS-SD-PCT-AREA (1)
                          BMI-WS-SD-PCT-AREA (2).

           PERFORM 0210-LOAD-LIVE-CLASS THRU 0210-EXIT.
           MOVE BMI-WS-LOAD-COUNT TO BMI-WS-SD-CLASS-COUNT (1).
           PERFORM 0220-LOAD-STAGED-CLASS THRU 0220-EXIT.
           MOVE BMI-WS-LOAD-COUNT TO BMI-WS-SD-CLASS-COUNT (2).
           PERFORM 0250-LOAD-LIVE-PCT THRU 0250-EXIT.
           MOVE BMI-WS-LOAD-COUNT TO BMI-WS-SD-PCT-COUNT (1).
           PERFORM 0260-LOAD-STAGED-PCT THRU 0260-EXIT.
           MOVE BMI-WS-LOAD-COUNT TO BMI-WS-SD-PCT-COUNT (2).
           IF NOT BMI-WS-CLASS-STAGED
              AND NOT BMI-WS-PCT-STAGED
               DISPLAY "NOTHING STAGED IN CLASSTAG OR PCTSTAG -"
                   " NOTHING TO SIMULATE."
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.
           IF NOT BMI-WS-CLASS-STAGED
               MOVE BMI-WS-SD-CLASS-COUNT (1)
                   TO BMI-WS-SD-CLASS-COUNT (2)
               MOVE BMI-WS-SD-CLASS-AREA (1)
                   TO BMI-WS-SD-CLASS-AREA (2)
           END-IF.
           IF NOT BMI-WS-PCT-STAGED
               MOVE BMI-WS-SD-PCT-COUNT (1) TO BMI-WS-SD-PCT-COUNT (2)
               MOVE BMI-WS-SD-PCT-AREA (1) TO BMI-WS-SD-PCT-AREA (2)
           END-IF.

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

           OPEN OUTPUT WHATIF-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WHATIF-REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
               GO TO 0200-EXIT
           END-IF.

           MOVE SPACES TO BMI-WS-PATIENT-HOLD.
           MOVE BMI-WS-RUN-DATE TO BMI-RPT-RUN-DATE.
           MOVE BMI-WS-RUN-TIME TO BMI-RPT-RUN-TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-RPT-OPERATOR-ID.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-HEADER-LINE.
           IF BMI-WS-CLASS-STAGED
               MOVE "PROPOSED CLASS TABLE . . . . : STAGED IN CLASSTAG"
                   TO BMI-RPT-DETAIL-TEXT
           ELSE
               MOVE "PROPOSED CLASS TABLE . . . . : NONE STAGED - LIVE"
                   TO BMI-RPT-DETAIL-TEXT
           END-IF.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           IF BMI-WS-PCT-STAGED
               MOVE "PROPOSED PERCENTILE TABLE  . : STAGED IN PCTSTAG"
                   TO BMI-RPT-DETAIL-TEXT
           ELSE
               MOVE "PROPOSED PERCENTILE TABLE  . : NONE STAGED - LIVE"
                   TO BMI-RPT-DETAIL-TEXT
           END-IF.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE "PATIENTS WHOSE CATEGORY WOULD CHANGE:"
               TO BMI-RPT-DETAIL-TEXT.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-PATIENT-HEAD.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0210 SERIES - LOAD THE FOUR TABLES. THE LIVE ONES LOAD AS
      *  THE CALCULATOR LOADS THEM; A STAGED FILE THAT IS MISSING OR
      *  EMPTY MEANS THAT TABLE IS NOT PART OF THE PROPOSAL.
      *================================================================
       0210-LOAD-LIVE-CLASS.
           MOVE ZERO TO BMI-WS-LOAD-COUNT.
           MOVE "N" TO BMI-WS-TABLE-EOF-SW.
           OPEN INPUT CLASS-TABLE-FILE.
           IF WS-CLASTAB-STATUS NOT = "00"
               DISPLAY "CLASS TABLE NOT ON FILE - LIVE SIDE USES"
                   " BUILT-IN BANDS."
               GO TO 0210-EXIT
           END-IF.
           PERFORM 0215-LOAD-ONE-LIVE-BAND THRU 0215-EXIT
               UNTIL BMI-WS-END-OF-TABLE.
           CLOSE CLASS-TABLE-FILE.
       0210-EXIT.
           EXIT.

       0215-LOAD-ONE-LIVE-BAND.
           READ CLASS-TABLE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-TABLE-EOF-SW
                   GO TO 0215-EXIT
           END-READ.
           IF BMI-WS-LOAD-COUNT >= BMI-WS-CLASS-MAX
               DISPLAY "** CLASS TABLE TRUNCATED AT "
                   BMI-WS-CLASS-MAX " ROWS **"
               MOVE "Y" TO BMI-WS-TABLE-EOF-SW
               GO TO 0215-EXIT
           END-IF.
           ADD 1 TO BMI-WS-LOAD-COUNT.
           MOVE BMI-CLAS-RECORD
               TO BMI-WS-CT-ENTRY (1 BMI-WS-LOAD-COUNT).
       0215-EXIT.
           EXIT.

       0220-LOAD-STAGED-CLASS.
           MOVE ZERO TO BMI-WS-LOAD-COUNT.
           MOVE "N" TO BMI-WS-TABLE-EOF-SW.
           OPEN INPUT CLASS-STAGE-FILE.
           IF WS-CLASTG-STATUS NOT = "00"
               GO TO 0220-EXIT
           END-IF.
           PERFORM 0225-LOAD-ONE-STAGED-BAND THRU 0225-EXIT
               UNTIL BMI-WS-END-OF-TABLE.
           CLOSE CLASS-STAGE-FILE.
           IF BMI-WS-LOAD-COUNT > ZERO
               MOVE "Y" TO BMI-WS-CLASS-STAGED-SW
           END-IF.
       0220-EXIT.
           EXIT.

       0225-LOAD-ONE-STAGED-BAND.
           READ CLASS-STAGE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-TABLE-EOF-SW
                   GO TO 0225-EXIT
           END-READ.
           IF BMI-WS-LOAD-COUNT >= BMI-WS-CLASS-MAX
               DISPLAY "** STAGED CLASS TABLE TRUNCATED AT "
                   BMI-WS-CLASS-MAX " ROWS **"
               MOVE "Y" TO BMI-WS-TABLE-EOF-SW
               GO TO 0225-EXIT
           END-IF.
           ADD 1 TO BMI-WS-LOAD-COUNT.
           MOVE BMI-STG-RECORD
               TO BMI-WS-CT-ENTRY (2 BMI-WS-LOAD-COUNT).
       0225-EXIT.
           EXIT.

       0250-LOAD-LIVE-PCT.
           MOVE ZERO TO BMI-WS-LOAD-COUNT.
           MOVE "N" TO BMI-WS-TABLE-EOF-SW.
           OPEN INPUT PCT-TABLE-FILE.
           IF WS-PCTTAB-STATUS NOT = "00"
               DISPLAY "PERCENTILE TABLE NOT ON FILE - LIVE SIDE"
                   " MINORS USE THE BANDS."
               GO TO 0250-EXIT
           END-IF.
           PERFORM 0255-LOAD-ONE-LIVE-PCT THRU 0255-EXIT
               UNTIL BMI-WS-END-OF-TABLE.
           CLOSE PCT-TABLE-FILE.
       0250-EXIT.
           EXIT.

       0255-LOAD-ONE-LIVE-PCT.
           READ PCT-TABLE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-TABLE-EOF-SW
                   GO TO 0255-EXIT
           END-READ.
           IF BMI-WS-LOAD-COUNT >= BMI-WS-PCT-MAX
               DISPLAY "** PERCENTILE TABLE TRUNCATED AT "
                   BMI-WS-PCT-MAX " ROWS **"
               MOVE "Y" TO BMI-WS-TABLE-EOF-SW
               GO TO 0255-EXIT
           END-IF.
           ADD 1 TO BMI-WS-LOAD-COUNT.
           MOVE BMI-PCT-RECORD
               TO BMI-WS-PT-ENTRY (1 BMI-WS-LOAD-COUNT).
       0255-EXIT.
           EXIT.

       0260-LOAD-STAGED-PCT.
           MOVE ZERO TO BMI-WS-LOAD-COUNT.
           MOVE "N" TO BMI-WS-TABLE-EOF-SW.
           OPEN INPUT PCT-STAGE-FILE.
           IF WS-PCTSTG-STATUS NOT = "00"
               GO TO 0260-EXIT
           END-IF.
           PERFORM 0265-LOAD-ONE-STAGED-PCT THRU 0265-EXIT
               UNTIL BMI-WS-END-OF-TABLE.
           CLOSE PCT-STAGE-FILE.
           IF BMI-WS-LOAD-COUNT > ZERO
               MOVE "Y" TO BMI-WS-PCT-STAGED-SW
           END-IF.
       0260-EXIT.
           EXIT.

       0265-LOAD-ONE-STAGED-PCT.
           READ PCT-STAGE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-TABLE-EOF-SW
                   GO TO 0265-EXIT
           END-READ.
           IF BMI-WS-LOAD-COUNT >= BMI-WS-PCT-MAX
               DISPLAY "** STAGED PERCENTILE TABLE TRUNCATED AT "
                   BMI-WS-PCT-MAX " ROWS **"
               MOVE "Y" TO BMI-WS-TABLE-EOF-SW
               GO TO 0265-EXIT
           END-IF.
           ADD 1 TO BMI-WS-LOAD-COUNT.
           MOVE BMI-SPCT-RECORD
               TO BMI-WS-PT-ENTRY (2 BMI-WS-LOAD-COUNT).
       0265-EXIT.
           EXIT.

      *================================================================
      *  0300 - ROWS ARRIVE GROUPED BY PATIENT IN KEY ORDER. EACH
      *  LIVE ROW REPLACES THE ONE HELD, SO AT THE PATIENT BREAK THE
      *  HOLD CARRIES THE LATEST LIVE ROW.
      *================================================================
       0300-PROCESS-ONE-ROW.
           READ BMI-HISTORY-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0300-EXIT
           END-READ.
           ADD 1 TO BMI-WS-ROWS-READ.

           IF BMI-HIST-PATIENT-ID NOT = BMI-WS-PREV-PATIENT-ID
               PERFORM 0400-CLOSE-OUT-PATIENT THRU 0400-EXIT
               MOVE BMI-HIST-PATIENT-ID TO BMI-WS-PREV-PATIENT-ID
               MOVE SPACES TO BMI-WS-PATIENT-HOLD
           END-IF.

           IF BMI-HIST-VOIDED
               ADD 1 TO BMI-WS-ROWS-VOIDED
               GO TO 0300-EXIT
           END-IF.

           MOVE "Y" TO BMI-WS-HOLD-FOUND-SW.
           MOVE BMI-HIST-RUN-DATE TO BMI-WS-HOLD-RUN-DATE.
           MOVE BMI-HIST-BMI-VALUE TO BMI-WS-HOLD-BMI.
       0300-EXIT.
           EXIT.

      *================================================================
      *  0400 - RECLASSIFY THE FINISHED PATIENT'S LATEST LIVE ROW
      *  UNDER BOTH SIDES, TALLY THE MOVE, AND LIST THE PATIENT IF
      *  THE CATEGORY WOULD CHANGE. ONLY ACTIVE PATIENTS COUNT.
      *================================================================
       0400-CLOSE-OUT-PATIENT.
           IF BMI-WS-PREV-PATIENT-ID = SPACES
              OR BMI-WS-HOLD-FOUND-SW NOT = "Y"
               GO TO 0400-EXIT
           END-IF.

           MOVE BMI-WS-PREV-PATIENT-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO BMI-WS-NOT-ON-MASTER
                   GO TO 0400-EXIT
           END-READ.
           IF NOT BMI-PAT-ACTIVE
               ADD 1 TO BMI-WS-NOT-ACTIVE
               GO TO 0400-EXIT
           END-IF.

      * AGE AT THE RUN DATE FROM THE DOB, AS THE CALCULATOR DERIVES
      * IT; A ZERO DOB FALLS BACK TO THE STORED AGE.
           MOVE BMI-REC-AGE TO BMI-WS-AGE.
           IF BMI-REC-DOB NUMERIC AND BMI-REC-DOB > ZERO
              AND BMI-REC-DOB < BMI-WS-RUN-DATE
               COMPUTE BMI-WS-AGE =
                   (BMI-WS-RUN-DATE - BMI-REC-DOB) / 10000
           END-IF.
           EVALUATE TRUE
               WHEN BMI-WS-AGE < 20
                   MOVE "M" TO BMI-WS-AGE-GROUP
                   MOVE 1 TO BMI-WS-GX
               WHEN BMI-WS-AGE >= 65
                   MOVE "S" TO BMI-WS-AGE-GROUP
                   MOVE 3 TO BMI-WS-GX
               WHEN OTHER
                   MOVE "A" TO BMI-WS-AGE-GROUP
                   MOVE 2 TO BMI-WS-GX
           END-EVALUATE.
           IF BMI-SEX-FEMALE
               MOVE "F" TO BMI-WS-LOOKUP-SEX
               MOVE 2 TO BMI-WS-SX
           ELSE
               MOVE "M" TO BMI-WS-LOOKUP-SEX
               MOVE 1 TO BMI-WS-SX
           END-IF.
           MOVE BMI-WS-HOLD-BMI TO BMI-WS-BMI.

           PERFORM 0500-CLASSIFY-ONE-SIDE THRU 0500-EXIT
               VARYING BMI-WS-TX FROM 1 BY 1
               UNTIL BMI-WS-TX > 2.

           ADD 1 TO BMI-WS-PATIENTS.
           ADD 1 TO BMI-WS-MOVE-CELL (BMI-WS-GX, BMI-WS-SX,
               BMI-WS-RS-CATEGORY (1), BMI-WS-RS-CATEGORY (2)).
           IF BMI-WS-RS-CATEGORY (1) NOT = BMI-WS-RS-CATEGORY (2)
               ADD 1 TO BMI-WS-MOVED
               PERFORM 0450-LIST-ONE-PATIENT THRU 0450-EXIT
           END-IF.
       0400-EXIT.
           EXIT.

       0450-LIST-ONE-PATIENT.
           MOVE BMI-WS-PREV-PATIENT-ID TO BMI-RPT-PAT-ID.
           MOVE BMI-WS-HOLD-RUN-DATE TO BMI-RPT-PAT-DATE.
           EVALUATE BMI-WS-GX
               WHEN 1
                   MOVE "MINOR" TO BMI-RPT-PAT-GROUP
               WHEN 2
                   MOVE "ADULT" TO BMI-RPT-PAT-GROUP
               WHEN OTHER
                   MOVE "SENIOR" TO BMI-RPT-PAT-GROUP
           END-EVALUATE.
           MOVE BMI-WS-LOOKUP-SEX TO BMI-RPT-PAT-SEX.
           MOVE BMI-WS-AGE TO BMI-RPT-PAT-AGE.
           MOVE BMI-WS-BMI TO BMI-RPT-PAT-BMI.
           MOVE BMI-WS-CATEGORY-NAME (BMI-WS-RS-CATEGORY (1))
               TO BMI-RPT-PAT-FROM.
           MOVE BMI-WS-CATEGORY-NAME (BMI-WS-RS-CATEGORY (2))
               TO BMI-RPT-PAT-TO.
           MOVE SPACES TO BMI-RPT-PAT-FROM-PCT.
           MOVE SPACES TO BMI-RPT-PAT-TO-PCT.
           IF BMI-WS-RS-PERCENTILE (1) > ZERO
               MOVE BMI-WS-RS-PERCENTILE (1) TO BMI-RPT-PCT-VALUE
               MOVE BMI-RPT-PCT-EDIT TO BMI-RPT-PAT-FROM-PCT
           END-IF.
           IF BMI-WS-RS-PERCENTILE (2) > ZERO
               MOVE BMI-WS-RS-PERCENTILE (2) TO BMI-RPT-PCT-VALUE
               MOVE BMI-RPT-PCT-EDIT TO BMI-RPT-PAT-TO-PCT
           END-IF.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-PATIENT-LINE.
       0450-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - CLASSIFY THE HELD BMI UNDER ONE SIDE'S TABLES,
      *  THE SAME WAY BMI-CALCULATOR DOES: AN UNDER-20 PATIENT BY
      *  PERCENTILE WHEN THE SIDE'S GROWTH-CHART TABLE HAS A ROW FOR
      *  THE SEX AND AGE, EVERYONE ELSE (AND EVERY MISS) BY THE BAND
      *  ROW, WITH THE BUILT-IN BANDS AS THE BACKSTOP.
      *================================================================
       0500-CLASSIFY-ONE-SIDE.
           MOVE ZERO TO BMI-WS-PERCENTILE.
           MOVE "N" TO BMI-WS-PED-SW.
           IF BMI-WS-AGE-GROUP = "M"
              AND BMI-WS-SD-PCT-COUNT (BMI-WS-TX) > ZERO
               PERFORM 0560-CLASSIFY-PEDIATRIC THRU 0560-EXIT
           END-IF.
           IF NOT BMI-WS-PED-DONE
               PERFORM 0540-FIND-BAND-ENTRY THRU 0540-EXIT
               PERFORM 0550-CLASSIFY-FROM-BAND THRU 0550-EXIT
           END-IF.
           MOVE BMI-WS-CATEGORY TO BMI-WS-RS-CATEGORY (BMI-WS-TX).
           MOVE BMI-WS-PERCENTILE TO BMI-WS-RS-PERCENTILE (BMI-WS-TX).
       0500-EXIT.
           EXIT.

      * AN EXACT SEX MATCH BEATS A "B" (BOTH SEXES) ROW; THE BUILT-IN
      * DEFAULTS ARE THE BACKSTOP WHEN THE SIDE HAS NO ROW FOR THE
      * GROUP.
       0540-FIND-BAND-ENTRY.
           MOVE ZERO TO BMI-WS-EXACT-IX.
           MOVE ZERO TO BMI-WS-BOTH-IX.
           IF BMI-WS-SD-CLASS-COUNT (BMI-WS-TX) > ZERO
               PERFORM 0541-SCAN-ONE-ACTIVE THRU 0541-EXIT
                   VARYING BMI-WS-CLASS-IX FROM 1 BY 1
                   UNTIL BMI-WS-CLASS-IX >
                         BMI-WS-SD-CLASS-COUNT (BMI-WS-TX)
           END-IF.
           IF BMI-WS-EXACT-IX > ZERO
               MOVE BMI-WS-EXACT-IX TO BMI-WS-HIT-IX
               PERFORM 0543-TAKE-ACTIVE-ENTRY THRU 0543-EXIT
               GO TO 0540-EXIT
           END-IF.
           IF BMI-WS-BOTH-IX > ZERO
               MOVE BMI-WS-BOTH-IX TO BMI-WS-HIT-IX
               PERFORM 0543-TAKE-ACTIVE-ENTRY THRU 0543-EXIT
               GO TO 0540-EXIT
           END-IF.

           PERFORM 0542-SCAN-ONE-DEFAULT THRU 0542-EXIT
               VARYING BMI-WS-CLASS-IX FROM 1 BY 1
               UNTIL BMI-WS-CLASS-IX > 4.
           IF BMI-WS-EXACT-IX > ZERO
               MOVE BMI-WS-EXACT-IX TO BMI-WS-HIT-IX
           ELSE
               MOVE BMI-WS-BOTH-IX TO BMI-WS-HIT-IX
           END-IF.
           MOVE BMI-WS-DFLT-UNDER-MAX (BMI-WS-HIT-IX)
               TO BMI-WS-BAND-UNDER-MAX.
           MOVE BMI-WS-DFLT-NORMAL-MAX (BMI-WS-HIT-IX)
               TO BMI-WS-BAND-NORMAL-MAX.
           MOVE BMI-WS-DFLT-OVER-MAX (BMI-WS-HIT-IX)
               TO BMI-WS-BAND-OVER-MAX.
       0540-EXIT.
           EXIT.

       0541-SCAN-ONE-ACTIVE.
           IF BMI-WS-CT-AGE-GROUP (BMI-WS-TX BMI-WS-CLASS-IX)
              NOT = BMI-WS-AGE-GROUP
               GO TO 0541-EXIT
           END-IF.
           IF BMI-WS-CT-SEX (BMI-WS-TX BMI-WS-CLASS-IX)
                  = BMI-WS-LOOKUP-SEX
              AND BMI-WS-EXACT-IX = ZERO
               MOVE BMI-WS-CLASS-IX TO BMI-WS-EXACT-IX
           END-IF.
           IF BMI-WS-CT-SEX (BMI-WS-TX BMI-WS-CLASS-IX) = "B"
              AND BMI-WS-BOTH-IX = ZERO
               MOVE BMI-WS-CLASS-IX TO BMI-WS-BOTH-IX
           END-IF.
       0541-EXIT.
           EXIT.

       0542-SCAN-ONE-DEFAULT.
           IF BMI-WS-DFLT-AGE-GROUP (BMI-WS-CLASS-IX)
              NOT = BMI-WS-AGE-GROUP
               GO TO 0542-EXIT
           END-IF.
           IF BMI-WS-DFLT-SEX (BMI-WS-CLASS-IX) = BMI-WS-LOOKUP-SEX
              AND BMI-WS-EXACT-IX = ZERO
               MOVE BMI-WS-CLASS-IX TO BMI-WS-EXACT-IX
           END-IF.
           IF BMI-WS-DFLT-SEX (BMI-WS-CLASS-IX) = "B"
              AND BMI-WS-BOTH-IX = ZERO
               MOVE BMI-WS-CLASS-IX TO BMI-WS-BOTH-IX
           END-IF.
       0542-EXIT.
           EXIT.

       0543-TAKE-ACTIVE-ENTRY.
           MOVE BMI-WS-CT-UNDER-MAX (BMI-WS-TX BMI-WS-HIT-IX)
               TO BMI-WS-BAND-UNDER-MAX.
           MOVE BMI-WS-CT-NORMAL-MAX (BMI-WS-TX BMI-WS-HIT-IX)
               TO BMI-WS-BAND-NORMAL-MAX.
           MOVE BMI-WS-CT-OVER-MAX (BMI-WS-TX BMI-WS-HIT-IX)
               TO BMI-WS-BAND-OVER-MAX.
       0543-EXIT.
           EXIT.

       0550-CLASSIFY-FROM-BAND.
           EVALUATE TRUE
               WHEN BMI-WS-BMI < BMI-WS-BAND-UNDER-MAX
                   MOVE 1 TO BMI-WS-CATEGORY
               WHEN BMI-WS-BMI < BMI-WS-BAND-NORMAL-MAX
                   MOVE 2 TO BMI-WS-CATEGORY
               WHEN BMI-WS-BMI < BMI-WS-BAND-OVER-MAX
                   MOVE 3 TO BMI-WS-CATEGORY
               WHEN OTHER
                   MOVE 4 TO BMI-WS-CATEGORY
           END-EVALUATE.
       0550-EXIT.
           EXIT.

       0560-CLASSIFY-PEDIATRIC.
           MOVE ZERO TO BMI-WS-PCT-HIT-IX.
           PERFORM 0562-SCAN-ONE-PCT-ROW THRU 0562-EXIT
               VARYING BMI-WS-PCT-IX FROM 1 BY 1
               UNTIL BMI-WS-PCT-IX > BMI-WS-SD-PCT-COUNT (BMI-WS-TX)
                  OR BMI-WS-PCT-HIT-IX > ZERO.
           IF BMI-WS-PCT-HIT-IX = ZERO
               GO TO 0560-EXIT
           END-IF.

           PERFORM 0564-COMPUTE-PERCENTILE THRU 0564-EXIT.
           EVALUATE TRUE
               WHEN BMI-WS-PERCENTILE < 5
                   MOVE 1 TO BMI-WS-CATEGORY
               WHEN BMI-WS-PERCENTILE < 85
                   MOVE 2 TO BMI-WS-CATEGORY
               WHEN BMI-WS-PERCENTILE < 95
                   MOVE 3 TO BMI-WS-CATEGORY
               WHEN OTHER
                   MOVE 4 TO BMI-WS-CATEGORY
           END-EVALUATE.
           MOVE "Y" TO BMI-WS-PED-SW.
       0560-EXIT.
           EXIT.

       0562-SCAN-ONE-PCT-ROW.
           IF BMI-WS-PT-SEX (BMI-WS-TX BMI-WS-PCT-IX)
                  = BMI-WS-LOOKUP-SEX
              AND BMI-WS-PT-AGE (BMI-WS-TX BMI-WS-PCT-IX) = BMI-WS-AGE
               MOVE BMI-WS-PCT-IX TO BMI-WS-PCT-HIT-IX
           END-IF.
       0562-EXIT.
           EXIT.

      * SAME TAIL HANDLING AS THE CALCULATOR - PROPORTIONAL BELOW THE
      * LOWEST POINT (FLOOR 1), 97 AT OR ABOVE THE HIGHEST.
       0564-COMPUTE-PERCENTILE.
           IF BMI-WS-BMI <
                  BMI-WS-PT-VALUE (BMI-WS-TX BMI-WS-PCT-HIT-IX 1)
               IF BMI-WS-PT-VALUE (BMI-WS-TX BMI-WS-PCT-HIT-IX 1)
                      > ZERO
                   COMPUTE BMI-WS-PCT-CALC ROUNDED =
                       5 * BMI-WS-BMI
                       / BMI-WS-PT-VALUE
                           (BMI-WS-TX BMI-WS-PCT-HIT-IX 1)
               ELSE
                   MOVE 1 TO BMI-WS-PCT-CALC
               END-IF
               IF BMI-WS-PCT-CALC < 1
                   MOVE 1 TO BMI-WS-PCT-CALC
               END-IF
               MOVE BMI-WS-PCT-CALC TO BMI-WS-PERCENTILE
               GO TO 0564-EXIT
           END-IF.
           IF BMI-WS-BMI >=
                  BMI-WS-PT-VALUE (BMI-WS-TX BMI-WS-PCT-HIT-IX 8)
               MOVE 97 TO BMI-WS-PERCENTILE
               GO TO 0564-EXIT
           END-IF.
           PERFORM 0566-INTERPOLATE-ONE-SPAN THRU 0566-EXIT
               VARYING BMI-WS-PCT-IX FROM 1 BY 1
               UNTIL BMI-WS-PCT-IX > 7
                  OR BMI-WS-PERCENTILE > ZERO.
       0564-EXIT.
           EXIT.

       0566-INTERPOLATE-ONE-SPAN.
           IF BMI-WS-BMI < BMI-WS-PT-VALUE
                  (BMI-WS-TX BMI-WS-PCT-HIT-IX BMI-WS-PCT-IX)
              OR BMI-WS-BMI >= BMI-WS-PT-VALUE
                  (BMI-WS-TX BMI-WS-PCT-HIT-IX BMI-WS-PCT-IX + 1)
               GO TO 0566-EXIT
           END-IF.
           IF BMI-WS-PT-VALUE
                  (BMI-WS-TX BMI-WS-PCT-HIT-IX BMI-WS-PCT-IX + 1)
                  = BMI-WS-PT-VALUE
                      (BMI-WS-TX BMI-WS-PCT-HIT-IX BMI-WS-PCT-IX)
               MOVE BMI-WS-PCT-POINT (BMI-WS-PCT-IX)
                   TO BMI-WS-PERCENTILE
               GO TO 0566-EXIT
           END-IF.
           COMPUTE BMI-WS-PCT-CALC ROUNDED =
               BMI-WS-PCT-POINT (BMI-WS-PCT-IX)
               + (BMI-WS-PCT-POINT (BMI-WS-PCT-IX + 1)
                   - BMI-WS-PCT-POINT (BMI-WS-PCT-IX))
               * (BMI-WS-BMI - BMI-WS-PT-VALUE
                   (BMI-WS-TX BMI-WS-PCT-HIT-IX BMI-WS-PCT-IX))
               / (BMI-WS-PT-VALUE
                   (BMI-WS-TX BMI-WS-PCT-HIT-IX BMI-WS-PCT-IX + 1)
                   - BMI-WS-PT-VALUE
                       (BMI-WS-TX BMI-WS-PCT-HIT-IX BMI-WS-PCT-IX)).
           MOVE BMI-WS-PCT-CALC TO BMI-WS-PERCENTILE.
           IF BMI-WS-PERCENTILE = ZERO
               MOVE 1 TO BMI-WS-PERCENTILE
           END-IF.
       0566-EXIT.
           EXIT.

      *================================================================
      *  0700 SERIES - THE MOVEMENT MATRIX. ONE BLOCK PER AGE GROUP
      *  AND SEX, THEN ONE FOR ALL PATIENTS: A ROW PER CURRENT
      *  CATEGORY, A COLUMN PER PROPOSED CATEGORY, WITH THE ROW
      *  TOTAL AND HOW MANY OF THE ROW WOULD LEAVE ITS CATEGORY.
      *================================================================
       0700-PRINT-MATRIX.
           INITIALIZE BMI-WS-ALL-TABLE.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE "MOVEMENT - CURRENT CATEGORY (ROWS) TO PROPOSED"
               TO BMI-RPT-DETAIL-TEXT.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-MATRIX-HEAD.
           PERFORM 0710-PRINT-ONE-GROUP THRU 0710-EXIT
               VARYING BMI-WS-GX FROM 1 BY 1
               UNTIL BMI-WS-GX > 3.
           MOVE ZERO TO BMI-WS-GX.
           PERFORM 0730-PRINT-ONE-ROW THRU 0730-EXIT
               VARYING BMI-WS-FX FROM 1 BY 1
               UNTIL BMI-WS-FX > 4.

           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE "HISTORY ROWS READ . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-READ TO BMI-RPT-COUNT-VALUE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "VOIDED ROWS PASSED BY . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ROWS-VOIDED TO BMI-RPT-COUNT-VALUE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "PATIENTS NOT ON MASTER  . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-NOT-ON-MASTER TO BMI-RPT-COUNT-VALUE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "PATIENTS NOT ACTIVE . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-NOT-ACTIVE TO BMI-RPT-COUNT-VALUE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "ACTIVE PATIENTS RECLASSIFIED  :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-PATIENTS TO BMI-RPT-COUNT-VALUE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "WOULD CHANGE CATEGORY . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-MOVED TO BMI-RPT-COUNT-VALUE.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
       0700-EXIT.
           EXIT.

       0710-PRINT-ONE-GROUP.
           PERFORM 0720-PRINT-ONE-SEX THRU 0720-EXIT
               VARYING BMI-WS-SX FROM 1 BY 1
               UNTIL BMI-WS-SX > 2.
       0710-EXIT.
           EXIT.

       0720-PRINT-ONE-SEX.
           PERFORM 0730-PRINT-ONE-ROW THRU 0730-EXIT
               VARYING BMI-WS-FX FROM 1 BY 1
               UNTIL BMI-WS-FX > 4.
       0720-EXIT.
           EXIT.

      * A ZERO GROUP INDEX PRINTS THE ALL-PATIENTS BLOCK FROM THE
      * TOTALS ACCUMULATED WHILE THE GROUP BLOCKS PRINTED.
       0730-PRINT-ONE-ROW.
           MOVE SPACES TO BMI-RPT-MX-GROUP.
           MOVE SPACES TO BMI-RPT-MX-SEX.
           IF BMI-WS-FX = 1
               EVALUATE BMI-WS-GX
                   WHEN 0
                       MOVE "ALL" TO BMI-RPT-MX-GROUP
                   WHEN 1
                       MOVE "MINOR" TO BMI-RPT-MX-GROUP
                   WHEN 2
                       MOVE "ADULT" TO BMI-RPT-MX-GROUP
                   WHEN OTHER
                       MOVE "SENIOR" TO BMI-RPT-MX-GROUP
               END-EVALUATE
               IF BMI-WS-GX = 0
                   MOVE "M/F" TO BMI-RPT-MX-SEX
               ELSE
                   IF BMI-WS-SX = 1
                       MOVE "M" TO BMI-RPT-MX-SEX
                   ELSE
                       MOVE "F" TO BMI-RPT-MX-SEX
                   END-IF
               END-IF
           END-IF.
           MOVE BMI-WS-CATEGORY-NAME (BMI-WS-FX) TO BMI-RPT-MX-FROM.
           MOVE ZERO TO BMI-WS-ROW-TOTAL.
           PERFORM 0735-EDIT-ONE-CELL THRU 0735-EXIT
               VARYING BMI-WS-CX FROM 1 BY 1
               UNTIL BMI-WS-CX > 4.
           MOVE BMI-WS-ROW-TOTAL TO BMI-RPT-MX-TOTAL.
           IF BMI-WS-GX = 0
               COMPUTE BMI-RPT-MX-MOVED = BMI-WS-ROW-TOTAL
                   - BMI-WS-ALL-CELL (BMI-WS-FX, BMI-WS-FX)
           ELSE
               COMPUTE BMI-RPT-MX-MOVED = BMI-WS-ROW-TOTAL
                   - BMI-WS-MOVE-CELL (BMI-WS-GX, BMI-WS-SX,
                                       BMI-WS-FX, BMI-WS-FX)
           END-IF.
           WRITE WHATIF-REPORT-LINE FROM BMI-RPT-MATRIX-LINE.
       0730-EXIT.
           EXIT.

       0735-EDIT-ONE-CELL.
           IF BMI-WS-GX = 0
               MOVE BMI-WS-ALL-CELL (BMI-WS-FX, BMI-WS-CX)
                   TO BMI-RPT-MX-CELL (BMI-WS-CX)
               ADD BMI-WS-ALL-CELL (BMI-WS-FX, BMI-WS-CX)
                   TO BMI-WS-ROW-TOTAL
           ELSE
               MOVE BMI-WS-MOVE-CELL (BMI-WS-GX, BMI-WS-SX,
                                      BMI-WS-FX, BMI-WS-CX)
                   TO BMI-RPT-MX-CELL (BMI-WS-CX)
               ADD BMI-WS-MOVE-CELL (BMI-WS-GX, BMI-WS-SX,
                                     BMI-WS-FX, BMI-WS-CX)
                   TO BMI-WS-ROW-TOTAL
               ADD BMI-WS-MOVE-CELL (BMI-WS-GX, BMI-WS-SX,
                                     BMI-WS-FX, BMI-WS-CX)
                   TO BMI-WS-ALL-CELL (BMI-WS-FX, BMI-WS-CX)
           END-IF.
       0735-EXIT.
           EXIT.

      *================================================================
      *  0800 - LOG THE RUN TO IMPACTLG WITH THE IMAGE OF WHAT WAS
      *  STAGED. THIS ROW IS WHAT LETS BMI-TABLEMAINT PROMOTE.
      *================================================================
       0800-WRITE-IMPACT-LOG.
           OPEN EXTEND IMPACT-LOG-FILE.
           IF WS-IMPC-STATUS = "35"
               CLOSE IMPACT-LOG-FILE
               OPEN OUTPUT IMPACT-LOG-FILE
           END-IF.
           MOVE SPACES TO BMI-IMPC-RECORD.
           MOVE BMI-WS-RUN-DATE TO BMI-IMPC-RUN-DATE.
           MOVE BMI-WS-RUN-TIME TO BMI-IMPC-RUN-TIME.
           MOVE BMI-WS-OPERATOR-ID TO BMI-IMPC-OPERATOR-ID.
           MOVE BMI-WS-PATIENTS TO BMI-IMPC-PATIENTS.
           MOVE BMI-WS-MOVED TO BMI-IMPC-MOVED.
           MOVE ZERO TO BMI-IMPC-CLASS-COUNT.
           MOVE ZERO TO BMI-IMPC-PCT-COUNT.
           IF BMI-WS-CLASS-STAGED
               MOVE BMI-WS-SD-CLASS-COUNT (2) TO BMI-IMPC-CLASS-COUNT
               MOVE BMI-WS-SD-CLASS-AREA (2) TO BMI-IMPC-CLASS-IMAGE
           END-IF.
           IF BMI-WS-PCT-STAGED
               MOVE BMI-WS-SD-PCT-COUNT (2) TO BMI-IMPC-PCT-COUNT
               MOVE BMI-WS-SD-PCT-AREA (2) TO BMI-IMPC-PCT-IMAGE
           END-IF.
           WRITE BMI-IMPC-RECORD.
           IF WS-IMPC-STATUS NOT = "00"
               DISPLAY "** IMPACT-LOG WRITE FAILED - STATUS "
                   WS-IMPC-STATUS " - THE STAGED TABLES CANNOT BE"
                   " PROMOTED ON THIS RUN **"
           END-IF.
           CLOSE IMPACT-LOG-FILE.
       0800-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
                 WHATIF-REPORT-FILE.
           DISPLAY "BMI-WHATIF RECLASSIFIED . . : " BMI-WS-PATIENTS.
           DISPLAY "BMI-WHATIF WOULD CHANGE . . : " BMI-WS-MOVED.
           DISPLAY "BMI-WHATIF NOT ACTIVE . . . : " BMI-WS-NOT-ACTIVE.
           DISPLAY "BMI-WHATIF RUN STAMP  . . . : " BMI-WS-RUN-DATE
               " " BMI-WS-RUN-TIME.
           DISPLAY "BMI-WHATIF REPORT ON WHATIFRP.".
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-WHATIF.
