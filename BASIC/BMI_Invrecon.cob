       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-INVRECON".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  AN INVOICE LINE BILLED UNDER A PATIENT ID
      *                 SINCE MERGED IS MATCHED UNDER THE SURVIVOR,
      *                 WHERE BMI-MERGE MOVED ITS SENT-LOG ROWS, AND
      *                 ITS EXCEPTION LINES SHOW THE ID BILLED.
      * 2026-10-15  JL  A RUN REFUSED FOR TOO MANY DECEASED PATIENTS
      *                 NOW CLOSES THE FILES ALREADY OPENED.
      * 2026-10-15  JL  INITIAL VERSION - VENDOR INVOICE CHECK FOR
      *                 ACCOUNTS PAYABLE. FOR A KEYED BILLING MONTH
      *                 IT READS EACH VENDOR'S INVOICE DETAIL FILE
      *                 (NAMED ON ITS VNDRPROF ROW) AND MATCHES THE
      *                 BILLED PATIENT/RUN DATES AGAINST THE BMISENT
      *                 ROWS SENT TO THAT VENDOR IN THE MONTH. LISTS
      *                 RECORDS BILLED BUT NEVER SENT, SENT BUT NOT
      *                 BILLED, BILLED MORE TIMES THAN SENT, BILLED
      *                 FOR A HISTORY ROW SINCE VOIDED, AND BILLED
      *                 FOR A PATIENT ALREADY DECEASED WHEN THE ROW
      *                 WENT OUT (DATE OF DEATH TAKEN FROM THE
      *                 MAINTAUD STATUS CHANGE). EACH VENDOR GETS A
      *                 DOLLAR SUMMARY AT ITS CONTRACTED RATE PER
      *                 RECORD. ENDS RC 4 WHEN ANY INVOICE HAS AN
      *                 EXCEPTION, 12 WHEN IT CANNOT RUN.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-PROFILE-FILE ASSIGN TO "VNDRPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

      * THE INVOICE FILE NAME COMES FROM THE VENDOR PROFILE ROW, THE
      * SAME WAY BMI-EXTRACT NAMES EACH VENDOR'S EXTRACT FILE.
           SELECT INVOICE-FILE ASSIGN TO BMI-WS-INVOICE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT SENT-LOG-FILE ASSIGN TO "BMISENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-SENT-KEY
               FILE STATUS IS WS-SENT-STATUS.

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

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT INVOICE-REPORT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-PROFILE-FILE.
           COPY BMIVPRO.

       FD  INVOICE-FILE.
           COPY BMIINV.

       FD  SENT-LOG-FILE.
           COPY BMISENT.

       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  MAINT-AUDIT-FILE.
           COPY BMIMAUD.

       FD  INVOICE-REPORT-FILE.
       01  INVOICE-REPORT-LINE          PIC X(72).

       WORKING-STORAGE SECTION.
       77  WS-PROFILE-STATUS            PIC XX.
       77  WS-INVOICE-STATUS            PIC XX.
       77  WS-SENT-STATUS               PIC XX.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-MAUD-STATUS               PIC XX.
       77  WS-REPORT-STATUS             PIC XX.

       77  BMI-WS-OPEN-SW               PIC X(01).
           88  BMI-WS-OPEN-OK               VALUE "Y".
           88  BMI-WS-OPEN-FAILED           VALUE "N".

      * THE VOID AND DECEASED CHECKS EACH NEED THEIR FILE; WITHOUT
      * IT THAT CHECK IS OFF AND THE REPORT SAYS SO.
       77  BMI-WS-HISTORY-OK-SW         PIC X(01) VALUE "N".
           88  BMI-WS-HISTORY-OPENED        VALUE "Y".
       77  BMI-WS-MASTER-OK-SW          PIC X(01) VALUE "N".
           88  BMI-WS-MASTER-OPENED         VALUE "Y".
       77  BMI-WS-MAUD-OK-SW            PIC X(01) VALUE "N".
           88  BMI-WS-MAUD-OPENED           VALUE "Y".

       77  BMI-WS-EOF-SW                PIC X(01).
           88  BMI-WS-END-OF-FILE           VALUE "Y".

       77  BMI-WS-FOUND-SW              PIC X(01).
           88  BMI-WS-FOUND                 VALUE "Y".

       77  BMI-WS-SKIP-SW               PIC X(01).
           88  BMI-WS-VENDOR-SKIPPED        VALUE "Y".

      * A CHAIN OF MERGES IS FOLLOWED NO FURTHER THAN THIS MANY IDS,
      * SO A MASTER THAT POINTS BACK ON ITSELF CANNOT LOOP THE RUN.
       77  BMI-WS-HOP-MAX               PIC 9(02) VALUE 10.
       77  BMI-WS-HOPS                  PIC 9(02) COMP.
       77  BMI-WS-MERGED-SW             PIC X(01).
           88  BMI-WS-ID-MERGED             VALUE "Y".

      * THE FILE NAME THE INVOICE SELECT OPENS - SET PER VENDOR.
       77  BMI-WS-INVOICE-DD            PIC X(08).

      * 0 EVERY INVOICE CLEAN, 4 EXCEPTIONS LISTED, 12 NOT RUN.
       77  BMI-WS-RUN-RC                PIC 9(02) VALUE ZERO.

      *--------------------------------------------------------------
      * BILLING MONTH AS YYYYMM
      *--------------------------------------------------------------
       77  BMI-WS-BILL-MONTH            PIC 9(06).
       77  BMI-WS-SENT-MONTH            PIC 9(06).

       01  BMI-WS-MONTH-PARTS.
           05  BMI-WS-MP-YEAR           PIC 9(04).
           05  BMI-WS-MP-MONTH          PIC 9(02).

      *--------------------------------------------------------------
      * THE VENDORS ON VNDRPROF, SAME LIMIT AS BMI-EXTRACT
      *--------------------------------------------------------------
       77  BMI-WS-VENDOR-MAX            PIC 9(02) VALUE 08.
       77  BMI-WS-VENDOR-COUNT          PIC 9(02) COMP VALUE ZERO.
       77  BMI-WS-VX                    PIC 9(02) COMP.

       01  BMI-WS-VENDOR-TABLE.
           05  BMI-WS-VT-ENTRY          OCCURS 8 TIMES.
               10  BMI-WS-VT-CODE           PIC X(04).
               10  BMI-WS-VT-NAME           PIC X(20).
               10  BMI-WS-VT-INVOICE-DD     PIC X(08).
               10  BMI-WS-VT-RATE           PIC 9(03)V9(04).

      *--------------------------------------------------------------
      * DATE OF DEATH PER PATIENT - THE LATEST MAINTAUD STATUS
      * CHANGE TO "D". A PATIENT DECEASED ON THE MASTER WITH NO SUCH
      * ROW WAS LOADED THAT WAY (OR ITS ROW HAS AGED OFF) AND IS
      * TAKEN AS DECEASED AT EVERY SEND.
      *--------------------------------------------------------------
       77  BMI-WS-DT-MAX                PIC 9(04) VALUE 2000.
       77  BMI-WS-DT-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-DX                    PIC 9(04) COMP.

       01  BMI-WS-DEATH-TABLE.
           05  BMI-WS-DT-ENTRY          OCCURS 2000 TIMES.
               10  BMI-WS-DT-PATIENT-ID     PIC X(06).
               10  BMI-WS-DT-DATE           PIC 9(08).

      *--------------------------------------------------------------
      * ONE ENTRY PER PATIENT AND RUN DATE ON THE VENDOR'S INVOICE:
      * HOW MANY TIMES IT WAS BILLED, HOW MANY ROWS WENT TO THE
      * VENDOR THAT MONTH (A SAME-DAY CORRECTION IS A SECOND ROW),
      * AND HOW MANY OF THOSE ROWS ARE VOIDED OR WENT OUT FOR A
      * PATIENT ALREADY DECEASED. A ROW COUNTS IN ONE OF THE TWO AT
      * MOST, VOIDED FIRST.
      *--------------------------------------------------------------
       77  BMI-WS-IK-MAX                PIC 9(05) VALUE 10000.
       77  BMI-WS-IK-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  BMI-WS-IX                    PIC 9(05) COMP.
       77  BMI-WS-HIT-IX                PIC 9(05) COMP.

       01  BMI-WS-INVOICE-TABLE.
           05  BMI-WS-IK-ENTRY          OCCURS 10000 TIMES.
               10  BMI-WS-IK-PATIENT-ID     PIC X(06).
               10  BMI-WS-IK-RUN-DATE       PIC 9(08).
               10  BMI-WS-IK-BILLED         PIC 9(05) COMP.
               10  BMI-WS-IK-SENT           PIC 9(05) COMP.
               10  BMI-WS-IK-VOIDED         PIC 9(05) COMP.
               10  BMI-WS-IK-DECEASED       PIC 9(05) COMP.
               10  BMI-WS-IK-BILLED-AS-ID   PIC X(06).

       77  BMI-WS-FIND-PATIENT-ID       PIC X(06).
       77  BMI-WS-FIND-RUN-DATE         PIC 9(08).
       77  BMI-WS-EXCESS                PIC 9(05) COMP.
       77  BMI-WS-BAD-ROWS              PIC 9(05) COMP.

      *--------------------------------------------------------------
      * PER-VENDOR COUNTS AND DOLLARS, CLEARED FOR EACH VENDOR
      *--------------------------------------------------------------
       01  BMI-WS-VENDOR-COUNTERS.
           05  BMI-WS-INVOICE-LINES     PIC 9(07) VALUE ZERO.
           05  BMI-WS-SENT-ROWS         PIC 9(07) VALUE ZERO.
           05  BMI-WS-NOT-SENT          PIC 9(07) VALUE ZERO.
           05  BMI-WS-NOT-BILLED        PIC 9(07) VALUE ZERO.
           05  BMI-WS-BILLED-TWICE      PIC 9(07) VALUE ZERO.
           05  BMI-WS-BILLED-VOIDED     PIC 9(07) VALUE ZERO.
           05  BMI-WS-BILLED-DECEASED   PIC 9(07) VALUE ZERO.
           05  BMI-WS-DISPUTED          PIC 9(07) VALUE ZERO.
           05  BMI-WS-REDIRECTED        PIC 9(07) VALUE ZERO.

       01  BMI-WS-VENDOR-DOLLARS.
           05  BMI-WS-AMT-INVOICED      PIC S9(07)V99 VALUE ZERO.
           05  BMI-WS-AMT-SENT          PIC S9(07)V99 VALUE ZERO.
           05  BMI-WS-AMT-VARIANCE      PIC S9(07)V99 VALUE ZERO.
           05  BMI-WS-AMT-DISPUTED      PIC S9(07)V99 VALUE ZERO.
           05  BMI-WS-AMT-UNBILLED      PIC S9(07)V99 VALUE ZERO.
           05  BMI-WS-AMT-APPROVABLE    PIC S9(07)V99 VALUE ZERO.

       01  BMI-WS-RUN-COUNTERS.
           05  BMI-WS-VENDORS-CHECKED   PIC 9(07) VALUE ZERO.
           05  BMI-WS-VENDORS-SKIPPED   PIC 9(07) VALUE ZERO.
           05  BMI-WS-VENDORS-EXCEPT    PIC 9(07) VALUE ZERO.

      *--------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *--------------------------------------------------------------
       01  BMI-RPT-HEADER-LINE.
           05  FILLER                   PIC X(44)
               VALUE "BMI-INVRECON VENDOR INVOICE RECONCILIATION  ".
           05  FILLER                   PIC X(14)
               VALUE "BILLING MONTH ".
           05  BMI-RPT-HDR-MONTH        PIC 9(06).
           05  FILLER                   PIC X(08) VALUE SPACES.

       01  BMI-RPT-VENDOR-LINE.
           05  FILLER                   PIC X(07) VALUE "VENDOR ".
           05  BMI-RPT-VH-CODE          PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-VH-NAME          PIC X(20).
           05  FILLER                   PIC X(09) VALUE " INVOICE ".
           05  BMI-RPT-VH-DD            PIC X(08).
           05  FILLER                   PIC X(06) VALUE " RATE ".
           05  BMI-RPT-VH-RATE          PIC ZZ9.9999.
           05  FILLER                   PIC X(08) VALUE SPACES.

       01  BMI-RPT-EXCEPTION-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-EX-TEXT          PIC X(24).
           05  BMI-RPT-EX-PATIENT-ID    PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-EX-RUN-DATE      PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-EX-LABEL         PIC X(08).
           05  BMI-RPT-EX-NUMBER        PIC Z(04)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-EX-REDIRECT.
               10  BMI-RPT-EX-REDIR-TAG     PIC X(07).
               10  BMI-RPT-EX-BILLED-ID     PIC X(06).

       01  BMI-RPT-COUNT-LINE.
           05  BMI-RPT-COUNT-LABEL      PIC X(32).
           05  BMI-RPT-COUNT-VALUE      PIC Z(06)9.
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  BMI-RPT-MONEY-LINE.
           05  BMI-RPT-MONEY-LABEL      PIC X(32).
           05  BMI-RPT-MONEY-VALUE      PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  BMI-RPT-DETAIL-LINE.
           05  BMI-RPT-DETAIL-TEXT      PIC X(72).

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
      *================================================================
       0100-START-HERE.
           PERFORM 0200-INITIALIZE THRU 0200-EXIT.
           IF BMI-WS-OPEN-OK
               PERFORM 0300-RECONCILE-ONE-VENDOR THRU 0300-EXIT
                   VARYING BMI-WS-VX FROM 1 BY 1
                   UNTIL BMI-WS-VX > BMI-WS-VENDOR-COUNT
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           ELSE
               MOVE 12 TO BMI-WS-RUN-RC
           END-IF.
           MOVE BMI-WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *================================================================
      *  0200 SERIES - TAKE THE BILLING MONTH, OPEN THE FILES, LOAD
      *  THE VENDORS AND THE DATES OF DEATH. THE PROFILE AND THE
      *  SENT LOG ARE REQUIRED - WITHOUT THEM THERE IS NOTHING TO
      *  MATCH AN INVOICE AGAINST.
      *================================================================
       0200-INITIALIZE.
           MOVE "Y" TO BMI-WS-OPEN-SW.
           DISPLAY "Enter billing month (YYYYMM): ".
           ACCEPT BMI-WS-BILL-MONTH.
           IF BMI-WS-BILL-MONTH NOT NUMERIC
              OR BMI-WS-BILL-MONTH = ZERO
               DISPLAY "INVALID BILLING MONTH."
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.
           MOVE BMI-WS-BILL-MONTH TO BMI-WS-MONTH-PARTS.
           IF BMI-WS-MP-MONTH < 01 OR BMI-WS-MP-MONTH > 12
               DISPLAY "INVALID BILLING MONTH."
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.

           PERFORM 0210-LOAD-VENDOR-TABLE THRU 0210-EXIT.
           IF BMI-WS-OPEN-FAILED
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT SENT-LOG-FILE.
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SENT-LOG - STATUS "
                   WS-SENT-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.

           OPEN OUTPUT INVOICE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVOICE-REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE SENT-LOG-FILE
               GO TO 0200-EXIT
           END-IF.
           MOVE BMI-WS-BILL-MONTH TO BMI-RPT-HDR-MONTH.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-HEADER-LINE.

           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO BMI-WS-HISTORY-OK-SW
           ELSE
               MOVE "BMI-HISTORY NOT FOUND - VOIDED ROWS NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO BMI-WS-MASTER-OK-SW
               PERFORM 0230-LOAD-DEATH-DATES THRU 0230-EXIT
           ELSE
               MOVE "PATIENT-MASTER NOT FOUND - DECEASED NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.

      * A DEATH TABLE OVERFLOW REFUSES THE RUN WITH EVERYTHING ABOVE
      * ALREADY OPEN.
           IF BMI-WS-OPEN-FAILED
               CLOSE SENT-LOG-FILE INVOICE-REPORT-FILE
                     PATIENT-MASTER-FILE
               IF BMI-WS-HISTORY-OPENED
                   CLOSE BMI-HISTORY-FILE
               END-IF
           END-IF.
       0200-EXIT.
           EXIT.

      * A PROFILE LONGER THAN THE TABLE REFUSES THE RUN - A VENDOR
      * LEFT OFF WOULD HAVE ITS BILL PASSED UNCHECKED.
       0210-LOAD-VENDOR-TABLE.
           MOVE ZERO TO BMI-WS-VENDOR-COUNT.
           OPEN INPUT VENDOR-PROFILE-FILE.
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "VENDOR PROFILE NOT ON FILE - NO INVOICES TO"
                   " RECONCILE."
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0210-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0220-LOAD-ONE-VENDOR THRU 0220-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE VENDOR-PROFILE-FILE.
           IF BMI-WS-OPEN-OK AND BMI-WS-VENDOR-COUNT = ZERO
               DISPLAY "VENDOR PROFILE EMPTY - NO INVOICES TO"
                   " RECONCILE."
               MOVE "N" TO BMI-WS-OPEN-SW
           END-IF.
       0210-EXIT.
           EXIT.

       0220-LOAD-ONE-VENDOR.
           READ VENDOR-PROFILE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0220-EXIT
           END-READ.
           IF BMI-WS-VENDOR-COUNT >= BMI-WS-VENDOR-MAX
               DISPLAY "MORE THAN " BMI-WS-VENDOR-MAX " VENDOR"
                   " PROFILES - RUN REFUSED."
               MOVE "N" TO BMI-WS-OPEN-SW
               MOVE "Y" TO BMI-WS-EOF-SW
               GO TO 0220-EXIT
           END-IF.
           ADD 1 TO BMI-WS-VENDOR-COUNT.
           MOVE BMI-VPRO-VENDOR-CODE
               TO BMI-WS-VT-CODE (BMI-WS-VENDOR-COUNT).
           MOVE BMI-VPRO-NAME
               TO BMI-WS-VT-NAME (BMI-WS-VENDOR-COUNT).
           MOVE BMI-VPRO-INVOICE-DD
               TO BMI-WS-VT-INVOICE-DD (BMI-WS-VENDOR-COUNT).
           IF BMI-VPRO-RECORD-RATE NUMERIC
               MOVE BMI-VPRO-RECORD-RATE
                   TO BMI-WS-VT-RATE (BMI-WS-VENDOR-COUNT)
           ELSE
               MOVE ZERO TO BMI-WS-VT-RATE (BMI-WS-VENDOR-COUNT)
           END-IF.
       0220-EXIT.
           EXIT.

      * MAINTAUD IS APPENDED IN TIME ORDER, SO A LATER CHANGE TO "D"
      * FOR THE SAME PATIENT SIMPLY REPLACES THE DATE HELD.
       0230-LOAD-DEATH-DATES.
           MOVE ZERO TO BMI-WS-DT-COUNT.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MAUD-STATUS NOT = "00"
               MOVE "MAINTAUD NOT FOUND - DECEASED TAKEN AS AT EVERY"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               MOVE "  SEND" TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               GO TO 0230-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-MAUD-OK-SW.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0240-LOAD-ONE-DEATH THRU 0240-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE MAINT-AUDIT-FILE.
       0230-EXIT.
           EXIT.

       0240-LOAD-ONE-DEATH.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0240-EXIT
           END-READ.
           IF NOT BMI-MA-ACT-STATUS OR BMI-MA-NEW-STATUS NOT = "D"
               GO TO 0240-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-FOUND-SW.
           PERFORM 0245-MATCH-ONE-DEATH THRU 0245-EXIT
               VARYING BMI-WS-DX FROM 1 BY 1
               UNTIL BMI-WS-DX > BMI-WS-DT-COUNT OR BMI-WS-FOUND.
           IF BMI-WS-FOUND
               GO TO 0240-EXIT
           END-IF.
           IF BMI-WS-DT-COUNT >= BMI-WS-DT-MAX
               DISPLAY "MORE THAN " BMI-WS-DT-MAX " DECEASED PATIENTS"
                   " ON MAINTAUD - RUN REFUSED."
               MOVE "N" TO BMI-WS-OPEN-SW
               MOVE "Y" TO BMI-WS-EOF-SW
               GO TO 0240-EXIT
           END-IF.
           ADD 1 TO BMI-WS-DT-COUNT.
           MOVE BMI-MA-PATIENT-ID
               TO BMI-WS-DT-PATIENT-ID (BMI-WS-DT-COUNT).
           MOVE BMI-MA-CHANGE-DATE TO BMI-WS-DT-DATE (BMI-WS-DT-COUNT).
       0240-EXIT.
           EXIT.

       0245-MATCH-ONE-DEATH.
           IF BMI-WS-DT-PATIENT-ID (BMI-WS-DX) = BMI-MA-PATIENT-ID
               MOVE BMI-MA-CHANGE-DATE TO BMI-WS-DT-DATE (BMI-WS-DX)
               MOVE "Y" TO BMI-WS-FOUND-SW
           END-IF.
       0245-EXIT.
           EXIT.

      *================================================================
      *  0300 SERIES - ONE VENDOR: LOAD ITS INVOICE, RUN ITS SENT-LOG
      *  ROWS FOR THE MONTH AGAINST IT, LIST WHAT DOES NOT MATCH, AND
      *  PRICE IT
      *================================================================
       0300-RECONCILE-ONE-VENDOR.
           INITIALIZE BMI-WS-VENDOR-COUNTERS BMI-WS-VENDOR-DOLLARS.
           MOVE ZERO TO BMI-WS-IK-COUNT.
           MOVE "N" TO BMI-WS-SKIP-SW.

           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE BMI-WS-VT-CODE (BMI-WS-VX) TO BMI-RPT-VH-CODE.
           MOVE BMI-WS-VT-NAME (BMI-WS-VX) TO BMI-RPT-VH-NAME.
           MOVE BMI-WS-VT-INVOICE-DD (BMI-WS-VX) TO BMI-RPT-VH-DD.
           MOVE BMI-WS-VT-RATE (BMI-WS-VX) TO BMI-RPT-VH-RATE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-VENDOR-LINE.

           IF BMI-WS-VT-INVOICE-DD (BMI-WS-VX) = SPACES
               MOVE "  NO INVOICE FILE NAMED ON PROFILE - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               ADD 1 TO BMI-WS-VENDORS-SKIPPED
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0310-LOAD-INVOICE THRU 0310-EXIT.
           IF BMI-WS-VENDOR-SKIPPED
               ADD 1 TO BMI-WS-VENDORS-SKIPPED
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0400-MATCH-SENT-LOG THRU 0400-EXIT.
           PERFORM 0500-LIST-INVOICE-EXCEPTIONS THRU 0500-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-IK-COUNT.
           PERFORM 0600-VENDOR-SUMMARY THRU 0600-EXIT.
           ADD 1 TO BMI-WS-VENDORS-CHECKED.
       0300-EXIT.
           EXIT.

      * AN INVOICE TOO LARGE FOR THE TABLE IS NOT CHECKED AT ALL - A
      * PARTIAL MATCH WOULD REPORT EVERY LINE PAST THE LIMIT WRONGLY.
       0310-LOAD-INVOICE.
           MOVE BMI-WS-VT-INVOICE-DD (BMI-WS-VX) TO BMI-WS-INVOICE-DD.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               MOVE "  INVOICE FILE NOT FOUND - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               MOVE "Y" TO BMI-WS-SKIP-SW
               GO TO 0310-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0320-LOAD-ONE-LINE THRU 0320-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE INVOICE-FILE.
           IF BMI-WS-VENDOR-SKIPPED
               MOVE "  INVOICE HAS MORE PATIENT/RUN DATES THAN THE"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               MOVE "  TABLE HOLDS - NOT CHECKED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
       0310-EXIT.
           EXIT.

       0320-LOAD-ONE-LINE.
           READ INVOICE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0320-EXIT
           END-READ.
           ADD 1 TO BMI-WS-INVOICE-LINES.
           MOVE BMI-INV-PATIENT-ID TO BMI-WS-FIND-PATIENT-ID.
           MOVE BMI-INV-RUN-DATE TO BMI-WS-FIND-RUN-DATE.
           PERFORM 0340-REDIRECT-MERGED-ID THRU 0340-EXIT.
           PERFORM 0330-FIND-KEY THRU 0330-EXIT.
           IF BMI-WS-FOUND
               ADD 1 TO BMI-WS-IK-BILLED (BMI-WS-HIT-IX)
               IF BMI-WS-FIND-PATIENT-ID NOT = BMI-INV-PATIENT-ID
                  AND BMI-WS-IK-BILLED-AS-ID (BMI-WS-HIT-IX) = SPACES
                   MOVE BMI-INV-PATIENT-ID
                       TO BMI-WS-IK-BILLED-AS-ID (BMI-WS-HIT-IX)
               END-IF
               GO TO 0320-EXIT
           END-IF.
           IF BMI-WS-IK-COUNT >= BMI-WS-IK-MAX
               MOVE "Y" TO BMI-WS-SKIP-SW
               MOVE "Y" TO BMI-WS-EOF-SW
               GO TO 0320-EXIT
           END-IF.
           ADD 1 TO BMI-WS-IK-COUNT.
           MOVE BMI-WS-FIND-PATIENT-ID
               TO BMI-WS-IK-PATIENT-ID (BMI-WS-IK-COUNT).
           MOVE BMI-WS-FIND-RUN-DATE
               TO BMI-WS-IK-RUN-DATE (BMI-WS-IK-COUNT).
           MOVE 1 TO BMI-WS-IK-BILLED (BMI-WS-IK-COUNT).
           MOVE ZERO TO BMI-WS-IK-SENT (BMI-WS-IK-COUNT)
                        BMI-WS-IK-VOIDED (BMI-WS-IK-COUNT)
                        BMI-WS-IK-DECEASED (BMI-WS-IK-COUNT).
           MOVE SPACES TO BMI-WS-IK-BILLED-AS-ID (BMI-WS-IK-COUNT).
           IF BMI-WS-FIND-PATIENT-ID NOT = BMI-INV-PATIENT-ID
               MOVE BMI-INV-PATIENT-ID
                   TO BMI-WS-IK-BILLED-AS-ID (BMI-WS-IK-COUNT)
           END-IF.
       0320-EXIT.
           EXIT.

       0330-FIND-KEY.
           MOVE "N" TO BMI-WS-FOUND-SW.
           PERFORM 0335-MATCH-ONE-KEY THRU 0335-EXIT
               VARYING BMI-WS-HIT-IX FROM 1 BY 1
               UNTIL BMI-WS-HIT-IX > BMI-WS-IK-COUNT OR BMI-WS-FOUND.
      * THE VARYING STEPS ONCE PAST THE HIT BEFORE THE TEST STOPS IT.
           IF BMI-WS-FOUND
               SUBTRACT 1 FROM BMI-WS-HIT-IX
           END-IF.
       0330-EXIT.
           EXIT.

       0335-MATCH-ONE-KEY.
           IF BMI-WS-IK-PATIENT-ID (BMI-WS-HIT-IX)
                  = BMI-WS-FIND-PATIENT-ID
              AND BMI-WS-IK-RUN-DATE (BMI-WS-HIT-IX)
                  = BMI-WS-FIND-RUN-DATE
               MOVE "Y" TO BMI-WS-FOUND-SW
           END-IF.
       0335-EXIT.
           EXIT.

      * A PATIENT MERGED SINCE THE ROW WENT OUT HAS ITS SENT-LOG ROWS
      * UNDER THE SURVIVOR NOW, SO THE LINE IS MATCHED THERE - AT THE
      * END OF THE CHAIN WHEN THE SURVIVOR WAS ITSELF MERGED LATER.
       0340-REDIRECT-MERGED-ID.
           IF NOT BMI-WS-MASTER-OPENED
               GO TO 0340-EXIT
           END-IF.
           MOVE ZERO TO BMI-WS-HOPS.
           MOVE "Y" TO BMI-WS-MERGED-SW.
           PERFORM 0345-FOLLOW-ONE-MERGE THRU 0345-EXIT
               UNTIL NOT BMI-WS-ID-MERGED
                  OR BMI-WS-HOPS >= BMI-WS-HOP-MAX.
           IF BMI-WS-FIND-PATIENT-ID NOT = BMI-INV-PATIENT-ID
               ADD 1 TO BMI-WS-REDIRECTED
           END-IF.
       0340-EXIT.
           EXIT.

       0345-FOLLOW-ONE-MERGE.
           MOVE "N" TO BMI-WS-MERGED-SW.
           MOVE BMI-WS-FIND-PATIENT-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   GO TO 0345-EXIT
           END-READ.
           IF NOT BMI-PAT-MERGED
              OR BMI-REC-MERGED-TO-ID = SPACES
               GO TO 0345-EXIT
           END-IF.
           MOVE BMI-REC-MERGED-TO-ID TO BMI-WS-FIND-PATIENT-ID.
           ADD 1 TO BMI-WS-HOPS.
           MOVE "Y" TO BMI-WS-MERGED-SW.
       0345-EXIT.
           EXIT.

      *================================================================
      *  0400 SERIES - EVERY SENT-LOG ROW FOR THE VENDOR WHOSE SEND
      *  DATE FALLS IN THE BILLING MONTH. A ROW WITH NO INVOICE LINE
      *  IS LISTED AS SENT BUT NOT BILLED; ONE THAT WAS BILLED IS
      *  COUNTED AGAINST ITS INVOICE ENTRY AND CHECKED FOR A VOID OR
      *  A PATIENT ALREADY DECEASED WHEN IT WENT OUT.
      *================================================================
       0400-MATCH-SENT-LOG.
           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE LOW-VALUES TO BMI-SENT-KEY.
           MOVE BMI-WS-VT-CODE (BMI-WS-VX) TO BMI-SENT-VENDOR-CODE.
           START SENT-LOG-FILE
               KEY IS NOT LESS THAN BMI-SENT-KEY
               INVALID KEY
                   GO TO 0400-EXIT
           END-START.
           PERFORM 0410-MATCH-ONE-SENT THRU 0410-EXIT
               UNTIL BMI-WS-END-OF-FILE.
       0400-EXIT.
           EXIT.

       0410-MATCH-ONE-SENT.
           READ SENT-LOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0410-EXIT
           END-READ.
           IF BMI-SENT-VENDOR-CODE NOT = BMI-WS-VT-CODE (BMI-WS-VX)
               MOVE "Y" TO BMI-WS-EOF-SW
               GO TO 0410-EXIT
           END-IF.
           COMPUTE BMI-WS-SENT-MONTH = BMI-SENT-ON-DATE / 100.
           IF BMI-WS-SENT-MONTH NOT = BMI-WS-BILL-MONTH
               GO TO 0410-EXIT
           END-IF.
           ADD 1 TO BMI-WS-SENT-ROWS.

           MOVE BMI-SENT-PATIENT-ID TO BMI-WS-FIND-PATIENT-ID.
           MOVE BMI-SENT-RUN-DATE TO BMI-WS-FIND-RUN-DATE.
           PERFORM 0330-FIND-KEY THRU 0330-EXIT.
           IF NOT BMI-WS-FOUND
               ADD 1 TO BMI-WS-NOT-BILLED
               MOVE "SENT, NOT BILLED" TO BMI-RPT-EX-TEXT
               MOVE SPACES TO BMI-RPT-EX-REDIRECT
               MOVE BMI-SENT-PATIENT-ID TO BMI-RPT-EX-PATIENT-ID
               MOVE BMI-SENT-RUN-DATE TO BMI-RPT-EX-RUN-DATE
               MOVE "SEQ" TO BMI-RPT-EX-LABEL
               MOVE BMI-SENT-SEQ TO BMI-RPT-EX-NUMBER
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-EXCEPTION-LINE
               GO TO 0410-EXIT
           END-IF.
           ADD 1 TO BMI-WS-IK-SENT (BMI-WS-HIT-IX).

           IF BMI-WS-HISTORY-OPENED
               MOVE BMI-SENT-PATIENT-ID TO BMI-HIST-PATIENT-ID
               MOVE BMI-SENT-RUN-DATE TO BMI-HIST-RUN-DATE
               MOVE BMI-SENT-SEQ TO BMI-HIST-SEQ
               READ BMI-HISTORY-FILE
                   INVALID KEY
                       MOVE "N" TO BMI-HIST-VOID-FLAG
               END-READ
               IF BMI-HIST-VOIDED
                   ADD 1 TO BMI-WS-IK-VOIDED (BMI-WS-HIT-IX)
                   GO TO 0410-EXIT
               END-IF
           END-IF.

           PERFORM 0420-CHECK-DECEASED THRU 0420-EXIT.
       0410-EXIT.
           EXIT.

       0420-CHECK-DECEASED.
           IF NOT BMI-WS-MASTER-OPENED
               GO TO 0420-EXIT
           END-IF.
           MOVE BMI-SENT-PATIENT-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   GO TO 0420-EXIT
           END-READ.
           IF NOT BMI-PAT-DECEASED
               GO TO 0420-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-FOUND-SW.
           PERFORM 0425-FIND-DEATH THRU 0425-EXIT
               VARYING BMI-WS-DX FROM 1 BY 1
               UNTIL BMI-WS-DX > BMI-WS-DT-COUNT OR BMI-WS-FOUND.
      * NO DATE OF DEATH ON FILE - DECEASED BEFORE ANY SEND.
           IF NOT BMI-WS-FOUND
               ADD 1 TO BMI-WS-IK-DECEASED (BMI-WS-HIT-IX)
           END-IF.
       0420-EXIT.
           EXIT.

       0425-FIND-DEATH.
           IF BMI-WS-DT-PATIENT-ID (BMI-WS-DX) = BMI-SENT-PATIENT-ID
               MOVE "Y" TO BMI-WS-FOUND-SW
               IF BMI-WS-DT-DATE (BMI-WS-DX) NOT > BMI-SENT-ON-DATE
                   ADD 1 TO BMI-WS-IK-DECEASED (BMI-WS-HIT-IX)
               END-IF
           END-IF.
       0425-EXIT.
           EXIT.

      *================================================================
      *  0500 - ONE INVOICE ENTRY'S EXCEPTIONS. NOTHING SENT MEANS
      *  EVERY BILLING OF IT IS UNEARNED; OTHERWISE ONLY BILLINGS
      *  BEYOND THE ROWS SENT ARE. VOIDED AND DECEASED ROWS ARE
      *  DISPUTED UP TO THE NUMBER OF TIMES THE ENTRY WAS BILLED.
      *================================================================
       0500-LIST-INVOICE-EXCEPTIONS.
           MOVE BMI-WS-IK-PATIENT-ID (BMI-WS-IX)
               TO BMI-RPT-EX-PATIENT-ID.
           MOVE BMI-WS-IK-RUN-DATE (BMI-WS-IX) TO BMI-RPT-EX-RUN-DATE.
           MOVE "TIMES" TO BMI-RPT-EX-LABEL.
           MOVE SPACES TO BMI-RPT-EX-REDIRECT.
           IF BMI-WS-IK-BILLED-AS-ID (BMI-WS-IX) NOT = SPACES
               MOVE "ID WAS " TO BMI-RPT-EX-REDIR-TAG
               MOVE BMI-WS-IK-BILLED-AS-ID (BMI-WS-IX)
                   TO BMI-RPT-EX-BILLED-ID
           END-IF.

           IF BMI-WS-IK-SENT (BMI-WS-IX) = ZERO
               MOVE "BILLED, NEVER SENT" TO BMI-RPT-EX-TEXT
               MOVE BMI-WS-IK-BILLED (BMI-WS-IX) TO BMI-RPT-EX-NUMBER
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-EXCEPTION-LINE
               ADD BMI-WS-IK-BILLED (BMI-WS-IX) TO BMI-WS-NOT-SENT
               GO TO 0500-EXIT
           END-IF.

           MOVE ZERO TO BMI-WS-EXCESS.
           IF BMI-WS-IK-BILLED (BMI-WS-IX) > BMI-WS-IK-SENT (BMI-WS-IX)
               COMPUTE BMI-WS-EXCESS = BMI-WS-IK-BILLED (BMI-WS-IX)
                   - BMI-WS-IK-SENT (BMI-WS-IX)
               MOVE "BILLED MORE THAN SENT" TO BMI-RPT-EX-TEXT
               MOVE BMI-WS-EXCESS TO BMI-RPT-EX-NUMBER
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-EXCEPTION-LINE
               ADD BMI-WS-EXCESS TO BMI-WS-BILLED-TWICE
           END-IF.

      * WHAT IS LEFT OF THE BILLINGS ONCE THE EXCESS IS TAKEN OUT IS
      * WHAT A VOIDED OR DECEASED ROW CAN BE DISPUTED AGAINST.
           COMPUTE BMI-WS-BAD-ROWS =
               BMI-WS-IK-BILLED (BMI-WS-IX) - BMI-WS-EXCESS.
           IF BMI-WS-IK-VOIDED (BMI-WS-IX) > ZERO
               IF BMI-WS-IK-VOIDED (BMI-WS-IX) < BMI-WS-BAD-ROWS
                   MOVE BMI-WS-IK-VOIDED (BMI-WS-IX) TO BMI-WS-EXCESS
               ELSE
                   MOVE BMI-WS-BAD-ROWS TO BMI-WS-EXCESS
               END-IF
               MOVE "BILLED FOR VOIDED ROW" TO BMI-RPT-EX-TEXT
               MOVE BMI-WS-EXCESS TO BMI-RPT-EX-NUMBER
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-EXCEPTION-LINE
               ADD BMI-WS-EXCESS TO BMI-WS-BILLED-VOIDED
               SUBTRACT BMI-WS-EXCESS FROM BMI-WS-BAD-ROWS
           END-IF.
           IF BMI-WS-IK-DECEASED (BMI-WS-IX) > ZERO
              AND BMI-WS-BAD-ROWS > ZERO
               IF BMI-WS-IK-DECEASED (BMI-WS-IX) < BMI-WS-BAD-ROWS
                   MOVE BMI-WS-IK-DECEASED (BMI-WS-IX)
                       TO BMI-WS-EXCESS
               ELSE
                   MOVE BMI-WS-BAD-ROWS TO BMI-WS-EXCESS
               END-IF
               MOVE "BILLED, DECEASED AT SEND" TO BMI-RPT-EX-TEXT
               MOVE BMI-WS-EXCESS TO BMI-RPT-EX-NUMBER
               WRITE INVOICE-REPORT-LINE FROM BMI-RPT-EXCEPTION-LINE
               ADD BMI-WS-EXCESS TO BMI-WS-BILLED-DECEASED
           END-IF.
       0500-EXIT.
           EXIT.

      *================================================================
      *  0600 - THE VENDOR'S COUNTS AND DOLLARS. INVOICED IS EVERY
      *  LINE AT THE RATE; EARNED IS EVERY ROW SENT IN THE MONTH AT
      *  THE RATE; THE VARIANCE IS THE DIFFERENCE. DISPUTED PRICES
      *  THE BILLED-NOT-SENT, EXCESS, VOIDED, AND DECEASED RECORDS,
      *  AND WHAT IS LEFT OF THE INVOICE IS WHAT CAN BE APPROVED.
      *================================================================
       0600-VENDOR-SUMMARY.
           COMPUTE BMI-WS-DISPUTED = BMI-WS-NOT-SENT
               + BMI-WS-BILLED-TWICE + BMI-WS-BILLED-VOIDED
               + BMI-WS-BILLED-DECEASED.
           COMPUTE BMI-WS-AMT-INVOICED ROUNDED =
               BMI-WS-INVOICE-LINES * BMI-WS-VT-RATE (BMI-WS-VX).
           COMPUTE BMI-WS-AMT-SENT ROUNDED =
               BMI-WS-SENT-ROWS * BMI-WS-VT-RATE (BMI-WS-VX).
           COMPUTE BMI-WS-AMT-VARIANCE =
               BMI-WS-AMT-INVOICED - BMI-WS-AMT-SENT.
           COMPUTE BMI-WS-AMT-DISPUTED ROUNDED =
               BMI-WS-DISPUTED * BMI-WS-VT-RATE (BMI-WS-VX).
           COMPUTE BMI-WS-AMT-UNBILLED ROUNDED =
               BMI-WS-NOT-BILLED * BMI-WS-VT-RATE (BMI-WS-VX).
           COMPUTE BMI-WS-AMT-APPROVABLE =
               BMI-WS-AMT-INVOICED - BMI-WS-AMT-DISPUTED.

           MOVE "  INVOICE LINES . . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-INVOICE-LINES TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  ROWS SENT IN MONTH  . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-SENT-ROWS TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  BILLED, NEVER SENT  . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-NOT-SENT TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  SENT, NOT BILLED  . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-NOT-BILLED TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  BILLED MORE THAN SENT . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-BILLED-TWICE TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  BILLED FOR VOIDED ROWS  . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-BILLED-VOIDED TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  BILLED, DECEASED AT SEND  . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-BILLED-DECEASED TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  BILLED UNDER A MERGED ID  . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-REDIRECTED TO BMI-RPT-COUNT-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  AMOUNT INVOICED . . . . . . :"
               TO BMI-RPT-MONEY-LABEL.
           MOVE BMI-WS-AMT-INVOICED TO BMI-RPT-MONEY-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-MONEY-LINE.

           MOVE "  AMOUNT EARNED (ROWS SENT) . :"
               TO BMI-RPT-MONEY-LABEL.
           MOVE BMI-WS-AMT-SENT TO BMI-RPT-MONEY-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-MONEY-LINE.

           MOVE "  VARIANCE (INVOICED - EARNED):"
               TO BMI-RPT-MONEY-LABEL.
           MOVE BMI-WS-AMT-VARIANCE TO BMI-RPT-MONEY-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-MONEY-LINE.

           MOVE "  AMOUNT DISPUTED . . . . . . :"
               TO BMI-RPT-MONEY-LABEL.
           MOVE BMI-WS-AMT-DISPUTED TO BMI-RPT-MONEY-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-MONEY-LINE.

           MOVE "  SENT BUT NOT BILLED . . . . :"
               TO BMI-RPT-MONEY-LABEL.
           MOVE BMI-WS-AMT-UNBILLED TO BMI-RPT-MONEY-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-MONEY-LINE.

           MOVE "  AMOUNT APPROVABLE . . . . . :"
               TO BMI-RPT-MONEY-LABEL.
           MOVE BMI-WS-AMT-APPROVABLE TO BMI-RPT-MONEY-VALUE.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-MONEY-LINE.

           IF BMI-WS-DISPUTED > ZERO OR BMI-WS-NOT-BILLED > ZERO
               MOVE "  *** INVOICE HAS EXCEPTIONS - SEE DETAIL ABOVE"
                   TO BMI-RPT-DETAIL-TEXT
               ADD 1 TO BMI-WS-VENDORS-EXCEPT
               MOVE 4 TO BMI-WS-RUN-RC
           ELSE
               MOVE "  INVOICE AGREES WITH THE SENT LOG."
                   TO BMI-RPT-DETAIL-TEXT
           END-IF.
           WRITE INVOICE-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.

           DISPLAY "BMI-INVRECON " BMI-WS-VT-CODE (BMI-WS-VX)
               " LINES " BMI-WS-INVOICE-LINES
               " SENT " BMI-WS-SENT-ROWS
               " DISPUTED " BMI-WS-DISPUTED.
       0600-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE SENT-LOG-FILE INVOICE-REPORT-FILE.
           IF BMI-WS-HISTORY-OPENED
               CLOSE BMI-HISTORY-FILE
           END-IF.
           IF BMI-WS-MASTER-OPENED
               CLOSE PATIENT-MASTER-FILE
           END-IF.
           DISPLAY "BMI-INVRECON VENDORS CHECKED: "
               BMI-WS-VENDORS-CHECKED.
           DISPLAY "BMI-INVRECON NOT CHECKED . : "
               BMI-WS-VENDORS-SKIPPED.
           DISPLAY "BMI-INVRECON WITH EXCEPTION: "
               BMI-WS-VENDORS-EXCEPT.
           DISPLAY "BMI-INVRECON REPORT ON INVRPT.".
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-INVRECON.
