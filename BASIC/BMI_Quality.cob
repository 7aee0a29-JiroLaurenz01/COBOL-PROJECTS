       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-QUALITY".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  INITIAL VERSION - ANNUAL BMI SCREENING
      *                 QUALITY MEASURE FOR THE PAYER CONTRACTS. FOR
      *                 A KEYED PERIOD END IT TAKES EVERY ACTIVE
      *                 PATIENT-MASTER PATIENT IN THE MEASURE'S AGE
      *                 RANGE AT THAT DATE (AGE FROM THE DOB) AS THE
      *                 DENOMINATOR, AND REPORTS THE SHARE WITH A
      *                 LIVE HISTORY ROW IN THE TWELVE MONTHS ENDING
      *                 THERE. OF THOSE WHOSE LATEST ROW IN THE
      *                 PERIOD WAS OUTSIDE THE NORMAL RANGE, IT
      *                 REPORTS THE SHARE WITH A WORKLIST ITEM OPENED
      *                 OR CONTACTED IN THE PERIOD. BROKEN OUT BY THE
      *                 CLASTABL AGE GROUPS AND SEX. EVERY PATIENT IN
      *                 THE DENOMINATOR NOT MEASURED IN THE PERIOD IS
      *                 WRITTEN TO THE RECALL FILE WITH THE DATE THEY
      *                 WERE LAST MEASURED. INACTIVE, DECEASED, AND
      *                 MERGED PATIENTS ARE LEFT OUT OF BOTH.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "WORKLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMI-WORK-KEY
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT QUALITY-REPORT-FILE ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RECALL-FILE ASSIGN TO "RECALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  WORKLIST-FILE.
           COPY BMIWRK.

       FD  QUALITY-REPORT-FILE.
       01  QUALITY-REPORT-LINE          PIC X(100).

       FD  RECALL-FILE.
           COPY BMIRCL.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-WORKLIST-STATUS           PIC XX.
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-RECALL-STATUS             PIC XX.

       77  BMI-WS-OPEN-SW               PIC X(01).
           88  BMI-WS-OPEN-OK               VALUE "Y".
           88  BMI-WS-OPEN-FAILED           VALUE "N".

       77  BMI-WS-WORKLIST-OK-SW        PIC X(01) VALUE "N".
           88  BMI-WS-WORKLIST-OPENED       VALUE "Y".

       77  BMI-WS-EOF-SW                PIC X(01) VALUE "N".
           88  BMI-WS-END-OF-MASTER         VALUE "Y".

       77  BMI-WS-SCAN-END-SW           PIC X(01).
           88  BMI-WS-SCAN-DONE             VALUE "Y".

       77  BMI-WS-MEASURED-SW           PIC X(01).
           88  BMI-WS-MEASURED-IN-PERIOD    VALUE "Y".

       77  BMI-WS-FOLLOWED-SW           PIC X(01).
           88  BMI-WS-FOLLOWED-UP           VALUE "Y".

      *--------------------------------------------------------------
      * THE MEASURE'S AGE RANGE, IN WHOLE YEARS AT THE PERIOD END.
      * EVERY PATIENT OLD ENOUGH FOR A BMI TO MEAN SOMETHING (THE
      * BMI-FOR-AGE CHARTS START AT 2) IS IN; A CONTRACT SCORED ON A
      * NARROWER RANGE CHANGES THESE.
      *--------------------------------------------------------------
       77  BMI-WS-AGE-LOW               PIC 9(03) VALUE 002.
       77  BMI-WS-AGE-HIGH              PIC 9(03) VALUE 999.

      *--------------------------------------------------------------
      * THE PERIOD IS THE TWELVE MONTHS ENDING AT THE KEYED PERIOD
      * END: A ROW COUNTS WHEN ITS RUN DATE IS AFTER THE SAME DATE A
      * YEAR EARLIER AND NOT AFTER THE PERIOD END.
      *--------------------------------------------------------------
       77  BMI-WS-TODAY                 PIC 9(08).
       77  BMI-WS-PERIOD-END            PIC 9(08).
       77  BMI-WS-PERIOD-BEFORE         PIC 9(08).
       77  BMI-WS-PERIOD-START          PIC 9(08).

       77  BMI-WS-AGE                   PIC 9(03).
       77  BMI-WS-HOLD-STATUS-MSG       PIC X(20).

       01  BMI-WS-LAST-MEASURED.
           05  BMI-WS-LAST-DATE         PIC 9(08).
           05  BMI-WS-LAST-BMI-VALUE    PIC 99V99.
           05  BMI-WS-LAST-STATUS-MSG   PIC X(20).

      *--------------------------------------------------------------
      * THE MEASURE CELLS: AGE GROUP (1 MINOR, 2 ADULT, 3 SENIOR,
      * 4 ALL) BY SEX (1 MALE, 2 FEMALE, 3 BOTH). EACH PATIENT IS
      * TALLIED INTO ITS OWN CELL AND THE THREE TOTAL CELLS ABOVE IT.
      *--------------------------------------------------------------
       01  BMI-WS-MEASURE-TABLE.
           05  BMI-WS-QM-GROUP          OCCURS 4 TIMES.
               10  BMI-WS-QM-SEX        OCCURS 3 TIMES.
                   15  BMI-WS-QM-ELIGIBLE   PIC 9(07) COMP.
                   15  BMI-WS-QM-MEASURED   PIC 9(07) COMP.
                   15  BMI-WS-QM-OUT-RANGE  PIC 9(07) COMP.
                   15  BMI-WS-QM-FOLLOWED   PIC 9(07) COMP.

       77  BMI-WS-GX                    PIC 9(01) COMP.
       77  BMI-WS-SX                    PIC 9(01) COMP.
       77  BMI-WS-PCT                   PIC 999V9.

       01  BMI-WS-QUALITY-COUNTERS.
           05  BMI-WS-PATIENTS-READ     PIC 9(07) VALUE ZERO.
           05  BMI-WS-NOT-ACTIVE        PIC 9(07) VALUE ZERO.
           05  BMI-WS-OUT-OF-AGE        PIC 9(07) VALUE ZERO.
           05  BMI-WS-NO-DOB            PIC 9(07) VALUE ZERO.
           05  BMI-WS-RECALLS-WRITTEN   PIC 9(07) VALUE ZERO.

      *--------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *--------------------------------------------------------------
       01  BMI-RPT-HEADER-LINE.
           05  FILLER                   PIC X(42)
               VALUE "BMI-QUALITY ANNUAL BMI SCREENING MEASURE  ".
           05  FILLER                   PIC X(07) VALUE "PERIOD ".
           05  BMI-RPT-HDR-START        PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  BMI-RPT-HDR-END          PIC 9(08).
           05  FILLER                   PIC X(31) VALUE SPACES.

       01  BMI-RPT-RANGE-LINE.
           05  FILLER                   PIC X(20)
               VALUE "ELIGIBLE AGES FROM ".
           05  BMI-RPT-RANGE-LOW        PIC ZZ9.
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  BMI-RPT-RANGE-HIGH       PIC ZZ9.
           05  FILLER                   PIC X(36)
               VALUE " AT THE PERIOD END, ACTIVE PATIENTS".
           05  FILLER                   PIC X(34) VALUE SPACES.

       01  BMI-RPT-COLUMN-LINE.
           05  FILLER                   PIC X(12)
               VALUE "GROUP  SEX  ".
           05  FILLER                   PIC X(25)
               VALUE "ELIGIBLE  MEASURED    PCT".
           05  FILLER                   PIC X(28)
               VALUE "  OUT-RANGE  FOLLOWED    PCT".
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  BMI-RPT-MEASURE-LINE.
           05  BMI-RPT-QM-GROUP         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-QM-SEX           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BMI-RPT-QM-ELIGIBLE      PIC Z(07)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-QM-MEASURED      PIC Z(07)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-QM-MEASURED-PCT  PIC ZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BMI-RPT-QM-OUT-RANGE     PIC Z(07)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-QM-FOLLOWED      PIC Z(07)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-QM-FOLLOWED-PCT  PIC ZZ9.9.
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  BMI-RPT-COUNT-LINE.
           05  BMI-RPT-COUNT-LABEL      PIC X(32).
           05  BMI-RPT-COUNT-VALUE      PIC Z(06)9.
           05  FILLER                   PIC X(61) VALUE SPACES.

       01  BMI-RPT-DETAIL-LINE.
           05  BMI-RPT-DETAIL-TEXT      PIC X(100).

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
      *================================================================
       0100-START-HERE.
           PERFORM 0200-INITIALIZE THRU 0200-EXIT.
           IF BMI-WS-OPEN-OK
               PERFORM 0300-PROCESS-ONE-PATIENT THRU 0300-EXIT
                   UNTIL BMI-WS-END-OF-MASTER
               PERFORM 0700-PRINT-REPORT THRU 0700-EXIT
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           END-IF.
           STOP RUN.

      *================================================================
      *  0200 - TAKE THE PERIOD END AND OPEN THE FILES. THE MASTER
      *  AND HISTORY ARE REQUIRED; WITHOUT THE WORKLIST THE
      *  FOLLOW-UP SHARE IS REPORTED AS ZERO AND SAID SO.
      *================================================================
       0200-INITIALIZE.
           MOVE "Y" TO BMI-WS-OPEN-SW.
           INITIALIZE BMI-WS-MEASURE-TABLE.
           ACCEPT BMI-WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Enter measurement period end date (YYYYMMDD): ".
           ACCEPT BMI-WS-PERIOD-END.
           IF BMI-WS-PERIOD-END NOT NUMERIC
              OR BMI-WS-PERIOD-END = ZERO
              OR BMI-WS-PERIOD-END > BMI-WS-TODAY
               DISPLAY "INVALID PERIOD END DATE."
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.
           COMPUTE BMI-WS-PERIOD-BEFORE = BMI-WS-PERIOD-END - 10000.
           COMPUTE BMI-WS-PERIOD-START = BMI-WS-PERIOD-BEFORE + 1.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT-MASTER - STATUS "
                   WS-MASTER-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE PATIENT-MASTER-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN OUTPUT QUALITY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN QUALITY-REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE PATIENT-MASTER-FILE BMI-HISTORY-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN OUTPUT RECALL-FILE.
           IF WS-RECALL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RECALL - STATUS "
                   WS-RECALL-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE PATIENT-MASTER-FILE BMI-HISTORY-FILE
                     QUALITY-REPORT-FILE
               GO TO 0200-EXIT
           END-IF.

           MOVE BMI-WS-PERIOD-START TO BMI-RPT-HDR-START.
           MOVE BMI-WS-PERIOD-END TO BMI-RPT-HDR-END.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-HEADER-LINE.
           MOVE BMI-WS-AGE-LOW TO BMI-RPT-RANGE-LOW.
           MOVE BMI-WS-AGE-HIGH TO BMI-RPT-RANGE-HIGH.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-RANGE-LINE.

           OPEN INPUT WORKLIST-FILE.
           IF WS-WORKLIST-STATUS = "00"
               MOVE "Y" TO BMI-WS-WORKLIST-OK-SW
           ELSE
               MOVE "WORKLIST NOT FOUND - NO FOLLOW-UP COUNTED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE QUALITY-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-COLUMN-LINE.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0300 SERIES - ONE PATIENT-MASTER RECORD. ONLY AN ACTIVE
      *  PATIENT IN THE AGE RANGE IS IN THE DENOMINATOR; ONE NOT
      *  MEASURED IN THE PERIOD GOES ON THE RECALL FILE, ONE WHOSE
      *  LATEST ROW IN THE PERIOD WAS NOT NORMAL HAS ITS WORKLIST
      *  ITEMS CHECKED FOR FOLLOW-UP.
      *================================================================
       0300-PROCESS-ONE-PATIENT.
           READ PATIENT-MASTER-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0300-EXIT
           END-READ.
           ADD 1 TO BMI-WS-PATIENTS-READ.

           IF NOT BMI-PAT-ACTIVE
               ADD 1 TO BMI-WS-NOT-ACTIVE
               GO TO 0300-EXIT
           END-IF.

      * AGE FROM THE DOB AT THE PERIOD END; A ZERO DOB FALLS BACK TO
      * THE STORED AGE, SAME AS EVERYWHERE ELSE. A DOB AFTER THE
      * PERIOD END IS A PATIENT NOT YET BORN THEN.
           IF BMI-REC-DOB NUMERIC AND BMI-REC-DOB > ZERO
               IF BMI-REC-DOB > BMI-WS-PERIOD-END
                   ADD 1 TO BMI-WS-OUT-OF-AGE
                   GO TO 0300-EXIT
               END-IF
               COMPUTE BMI-WS-AGE =
                   (BMI-WS-PERIOD-END - BMI-REC-DOB) / 10000
           ELSE
               ADD 1 TO BMI-WS-NO-DOB
               MOVE BMI-REC-AGE TO BMI-WS-AGE
           END-IF.
           IF BMI-WS-AGE < BMI-WS-AGE-LOW
              OR BMI-WS-AGE > BMI-WS-AGE-HIGH
               ADD 1 TO BMI-WS-OUT-OF-AGE
               GO TO 0300-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN BMI-WS-AGE < 20
                   MOVE 1 TO BMI-WS-GX
               WHEN BMI-WS-AGE >= 65
                   MOVE 3 TO BMI-WS-GX
               WHEN OTHER
                   MOVE 2 TO BMI-WS-GX
           END-EVALUATE.
      * ANYTHING BUT "F" TALLIES ON THE MALE ROW, AS THE BAND LOOKUP
      * HAS ALWAYS DONE, SO A BAD SEX CODE CANNOT DROP A PATIENT.
           IF BMI-SEX-FEMALE
               MOVE 2 TO BMI-WS-SX
           ELSE
               MOVE 1 TO BMI-WS-SX
           END-IF.

           PERFORM 0400-SCAN-HISTORY THRU 0400-EXIT.

           ADD 1 TO BMI-WS-QM-ELIGIBLE (BMI-WS-GX, BMI-WS-SX)
                    BMI-WS-QM-ELIGIBLE (BMI-WS-GX, 3)
                    BMI-WS-QM-ELIGIBLE (4, BMI-WS-SX)
                    BMI-WS-QM-ELIGIBLE (4, 3).

           IF NOT BMI-WS-MEASURED-IN-PERIOD
               PERFORM 0600-WRITE-RECALL THRU 0600-EXIT
               GO TO 0300-EXIT
           END-IF.

           ADD 1 TO BMI-WS-QM-MEASURED (BMI-WS-GX, BMI-WS-SX)
                    BMI-WS-QM-MEASURED (BMI-WS-GX, 3)
                    BMI-WS-QM-MEASURED (4, BMI-WS-SX)
                    BMI-WS-QM-MEASURED (4, 3).

           IF BMI-WS-HOLD-STATUS-MSG = "Normal"
               GO TO 0300-EXIT
           END-IF.
           ADD 1 TO BMI-WS-QM-OUT-RANGE (BMI-WS-GX, BMI-WS-SX)
                    BMI-WS-QM-OUT-RANGE (BMI-WS-GX, 3)
                    BMI-WS-QM-OUT-RANGE (4, BMI-WS-SX)
                    BMI-WS-QM-OUT-RANGE (4, 3).

           PERFORM 0500-SCAN-WORKLIST THRU 0500-EXIT.
           IF BMI-WS-FOLLOWED-UP
               ADD 1 TO BMI-WS-QM-FOLLOWED (BMI-WS-GX, BMI-WS-SX)
                        BMI-WS-QM-FOLLOWED (BMI-WS-GX, 3)
                        BMI-WS-QM-FOLLOWED (4, BMI-WS-SX)
                        BMI-WS-QM-FOLLOWED (4, 3)
           END-IF.
       0300-EXIT.
           EXIT.

      *================================================================
      *  0400 SERIES - READ THE PATIENT'S HISTORY ROWS, WHICH ARRIVE
      *  IN RUN-DATE ORDER. EACH LIVE ROW UP TO THE PERIOD END
      *  REPLACES THE LAST-MEASURED HOLD, AND EACH ONE INSIDE THE
      *  PERIOD REPLACES THE STATUS HELD FOR THE FOLLOW-UP TEST, SO
      *  BOTH END ON THE LATEST ROW.
      *================================================================
       0400-SCAN-HISTORY.
           MOVE "N" TO BMI-WS-MEASURED-SW.
           MOVE SPACES TO BMI-WS-HOLD-STATUS-MSG.
           MOVE ZERO TO BMI-WS-LAST-DATE BMI-WS-LAST-BMI-VALUE.
           MOVE SPACES TO BMI-WS-LAST-STATUS-MSG.
           MOVE "N" TO BMI-WS-SCAN-END-SW.

           MOVE BMI-PATIENT-ID TO BMI-HIST-PATIENT-ID.
           MOVE ZERO TO BMI-HIST-RUN-DATE BMI-HIST-SEQ.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN BMI-HIST-KEY
               INVALID KEY
                   GO TO 0400-EXIT
           END-START.
           PERFORM 0410-CHECK-ONE-ROW THRU 0410-EXIT
               UNTIL BMI-WS-SCAN-DONE.
       0400-EXIT.
           EXIT.

       0410-CHECK-ONE-ROW.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-SCAN-END-SW
                   GO TO 0410-EXIT
           END-READ.
           IF BMI-HIST-PATIENT-ID NOT = BMI-PATIENT-ID
              OR BMI-HIST-RUN-DATE > BMI-WS-PERIOD-END
               MOVE "Y" TO BMI-WS-SCAN-END-SW
               GO TO 0410-EXIT
           END-IF.
           IF BMI-HIST-VOIDED
               GO TO 0410-EXIT
           END-IF.
           MOVE BMI-HIST-RUN-DATE TO BMI-WS-LAST-DATE.
           MOVE BMI-HIST-BMI-VALUE TO BMI-WS-LAST-BMI-VALUE.
           MOVE BMI-HIST-STATUS-MSG TO BMI-WS-LAST-STATUS-MSG.
           IF BMI-HIST-RUN-DATE > BMI-WS-PERIOD-BEFORE
               MOVE "Y" TO BMI-WS-MEASURED-SW
               MOVE BMI-HIST-STATUS-MSG TO BMI-WS-HOLD-STATUS-MSG
           END-IF.
       0410-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - FOLLOW-UP: ANY WORKLIST ITEM FOR THE PATIENT
      *  OPENED IN THE PERIOD, OR MARKED CONTACTED IN IT. AN OLDER
      *  ITEM WITH NO CONTACTED DATE (SPACES) NEVER QUALIFIES BY
      *  CONTACT.
      *================================================================
       0500-SCAN-WORKLIST.
           MOVE "N" TO BMI-WS-FOLLOWED-SW.
           IF NOT BMI-WS-WORKLIST-OPENED
               GO TO 0500-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-SCAN-END-SW.
           MOVE BMI-PATIENT-ID TO BMI-WORK-PATIENT-ID.
           MOVE ZERO TO BMI-WORK-OPENED-DATE.
           START WORKLIST-FILE
               KEY IS NOT LESS THAN BMI-WORK-KEY
               INVALID KEY
                   GO TO 0500-EXIT
           END-START.
           PERFORM 0510-CHECK-ONE-ITEM THRU 0510-EXIT
               UNTIL BMI-WS-SCAN-DONE OR BMI-WS-FOLLOWED-UP.
       0500-EXIT.
           EXIT.

       0510-CHECK-ONE-ITEM.
           READ WORKLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-SCAN-END-SW
                   GO TO 0510-EXIT
           END-READ.
           IF BMI-WORK-PATIENT-ID NOT = BMI-PATIENT-ID
               MOVE "Y" TO BMI-WS-SCAN-END-SW
               GO TO 0510-EXIT
           END-IF.
           IF BMI-WORK-OPENED-DATE > BMI-WS-PERIOD-BEFORE
              AND BMI-WORK-OPENED-DATE NOT > BMI-WS-PERIOD-END
               MOVE "Y" TO BMI-WS-FOLLOWED-SW
               GO TO 0510-EXIT
           END-IF.
           IF BMI-WORK-CONTACTED-DATE NUMERIC
              AND BMI-WORK-CONTACTED-DATE > BMI-WS-PERIOD-BEFORE
              AND BMI-WORK-CONTACTED-DATE NOT > BMI-WS-PERIOD-END
               MOVE "Y" TO BMI-WS-FOLLOWED-SW
           END-IF.
       0510-EXIT.
           EXIT.

      *================================================================
      *  0600 - ONE RECALL ROW FOR A PATIENT NOT MEASURED IN THE
      *  PERIOD
      *================================================================
       0600-WRITE-RECALL.
           MOVE BMI-PATIENT-ID TO BMI-RCL-PATIENT-ID.
           MOVE BMI-PATIENT-NAME TO BMI-RCL-PATIENT-NAME.
           MOVE BMI-REC-SEX TO BMI-RCL-SEX.
           MOVE BMI-REC-DOB TO BMI-RCL-DOB.
           MOVE BMI-WS-AGE TO BMI-RCL-AGE.
           MOVE BMI-WS-LAST-DATE TO BMI-RCL-LAST-MEASURED.
           MOVE BMI-WS-LAST-BMI-VALUE TO BMI-RCL-LAST-BMI-VALUE.
           MOVE BMI-WS-LAST-STATUS-MSG TO BMI-RCL-LAST-STATUS-MSG.
           MOVE BMI-WS-PERIOD-END TO BMI-RCL-PERIOD-END.
           WRITE BMI-RCL-RECORD.
           IF WS-RECALL-STATUS NOT = "00"
               DISPLAY "** RECALL WRITE FAILED - STATUS "
                   WS-RECALL-STATUS " **"
               GO TO 0600-EXIT
           END-IF.
           ADD 1 TO BMI-WS-RECALLS-WRITTEN.
       0600-EXIT.
           EXIT.

      *================================================================
      *  0700 SERIES - THE REPORT BODY: FOR EACH AGE GROUP, MALE,
      *  FEMALE, AND BOTH, THEN ALL GROUPS THE SAME WAY, THEN THE
      *  TAIL COUNTS
      *================================================================
       0700-PRINT-REPORT.
           PERFORM 0710-PRINT-ONE-GROUP THRU 0710-EXIT
               VARYING BMI-WS-GX FROM 1 BY 1
               UNTIL BMI-WS-GX > 4.

           MOVE "PATIENT-MASTER RECORDS READ . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-PATIENTS-READ TO BMI-RPT-COUNT-VALUE.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "NOT ACTIVE - EXCLUDED . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-NOT-ACTIVE TO BMI-RPT-COUNT-VALUE.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "OUTSIDE AGE RANGE - EXCLUDED  :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-OUT-OF-AGE TO BMI-RPT-COUNT-VALUE.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "AGED FROM STORED AGE (NO DOB) :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-NO-DOB TO BMI-RPT-COUNT-VALUE.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "RECALL ROWS WRITTEN . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-RECALLS-WRITTEN TO BMI-RPT-COUNT-VALUE.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
       0700-EXIT.
           EXIT.

       0710-PRINT-ONE-GROUP.
           PERFORM 0720-PRINT-ONE-LINE THRU 0720-EXIT
               VARYING BMI-WS-SX FROM 1 BY 1
               UNTIL BMI-WS-SX > 3.
       0710-EXIT.
           EXIT.

       0720-PRINT-ONE-LINE.
           EVALUATE BMI-WS-GX
               WHEN 1
                   MOVE "MINOR" TO BMI-RPT-QM-GROUP
               WHEN 2
                   MOVE "ADULT" TO BMI-RPT-QM-GROUP
               WHEN 3
                   MOVE "SENIOR" TO BMI-RPT-QM-GROUP
               WHEN OTHER
                   MOVE "ALL" TO BMI-RPT-QM-GROUP
           END-EVALUATE.
           EVALUATE BMI-WS-SX
               WHEN 1
                   MOVE "M" TO BMI-RPT-QM-SEX
               WHEN 2
                   MOVE "F" TO BMI-RPT-QM-SEX
               WHEN OTHER
                   MOVE "BOTH" TO BMI-RPT-QM-SEX
           END-EVALUATE.

           MOVE BMI-WS-QM-ELIGIBLE (BMI-WS-GX, BMI-WS-SX)
               TO BMI-RPT-QM-ELIGIBLE.
           MOVE BMI-WS-QM-MEASURED (BMI-WS-GX, BMI-WS-SX)
               TO BMI-RPT-QM-MEASURED.
           IF BMI-WS-QM-ELIGIBLE (BMI-WS-GX, BMI-WS-SX) > ZERO
               COMPUTE BMI-WS-PCT ROUNDED =
                   BMI-WS-QM-MEASURED (BMI-WS-GX, BMI-WS-SX) * 100
                       / BMI-WS-QM-ELIGIBLE (BMI-WS-GX, BMI-WS-SX)
           ELSE
               MOVE ZERO TO BMI-WS-PCT
           END-IF.
           MOVE BMI-WS-PCT TO BMI-RPT-QM-MEASURED-PCT.

           MOVE BMI-WS-QM-OUT-RANGE (BMI-WS-GX, BMI-WS-SX)
               TO BMI-RPT-QM-OUT-RANGE.
           MOVE BMI-WS-QM-FOLLOWED (BMI-WS-GX, BMI-WS-SX)
               TO BMI-RPT-QM-FOLLOWED.
           IF BMI-WS-QM-OUT-RANGE (BMI-WS-GX, BMI-WS-SX) > ZERO
               COMPUTE BMI-WS-PCT ROUNDED =
                   BMI-WS-QM-FOLLOWED (BMI-WS-GX, BMI-WS-SX) * 100
                       / BMI-WS-QM-OUT-RANGE (BMI-WS-GX, BMI-WS-SX)
           ELSE
               MOVE ZERO TO BMI-WS-PCT
           END-IF.
           MOVE BMI-WS-PCT TO BMI-RPT-QM-FOLLOWED-PCT.
           WRITE QUALITY-REPORT-LINE FROM BMI-RPT-MEASURE-LINE.
       0720-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE PATIENT-MASTER-FILE BMI-HISTORY-FILE
                 QUALITY-REPORT-FILE RECALL-FILE.
           IF BMI-WS-WORKLIST-OPENED
               CLOSE WORKLIST-FILE
           END-IF.
           DISPLAY "BMI-QUALITY ELIGIBLE . . . : "
               BMI-WS-QM-ELIGIBLE (4, 3).
           DISPLAY "BMI-QUALITY MEASURED . . . : "
               BMI-WS-QM-MEASURED (4, 3).
           DISPLAY "BMI-QUALITY OUT OF RANGE . : "
               BMI-WS-QM-OUT-RANGE (4, 3).
           DISPLAY "BMI-QUALITY FOLLOWED UP  . : "
               BMI-WS-QM-FOLLOWED (4, 3).
           DISPLAY "BMI-QUALITY RECALLS  . . . : "
               BMI-WS-RECALLS-WRITTEN.
           DISPLAY "BMI-QUALITY REPORT ON QUALRPT, RECALL LIST ON"
               " RECALL.".
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-QUALITY.
