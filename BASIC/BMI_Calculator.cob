
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  THE CHECKPOINT NOW CARRIES THE NOT-ACTIVE,
      *                 REDIRECTED, SUSPENDED, REFILED, AND KIOSK
      *                 COUNTS, SO A RESTARTED RUN'S AVERAGE, SUMMARY,
      *                 AND RETURN CODE COVER THE WHOLE RUN.
      * 2026-10-15  JL  READING SOURCE - EVERY HISTORY, AUDIT-LOG, AND
      *                 SUSPENSE ROW NOW CARRIES WHERE THE READING
      *                 CAME FROM: "K" AND THE DEVICE ID WHEN BMI-KIOSK
      *                 NOTED THE PATIENT'S READING ON KIOSKSRC AND
      *                 THE FED VALUES ARE THAT READING, OTHERWISE "C"
      *                 FOR THE CLINIC. INTERACTIVE CALCULATIONS ARE
      *                 ALWAYS "C". KIOSK READINGS FILED TO HISTORY
      *                 GET THEIR OWN COUNT ON THE BATCH SUMMARY.
      * 2026-10-15  JL  RERUN AFTER A BACKOUT - WHEN THE BATCH FINDS
      *                 ITS SEQUENCE 0001 ROW ALREADY ON FILE AND
      *                 THAT ROW WAS VOIDED BY BMI-BACKOUT, THE NEW
      *                 READING IS FILED AT THE NEXT FREE SEQUENCE
      *                 INSTEAD OF BEING DROPPED, UNLESS THE SAME
      *                 READING IS ALREADY LIVE THERE FROM A RESTART.
      *                 A READING FOR A PATIENT WHOSE SUSPENSE ROW
      *                 FOR THE DATE WAS REJECTED REPLACES THAT ROW
      *                 AS A NEW PENDING READING. REFILED ROWS GET
      *                 THEIR OWN COUNT ON THE BATCH SUMMARY.
      * 2026-10-15  JL  PLAUSIBILITY SUSPENSE - BEFORE A BATCH READING
      *                 IS WRITTEN TO BMI-HISTORY IT IS CHECKED
      *                 AGAINST THE PATIENT'S LATEST LIVE ROW FROM AN
      *                 EARLIER RUN DATE. AN ADULT WHOSE HEIGHT MOVED
      *                 MORE THAN THE HEIGHT LIMIT, OR ANY PATIENT
      *                 WHOSE WEIGHT MOVED MORE THAN THE FLOOR PLUS
      *                 THE PER-DAY ALLOWANCE FOR THE DAYS ELAPSED,
      *                 GOES TO THE NEW BMISUSP SUSPENSE FILE WITH
      *                 ITS REASON INSTEAD OF TO HISTORY, FOR A
      *                 CLINICAL OPERATOR TO RELEASE OR REJECT
      *                 THROUGH BMI-SUSPENSE. SUSPENDED READINGS GET
      *                 THEIR OWN COUNT ON THE BATCH SUMMARY AND END
      *                 THE RUN WITH RETURN CODE 4 LIKE REJECTS.
      * 2026-10-15  JL  A READING FOR A PATIENT ID THAT BMI-MERGE HAS
      *                 FOLDED INTO ANOTHER RECORD IS FILED UNDER THE
      *                 SURVIVING ID, IN BATCH AND INTERACTIVE MODE
      *                 ALIKE, AND THE SURVIVOR'S LIFECYCLE STATUS
      *                 DECIDES WHETHER IT PROCESSES. THE AUDIT-LOG
      *                 ROW KEEPS THE ID AS FED OR KEYED. REDIRECTED
      *                 READINGS GET THEIR OWN COUNT ON THE BATCH
      *                 SUMMARY.
      * 2026-09-02  JL  PEDIATRIC CLASSIFICATION - AN UNDER-20
      *                 PATIENT IS NOW CLASSIFIED BY BMI-FOR-AGE
      *                 PERCENTILE FROM THE PCTTABL GROWTH-CHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTTAB-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "BMISUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT KIOSK-SOURCE-FILE ASSIGN TO "KIOSKSRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-KSRC-PATIENT-ID
               FILE STATUS IS WS-KSRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-INTAKE-FILE.
                         ==BMI-PAT-INACTIVE==
                      BY ==BMI-MST-INACTIVE==
                         ==BMI-PAT-DECEASED==
                      BY ==BMI-MST-DECEASED==
                         ==BMI-PAT-MERGED== BY ==BMI-MST-MERGED==
                         ==BMI-REC-MERGED-TO-ID==
                      BY ==BMI-MST-MERGED-TO-ID==.

       FD  OPERATOR-MASTER-FILE.
           COPY BMIOPR.
       FD  PCT-TABLE-FILE.
           COPY BMIPCT.

       FD  SUSPENSE-FILE.
           COPY BMISUSP.

       FD  KIOSK-SOURCE-FILE.
           COPY BMIKSRC.

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------
      * ORIGINAL SINGLE-PATIENT FIELDS - KEPT AS-IS. HEIGHT_INCHES
           05  WS-MASTER-STATUS         PIC XX.
           05  WS-OPER-STATUS           PIC XX.
           05  WS-PCTTAB-STATUS         PIC XX.
           05  WS-SUSP-STATUS           PIC XX.
           05  WS-KSRC-STATUS           PIC XX.

      *--------------------------------------------------------------
      * UNATTENDED RUN CONTROL. THE SWITCH IS SET WHEN A BMIPARM
           88  BMI-WS-SIGNON-OK             VALUE "Y".
           88  BMI-WS-SIGNON-REFUSED        VALUE "N".

      *--------------------------------------------------------------
      * READING SOURCE. KIOSKSRC IS ONLY CONSULTED IN BATCH MODE;
      * WHEN IT CANNOT BE OPENED EVERY READING IS TAKEN AS A CLINIC
      * READING, AS THEY ALL WERE BEFORE THE KIOSKS.
      *--------------------------------------------------------------
       77  BMI-WS-KSRC-OK-SW            PIC X(01) VALUE "N".
           88  BMI-WS-KSRC-OPENED           VALUE "Y".

       77  BMI-WS-SOURCE                PIC X(01) VALUE "C".
           88  BMI-WS-SRC-KIOSK             VALUE "K".
       77  BMI-WS-DEVICE-ID             PIC X(08) VALUE SPACES.

       77  BMI-WS-STATUS-OK-SW          PIC X(01).
           88  BMI-WS-PATIENT-ACTIVE        VALUE "Y".
           88  BMI-WS-PATIENT-RETIRED       VALUE "N".

      * THE ID AS FED OR KEYED, HELD WHILE A MERGED ID IS REDIRECTED
      * TO ITS SURVIVOR.
       77  BMI-WS-FED-PATIENT-ID        PIC X(06).

       77  BMI-WS-UNATTENDED-SW         PIC X(01) VALUE "N".
           88  BMI-WS-UNATTENDED            VALUE "Y".
           88  BMI-WS-ATTENDED              VALUE "N".
       77  BMI-WS-PED-SW                PIC X(01).
           88  BMI-WS-PED-DONE              VALUE "Y".

      *--------------------------------------------------------------
      * PLAUSIBILITY LIMITS FOR A BATCH READING AGAINST THE
      * PATIENT'S LATEST LIVE ROW. AN ADULT (20 AND OVER) DOES NOT
      * GROW OR SHRINK MORE THAN THE HEIGHT LIMIT BETWEEN VISITS
      * WITHOUT SOMETHING HAVING GONE WRONG IN THE KEYING. WEIGHT IS
      * ALLOWED THE FLOOR (SCALE, CLOTHING, TIME OF DAY) PLUS THE
      * PER-DAY ALLOWANCE FOR EVERY DAY SINCE THE PRIOR ROW. BOTH
      * READINGS ARE COMPARED IN KG AND CM WHATEVER UNITS THEY CAME
      * IN.
      *--------------------------------------------------------------
       77  BMI-WS-HEIGHT-LIMIT-CM       PIC 9(03)V99 VALUE 5.00.
       77  BMI-WS-WEIGHT-FLOOR-KG       PIC 9(03)V99 VALUE 3.00.
       77  BMI-WS-WEIGHT-PER-DAY-KG     PIC 9(03)V99 VALUE 0.50.

       77  BMI-WS-SUSPEND-SW            PIC X(01).
           88  BMI-WS-SUSPENDED             VALUE "Y".
           88  BMI-WS-NOT-SUSPENDED         VALUE "N".

       77  BMI-WS-PRIOR-FOUND-SW        PIC X(01).
           88  BMI-WS-PRIOR-FOUND           VALUE "Y".

       77  BMI-WS-PRIOR-EOF-SW          PIC X(01).
           88  BMI-WS-END-OF-PRIOR          VALUE "Y".

       01  BMI-WS-PRIOR-ROW.
           05  BMI-WS-PRIOR-RUN-DATE    PIC 9(08).
           05  BMI-WS-PRIOR-SEQ         PIC 9(04).
           05  BMI-WS-PRIOR-UNIT-FLAG   PIC X(01).
           05  BMI-WS-PRIOR-WEIGHT      PIC 999V99.
           05  BMI-WS-PRIOR-HEIGHT      PIC 999V99.

      * THE ROW OR READING BEING WRITTEN, HELD WHILE THE ONE ALREADY
      * ON FILE UNDER ITS KEY IS READ TO SEE WHETHER IT WAS RETIRED.
       01  BMI-WS-HELD-HIST-ROW         PIC X(66).
       01  BMI-WS-HELD-SUSP-ROW         PIC X(148).

       77  BMI-WS-REFILED-SW            PIC X(01).
           88  BMI-WS-ALREADY-REFILED       VALUE "Y".

       01  BMI-WS-PLAUSIBILITY-WORK.
           05  BMI-WS-CUR-KG            PIC 9(03)V99.
           05  BMI-WS-CUR-CM            PIC 9(03)V99.
           05  BMI-WS-PRIOR-KG          PIC 9(03)V99.
           05  BMI-WS-PRIOR-CM          PIC 9(03)V99.
           05  BMI-WS-CHANGE-KG         PIC 9(03)V99.
           05  BMI-WS-CHANGE-CM         PIC 9(03)V99.
           05  BMI-WS-ALLOWED-KG        PIC 9(05)V99.
           05  BMI-WS-DAYS-ELAPSED      PIC 9(07).
           05  BMI-WS-EDIT-CHANGE       PIC ZZ9.99.
           05  BMI-WS-EDIT-DAYS         PIC Z(06)9.
           05  BMI-WS-SUSP-REASON-CODE  PIC X(01).
           05  BMI-WS-SUSP-REASON-TEXT  PIC X(40).

      * DAY NUMBER OF A YYYYMMDD DATE, FOR THE DAYS BETWEEN TWO RUN
      * DATES - THE COUNT OF DAYS FROM A FIXED ORIGIN, WITH JANUARY
      * AND FEBRUARY TAKEN AS MONTHS 13 AND 14 OF THE YEAR BEFORE SO
      * THE LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.
       01  BMI-WS-DAY-DATE              PIC 9(08).
       01  BMI-WS-DAY-DATE-PARTS REDEFINES BMI-WS-DAY-DATE.
           05  BMI-WS-DAY-YYYY          PIC 9(04).
           05  BMI-WS-DAY-MM            PIC 9(02).
           05  BMI-WS-DAY-DD            PIC 9(02).
       77  BMI-WS-DAY-YEAR              PIC 9(04) COMP.
       77  BMI-WS-DAY-MONTH             PIC 9(02) COMP.
       77  BMI-WS-DAY-WORK              PIC 9(07) COMP.
       77  BMI-WS-DAY-NUMBER            PIC 9(07) COMP.
       77  BMI-WS-RUN-DAY-NUMBER        PIC 9(07) COMP.

      *--------------------------------------------------------------
      * BATCH SUMMARY COUNTERS
      *--------------------------------------------------------------
           05  BMI-WS-COUNT-OBESE       PIC 9(07) VALUE ZERO.
           05  BMI-WS-COUNT-REJECTED    PIC 9(07) VALUE ZERO.
           05  BMI-WS-COUNT-INACTIVE    PIC 9(07) VALUE ZERO.
           05  BMI-WS-COUNT-REDIRECTED  PIC 9(07) VALUE ZERO.
           05  BMI-WS-COUNT-SUSPENDED   PIC 9(07) VALUE ZERO.
           05  BMI-WS-COUNT-REFILED     PIC 9(07) VALUE ZERO.
           05  BMI-WS-COUNT-KIOSK       PIC 9(07) VALUE ZERO.
           05  BMI-WS-COUNT-TOTAL       PIC 9(07) VALUE ZERO.
           05  BMI-WS-BMI-SUM           PIC 9(09)V99 VALUE ZERO.
           05  BMI-WS-BMI-AVERAGE       PIC 99V99 VALUE ZERO.
               GO TO 0400-EXIT
           END-IF.

      * THE SUSPENSE FILE IS CREATED EMPTY ON ITS FIRST RUN, SAME AS
      * BMI-HISTORY ABOVE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUSPENSE - STATUS "
                   WS-SUSP-STATUS
               MOVE 12 TO BMI-WS-RUN-RC
               CLOSE PATIENT-INTAKE-FILE BMI-HISTORY-FILE
                     AUDIT-LOG-FILE
               GO TO 0400-EXIT
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO BMI-WS-MASTER-OK-SW
                   WS-MASTER-STATUS " - LIFECYCLE CHECK OFF."
           END-IF.

           OPEN INPUT KIOSK-SOURCE-FILE.
           IF WS-KSRC-STATUS = "00"
               MOVE "Y" TO BMI-WS-KSRC-OK-SW
           ELSE
               DISPLAY "KIOSK-SOURCE NOT AVAILABLE - STATUS "
                   WS-KSRC-STATUS " - ALL READINGS TAKEN AS CLINIC."
           END-IF.

           MOVE "N" TO BMI-WS-EOF-SW.
           IF BMI-RESTART-YES
               PERFORM 1100-RESTART-POSITION THRU 1100-EXIT
           PERFORM 0410-PROCESS-ONE-PATIENT THRU 0410-EXIT
               UNTIL BMI-WS-END-OF-INTAKE.

           CLOSE PATIENT-INTAKE-FILE BMI-HISTORY-FILE AUDIT-LOG-FILE
                 SUSPENSE-FILE.
           IF BMI-WS-MASTER-OPENED
               CLOSE PATIENT-MASTER-FILE
           END-IF.
           IF BMI-WS-KSRC-OPENED
               CLOSE KIOSK-SOURCE-FILE
           END-IF.
           PERFORM 0900-BATCH-SUMMARY THRU 0900-EXIT.
       0400-EXIT.
           EXIT.
           MOVE BMI-REC-SEX TO BMI-WS-SEX.
           MOVE BMI-UNIT-FLAG TO BMI-WS-UNIT-FLAG.
           PERFORM 0430-DERIVE-AGE-FROM-DOB THRU 0430-EXIT.
           PERFORM 0415-FIND-KIOSK-SOURCE THRU 0415-EXIT.

           PERFORM 0800-WRITE-RUN-AUDIT THRU 0800-EXIT.

               GO TO 0410-EXIT
           END-IF.

      * A READING THAT CONTRADICTS THE PATIENT'S OWN HISTORY GOES TO
      * SUSPENSE FOR REVIEW INSTEAD OF TO HISTORY. EITHER WAY THE
      * RECORD HAS BEEN DEALT WITH AND COUNTS FOR RESTART.
           PERFORM 0460-CHECK-PLAUSIBILITY THRU 0460-EXIT.
           IF BMI-WS-SUSPENDED
               ADD 1 TO BMI-WS-COUNT-SUSPENDED
               DISPLAY "PATIENT " BMI-WS-PATIENT-ID
                   " SUSPENDED - " BMI-WS-SUSP-REASON-TEXT
               PERFORM 0480-WRITE-SUSPENSE THRU 0480-EXIT
           ELSE
               DISPLAY "PATIENT " BMI-WS-PATIENT-ID
                   " BMI " BMI " STATUS " STATUS-MSG
               PERFORM 0700-WRITE-HISTORY THRU 0700-EXIT
               PERFORM 0420-TALLY-CATEGORY THRU 0420-EXIT
           END-IF.
      * RESTART POSITIONS ON THE INTAKE FILE, SO THE CHECKPOINT
      * CARRIES THE ID AS FED EVEN WHEN THE RESULT WAS REDIRECTED.
           MOVE BMI-PATIENT-ID TO BMI-WS-LAST-GOOD-ID.

           ADD 1 TO BMI-WS-CKPT-COUNT.
           IF BMI-WS-CKPT-COUNT >= BMI-WS-CKPT-INTERVAL
       0410-EXIT.
           EXIT.

      * BMI-KIOSK NOTES EACH KIOSK READING IT PUT ON THE FEED UNDER
      * THE ID AS FED. THE NOTE ONLY STANDS WHEN THE FED VALUES ARE
      * STILL THAT READING - A FEED REBUILT BY HAND SINCE IS CLINIC.
       0415-FIND-KIOSK-SOURCE.
           MOVE "C" TO BMI-WS-SOURCE.
           MOVE SPACES TO BMI-WS-DEVICE-ID.
           IF NOT BMI-WS-KSRC-OPENED OR NOT BMI-WS-UNITS-METRIC
               GO TO 0415-EXIT
           END-IF.
           MOVE BMI-PATIENT-ID TO BMI-KSRC-PATIENT-ID.
           READ KIOSK-SOURCE-FILE
               INVALID KEY
                   GO TO 0415-EXIT
           END-READ.
           IF BMI-KSRC-WEIGHT-KG = WEIGHT
              AND BMI-KSRC-HEIGHT-CM = HEIGHT_INCHES
               MOVE "K" TO BMI-WS-SOURCE
               MOVE BMI-KSRC-DEVICE-ID TO BMI-WS-DEVICE-ID
           END-IF.
       0415-EXIT.
           EXIT.

       0420-TALLY-CATEGORY.
           EVALUATE STATUS-MSG
               WHEN "Underweight"

      * A PATIENT NOT ON THE MASTER IS A NEW PATIENT THIS FEED IS
      * INTRODUCING - PROCESSED AS ACTIVE. ONLY A MASTER RECORD
      * EXPLICITLY MARKED INACTIVE OR DECEASED SKIPS. A MERGED ID IS
      * REDIRECTED TO ITS SURVIVOR FIRST, AND THE SURVIVOR'S STATUS
      * IS THE ONE THAT COUNTS.
       0440-CHECK-PATIENT-STATUS.
           MOVE "Y" TO BMI-WS-STATUS-OK-SW.
           IF NOT BMI-WS-MASTER-OPENED
               INVALID KEY
                   GO TO 0440-EXIT
           END-READ.
           IF BMI-MST-MERGED
               PERFORM 0450-REDIRECT-MERGED-ID THRU 0450-EXIT
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       GO TO 0440-EXIT
               END-READ
           END-IF.
           IF NOT BMI-MST-ACTIVE
               MOVE "N" TO BMI-WS-STATUS-OK-SW
           END-IF.
       0440-EXIT.
           EXIT.

      * THE MASTER RECORD AREA HOLDS THE MERGED RECORD ON ENTRY AND
      * THE SURVIVOR'S KEY ON EXIT, READY FOR THE CALLER'S READ.
       0450-REDIRECT-MERGED-ID.
           MOVE BMI-WS-PATIENT-ID TO BMI-WS-FED-PATIENT-ID.
           MOVE BMI-MST-MERGED-TO-ID TO BMI-WS-PATIENT-ID.
           MOVE BMI-MST-MERGED-TO-ID TO BMI-MST-ID.
           ADD 1 TO BMI-WS-COUNT-REDIRECTED.
           DISPLAY "PATIENT " BMI-WS-FED-PATIENT-ID
               " WAS MERGED INTO " BMI-WS-PATIENT-ID
               " - RESULT FILED UNDER " BMI-WS-PATIENT-ID.
       0450-EXIT.
           EXIT.

      *================================================================
      *  0460 SERIES - PLAUSIBILITY AGAINST THE PATIENT'S OWN HISTORY.
      *  THE COMPARISON ROW IS THE LATEST LIVE ROW FROM AN EARLIER
      *  RUN DATE - TODAY'S ROWS ARE LEFT OUT SO A RESTART CANNOT
      *  CHECK A READING AGAINST ITSELF. A PATIENT WITH NO EARLIER
      *  LIVE ROW HAS NOTHING TO CONTRADICT AND ALWAYS PASSES.
      *================================================================
       0460-CHECK-PLAUSIBILITY.
           MOVE "N" TO BMI-WS-SUSPEND-SW.
           PERFORM 0465-FIND-PRIOR-ROW THRU 0465-EXIT.
           IF NOT BMI-WS-PRIOR-FOUND
               GO TO 0460-EXIT
           END-IF.

           IF BMI-WS-UNITS-METRIC
               MOVE WEIGHT TO BMI-WS-CUR-KG
               MOVE HEIGHT_INCHES TO BMI-WS-CUR-CM
           ELSE
               COMPUTE BMI-WS-CUR-KG ROUNDED = WEIGHT * 0.45359237
               COMPUTE BMI-WS-CUR-CM ROUNDED = HEIGHT_INCHES * 2.54
           END-IF.
           IF BMI-WS-PRIOR-UNIT-FLAG = "M"
               MOVE BMI-WS-PRIOR-WEIGHT TO BMI-WS-PRIOR-KG
               MOVE BMI-WS-PRIOR-HEIGHT TO BMI-WS-PRIOR-CM
           ELSE
               COMPUTE BMI-WS-PRIOR-KG ROUNDED =
                   BMI-WS-PRIOR-WEIGHT * 0.45359237
               COMPUTE BMI-WS-PRIOR-CM ROUNDED =
                   BMI-WS-PRIOR-HEIGHT * 2.54
           END-IF.

      * HEIGHT - ADULTS AND SENIORS ONLY; A MINOR IS STILL GROWING.
           IF BMI-WS-AGE >= 20
               IF BMI-WS-CUR-CM > BMI-WS-PRIOR-CM
                   COMPUTE BMI-WS-CHANGE-CM =
                       BMI-WS-CUR-CM - BMI-WS-PRIOR-CM
               ELSE
                   COMPUTE BMI-WS-CHANGE-CM =
                       BMI-WS-PRIOR-CM - BMI-WS-CUR-CM
               END-IF
               IF BMI-WS-CHANGE-CM > BMI-WS-HEIGHT-LIMIT-CM
                   MOVE "H" TO BMI-WS-SUSP-REASON-CODE
                   MOVE BMI-WS-CHANGE-CM TO BMI-WS-EDIT-CHANGE
                   MOVE SPACES TO BMI-WS-SUSP-REASON-TEXT
                   STRING "HEIGHT MOVED " BMI-WS-EDIT-CHANGE
                       " CM SINCE " BMI-WS-PRIOR-RUN-DATE
                       DELIMITED BY SIZE
                       INTO BMI-WS-SUSP-REASON-TEXT
                   MOVE "Y" TO BMI-WS-SUSPEND-SW
                   GO TO 0460-EXIT
               END-IF
           END-IF.

      * WEIGHT - THE FLOOR PLUS THE DAILY ALLOWANCE FOR EVERY DAY
      * SINCE THE PRIOR ROW.
           MOVE BMI-WS-RUN-DATE TO BMI-WS-DAY-DATE.
           PERFORM 0490-COMPUTE-DAY-NUMBER THRU 0490-EXIT.
           MOVE BMI-WS-DAY-NUMBER TO BMI-WS-RUN-DAY-NUMBER.
           MOVE BMI-WS-PRIOR-RUN-DATE TO BMI-WS-DAY-DATE.
           PERFORM 0490-COMPUTE-DAY-NUMBER THRU 0490-EXIT.
           COMPUTE BMI-WS-DAYS-ELAPSED =
               BMI-WS-RUN-DAY-NUMBER - BMI-WS-DAY-NUMBER.
           COMPUTE BMI-WS-ALLOWED-KG = BMI-WS-WEIGHT-FLOOR-KG
               + BMI-WS-WEIGHT-PER-DAY-KG * BMI-WS-DAYS-ELAPSED.
           IF BMI-WS-CUR-KG > BMI-WS-PRIOR-KG
               COMPUTE BMI-WS-CHANGE-KG =
                   BMI-WS-CUR-KG - BMI-WS-PRIOR-KG
           ELSE
               COMPUTE BMI-WS-CHANGE-KG =
                   BMI-WS-PRIOR-KG - BMI-WS-CUR-KG
           END-IF.
           IF BMI-WS-CHANGE-KG > BMI-WS-ALLOWED-KG
               MOVE "W" TO BMI-WS-SUSP-REASON-CODE
               MOVE BMI-WS-CHANGE-KG TO BMI-WS-EDIT-CHANGE
               MOVE BMI-WS-DAYS-ELAPSED TO BMI-WS-EDIT-DAYS
               MOVE SPACES TO BMI-WS-SUSP-REASON-TEXT
               STRING "WEIGHT MOVED " BMI-WS-EDIT-CHANGE
                   " KG IN " BMI-WS-EDIT-DAYS " DAYS"
                   DELIMITED BY SIZE
                   INTO BMI-WS-SUSP-REASON-TEXT
               MOVE "Y" TO BMI-WS-SUSPEND-SW
           END-IF.
       0460-EXIT.
           EXIT.

      * THE PATIENT'S ROWS COME BACK IN RUN-DATE AND SEQUENCE ORDER,
      * SO THE LAST LIVE ONE SEEN BEFORE TODAY IS THE LATEST.
       0465-FIND-PRIOR-ROW.
           MOVE "N" TO BMI-WS-PRIOR-FOUND-SW.
           MOVE "N" TO BMI-WS-PRIOR-EOF-SW.
           MOVE BMI-WS-PATIENT-ID TO BMI-HIST-PATIENT-ID.
           MOVE ZERO TO BMI-HIST-RUN-DATE.
           MOVE ZERO TO BMI-HIST-SEQ.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN BMI-HIST-KEY
               INVALID KEY
                   GO TO 0465-EXIT
           END-START.
           PERFORM 0466-READ-ONE-PRIOR THRU 0466-EXIT
               UNTIL BMI-WS-END-OF-PRIOR.
       0465-EXIT.
           EXIT.

       0466-READ-ONE-PRIOR.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-PRIOR-EOF-SW
                   GO TO 0466-EXIT
           END-READ.
           IF BMI-HIST-PATIENT-ID NOT = BMI-WS-PATIENT-ID
              OR BMI-HIST-RUN-DATE >= BMI-WS-RUN-DATE
               MOVE "Y" TO BMI-WS-PRIOR-EOF-SW
               GO TO 0466-EXIT
           END-IF.
           IF BMI-HIST-LIVE
               MOVE "Y" TO BMI-WS-PRIOR-FOUND-SW
               MOVE BMI-HIST-RUN-DATE TO BMI-WS-PRIOR-RUN-DATE
               MOVE BMI-HIST-SEQ TO BMI-WS-PRIOR-SEQ
               MOVE BMI-HIST-UNIT-FLAG TO BMI-WS-PRIOR-UNIT-FLAG
               MOVE BMI-HIST-WEIGHT TO BMI-WS-PRIOR-WEIGHT
               MOVE BMI-HIST-HEIGHT TO BMI-WS-PRIOR-HEIGHT
           END-IF.
       0466-EXIT.
           EXIT.

      * THE READING GOES TO SUSPENSE AS THE BATCH COMPUTED IT, WITH
      * THE PRIOR ROW IT WAS CHECKED AGAINST. A DUPLICATE KEY MEANS
      * A RESTART IS RE-READING A PATIENT THE CRASHED RUN ALREADY
      * SUSPENDED - THE ROW ON FILE STANDS - UNLESS THAT ROW WAS
      * REJECTED (A BACKED-OUT RUN'S READING), WHEN THIS READING
      * TAKES ITS PLACE FOR REVIEW.
       0480-WRITE-SUSPENSE.
           MOVE BMI-WS-PATIENT-ID TO BMI-SUSP-PATIENT-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-SUSP-RUN-DATE.
           MOVE BMI-WS-UNIT-FLAG TO BMI-SUSP-UNIT-FLAG.
           MOVE WEIGHT TO BMI-SUSP-WEIGHT.
           MOVE HEIGHT_INCHES TO BMI-SUSP-HEIGHT.
           MOVE BMI TO BMI-SUSP-BMI-VALUE.
           MOVE STATUS-MSG TO BMI-SUSP-STATUS-MSG.
           MOVE BMI-WS-PERCENTILE TO BMI-SUSP-PERCENTILE.
           MOVE BMI-WS-AGE TO BMI-SUSP-AGE.
           MOVE BMI-WS-SUSP-REASON-CODE TO BMI-SUSP-REASON-CODE.
           MOVE BMI-WS-SUSP-REASON-TEXT TO BMI-SUSP-REASON-TEXT.
           MOVE BMI-WS-PRIOR-RUN-DATE TO BMI-SUSP-PRIOR-RUN-DATE.
           MOVE BMI-WS-PRIOR-SEQ TO BMI-SUSP-PRIOR-SEQ.
           MOVE BMI-WS-PRIOR-UNIT-FLAG TO BMI-SUSP-PRIOR-UNIT-FLAG.
           MOVE BMI-WS-PRIOR-WEIGHT TO BMI-SUSP-PRIOR-WEIGHT.
           MOVE BMI-WS-PRIOR-HEIGHT TO BMI-SUSP-PRIOR-HEIGHT.
           MOVE BMI-WS-SOURCE TO BMI-SUSP-SOURCE.
           MOVE BMI-WS-DEVICE-ID TO BMI-SUSP-DEVICE-ID.
           MOVE "P" TO BMI-SUSP-STATE.
           MOVE ZERO TO BMI-SUSP-DECIDED-DATE.
           MOVE SPACES TO BMI-SUSP-OPERATOR-ID.
           MOVE ZERO TO BMI-SUSP-RELEASED-SEQ.
           WRITE BMI-SUSP-RECORD
               INVALID KEY
                   IF WS-SUSP-STATUS = "22"
                       PERFORM 0485-REPLACE-REJECTED THRU 0485-EXIT
                   ELSE
                       DISPLAY "** SUSPENSE WRITE FAILED - STATUS "
                           WS-SUSP-STATUS " **"
                   END-IF
           END-WRITE.
       0480-EXIT.
           EXIT.

       0485-REPLACE-REJECTED.
           MOVE BMI-SUSP-RECORD TO BMI-WS-HELD-SUSP-ROW.
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "** SUSPENSE READ FAILED - STATUS "
                       WS-SUSP-STATUS " **"
                   GO TO 0485-EXIT
           END-READ.
           IF NOT BMI-SUSP-REJECTED
               DISPLAY "PATIENT " BMI-WS-PATIENT-ID
                   " ALREADY IN SUSPENSE FOR THIS RUN - NOT"
                   " REWRITTEN"
               GO TO 0485-EXIT
           END-IF.
           MOVE BMI-WS-HELD-SUSP-ROW TO BMI-SUSP-RECORD.
           REWRITE BMI-SUSP-RECORD.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "** SUSPENSE WRITE FAILED - STATUS "
                   WS-SUSP-STATUS " **"
               GO TO 0485-EXIT
           END-IF.
           DISPLAY "PATIENT " BMI-WS-PATIENT-ID
               " REJECTED SUSPENSE ROW REPLACED FOR REVIEW".
       0485-EXIT.
           EXIT.

       0490-COMPUTE-DAY-NUMBER.
           MOVE BMI-WS-DAY-YYYY TO BMI-WS-DAY-YEAR.
           MOVE BMI-WS-DAY-MM TO BMI-WS-DAY-MONTH.
           IF BMI-WS-DAY-MONTH < 3
               SUBTRACT 1 FROM BMI-WS-DAY-YEAR
               ADD 12 TO BMI-WS-DAY-MONTH
           END-IF.
           COMPUTE BMI-WS-DAY-NUMBER =
               BMI-WS-DAY-YEAR * 365 + BMI-WS-DAY-DD.
           DIVIDE BMI-WS-DAY-YEAR BY 4 GIVING BMI-WS-DAY-WORK.
           ADD BMI-WS-DAY-WORK TO BMI-WS-DAY-NUMBER.
           DIVIDE BMI-WS-DAY-YEAR BY 100 GIVING BMI-WS-DAY-WORK.
           SUBTRACT BMI-WS-DAY-WORK FROM BMI-WS-DAY-NUMBER.
           DIVIDE BMI-WS-DAY-YEAR BY 400 GIVING BMI-WS-DAY-WORK.
           ADD BMI-WS-DAY-WORK TO BMI-WS-DAY-NUMBER.
           COMPUTE BMI-WS-DAY-WORK = BMI-WS-DAY-MONTH * 153 - 457.
           DIVIDE BMI-WS-DAY-WORK BY 5 GIVING BMI-WS-DAY-WORK.
           ADD BMI-WS-DAY-WORK TO BMI-WS-DAY-NUMBER.
       0490-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - INTERACTIVE SINGLE-PATIENT MODE
      *================================================================
           PERFORM 0520-PROMPT-DEMOGRAPHICS THRU 0520-EXIT.
           PERFORM 0530-PROMPT-VALUES THRU 0530-EXIT.
           PERFORM 0800-WRITE-RUN-AUDIT THRU 0800-EXIT.
           PERFORM 0540-CHECK-MERGED-ID THRU 0540-EXIT.
           PERFORM 0600-CALCULATE-AND-CLASSIFY THRU 0600-EXIT.

           IF BMI-WS-DATA-INVALID
       0530-EXIT.
           EXIT.

      * AN INTERACTIVE RESULT KEYED AGAINST A MERGED ID IS FILED
      * UNDER THE SURVIVOR, SAME AS A BATCH READING. THE MASTER IS
      * ONLY OPENED FOR THE LOOKUP; WHEN IT IS NOT AVAILABLE THE
      * RESULT FILES UNDER THE ID AS KEYED.
       0540-CHECK-MERGED-ID.
           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               GO TO 0540-EXIT
           END-IF.
           MOVE BMI-WS-PATIENT-ID TO BMI-MST-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO BMI-MST-STATUS
           END-READ.
           IF BMI-MST-MERGED
               PERFORM 0450-REDIRECT-MERGED-ID THRU 0450-EXIT
           END-IF.
           CLOSE PATIENT-MASTER-FILE.
       0540-EXIT.
           EXIT.

      *================================================================
      *  0600 SERIES - VALIDATE, COMPUTE, AND CLASSIFY (SHARED BY
      *  BOTH BATCH AND INTERACTIVE MODE)
           MOVE "N" TO BMI-HIST-EXTRACTED-FLAG.
           MOVE "N" TO BMI-HIST-VOID-FLAG.
           MOVE BMI-WS-PERCENTILE TO BMI-HIST-PERCENTILE.
           MOVE BMI-WS-SOURCE TO BMI-HIST-SOURCE.
           MOVE BMI-WS-DEVICE-ID TO BMI-HIST-DEVICE-ID.

           IF BMI-MODE-BATCH
               PERFORM 0710-WRITE-BATCH-ROW THRU 0710-EXIT

      * THE BATCH RUN OWNS SEQUENCE 0001 FOR ITS RUN DATE. A
      * DUPLICATE KEY HERE MEANS A RESTART IS RE-READING A PATIENT
      * THE CRASHED RUN ALREADY RECORDED - THE ROW ON FILE STANDS -
      * OR A RERUN OF A DATE BMI-BACKOUT RETIRED, WHOSE VOIDED 0001
      * ROW STAYS ON FILE FOR THE RECORD.
       0710-WRITE-BATCH-ROW.
           WRITE BMI-HISTORY-RECORD
               INVALID KEY
                   IF WS-HISTORY-STATUS = "22"
                       PERFORM 0740-REFILE-AFTER-BACKOUT
                           THRU 0740-EXIT
                   ELSE
                       DISPLAY "** BMI-HISTORY WRITE FAILED - STATUS "
                           WS-HISTORY-STATUS " **"
                   END-IF
               NOT INVALID KEY
                   IF BMI-WS-SRC-KIOSK
                       ADD 1 TO BMI-WS-COUNT-KIOSK
                   END-IF
           END-WRITE.
       0710-EXIT.
           EXIT.
       0730-EXIT.
           EXIT.

      *================================================================
      *  0740 SERIES - THE 0001 ROW ON FILE WAS BACKED OUT, SO THE
      *  RERUN'S READING GOES TO THE NEXT FREE SEQUENCE FROM 0002,
      *  SAME HUNT AS A CORRECTION. A RESTART OF THE RERUN FINDS ITS
      *  OWN REFILED ROW ALREADY LIVE FOR THE DATE AND LETS IT STAND.
      *================================================================
       0740-REFILE-AFTER-BACKOUT.
           MOVE BMI-HISTORY-RECORD TO BMI-WS-HELD-HIST-ROW.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   DISPLAY "** BMI-HISTORY READ FAILED - STATUS "
                       WS-HISTORY-STATUS " **"
                   GO TO 0740-EXIT
           END-READ.
           IF NOT BMI-HIST-VOIDED
               DISPLAY "PATIENT " BMI-WS-PATIENT-ID
                   " ALREADY ON HISTORY FOR THIS RUN - NOT"
                   " REWRITTEN"
               GO TO 0740-EXIT
           END-IF.

           PERFORM 0745-FIND-REFILED-ROW THRU 0745-EXIT.
           IF BMI-WS-ALREADY-REFILED
               DISPLAY "PATIENT " BMI-WS-PATIENT-ID
                   " ALREADY REFILED FOR THIS RUN - NOT REWRITTEN"
               GO TO 0740-EXIT
           END-IF.

           MOVE BMI-WS-HELD-HIST-ROW TO BMI-HISTORY-RECORD.
           MOVE 2 TO BMI-HIST-SEQ.
           PERFORM 0720-WRITE-NEXT-FREE-SEQ THRU 0720-EXIT.
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO BMI-WS-COUNT-REFILED
               IF BMI-WS-SRC-KIOSK
                   ADD 1 TO BMI-WS-COUNT-KIOSK
               END-IF
               DISPLAY "PATIENT " BMI-WS-PATIENT-ID
                   " BATCH ROW WAS BACKED OUT - REFILED AT SEQUENCE "
                   BMI-HIST-SEQ
           END-IF.
       0740-EXIT.
           EXIT.

       0745-FIND-REFILED-ROW.
           MOVE "N" TO BMI-WS-REFILED-SW.
           MOVE "N" TO BMI-WS-PRIOR-EOF-SW.
           MOVE BMI-WS-PATIENT-ID TO BMI-HIST-PATIENT-ID.
           MOVE BMI-WS-RUN-DATE TO BMI-HIST-RUN-DATE.
           MOVE 2 TO BMI-HIST-SEQ.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN BMI-HIST-KEY
               INVALID KEY
                   GO TO 0745-EXIT
           END-START.
           PERFORM 0746-CHECK-ONE-REFILED THRU 0746-EXIT
               UNTIL BMI-WS-END-OF-PRIOR OR BMI-WS-ALREADY-REFILED.
       0745-EXIT.
           EXIT.

       0746-CHECK-ONE-REFILED.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-PRIOR-EOF-SW
                   GO TO 0746-EXIT
           END-READ.
           IF BMI-HIST-PATIENT-ID NOT = BMI-WS-PATIENT-ID
              OR BMI-HIST-RUN-DATE NOT = BMI-WS-RUN-DATE
               MOVE "Y" TO BMI-WS-PRIOR-EOF-SW
               GO TO 0746-EXIT
           END-IF.
           IF BMI-HIST-LIVE
              AND BMI-HIST-WEIGHT = WEIGHT
              AND BMI-HIST-HEIGHT = HEIGHT_INCHES
              AND BMI-HIST-BMI-VALUE = BMI
               MOVE "Y" TO BMI-WS-REFILED-SW
           END-IF.
       0746-EXIT.
           EXIT.

      *================================================================
      *  0800 - APPEND ONE ROW TO THE RUN-LEVEL AUDIT-LOG (RAW INPUT,
      *  BEFORE VALIDATION, SO THE EXACT KEYED/FED VALUES ARE ON FILE)
           MOVE WEIGHT TO BMI-AUD-RAW-WEIGHT.
           MOVE HEIGHT_INCHES TO BMI-AUD-RAW-HEIGHT.
           MOVE BMI-WS-MODE TO BMI-AUD-MODE.
           MOVE BMI-WS-SOURCE TO BMI-AUD-SOURCE.
           MOVE BMI-WS-DEVICE-ID TO BMI-AUD-DEVICE-ID.

           IF BMI-MODE-BATCH
               WRITE BMI-AUDIT-RECORD
      *================================================================
       0900-BATCH-SUMMARY.
           IF BMI-WS-COUNT-TOTAL >
                  (BMI-WS-COUNT-REJECTED + BMI-WS-COUNT-INACTIVE
                   + BMI-WS-COUNT-SUSPENDED)
               COMPUTE BMI-WS-BMI-AVERAGE =
                   BMI-WS-BMI-SUM / (BMI-WS-COUNT-TOTAL -
                       BMI-WS-COUNT-REJECTED - BMI-WS-COUNT-INACTIVE
                       - BMI-WS-COUNT-SUSPENDED)
           ELSE
               MOVE ZERO TO BMI-WS-BMI-AVERAGE
           END-IF.
               BMI-WS-COUNT-REJECTED.
           DISPLAY "SKIPPED (NOT ACTIVE)  . . . . : "
               BMI-WS-COUNT-INACTIVE.
           DISPLAY "REDIRECTED (MERGED ID)  . . . : "
               BMI-WS-COUNT-REDIRECTED.
           DISPLAY "SUSPENDED (IMPLAUSIBLE) . . . : "
               BMI-WS-COUNT-SUSPENDED.
           DISPLAY "REFILED AFTER BACKOUT . . . . : "
               BMI-WS-COUNT-REFILED.
           DISPLAY "KIOSK READINGS FILED  . . . . : "
               BMI-WS-COUNT-KIOSK.
           DISPLAY "UNDERWEIGHT . . . . . . . . . : "
               BMI-WS-COUNT-UNDERWEIGHT.
           DISPLAY "NORMAL  . . . . . . . . . . . : "
           MOVE BMI-WS-COUNT-OVERWEIGHT TO BMI-CKPT-COUNT-OVERWEIGHT.
           MOVE BMI-WS-COUNT-OBESE TO BMI-CKPT-COUNT-OBESE.
           MOVE BMI-WS-BMI-SUM TO BMI-CKPT-BMI-SUM.
           MOVE BMI-WS-COUNT-INACTIVE TO BMI-CKPT-COUNT-INACTIVE.
           MOVE BMI-WS-COUNT-REDIRECTED TO BMI-CKPT-COUNT-REDIRECTED.
           MOVE BMI-WS-COUNT-SUSPENDED TO BMI-CKPT-COUNT-SUSPENDED.
           MOVE BMI-WS-COUNT-REFILED TO BMI-CKPT-COUNT-REFILED.
           MOVE BMI-WS-COUNT-KIOSK TO BMI-CKPT-COUNT-KIOSK.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
           MOVE BMI-CKPT-COUNT-OVERWEIGHT TO BMI-WS-COUNT-OVERWEIGHT.
           MOVE BMI-CKPT-COUNT-OBESE TO BMI-WS-COUNT-OBESE.
           MOVE BMI-CKPT-BMI-SUM TO BMI-WS-BMI-SUM.
      * A CHECKPOINT FROM BEFORE THESE COUNTS WERE CARRIED LEAVES
      * THEM AT ZERO.
           IF BMI-CKPT-COUNT-INACTIVE NUMERIC
               MOVE BMI-CKPT-COUNT-INACTIVE TO BMI-WS-COUNT-INACTIVE
               MOVE BMI-CKPT-COUNT-REDIRECTED
                   TO BMI-WS-COUNT-REDIRECTED
               MOVE BMI-CKPT-COUNT-SUSPENDED TO BMI-WS-COUNT-SUSPENDED
               MOVE BMI-CKPT-COUNT-REFILED TO BMI-WS-COUNT-REFILED
               MOVE BMI-CKPT-COUNT-KIOSK TO BMI-WS-COUNT-KIOSK
           END-IF.
           CLOSE CHECKPOINT-FILE.
           DISPLAY "RESTARTING AFTER PATIENT " BMI-WS-LAST-GOOD-ID.
           DISPLAY "CARRYING FORWARD PRIOR RUN TOTALS FROM CHECKPOINT.".
      *================================================================
      *  9900 - SET THE RETURN CODE THE SCHEDULER BRANCHES ON. AN
      *  OPEN FAILURE (12) WINS OVER AN EMPTY INTAKE (8), WHICH WINS
      *  OVER A RUN WITH REJECTS OR SUSPENDED READINGS (4) - BOTH
      *  NEED SOMEONE TO LOOK. INTERACTIVE RUNS END CLEAN.
      *================================================================
       9900-TERMINATE.
           IF BMI-MODE-BATCH
                       MOVE 8 TO BMI-WS-RUN-RC
                   WHEN BMI-WS-COUNT-REJECTED > ZERO
                       MOVE 4 TO BMI-WS-RUN-RC
                   WHEN BMI-WS-COUNT-SUSPENDED > ZERO
                       MOVE 4 TO BMI-WS-RUN-RC
                   WHEN OTHER
                       MOVE ZERO TO BMI-WS-RUN-RC
               END-EVALUATE
