       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-KIOSK".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  INITIAL VERSION - SCALE-KIOSK INTAKE, RUN
      *                 AHEAD OF BMI-PREEDIT. THE CLINIC FEED NOW
      *                 ARRIVES AS CLINFEED AND THE WAITING-ROOM
      *                 SCALES WRITE KIOSKIN; THIS STEP EDITS EACH
      *                 KIOSK READING, LOOKS THE PATIENT UP ON
      *                 PATIENT-MASTER FOR NAME, SEX, DOB, AND
      *                 STATUS, KEEPS ONLY THE LATEST READING PER
      *                 PATIENT, AND WRITES PATIN AS THE CLINIC FEED
      *                 FOLLOWED BY THE KIOSK RECORDS. A PATIENT THE
      *                 CLINIC FEED ALREADY CARRIES KEEPS THE CLINIC
      *                 RECORD. BAD READINGS AND PATIENTS NOT ON THE
      *                 MASTER GO TO KIOSKREJ, APART FROM PATREJ.
      *                 EVERY KIOSK RECORD WRITTEN IS NOTED ON
      *                 KIOSKSRC WITH ITS DEVICE SO BMI-CALCULATOR
      *                 CAN STAMP THE SOURCE ON HISTORY AND AUDIT.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLINIC-FEED-FILE ASSIGN TO "CLINFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLINIC-STATUS.

           SELECT KIOSK-READING-FILE ASSIGN TO "KIOSKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIOSK-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-MST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PATIENT-INTAKE-FILE ASSIGN TO "PATIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.

           SELECT KIOSK-REJECT-FILE ASSIGN TO "KIOSKREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KREJ-STATUS.

           SELECT KIOSK-SOURCE-FILE ASSIGN TO "KIOSKSRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-KSRC-PATIENT-ID
               FILE STATUS IS WS-KSRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE CLINIC FEED IS PASSED THROUGH TO PATIN UNCHANGED - ITS
      * EDITS ARE BMI-PREEDIT'S - SO IT IS READ AS A PLAIN IMAGE.
       FD  CLINIC-FEED-FILE.
       01  CLINIC-FEED-RECORD           PIC X(56).

       FD  KIOSK-READING-FILE.
           COPY BMIKSK.

      * RENAMED VIA REPLACING RATHER THAN A SECOND PLAIN COPY, SINCE
      * PATIENT-INTAKE-FILE BELOW COPIES BMIPAT UNCHANGED - SAME AS
      * BMI-CALCULATOR DOES FOR ITS TWO COPIES.
       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT
               REPLACING ==BMI-PATIENT-RECORD==
                      BY ==BMI-MST-RECORD==
                         ==BMI-PATIENT-ID== BY ==BMI-MST-ID==
                         ==BMI-PATIENT-NAME== BY ==BMI-MST-NAME==
                         ==BMI-UNIT-FLAG== BY ==BMI-MST-UNIT-FLAG==
                         ==BMI-UNITS-IMPERIAL==
                      BY ==BMI-MST-UNITS-IMPERIAL==
                         ==BMI-UNITS-METRIC==
                      BY ==BMI-MST-UNITS-METRIC==
                         ==BMI-REC-WEIGHT== BY ==BMI-MST-WEIGHT==
                         ==BMI-REC-HEIGHT== BY ==BMI-MST-HEIGHT==
                         ==BMI-REC-AGE== BY ==BMI-MST-AGE==
                         ==BMI-REC-SEX== BY ==BMI-MST-SEX==
                         ==BMI-SEX-MALE== BY ==BMI-MST-SEX-MALE==
                         ==BMI-SEX-FEMALE==
                      BY ==BMI-MST-SEX-FEMALE==
                         ==BMI-REC-DOB== BY ==BMI-MST-DOB==
                         ==BMI-REC-STATUS== BY ==BMI-MST-STATUS==
                         ==BMI-PAT-ACTIVE== BY ==BMI-MST-ACTIVE==
                         ==BMI-PAT-INACTIVE==
                      BY ==BMI-MST-INACTIVE==
                         ==BMI-PAT-DECEASED==
                      BY ==BMI-MST-DECEASED==
                         ==BMI-PAT-MERGED== BY ==BMI-MST-MERGED==
                         ==BMI-REC-MERGED-TO-ID==
                      BY ==BMI-MST-MERGED-TO-ID==.

       FD  PATIENT-INTAKE-FILE.
           COPY BMIPAT.

       FD  KIOSK-REJECT-FILE.
           COPY BMIKREJ.

       FD  KIOSK-SOURCE-FILE.
           COPY BMIKSRC.

       WORKING-STORAGE SECTION.
       77  WS-CLINIC-STATUS             PIC XX.
       77  WS-KIOSK-STATUS              PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-INTAKE-STATUS             PIC XX.
       77  WS-KREJ-STATUS               PIC XX.
       77  WS-KSRC-STATUS               PIC XX.

       77  BMI-WS-OPEN-SW               PIC X(01).
           88  BMI-WS-OPEN-OK               VALUE "Y".
           88  BMI-WS-OPEN-FAILED           VALUE "N".

      * NO KIOSKIN ON A NIGHT THE SCALES SENT NOTHING - THE CLINIC
      * FEED STILL GOES THROUGH TO PATIN ON ITS OWN.
       77  BMI-WS-KIOSK-SW              PIC X(01).
           88  BMI-WS-KIOSK-PRESENT         VALUE "Y".
           88  BMI-WS-KIOSK-ABSENT          VALUE "N".

       77  BMI-WS-EOF-SW                PIC X(01).
           88  BMI-WS-END-OF-FILE           VALUE "Y".

       77  BMI-WS-EDIT-SW               PIC X(01).
           88  BMI-WS-READING-CLEAN         VALUE "Y".
           88  BMI-WS-READING-REJECTED      VALUE "N".

       77  BMI-WS-REASON-CODE           PIC X(03).

      * 0 CLEAN, 4 KIOSK READINGS REJECTED, 12 NOT RUN - PATIN IS
      * ONLY WRITTEN WHEN EVERY INPUT COULD BE TAKEN IN FULL.
       77  BMI-WS-RUN-RC                PIC 9(02) VALUE ZERO.

       77  BMI-WS-RUN-DATE              PIC 9(08).

      *--------------------------------------------------------------
      * KIOSK READING EDITS. THE KIOSKS MEASURE IN CENTIMETERS, SO A
      * HEIGHT UNDER 30 IS NOT A LIVING PATIENT - THE SAME FLOOR
      * BMI-PREEDIT HOLDS A METRIC HEIGHT TO.
      *--------------------------------------------------------------
       77  BMI-WS-MIN-CM-HEIGHT         PIC 999V99 VALUE 030.00.
       77  BMI-WS-MAX-READ-TIME         PIC 9(06) VALUE 235959.

       01  BMI-WS-CHECK-DATE            PIC 9(08).
       01  BMI-WS-CHECK-DATE-PARTS REDEFINES BMI-WS-CHECK-DATE.
           05  BMI-WS-CHK-YYYY          PIC 9(04).
           05  BMI-WS-CHK-MM            PIC 9(02).
           05  BMI-WS-CHK-DD            PIC 9(02).

      *--------------------------------------------------------------
      * THE LATEST GOOD READING PER PATIENT. A LATER READING FOR THE
      * SAME PATIENT REPLACES THE ONE HELD; THE CLINIC-FEED SWITCH IS
      * SET WHEN THE CLINIC FEED TURNS OUT TO CARRY THE PATIENT TOO.
      * A KIOSK FILE BEYOND THE TABLE LIMIT REFUSES THE RUN RATHER
      * THAN DROP READINGS WITHOUT SAYING WHICH.
      *--------------------------------------------------------------
       77  BMI-WS-KT-MAX                PIC 9(05) VALUE 10000.
       77  BMI-WS-KT-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  BMI-WS-IX                    PIC 9(05) COMP.
       77  BMI-WS-HIT-IX                PIC 9(05) COMP.
       77  BMI-WS-SCAN-ID               PIC X(06).
       77  BMI-WS-TABLE-FULL-SW         PIC X(01) VALUE "N".
           88  BMI-WS-TABLE-FULL            VALUE "Y".

       01  BMI-WS-KIOSK-TABLE.
           05  BMI-WS-KT-ENTRY          OCCURS 10000 TIMES.
               10  BMI-WS-KT-PATIENT-ID     PIC X(06).
               10  BMI-WS-KT-DEVICE-ID      PIC X(08).
               10  BMI-WS-KT-TIMESTAMP.
                   15  BMI-WS-KT-READ-DATE  PIC 9(08).
                   15  BMI-WS-KT-READ-TIME  PIC 9(06).
               10  BMI-WS-KT-WEIGHT-KG      PIC 999V99.
               10  BMI-WS-KT-HEIGHT-CM      PIC 999V99.
               10  BMI-WS-KT-CLINIC-SW      PIC X(01).
                   88  BMI-WS-KT-IN-CLINIC-FEED  VALUE "Y".

       01  BMI-WS-KIOSK-COUNTERS.
           05  BMI-WS-READINGS-READ     PIC 9(07) VALUE ZERO.
           05  BMI-WS-READINGS-REJECTED PIC 9(07) VALUE ZERO.
           05  BMI-WS-NOT-ON-MASTER     PIC 9(07) VALUE ZERO.
           05  BMI-WS-SUPERSEDED        PIC 9(07) VALUE ZERO.
           05  BMI-WS-CLINIC-KEPT       PIC 9(07) VALUE ZERO.
           05  BMI-WS-CLINIC-RECORDS    PIC 9(07) VALUE ZERO.
           05  BMI-WS-KIOSK-RECORDS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
      *================================================================
       0100-START-HERE.
           PERFORM 0200-OPEN-INPUTS THRU 0200-EXIT.
           IF BMI-WS-OPEN-OK AND BMI-WS-KIOSK-PRESENT
               MOVE "N" TO BMI-WS-EOF-SW
               PERFORM 0300-LOAD-ONE-READING THRU 0300-EXIT
                   UNTIL BMI-WS-END-OF-FILE
                      OR BMI-WS-TABLE-FULL
               IF BMI-WS-TABLE-FULL
                   DISPLAY "** KIOSK TABLE FULL AT " BMI-WS-KT-MAX
                       " PATIENTS - RUN REFUSED, PATIN NOT WRITTEN **"
                   MOVE "N" TO BMI-WS-OPEN-SW
                   CLOSE CLINIC-FEED-FILE KIOSK-READING-FILE
                         PATIENT-MASTER-FILE KIOSK-REJECT-FILE
               END-IF
           END-IF.
           IF BMI-WS-OPEN-OK
               PERFORM 0500-OPEN-OUTPUTS THRU 0500-EXIT
           END-IF.
           IF BMI-WS-OPEN-OK
               MOVE "N" TO BMI-WS-EOF-SW
               PERFORM 0600-COPY-ONE-CLINIC-RECORD THRU 0600-EXIT
                   UNTIL BMI-WS-END-OF-FILE
               IF BMI-WS-KT-COUNT > ZERO
                   PERFORM 0700-WRITE-ONE-KIOSK-RECORD THRU 0700-EXIT
                       VARYING BMI-WS-IX FROM 1 BY 1
                       UNTIL BMI-WS-IX > BMI-WS-KT-COUNT
               END-IF
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           ELSE
               MOVE 12 TO BMI-WS-RUN-RC
           END-IF.
           MOVE BMI-WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *================================================================
      *  0200 - OPEN THE INPUTS AND THE KIOSK REJECT FILE. THE CLINIC
      *  FEED MUST BE THERE - WITHOUT IT PATIN WOULD GO OUT HOLDING
      *  KIOSK READINGS ONLY, SO THE RUN IS REFUSED INSTEAD.
      *================================================================
       0200-OPEN-INPUTS.
           MOVE "Y" TO BMI-WS-OPEN-SW.
           MOVE "N" TO BMI-WS-KIOSK-SW.
           ACCEPT BMI-WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CLINIC-FEED-FILE.
           IF WS-CLINIC-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CLINIC-FEED - STATUS "
                   WS-CLINIC-STATUS " - PATIN NOT WRITTEN."
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.

           OPEN OUTPUT KIOSK-REJECT-FILE.
           IF WS-KREJ-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN KIOSK-REJECT - STATUS "
                   WS-KREJ-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE CLINIC-FEED-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT KIOSK-READING-FILE.
           IF WS-KIOSK-STATUS NOT = "00"
               DISPLAY "NO KIOSK READINGS ON FILE - STATUS "
                   WS-KIOSK-STATUS " - CLINIC FEED ONLY."
               GO TO 0200-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-KIOSK-SW.

      * EVERY KIOSK READING NEEDS ITS PATIENT FROM THE MASTER - WITH
      * NO MASTER THEY WOULD ALL REJECT, SO THE RUN IS REFUSED AND
      * THE READINGS WAIT FOR A RERUN.
           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT-MASTER - STATUS "
                   WS-MASTER-STATUS " - PATIN NOT WRITTEN."
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE CLINIC-FEED-FILE KIOSK-REJECT-FILE
                     KIOSK-READING-FILE
           END-IF.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0300 - ONE KIOSK READING: EDIT IT, FIND ITS PATIENT, AND
      *  HOLD IT IF IT IS THE LATEST FOR THAT PATIENT SO FAR
      *================================================================
       0300-LOAD-ONE-READING.
           READ KIOSK-READING-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0300-EXIT
           END-READ.
           ADD 1 TO BMI-WS-READINGS-READ.

           PERFORM 0400-VALIDATE-READING THRU 0400-EXIT.
           IF BMI-WS-READING-REJECTED
               PERFORM 0800-WRITE-REJECT THRU 0800-EXIT
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0450-KEEP-LATEST THRU 0450-EXIT.
       0300-EXIT.
           EXIT.

      *================================================================
      *  0400 - THE KIOSK EDITS. FIRST FAILURE WINS; ONE REASON CODE
      *  PER REJECTED READING, AS BMI-PREEDIT DOES FOR THE CLINIC.
      *================================================================
       0400-VALIDATE-READING.
           MOVE "Y" TO BMI-WS-EDIT-SW.
           MOVE SPACES TO BMI-WS-REASON-CODE.

           IF BMI-KSK-DEVICE-ID = SPACES
               MOVE "V01" TO BMI-WS-REASON-CODE
               MOVE "N" TO BMI-WS-EDIT-SW
               GO TO 0400-EXIT
           END-IF.

      * A KIOSK CLOCK THAT HAS LOST ITS DATE, OR RUNS AHEAD OF THE
      * RUN DATE, CANNOT SAY WHICH READING FOR A PATIENT WAS LAST.
           IF BMI-KSK-READ-DATE NOT NUMERIC
              OR BMI-KSK-READ-TIME NOT NUMERIC
               MOVE "T01" TO BMI-WS-REASON-CODE
               MOVE "N" TO BMI-WS-EDIT-SW
               GO TO 0400-EXIT
           END-IF.
           MOVE BMI-KSK-READ-DATE TO BMI-WS-CHECK-DATE.
           IF BMI-WS-CHK-MM < 1 OR BMI-WS-CHK-MM > 12
              OR BMI-WS-CHK-DD < 1 OR BMI-WS-CHK-DD > 31
              OR BMI-KSK-READ-DATE > BMI-WS-RUN-DATE
              OR BMI-KSK-READ-TIME > BMI-WS-MAX-READ-TIME
               MOVE "T01" TO BMI-WS-REASON-CODE
               MOVE "N" TO BMI-WS-EDIT-SW
               GO TO 0400-EXIT
           END-IF.

           IF BMI-KSK-PATIENT-ID = SPACES
               MOVE "K01" TO BMI-WS-REASON-CODE
               MOVE "N" TO BMI-WS-EDIT-SW
               GO TO 0400-EXIT
           END-IF.

           IF BMI-KSK-WEIGHT-KG NOT NUMERIC
              OR BMI-KSK-WEIGHT-KG = ZERO
               MOVE "N01" TO BMI-WS-REASON-CODE
               MOVE "N" TO BMI-WS-EDIT-SW
               GO TO 0400-EXIT
           END-IF.

           IF BMI-KSK-HEIGHT-CM NOT NUMERIC
              OR BMI-KSK-HEIGHT-CM = ZERO
               MOVE "N02" TO BMI-WS-REASON-CODE
               MOVE "N" TO BMI-WS-EDIT-SW
               GO TO 0400-EXIT
           END-IF.

           IF BMI-KSK-HEIGHT-CM < BMI-WS-MIN-CM-HEIGHT
               MOVE "U02" TO BMI-WS-REASON-CODE
               MOVE "N" TO BMI-WS-EDIT-SW
               GO TO 0400-EXIT
           END-IF.

      * A MERGED ID IS KEPT - BMI-CALCULATOR FILES ITS RESULT UNDER
      * THE SURVIVOR, AS IT DOES FOR THE CLINIC FEED.
           MOVE BMI-KSK-PATIENT-ID TO BMI-MST-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE "P01" TO BMI-WS-REASON-CODE
                   MOVE "N" TO BMI-WS-EDIT-SW
                   ADD 1 TO BMI-WS-NOT-ON-MASTER
           END-READ.
       0400-EXIT.
           EXIT.

      *================================================================
      *  0450 - KEEP ONLY THE LATEST READING PER PATIENT. THE NIGHTLY
      *  CYCLE FILES ONE READING PER PATIENT PER RUN DATE, SO A
      *  PATIENT WHO STEPPED ON THE SCALE TWICE KEEPS THE LATER ONE;
      *  ON AN EXACT TIE THE ONE FURTHER DOWN THE FILE WINS.
      *================================================================
       0450-KEEP-LATEST.
           MOVE ZERO TO BMI-WS-HIT-IX.
           MOVE BMI-KSK-PATIENT-ID TO BMI-WS-SCAN-ID.
           IF BMI-WS-KT-COUNT > ZERO
               PERFORM 0460-SCAN-ONE-ENTRY THRU 0460-EXIT
                   VARYING BMI-WS-IX FROM 1 BY 1
                   UNTIL BMI-WS-IX > BMI-WS-KT-COUNT
                      OR BMI-WS-HIT-IX > ZERO
           END-IF.

           IF BMI-WS-HIT-IX > ZERO
               ADD 1 TO BMI-WS-SUPERSEDED
               IF BMI-KSK-TIMESTAMP
                      < BMI-WS-KT-TIMESTAMP (BMI-WS-HIT-IX)
                   DISPLAY "PATIENT " BMI-KSK-PATIENT-ID
                       " KIOSK READING " BMI-KSK-READ-DATE " "
                       BMI-KSK-READ-TIME " DROPPED - A LATER"
                       " READING IS HELD"
                   GO TO 0450-EXIT
               END-IF
               DISPLAY "PATIENT " BMI-KSK-PATIENT-ID
                   " KIOSK READING "
                   BMI-WS-KT-READ-DATE (BMI-WS-HIT-IX) " "
                   BMI-WS-KT-READ-TIME (BMI-WS-HIT-IX)
                   " DROPPED - A LATER READING ARRIVED"
               PERFORM 0470-HOLD-READING THRU 0470-EXIT
               GO TO 0450-EXIT
           END-IF.

           IF BMI-WS-KT-COUNT >= BMI-WS-KT-MAX
               MOVE "Y" TO BMI-WS-TABLE-FULL-SW
               GO TO 0450-EXIT
           END-IF.
           ADD 1 TO BMI-WS-KT-COUNT.
           MOVE BMI-WS-KT-COUNT TO BMI-WS-HIT-IX.
           PERFORM 0470-HOLD-READING THRU 0470-EXIT.
       0450-EXIT.
           EXIT.

       0460-SCAN-ONE-ENTRY.
           IF BMI-WS-KT-PATIENT-ID (BMI-WS-IX) = BMI-WS-SCAN-ID
               MOVE BMI-WS-IX TO BMI-WS-HIT-IX
           END-IF.
       0460-EXIT.
           EXIT.

       0470-HOLD-READING.
           MOVE BMI-KSK-PATIENT-ID
               TO BMI-WS-KT-PATIENT-ID (BMI-WS-HIT-IX).
           MOVE BMI-KSK-DEVICE-ID
               TO BMI-WS-KT-DEVICE-ID (BMI-WS-HIT-IX).
           MOVE BMI-KSK-READ-DATE
               TO BMI-WS-KT-READ-DATE (BMI-WS-HIT-IX).
           MOVE BMI-KSK-READ-TIME
               TO BMI-WS-KT-READ-TIME (BMI-WS-HIT-IX).
           MOVE BMI-KSK-WEIGHT-KG
               TO BMI-WS-KT-WEIGHT-KG (BMI-WS-HIT-IX).
           MOVE BMI-KSK-HEIGHT-CM
               TO BMI-WS-KT-HEIGHT-CM (BMI-WS-HIT-IX).
           MOVE "N" TO BMI-WS-KT-CLINIC-SW (BMI-WS-HIT-IX).
       0470-EXIT.
           EXIT.

      *================================================================
      *  0500 - OPEN PATIN AND THE KIOSK SOURCE FILE. KIOSKSRC IS
      *  REWRITTEN EVERY CYCLE, EMPTY ON A NIGHT WITH NO KIOSK
      *  READINGS, SO BMI-CALCULATOR NEVER STAMPS A READING FROM AN
      *  EARLIER NIGHT.
      *================================================================
       0500-OPEN-OUTPUTS.
           OPEN OUTPUT PATIENT-INTAKE-FILE.
           IF WS-INTAKE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT-INTAKE - STATUS "
                   WS-INTAKE-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE CLINIC-FEED-FILE KIOSK-REJECT-FILE
               IF BMI-WS-KIOSK-PRESENT
                   CLOSE KIOSK-READING-FILE PATIENT-MASTER-FILE
               END-IF
               GO TO 0500-EXIT
           END-IF.

           OPEN OUTPUT KIOSK-SOURCE-FILE.
           IF WS-KSRC-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN KIOSK-SOURCE - STATUS "
                   WS-KSRC-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE CLINIC-FEED-FILE KIOSK-REJECT-FILE
                     PATIENT-INTAKE-FILE
               IF BMI-WS-KIOSK-PRESENT
                   CLOSE KIOSK-READING-FILE PATIENT-MASTER-FILE
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.

      *================================================================
      *  0600 - ONE CLINIC-FEED RECORD, COPIED THROUGH AS FED. A
      *  PATIENT THE CLINIC FEED CARRIES KEEPS THE CLINIC'S RECORD -
      *  A STAFF-TAKEN MEASUREMENT OUTRANKS THE SCALE, AND BMI-PREEDIT
      *  WOULD REJECT THE SECOND RECORD FOR THE ID ANYWAY.
      *================================================================
       0600-COPY-ONE-CLINIC-RECORD.
           READ CLINIC-FEED-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0600-EXIT
           END-READ.
           MOVE CLINIC-FEED-RECORD TO BMI-PATIENT-RECORD.
           WRITE BMI-PATIENT-RECORD.
           IF WS-INTAKE-STATUS NOT = "00"
               DISPLAY "** PATIENT-INTAKE WRITE FAILED - STATUS "
                   WS-INTAKE-STATUS " **"
           ELSE
               ADD 1 TO BMI-WS-CLINIC-RECORDS
           END-IF.

           IF BMI-WS-KT-COUNT = ZERO OR BMI-PATIENT-ID = SPACES
               GO TO 0600-EXIT
           END-IF.
           MOVE ZERO TO BMI-WS-HIT-IX.
           MOVE BMI-PATIENT-ID TO BMI-WS-SCAN-ID.
           PERFORM 0460-SCAN-ONE-ENTRY THRU 0460-EXIT
               VARYING BMI-WS-IX FROM 1 BY 1
               UNTIL BMI-WS-IX > BMI-WS-KT-COUNT
                  OR BMI-WS-HIT-IX > ZERO.
           IF BMI-WS-HIT-IX > ZERO
              AND NOT BMI-WS-KT-IN-CLINIC-FEED (BMI-WS-HIT-IX)
               MOVE "Y" TO BMI-WS-KT-CLINIC-SW (BMI-WS-HIT-IX)
               ADD 1 TO BMI-WS-CLINIC-KEPT
               DISPLAY "PATIENT " BMI-PATIENT-ID
                   " KIOSK READING DROPPED - ON THE CLINIC FEED"
           END-IF.
       0600-EXIT.
           EXIT.

      *================================================================
      *  0700 - ONE HELD KIOSK READING OUT TO PATIN AS A METRIC
      *  RECORD, WITH NAME, AGE, SEX, DOB, AND STATUS FROM THE
      *  MASTER, AND NOTED ON KIOSKSRC. A MERGED PATIENT GOES OUT
      *  WITH A BLANK STATUS - THE FEED IS NOT SPEAKING TO LIFECYCLE,
      *  SO BMI-LOAD KEEPS THE MERGE AND BMI-CALCULATOR REDIRECTS.
      *================================================================
       0700-WRITE-ONE-KIOSK-RECORD.
           IF BMI-WS-KT-IN-CLINIC-FEED (BMI-WS-IX)
               GO TO 0700-EXIT
           END-IF.
           MOVE BMI-WS-KT-PATIENT-ID (BMI-WS-IX) TO BMI-MST-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "** PATIENT " BMI-MST-ID
                       " NO LONGER ON PATIENT-MASTER - KIOSK"
                       " READING NOT WRITTEN **"
                   GO TO 0700-EXIT
           END-READ.

           MOVE BMI-MST-ID TO BMI-PATIENT-ID.
           MOVE BMI-MST-NAME TO BMI-PATIENT-NAME.
           MOVE "M" TO BMI-UNIT-FLAG.
           MOVE BMI-WS-KT-WEIGHT-KG (BMI-WS-IX) TO BMI-REC-WEIGHT.
           MOVE BMI-WS-KT-HEIGHT-CM (BMI-WS-IX) TO BMI-REC-HEIGHT.
           MOVE BMI-MST-AGE TO BMI-REC-AGE.
           MOVE BMI-MST-SEX TO BMI-REC-SEX.
           MOVE BMI-MST-DOB TO BMI-REC-DOB.
           IF BMI-MST-MERGED
               MOVE SPACE TO BMI-REC-STATUS
           ELSE
               MOVE BMI-MST-STATUS TO BMI-REC-STATUS
           END-IF.
           MOVE SPACES TO BMI-REC-MERGED-TO-ID.
           WRITE BMI-PATIENT-RECORD.
           IF WS-INTAKE-STATUS NOT = "00"
               DISPLAY "** PATIENT-INTAKE WRITE FAILED - STATUS "
                   WS-INTAKE-STATUS " **"
               GO TO 0700-EXIT
           END-IF.
           ADD 1 TO BMI-WS-KIOSK-RECORDS.

           MOVE BMI-WS-KT-PATIENT-ID (BMI-WS-IX)
               TO BMI-KSRC-PATIENT-ID.
           MOVE BMI-WS-KT-DEVICE-ID (BMI-WS-IX) TO BMI-KSRC-DEVICE-ID.
           MOVE BMI-WS-KT-READ-DATE (BMI-WS-IX) TO BMI-KSRC-READ-DATE.
           MOVE BMI-WS-KT-READ-TIME (BMI-WS-IX) TO BMI-KSRC-READ-TIME.
           MOVE BMI-WS-KT-WEIGHT-KG (BMI-WS-IX) TO BMI-KSRC-WEIGHT-KG.
           MOVE BMI-WS-KT-HEIGHT-CM (BMI-WS-IX) TO BMI-KSRC-HEIGHT-CM.
           WRITE BMI-KSRC-RECORD
               INVALID KEY
                   DISPLAY "** KIOSK-SOURCE WRITE FAILED - STATUS "
                       WS-KSRC-STATUS " FOR " BMI-KSRC-PATIENT-ID
                       " **"
           END-WRITE.
       0700-EXIT.
           EXIT.

       0800-WRITE-REJECT.
           MOVE BMI-WS-REASON-CODE TO BMI-KREJ-REASON-CODE.
           MOVE BMI-KSK-RECORD TO BMI-KREJ-KIOSK-IMAGE.
           WRITE BMI-KREJ-RECORD.
           IF WS-KREJ-STATUS NOT = "00"
               DISPLAY "** KIOSK-REJECT WRITE FAILED - STATUS "
                   WS-KREJ-STATUS " **"
           END-IF.
           ADD 1 TO BMI-WS-READINGS-REJECTED.
           MOVE 4 TO BMI-WS-RUN-RC.
           DISPLAY "KIOSK " BMI-KSK-DEVICE-ID " PATIENT "
               BMI-KSK-PATIENT-ID " REJECTED - REASON "
               BMI-WS-REASON-CODE.
       0800-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE CLINIC-FEED-FILE KIOSK-REJECT-FILE
                 PATIENT-INTAKE-FILE KIOSK-SOURCE-FILE.
           IF BMI-WS-KIOSK-PRESENT
               CLOSE KIOSK-READING-FILE PATIENT-MASTER-FILE
           END-IF.
           DISPLAY "BMI-KIOSK CLINIC RECORDS  . : "
               BMI-WS-CLINIC-RECORDS.
           DISPLAY "BMI-KIOSK READINGS READ . . : "
               BMI-WS-READINGS-READ.
           DISPLAY "BMI-KIOSK READINGS REJECTED : "
               BMI-WS-READINGS-REJECTED.
           DISPLAY "BMI-KIOSK   NOT ON MASTER . : "
               BMI-WS-NOT-ON-MASTER.
           DISPLAY "BMI-KIOSK LATER READING KEPT: "
               BMI-WS-SUPERSEDED.
           DISPLAY "BMI-KIOSK CLINIC RECORD KEPT: "
               BMI-WS-CLINIC-KEPT.
           DISPLAY "BMI-KIOSK KIOSK RECORDS . . : "
               BMI-WS-KIOSK-RECORDS.
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-KIOSK.
