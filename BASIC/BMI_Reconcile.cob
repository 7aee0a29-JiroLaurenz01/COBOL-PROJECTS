
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  A RUN DATE BMI-BACKOUT RETIRED STILL PROVES
      *                 OUT. BACKCTL GIVES THE BATCH ROWS IT VOIDED
      *                 (A LEG OF THEIR OWN) AND THE AUDIT ROWS ON
      *                 FILE WHEN IT RAN, SO A RERUN'S INTAKE IS
      *                 MATCHED ONLY TO THE RERUN'S AUDIT ROWS. ROWS
      *                 THE RERUN REFILED BEHIND A VOIDED 0001 ROW
      *                 COUNT WITH THE BATCH, AND "C" CANCELLATIONS
      *                 IN THE EXTRACT ARE COUNTED AGAINST THE
      *                 VOIDED ROWS THE VENDOR HAD ALREADY BEEN SENT.
      * 2026-10-15  JL  READINGS THE CALCULATOR HELD IN BMISUSP AS
      *                 IMPLAUSIBLE ARE NOW THEIR OWN LEG: AUDIT =
      *                 BATCH HISTORY + SUSPENDED + REJECTS. A
      *                 SUSPENDED READING LATER RELEASED IS FILED AT
      *                 SEQUENCE 0001 AND COUNTS AS BATCH HISTORY,
      *                 SO IT IS SHOWN ON ITS OWN LINE FOR THE
      *                 RECORD BUT TAKEN OUT OF THE SUSPENDED LEG.
      * 2026-09-02  JL  VOIDED HISTORY ROWS ARE NOW EXCLUDED FROM
      *                 EVERY HISTORY COUNT AND REPORTED ON THEIR
      *                 OWN LINE, SO A ROW VOIDED BEFORE THE EXTRACT
               RECORD KEY IS BMI-MST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "BMISUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMI-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT BACKOUT-CONTROL-FILE ASSIGN TO "BACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-INTAKE-FILE.
                         ==BMI-PAT-INACTIVE==
                      BY ==BMI-MST-INACTIVE==
                         ==BMI-PAT-DECEASED==
                      BY ==BMI-MST-DECEASED==
                         ==BMI-PAT-MERGED== BY ==BMI-MST-MERGED==
                         ==BMI-REC-MERGED-TO-ID==
                      BY ==BMI-MST-MERGED-TO-ID==.

       FD  SUSPENSE-FILE.
           COPY BMISUSP.

       FD  BACKOUT-CONTROL-FILE.
           COPY BMIBKO.

       WORKING-STORAGE SECTION.
       77  WS-INTAKE-STATUS             PIC XX.
       77  WS-EXTRACT-STATUS            PIC XX.
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-SUSP-STATUS               PIC XX.
       77  WS-BACKCTL-STATUS            PIC XX.

       77  BMI-WS-MASTER-OK-SW          PIC X(01) VALUE "N".
           88  BMI-WS-MASTER-OPENED         VALUE "Y".
           88  BMI-WS-OUT-OF-BALANCE        VALUE "N".

       77  BMI-WS-DERIVED-REJECTS       PIC S9(07).
       77  BMI-WS-RERUN-AUDIT           PIC S9(07).
       77  BMI-WS-EXPECTED-EXTRACT      PIC S9(07).
       77  BMI-WS-REFILED-WORK          PIC S9(07).

       77  BMI-WS-BACKOUT-SW            PIC X(01) VALUE "N".
           88  BMI-WS-DATE-BACKED-OUT       VALUE "Y".

      * PATIENT WHOSE 0001 ROW FOR THE RUN DATE WAS LAST SEEN VOIDED -
      * THE LIVE ROWS THAT FOLLOW IT ARE REFILES OR CORRECTIONS.
       77  BMI-WS-VOIDED-PATIENT        PIC X(06) VALUE SPACES.

       01  BMI-WS-RECON-COUNTERS.
           05  BMI-WS-INTAKE-COUNT      PIC 9(07) VALUE ZERO.
           05  BMI-WS-HIST-INACT-COUNT  PIC 9(07) VALUE ZERO.
           05  BMI-WS-HIST-VOID-COUNT   PIC 9(07) VALUE ZERO.
           05  BMI-WS-EXTRACT-COUNT     PIC 9(07) VALUE ZERO.
           05  BMI-WS-SUSP-COUNT        PIC 9(07) VALUE ZERO.
           05  BMI-WS-SUSP-RELEASED-COUNT
                                        PIC 9(07) VALUE ZERO.
           05  BMI-WS-CANCEL-COUNT      PIC 9(07) VALUE ZERO.
           05  BMI-WS-FOLLOW-COUNT      PIC 9(07) VALUE ZERO.
           05  BMI-WS-REFILED-COUNT     PIC 9(07) VALUE ZERO.
           05  BMI-WS-BKO-VOIDED-COUNT  PIC 9(07) VALUE ZERO.
           05  BMI-WS-BKO-LEGACY-COUNT  PIC 9(07) VALUE ZERO.
           05  BMI-WS-BKO-AUDIT-COUNT   PIC 9(07) VALUE ZERO.
           05  BMI-WS-BKO-LATER-COUNT   PIC 9(07) VALUE ZERO.

      *--------------------------------------------------------------
      * REPORT LINE LAYOUTS
           PERFORM 0300-COUNT-INTAKE THRU 0300-EXIT.
           PERFORM 0400-COUNT-AUDIT THRU 0400-EXIT.
           PERFORM 0500-COUNT-HISTORY THRU 0500-EXIT.
           PERFORM 0550-COUNT-SUSPENSE THRU 0550-EXIT.
           PERFORM 0600-COUNT-EXTRACT THRU 0600-EXIT.
           PERFORM 0650-READ-BACKOUTS THRU 0650-EXIT.
           PERFORM 0700-BALANCE-AND-REPORT THRU 0700-EXIT.
           PERFORM 0900-CLOSE-REPORT THRU 0900-EXIT.
           STOP RUN.
           END-IF.
           IF BMI-HIST-VOIDED
               ADD 1 TO BMI-WS-HIST-VOID-COUNT
               IF BMI-HIST-SEQ = 1
                   MOVE BMI-HIST-PATIENT-ID TO BMI-WS-VOIDED-PATIENT
               END-IF
               GO TO 0510-EXIT
           END-IF.
           ADD 1 TO BMI-WS-HISTORY-COUNT.
           IF BMI-HIST-SEQ = 1
               ADD 1 TO BMI-WS-HIST-BATCH-COUNT
           ELSE
               IF BMI-HIST-PATIENT-ID = BMI-WS-VOIDED-PATIENT
                   ADD 1 TO BMI-WS-FOLLOW-COUNT
               END-IF
           END-IF.
           PERFORM 0520-CHECK-ROW-LIFECYCLE THRU 0520-EXIT.
       0510-EXIT.
       0520-EXIT.
           EXIT.

      *================================================================
      *  0550 - COUNT THE READINGS THE RUN HELD IN SUSPENSE. PENDING
      *  AND REJECTED ROWS HAVE AN AUDIT ROW AND NO HISTORY ROW, SO
      *  THEY ARE A LEG OF THEIR OWN; A RELEASED ROW IS ALREADY ON
      *  HISTORY AT SEQUENCE 0001 AND IS COUNTED ONLY FOR THE RECORD.
      *================================================================
       0550-COUNT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "SUSPENSE FILE NOT FOUND - COUNTED AS ZERO"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE RECON-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
               GO TO 0550-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0560-COUNT-ONE-SUSPENSE THRU 0560-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE SUSPENSE-FILE.
       0550-EXIT.
           EXIT.

       0560-COUNT-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0560-EXIT
           END-READ.
           IF BMI-SUSP-RUN-DATE NOT = BMI-WS-RUN-DATE
               GO TO 0560-EXIT
           END-IF.
           IF BMI-SUSP-RELEASED
               ADD 1 TO BMI-WS-SUSP-RELEASED-COUNT
           ELSE
               ADD 1 TO BMI-WS-SUSP-COUNT
           END-IF.
       0560-EXIT.
           EXIT.

      *================================================================
      *  0600 - COUNT VENDOR-EXTRACT ROWS FOR THE RUN DATE
      *================================================================
              AND BMI-EXT-RUN-DATE = BMI-WS-RUN-DATE
               ADD 1 TO BMI-WS-EXTRACT-COUNT
           END-IF.
           IF BMI-EXT-CANCEL-REC
              AND BMI-EXT-RUN-DATE = BMI-WS-RUN-DATE
               ADD 1 TO BMI-WS-CANCEL-COUNT
           END-IF.
       0610-EXIT.
           EXIT.

      *================================================================
      *  0650 - READ THE BACKOUT CONTROL ROWS FOR THE RUN DATE. THE
      *  VOIDED AND ALREADY-SENT COUNTS ADD UP ACROSS BACKOUTS; THE
      *  AUDIT ROWS AND LATER ROWS COME FROM THE LATEST ONE, SINCE
      *  EACH BACKOUT SAW EVERYTHING ITS PREDECESSORS DID. NO
      *  BACKCTL FILE MEANS NOTHING WAS EVER BACKED OUT.
      *================================================================
       0650-READ-BACKOUTS.
           OPEN INPUT BACKOUT-CONTROL-FILE.
           IF WS-BACKCTL-STATUS NOT = "00"
               GO TO 0650-EXIT
           END-IF.
           MOVE "N" TO BMI-WS-EOF-SW.
           PERFORM 0660-READ-ONE-BACKOUT THRU 0660-EXIT
               UNTIL BMI-WS-END-OF-FILE.
           CLOSE BACKOUT-CONTROL-FILE.
           IF BMI-WS-DATE-BACKED-OUT
               MOVE "RUN DATE WAS BACKED OUT - BACKOUT LEGS INCLUDED"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE RECON-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
       0650-EXIT.
           EXIT.

       0660-READ-ONE-BACKOUT.
           READ BACKOUT-CONTROL-FILE
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0660-EXIT
           END-READ.
           IF BMI-BKO-RUN-DATE NOT = BMI-WS-RUN-DATE
               GO TO 0660-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-BACKOUT-SW.
           ADD BMI-BKO-ROWS-VOIDED TO BMI-WS-BKO-VOIDED-COUNT.
           ADD BMI-BKO-LEGACY-SENT TO BMI-WS-BKO-LEGACY-COUNT.
           MOVE BMI-BKO-AUDIT-ROWS TO BMI-WS-BKO-AUDIT-COUNT.
           MOVE BMI-BKO-LATER-ROWS TO BMI-WS-BKO-LATER-COUNT.
       0660-EXIT.
           EXIT.

      *================================================================
      *  0700 - BALANCE THE COUNTS AND PRINT THE VERDICT. REJECTS
      *  ARE NOT PERSISTED BY THE CALCULATOR, SO THE REJECT COUNT IS
      *  THAN AUDIT AND IS REPORTED AS A DISCREPANCY. A PATIENT THE
      *  CALCULATOR SKIPPED AS NOT ACTIVE ALSO HAS AN AUDIT ROW AND
      *  NO HISTORY ROW, SO THE DERIVED FIGURE COVERS REJECTS PLUS
      *  LIFECYCLE SKIPS. A READING HELD IN SUSPENSE HAS AN AUDIT ROW
      *  AND NO HISTORY ROW TOO, AND IS TAKEN OUT BEFORE THE REJECT
      *  FIGURE IS DERIVED. THE EXTRACT LEG USES THE ALL-SEQUENCES
      *  COUNT LESS THE ROWS BELONGING TO NON-ACTIVE PATIENTS, WHICH
      *  THE EXTRACT SUPPRESSES.
      *  WHEN THE DATE WAS BACKED OUT, ITS VOIDED BATCH ROWS AND THE
      *  ROWS A RERUN REFILED BEHIND THEM ARE TAKEN OUT BEFORE THE
      *  REJECTS ARE DERIVED, AND THE INTAKE FILE (THE RERUN'S) IS
      *  MATCHED TO THE AUDIT ROWS WRITTEN SINCE THE BACKOUT. THE
      *  EXTRACT LEG ADDS BACK THE VOIDED ROWS THE VENDOR HAD - THEY
      *  ARE IN AN EXTRACT MADE BEFORE THE BACKOUT - LESS THE
      *  CANCELLATIONS THAT RETRACT THEM; AN EXTRACT CARRYING THOSE
      *  CANCELLATIONS CAME AFTER, AND DOES NOT RESEND THE LATER
      *  ROWS THE FIRST ONE ALREADY HAD.
      *================================================================
       0700-BALANCE-AND-REPORT.
           MOVE "INTAKE RECORDS READ . . . . . :"
           MOVE BMI-WS-EXTRACT-COUNT TO BMI-RPT-COUNT-VALUE.
           WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "SUSPENDED (NOT RELEASED)  . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-SUSP-COUNT TO BMI-RPT-COUNT-VALUE.
           WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "SUSPENDED THEN RELEASED . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-SUSP-RELEASED-COUNT TO BMI-RPT-COUNT-VALUE.
           WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           IF BMI-WS-DATE-BACKED-OUT
               COMPUTE BMI-WS-REFILED-WORK =
                   BMI-WS-FOLLOW-COUNT - BMI-WS-BKO-LATER-COUNT
               IF BMI-WS-REFILED-WORK > ZERO
                   MOVE BMI-WS-REFILED-WORK TO BMI-WS-REFILED-COUNT
               END-IF

               MOVE "BATCH ROWS VOIDED BY BACKOUT  :"
                   TO BMI-RPT-COUNT-LABEL
               MOVE BMI-WS-BKO-VOIDED-COUNT TO BMI-RPT-COUNT-VALUE
               WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE

               MOVE "AUDIT ROWS AT BACKOUT . . . . :"
                   TO BMI-RPT-COUNT-LABEL
               MOVE BMI-WS-BKO-AUDIT-COUNT TO BMI-RPT-COUNT-VALUE
               WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE

               MOVE "REFILED BY RERUN (SEQ 0002 UP):"
                   TO BMI-RPT-COUNT-LABEL
               MOVE BMI-WS-REFILED-COUNT TO BMI-RPT-COUNT-VALUE
               WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE

               MOVE "VOIDED ROWS VENDOR HAD  . . . :"
                   TO BMI-RPT-COUNT-LABEL
               MOVE BMI-WS-BKO-LEGACY-COUNT TO BMI-RPT-COUNT-VALUE
               WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE

               MOVE "CANCELLATIONS (RUN DATE)  . . :"
                   TO BMI-RPT-COUNT-LABEL
               MOVE BMI-WS-CANCEL-COUNT TO BMI-RPT-COUNT-VALUE
               WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE
           END-IF.

           COMPUTE BMI-WS-DERIVED-REJECTS =
               BMI-WS-AUDIT-COUNT - BMI-WS-HIST-BATCH-COUNT
               - BMI-WS-SUSP-COUNT - BMI-WS-REFILED-COUNT
               - BMI-WS-BKO-VOIDED-COUNT.
           IF BMI-WS-DERIVED-REJECTS >= ZERO
               MOVE "REJECTED IN RUN (DERIVED) . . :"
                   TO BMI-RPT-COUNT-LABEL
               WRITE RECON-REPORT-LINE FROM BMI-RPT-COUNT-LINE
           END-IF.

           MOVE BMI-WS-AUDIT-COUNT TO BMI-WS-RERUN-AUDIT.
           IF BMI-WS-DATE-BACKED-OUT
              AND BMI-WS-AUDIT-COUNT > BMI-WS-BKO-AUDIT-COUNT
               COMPUTE BMI-WS-RERUN-AUDIT =
                   BMI-WS-AUDIT-COUNT - BMI-WS-BKO-AUDIT-COUNT
           END-IF.

           IF BMI-WS-INTAKE-COUNT NOT = BMI-WS-RERUN-AUDIT
               MOVE "N" TO BMI-WS-BALANCE-SW
               MOVE "** INTAKE DOES NOT MATCH AUDIT ROWS **"
                   TO BMI-RPT-DETAIL-TEXT

           IF BMI-WS-DERIVED-REJECTS < ZERO
               MOVE "N" TO BMI-WS-BALANCE-SW
               MOVE "** MORE BATCH HISTORY AND SUSPENSE THAN AUDIT **"
                   TO BMI-RPT-DETAIL-TEXT
               WRITE RECON-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.

           COMPUTE BMI-WS-EXPECTED-EXTRACT =
               BMI-WS-HISTORY-COUNT - BMI-WS-HIST-INACT-COUNT
               + BMI-WS-BKO-LEGACY-COUNT - BMI-WS-CANCEL-COUNT.
           IF BMI-WS-CANCEL-COUNT > ZERO
               SUBTRACT BMI-WS-BKO-LATER-COUNT
                   FROM BMI-WS-EXPECTED-EXTRACT
           END-IF.
           IF BMI-WS-EXPECTED-EXTRACT NOT = BMI-WS-EXTRACT-COUNT
               MOVE "N" TO BMI-WS-BALANCE-SW
               MOVE "** EXTRACT SHORT OR LONG AGAINST HISTORY **"
                   TO BMI-RPT-DETAIL-TEXT
               BMI-WS-HIST-VOID-COUNT.
           DISPLAY "BMI-RECONCILE EXTRACT  . . : "
               BMI-WS-EXTRACT-COUNT.
           DISPLAY "BMI-RECONCILE SUSPENDED  . : "
               BMI-WS-SUSP-COUNT.
           DISPLAY "BMI-RECONCILE SUSP RELEASED: "
               BMI-WS-SUSP-RELEASED-COUNT.
           IF BMI-WS-DATE-BACKED-OUT
               DISPLAY "BMI-RECONCILE BACKED OUT . : "
                   BMI-WS-BKO-VOIDED-COUNT
               DISPLAY "BMI-RECONCILE REFILED  . . : "
                   BMI-WS-REFILED-COUNT
               DISPLAY "BMI-RECONCILE CANCELLED  . : "
                   BMI-WS-CANCEL-COUNT
           END-IF.
           IF BMI-WS-IN-BALANCE
               DISPLAY "BMI-RECONCILE RESULT . . . : IN BALANCE"
           ELSE
