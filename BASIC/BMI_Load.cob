
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  A PATIENT FOLDED INTO ANOTHER BY BMI-MERGE
      *                 KEEPS ITS MERGED STATUS AND SURVIVOR POINTER
      *                 ON A REFRESH WHATEVER STATUS THE FEED CARRIES
      *                 - ONLY BMI-MERGE CAN UNDO A MERGE. NEW
      *                 RECORDS ARE ADDED WITH NO SURVIVOR POINTER.
      * 2026-09-02  JL  THE PATIENT RECORD NOW CARRIES A LIFECYCLE
      *                 STATUS. A FEED RECORD WITH A BLANK STATUS
      *                 LEAVES THE STATUS ALREADY ON PATIENT-MASTER
                         ==BMI-PAT-INACTIVE==
                      BY ==BMI-LOAD-INACTIVE==
                         ==BMI-PAT-DECEASED==
                      BY ==BMI-LOAD-DECEASED==
                         ==BMI-PAT-MERGED== BY ==BMI-LOAD-MERGED==
                         ==BMI-REC-MERGED-TO-ID==
                      BY ==BMI-LOAD-MERGED-TO-ID==.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.
           88  BMI-WS-END-OF-INTAKE         VALUE "Y".

       77  BMI-WS-KEEP-STATUS           PIC X(01).
       77  BMI-WS-KEEP-MERGED-TO-ID     PIC X(06).

       01  BMI-WS-LOAD-COUNTERS.
           05  BMI-WS-RECS-READ         PIC 9(07) VALUE ZERO.
      *  0310 - PATIENT ALREADY ON PATIENT-MASTER - REFRESH IT RATHER
      *  THAN REJECT THE FEED RECORD. A BLANK FEED STATUS MEANS THE
      *  FEED IS NOT SPEAKING TO LIFECYCLE - THE STATUS ALREADY ON
      *  THE MASTER SURVIVES THE REFRESH. A MERGED PATIENT KEEPS ITS
      *  MERGED STATUS AND SURVIVOR POINTER NO MATTER WHAT THE FEED
      *  SAYS - THE FEED CANNOT UNDO A MERGE.
      *================================================================
       0310-UPDATE-EXISTING.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO BMI-REC-STATUS
                   MOVE SPACES TO BMI-REC-MERGED-TO-ID
           END-READ.
           MOVE BMI-REC-STATUS TO BMI-WS-KEEP-STATUS.
           MOVE BMI-REC-MERGED-TO-ID TO BMI-WS-KEEP-MERGED-TO-ID.
           PERFORM 0320-BUILD-MASTER-RECORD THRU 0320-EXIT.
           IF BMI-WS-KEEP-STATUS = "M"
               MOVE BMI-WS-KEEP-STATUS TO BMI-REC-STATUS
               MOVE BMI-WS-KEEP-MERGED-TO-ID TO BMI-REC-MERGED-TO-ID
               DISPLAY "PATIENT " BMI-PATIENT-ID " IS MERGED INTO "
                   BMI-REC-MERGED-TO-ID " - MERGED STATUS KEPT."
           ELSE
               IF BMI-LOAD-STATUS = SPACE
                   MOVE BMI-WS-KEEP-STATUS TO BMI-REC-STATUS
               END-IF
           END-IF.
           REWRITE BMI-PATIENT-RECORD
               INVALID KEY
           MOVE BMI-LOAD-SEX TO BMI-REC-SEX.
           MOVE BMI-LOAD-DOB TO BMI-REC-DOB.
           MOVE BMI-LOAD-STATUS TO BMI-REC-STATUS.
           MOVE SPACES TO BMI-REC-MERGED-TO-ID.
       0320-EXIT.
           EXIT.

