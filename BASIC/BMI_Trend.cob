
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  A NEW WORKLIST ITEM IS WRITTEN WITH A ZERO
      *                 CONTACTED DATE.
      * 2026-09-02  JL  FLAGGED PATIENTS NOW ALSO LAND ON THE
      *                 PERSISTENT WORKLIST FILE THE CARE TEAM WORKS
      *                 THROUGH BMI-WORKLIST, NOT JUST ON THE
           MOVE SPACES TO BMI-WORK-OUTCOME.
           MOVE ZERO TO BMI-WORK-CLOSED-DATE.
           MOVE SPACES TO BMI-WORK-OPERATOR-ID.
           MOVE ZERO TO BMI-WORK-CONTACTED-DATE.
           WRITE BMI-WORK-RECORD
               INVALID KEY
                   IF WS-WORKLIST-STATUS = "22"
