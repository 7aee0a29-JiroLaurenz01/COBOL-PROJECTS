      *  SCROLL-BACK. A STEP ENDING WITH RETURN CODE 0 OR 4 IS        *
      *  COMPLETE (4 IS A RUN WITH REJECTS, WHICH STILL FEEDS THE     *
      *  NEXT STEP); 8 OR 12 MARKS IT FAILED AND BLOCKS ITS           *
      *  SUCCESSOR. BMI-BACKOUT MARKS EVERY STEP OF A BACKED-OUT RUN  *
      *  DATE "B", WHICH BLOCKS A SUCCESSOR LIKE A FAILURE BUT LETS   *
      *  THE STEP ITSELF START AGAIN WITHOUT THE RERUN OVERRIDE.      *
      *****************************************************************
       01  BMI-RCTL-RECORD.
           05  BMI-RCTL-KEY.
               88  BMI-RCTL-STARTED         VALUE "S".
               88  BMI-RCTL-COMPLETE        VALUE "C".
               88  BMI-RCTL-FAILED          VALUE "F".
               88  BMI-RCTL-BACKED-OUT      VALUE "B".
