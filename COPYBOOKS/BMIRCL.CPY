      *****************************************************************
      *  BMIRCL.CPY                                                   *
      *  SCREENING RECALL RECORD - ONE ROW PER ACTIVE PATIENT IN THE  *
      *  MEASURE'S AGE RANGE WITH NO LIVE BMI-HISTORY ROW IN THE      *
      *  TWELVE MONTHS ENDING AT THE PERIOD END, WRITTEN TO RECALL BY *
      *  BMI-QUALITY FOR THE FRONT DESK TO BOOK. THE LAST-MEASURED    *
      *  FIELDS CARRY THE PATIENT'S LATEST LIVE ROW ON OR BEFORE THE  *
      *  PERIOD END - ZERO DATE AND SPACES IF NEVER MEASURED.         *
      *****************************************************************
       01  BMI-RCL-RECORD.
           05  BMI-RCL-PATIENT-ID       PIC X(06).
           05  BMI-RCL-PATIENT-NAME     PIC X(20).
           05  BMI-RCL-SEX              PIC X(01).
           05  BMI-RCL-DOB              PIC 9(08).
           05  BMI-RCL-AGE              PIC 9(03).
           05  BMI-RCL-LAST-MEASURED    PIC 9(08).
           05  BMI-RCL-LAST-BMI-VALUE   PIC 99V99.
           05  BMI-RCL-LAST-STATUS-MSG  PIC X(20).
           05  BMI-RCL-PERIOD-END       PIC 9(08).
