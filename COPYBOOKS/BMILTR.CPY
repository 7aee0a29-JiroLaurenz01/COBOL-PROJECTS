      *****************************************************************
      *  BMILTR.CPY                                                   *
      *  RESULT LETTER LOG RECORD - ONE ROW PER RESULT LETTER         *
      *  BMI-LETTERS HAS PRINTED, KEYED BY THE FULL BMI-HISTORY KEY   *
      *  OF THE RESULT IT REPORTS. A RESULT WITH A ROW HERE IS NEVER  *
      *  LETTERED AGAIN, SO A RERUN FOR THE SAME DATE ONLY PICKS UP   *
      *  THE PATIENTS WHO WERE HELD BACK THE FIRST TIME. THE RESULT   *
      *  CODE SAYS WHICH LETTER TEXT WENT OUT: N NORMAL, O OUT OF     *
      *  RANGE.                                                       *
      *****************************************************************
       01  BMI-LTR-RECORD.
           05  BMI-LTR-KEY.
               10  BMI-LTR-PATIENT-ID   PIC X(06).
               10  BMI-LTR-RUN-DATE     PIC 9(08).
               10  BMI-LTR-SEQ          PIC 9(04).
           05  BMI-LTR-PRINTED-DATE     PIC 9(08).
           05  BMI-LTR-LANGUAGE         PIC X(02).
           05  BMI-LTR-BMI-VALUE        PIC 99V99.
           05  BMI-LTR-RESULT-CODE      PIC X(01).
               88  BMI-LTR-NORMAL           VALUE "N".
               88  BMI-LTR-OUT-OF-RANGE     VALUE "O".
