      *  BMITAUD.CPY                                                  *
      *  CLASSIFICATION TABLE AUDIT RECORD - BEFORE/AFTER TRAIL FOR   *
      *  CUTOFF CHANGES MADE BY BMI-TABLEMAINT, SAME SHAPE AS THE     *
      *  PATIENT-MASTER CORRECTION TRAIL IN BMIMAUD.CPY. A CHANGE IS  *
      *  KEYED TO THE STAGED TABLE (ACTION S) AND GOES LIVE ONLY BY   *
      *  PROMOTION (ACTION P), WHICH CARRIES THE RUN DATE AND TIME OF *
      *  THE BMI-WHATIF IMPACT REPORT IT WAS PROMOTED ON - THE KEY OF *
      *  ITS IMPACTLG ROW. A PROMOTED PERCENTILE TABLE IS ONE ROW     *
      *  WITH AGE GROUP "G" AND ZERO CUTOFFS. ROWS WRITTEN BEFORE     *
      *  STAGING CARRY A SPACE ACTION AND WENT STRAIGHT TO CLASTABL.  *
      *****************************************************************
       01  BMI-TAUD-RECORD.
           05  BMI-TAUD-OPERATOR-ID     PIC X(08).
           05  BMI-TAUD-NEW-NORMAL-MAX  PIC 99V99.
           05  BMI-TAUD-NEW-OVER-MAX    PIC 99V99.
           05  BMI-TAUD-NEW-OBESE-MAX   PIC 99V99.
           05  BMI-TAUD-ACTION          PIC X(01).
               88  BMI-TAUD-ACT-STAGED       VALUE "S".
               88  BMI-TAUD-ACT-PROMOTED     VALUE "P".
           05  BMI-TAUD-IMPACT-DATE     PIC 9(08).
           05  BMI-TAUD-IMPACT-TIME     PIC 9(08).
