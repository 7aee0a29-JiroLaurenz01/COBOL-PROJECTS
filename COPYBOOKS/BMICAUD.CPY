      *****************************************************************
      *  BMICAUD.CPY                                                  *
      *  CONTACT AUDIT RECORD - BEFORE/AFTER TRAIL FOR CHANGES MADE   *
      *  TO THE PATIENT CONTACT FILE BY BMI-CONTMAINT, SAME SHAPE AS  *
      *  THE MAINTAUD AND OPERAUD TRAILS. AN ADD CARRIES BLANK OLD    *
      *  VALUES.                                                      *
      *****************************************************************
       01  BMI-CAUD-RECORD.
           05  BMI-CAUD-OPERATOR-ID     PIC X(08).
           05  BMI-CAUD-CHANGE-DATE     PIC 9(08).
           05  BMI-CAUD-CHANGE-TIME     PIC 9(08).
           05  BMI-CAUD-ACTION          PIC X(01).
               88  BMI-CAUD-ACT-ADD         VALUE "A".
               88  BMI-CAUD-ACT-CHANGE      VALUE "C".
           05  BMI-CAUD-PATIENT-ID      PIC X(06).
           05  BMI-CAUD-OLD-ADDRESS-1   PIC X(30).
           05  BMI-CAUD-OLD-ADDRESS-2   PIC X(30).
           05  BMI-CAUD-OLD-CITY        PIC X(20).
           05  BMI-CAUD-OLD-STATE       PIC X(02).
           05  BMI-CAUD-OLD-POSTAL-CODE PIC X(10).
           05  BMI-CAUD-OLD-LANGUAGE    PIC X(02).
           05  BMI-CAUD-NEW-ADDRESS-1   PIC X(30).
           05  BMI-CAUD-NEW-ADDRESS-2   PIC X(30).
           05  BMI-CAUD-NEW-CITY        PIC X(20).
           05  BMI-CAUD-NEW-STATE       PIC X(02).
           05  BMI-CAUD-NEW-POSTAL-CODE PIC X(10).
           05  BMI-CAUD-NEW-LANGUAGE    PIC X(02).
