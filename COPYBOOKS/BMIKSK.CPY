      *****************************************************************
      *  BMIKSK.CPY                                                   *
      *  SCALE-KIOSK READING - ONE ROW PER MEASUREMENT TAKEN ON A     *
      *  SELF-SERVICE SCALE IN A WAITING ROOM, AS THE KIOSKS WRITE    *
      *  THEIR KIOSKIN FILE: THE DEVICE, WHEN, THE PATIENT ID SCANNED *
      *  FROM THE WRISTBAND, AND THE WEIGHT AND HEIGHT. THE KIOSKS    *
      *  ALWAYS MEASURE IN KILOGRAMS AND CENTIMETERS. BMI-KIOSK TURNS *
      *  THESE INTO PATIN RECORDS FOR THE NIGHTLY CYCLE.              *
      *****************************************************************
       01  BMI-KSK-RECORD.
           05  BMI-KSK-DEVICE-ID        PIC X(08).
           05  BMI-KSK-TIMESTAMP.
               10  BMI-KSK-READ-DATE    PIC 9(08).
               10  BMI-KSK-READ-TIME    PIC 9(06).
           05  BMI-KSK-PATIENT-ID       PIC X(06).
           05  BMI-KSK-WEIGHT-KG        PIC 999V99.
           05  BMI-KSK-HEIGHT-CM        PIC 999V99.
