      *****************************************************************
      *  BMIKSRC.CPY                                                  *
      *  KIOSK SOURCE RECORD - ONE ROW PER PATIN RECORD BMI-KIOSK     *
      *  BUILT FROM A SCALE-KIOSK READING, KEYED BY PATIENT ID AND    *
      *  REWRITTEN EVERY CYCLE. BMI-CALCULATOR LOOKS EACH BATCH       *
      *  READING UP HERE TO STAMP ITS HISTORY AND AUDIT ROWS WITH THE *
      *  KIOSK AND DEVICE; THE WEIGHT AND HEIGHT RIDE ALONG SO ONLY   *
      *  THE READING THE KIOSK ACTUALLY SUPPLIED IS STAMPED.          *
      *****************************************************************
       01  BMI-KSRC-RECORD.
           05  BMI-KSRC-PATIENT-ID      PIC X(06).
           05  BMI-KSRC-DEVICE-ID       PIC X(08).
           05  BMI-KSRC-READ-DATE       PIC 9(08).
           05  BMI-KSRC-READ-TIME       PIC 9(06).
           05  BMI-KSRC-WEIGHT-KG       PIC 999V99.
           05  BMI-KSRC-HEIGHT-CM       PIC 999V99.
