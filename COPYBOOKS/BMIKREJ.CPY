      *****************************************************************
      *  BMIKREJ.CPY                                                  *
      *  KIOSK REJECT RECORD - ONE ROW PER SCALE-KIOSK READING        *
      *  BMI-KIOSK COULD NOT TURN INTO A PATIN RECORD, KEPT APART     *
      *  FROM THE CLINIC'S PATREJ SO A BAD WRISTBAND SCAN NEVER LANDS *
      *  IN THE CLINIC'S RESUBMIT PILE. THE REASON CODE LEADS AND THE *
      *  ORIGINAL KIOSK ROW FOLLOWS UNCHANGED, AS ON PATREJ.          *
      *****************************************************************
       01  BMI-KREJ-RECORD.
           05  BMI-KREJ-REASON-CODE     PIC X(03).
               88  BMI-KREJ-BLANK-DEVICE     VALUE "V01".
               88  BMI-KREJ-BAD-TIMESTAMP    VALUE "T01".
               88  BMI-KREJ-BLANK-ID         VALUE "K01".
               88  BMI-KREJ-NOT-ON-MASTER    VALUE "P01".
               88  BMI-KREJ-BAD-WEIGHT       VALUE "N01".
               88  BMI-KREJ-BAD-HEIGHT       VALUE "N02".
               88  BMI-KREJ-HEIGHT-NOT-CM    VALUE "U02".
           05  BMI-KREJ-KIOSK-IMAGE     PIC X(38).
