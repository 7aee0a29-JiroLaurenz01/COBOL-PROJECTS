           05  BMI-CKPT-COUNT-OVERWEIGHT  PIC 9(07).
           05  BMI-CKPT-COUNT-OBESE       PIC 9(07).
           05  BMI-CKPT-BMI-SUM           PIC 9(09)V99.
      * READINGS SKIPPED AS NOT ACTIVE, FILED UNDER A MERGE SURVIVOR,
      * HELD IN SUSPENSE, REFILED BEHIND A VOIDED 0001 ROW, AND
      * FILED FROM A KIOSK. A CHECKPOINT WRITTEN BEFORE THESE WERE
      * CARRIED READS THEM AS SPACES.
           05  BMI-CKPT-COUNT-INACTIVE    PIC 9(07).
           05  BMI-CKPT-COUNT-REDIRECTED  PIC 9(07).
           05  BMI-CKPT-COUNT-SUSPENDED   PIC 9(07).
           05  BMI-CKPT-COUNT-REFILED     PIC 9(07).
           05  BMI-CKPT-COUNT-KIOSK       PIC 9(07).
