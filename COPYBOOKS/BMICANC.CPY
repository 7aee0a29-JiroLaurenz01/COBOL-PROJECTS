      *****************************************************************
      *  BMICANC.CPY                                                  *
      *  VENDOR CANCELLATION RECORD - ONE ROW PER BACKED-OUT HISTORY  *
      *  ROW PER VENDOR THE SENT LOG SAYS ALREADY HAD IT, WRITTEN TO  *
      *  VNDRCANC BY BMI-BACKOUT. BMI-EXTRACT CARRIES EACH ROW INTO   *
      *  THAT VENDOR'S NEXT FEED AS A "C" CANCELLATION DETAIL, THE    *
      *  SAME WAY IT CARRIES THE VNDRRSND RESENDS, AND KEEPS ANY ROW  *
      *  WHOSE VENDOR PRODUCED NO FILE THAT CYCLE. THE VALUES ARE THE *
      *  ONES THE VENDOR WAS SENT, SO ITS INTAKE CAN MATCH THEM.      *
      *****************************************************************
       01  BMI-CANC-RECORD.
           05  BMI-CANC-VENDOR-CODE     PIC X(04).
           05  BMI-CANC-PATIENT-ID      PIC X(06).
           05  BMI-CANC-RUN-DATE        PIC 9(08).
           05  BMI-CANC-SEQ             PIC 9(04).
           05  BMI-CANC-BMI-VALUE       PIC 9(02)V9(02).
           05  BMI-CANC-CLASS-CODE      PIC X(01).
           05  BMI-CANC-BACKOUT-DATE    PIC 9(08).
           05  BMI-CANC-OPERATOR-ID     PIC X(08).
