      *****************************************************************
      *  BMIINV.CPY                                                   *
      *  VENDOR INVOICE DETAIL RECORD - ONE LINE PER PATIENT AND RUN  *
      *  DATE THE VENDOR BILLED FOR IN THE MONTH, AS THE VENDOR SENDS *
      *  IT. EACH VENDOR'S FILE IS NAMED ON ITS VNDRPROF ROW AND IS   *
      *  READ BY BMI-INVRECON AGAINST THE BMISENT SENT LOG. THE       *
      *  VENDOR BILLS PER RECORD RECEIVED, SO A LINE IS ONE RECORD.   *
      *****************************************************************
       01  BMI-INV-RECORD.
           05  BMI-INV-INVOICE-NO       PIC X(12).
           05  BMI-INV-PATIENT-ID       PIC X(06).
           05  BMI-INV-RUN-DATE         PIC 9(08).
