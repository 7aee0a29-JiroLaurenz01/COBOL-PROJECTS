      *  VNDREXT DRIVEN BY THE EXTCTL CONTROL RECORD. THE ORIGINAL    *
      *  EHR WELLNESS VENDOR'S PROFILE ROW SHOULD KEEP THE VNDREXT    *
      *  FILE NAME SO BMI-VENDORACK AND BMI-RECONCILE, WHICH READ     *
      *  THAT FEED BACK, NEED NO CHANGE. THE INVOICE FILE NAME AND    *
      *  THE CONTRACTED CHARGE PER RECORD RECEIVED ARE READ BY        *
      *  BMI-INVRECON TO CHECK THE VENDOR'S MONTHLY BILL; BMI-EXTRACT *
      *  CARRIES THEM THROUGH ITS PROFILE REWRITE UNCHANGED.          *
      *****************************************************************
       01  BMI-VPRO-RECORD.
           05  BMI-VPRO-VENDOR-CODE     PIC X(04).
           05  BMI-VPRO-EXTRACT-DD      PIC X(08).
           05  BMI-VPRO-EXTRACT-SEQ     PIC 9(06).
           05  BMI-VPRO-LAST-RUN-DATE   PIC 9(08).
      * NEW FIELDS RIDE AT THE END SO ROWS WRITTEN BEFORE THEY
      * EXISTED STILL PARSE - A BLANK INVOICE NAME MEANS THE VENDOR'S
      * BILL IS NOT RECONCILED, AND A BLANK RATE READS AS ZERO.
           05  BMI-VPRO-INVOICE-DD      PIC X(08).
           05  BMI-VPRO-RECORD-RATE     PIC 9(03)V9(04).
