      *  BMI-EXTRACT AND THE PROGRAMS THAT READ THE FEED BACK.        *
      *  EVERY RECORD LEADS WITH A TYPE BYTE: ONE "H" HEADER, THEN    *
      *  "D" DETAILS, THEN ONE "T" TRAILER THE VENDOR'S INTAKE        *
      *  BALANCES AGAINST (DETAIL COUNT AND BMI HASH TOTAL). A "C"    *
      *  CANCELLATION CARRIES THE SAME FIELDS AS THE DETAIL IT        *
      *  RETRACTS FROM AN EARLIER FILE AND COUNTS IN THE TRAILER      *
      *  LIKE ANY DETAIL.                                             *
      *****************************************************************
       01  BMI-EXTRACT-HEADER.
           05  BMI-EXTH-RECORD-TYPE         PIC X(01).
               88  BMI-EXT-HEADER-REC            VALUE "H".
               88  BMI-EXT-DETAIL-REC            VALUE "D".
               88  BMI-EXT-TRAILER-REC           VALUE "T".
               88  BMI-EXT-CANCEL-REC            VALUE "C".
           05  BMI-EXT-PATIENT-ID           PIC X(06).
           05  BMI-EXT-RUN-DATE             PIC 9(08).
           05  BMI-EXT-BMI-VALUE            PIC 9(02)V9(02).
