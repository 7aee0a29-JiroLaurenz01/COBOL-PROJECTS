      *****************************************************************
      *  BMIIMPC.CPY                                                  *
      *  CLASSIFICATION IMPACT LOG RECORD - ONE ROW PER BMI-WHATIF    *
      *  RUN: WHEN IT RAN, WHO RAN IT, WHAT IT FOUND, AND AN EXACT    *
      *  IMAGE OF THE STAGED TABLES IT WAS RUN AGAINST.               *
      *  BMI-TABLEMAINT PROMOTES A STAGED TABLE ONLY WHEN A ROW HERE  *
      *  CARRIES THE SAME IMAGE, SO A TABLE CHANGED AFTER ITS REPORT  *
      *  CANNOT GO LIVE ON THE STRENGTH OF THE OLD ONE. A ZERO COUNT  *
      *  MEANS THAT TABLE WAS NOT STAGED AND ITS IMAGE IS SPACES. THE *
      *  IMAGES ARE THE STAGED ROWS BACK TO BACK, EACH EXACTLY AS IT  *
      *  SITS ON CLASSTAG (BMICLAS LAYOUT) OR PCTSTAG (BMIPCT         *
      *  LAYOUT).                                                     *
      *****************************************************************
       01  BMI-IMPC-RECORD.
           05  BMI-IMPC-RUN-DATE        PIC 9(08).
           05  BMI-IMPC-RUN-TIME        PIC 9(08).
           05  BMI-IMPC-OPERATOR-ID     PIC X(08).
           05  BMI-IMPC-PATIENTS        PIC 9(07).
           05  BMI-IMPC-MOVED           PIC 9(07).
           05  BMI-IMPC-CLASS-COUNT     PIC 9(02).
           05  BMI-IMPC-CLASS-IMAGE     PIC X(216).
           05  BMI-IMPC-PCT-COUNT       PIC 9(02).
           05  BMI-IMPC-PCT-IMAGE       PIC X(1400).
