      *****************************************************************
      *  BMICON.CPY                                                   *
      *  PATIENT CONTACT RECORD - ONE ROW PER PATIENT, KEYED BY       *
      *  PATIENT ID, CARRYING THE MAILING ADDRESS AND THE LANGUAGE    *
      *  THE PATIENT WANTS MAIL IN. KEPT APART FROM PATMAST SO THE    *
      *  INTAKE FEED NEVER TOUCHES IT. MAINTAINED BY BMI-CONTMAINT    *
      *  UNDER THE CLINICAL ROLE AND READ BY BMI-LETTERS. A BLANK     *
      *  FIRST ADDRESS LINE MEANS NO ADDRESS ON FILE; A BLANK         *
      *  LANGUAGE IS ENGLISH.                                         *
      *****************************************************************
       01  BMI-CON-RECORD.
           05  BMI-CON-PATIENT-ID       PIC X(06).
           05  BMI-CON-ADDRESS-1        PIC X(30).
           05  BMI-CON-ADDRESS-2        PIC X(30).
           05  BMI-CON-CITY             PIC X(20).
           05  BMI-CON-STATE            PIC X(02).
           05  BMI-CON-POSTAL-CODE      PIC X(10).
           05  BMI-CON-LANGUAGE         PIC X(02).
               88  BMI-CON-LANG-ENGLISH     VALUES "EN" SPACES.
               88  BMI-CON-LANG-SPANISH     VALUE "ES".
               88  BMI-CON-LANG-VALID       VALUES "EN" "ES".
           05  BMI-CON-CHANGED-DATE     PIC 9(08).
           05  BMI-CON-OPERATOR-ID      PIC X(08).
