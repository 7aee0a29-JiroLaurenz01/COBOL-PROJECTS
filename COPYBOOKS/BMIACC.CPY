      *****************************************************************
      *  BMIACC.CPY                                                   *
      *  PATIENT ACCESS LOG RECORD - ONE ROW EACH TIME A PROGRAM      *
      *  SHOWS AN OPERATOR A PATIENT'S RECORD: WHO, WHEN, WHICH       *
      *  PATIENT, WHICH PROGRAM, AND WHAT WAS SHOWN. WRITTEN BY       *
      *  BMI-INQUIRY, BMI-ARCHVIEW, BMI-WORKLIST, BMI-CONTMAINT, AND  *
      *  THE LOOKUP IN BMI-MAINTENANCE; READ BY BMI-ACCESSRPT TO      *
      *  ANSWER "WHO HAS LOOKED AT THIS PATIENT". A CHANGE IS STILL   *
      *  AUDITED ON ITS OWN TRAIL (MAINTAUD, VOIDAUD, CONTAUD) - THIS *
      *  ROW ONLY SAYS THE RECORD WAS SEEN. AGED OUT BY BMI-PURGE.    *
      *****************************************************************
       01  BMI-ACC-RECORD.
           05  BMI-ACC-OPERATOR-ID      PIC X(08).
           05  BMI-ACC-ACCESS-DATE      PIC 9(08).
           05  BMI-ACC-ACCESS-TIME      PIC 9(08).
           05  BMI-ACC-PATIENT-ID       PIC X(06).
           05  BMI-ACC-PROGRAM          PIC X(16).
      * M MASTER RECORD, H LIVE HISTORY, A ARCHIVED HISTORY,
      * W WORKLIST ITEM, L MAINTENANCE LOOKUP, C CONTACT ADDRESS.
           05  BMI-ACC-VIEW-CODE        PIC X(01).
               88  BMI-ACC-VIEW-MASTER       VALUE "M".
               88  BMI-ACC-VIEW-HISTORY      VALUE "H".
               88  BMI-ACC-VIEW-ARCHIVE      VALUE "A".
               88  BMI-ACC-VIEW-WORKLIST     VALUE "W".
               88  BMI-ACC-VIEW-LOOKUP       VALUE "L".
               88  BMI-ACC-VIEW-CONTACT      VALUE "C".
           05  BMI-ACC-SHOWN            PIC X(40).
