      *****************************************************************
      *  BMIMRG.CPY                                                   *
      *  PATIENT MERGE AUDIT RECORD - BEFORE/AFTER TRAIL WRITTEN BY   *
      *  BMI-MERGE. ONE ROW PER ITEM A MERGE (OR THE UNDO OF ONE)     *
      *  TOUCHED: THE DUPLICATE'S MASTER RECORD, EACH HISTORY ROW     *
      *  MOVED, EACH SENT-LOG ROW RE-KEYED, AND EACH WORKLIST ITEM    *
      *  CARRIED OVER. THE OLD KEY IS WHERE THE ITEM WAS, THE NEW KEY *
      *  WHERE IT WENT. EVERY ROW OF ONE MERGE CARRIES THE SAME       *
      *  CHANGE DATE AND TIME, WHICH IS HOW AN UNDO FINDS THEM ALL.   *
      *****************************************************************
       01  BMI-MERGE-AUDIT-RECORD.
           05  BMI-MRG-OPERATOR-ID      PIC X(08).
           05  BMI-MRG-CHANGE-DATE      PIC 9(08).
           05  BMI-MRG-CHANGE-TIME      PIC 9(08).
           05  BMI-MRG-ACTION           PIC X(01).
               88  BMI-MRG-ACT-MERGE        VALUE "M".
               88  BMI-MRG-ACT-UNDO         VALUE "U".
           05  BMI-MRG-LOSER-ID         PIC X(06).
           05  BMI-MRG-SURVIVOR-ID      PIC X(06).
      * WHAT THE ROW RECORDS - P PATIENT-MASTER STATUS, H HISTORY
      * ROW, S SENT-LOG ROW, W WORKLIST ITEM. THE VENDOR CODE IS
      * CARRIED ON SENT-LOG ROWS ONLY; THE SEQUENCE IS ZERO ON
      * WORKLIST ROWS, WHOSE DATE IS THE ITEM'S OPENED DATE.
           05  BMI-MRG-ITEM-TYPE        PIC X(01).
               88  BMI-MRG-ITEM-MASTER      VALUE "P".
               88  BMI-MRG-ITEM-HISTORY     VALUE "H".
               88  BMI-MRG-ITEM-SENT        VALUE "S".
               88  BMI-MRG-ITEM-WORKLIST    VALUE "W".
           05  BMI-MRG-OLD-KEY.
               10  BMI-MRG-OLD-VENDOR   PIC X(04).
               10  BMI-MRG-OLD-PATIENT-ID PIC X(06).
               10  BMI-MRG-OLD-DATE     PIC 9(08).
               10  BMI-MRG-OLD-SEQ      PIC 9(04).
           05  BMI-MRG-NEW-KEY.
               10  BMI-MRG-NEW-VENDOR   PIC X(04).
               10  BMI-MRG-NEW-PATIENT-ID PIC X(06).
               10  BMI-MRG-NEW-DATE     PIC 9(08).
               10  BMI-MRG-NEW-SEQ      PIC 9(04).
      * MASTER STATUS ON A P ROW, ITEM STATUS ON A W ROW.
           05  BMI-MRG-OLD-STATUS       PIC X(01).
           05  BMI-MRG-NEW-STATUS       PIC X(01).
