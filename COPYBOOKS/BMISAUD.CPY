      *****************************************************************
      *  BMISAUD.CPY                                                  *
      *  SUSPENSE DECISION AUDIT RECORD - ONE ROW PER SUSPENDED       *
      *  READING RELEASED OR REJECTED THROUGH BMI-SUSPENSE: WHO       *
      *  DECIDED, WHEN, THE SUSPENSE KEY, THE DECISION, AND THE NOTE  *
      *  THE OPERATOR GAVE. SAME ACCOUNTABILITY SHAPE AS THE VOIDAUD  *
      *  TRAIL.                                                       *
      *****************************************************************
       01  BMI-SAUD-RECORD.
           05  BMI-SAUD-OPERATOR-ID     PIC X(08).
           05  BMI-SAUD-CHANGE-DATE     PIC 9(08).
           05  BMI-SAUD-CHANGE-TIME     PIC 9(08).
           05  BMI-SAUD-PATIENT-ID      PIC X(06).
           05  BMI-SAUD-RUN-DATE        PIC 9(08).
           05  BMI-SAUD-DECISION        PIC X(01).
               88  BMI-SAUD-RELEASED         VALUE "R".
               88  BMI-SAUD-REJECTED         VALUE "X".
      * HISTORY SEQUENCE WRITTEN ON A RELEASE, ZERO ON A REJECT.
           05  BMI-SAUD-SEQ             PIC 9(04).
           05  BMI-SAUD-REASON          PIC X(30).
