      *****************************************************************
      *  BMISUSP.CPY                                                  *
      *  MEASUREMENT SUSPENSE RECORD - ONE ROW PER BATCH READING THE  *
      *  BMI-CALCULATOR RUN HELD BACK FROM BMI-HISTORY BECAUSE IT     *
      *  CONTRADICTS THE PATIENT'S OWN LATEST LIVE ROW (AN ADULT      *
      *  HEIGHT THAT MOVED, OR A WEIGHT CHANGE TOO LARGE FOR THE DAYS *
      *  ELAPSED). KEYED BY PATIENT ID AND RUN DATE - THE BATCH OWNS  *
      *  ONE READING PER PATIENT PER RUN DATE, SO A RESTARTED RUN     *
      *  CANNOT SUSPEND THE SAME READING TWICE. THE RESULT IS CARRIED *
      *  AS THE BATCH COMPUTED IT, SO A RELEASE BY BMI-SUSPENSE FILES *
      *  EXACTLY THE ROW THE BATCH WOULD HAVE WRITTEN. THE PRIOR ROW  *
      *  THE READING WAS CHECKED AGAINST RIDES ALONG FOR REVIEW.      *
      *****************************************************************
       01  BMI-SUSP-RECORD.
           05  BMI-SUSP-KEY.
               10  BMI-SUSP-PATIENT-ID  PIC X(06).
               10  BMI-SUSP-RUN-DATE    PIC 9(08).
           05  BMI-SUSP-UNIT-FLAG       PIC X(01).
               88  BMI-SUSP-UNITS-IMPERIAL   VALUE "I".
               88  BMI-SUSP-UNITS-METRIC     VALUE "M".
           05  BMI-SUSP-WEIGHT          PIC 999V99.
           05  BMI-SUSP-HEIGHT          PIC 999V99.
           05  BMI-SUSP-BMI-VALUE       PIC 99V99.
           05  BMI-SUSP-STATUS-MSG      PIC X(20).
           05  BMI-SUSP-PERCENTILE      PIC 9(02).
           05  BMI-SUSP-AGE             PIC 9(03).
      * WHY THE READING WAS HELD - H ADULT HEIGHT CHANGE, W WEIGHT
      * CHANGE FOR THE DAYS ELAPSED - AND THE FIGURES BEHIND IT.
           05  BMI-SUSP-REASON-CODE     PIC X(01).
               88  BMI-SUSP-REASON-HEIGHT    VALUE "H".
               88  BMI-SUSP-REASON-WEIGHT    VALUE "W".
           05  BMI-SUSP-REASON-TEXT     PIC X(40).
           05  BMI-SUSP-PRIOR-RUN-DATE  PIC 9(08).
           05  BMI-SUSP-PRIOR-SEQ       PIC 9(04).
           05  BMI-SUSP-PRIOR-UNIT-FLAG PIC X(01).
           05  BMI-SUSP-PRIOR-WEIGHT    PIC 999V99.
           05  BMI-SUSP-PRIOR-HEIGHT    PIC 999V99.
      * P PENDING REVIEW, R RELEASED TO BMI-HISTORY, X REJECTED.
      * A DECIDED ROW STAYS ON FILE FOR THE RECORD.
           05  BMI-SUSP-STATE           PIC X(01).
               88  BMI-SUSP-PENDING          VALUE "P".
               88  BMI-SUSP-RELEASED         VALUE "R".
               88  BMI-SUSP-REJECTED         VALUE "X".
           05  BMI-SUSP-DECIDED-DATE    PIC 9(08).
           05  BMI-SUSP-OPERATOR-ID     PIC X(08).
      * THE HISTORY SEQUENCE A RELEASED READING WAS FILED UNDER.
           05  BMI-SUSP-RELEASED-SEQ    PIC 9(04).
      * WHERE THE READING CAME FROM, CARRIED THROUGH TO THE HISTORY
      * ROW A RELEASE FILES - SAME CODES AS BMI-HIST-SOURCE.
           05  BMI-SUSP-SOURCE          PIC X(01).
               88  BMI-SUSP-SRC-CLINIC       VALUES "C" SPACE.
               88  BMI-SUSP-SRC-KIOSK        VALUE "K".
           05  BMI-SUSP-DEVICE-ID       PIC X(08).
