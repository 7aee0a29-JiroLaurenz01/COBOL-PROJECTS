      *****************************************************************
      *  BMIBKO.CPY                                                   *
      *  RUN BACKOUT CONTROL RECORD - ONE ROW PER BMI-BACKOUT RUN,    *
      *  APPENDED TO BACKCTL: THE RUN DATE BACKED OUT, WHO DID IT,    *
      *  WHEN, WHY, AND THE CONTROL COUNTS OF WHAT WAS RETIRED.       *
      *  BMI-RECONCILE READS IT BACK FOR THE SAME RUN DATE SO THE     *
      *  BACKED-OUT BATCH STILL PROVES OUT: THE VOIDED BATCH ROWS     *
      *  BECOME A LEG OF THEIR OWN, THE AUDIT ROWS ON FILE AT THE     *
      *  BACKOUT SEPARATE THE BAD RUN FROM A RERUN, AND THE ROWS THE  *
      *  VNDREXT VENDOR HAD ARE MATCHED AGAINST THE CANCELLATIONS.    *
      *****************************************************************
       01  BMI-BKO-RECORD.
           05  BMI-BKO-RUN-DATE         PIC 9(08).
           05  BMI-BKO-BACKOUT-DATE     PIC 9(08).
           05  BMI-BKO-BACKOUT-TIME     PIC 9(08).
           05  BMI-BKO-OPERATOR-ID      PIC X(08).
           05  BMI-BKO-REASON           PIC X(30).
      * BATCH AUDIT ROWS FOR THE RUN DATE WHEN THE BACKOUT RAN.
           05  BMI-BKO-AUDIT-ROWS       PIC 9(07).
      * BATCH ROWS VOIDED BY THIS BACKOUT - SEQUENCE 0001, A RERUN'S
      * READING REFILED BEHIND A VOIDED 0001, A 0001 ROW A MERGE
      * MOVED ONTO ITS SURVIVOR, AND ANY READING RELEASED FROM
      * SUSPENSE AT A LATER SEQUENCE, ALL THE BAD RUN'S - AND THOSE
      * FOUND ALREADY VOIDED AND LEFT AS THEY WERE.
           05  BMI-BKO-ROWS-VOIDED      PIC 9(07).
           05  BMI-BKO-ROWS-WERE-VOID   PIC 9(07).
      * LIVE ROWS FOLLOWING A BATCH ROW FOR THE SAME PATIENT AND
      * DATE (SAME-DAY CORRECTIONS) - LEFT LIVE, AND COUNTED SO A
      * RERUN'S REFILED ROWS CAN BE TOLD FROM THEM.
           05  BMI-BKO-LATER-ROWS       PIC 9(07).
      * VOIDED ROWS THE VNDREXT VENDOR HAD, AND CANCELLATIONS QUEUED
      * FOR ALL VENDORS TOGETHER.
           05  BMI-BKO-LEGACY-SENT      PIC 9(07).
           05  BMI-BKO-CANCELS-QUEUED   PIC 9(07).
           05  BMI-BKO-SUSP-REJECTED    PIC 9(07).
           05  BMI-BKO-ITEMS-CLOSED     PIC 9(07).
           05  BMI-BKO-STEPS-RESET      PIC 9(02).
           05  BMI-BKO-CKPT-RESET-FLAG  PIC X(01).
               88  BMI-BKO-CKPT-WAS-RESET    VALUE "Y".
