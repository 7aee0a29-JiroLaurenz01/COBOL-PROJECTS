      *  LAST-FLAG DATE, REASON, AND FLAG COUNT MOVE FORWARD - SO    *
      *  THE CARE TEAM SEES ONE ITEM PER PROBLEM, NOT ONE PER RUN.    *
      *  ONCE CLOSED AN ITEM STAYS ON FILE FOR THE RECORD AND A NEW   *
      *  FLAG OPENS A FRESH ITEM. THE CONTACTED DATE IS STAMPED THE   *
      *  LAST TIME THE ITEM WAS MARKED CONTACTED AND IS KEPT WHEN IT  *
      *  CLOSES - ZERO (OR SPACES ON AN OLDER ROW) IF IT NEVER WAS.   *
      *****************************************************************
       01  BMI-WORK-RECORD.
           05  BMI-WORK-KEY.
           05  BMI-WORK-OUTCOME         PIC X(30).
           05  BMI-WORK-CLOSED-DATE     PIC 9(08).
           05  BMI-WORK-OPERATOR-ID     PIC X(08).
           05  BMI-WORK-CONTACTED-DATE  PIC 9(08).
