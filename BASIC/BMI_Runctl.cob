
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  BMI-KIOSK, WHICH BUILDS PATIN FROM THE CLINIC
      *                 FEED AND THE SCALE-KIOSK READINGS, IS NOW THE
      *                 FIRST STEP, AHEAD OF BMI-PREEDIT; THE OTHER
      *                 STEPS MOVE DOWN ONE, TO 2 THROUGH 9. IT ENDS
      *                 RC 4 WHEN IT REJECTS KIOSK READINGS, SO THE
      *                 STEP COMPLETES AND THE BOARD SHOWS RC 04.
      * 2026-10-15  JL  BMI-INTEGRITY, THE CROSS-FILE SWEEP, IS THE
      *                 EIGHTH STEP, AFTER BMI-TREND. IT ENDS RC 4
      *                 WHEN IT FINDS EXCEPTIONS, SO THE STEP
      *                 COMPLETES AND THE BOARD SHOWS RC 04.
      * 2026-10-15  JL  A STEP BMI-BACKOUT MARKED BACKED OUT IS
      *                 CLEARED TO RUN AGAIN WITHOUT THE RERUN
      *                 OVERRIDE, AND SHOWS AS BACKED OUT ON THE
      *                 STATUS BOARD. ITS SUCCESSOR IS STILL REFUSED
      *                 UNTIL IT COMPLETES AGAIN.
      * 2026-09-02  JL  INITIAL VERSION - RUN-CONTROL DRIVER FOR THE
      *                 SEVEN-STEP NIGHTLY CYCLE (BMI-PREEDIT,
      *                 BMI-LOAD, BMI-CALCULATOR BATCH, BMI-EXTRACT,
      * THE NIGHTLY CHAIN IN RUN ORDER. STEP N MAY NOT START UNTIL
      * STEP N-1 IS COMPLETE FOR THE SAME RUN DATE.
      *--------------------------------------------------------------
       77  BMI-WS-STEP-MAX              PIC 9(02) VALUE 09.

       01  BMI-WS-STEP-NAME-LIST.
           05  FILLER  PIC X(14) VALUE "BMI-KIOSK".
           05  FILLER  PIC X(14) VALUE "BMI-PREEDIT".
           05  FILLER  PIC X(14) VALUE "BMI-LOAD".
           05  FILLER  PIC X(14) VALUE "BMI-CALCULATOR".
           05  FILLER  PIC X(14) VALUE "BMI-VENDORACK".
           05  FILLER  PIC X(14) VALUE "BMI-RECONCILE".
           05  FILLER  PIC X(14) VALUE "BMI-TREND".
           05  FILLER  PIC X(14) VALUE "BMI-INTEGRITY".

       01  BMI-WS-STEP-NAME-TABLE REDEFINES BMI-WS-STEP-NAME-LIST.
           05  BMI-WS-STEP-NAME         PIC X(14) OCCURS 9 TIMES.

       77  BMI-WS-IX                    PIC 9(02) COMP.

      *  0300 SERIES - CLEAR A STEP TO START. THE PREDECESSOR MUST BE
      *  COMPLETE FOR THE DATE, AND A STEP THAT ALREADY COMPLETED IS
      *  REFUSED UNLESS THE OPERATOR EXPLICITLY OVERRIDES - THAT IS
      *  WHAT STOPS BMI-EXTRACT RUNNING TWICE. A STEP WHOSE RUN WAS
      *  BACKED OUT IS MEANT TO RUN AGAIN AND NEEDS NO OVERRIDE.
      *================================================================
       0300-START-STEP.
           PERFORM 0310-PROMPT-STEP-NO THRU 0310-EXIT.
           END-IF.

           PERFORM 0330-READ-STEP-ROW THRU 0330-EXIT.
           IF BMI-WS-ROW-FOUND AND BMI-RCTL-BACKED-OUT
               DISPLAY "STEP WAS BACKED OUT FOR " BMI-WS-RUN-DATE
                   " - RUNNING IT AGAIN."
           END-IF.
           IF BMI-WS-ROW-FOUND AND BMI-RCTL-COMPLETE
               DISPLAY "STEP ALREADY COMPLETED FOR " BMI-WS-RUN-DATE
                   " - RERUN ANYWAY (Y/N)? "
           EXIT.

       0310-PROMPT-STEP-NO.
           DISPLAY "STEPS: 1 BMI-KIOSK  2 BMI-PREEDIT  3 BMI-LOAD"
               "  4 BMI-CALCULATOR  5 BMI-EXTRACT".
           DISPLAY "       6 BMI-VENDORACK  7 BMI-RECONCILE"
               "  8 BMI-TREND  9 BMI-INTEGRITY".
           DISPLAY "Enter step number: ".
           ACCEPT BMI-WS-STEP-NO.
           IF BMI-WS-STEP-NO NOT NUMERIC
                   MOVE "FAILED" TO BMI-WS-BRD-STATUS
               WHEN BMI-RCTL-STARTED
                   MOVE "IN PROGRESS" TO BMI-WS-BRD-STATUS
               WHEN BMI-RCTL-BACKED-OUT
                   MOVE "BACKED OUT" TO BMI-WS-BRD-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO BMI-WS-BRD-STATUS
           END-EVALUATE.
