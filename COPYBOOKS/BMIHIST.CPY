      * FROM THE PCTTABL GROWTH-CHART TABLE. ZERO ON ADULT AND
      * SENIOR ROWS, AND ON MINOR ROWS CLASSIFIED FROM THE BANDS.
           05  BMI-HIST-PERCENTILE      PIC 9(02).
      * WHERE THE MEASUREMENT CAME FROM - C THE CLINIC FEED OR A
      * KEYED CALCULATION, K A WAITING-ROOM SCALE KIOSK, WITH THE
      * KIOSK'S DEVICE ID SO A SCALE THAT DRIFTS OUT OF CALIBRATION
      * CAN BE FOUND AND ITS ROWS VOIDED TOGETHER. A SPACE IS A ROW
      * WRITTEN BEFORE THE SOURCE WAS CARRIED AND COUNTS AS CLINIC.
           05  BMI-HIST-SOURCE          PIC X(01).
               88  BMI-HIST-SRC-CLINIC       VALUES "C" SPACE.
               88  BMI-HIST-SRC-KIOSK        VALUE "K".
           05  BMI-HIST-DEVICE-ID       PIC X(08).
