           05  BMI-AUD-MODE             PIC X(01).
               88  BMI-AUD-MODE-INTERACTIVE  VALUE "I".
               88  BMI-AUD-MODE-BATCH        VALUE "B".
      * NEW FIELDS RIDE AT THE END SO ROWS WRITTEN BEFORE THEY
      * EXISTED STILL PARSE - A SPACE SOURCE IS THE CLINIC FEED OR A
      * KEYED CALCULATION. K IS A SCALE-KIOSK READING, WITH THE
      * KIOSK'S DEVICE ID.
           05  BMI-AUD-SOURCE           PIC X(01).
               88  BMI-AUD-SRC-CLINIC        VALUES "C" SPACE.
               88  BMI-AUD-SRC-KIOSK         VALUE "K".
           05  BMI-AUD-DEVICE-ID        PIC X(08).
