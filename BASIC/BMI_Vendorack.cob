
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  A "C" CANCELLATION IN THE FEED IS PASSED BY
      *                 LIKE THE HEADER AND TRAILER - ONLY DETAILS
      *                 ARE MATCHED AGAINST THE ACK FILE AND CAN BE
      *                 RESENT.
      * 2026-08-22  JL  EACH ACK ENTRY NOW MATCHES AT MOST ONE SENT
      *                 RECORD, SO TWO DETAILS SHARING PATIENT AND
      *                 RUN DATE EACH CONSUME THEIR OWN ACK.
                      BY ==BMI-RSND-DETAIL-REC==
                         ==BMI-EXT-TRAILER-REC==
                      BY ==BMI-RSND-TRAILER-REC==
                         ==BMI-EXT-CANCEL-REC==
                      BY ==BMI-RSND-CANCEL-REC==
                         ==BMI-EXT-PATIENT-ID==
                      BY ==BMI-RSND-PATIENT-ID==
                         ==BMI-EXT-RUN-DATE== BY ==BMI-RSND-RUN-DATE==
