               88  BMI-PAT-ACTIVE           VALUES "A" SPACE.
               88  BMI-PAT-INACTIVE         VALUE "I".
               88  BMI-PAT-DECEASED         VALUE "D".
               88  BMI-PAT-MERGED           VALUE "M".
      * SURVIVING PATIENT ID FOR A DUPLICATE FOLDED INTO ANOTHER
      * RECORD BY BMI-MERGE - BLANK ON EVERY OTHER RECORD. SET AND
      * CLEARED ONLY BY BMI-MERGE, NEVER BY THE INTAKE FEED.
           05  BMI-REC-MERGED-TO-ID     PIC X(06).
