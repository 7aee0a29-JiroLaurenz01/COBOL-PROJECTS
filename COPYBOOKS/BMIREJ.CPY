               88  BMI-REJ-BAD-STATUS        VALUE "S01".
               88  BMI-REJ-BAD-UNIT-FLAG     VALUE "U01".
               88  BMI-REJ-UNIT-MISMATCH     VALUE "U02".
           05  BMI-REJ-PATIENT-IMAGE    PIC X(56).
