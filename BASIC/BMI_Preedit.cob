                         ==BMI-PAT-INACTIVE==
                      BY ==BMI-CLN-INACTIVE==
                         ==BMI-PAT-DECEASED==
                      BY ==BMI-CLN-DECEASED==
                         ==BMI-PAT-MERGED== BY ==BMI-CLN-MERGED==
                         ==BMI-REC-MERGED-TO-ID==
                      BY ==BMI-CLN-MERGED-TO-ID==.

       FD  REJECT-FILE.
           COPY BMIREJ.
