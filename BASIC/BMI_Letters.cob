       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMI-LETTERS".
       AUTHOR. JIRO LAURENZ.

      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  A LETTER WHOSE LINES DID NOT ALL WRITE TO
      *                 LETTERS IS NOT LOGGED ON LTRLOG, SO THE NEXT
      *                 RUN PRINTS IT; IT IS LISTED ON THE EXCEPTIONS
      *                 PAGE AS LETTER NOT PRINTED AND THE RUN ENDS
      *                 RC 12.
      * 2026-10-15  JL  WHEN A PATIENT'S SEQUENCE 0001 ROW FOR THE
      *                 DATE IS VOIDED - A BACKED-OUT RUN REFILES ITS
      *                 READINGS AT 0002 UP - THE FIRST LIVE ROW THAT
      *                 FOLLOWS FOR THE SAME PATIENT AND DATE GETS THE
      *                 LETTER INSTEAD, SAME RULE BMI-RECONCILE USES.
      * 2026-10-15  JL  INITIAL VERSION - PATIENT RESULT LETTERS. FOR
      *                 A KEYED RUN DATE, PRINTS ONE LETTER TO LETTERS
      *                 FOR EVERY LIVE SEQUENCE 0001 BMI-HISTORY ROW:
      *                 THE BMI, ITS CATEGORY, AND FOR A PATIENT
      *                 UNDER 20 THE BMI-FOR-AGE PERCENTILE IN PLAIN
      *                 WORDS, WITH ONE TEXT FOR A NORMAL RESULT AND
      *                 ANOTHER FOR A RESULT OUT OF RANGE, IN THE
      *                 LANGUAGE ON THE PATCONT CONTACT ROW (ENGLISH
      *                 OR SPANISH). DECEASED, INACTIVE, AND MERGED
      *                 PATIENTS, PATIENTS OFF THE MASTER, AND
      *                 PATIENTS WITH NO ADDRESS ARE HELD BACK AND
      *                 LISTED ON THE LTRRPT EXCEPTIONS PAGE. EACH
      *                 LETTER PRINTED IS LOGGED ON LTRLOG BY ITS
      *                 HISTORY KEY AND NEVER PRINTED AGAIN, SO A
      *                 RERUN AFTER AN ADDRESS IS KEYED PRINTS ONLY
      *                 THE LETTERS HELD BACK THE FIRST TIME.
      * ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMI-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-PATIENT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "PATCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-CON-PATIENT-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "LTRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMI-LTR-KEY
               FILE STATUS IS WS-LTRLOG-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT LETTER-REPORT-FILE ASSIGN TO "LTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       FD  CONTACT-FILE.
           COPY BMICON.

       FD  LETTER-LOG-FILE.
           COPY BMILTR.

       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(72).

       FD  LETTER-REPORT-FILE.
       01  LETTER-REPORT-LINE           PIC X(72).

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS            PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-CONTACT-STATUS            PIC XX.
       77  WS-LTRLOG-STATUS             PIC XX.
       77  WS-LETTER-STATUS             PIC XX.
       77  WS-REPORT-STATUS             PIC XX.

       77  BMI-WS-OPEN-SW               PIC X(01).
           88  BMI-WS-OPEN-OK               VALUE "Y".
           88  BMI-WS-OPEN-FAILED           VALUE "N".

       77  BMI-WS-EOF-SW                PIC X(01).
           88  BMI-WS-END-OF-HISTORY        VALUE "Y".

      * 0 EVERY RESULT LETTERED, 4 SOME HELD BACK, 12 NOT RUN OR A
      * LETTER NOT PRINTED.
       77  BMI-WS-RUN-RC                PIC 9(02) VALUE ZERO.

       77  BMI-WS-RUN-DATE              PIC 9(08).
       77  BMI-WS-TODAY                 PIC 9(08).
       77  BMI-WS-AGE                   PIC 999.

      * SET FOR THE LETTER BEING PRINTED.
       77  BMI-WS-SPANISH-SW            PIC X(01).
           88  BMI-WS-IN-SPANISH            VALUE "Y".
       77  BMI-WS-NORMAL-SW             PIC X(01).
           88  BMI-WS-RESULT-NORMAL         VALUE "Y".

       77  BMI-WS-HOLD-REASON           PIC X(30).

      * SET WHEN ANY LINE OF THE LETTER BEING PRINTED FAILED TO WRITE.
       77  BMI-WS-PUT-SW                PIC X(01).
           88  BMI-WS-PUT-FAILED            VALUE "Y".

      * THE PATIENT WHOSE 0001 ROW FOR THE DATE WAS LAST SEEN VOIDED,
      * CLEARED AGAIN ONCE THE ROW THAT FOLLOWS IT IS TAKEN.
       77  BMI-WS-VOIDED-PATIENT        PIC X(06) VALUE SPACES.
       77  BMI-WS-CATEGORY              PIC X(20).

       01  BMI-WS-DATE-PARTS.
           05  BMI-WS-DP-YEAR           PIC 9(04).
           05  BMI-WS-DP-MONTH          PIC 9(02).
           05  BMI-WS-DP-DAY            PIC 9(02).

       01  BMI-WS-PRINT-DATE.
           05  BMI-WS-PD-YEAR           PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  BMI-WS-PD-MONTH          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  BMI-WS-PD-DAY            PIC 9(02).

       77  BMI-WS-PRINT-BMI             PIC Z9.99.
       77  BMI-WS-PRINT-PCT             PIC Z9.

       01  BMI-WS-COUNTERS.
           05  BMI-WS-ROWS-READ         PIC 9(07) VALUE ZERO.
           05  BMI-WS-RESULTS-FOUND     PIC 9(07) VALUE ZERO.
           05  BMI-WS-ALREADY-SENT      PIC 9(07) VALUE ZERO.
           05  BMI-WS-LETTERS-PRINTED   PIC 9(07) VALUE ZERO.
           05  BMI-WS-LETTERS-SPANISH   PIC 9(07) VALUE ZERO.
           05  BMI-WS-LETTERS-NORMAL    PIC 9(07) VALUE ZERO.
           05  BMI-WS-LETTERS-OUT-RANGE PIC 9(07) VALUE ZERO.
           05  BMI-WS-HELD-BACK         PIC 9(07) VALUE ZERO.
           05  BMI-WS-NOT-PRINTED       PIC 9(07) VALUE ZERO.

      *--------------------------------------------------------------
      * LETTER AND REPORT LINE LAYOUTS
      *--------------------------------------------------------------
       01  BMI-RPT-LETTER-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  BMI-RPT-LETTER-TEXT      PIC X(68).

       01  BMI-RPT-HEADER-LINE.
           05  FILLER                   PIC X(44)
               VALUE "BMI-LETTERS RESULT LETTER RUN               ".
           05  FILLER                   PIC X(09) VALUE "RUN DATE ".
           05  BMI-RPT-HDR-DATE         PIC 9(08).
           05  FILLER                   PIC X(11) VALUE SPACES.

       01  BMI-RPT-COLUMN-LINE.
           05  FILLER                   PIC X(72)
               VALUE "PATIENT  NAME                  REASON HELD BACK".

       01  BMI-RPT-EXCEPTION-LINE.
           05  BMI-RPT-EX-PATIENT-ID    PIC X(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BMI-RPT-EX-NAME          PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BMI-RPT-EX-REASON        PIC X(30).
           05  FILLER                   PIC X(11) VALUE SPACES.

       01  BMI-RPT-COUNT-LINE.
           05  BMI-RPT-COUNT-LABEL      PIC X(32).
           05  BMI-RPT-COUNT-VALUE      PIC Z(06)9.
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  BMI-RPT-DETAIL-LINE.
           05  BMI-RPT-DETAIL-TEXT      PIC X(72).

       PROCEDURE DIVISION.
      *================================================================
      *  0100-START-HERE - MAINLINE
      *================================================================
       0100-START-HERE.
           PERFORM 0200-INITIALIZE THRU 0200-EXIT.
           IF BMI-WS-OPEN-OK
               PERFORM 0300-PROCESS-ONE-ROW THRU 0300-EXIT
                   UNTIL BMI-WS-END-OF-HISTORY
               PERFORM 0800-PRINT-SUMMARY THRU 0800-EXIT
               PERFORM 0900-CLOSE-FILES THRU 0900-EXIT
           ELSE
               MOVE 12 TO BMI-WS-RUN-RC
           END-IF.
           MOVE BMI-WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *================================================================
      *  0200 - TAKE THE RUN DATE AND OPEN THE FILES. WITHOUT THE
      *  CONTACT FILE THERE IS NO ADDRESS TO MAIL ANYTHING TO, SO
      *  THE RUN IS REFUSED RATHER THAN HOLDING BACK EVERY LETTER.
      *================================================================
       0200-INITIALIZE.
           MOVE "Y" TO BMI-WS-OPEN-SW.
           MOVE "N" TO BMI-WS-EOF-SW.
           ACCEPT BMI-WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Enter run date (YYYYMMDD, blank for today): ".
           ACCEPT BMI-WS-RUN-DATE.
           IF BMI-WS-RUN-DATE NOT NUMERIC OR BMI-WS-RUN-DATE = ZERO
               MOVE BMI-WS-TODAY TO BMI-WS-RUN-DATE
           END-IF.
           MOVE BMI-WS-RUN-DATE TO BMI-WS-DATE-PARTS.
           MOVE BMI-WS-DP-YEAR TO BMI-WS-PD-YEAR.
           MOVE BMI-WS-DP-MONTH TO BMI-WS-PD-MONTH.
           MOVE BMI-WS-DP-DAY TO BMI-WS-PD-DAY.

           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT-MASTER - STATUS "
                   WS-MASTER-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CONTACT-FILE - STATUS "
                   WS-CONTACT-STATUS " - NO LETTERS PRINTED."
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
               GO TO 0200-EXIT
           END-IF.

      * LTRLOG MAY NOT EXIST YET ON A FIRST RUN - CREATE IT EMPTY,
      * THEN REOPEN I-O, SAME AS BMI-LOAD DOES FOR PATMAST.
           OPEN I-O LETTER-LOG-FILE.
           IF WS-LTRLOG-STATUS = "35"
               OPEN OUTPUT LETTER-LOG-FILE
               CLOSE LETTER-LOG-FILE
               OPEN I-O LETTER-LOG-FILE
           END-IF.
           IF WS-LTRLOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LETTER-LOG - STATUS "
                   WS-LTRLOG-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
                     CONTACT-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LETTER-FILE - STATUS "
                   WS-LETTER-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
                     CONTACT-FILE LETTER-LOG-FILE
               GO TO 0200-EXIT
           END-IF.

           OPEN OUTPUT LETTER-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LETTER-REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE "N" TO BMI-WS-OPEN-SW
               CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE
                     CONTACT-FILE LETTER-LOG-FILE LETTER-FILE
               GO TO 0200-EXIT
           END-IF.
           MOVE BMI-WS-RUN-DATE TO BMI-RPT-HDR-DATE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-HEADER-LINE.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           MOVE "EXCEPTIONS - LETTERS HELD BACK" TO BMI-RPT-DETAIL-TEXT.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COLUMN-LINE.
       0200-EXIT.
           EXIT.

      *================================================================
      *  0300 - ONE HISTORY ROW. ONLY THE LIVE BATCH ROW (SEQUENCE
      *  0001) FOR THE RUN DATE GETS A LETTER - A SAME-DAY CORRECTION
      *  AT 0002 UP IS A CLINIC MATTER, NOT A SECOND LETTER. WHEN THE
      *  0001 ROW IS VOIDED THE FIRST LIVE ROW AFTER IT FOR THE SAME
      *  PATIENT AND DATE STANDS IN FOR IT - THE REFILED READING OF
      *  A BACKED-OUT RUN.
      *================================================================
       0300-PROCESS-ONE-ROW.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BMI-WS-EOF-SW
                   GO TO 0300-EXIT
           END-READ.
           ADD 1 TO BMI-WS-ROWS-READ.
           IF BMI-HIST-RUN-DATE NOT = BMI-WS-RUN-DATE
               GO TO 0300-EXIT
           END-IF.
           IF BMI-HIST-VOIDED
               IF BMI-HIST-SEQ = 1
                   MOVE BMI-HIST-PATIENT-ID TO BMI-WS-VOIDED-PATIENT
               END-IF
               GO TO 0300-EXIT
           END-IF.
           IF BMI-HIST-SEQ NOT = 1
               IF BMI-HIST-PATIENT-ID NOT = BMI-WS-VOIDED-PATIENT
                   GO TO 0300-EXIT
               END-IF
               MOVE SPACES TO BMI-WS-VOIDED-PATIENT
           END-IF.
           ADD 1 TO BMI-WS-RESULTS-FOUND.

           MOVE BMI-HIST-KEY TO BMI-LTR-KEY.
           READ LETTER-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO BMI-WS-ALREADY-SENT
                   GO TO 0300-EXIT
           END-READ.

           MOVE BMI-HIST-PATIENT-ID TO BMI-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO BMI-PATIENT-NAME
                   MOVE "NOT ON PATIENT-MASTER" TO BMI-WS-HOLD-REASON
                   PERFORM 0400-HOLD-BACK THRU 0400-EXIT
                   GO TO 0300-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN BMI-PAT-DECEASED
                   MOVE "DECEASED" TO BMI-WS-HOLD-REASON
               WHEN BMI-PAT-INACTIVE
                   MOVE "INACTIVE" TO BMI-WS-HOLD-REASON
               WHEN BMI-PAT-MERGED
                   MOVE SPACES TO BMI-WS-HOLD-REASON
                   STRING "MERGED INTO " BMI-REC-MERGED-TO-ID
                       DELIMITED BY SIZE INTO BMI-WS-HOLD-REASON
               WHEN OTHER
                   MOVE SPACES TO BMI-WS-HOLD-REASON
           END-EVALUATE.
           IF BMI-WS-HOLD-REASON NOT = SPACES
               PERFORM 0400-HOLD-BACK THRU 0400-EXIT
               GO TO 0300-EXIT
           END-IF.

           MOVE BMI-HIST-PATIENT-ID TO BMI-CON-PATIENT-ID.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO BMI-CON-ADDRESS-1
           END-READ.
           IF BMI-CON-ADDRESS-1 = SPACES
               MOVE "NO ADDRESS ON FILE" TO BMI-WS-HOLD-REASON
               PERFORM 0400-HOLD-BACK THRU 0400-EXIT
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0500-PRINT-LETTER THRU 0500-EXIT.
           IF BMI-WS-PUT-FAILED
               PERFORM 0410-NOT-PRINTED THRU 0410-EXIT
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0700-LOG-LETTER THRU 0700-EXIT.
       0300-EXIT.
           EXIT.

       0400-HOLD-BACK.
           ADD 1 TO BMI-WS-HELD-BACK.
           MOVE BMI-HIST-PATIENT-ID TO BMI-RPT-EX-PATIENT-ID.
           MOVE BMI-PATIENT-NAME TO BMI-RPT-EX-NAME.
           MOVE BMI-WS-HOLD-REASON TO BMI-RPT-EX-REASON.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-EXCEPTION-LINE.
       0400-EXIT.
           EXIT.

      * LEFT OFF LTRLOG, SO THE NEXT RUN PRINTS IT AGAIN IN FULL.
       0410-NOT-PRINTED.
           ADD 1 TO BMI-WS-NOT-PRINTED.
           MOVE BMI-HIST-PATIENT-ID TO BMI-RPT-EX-PATIENT-ID.
           MOVE BMI-PATIENT-NAME TO BMI-RPT-EX-NAME.
           MOVE "LETTER NOT PRINTED" TO BMI-RPT-EX-REASON.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-EXCEPTION-LINE.
       0410-EXIT.
           EXIT.

      *================================================================
      *  0500 SERIES - ONE LETTER: ADDRESS BLOCK, RESULT, THE NORMAL
      *  OR OUT-OF-RANGE TEXT, THE PERCENTILE FOR A PATIENT UNDER 20
      *  WHO WAS CLASSIFIED FROM THE GROWTH-CHART TABLE, AND THE
      *  CLOSE. EACH LETTER ENDS WITH A PAGE THROW.
      *================================================================
       0500-PRINT-LETTER.
           MOVE "N" TO BMI-WS-PUT-SW.
           MOVE "N" TO BMI-WS-SPANISH-SW.
           IF BMI-CON-LANG-SPANISH
               MOVE "Y" TO BMI-WS-SPANISH-SW
           END-IF.
           MOVE "N" TO BMI-WS-NORMAL-SW.
           IF BMI-HIST-STATUS-MSG = "Normal"
               MOVE "Y" TO BMI-WS-NORMAL-SW
           END-IF.
           PERFORM 0510-SET-CATEGORY THRU 0510-EXIT.
           PERFORM 0520-DERIVE-AGE THRU 0520-EXIT.
           MOVE BMI-HIST-BMI-VALUE TO BMI-WS-PRINT-BMI.
           MOVE BMI-HIST-PERCENTILE TO BMI-WS-PRINT-PCT.

           IF BMI-WS-IN-SPANISH
               MOVE "RESULTADO DE SU INDICE DE MASA CORPORAL"
                   TO BMI-RPT-LETTER-TEXT
           ELSE
               MOVE "YOUR BODY MASS INDEX RESULT"
                   TO BMI-RPT-LETTER-TEXT
           END-IF.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           PERFORM 0610-PUT-BLANK THRU 0610-EXIT.

           MOVE BMI-PATIENT-NAME TO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           MOVE BMI-CON-ADDRESS-1 TO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           IF BMI-CON-ADDRESS-2 NOT = SPACES
               MOVE BMI-CON-ADDRESS-2 TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
           END-IF.
           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           STRING BMI-CON-CITY DELIMITED BY "  "
               " " BMI-CON-STATE "  " BMI-CON-POSTAL-CODE
               DELIMITED BY SIZE INTO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           PERFORM 0610-PUT-BLANK THRU 0610-EXIT.

           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           IF BMI-WS-IN-SPANISH
               STRING "FECHA DE LA MEDICION: " BMI-WS-PRINT-DATE
                   DELIMITED BY SIZE INTO BMI-RPT-LETTER-TEXT
           ELSE
               STRING "DATE MEASURED: " BMI-WS-PRINT-DATE
                   DELIMITED BY SIZE INTO BMI-RPT-LETTER-TEXT
           END-IF.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           PERFORM 0610-PUT-BLANK THRU 0610-EXIT.

           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           IF BMI-WS-IN-SPANISH
               STRING "ESTIMADO(A) " DELIMITED BY SIZE
                   BMI-PATIENT-NAME DELIMITED BY "  "
                   ":" DELIMITED BY SIZE INTO BMI-RPT-LETTER-TEXT
           ELSE
               STRING "DEAR " DELIMITED BY SIZE
                   BMI-PATIENT-NAME DELIMITED BY "  "
                   "," DELIMITED BY SIZE INTO BMI-RPT-LETTER-TEXT
           END-IF.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           PERFORM 0610-PUT-BLANK THRU 0610-EXIT.

           IF BMI-WS-IN-SPANISH
               PERFORM 0540-RESULT-SPANISH THRU 0540-EXIT
           ELSE
               PERFORM 0530-RESULT-ENGLISH THRU 0530-EXIT
           END-IF.

           PERFORM 0610-PUT-BLANK THRU 0610-EXIT.
           IF BMI-WS-IN-SPANISH
               MOVE "ATENTAMENTE," TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               PERFORM 0610-PUT-BLANK THRU 0610-EXIT
               MOVE "SU EQUIPO DE ATENCION MEDICA"
                   TO BMI-RPT-LETTER-TEXT
           ELSE
               MOVE "SINCERELY," TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               PERFORM 0610-PUT-BLANK THRU 0610-EXIT
               MOVE "YOUR CARE TEAM" TO BMI-RPT-LETTER-TEXT
           END-IF.
           WRITE LETTER-LINE FROM BMI-RPT-LETTER-LINE
               BEFORE ADVANCING PAGE.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "** LETTER-FILE WRITE FAILED - STATUS "
                   WS-LETTER-STATUS " **"
               MOVE "Y" TO BMI-WS-PUT-SW
           END-IF.
           IF BMI-WS-PUT-FAILED
               GO TO 0500-EXIT
           END-IF.

           ADD 1 TO BMI-WS-LETTERS-PRINTED.
           IF BMI-WS-IN-SPANISH
               ADD 1 TO BMI-WS-LETTERS-SPANISH
           END-IF.
           IF BMI-WS-RESULT-NORMAL
               ADD 1 TO BMI-WS-LETTERS-NORMAL
           ELSE
               ADD 1 TO BMI-WS-LETTERS-OUT-RANGE
           END-IF.
       0500-EXIT.
           EXIT.

      * THE CATEGORY AS THE CALCULATOR FILED IT, IN THE LETTER'S
      * LANGUAGE.
       0510-SET-CATEGORY.
           MOVE BMI-HIST-STATUS-MSG TO BMI-WS-CATEGORY.
           EVALUATE BMI-HIST-STATUS-MSG
               WHEN "Underweight"
                   IF BMI-WS-IN-SPANISH
                       MOVE "BAJO PESO" TO BMI-WS-CATEGORY
                   ELSE
                       MOVE "UNDERWEIGHT" TO BMI-WS-CATEGORY
                   END-IF
               WHEN "Normal"
                   MOVE "NORMAL" TO BMI-WS-CATEGORY
               WHEN "Overweight"
                   IF BMI-WS-IN-SPANISH
                       MOVE "SOBREPESO" TO BMI-WS-CATEGORY
                   ELSE
                       MOVE "OVERWEIGHT" TO BMI-WS-CATEGORY
                   END-IF
               WHEN "Obese"
                   IF BMI-WS-IN-SPANISH
                       MOVE "OBESIDAD" TO BMI-WS-CATEGORY
                   ELSE
                       MOVE "OBESE" TO BMI-WS-CATEGORY
                   END-IF
           END-EVALUATE.
       0510-EXIT.
           EXIT.

      * AGE AT THE RUN DATE FROM THE DATE OF BIRTH, AS THE
      * CALCULATOR CLASSIFIES; THE STORED AGE ONLY WHEN NO DOB.
       0520-DERIVE-AGE.
           MOVE BMI-REC-AGE TO BMI-WS-AGE.
           IF BMI-REC-DOB NOT NUMERIC
              OR BMI-REC-DOB = ZERO
              OR BMI-REC-DOB >= BMI-WS-RUN-DATE
               GO TO 0520-EXIT
           END-IF.
           COMPUTE BMI-WS-AGE =
               (BMI-WS-RUN-DATE - BMI-REC-DOB) / 10000.
       0520-EXIT.
           EXIT.

       0530-RESULT-ENGLISH.
           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           STRING "YOUR BODY MASS INDEX (BMI) WAS MEASURED AT "
               BMI-WS-PRINT-BMI "." DELIMITED BY SIZE
               INTO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           STRING "THIS IS IN THE " DELIMITED BY SIZE
               BMI-WS-CATEGORY DELIMITED BY "  "
               " RANGE." DELIMITED BY SIZE
               INTO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           PERFORM 0610-PUT-BLANK THRU 0610-EXIT.

           IF BMI-WS-RESULT-NORMAL
               MOVE "THIS IS A HEALTHY RESULT AND NOTHING MORE IS"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "NEEDED. WE WILL CHECK IT AGAIN AT YOUR NEXT"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "ROUTINE VISIT." TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
           ELSE
               MOVE "THIS RESULT IS OUTSIDE THE HEALTHY RANGE. PLEASE"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "CALL THE CLINIC TO BOOK A FOLLOW-UP VISIT SO YOUR"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "CARE TEAM CAN TALK WITH YOU ABOUT IT."
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
           END-IF.

           IF BMI-WS-AGE < 20 AND BMI-HIST-PERCENTILE > ZERO
               PERFORM 0610-PUT-BLANK THRU 0610-EXIT
               MOVE "FOR CHILDREN AND TEENS, BMI IS COMPARED WITH"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "OTHERS OF THE SAME AGE AND SEX. THIS RESULT IS"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE SPACES TO BMI-RPT-LETTER-TEXT
               STRING "HIGHER THAN " BMI-WS-PRINT-PCT
                   " OUT OF EVERY 100 YOUNG PEOPLE OF THE SAME"
                   DELIMITED BY SIZE INTO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "AGE AND SEX." TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
           END-IF.
       0530-EXIT.
           EXIT.

       0540-RESULT-SPANISH.
           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           STRING "SU INDICE DE MASA CORPORAL (IMC) FUE DE "
               BMI-WS-PRINT-BMI "." DELIMITED BY SIZE
               INTO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           STRING "ESTE RESULTADO ESTA EN EL RANGO DE "
               DELIMITED BY SIZE
               BMI-WS-CATEGORY DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
           PERFORM 0610-PUT-BLANK THRU 0610-EXIT.

           IF BMI-WS-RESULT-NORMAL
               MOVE "ES UN RESULTADO SALUDABLE Y NO HACE FALTA NADA"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "MAS. LO VOLVEREMOS A MEDIR EN SU PROXIMA VISITA"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "DE RUTINA." TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
           ELSE
               MOVE "ESTE RESULTADO ESTA FUERA DEL RANGO SALUDABLE."
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "POR FAVOR LLAME A LA CLINICA PARA PROGRAMAR UNA"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "CITA DE SEGUIMIENTO Y HABLAR DEL RESULTADO CON SU"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "EQUIPO DE ATENCION MEDICA." TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
           END-IF.

           IF BMI-WS-AGE < 20 AND BMI-HIST-PERCENTILE > ZERO
               PERFORM 0610-PUT-BLANK THRU 0610-EXIT
               MOVE "EN NINOS Y ADOLESCENTES EL IMC SE COMPARA CON"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "OTROS DE LA MISMA EDAD Y SEXO. ESTE RESULTADO ES"
                   TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE SPACES TO BMI-RPT-LETTER-TEXT
               STRING "MAYOR QUE EL DE " BMI-WS-PRINT-PCT
                   " DE CADA 100 JOVENES DE LA MISMA EDAD"
                   DELIMITED BY SIZE INTO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
               MOVE "Y SEXO." TO BMI-RPT-LETTER-TEXT
               PERFORM 0600-PUT-LINE THRU 0600-EXIT
           END-IF.
       0540-EXIT.
           EXIT.

       0600-PUT-LINE.
           WRITE LETTER-LINE FROM BMI-RPT-LETTER-LINE.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "** LETTER-FILE WRITE FAILED - STATUS "
                   WS-LETTER-STATUS " **"
               MOVE "Y" TO BMI-WS-PUT-SW
           END-IF.
       0600-EXIT.
           EXIT.

       0610-PUT-BLANK.
           MOVE SPACES TO BMI-RPT-LETTER-TEXT.
           PERFORM 0600-PUT-LINE THRU 0600-EXIT.
       0610-EXIT.
           EXIT.

      *================================================================
      *  0700 - LOG THE LETTER SO IT IS NEVER PRINTED AGAIN
      *================================================================
       0700-LOG-LETTER.
           MOVE BMI-HIST-KEY TO BMI-LTR-KEY.
           MOVE BMI-WS-TODAY TO BMI-LTR-PRINTED-DATE.
           IF BMI-WS-IN-SPANISH
               MOVE "ES" TO BMI-LTR-LANGUAGE
           ELSE
               MOVE "EN" TO BMI-LTR-LANGUAGE
           END-IF.
           MOVE BMI-HIST-BMI-VALUE TO BMI-LTR-BMI-VALUE.
           IF BMI-WS-RESULT-NORMAL
               MOVE "N" TO BMI-LTR-RESULT-CODE
           ELSE
               MOVE "O" TO BMI-LTR-RESULT-CODE
           END-IF.
           WRITE BMI-LTR-RECORD
               INVALID KEY
                   DISPLAY "** LETTER-LOG WRITE FAILED - STATUS "
                       WS-LTRLOG-STATUS " FOR " BMI-HIST-PATIENT-ID
                       " **"
           END-WRITE.
       0700-EXIT.
           EXIT.

      *================================================================
      *  0800 - RUN COUNTS UNDER THE EXCEPTIONS PAGE
      *================================================================
       0800-PRINT-SUMMARY.
           IF BMI-WS-HELD-BACK = ZERO
              AND BMI-WS-NOT-PRINTED = ZERO
               MOVE "  NONE" TO BMI-RPT-DETAIL-TEXT
               WRITE LETTER-REPORT-LINE FROM BMI-RPT-DETAIL-LINE
           END-IF.
           IF BMI-WS-HELD-BACK > ZERO
               MOVE 4 TO BMI-WS-RUN-RC
           END-IF.
           IF BMI-WS-NOT-PRINTED > ZERO
               MOVE 12 TO BMI-WS-RUN-RC
           END-IF.
           MOVE SPACES TO BMI-RPT-DETAIL-TEXT.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-DETAIL-LINE.

           MOVE "RESULTS FOR THE RUN DATE  . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-RESULTS-FOUND TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "ALREADY LETTERED (LTRLOG) . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-ALREADY-SENT TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "LETTERS PRINTED . . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-LETTERS-PRINTED TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  IN SPANISH  . . . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-LETTERS-SPANISH TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  NORMAL RESULT . . . . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-LETTERS-NORMAL TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "  OUT OF RANGE RESULT . . . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-LETTERS-OUT-RANGE TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "HELD BACK (LISTED ABOVE)  . . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-HELD-BACK TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.

           MOVE "NOT PRINTED (LISTED ABOVE) . :"
               TO BMI-RPT-COUNT-LABEL.
           MOVE BMI-WS-NOT-PRINTED TO BMI-RPT-COUNT-VALUE.
           WRITE LETTER-REPORT-LINE FROM BMI-RPT-COUNT-LINE.
       0800-EXIT.
           EXIT.

       0900-CLOSE-FILES.
           CLOSE BMI-HISTORY-FILE PATIENT-MASTER-FILE CONTACT-FILE
                 LETTER-LOG-FILE LETTER-FILE LETTER-REPORT-FILE.
           DISPLAY "BMI-LETTERS RESULTS FOUND . : "
               BMI-WS-RESULTS-FOUND.
           DISPLAY "BMI-LETTERS LETTERS PRINTED : "
               BMI-WS-LETTERS-PRINTED.
           DISPLAY "BMI-LETTERS HELD BACK . . . : "
               BMI-WS-HELD-BACK.
           DISPLAY "BMI-LETTERS NOT PRINTED . . : "
               BMI-WS-NOT-PRINTED.
           DISPLAY "BMI-LETTERS ALREADY SENT  . : "
               BMI-WS-ALREADY-SENT.
       0900-EXIT.
           EXIT.
       END PROGRAM BMI-LETTERS.
