
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  JL  THE VENDOR PROFILE NOW CARRIES AN INVOICE
      *                 FILE NAME AND A PER-RECORD RATE FOR
      *                 BMI-INVRECON - KEPT IN THE VENDOR TABLE AND
      *                 WRITTEN BACK AS READ.
      * 2026-10-15  JL  CANCELLATIONS QUEUED ON VNDRCANC BY
      *                 BMI-BACKOUT ARE CARRIED INTO EACH VENDOR'S
      *                 FILE AS "C" RECORDS AHEAD OF THE NEW ROWS,
      *                 COUNTED IN THE TRAILER LIKE ANY DETAIL. A
      *                 CANCELLATION WHOSE VENDOR PRODUCED NO FILE
      *                 THIS CYCLE, OR WHOSE WRITE FAILED, STAYS ON
      *                 VNDRCANC FOR THE NEXT CYCLE; THE REST ARE
      *                 TAKEN OFF.
      * 2026-10-15  JL  A ROW STILL FILED UNDER A PATIENT ID THAT
      *                 BMI-MERGE HAS FOLDED INTO ANOTHER IS
      *                 SUPPRESSED LIKE A RETIRED PATIENT'S ROW AND
      *                 NAMED ON THE CONSOLE WITH ITS SURVIVING ID,
      *                 SO IT CAN BE MOVED RATHER THAN SENT TWICE
      *                 UNDER TWO IDS.
      * 2026-09-02  JL  MULTI-DESTINATION EXTRACT - A VENDOR PROFILE
      *                 FILE (VNDRPROF) NOW NAMES EACH EXTRACT
      *                 DESTINATION WITH ITS OWN EXTRACT FILE NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.

           SELECT CANCEL-FILE ASSIGN TO "VNDRCANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCEL-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                      BY ==BMI-RSND-DETAIL-REC==
                         ==BMI-EXT-TRAILER-REC==
                      BY ==BMI-RSND-TRAILER-REC==
                         ==BMI-EXT-CANCEL-REC==
                      BY ==BMI-RSND-CANCEL-REC==
                         ==BMI-EXT-PATIENT-ID==
                      BY ==BMI-RSND-PATIENT-ID==
                         ==BMI-EXT-RUN-DATE== BY ==BMI-RSND-RUN-DATE==
                         ==BMI-EXTT-BMI-HASH==
                      BY ==BMI-RSNDT-BMI-HASH==.

       FD  CANCEL-FILE.
           COPY BMICANC.

       FD  PATIENT-MASTER-FILE.
           COPY BMIPAT.

       77  WS-EXTRACT-STATUS            PIC XX.
       77  WS-CONTROL-STATUS            PIC XX.
       77  WS-RESEND-STATUS             PIC XX.
       77  WS-CANCEL-STATUS             PIC XX.
       77  WS-MASTER-STATUS             PIC XX.
       77  WS-PROFILE-STATUS            PIC XX.
       77  WS-SENT-STATUS               PIC XX.

       77  BMI-WS-RUN-DATE              PIC 9(08).

      *--------------------------------------------------------------
      * CANCELLATIONS FROM BMI-BACKOUT, HELD FOR THE RUN SO EACH
      * VENDOR'S PASS TAKES ITS OWN AND THE FILE CAN BE WRITTEN BACK
      * WITH ONLY THE ONES NOT YET DELIVERED. MORE ROWS THAN THE
      * TABLE HOLDS CARRIES NONE AND KEEPS THE FILE WHOLE RATHER
      * THAN DELIVER HALF AND LOSE TRACK OF THE REST.
      *--------------------------------------------------------------
       77  BMI-WS-CT-MAX                PIC 9(04) VALUE 2000.
       77  BMI-WS-CT-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-CT-DONE-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  BMI-WS-CX                    PIC 9(04) COMP.

       01  BMI-WS-CANCEL-TABLE.
           05  BMI-WS-CT-ENTRY          OCCURS 2000 TIMES.
               10  BMI-WS-CT-IMAGE          PIC X(43).
               10  BMI-WS-CT-DONE           PIC X(01).

       77  BMI-WS-CANCEL-PRESENT-SW     PIC X(01) VALUE "N".
           88  BMI-WS-CANCEL-PRESENT        VALUE "Y".

       77  BMI-WS-CANCEL-OVER-SW        PIC X(01) VALUE "N".
           88  BMI-WS-CANCEL-OVERFLOW       VALUE "Y".

       77  BMI-WS-CANCEL-EOF-SW         PIC X(01).
           88  BMI-WS-END-OF-CANCEL         VALUE "Y".

      *--------------------------------------------------------------
      * LIFECYCLE SUPPRESSION. WHEN THE MASTER CANNOT BE OPENED THE
      * CHECK IS OFF AND EVERY UNSENT ROW GOES OUT, AS BEFORE.
               10  BMI-WS-VT-ACTIVE         PIC X(01).
               10  BMI-WS-VT-DD             PIC X(08).
               10  BMI-WS-VT-SEQ            PIC 9(06).
               10  BMI-WS-VT-INVOICE-DD     PIC X(08).
               10  BMI-WS-VT-RATE           PIC 9(03)V9(04).

       77  BMI-WS-PROFILE-SW            PIC X(01) VALUE "N".
           88  BMI-WS-PROFILE-PRESENT       VALUE "Y".
           05  BMI-WS-RECS-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  BMI-WS-RECS-VOIDED       PIC 9(07) VALUE ZERO.
           05  BMI-WS-RECS-RESENT       PIC 9(07) VALUE ZERO.
           05  BMI-WS-RECS-CANCELLED    PIC 9(07) VALUE ZERO.

       77  BMI-WS-TOTAL-WRITTEN         PIC 9(07) VALUE ZERO.

           ELSE
               MOVE "Y" TO BMI-WS-RESEND-EOF-SW
           END-IF.

           PERFORM 0290-LOAD-CANCELS THRU 0290-EXIT.
       0200-EXIT.
           EXIT.

               TO BMI-WS-VT-DD (BMI-WS-VENDOR-COUNT).
           MOVE BMI-VPRO-EXTRACT-SEQ
               TO BMI-WS-VT-SEQ (BMI-WS-VENDOR-COUNT).
           MOVE BMI-VPRO-INVOICE-DD
               TO BMI-WS-VT-INVOICE-DD (BMI-WS-VENDOR-COUNT).
           IF BMI-VPRO-RECORD-RATE NUMERIC
               MOVE BMI-VPRO-RECORD-RATE
                   TO BMI-WS-VT-RATE (BMI-WS-VENDOR-COUNT)
           ELSE
               MOVE ZERO TO BMI-WS-VT-RATE (BMI-WS-VENDOR-COUNT)
           END-IF.
           IF BMI-VPRO-EXTRACT-DD = "VNDREXT"
               MOVE BMI-WS-VENDOR-COUNT TO BMI-WS-LEGACY-IX
           END-IF.
           MOVE "A" TO BMI-WS-VT-ACTIVE (1).
           MOVE "VNDREXT" TO BMI-WS-VT-DD (1).
           MOVE BMI-WS-CTL-SEQ TO BMI-WS-VT-SEQ (1).
           MOVE SPACES TO BMI-WS-VT-INVOICE-DD (1).
           MOVE ZERO TO BMI-WS-VT-RATE (1).
           MOVE 1 TO BMI-WS-LEGACY-IX.
       0240-EXIT.
           EXIT.
           IF BMI-WS-LEGACY-PASS
               PERFORM 0270-CARRY-RESEND THRU 0270-EXIT
           END-IF.
           IF BMI-WS-CT-COUNT > ZERO
               PERFORM 0295-CARRY-ONE-CANCEL THRU 0295-EXIT
                   VARYING BMI-WS-CX FROM 1 BY 1
                   UNTIL BMI-WS-CX > BMI-WS-CT-COUNT
           END-IF.

           MOVE "N" TO BMI-WS-EOF-SW.
           MOVE SPACES TO BMI-HIST-PATIENT-ID.
               BMI-WS-RECS-SUPPRESSED.
           DISPLAY "  VOIDED  . . . . . . . . : " BMI-WS-RECS-VOIDED.
           DISPLAY "  CARRIED RESEND  . . . . : " BMI-WS-RECS-RESENT.
           DISPLAY "  CANCELLATIONS . . . . . : "
               BMI-WS-RECS-CANCELLED.
           DISPLAY "  RECORDS WRITTEN . . . . : "
               BMI-WS-RECS-WRITTEN.
       0260-EXIT.
       0280-EXIT.
           EXIT.

      *================================================================
      *  0290 SERIES - CANCELLATIONS QUEUED BY BMI-BACKOUT. EACH GOES
      *  TO ITS OWN VENDOR'S FILE AS A "C" RECORD, AHEAD OF THE NEW
      *  ROWS, SO A VENDOR TAKING A RERUN'S ROW FOR THE SAME PATIENT
      *  AND DATE SEES THE WITHDRAWAL FIRST.
      *================================================================
       0290-LOAD-CANCELS.
           MOVE ZERO TO BMI-WS-CT-COUNT.
           OPEN INPUT CANCEL-FILE.
           IF WS-CANCEL-STATUS NOT = "00"
               GO TO 0290-EXIT
           END-IF.
           MOVE "Y" TO BMI-WS-CANCEL-PRESENT-SW.
           MOVE "N" TO BMI-WS-CANCEL-EOF-SW.
           PERFORM 0292-LOAD-ONE-CANCEL THRU 0292-EXIT
               UNTIL BMI-WS-END-OF-CANCEL.
           CLOSE CANCEL-FILE.
           IF BMI-WS-CANCEL-OVERFLOW
               DISPLAY "** MORE THAN " BMI-WS-CT-MAX " CANCELLATIONS"
                   " QUEUED - NONE CARRIED, VNDRCANC KEPT **"
               MOVE ZERO TO BMI-WS-CT-COUNT
           END-IF.
       0290-EXIT.
           EXIT.

       0292-LOAD-ONE-CANCEL.
           READ CANCEL-FILE
               AT END
                   MOVE "Y" TO BMI-WS-CANCEL-EOF-SW
                   GO TO 0292-EXIT
           END-READ.
           IF BMI-WS-CT-COUNT >= BMI-WS-CT-MAX
               MOVE "Y" TO BMI-WS-CANCEL-OVER-SW
               MOVE "Y" TO BMI-WS-CANCEL-EOF-SW
               GO TO 0292-EXIT
           END-IF.
           ADD 1 TO BMI-WS-CT-COUNT.
           MOVE BMI-CANC-RECORD TO BMI-WS-CT-IMAGE (BMI-WS-CT-COUNT).
           MOVE "N" TO BMI-WS-CT-DONE (BMI-WS-CT-COUNT).
       0292-EXIT.
           EXIT.

       0295-CARRY-ONE-CANCEL.
           IF BMI-WS-CT-DONE (BMI-WS-CX) = "Y"
               GO TO 0295-EXIT
           END-IF.
           MOVE BMI-WS-CT-IMAGE (BMI-WS-CX) TO BMI-CANC-RECORD.
           IF BMI-CANC-VENDOR-CODE NOT = BMI-WS-VT-CODE (BMI-WS-VX)
               GO TO 0295-EXIT
           END-IF.
           MOVE SPACES TO BMI-EXTRACT-RECORD.
           MOVE "C" TO BMI-EXT-RECORD-TYPE.
           MOVE BMI-CANC-PATIENT-ID TO BMI-EXT-PATIENT-ID.
           MOVE BMI-CANC-RUN-DATE TO BMI-EXT-RUN-DATE.
           MOVE BMI-CANC-BMI-VALUE TO BMI-EXT-BMI-VALUE.
           MOVE BMI-CANC-CLASS-CODE TO BMI-EXT-CLASS-CODE.
           PERFORM 0320-WRITE-ONE-DETAIL THRU 0320-EXIT.
           IF BMI-WS-DETAIL-WRITTEN
               MOVE "Y" TO BMI-WS-CT-DONE (BMI-WS-CX)
               ADD 1 TO BMI-WS-CT-DONE-COUNT
               ADD 1 TO BMI-WS-RECS-CANCELLED
           END-IF.
       0295-EXIT.
           EXIT.

      *================================================================
      *  0300 SERIES - HISTORY ROWS THIS VENDOR HAS NOT HAD. A ROW
      *  ONLY COUNTS AS SENT ONCE ITS DETAIL IS SAFELY ON THE

      * A RETIRED PATIENT'S ROW STAYS UNSENT RATHER THAN BE MARKED -
      * IF THE PATIENT IS REACTIVATED THE ROW GOES OUT NEXT CYCLE.
      * A MERGED PATIENT COUNTS AS RETIRED HERE; ITS ROWS BELONG
      * UNDER THE SURVIVOR AND ARE NAMED SO THEY CAN BE MOVED.
           IF BMI-WS-MASTER-OPENED
               MOVE BMI-HIST-PATIENT-ID TO BMI-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO BMI-REC-STATUS
               END-READ
               IF BMI-PAT-MERGED
                   DISPLAY "ROW " BMI-HIST-PATIENT-ID " "
                       BMI-HIST-RUN-DATE " " BMI-HIST-SEQ
                       " SUPPRESSED - PATIENT MERGED INTO "
                       BMI-REC-MERGED-TO-ID
               END-IF
               IF NOT BMI-PAT-ACTIVE
                   ADD 1 TO BMI-WS-RECS-SUPPRESSED
                   GO TO 0300-EXIT
           MOVE BMI-WS-VT-DD (BMI-WS-VX) TO BMI-VPRO-EXTRACT-DD.
           MOVE BMI-WS-VT-SEQ (BMI-WS-VX) TO BMI-VPRO-EXTRACT-SEQ.
           MOVE BMI-WS-RUN-DATE TO BMI-VPRO-LAST-RUN-DATE.
           MOVE BMI-WS-VT-INVOICE-DD (BMI-WS-VX)
               TO BMI-VPRO-INVOICE-DD.
           MOVE BMI-WS-VT-RATE (BMI-WS-VX) TO BMI-VPRO-RECORD-RATE.
           WRITE BMI-VPRO-RECORD.
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "** VENDOR PROFILE WRITE FAILED - STATUS "
                       CLOSE RESEND-FILE
               END-EVALUATE
           END-IF.
           PERFORM 0950-KEEP-UNSENT-CANCELS THRU 0950-EXIT.
           DISPLAY "BMI-EXTRACT VENDORS  . . . : "
               BMI-WS-VENDOR-COUNT.
           DISPLAY "BMI-EXTRACT TOTAL WRITTEN  : "
               BMI-WS-TOTAL-WRITTEN.
       0900-EXIT.
           EXIT.

      *================================================================
      *  0950 SERIES - WRITE VNDRCANC BACK WITH ONLY THE
      *  CANCELLATIONS NO FILE TOOK THIS CYCLE, SO NONE GOES OUT
      *  TWICE AND NONE IS LOST
      *================================================================
       0950-KEEP-UNSENT-CANCELS.
           IF NOT BMI-WS-CANCEL-PRESENT
              OR BMI-WS-CT-DONE-COUNT = ZERO
               GO TO 0950-EXIT
           END-IF.
           OPEN OUTPUT CANCEL-FILE.
           IF WS-CANCEL-STATUS NOT = "00"
               DISPLAY "** VNDRCANC REWRITE FAILED - STATUS "
                   WS-CANCEL-STATUS " - CARRIED CANCELLATIONS WILL"
                   " REPEAT NEXT CYCLE **"
               GO TO 0950-EXIT
           END-IF.
           PERFORM 0960-KEEP-ONE-CANCEL THRU 0960-EXIT
               VARYING BMI-WS-CX FROM 1 BY 1
               UNTIL BMI-WS-CX > BMI-WS-CT-COUNT.
           CLOSE CANCEL-FILE.
           IF BMI-WS-CT-DONE-COUNT < BMI-WS-CT-COUNT
               DISPLAY "** CANCELLATIONS KEPT FOR NEXT CYCLE - NOT"
                   " EVERY VENDOR TOOK ITS OWN **"
           END-IF.
       0950-EXIT.
           EXIT.

       0960-KEEP-ONE-CANCEL.
           IF BMI-WS-CT-DONE (BMI-WS-CX) = "Y"
               GO TO 0960-EXIT
           END-IF.
           MOVE BMI-WS-CT-IMAGE (BMI-WS-CX) TO BMI-CANC-RECORD.
           WRITE BMI-CANC-RECORD.
           IF WS-CANCEL-STATUS NOT = "00"
               DISPLAY "** VNDRCANC WRITE FAILED - STATUS "
                   WS-CANCEL-STATUS " - " BMI-CANC-VENDOR-CODE " "
                   BMI-CANC-PATIENT-ID " CANCELLATION LOST **"
           END-IF.
       0960-EXIT.
           EXIT.
       END PROGRAM BMI-EXTRACT.
