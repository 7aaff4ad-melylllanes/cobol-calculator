      *          RC NNNN   ANY OTHER NONZERO RETURN CODE;
      *          IN FLIGHT A HEADER WITH NO TRAILER YET.
      *
      *      ONLINE SESSIONS ALSO SHOW THE OPERATOR WHO SIGNED ON, FROM
      *      THE RUN'S HEADER (BLANK FOR BATCH RUNS).
      *
      *      AFTER THE RUN LINES, MONTH-TO-DATE COUNTS PER MODE: HOW
      *      MANY RUNS ENDED CLEAN, HOW MANY HIT THE ERROR THRESHOLD,
      *      HOW MANY ABENDED AND WERE RELEASED BY A FORCED RESTART
      *      THE CURRENT MONTH).  RUNS WHOSE HEADER DATE FALLS IN THE
      *      REPORT MONTH ARE IN SCOPE.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RUNFAIL   16  THE REPORT COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      09/02/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  MODE TOTALS TABLE RAISED TO 20 MODES NOW
      *                       THAT THE PROOF STEPS AND THE DAY-CLOSE
      *                       REGISTER ON THE RUN LOG TOO.
      *      10/05/2026  DLM  OPERATOR COLUMN FROM THE RUN-LOG HEADER'S
      *                       NEW OPERATOR ID.
      *      10/05/2026  DLM  A FAILED RUN IS NOW ALSO RAISED ON THE
      *                       SHARED ALERT FILE THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRHST.
       77  WS-DAYS-WORK                PIC S9(09) COMP VALUE 0.
       77  WS-YEAR-WORK                PIC S9(04) COMP VALUE 0.
       77  WS-HHMMSS-WORK              PIC S9(15) COMP-3 VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-RUN-SW           PIC X(01) VALUE "N".
               10  WS-OR-RUN-MODE      PIC X(08).
               10  WS-OR-DATE          PIC 9(08).
               10  WS-OR-TIME          PIC 9(08).
               10  WS-OR-OPERATOR-ID   PIC X(08).

      *****************************************************************
      *  MONTH-TO-DATE OUTCOME COUNTS PER MODE, BUILT AS THE MODES
      *  APPEAR ON THE LOG.
      *****************************************************************
       01  WS-MODE-TOTAL-TABLE.
           05  WS-MODE-TOTAL-ENTRY     OCCURS 20 TIMES.
               10  WS-MT-MODE          PIC X(08).
               10  WS-MT-CLEAN-COUNT   PIC S9(05) COMP.
               10  WS-MT-THRESH-COUNT  PIC S9(05) COMP.
           05  FILLER                  PIC X(09) VALUE " RECORDS".
           05  FILLER                  PIC X(09) VALUE "  ERRORS".
           05  FILLER                  PIC X(06) VALUE "   RC".
           05  FILLER                  PIC X(11) VALUE "FLAG".
           05  FILLER                  PIC X(39) VALUE "OPERATOR".

       01  WS-RHST-DETAIL-LINE.
           05  RD-MODE                 PIC X(08).
           05  RD-RC                   PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-FLAG                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-MODE-HEADING-LINE.
           05  FILLER                  PIC X(09) VALUE "MODE".
           05  MT-OTHER                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCRHST".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 2000-HISTORY-PROCESS THRU 2000-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

               MOVE CR-RUN-MODE TO WS-OR-RUN-MODE(WS-OPEN-COUNT)
               MOVE CR-DATE     TO WS-OR-DATE(WS-OPEN-COUNT)
               MOVE CR-TIME     TO WS-OR-TIME(WS-OPEN-COUNT)
               MOVE CR-OPERATOR-ID
                   TO WS-OR-OPERATOR-ID(WS-OPEN-COUNT)
           END-IF
           .
       2300-EXIT.
           MOVE WS-OR-RUN-ID(WS-FOUND-IX)   TO RD-RUN-ID
           MOVE WS-OR-DATE(WS-FOUND-IX)     TO RD-START-DATE
           MOVE WS-OR-TIME(WS-FOUND-IX)(1:6) TO RD-START-TIME
           MOVE WS-OR-OPERATOR-ID(WS-FOUND-IX) TO RD-OPERATOR-ID
           MOVE CR-DATE                     TO RD-END-DATE
           MOVE CR-TIME(1:6)                TO RD-END-TIME

           MOVE WS-OR-RUN-ID(WS-OPEN-IX)   TO RD-RUN-ID
           MOVE WS-OR-DATE(WS-OPEN-IX)     TO RD-START-DATE
           MOVE WS-OR-TIME(WS-OPEN-IX)(1:6) TO RD-START-TIME
           MOVE WS-OR-OPERATOR-ID(WS-OPEN-IX) TO RD-OPERATOR-ID
           MOVE "IN FLIGHT" TO RD-FLAG
           MOVE WS-RHST-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
               UNTIL WS-MODE-FOUND OR WS-MODE-IX > WS-MODE-COUNT

           IF NOT WS-MODE-FOUND
               IF WS-MODE-COUNT < 20
                   ADD 1 TO WS-MODE-COUNT
                   MOVE WS-MODE-COUNT TO WS-MODE-IX
                   MOVE RD-MODE TO WS-MT-MODE(WS-MODE-IX)
           .
       8550-EXIT.
           EXIT.

      *****************************************************************
      *  9700-ALERT-IF-FAILED - A STEP THAT ENDS RC 16 DID NOT DO ITS
      *  WORK: SAY SO ON THE ALERT FILE.  THE CONSOLE MESSAGE THAT SET
      *  THE RETURN CODE CARRIES THE DETAIL.
      *****************************************************************
       9700-ALERT-IF-FAILED.
           IF RETURN-CODE >= 16
               MOVE 16 TO WS-ALERT-SEVERITY
               MOVE "RUNFAIL" TO WS-ALERT-CODE
               MOVE "STEP FAILED RC 16 - SEE ITS JOB OUTPUT"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF
           .
       9700-EXIT.
           EXIT.

      *****************************************************************
      *  9800-RAISE-ALERT - HAND THE ALERT SET UP IN WS-ALERT-PARMS TO
      *  CALC0030, KEEPING THE STEP'S RETURN CODE ACROSS THE CALL.
      *****************************************************************
       9800-RAISE-ALERT.
           MOVE RETURN-CODE TO WS-ALERT-SAVE-RC
           CALL "CALC0030" USING WS-ALERT-PROGRAM, WS-ALERT-RUN-ID,
               WS-ALERT-SEVERITY, WS-ALERT-CODE, WS-ALERT-MESSAGE
           MOVE WS-ALERT-SAVE-RC TO RETURN-CODE
           .
       9800-EXIT.
           EXIT.
