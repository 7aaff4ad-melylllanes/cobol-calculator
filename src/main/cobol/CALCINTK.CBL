      *      AND REJECTED PER SOURCE.  RUN CALCEDIT ON THE OUTPUTS AS
      *      USUAL - THE EDIT STEP REMAINS THE INDEPENDENT VERIFIER.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          INTKREJ   08  RAW LINES WERE REJECTED;
      *          RUNFAIL   16  THE INTAKE COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      09/02/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  REJECTED RAW LINES AND A FAILED INTAKE ARE
      *                       NOW ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINTK.
       77  WS-DEC-WORK                 PIC 9(04) VALUE 0.
       77  WS-DEC-SCALE                PIC 9(04) VALUE 0.
       77  WS-TOTAL-DIGITS             PIC S9(04) COMP VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-RAW-SW           PIC X(01) VALUE "N".
           05  RC-REJECTED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCINTK".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               WS-REJ-B-COUNT + WS-REJ-4-COUNT + WS-REJ-A-COUNT
           IF RETURN-CODE = 0 AND WS-TOTAL-REJ-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "INTKREJ" TO WS-ALERT-CODE
               MOVE "RAW LINES REJECTED - SEE INTKRPT"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

           .
       8250-EXIT.
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
