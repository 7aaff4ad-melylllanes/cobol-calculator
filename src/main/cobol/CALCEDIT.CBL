      *                UPDATE NEEDS TRANINA IN ACCOUNT ORDER, SEE
      *                CALCTRNA.CPY).
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          EDITREJ   08  THE FEED HAS REJECTED RECORDS;
      *          RUNFAIL   16  THE EDIT COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      08/22/2026  DLM  ORIGINAL VERSION.
      *      08/22/2026  DLM  ACCUM FEED NOW CARRIES AN ACCOUNT
      *                       MISSING OR OUT-OF-SEQUENCE ACCOUNT.
      *      08/22/2026  DLM  "p" AND "r" JOINED THE SUPPORTED
      *                       OPERACION CODES (SEE CALC0010).
      *      10/05/2026  DLM  REJECTED RECORDS AND A FAILED EDIT ARE NOW
      *                       ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEDIT.
       77  WS-OPR-REJECT-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-ACT-REJECT-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-PREV-ACCOUNT             PIC X(08) VALUE LOW-VALUES.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-BATCH-MODE-SW        PIC X(01) VALUE "N".
           05  RD-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCEDIT".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           IF RETURN-CODE = 0 AND WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "EDITREJ" TO WS-ALERT-CODE
               EVALUATE TRUE
                   WHEN WS-HISCALE-MODE
                       MOVE "TRANIN4 RECORDS REJECTED - SEE EDITREJ4"
                           TO WS-ALERT-MESSAGE
                   WHEN WS-ACCUM-MODE
                       MOVE "TRANINA RECORDS REJECTED - SEE EDITREJA"
                           TO WS-ALERT-MESSAGE
                   WHEN OTHER
                       MOVE "TRANIN RECORDS REJECTED - SEE EDITREJ"
                           TO WS-ALERT-MESSAGE
               END-EVALUATE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

           .
       7100-EXIT.
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
