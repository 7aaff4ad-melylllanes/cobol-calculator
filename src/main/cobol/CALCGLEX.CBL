      *
      *      COMMAND LINE: "GL4" SELECTS THE FOUR-DECIMAL TRANOUT4
      *      FEED (DEFAULT IS TRANOUT); AN OPTIONAL YYYYMMDD SETS THE
      *      BUSINESS DATE CARRIED ON THE HEADER (DEFAULT IS THE
      *      BUSINESS-DATE ON CALCPARM, OR TODAY WHEN CALCPARM IS NOT
      *      AVAILABLE).
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          GLEXEXCP  04  ERRORED RESULTS WERE LEFT OUT OF THE
      *                        INTERFACE;
      *          RUNFAIL   16  THE EXTRACT COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      08/22/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  THE HEADER BUSINESS DATE DEFAULTS TO
      *                       CALCPARM'S BUSINESS-DATE INSTEAD OF
      *                       TODAY.
      *      10/05/2026  DLM  EXCLUDED RESULTS AND A FAILED EXTRACT ARE
      *                       NOW ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLEX.
           SELECT GL-EXCP4-FILE ASSIGN TO GLEXCP4
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-OUT-FILE
       FD  GL-EXCP4-FILE.
       01  GL-EXCP4-LINE               PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-COMMAND-LINE             PIC X(80).
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-DETAIL-COUNT             PIC 9(07) VALUE 0.
       77  WS-EXCP-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-HASH-TOTAL               PIC S9(11)V9(04) VALUE 0.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-HISCALE-MODE-SW      PIC X(01) VALUE "N".
               88  WS-HISCALE-MODE          VALUE "Y".
           05  WS-EOF-OUT-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-OUTPUT        VALUE "Y".
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE     VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND      VALUE "Y".

       01  WS-EDITED-FIELDS.
           05  WS-ED-NUM1              PIC +9(07).99.
           05  XT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCGLEX".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           IF RETURN-CODE = 0 AND WS-EXCP-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE 04 TO WS-ALERT-SEVERITY
               MOVE "GLEXEXCP" TO WS-ALERT-CODE
               IF WS-HISCALE-MODE
                   MOVE "ERRORED RESULTS NOT SENT - SEE GLEXCP4"
                       TO WS-ALERT-MESSAGE
               ELSE
                   MOVE "ERRORED RESULTS NOT SENT - SEE GLEXCP"
                       TO WS-ALERT-MESSAGE
               END-IF
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

           IF WS-DATE-TOKEN NUMERIC
               MOVE WS-DATE-TOKEN TO WS-BUSINESS-DATE
           ELSE
               PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-BUSINESS-DATE - NO DATE ON THE COMMAND LINE: TAKE
      *  THE BUSINESS-DATE THE NIGHT'S RUNS TOOK FROM CALCPARM, SO A
      *  STEP THAT RUNS PAST MIDNIGHT, OR ON A WEEKEND FOR FRIDAY'S
      *  BUSINESS, STILL CARRIES THE RIGHT DAY.  TODAY'S DATE IS THE
      *  FALLBACK ONLY WHEN CALCPARM IS NOT AVAILABLE OR CARRIES NO
      *  BUSINESS-DATE.
      *****************************************************************
       1100-READ-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1150-READ-PARM-RECORD THRU 1150-EXIT
               PERFORM 1160-SCAN-PARM-RECORD THRU 1160-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE
           END-IF

           IF NOT WS-DATE-PARM-FOUND
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               DISPLAY "CALCGLEX - NO BUSINESS-DATE ON CALCPARM, "
                   "USING " WS-BUSINESS-DATE
           END-IF
           .
       1100-EXIT.
           EXIT.

       1150-READ-PARM-RECORD.
           READ CALC-PARM-FILE
               AT END
                   SET WS-END-OF-PARM-FILE TO TRUE
           END-READ
           .
       1150-EXIT.
           EXIT.

       1160-SCAN-PARM-RECORD.
           IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD, WS-PARM-VALUE
               END-UNSTRING
               IF WS-PARM-KEYWORD = "BUSINESS-DATE"
                  AND WS-PARM-VALUE(1:8) NUMERIC
                   MOVE WS-PARM-VALUE(1:8) TO WS-BUSINESS-DATE
                   SET WS-DATE-PARM-FOUND TO TRUE
               END-IF
           END-IF

           PERFORM 1150-READ-PARM-RECORD THRU 1150-EXIT
           .
       1160-EXIT.
           EXIT.

      *****************************************************************
      *  2000-EXTRACT-OUT - EXTRACT THE STANDARD TWO-DECIMAL TRANOUT.
      *****************************************************************
           .
       7900-EXIT.
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
