      *      NOT MARKED COMPLETE ON A PARTIAL POSTING; 16 A FILE
      *      NEEDED FOR THE STEP CANNOT BE OPENED.
      *
      *      THE STEP REGISTERS ITSELF ON CALCRLOG AS "GLACK", WITH
      *      ITS RETURN CODE ON THE TRAILER, SO THE DAY-CLOSE
      *      (CALCDCLS) CAN SEE THAT THE GL POSTED THE WHOLE DAY.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          GLAKCTL   08  THE ACKNOWLEDGMENT DOES NOT ANSWER OUR
      *                        HEADER, TRAILER OR DETAILS;
      *          GLPART    08  THE GL REJECTED DETAILS - A PARTIAL
      *                        POSTING;
      *          RUNFAIL   16  THE STEP COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      09/02/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  THE STEP NOW REGISTERS A HEADER AND
      *                       TRAILER ON CALCRLOG FOR THE DAY-CLOSE
      *                       TO CHECK.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  A PARTIAL POSTING, A CONTROL MISMATCH OR
      *                       A FAILED STEP IS NOW ALSO RAISED ON THE
      *                       SHARED ALERT FILE THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLAK.
           SELECT GLAK-RPT-FILE ASSIGN TO GLAKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-RUN-FILE ASSIGN TO CALCRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTF-FILE.
       FD  GLAK-RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CALC-RUN-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.
       77  WS-INTF-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-ACK-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-POSTED-COUNT             PIC S9(07) COMP VALUE 0.
       77  WS-REJECTED-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-BAD-ACK-LINE-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-INTF-SW          PIC X(01) VALUE "N".
               88  WS-ACK-MATCHES           VALUE "Y".
               88  WS-ACK-MISMATCH          VALUE "N".

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE STEP'S OWN RUN ID - DATE + HHMMSS + "GK", THE SAME SHAPE
      *  CALCULADORA BUILDS.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "GK".

      *****************************************************************
      *  THE CONTROL FIELDS OF THE EXTRACT WE SENT AND OF THE
      *  ACKNOWLEDGMENT, KEPT AS THE TEXT CALCGLEX WROTE THEM SO THE
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCGLAK".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1200-REGISTER-RUN THRU 1200-EXIT

           PERFORM 2000-ACK-PROCESS THRU 2000-EXIT

           IF RETURN-CODE = 0
              AND (WS-ACK-MISMATCH OR WS-REJECTED-COUNT > 0)
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               IF WS-ACK-MISMATCH
                   MOVE "GLAKCTL" TO WS-ALERT-CODE
                   MOVE "GLACK DOES NOT ANSWER GLINTF CONTROLS"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
               IF WS-REJECTED-COUNT > 0
                   MOVE "GLPART" TO WS-ALERT-CODE
                   MOVE "PARTIAL GL POSTING - REJECTS ON GLREJ"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
           END-IF

           PERFORM 1300-CLOSE-RUN THRU 1300-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1200-REGISTER-RUN - APPEND THE STEP'S HEADER TO THE RUN LOG
      *  AS "GLACK".  THE STEP IS NOT A BATCH-MODE RUN AND DOES NOT
      *  CONSULT THE IN-FLIGHT GUARD.
      *****************************************************************
       1200-REGISTER-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RIB-DATE
           MOVE WS-RUN-TIME(1:6) TO WS-RIB-TIME
           MOVE WS-RUN-ID-BUILD TO WS-RUN-ID

           OPEN EXTEND CALC-RUN-FILE
           IF WS-RUN-FILE-STATUS = "35"
               OPEN OUTPUT CALC-RUN-FILE
           END-IF
           SET CR-HEADER TO TRUE
           MOVE WS-RUN-ID   TO CR-RUN-ID
           MOVE "GLACK"     TO CR-RUN-MODE
           MOVE WS-RUN-DATE TO CR-DATE
           MOVE WS-RUN-TIME TO CR-TIME
           MOVE ZERO        TO CR-RECORD-COUNT
           MOVE ZERO        TO CR-ERROR-COUNT
           MOVE ZERO        TO CR-RETURN-CODE
           MOVE SPACES      TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-CLOSE-RUN - APPEND THE TRAILER: DETAILS POSTED,
      *  DETAILS REJECTED AND THE FINAL RETURN CODE.
      *****************************************************************
       1300-CLOSE-RUN.
           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID              TO CR-RUN-ID
           MOVE "GLACK"                TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-POSTED-COUNT        TO CR-RECORD-COUNT
           MOVE WS-REJECTED-COUNT      TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  2000-ACK-PROCESS - READ BACK WHAT WE SENT, THEN WALK THE
      *  ACKNOWLEDGMENT AGAINST IT AND PRINT THE VERDICTS.
           .
       8000-EXIT.
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
           MOVE WS-RUN-ID TO WS-ALERT-RUN-ID
           CALL "CALC0030" USING WS-ALERT-PROGRAM, WS-ALERT-RUN-ID,
               WS-ALERT-SEVERITY, WS-ALERT-CODE, WS-ALERT-MESSAGE
           MOVE WS-ALERT-SAVE-RC TO RETURN-CODE
           .
       9800-EXIT.
           EXIT.
