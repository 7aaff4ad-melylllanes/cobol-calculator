      *****************************************************************
      *  PROGRAM-ID:  CALC0020
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      CALLABLE OPERATOR SECURITY CHECK FOR THE ONLINE SCREENS
      *      (CALCONLN, CALCINQR, CALCBMNT AND CALCSECM).  SIGNS AN
      *      OPERATOR ON AGAINST THE OPERATOR SECURITY FILE (CALCSEC,
      *      SEE CALCOPR.CPY) AND THEN ANSWERS, ACTION BY ACTION,
      *      WHETHER THE SIGNED-ON OPERATOR MAY DO WHAT WAS KEYED.
      *      EVERY REFUSAL IS APPENDED TO THE SECURITY VIOLATION LOG
      *      (CALCSVIO, SEE CALCVIO.CPY) HERE, SO NO SCREEN CAN REFUSE
      *      AN OPERATOR WITHOUT LEAVING A RECORD OF IT.  THE RULES
      *      LIVE IN THIS ONE ROUTINE SO THE SCREENS CANNOT DRIFT
      *      APART ON THEM.
      *
      *      THE SIGNED-ON OPERATOR'S RECORD IS KEPT IN THIS ROUTINE'S
      *      STORAGE FROM THE SIGN-ON CALL, SO AN ACTION CHECK READS NO
      *      FILE.  A SECURITY CHANGE MADE DURING A SESSION TAKES
      *      EFFECT AT THE OPERATOR'S NEXT SIGN-ON.
      *
      *      LINKAGE.
      *          SEC-FUNCTION      PIC X(01)       "S" SIGN ON,
      *                                            "A" CHECK AN ACTION.
      *          SEC-OPERATOR-ID   PIC X(08)       USER ID KEYED.
      *          SEC-PROGRAM       PIC X(08)       CALLING SCREEN.
      *          SEC-ACTION        PIC X(01)       ACTION CODE KEYED
      *                                            ("A" CALLS ONLY).
      *          SEC-TARGET        PIC X(08)       ACCOUNT OR USER ID
      *                                            THE ACTION IS
      *                                            AGAINST, OR SPACES.
      *          SEC-RESULT        PIC X(01)       "Y" ALLOWED,
      *                                            "N" REFUSED (AND
      *                                            LOGGED),
      *                                            "U" SECURITY FILE
      *                                            NOT AVAILABLE.
      *          SEC-MESSAGE       PIC X(40)       SET WHEN NOT "Y".
      *
      *      RULES.
      *          SIGN-ON   THE USER ID MUST BE ON FILE, ACTIVE, AND
      *                    HOLD THE AUTHORITY FOR THE SCREEN (ANY ONE
      *                    OF BALANCE, ADJUST OR APPROVE FOR CALCBMNT).
      *          CALCBMNT  A, S AND F NEED BALANCE; C AND J NEED
      *                    ADJUST; Q NEEDS APPROVE.  I AND E ARE OPEN
      *                    TO ANY OPERATOR SIGNED ON TO THE SCREEN.
      *          CALCSECM  NO OPERATOR MAY ADD OR CHANGE THEIR OWN
      *                    SECURITY RECORD.
      *      CALCONLN AND CALCINQR HAVE ONE ACTION EACH, SO SIGNING ON
      *      IS THE WHOLE CHECK FOR THEM.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC0020.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SEC-FILE ASSIGN TO CALCSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SF-OPERATOR-ID
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT CALC-VIO-FILE ASSIGN TO CALCSVIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SEC-FILE
           RECORDING MODE IS F.
       01  CALC-SEC-FILE-RECORD.
           05  SF-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(72).

       FD  CALC-VIO-FILE
           RECORDING MODE IS F.
           COPY CALCVIO.

       WORKING-STORAGE SECTION.
       77  WS-SEC-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-VIO-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-VIO-REASON               PIC X(02) VALUE SPACES.
       77  WS-ACTION                   PIC X(01) VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-SIGNED-ON-SW         PIC X(01) VALUE "N".
               88  WS-SIGNED-ON            VALUE "Y".

      *****************************************************************
      *  THE SIGNED-ON OPERATOR'S SECURITY RECORD, HELD FROM THE
      *  SIGN-ON CALL FOR EVERY ACTION CHECK THAT FOLLOWS.
      *****************************************************************
           COPY CALCOPR.

       LINKAGE SECTION.
       01  SEC-FUNCTION                PIC X(01).
           88  SEC-SIGN-ON                 VALUE "S".
           88  SEC-CHECK-ACTION            VALUE "A".
       01  SEC-OPERATOR-ID             PIC X(08).
       01  SEC-PROGRAM                 PIC X(08).
       01  SEC-ACTION                  PIC X(01).
       01  SEC-TARGET                  PIC X(08).
       01  SEC-RESULT                  PIC X(01).
           88  SEC-ALLOWED                 VALUE "Y".
           88  SEC-REFUSED                 VALUE "N".
           88  SEC-UNAVAILABLE             VALUE "U".
       01  SEC-MESSAGE                 PIC X(40).

       PROCEDURE DIVISION USING SEC-FUNCTION, SEC-OPERATOR-ID,
               SEC-PROGRAM, SEC-ACTION, SEC-TARGET, SEC-RESULT,
               SEC-MESSAGE.

       0000-MAINLINE.
           SET SEC-ALLOWED TO TRUE
           MOVE SPACES TO SEC-MESSAGE
           MOVE SPACES TO WS-VIO-REASON

           IF SEC-SIGN-ON
               PERFORM 1000-SIGN-ON THRU 1000-EXIT
           ELSE
               PERFORM 2000-CHECK-ACTION THRU 2000-EXIT
           END-IF

           IF WS-VIO-REASON NOT = SPACES
               SET SEC-REFUSED TO TRUE
               PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
           END-IF

           GOBACK
           .

      *****************************************************************
      *  1000-SIGN-ON - LOOK THE USER ID UP ON THE SECURITY FILE AND
      *  CHECK IT MAY USE THE CALLING SCREEN.  A SECURITY FILE THAT
      *  CANNOT BE OPENED SIGNS NOBODY ON - THE SCREENS FAIL CLOSED.
      *****************************************************************
       1000-SIGN-ON.
           MOVE "N" TO WS-SIGNED-ON-SW
           MOVE SPACES TO CALC-OPR-RECORD

           IF SEC-OPERATOR-ID = SPACES
               MOVE "NF" TO WS-VIO-REASON
               MOVE "NO OPERATOR ID KEYED" TO SEC-MESSAGE
           ELSE
               OPEN INPUT CALC-SEC-FILE
               IF WS-SEC-FILE-STATUS NOT = "00"
                   SET SEC-UNAVAILABLE TO TRUE
                   MOVE "OPERATOR SECURITY FILE NOT AVAILABLE"
                       TO SEC-MESSAGE
               ELSE
                   MOVE SEC-OPERATOR-ID TO SF-OPERATOR-ID
                   READ CALC-SEC-FILE INTO CALC-OPR-RECORD
                       INVALID KEY
                           MOVE "NF" TO WS-VIO-REASON
                           MOVE "OPERATOR NOT ON SECURITY FILE"
                               TO SEC-MESSAGE
                   END-READ
                   CLOSE CALC-SEC-FILE
                   IF WS-VIO-REASON = SPACES
                       PERFORM 1100-CHECK-SCREEN THRU 1100-EXIT
                   END-IF
               END-IF
           END-IF

           IF SEC-ALLOWED AND WS-VIO-REASON = SPACES
               SET WS-SIGNED-ON TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

       1100-CHECK-SCREEN.
           EVALUATE TRUE
               WHEN NOT OP-ACTIVE
                   MOVE "RV" TO WS-VIO-REASON
                   MOVE "OPERATOR ID REVOKED" TO SEC-MESSAGE
               WHEN SEC-PROGRAM = "CALCINQR" AND OP-MAY-INQUIRE
               WHEN SEC-PROGRAM = "CALCONLN" AND OP-MAY-CALC
               WHEN SEC-PROGRAM = "CALCBMNT" AND OP-MAY-MAINTAIN
               WHEN SEC-PROGRAM = "CALCBMNT" AND OP-MAY-ADJUST
               WHEN SEC-PROGRAM = "CALCBMNT" AND OP-MAY-APPROVE
               WHEN SEC-PROGRAM = "CALCSECM" AND OP-MAY-ADMINISTER
                   CONTINUE
               WHEN OTHER
                   MOVE "NS" TO WS-VIO-REASON
                   MOVE "OPERATOR NOT AUTHORIZED FOR THIS SCREEN"
                       TO SEC-MESSAGE
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-ACTION - MAY THE SIGNED-ON OPERATOR TAKE THE
      *  ACTION KEYED?  LOWER CASE IS TAKEN AS UPPER, AS THE SCREENS
      *  THEMSELVES TAKE IT.  AN ACTION CODE NO RULE NAMES IS ALLOWED
      *  HERE AND LEFT FOR THE SCREEN TO REJECT AS INVALID.
      *****************************************************************
       2000-CHECK-ACTION.
           MOVE SEC-ACTION TO WS-ACTION
           INSPECT WS-ACTION CONVERTING "acefijqs" TO "ACEFIJQS"

           IF NOT WS-SIGNED-ON
               MOVE "NF" TO WS-VIO-REASON
               MOVE "OPERATOR NOT SIGNED ON" TO SEC-MESSAGE
           ELSE
               EVALUATE SEC-PROGRAM
                   WHEN "CALCBMNT"
                       PERFORM 2100-CHECK-BMNT-ACTION THRU 2100-EXIT
                   WHEN "CALCSECM"
                       PERFORM 2200-CHECK-SECM-ACTION THRU 2200-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-CHECK-BMNT-ACTION.
           EVALUATE WS-ACTION
               WHEN "A"
               WHEN "S"
               WHEN "F"
                   IF NOT OP-MAY-MAINTAIN
                       MOVE "NA" TO WS-VIO-REASON
                   END-IF
               WHEN "C"
               WHEN "J"
                   IF NOT OP-MAY-ADJUST
                       MOVE "NA" TO WS-VIO-REASON
                   END-IF
               WHEN "Q"
                   IF NOT OP-MAY-APPROVE
                       MOVE "NA" TO WS-VIO-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-VIO-REASON NOT = SPACES
               MOVE "ACTION NOT AUTHORIZED FOR OPERATOR"
                   TO SEC-MESSAGE
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-CHECK-SECM-ACTION.
           IF (WS-ACTION = "A" OR WS-ACTION = "C")
              AND SEC-TARGET = SEC-OPERATOR-ID
               MOVE "OW" TO WS-VIO-REASON
               MOVE "MAY NOT CHANGE OWN SECURITY RECORD"
                   TO SEC-MESSAGE
           END-IF
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LOG-VIOLATION - APPEND THE REFUSAL TO THE VIOLATION LOG,
      *  CREATING THE LOG ON FIRST USE.  A LOG THAT CANNOT BE WRITTEN
      *  DOES NOT LET THE ACTION THROUGH - THE REFUSAL STANDS - BUT IS
      *  REPORTED ON THE CONSOLE FOR OPERATIONS.
      *****************************************************************
       3000-LOG-VIOLATION.
           OPEN EXTEND CALC-VIO-FILE
           IF WS-VIO-FILE-STATUS = "35"
               OPEN OUTPUT CALC-VIO-FILE
           END-IF

           IF WS-VIO-FILE-STATUS NOT = "00"
               DISPLAY "CALC0020 - SECURITY VIOLATION LOG NOT "
                   "AVAILABLE, STATUS " WS-VIO-FILE-STATUS
           ELSE
               MOVE SPACES          TO CALC-VIO-RECORD
               ACCEPT SV-DATE FROM DATE YYYYMMDD
               ACCEPT SV-TIME FROM TIME
               MOVE SEC-OPERATOR-ID TO SV-OPERATOR-ID
               MOVE SEC-PROGRAM     TO SV-PROGRAM
               MOVE SPACE           TO SV-ACTION
               IF SEC-CHECK-ACTION
                   MOVE WS-ACTION   TO SV-ACTION
               END-IF
               MOVE SEC-TARGET      TO SV-TARGET
               MOVE WS-VIO-REASON   TO SV-REASON
               WRITE CALC-VIO-RECORD
               CLOSE CALC-VIO-FILE
           END-IF
           .
       3000-EXIT.
           EXIT.
