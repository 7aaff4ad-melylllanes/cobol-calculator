      *****************************************************************
      *  PROGRAM-ID:  CALCSECM
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      ONLINE MAINTENANCE SCREEN FOR THE OPERATOR SECURITY FILE
      *      (CALCSEC, SEE CALCOPR.CPY) THAT CALCONLN, CALCINQR AND
      *      CALCBMNT SIGN THEIR OPERATORS ON AGAINST.  AN OPERATOR
      *      HOLDING THE SECURITY AUTHORITY MAY:
      *
      *          I - INQUIRE ON ONE USER ID;
      *          A - ADD A USER ID WITH ITS NAME, STATUS AND
      *              AUTHORITIES;
      *          C - CHANGE A USER ID'S NAME, STATUS OR AUTHORITIES.
      *              STATUS R REVOKES THE ID AND A REINSTATES IT;
      *              IDS ARE NEVER DELETED, SO THE VIOLATION REVIEW
      *              CAN ALWAYS NAME WHO AN ID BELONGED TO.
      *
      *      ON AN ADD A BLANK STATUS IS TAKEN AS A (ACTIVE) AND A
      *      BLANK AUTHORITY AS N.  ON A CHANGE A BLANK NAME, STATUS OR
      *      AUTHORITY KEEPS WHAT IS ON FILE, SO "C" WITH ONE FIELD
      *      KEYED CHANGES ONLY THAT FIELD.  EVERY ADD OR CHANGE IS
      *      STAMPED WITH THE SIGNED-ON OPERATOR AND THE TIME.
      *
      *      THE OPERATOR SIGNS ON THROUGH CALC0020 LIKE THE OTHER
      *      SCREENS.  NOBODY MAY ADD OR CHANGE THEIR OWN USER ID -
      *      CALC0020 REFUSES IT AND LOGS IT - SO NO OPERATOR CAN
      *      WIDEN THEIR OWN ROLE OR LIFT THEIR OWN REVOKE.
      *
      *      EACH SESSION REGISTERS ON CALCRLOG AS "SECMAINT" WITH THE
      *      SIGNED-ON OPERATOR ON THE HEADER; THE TRAILER COUNTS THE
      *      ADDS AND CHANGES MADE AND THE ATTEMPTS THAT ERRORED OR
      *      WERE REFUSED.
      *
      *      COMMAND LINE: "INIT" ON THE VERY FIRST SESSION ONLY.  THE
      *      SECURITY FILE DOES NOT EXIST YET, SO NOBODY COULD SIGN ON
      *      TO CREATE IT; WITH INIT THE FILE IS CREATED HOLDING THE
      *      OPERATOR WHO SIGNS ON, WITH THE SECURITY AUTHORITY ONLY,
      *      AND THE SESSION GOES ON AS NORMAL.  INIT AGAINST A FILE
      *      THAT ALREADY EXISTS IS REFUSED.
      *
      *      LIKE CALCONLN, THIS SHOP HAS NO CICS REGION, SO THE
      *      SCREEN IS A NATIVE SCREEN SECTION.
      *
      *      RETURN CODES.
      *          0   SESSION ENDED NORMALLY.
      *          8   SIGN-ON REFUSED.
      *          16  SECURITY FILE NOT AVAILABLE OR NOT CREATED, OR
      *              INIT REFUSED.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  THE I-O OPEN AND THE INIT CREATE ARE NOW
      *                       CHECKED - A FAILURE ENDS THE SESSION RC
      *                       16, STILL WITH ITS RUN-LOG TRAILER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSECM.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SEC-FILE ASSIGN TO CALCSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT CALC-RUN-FILE ASSIGN TO CALCRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SEC-FILE
           RECORDING MODE IS F.
           COPY CALCOPR.

       FD  CALC-RUN-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.
       77  WS-SEC-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
       77  WS-INIT-TOKEN               PIC X(08) VALUE SPACES.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-SESSION-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-SESSION-ERROR-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-FLAG-IX                  PIC S9(04) COMP VALUE 0.
       77  WS-SM-ACTION                PIC X(01) VALUE SPACE.
       77  WS-SM-USER-ID               PIC X(08) VALUE SPACES.
       77  WS-SM-NAME                  PIC X(30) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(01) VALUE SPACE.
       77  WS-SM-CHANGED-BY            PIC X(08) VALUE SPACES.
       77  WS-SM-CHANGED-DATE          PIC 9(08) VALUE 0.
       77  WS-SM-MESSAGE               PIC X(40) VALUE SPACES.

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE RUN ID IS DATE + HHMMSS + THE "SM" (SECURITY
      *  MAINTENANCE) MODE CODE, THE SAME SHAPE THE OTHER ONLINE
      *  SESSIONS BUILD.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "SM".

      *****************************************************************
      *  THE AUTHORITIES AS KEYED, IN THE SAME ORDER AS OP-AUTHORITIES
      *  ON CALCOPR.CPY, SO THE GROUP MOVES STRAIGHT ACROSS.
      *****************************************************************
       01  WS-SM-AUTHORITIES.
           05  WS-SM-AUTH-INQUIRY      PIC X(01) VALUE SPACE.
           05  WS-SM-AUTH-CALC         PIC X(01) VALUE SPACE.
           05  WS-SM-AUTH-BALANCE      PIC X(01) VALUE SPACE.
           05  WS-SM-AUTH-ADJUST       PIC X(01) VALUE SPACE.
           05  WS-SM-AUTH-APPROVE      PIC X(01) VALUE SPACE.
           05  WS-SM-AUTH-SECURITY     PIC X(01) VALUE SPACE.
       01  WS-SM-AUTH-TABLE REDEFINES WS-SM-AUTHORITIES.
           05  WS-SM-AUTH-FLAG         OCCURS 6 TIMES PIC X(01).

      *****************************************************************
      *  OPERATOR SECURITY CHECK PARAMETERS (SEE CALC0020).
      *****************************************************************
       01  WS-SEC-PARMS.
           05  WS-SEC-FUNCTION         PIC X(01) VALUE "S".
           05  WS-SEC-PROGRAM          PIC X(08) VALUE "CALCSECM".
           05  WS-SEC-ACTION           PIC X(01) VALUE SPACE.
           05  WS-SEC-TARGET           PIC X(08) VALUE SPACES.
           05  WS-SEC-RESULT           PIC X(01) VALUE "N".
               88  WS-SEC-ALLOWED          VALUE "Y".
               88  WS-SEC-UNAVAILABLE      VALUE "U".
           05  WS-SEC-MESSAGE          PIC X(40) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SW              PIC X(01) VALUE "N".
               88  WS-DONE                 VALUE "Y".
           05  WS-INIT-SW              PIC X(01) VALUE "N".
               88  WS-INIT-RUN             VALUE "Y".
           05  WS-ADDING-SW            PIC X(01) VALUE "N".
               88  WS-ADDING               VALUE "Y".
           05  WS-ENTRY-VALID-SW       PIC X(01) VALUE "N".
               88  WS-ENTRY-VALID          VALUE "Y".

       SCREEN SECTION.
       01  SECM-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - OPERATOR SECURITY MAINTENANCE".
           05  LINE 03 COL 01 VALUE "OPERATOR..:".
           05  LINE 03 COL 13 PIC X(08) USING WS-OPERATOR-ID.

       01  SECM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - OPERATOR SECURITY MAINTENANCE".
           05  LINE 02 COL 01 VALUE "OPERATOR..:".
           05  LINE 02 COL 13 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 03 COL 01 VALUE "ACTION....:".
           05  LINE 03 COL 13 PIC X(01) USING WS-SM-ACTION.
           05  LINE 03 COL 17 VALUE
               "(I=INQUIRE, A=ADD, C=CHANGE, E=EXIT)".
           05  LINE 05 COL 01 VALUE "USER ID...:".
           05  LINE 05 COL 13 PIC X(08) USING WS-SM-USER-ID.
           05  LINE 06 COL 01 VALUE "NAME......:".
           05  LINE 06 COL 13 PIC X(30) USING WS-SM-NAME.
           05  LINE 07 COL 01 VALUE "STATUS....:".
           05  LINE 07 COL 13 PIC X(01) USING WS-SM-STATUS.
           05  LINE 07 COL 17 VALUE "(A=ACTIVE, R=REVOKED)".
           05  LINE 09 COL 01 VALUE "AUTHORITIES (Y/N):".
           05  LINE 10 COL 03 VALUE "AUDIT INQUIRY......:".
           05  LINE 10 COL 24 PIC X(01) USING WS-SM-AUTH-INQUIRY.
           05  LINE 10 COL 27 VALUE "(CALCINQR)".
           05  LINE 11 COL 03 VALUE "CALCULATION ENTRY..:".
           05  LINE 11 COL 24 PIC X(01) USING WS-SM-AUTH-CALC.
           05  LINE 11 COL 27 VALUE "(CALCONLN)".
           05  LINE 12 COL 03 VALUE "BALANCE MAINTENANCE:".
           05  LINE 12 COL 24 PIC X(01) USING WS-SM-AUTH-BALANCE.
           05  LINE 12 COL 27 VALUE "(CALCBMNT I, A, S, F)".
           05  LINE 13 COL 03 VALUE "BALANCE ADJUSTMENT.:".
           05  LINE 13 COL 24 PIC X(01) USING WS-SM-AUTH-ADJUST.
           05  LINE 13 COL 27 VALUE "(CALCBMNT C, J)".
           05  LINE 14 COL 03 VALUE "APPROVAL QUEUE.....:".
           05  LINE 14 COL 24 PIC X(01) USING WS-SM-AUTH-APPROVE.
           05  LINE 14 COL 27 VALUE "(CALCBMNT Q)".
           05  LINE 15 COL 03 VALUE "SECURITY ADMIN.....:".
           05  LINE 15 COL 24 PIC X(01) USING WS-SM-AUTH-SECURITY.
           05  LINE 15 COL 27 VALUE "(CALCSECM)".
           05  LINE 17 COL 01 VALUE "CHANGED...:".
           05  LINE 17 COL 13 PIC X(08) FROM WS-SM-CHANGED-BY.
           05  LINE 17 COL 22 PIC 9(08) FROM WS-SM-CHANGED-DATE.
           05  LINE 18 COL 01 VALUE "MESSAGE...:".
           05  LINE 18 COL 13 PIC X(40) FROM WS-SM-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 1100-SIGN-ON THRU 1100-EXIT

           IF RETURN-CODE = 0
               PERFORM 1200-REGISTER-SESSION THRU 1200-EXIT

               PERFORM 1400-OPEN-SECURITY THRU 1400-EXIT

               IF RETURN-CODE = 0
                   PERFORM 2000-SECURITY-ENTRY THRU 2000-EXIT
                       UNTIL WS-DONE

                   CLOSE CALC-SEC-FILE
               END-IF

               PERFORM 1300-CLOSE-SESSION THRU 1300-EXIT
           END-IF

           STOP RUN
           .

      *****************************************************************
      *  1000-INITIALIZE - PICK UP THE INIT TOKEN FOR THE FIRST-EVER
      *  SESSION.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-INIT-TOKEN
           END-UNSTRING
           IF WS-INIT-TOKEN = "INIT"
               SET WS-INIT-RUN TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SIGN-ON - ONLY AN OPERATOR WITH THE SECURITY AUTHORITY
      *  MAY MAINTAIN THE FILE.  ON AN INIT SESSION THE FILE IS FIRST
      *  CREATED WITH THE OPERATOR JUST KEYED AS ITS ONLY ENTRY.
      *  CALC0020 LOGS A REFUSAL ON THE SECURITY VIOLATION LOG.
      *****************************************************************
       1100-SIGN-ON.
           DISPLAY SECM-SIGNON-SCREEN
           ACCEPT SECM-SIGNON-SCREEN

           IF WS-INIT-RUN
               PERFORM 1150-INIT-SECURITY-FILE THRU 1150-EXIT
           END-IF

           IF RETURN-CODE = 0
               MOVE "S" TO WS-SEC-FUNCTION
               CALL "CALC0020" USING WS-SEC-FUNCTION, WS-OPERATOR-ID,
                   WS-SEC-PROGRAM, WS-SEC-ACTION, WS-SEC-TARGET,
                   WS-SEC-RESULT, WS-SEC-MESSAGE

               EVALUATE TRUE
                   WHEN WS-SEC-ALLOWED
                       CONTINUE
                   WHEN WS-SEC-UNAVAILABLE
                       DISPLAY "CALCSECM - SESSION NOT STARTED - "
                           WS-SEC-MESSAGE
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "CALCSECM - SESSION NOT STARTED - "
                           WS-SEC-MESSAGE
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF
           .
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1150-INIT-SECURITY-FILE - CREATE THE SECURITY FILE HOLDING
      *  THE OPERATOR JUST KEYED, WITH THE SECURITY AUTHORITY ONLY -
      *  THAT OPERATOR THEN ADDS EVERYONE ELSE, AND IS ADDED TO THE
      *  SCREENS THEY USE BY A SECOND ADMINISTRATOR.  A FILE THAT
      *  ALREADY EXISTS IS NEVER RECREATED.
      *****************************************************************
       1150-INIT-SECURITY-FILE.
           OPEN INPUT CALC-SEC-FILE
           EVALUATE TRUE
               WHEN WS-SEC-FILE-STATUS = "00"
                   CLOSE CALC-SEC-FILE
                   DISPLAY "CALCSECM - INIT REFUSED - THE OPERATOR "
                       "SECURITY FILE ALREADY EXISTS"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SEC-FILE-STATUS NOT = "35"
                   DISPLAY "CALCSECM - OPERATOR SECURITY FILE OPEN "
                       "FAILED, STATUS " WS-SEC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN WS-OPERATOR-ID = SPACES
                   CONTINUE
               WHEN OTHER
                   OPEN OUTPUT CALC-SEC-FILE
                   IF WS-SEC-FILE-STATUS NOT = "00"
                       DISPLAY "CALCSECM - OPERATOR SECURITY FILE "
                           "CREATE FAILED, STATUS " WS-SEC-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 1160-WRITE-FIRST-OPERATOR
                           THRU 1160-EXIT
                   END-IF
           END-EVALUATE
           .
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1160-WRITE-FIRST-OPERATOR - THE ONLY ENTRY OF A NEW FILE.  THE
      *  FILE IS ONLY REPORTED CREATED ONCE THE ENTRY IS ON IT.
      *****************************************************************
       1160-WRITE-FIRST-OPERATOR.
           MOVE SPACES             TO CALC-OPR-RECORD
           MOVE WS-OPERATOR-ID     TO OP-OPERATOR-ID
           MOVE "SECURITY ADMINISTRATOR" TO OP-OPERATOR-NAME
           SET OP-ACTIVE TO TRUE
           MOVE "NNNNNY"           TO OP-AUTHORITIES
           MOVE WS-OPERATOR-ID     TO OP-CHANGED-BY
           ACCEPT OP-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT OP-CHANGED-TIME FROM TIME
           WRITE CALC-OPR-RECORD
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "CALCSECM - OPERATOR SECURITY FILE CREATE "
                   "FAILED, WRITE STATUS " WS-SEC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CALC-SEC-FILE
           ELSE
               CLOSE CALC-SEC-FILE
               DISPLAY "CALCSECM - OPERATOR SECURITY FILE CREATED "
                   "WITH " WS-OPERATOR-ID " AS ADMINISTRATOR"
           END-IF
           .
       1160-EXIT.
           EXIT.

      *****************************************************************
      *  1200-REGISTER-SESSION - APPEND THIS SESSION'S HEADER, WITH
      *  THE SIGNED-ON OPERATOR, TO THE CALCRLOG RUN LOG.  LIKE THE
      *  OTHER ONLINE SESSIONS IT TOUCHES NO CHECKPOINT FILE AND DOES
      *  NOT CHECK OR TRIP THE IN-FLIGHT GUARD.
      *****************************************************************
       1200-REGISTER-SESSION.
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
           MOVE "SECMAINT"  TO CR-RUN-MODE
           MOVE WS-RUN-DATE TO CR-DATE
           MOVE WS-RUN-TIME TO CR-TIME
           MOVE ZERO        TO CR-RECORD-COUNT
           MOVE ZERO        TO CR-ERROR-COUNT
           MOVE ZERO        TO CR-RETURN-CODE
           MOVE WS-OPERATOR-ID TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-CLOSE-SESSION - APPEND THE SESSION'S TRAILER WITH THE
      *  NUMBER OF ADDS AND CHANGES MADE AND HOW MANY ATTEMPTS ERRORED
      *  OR WERE REFUSED.
      *****************************************************************
       1300-CLOSE-SESSION.
           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID              TO CR-RUN-ID
           MOVE "SECMAINT"             TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-SESSION-COUNT       TO CR-RECORD-COUNT
           MOVE WS-SESSION-ERROR-COUNT TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1400-OPEN-SECURITY - THE FILE IS READ AND REWRITTEN BY KEY.
      *  SIGN-ON HAS ALREADY PROVED IT EXISTS, BUT THIS IS A SEPARATE
      *  OPEN AND MAY STILL FAIL - THEN NO ACTION IS TAKEN AT ALL.
      *****************************************************************
       1400-OPEN-SECURITY.
           OPEN I-O CALC-SEC-FILE
           IF WS-SEC-FILE-STATUS NOT = "00"
               DISPLAY "CALCSECM - OPERATOR SECURITY FILE OPEN "
                   "FAILED, STATUS " WS-SEC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SECURITY-ENTRY - PRESENT THE SCREEN, TAKE ONE ACTION AND
      *  SHOW THE RESULT.
      *****************************************************************
       2000-SECURITY-ENTRY.
           MOVE SPACES TO WS-SM-MESSAGE
           DISPLAY SECM-SCREEN
           ACCEPT SECM-SCREEN

      *  THE OPERATOR'S ROLE IS CHECKED BEFORE ANY ACTION IS TAKEN.
           PERFORM 8500-CHECK-ACTION THRU 8500-EXIT

           IF NOT WS-SEC-ALLOWED
               MOVE WS-SEC-MESSAGE TO WS-SM-MESSAGE
               PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
           ELSE
               EVALUATE WS-SM-ACTION
                   WHEN "E"
                   WHEN "e"
                       SET WS-DONE TO TRUE
                   WHEN "I"
                   WHEN "i"
                       PERFORM 3000-INQUIRE-OPERATOR THRU 3000-EXIT
                   WHEN "A"
                   WHEN "a"
                       PERFORM 3100-ADD-OPERATOR THRU 3100-EXIT
                   WHEN "C"
                   WHEN "c"
                       PERFORM 3200-CHANGE-OPERATOR THRU 3200-EXIT
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-SM-MESSAGE
               END-EVALUATE
           END-IF

           IF NOT WS-DONE
               DISPLAY SECM-SCREEN
           END-IF
           .
       2000-EXIT.
           EXIT.

       3000-INQUIRE-OPERATOR.
           MOVE WS-SM-USER-ID TO OP-OPERATOR-ID
           READ CALC-SEC-FILE
               INVALID KEY
                   PERFORM 8200-CLEAR-ENTRY THRU 8200-EXIT
                   MOVE "USER ID NOT ON FILE" TO WS-SM-MESSAGE
               NOT INVALID KEY
                   PERFORM 8100-SHOW-RECORD THRU 8100-EXIT
                   MOVE "USER ID ON FILE" TO WS-SM-MESSAGE
           END-READ
           .
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-ADD-OPERATOR - ADD A NEW USER ID.  THE NAME IS REQUIRED;
      *  A BLANK STATUS IS ACTIVE AND A BLANK AUTHORITY IS N.
      *****************************************************************
       3100-ADD-OPERATOR.
           SET WS-ADDING TO TRUE
           EVALUATE TRUE
               WHEN WS-SM-USER-ID = SPACES
                   MOVE "USER ID REQUIRED" TO WS-SM-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN WS-SM-NAME = SPACES
                   MOVE "NAME REQUIRED" TO WS-SM-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN OTHER
                   PERFORM 8300-EDIT-ENTRY THRU 8300-EXIT
                   IF WS-ENTRY-VALID
                       PERFORM 8350-BUILD-RECORD THRU 8350-EXIT
                       WRITE CALC-OPR-RECORD
                           INVALID KEY
                               MOVE "USER ID ALREADY ON FILE"
                                   TO WS-SM-MESSAGE
                               PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
                           NOT INVALID KEY
                               ADD 1 TO WS-SESSION-COUNT
                               PERFORM 8100-SHOW-RECORD THRU 8100-EXIT
                               MOVE "USER ID ADDED" TO WS-SM-MESSAGE
                       END-WRITE
                   END-IF
           END-EVALUATE
           .
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-CHANGE-OPERATOR - CHANGE A USER ID ON FILE.  FIELDS LEFT
      *  BLANK KEEP THEIR VALUE ON FILE.
      *****************************************************************
       3200-CHANGE-OPERATOR.
           MOVE "N" TO WS-ADDING-SW
           MOVE WS-SM-USER-ID TO OP-OPERATOR-ID
           READ CALC-SEC-FILE
               INVALID KEY
                   MOVE "USER ID NOT ON FILE" TO WS-SM-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               NOT INVALID KEY
                   PERFORM 8300-EDIT-ENTRY THRU 8300-EXIT
                   IF WS-ENTRY-VALID
                       PERFORM 8350-BUILD-RECORD THRU 8350-EXIT
                       REWRITE CALC-OPR-RECORD
                           INVALID KEY
                               MOVE "SECURITY FILE REWRITE FAILED"
                                   TO WS-SM-MESSAGE
                               PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
                           NOT INVALID KEY
                               ADD 1 TO WS-SESSION-COUNT
                               PERFORM 8100-SHOW-RECORD THRU 8100-EXIT
                               IF OP-REVOKED
                                   MOVE "USER ID CHANGED - REVOKED"
                                       TO WS-SM-MESSAGE
                               ELSE
                                   MOVE "USER ID CHANGED"
                                       TO WS-SM-MESSAGE
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ
           .
       3200-EXIT.
           EXIT.

       8100-SHOW-RECORD.
           MOVE OP-OPERATOR-NAME TO WS-SM-NAME
           MOVE OP-STATUS        TO WS-SM-STATUS
           MOVE OP-AUTHORITIES   TO WS-SM-AUTHORITIES
           MOVE OP-CHANGED-BY    TO WS-SM-CHANGED-BY
           MOVE OP-CHANGED-DATE  TO WS-SM-CHANGED-DATE
           .
       8100-EXIT.
           EXIT.

       8200-CLEAR-ENTRY.
           MOVE SPACES TO WS-SM-NAME
           MOVE SPACE  TO WS-SM-STATUS
           MOVE SPACES TO WS-SM-AUTHORITIES
           MOVE SPACES TO WS-SM-CHANGED-BY
           MOVE ZERO   TO WS-SM-CHANGED-DATE
           .
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-EDIT-ENTRY - FILL THE BLANK FIELDS (FROM THE DEFAULTS ON
      *  AN ADD, FROM THE RECORD JUST READ ON A CHANGE), TAKE LOWER
      *  CASE AS UPPER, AND CHECK THE STATUS IS A OR R AND EVERY
      *  AUTHORITY Y OR N.
      *****************************************************************
       8300-EDIT-ENTRY.
           IF WS-ADDING
               IF WS-SM-STATUS = SPACE
                   MOVE "A" TO WS-SM-STATUS
               END-IF
           ELSE
               IF WS-SM-NAME = SPACES
                   MOVE OP-OPERATOR-NAME TO WS-SM-NAME
               END-IF
               IF WS-SM-STATUS = SPACE
                   MOVE OP-STATUS TO WS-SM-STATUS
               END-IF
           END-IF
           INSPECT WS-SM-STATUS CONVERTING "ar" TO "AR"
           INSPECT WS-SM-AUTHORITIES CONVERTING "yn" TO "YN"

           SET WS-ENTRY-VALID TO TRUE
           MOVE 0 TO WS-FLAG-IX
           PERFORM 8310-EDIT-ONE-FLAG THRU 8310-EXIT
               UNTIL WS-FLAG-IX >= 6

           IF WS-SM-STATUS NOT = "A" AND WS-SM-STATUS NOT = "R"
               MOVE "N" TO WS-ENTRY-VALID-SW
               MOVE "STATUS MUST BE A OR R" TO WS-SM-MESSAGE
           END-IF

           IF NOT WS-ENTRY-VALID
               PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
           END-IF
           .
       8300-EXIT.
           EXIT.

       8310-EDIT-ONE-FLAG.
           ADD 1 TO WS-FLAG-IX
           IF WS-SM-AUTH-FLAG(WS-FLAG-IX) = SPACE
               IF WS-ADDING
                   MOVE "N" TO WS-SM-AUTH-FLAG(WS-FLAG-IX)
               ELSE
                   MOVE OP-AUTH-FLAG(WS-FLAG-IX)
                       TO WS-SM-AUTH-FLAG(WS-FLAG-IX)
               END-IF
           END-IF
           IF WS-SM-AUTH-FLAG(WS-FLAG-IX) NOT = "Y"
              AND WS-SM-AUTH-FLAG(WS-FLAG-IX) NOT = "N"
               MOVE "N" TO WS-ENTRY-VALID-SW
               MOVE "AUTHORITIES MUST BE Y OR N" TO WS-SM-MESSAGE
           END-IF
           .
       8310-EXIT.
           EXIT.

       8350-BUILD-RECORD.
           MOVE SPACES            TO CALC-OPR-RECORD
           MOVE WS-SM-USER-ID     TO OP-OPERATOR-ID
           MOVE WS-SM-NAME        TO OP-OPERATOR-NAME
           MOVE WS-SM-STATUS      TO OP-STATUS
           MOVE WS-SM-AUTHORITIES TO OP-AUTHORITIES
           MOVE WS-OPERATOR-ID    TO OP-CHANGED-BY
           ACCEPT OP-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT OP-CHANGED-TIME FROM TIME
           .
       8350-EXIT.
           EXIT.

       8400-COUNT-ERROR.
           ADD 1 TO WS-SESSION-ERROR-COUNT
           .
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-CHECK-ACTION - ASK CALC0020 WHETHER THE ACTION KEYED IS
      *  ALLOWED; IT REFUSES AN ADD OR CHANGE OF THE OPERATOR'S OWN
      *  USER ID.  LEAVING THE SCREEN IS ALWAYS ALLOWED.
      *****************************************************************
       8500-CHECK-ACTION.
           SET WS-SEC-ALLOWED TO TRUE
           IF WS-SM-ACTION NOT = "E" AND WS-SM-ACTION NOT = "e"
               MOVE "A"            TO WS-SEC-FUNCTION
               MOVE WS-SM-ACTION   TO WS-SEC-ACTION
               MOVE WS-SM-USER-ID  TO WS-SEC-TARGET
               CALL "CALC0020" USING WS-SEC-FUNCTION, WS-OPERATOR-ID,
                   WS-SEC-PROGRAM, WS-SEC-ACTION, WS-SEC-TARGET,
                   WS-SEC-RESULT, WS-SEC-MESSAGE
           END-IF
           .
       8500-EXIT.
           EXIT.
