      *      LIKE CALCONLN, THIS SHOP HAS NO CICS REGION, SO THE
      *      SCREENS ARE NATIVE SCREEN SECTION; THE FIELDS AND FLOW
      *      ARE WHAT A CICS INQUIRY MAP WOULD CARRY.  THE INQUIRY IS
      *      READ ONLY - IT CHANGES NOTHING AND REGISTERS NO RUN.
      *
      *      CRITERIA: FROM/TO DATES (YYYYMMDD; TO-DATE ZERO MEANS NO
      *      UPPER BOUND, FROM-DATE ZERO MEANS FROM THE START OF THE
      *      LOG), OPERACION (SPACE FOR ALL CODES), ERRORS-ONLY Y/N.
      *      "E" IN THE ACTION FIELD LEAVES THE PROGRAM.
      *
      *      THE OPERATOR SIGNS ON FIRST, AGAINST THE OPERATOR
      *      SECURITY FILE THROUGH CALC0020 (SEE CALCOPR.CPY), AND
      *      NEEDS THE AUDIT-INQUIRY AUTHORITY.  A REFUSED SIGN-ON IS
      *      LOGGED ON THE SECURITY VIOLATION LOG BY CALC0020 AND ENDS
      *      THE PROGRAM RC 8 (RC 16 WHEN THE SECURITY FILE CANNOT BE
      *      READ).  THAT LOG IS THE ONLY FILE AN INQUIRY WRITES.
      *
      *  MODIFICATION HISTORY.
      *      08/22/2026  DLM  ORIGINAL VERSION.
      *      09/02/2026  DLM  THE AUDIT LOG IS NOW KEYED ON ITS
      *                       READING THE WHOLE LOG FRONT TO BACK -
      *                       A ONE-DAY INQUIRY NOW COSTS A DAY'S
      *                       WORTH OF READS.
      *      10/05/2026  DLM  OPERATOR SIGN-ON AGAINST THE SECURITY
      *                       FILE (CALC0020).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINQR.
       77  WS-MATCH-COUNT              PIC 9(07) VALUE 0.
       77  WS-ROW-IX                   PIC S9(04) COMP VALUE 0.
       77  WS-INQ-MESSAGE              PIC X(40) VALUE SPACES.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SW              PIC X(01) VALUE "N".
           05  WS-EOF-AUD-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT         VALUE "Y".

      *****************************************************************
      *  OPERATOR SECURITY CHECK PARAMETERS (SEE CALC0020).
      *****************************************************************
       01  WS-SEC-PARMS.
           05  WS-SEC-FUNCTION         PIC X(01) VALUE "S".
           05  WS-SEC-PROGRAM          PIC X(08) VALUE "CALCINQR".
           05  WS-SEC-ACTION           PIC X(01) VALUE SPACE.
           05  WS-SEC-TARGET           PIC X(08) VALUE SPACES.
           05  WS-SEC-RESULT           PIC X(01) VALUE "N".
               88  WS-SEC-ALLOWED          VALUE "Y".
               88  WS-SEC-UNAVAILABLE      VALUE "U".
           05  WS-SEC-MESSAGE          PIC X(40) VALUE SPACES.

       01  WS-INQ-DETAIL-LINE.
           05  ID-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PAGE-ROW             OCCURS 10 TIMES PIC X(70).

       SCREEN SECTION.
       01  INQ-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - AUDIT LOG INQUIRY".
           05  LINE 03 COL 01 VALUE "OPERATOR...:".
           05  LINE 03 COL 14 PIC X(08) USING WS-OPERATOR-ID.

       01  INQ-CRITERIA-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - AUDIT LOG INQUIRY".
           05  LINE 02 COL 01 VALUE "OPERATOR...:".
           05  LINE 02 COL 14 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 03 COL 01 VALUE "FROM DATE..:".
           05  LINE 03 COL 14 PIC 9(08) USING WS-FROM-DATE.
           05  LINE 04 COL 01 VALUE "TO DATE....:".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SIGN-ON THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 2000-INQUIRY-SESSION THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF

           STOP RUN
           .

      *****************************************************************
      *  1000-SIGN-ON - THE OPERATOR MUST BE ON THE SECURITY FILE WITH
      *  THE AUDIT-INQUIRY AUTHORITY BEFORE THE CRITERIA SCREEN IS
      *  SHOWN.  CALC0020 LOGS A REFUSAL ON THE SECURITY VIOLATION LOG.
      *****************************************************************
       1000-SIGN-ON.
           DISPLAY INQ-SIGNON-SCREEN
           ACCEPT INQ-SIGNON-SCREEN

           MOVE "S" TO WS-SEC-FUNCTION
           CALL "CALC0020" USING WS-SEC-FUNCTION, WS-OPERATOR-ID,
               WS-SEC-PROGRAM, WS-SEC-ACTION, WS-SEC-TARGET,
               WS-SEC-RESULT, WS-SEC-MESSAGE

           EVALUATE TRUE
               WHEN WS-SEC-ALLOWED
                   CONTINUE
               WHEN WS-SEC-UNAVAILABLE
                   DISPLAY "CALCINQR - INQUIRY NOT STARTED - "
                       WS-SEC-MESSAGE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CALCINQR - INQUIRY NOT STARTED - "
                       WS-SEC-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-INQUIRY-SESSION - PRESENT THE CRITERIA SCREEN, TAKE ONE
      *  SET OF FILTERS AND RUN THE SEARCH, UNTIL THE OPERATOR LEAVES
