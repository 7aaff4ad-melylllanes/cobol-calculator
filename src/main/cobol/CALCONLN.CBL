      *      MAP; THE ENTRY FIELDS AND FLOW ARE THE SAME AS A CICS
      *      PSEUDO-CONVERSATIONAL SCREEN WOULD USE.
      *
      *      THE OPERATOR SIGNS ON FIRST, AGAINST THE OPERATOR
      *      SECURITY FILE THROUGH CALC0020 (SEE CALCOPR.CPY), AND
      *      NEEDS THE CALCULATION-ENTRY AUTHORITY.  A REFUSED SIGN-ON
      *      IS LOGGED ON THE SECURITY VIOLATION LOG BY CALC0020 AND
      *      ENDS THE PROGRAM RC 8 WITHOUT REGISTERING A SESSION (RC 16
      *      WHEN THE SECURITY FILE CANNOT BE READ).  THE SIGNED-ON
      *      OPERATOR IS STAMPED ON THE SESSION'S RUN-LOG HEADER.
      *
      *  MODIFICATION HISTORY.
      *      08/09/2026  DLM  ORIGINAL VERSION.
      *      08/22/2026  DLM  EACH SESSION NOW REGISTERS ITSELF ON THE
      *                       CALCAUD.CPY) - OPENED I-O INSTEAD OF
      *                       EXTEND, WITH THE TIE-BREAKER BUMPED ON
      *                       A DUPLICATE-KEY WRITE.
      *      10/05/2026  DLM  OPERATOR SIGN-ON AGAINST THE SECURITY
      *                       FILE (CALC0020); THE OPERATOR ID GOES
      *                       ON THE RUN-LOG HEADER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCONLN.
       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-SESSION-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-SESSION-ERROR-COUNT      PIC S9(07) COMP VALUE 0.

       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.

      *****************************************************************
      *  OPERATOR SECURITY CHECK PARAMETERS (SEE CALC0020).
      *****************************************************************
       01  WS-SEC-PARMS.
           05  WS-SEC-FUNCTION         PIC X(01) VALUE "S".
           05  WS-SEC-PROGRAM          PIC X(08) VALUE "CALCONLN".
           05  WS-SEC-ACTION           PIC X(01) VALUE SPACE.
           05  WS-SEC-TARGET           PIC X(08) VALUE SPACES.
           05  WS-SEC-RESULT           PIC X(01) VALUE "N".
               88  WS-SEC-ALLOWED          VALUE "Y".
               88  WS-SEC-UNAVAILABLE      VALUE "U".
           05  WS-SEC-MESSAGE          PIC X(40) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SW              PIC X(01) VALUE "N".
               88  WS-DONE                 VALUE "Y".
               88  WS-CALC-ERROR            VALUE "Y".

       SCREEN SECTION.
       01  CALC-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - ONLINE CORRECTION ENTRY".
           05  LINE 03 COL 01 VALUE "OPERATOR..:".
           05  LINE 03 COL 13 PIC X(08) USING WS-OPERATOR-ID.

       01  CALC-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - ONLINE CORRECTION ENTRY".
           05  LINE 02 COL 01 VALUE "OPERATOR..:".
           05  LINE 02 COL 13 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 03 COL 01 VALUE "NUM1......:".
           05  LINE 03 COL 13 PIC S9(05)V99 USING NUM1.
           05  LINE 04 COL 01 VALUE "NUM2......:".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SIGN-ON THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 1200-REGISTER-SESSION THRU 1200-EXIT

               PERFORM 1100-OPEN-AUDIT THRU 1100-EXIT

               PERFORM 2000-ONLINE-ENTRY THRU 2000-EXIT
                   UNTIL WS-DONE

               CLOSE CALC-AUDIT-FILE

               PERFORM 1300-CLOSE-SESSION THRU 1300-EXIT
           END-IF

           STOP RUN
           .

      *****************************************************************
      *  1000-SIGN-ON - THE OPERATOR MUST BE ON THE SECURITY FILE WITH
      *  THE CALCULATION-ENTRY AUTHORITY BEFORE A SESSION STARTS.
      *  CALC0020 LOGS A REFUSAL ON THE SECURITY VIOLATION LOG.
      *****************************************************************
       1000-SIGN-ON.
           DISPLAY CALC-SIGNON-SCREEN
           ACCEPT CALC-SIGNON-SCREEN

           MOVE "S" TO WS-SEC-FUNCTION
           CALL "CALC0020" USING WS-SEC-FUNCTION, WS-OPERATOR-ID,
               WS-SEC-PROGRAM, WS-SEC-ACTION, WS-SEC-TARGET,
               WS-SEC-RESULT, WS-SEC-MESSAGE

           EVALUATE TRUE
               WHEN WS-SEC-ALLOWED
                   CONTINUE
               WHEN WS-SEC-UNAVAILABLE
                   DISPLAY "CALCONLN - SESSION NOT STARTED - "
                       WS-SEC-MESSAGE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CALCONLN - SESSION NOT STARTED - "
                       WS-SEC-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-OPEN-AUDIT - OPEN THE SAME KEYED AUDIT LOG CALCULADORA
      *  WRITES TO, CREATING IT ON THE FIRST RUN IF IT DOES NOT YET
           MOVE ZERO        TO CR-RECORD-COUNT
           MOVE ZERO        TO CR-ERROR-COUNT
           MOVE ZERO        TO CR-RETURN-CODE
           MOVE WS-OPERATOR-ID TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
           MOVE WS-SESSION-COUNT       TO CR-RECORD-COUNT
           MOVE WS-SESSION-ERROR-COUNT TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
