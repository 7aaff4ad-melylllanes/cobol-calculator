      *          A - OPEN A NEW ACCOUNT WITH A STARTING BALANCE;
      *          C - CLOSE A DORMANT ACCOUNT (REMOVED FROM THE MASTER,
      *              ITS BALANCE SUBTRACTED TO ZERO ON THE AUDIT LOG);
      *          J - POST A SUPERVISOR-APPROVED BALANCE ADJUSTMENT;
      *          S - SET THE ACCOUNT'S STATUS (O=OPEN, F=FROZEN,
      *              P=PENDING CLOSE);
      *          F - SET THE ACCOUNT'S MINIMUM-BALANCE FLOOR;
      *          Q - REVIEW THE PENDING-APPROVAL QUEUE.
      *
      *      CLOSES AND ADJUSTMENTS ARE UNDER DUAL CONTROL.  A "C" OR
      *      "J" IS NOT POSTED WHEN IT IS KEYED: IT IS WRITTEN TO THE
      *      PENDING-APPROVAL QUEUE (CALCPEND, SEE CALCPEND.CPY) WITH
      *      THE SIGNED-ON OPERATOR AND A REASON, WHICH IS REQUIRED.
      *      A SECOND OPERATOR REVIEWS THE QUEUE WITH "Q" AND APPROVES
      *      OR DECLINES EACH PENDING ITEM; NOBODY MAY DECIDE AN ITEM
      *      THEY KEYED.  ONLY AN APPROVED ITEM IS POSTED TO THE MASTER
      *      AND THE AUDIT LOG, UNDER THE APPROVING SESSION'S RUN ID.
      *      AN ITEM THAT NO LONGER POSTS WHEN IT IS APPROVED (THE
      *      ACCOUNT HAS SINCE BEEN CLOSED, OR THE ADJUSTMENT FAILS
      *      CALC0010'S EDITS) STAYS PENDING FOR THE APPROVER TO
      *      DECLINE.  CALCPNDR LISTS WHATEVER IS STILL PENDING AT
      *      DAY-CLOSE.
      *
      *      AN APPROVED ITEM IS STAMPED ON THE QUEUE BEFORE IT IS
      *      POSTED, SO AN ITEM CAN NEVER BE POSTED WHILE IT STILL
      *      SHOWS PENDING TO THE NEXT APPROVER.  A QUEUE UPDATE THAT
      *      FAILS POSTS NOTHING, CLOSES THE QUEUE FOR THE REST OF THE
      *      SESSION (C, J AND Q ARE THEN REFUSED) AND ENDS THE
      *      SESSION RC 16, RAISED AS RUNFAIL ON THE SHARED ALERT FILE
      *      (CALCALRT, SEE CALCALR.CPY) THROUGH CALC0030.
      *
      *      THE STATUS AND FLOOR ARE WHAT THE ACCUM RUN ENFORCES (SEE
      *      CALCBAL.CPY).  THEY ARE NOT AMOUNTS, SO SETTING THEM
      *      WRITES NO AUDIT RECORD; THEY COUNT AS SESSION CHANGES ON
      *      THE RUN-LOG TRAILER.  A "J" ADJUSTMENT IS ALREADY
      *      SUPERVISOR-APPROVED AND IS NOT HELD TO THE FLOOR.
      *
      *      THE OLD MASTER (BALMAST) IS LOADED AT SIGN-ON, THE
      *      SESSION'S CHANGES ARE APPLIED IN STORAGE, AND THE UPDATED
      *      SCREEN IS A NATIVE SCREEN SECTION; THE FIELDS AND FLOW
      *      ARE WHAT A CICS MAINTENANCE MAP WOULD CARRY.
      *
      *      THE OPERATOR SIGNS ON AGAINST THE OPERATOR SECURITY FILE
      *      THROUGH CALC0020 (SEE CALCOPR.CPY) AND NEEDS AT LEAST ONE
      *      OF THE BALANCE, ADJUST AND APPROVE AUTHORITIES.  EACH
      *      ACTION KEYED IS THEN CHECKED AGAINST THE OPERATOR'S ROLE:
      *      A, S AND F NEED BALANCE, C AND J NEED ADJUST, Q NEEDS
      *      APPROVE.  A REFUSED SIGN-ON OR ACTION IS LOGGED ON THE
      *      SECURITY VIOLATION LOG BY CALC0020; A REFUSED ACTION
      *      COUNTS AS A SESSION ERROR.  A REFUSED SIGN-ON ENDS THE
      *      PROGRAM RC 8 (RC 16 WHEN THE SECURITY FILE CANNOT BE
      *      READ).  THE SIGNED-ON OPERATOR IS STAMPED ON THE
      *      SESSION'S RUN-LOG HEADER.
      *
      *  MODIFICATION HISTORY.
      *      09/02/2026  DLM  ORIGINAL VERSION.
      *      09/02/2026  DLM  THE AUDIT LOG IS NOW KEYED (SEE
      *                       CALCAUD.CPY) - OPENED I-O INSTEAD OF
      *                       EXTEND, WITH THE TIE-BREAKER BUMPED ON
      *                       A DUPLICATE-KEY WRITE.
      *      10/05/2026  DLM  ACCOUNT STATUS AND MINIMUM-BALANCE FLOOR
      *                       CARRIED ON THE MASTER; NEW S AND F
      *                       ACTIONS TO SET THEM, AND AN ADD TAKES
      *                       BOTH AND MAY NOT OPEN BELOW THE FLOOR.
      *      10/05/2026  DLM  OPERATOR SIGN-ON.  CLOSES AND ADJUSTMENTS
      *                       ARE QUEUED ON CALCPEND WITH A REASON AND
      *                       POSTED ONLY WHEN A DIFFERENT OPERATOR
      *                       APPROVES THEM THROUGH THE NEW Q ACTION.
      *      10/05/2026  DLM  THE OPERATOR SIGNS ON AGAINST THE
      *                       SECURITY FILE (CALC0020) AND EVERY
      *                       ACTION IS CHECKED AGAINST THE OPERATOR'S
      *                       ROLE; THE OPERATOR ID GOES ON THE
      *                       RUN-LOG HEADER.
      *      10/05/2026  DLM  AN APPROVAL QUEUE THAT WILL NOT OPEN
      *                       REFUSES C, J AND Q INSTEAD OF READING AN
      *                       UNOPENED FILE.
      *      10/05/2026  DLM  AN APPROVAL IS STAMPED ON THE QUEUE
      *                       BEFORE IT IS POSTED; A FAILED QUEUE
      *                       UPDATE POSTS NOTHING, CLOSES THE QUEUE
      *                       AND ENDS THE SESSION RC 16 WITH RUNFAIL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBMNT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT CALC-PEND-FILE ASSIGN TO CALCPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-BALOLD-FILE

       FD  CALC-BALNEW-FILE
           RECORDING MODE IS F.
       01  CALC-BALN-RECORD            PIC X(23).

       FD  CALC-AUDIT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CALCRUN.

       FD  CALC-PEND-FILE
           RECORDING MODE IS F.
           COPY CALCPEND.

       WORKING-STORAGE SECTION.
       77  WS-BALOLD-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-BALNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-PEND-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-SESSION-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-SESSION-ERROR-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-SESSION-RC               PIC S9(04) COMP VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.
       77  WS-BAL-COUNT                PIC S9(05) COMP VALUE 0.
       77  WS-BAL-IX                   PIC S9(05) COMP VALUE 0.
       77  WS-FOUND-IX                 PIC S9(05) COMP VALUE 0.
       77  WS-MNT-ACTION               PIC X(01) VALUE SPACE.
       77  WS-MNT-ACCOUNT              PIC X(08) VALUE SPACES.
       77  WS-MNT-AMOUNT               PIC S9(05)V99 VALUE 0.
       77  WS-MNT-STATUS               PIC X(01) VALUE SPACE.
       77  WS-MNT-FLOOR                PIC S9(05)V99 VALUE 0.
       77  WS-MNT-BALANCE              PIC S9(05)V99 VALUE 0.
       77  WS-MNT-REASON               PIC X(30) VALUE SPACES.
       77  WS-MNT-MESSAGE              PIC X(40) VALUE SPACES.
       77  WS-PQ-DECISION              PIC X(01) VALUE SPACE.
       77  WS-PQ-SHOWN-COUNT           PIC S9(05) COMP VALUE 0.
       77  WS-PRIOR-BALANCE            PIC S9(05)V99 VALUE 0.
       77  NUM1                        PIC S9(05)V99 VALUE 0.
       77  NUM2                        PIC S9(05)V99 VALUE 0.

       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCBMNT".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

      *****************************************************************
      *  OPERATOR SECURITY CHECK PARAMETERS (SEE CALC0020).
      *****************************************************************
       01  WS-SEC-PARMS.
           05  WS-SEC-FUNCTION         PIC X(01) VALUE "S".
           05  WS-SEC-PROGRAM          PIC X(08) VALUE "CALCBMNT".
           05  WS-SEC-ACTION           PIC X(01) VALUE SPACE.
           05  WS-SEC-TARGET           PIC X(08) VALUE SPACES.
           05  WS-SEC-RESULT           PIC X(01) VALUE "N".
               88  WS-SEC-ALLOWED          VALUE "Y".
               88  WS-SEC-UNAVAILABLE      VALUE "U".
           05  WS-SEC-MESSAGE          PIC X(40) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SW              PIC X(01) VALUE "N".
               88  WS-DONE                 VALUE "Y".
               88  WS-TABLE-FULL           VALUE "Y".
           05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
               88  WS-SCAN-DONE            VALUE "Y".
           05  WS-STATUS-VALID-SW      PIC X(01) VALUE "N".
               88  WS-STATUS-VALID         VALUE "Y".
           05  WS-EOF-PEND-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-QUEUE          VALUE "Y".
           05  WS-QUEUE-OPEN-SW        PIC X(01) VALUE "Y".
               88  WS-QUEUE-UNAVAILABLE     VALUE "N".
           05  WS-REVIEW-DONE-SW       PIC X(01) VALUE "N".
               88  WS-REVIEW-DONE           VALUE "Y".
           05  WS-ITEM-DONE-SW         PIC X(01) VALUE "N".
               88  WS-ITEM-DONE             VALUE "Y".
           05  WS-ITEM-POSTED-SW       PIC X(01) VALUE "N".
               88  WS-ITEM-POSTED           VALUE "Y".

      *****************************************************************
      *  THE MASTER, LOADED IN ACCOUNT SEQUENCE AT SIGN-ON.  2000
           05  WS-BAL-ENTRY            OCCURS 2000 TIMES.
               10  WS-BE-ACCOUNT       PIC X(08).
               10  WS-BE-BALANCE       PIC S9(05)V99.
               10  WS-BE-STATUS        PIC X(01).
               10  WS-BE-MIN-BALANCE   PIC S9(05)V99.

       01  WS-BAL-OUT-RECORD.
           05  WS-BO-ACCOUNT-NO        PIC X(08).
           05  WS-BO-BALANCE           PIC S9(05)V99.
           05  WS-BO-ACCOUNT-STATUS    PIC X(01).
           05  WS-BO-MIN-BALANCE       PIC S9(05)V99.

       SCREEN SECTION.
       01  BMNT-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - BALANCE MASTER MAINTENANCE".
           05  LINE 03 COL 01 VALUE "OPERATOR..:".
           05  LINE 03 COL 13 PIC X(08) USING WS-OPERATOR-ID.

       01  BMNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - BALANCE MASTER MAINTENANCE".
           05  LINE 02 COL 01 VALUE "OPERATOR..:".
           05  LINE 02 COL 13 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 03 COL 01 VALUE "ACTION....:".
           05  LINE 03 COL 13 PIC X(01) USING WS-MNT-ACTION.
           05  LINE 03 COL 17 VALUE
               "(I=INQUIRE, A=ADD, C=CLOSE, J=ADJUST, E=EXIT)".
           05  LINE 04 COL 17 VALUE
               "(S=SET STATUS, F=SET FLOOR, Q=APPROVAL QUEUE)".
           05  LINE 05 COL 01 VALUE "ACCOUNT...:".
           05  LINE 05 COL 13 PIC X(08) USING WS-MNT-ACCOUNT.
           05  LINE 06 COL 01 VALUE "AMOUNT....:".
           05  LINE 06 COL 13 PIC S9(05)V99 USING WS-MNT-AMOUNT.
           05  LINE 07 COL 01 VALUE "STATUS....:".
           05  LINE 07 COL 13 PIC X(01) USING WS-MNT-STATUS.
           05  LINE 07 COL 17 VALUE
               "(O=OPEN, F=FROZEN, P=PENDING CLOSE)".
           05  LINE 08 COL 01 VALUE "FLOOR.....:".
           05  LINE 08 COL 13 PIC S9(05)V99 USING WS-MNT-FLOOR.
           05  LINE 09 COL 01 VALUE "REASON....:".
           05  LINE 09 COL 13 PIC X(30) USING WS-MNT-REASON.
           05  LINE 10 COL 01 VALUE "BALANCE...:".
           05  LINE 10 COL 13 PIC -(5)9.99 FROM WS-MNT-BALANCE.
           05  LINE 11 COL 01 VALUE "MESSAGE...:".
           05  LINE 11 COL 13 PIC X(40) FROM WS-MNT-MESSAGE.

      *****************************************************************
      *  ONE PENDING ITEM AT A TIME, OLDEST FIRST, WITH THE ACCOUNT'S
      *  BALANCE AS IT STANDS IN THIS SESSION.
      *****************************************************************
       01  BMNT-QUEUE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01
               VALUE "CALCULADORA - PENDING APPROVAL QUEUE".
           05  LINE 02 COL 01 VALUE "OPERATOR..:".
           05  LINE 02 COL 13 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 04 COL 01 VALUE "KEYED.....:".
           05  LINE 04 COL 13 PIC 9(08) FROM PQ-ENTRY-DATE.
           05  LINE 04 COL 22 PIC 9(08) FROM PQ-ENTRY-TIME.
           05  LINE 04 COL 31 VALUE "BY".
           05  LINE 04 COL 34 PIC X(08) FROM PQ-KEYED-BY.
           05  LINE 05 COL 01 VALUE "ACTION....:".
           05  LINE 05 COL 13 PIC X(01) FROM PQ-ACTION.
           05  LINE 05 COL 17 VALUE "(C=CLOSE, J=ADJUST)".
           05  LINE 06 COL 01 VALUE "ACCOUNT...:".
           05  LINE 06 COL 13 PIC X(08) FROM PQ-ACCOUNT-NO.
           05  LINE 07 COL 01 VALUE "AMOUNT....:".
           05  LINE 07 COL 13 PIC -(5)9.99 FROM PQ-AMOUNT.
           05  LINE 08 COL 01 VALUE "REASON....:".
           05  LINE 08 COL 13 PIC X(30) FROM PQ-REASON.
           05  LINE 09 COL 01 VALUE "BALANCE...:".
           05  LINE 09 COL 13 PIC -(5)9.99 FROM WS-MNT-BALANCE.
           05  LINE 11 COL 01 VALUE "DECISION..:".
           05  LINE 11 COL 13 PIC X(01) USING WS-PQ-DECISION.
           05  LINE 11 COL 17 VALUE
               "(A=APPROVE, D=DECLINE, N=NEXT, E=END)".
           05  LINE 12 COL 01 VALUE "MESSAGE...:".
           05  LINE 12 COL 13 PIC X(40) FROM WS-MNT-MESSAGE.

       PROCEDURE DIVISION.

           PERFORM 1400-LOAD-MASTER THRU 1400-EXIT

           IF NOT WS-TABLE-FULL
               PERFORM 1000-SIGN-ON THRU 1000-EXIT
           END-IF

           IF RETURN-CODE = 0
               PERFORM 1200-REGISTER-SESSION THRU 1200-EXIT

               PERFORM 1100-OPEN-AUDIT THRU 1100-EXIT

               PERFORM 1150-OPEN-QUEUE THRU 1150-EXIT

               PERFORM 2000-MAINT-ENTRY THRU 2000-EXIT
                   UNTIL WS-DONE

               CLOSE CALC-AUDIT-FILE
               IF NOT WS-QUEUE-UNAVAILABLE
                   CLOSE CALC-PEND-FILE
               END-IF

               PERFORM 1500-WRITE-NEW-MASTER THRU 1500-EXIT

      *  THE CALLS MADE DURING THE SESSION RESET RETURN-CODE, SO A
      *  FAILURE IS HELD IN WS-SESSION-RC UNTIL SIGN-OFF.
               MOVE WS-SESSION-RC TO RETURN-CODE

               PERFORM 1300-CLOSE-SESSION THRU 1300-EXIT
           END-IF

           STOP RUN
           .

      *****************************************************************
      *  1000-SIGN-ON - THE OPERATOR ID IS WHAT THE APPROVAL QUEUE
      *  RECORDS AGAINST EVERY ITEM KEYED OR DECIDED, AND WHAT KEEPS
      *  AN OPERATOR FROM APPROVING THEIR OWN ITEM, SO A SESSION DOES
      *  NOT START WITHOUT ONE - AND IT MUST BE ON THE SECURITY FILE
      *  WITH A BALANCE MAINTENANCE ROLE.  CALC0020 LOGS A REFUSAL ON
      *  THE SECURITY VIOLATION LOG.
      *****************************************************************
       1000-SIGN-ON.
           DISPLAY BMNT-SIGNON-SCREEN
           ACCEPT BMNT-SIGNON-SCREEN

           MOVE "S" TO WS-SEC-FUNCTION
           CALL "CALC0020" USING WS-SEC-FUNCTION, WS-OPERATOR-ID,
               WS-SEC-PROGRAM, WS-SEC-ACTION, WS-SEC-TARGET,
               WS-SEC-RESULT, WS-SEC-MESSAGE

           EVALUATE TRUE
               WHEN WS-SEC-ALLOWED
                   CONTINUE
               WHEN WS-SEC-UNAVAILABLE
                   DISPLAY "CALCBMNT - SESSION NOT STARTED - "
                       WS-SEC-MESSAGE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CALCBMNT - SESSION NOT STARTED - "
                       WS-SEC-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-OPEN-AUDIT - OPEN THE SAME KEYED AUDIT LOG CALCULADORA
      *  AND CALCONLN WRITE TO, CREATING IT ON THE FIRST RUN IF IT
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1150-OPEN-QUEUE - OPEN THE PENDING-APPROVAL QUEUE.  UNLIKE THE
      *  AUDIT LOG THE QUEUE IS READ AS WELL AS WRITTEN, SO WHEN IT
      *  DOES NOT YET EXIST IT IS CREATED EMPTY AND REOPENED I-O.  A
      *  QUEUE THAT STILL WILL NOT OPEN LEAVES THE SESSION RUNNING
      *  WITHOUT IT - CLOSES, ADJUSTMENTS AND THE REVIEW ARE REFUSED.
      *****************************************************************
       1150-OPEN-QUEUE.
           OPEN I-O CALC-PEND-FILE
           IF WS-PEND-FILE-STATUS = "35"
               OPEN OUTPUT CALC-PEND-FILE
               IF WS-PEND-FILE-STATUS = "00"
                   CLOSE CALC-PEND-FILE
                   OPEN I-O CALC-PEND-FILE
               END-IF
           END-IF

           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "CALCBMNT - APPROVAL QUEUE CALCPEND NOT "
                   "AVAILABLE, FILE STATUS " WS-PEND-FILE-STATUS
               SET WS-QUEUE-UNAVAILABLE TO TRUE
           END-IF
           .
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1200-REGISTER-SESSION - APPEND THIS SESSION'S HEADER TO THE
      *  SAME CALCRLOG RUN LOG CALCULADORA AND CALCONLN REGISTER ON.
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
                           TO WS-BE-ACCOUNT(WS-BAL-COUNT)
                       MOVE CB-BALANCE
                           TO WS-BE-BALANCE(WS-BAL-COUNT)
                       MOVE CB-ACCOUNT-STATUS
                           TO WS-BE-STATUS(WS-BAL-COUNT)
                       MOVE CB-MIN-BALANCE
                           TO WS-BE-MIN-BALANCE(WS-BAL-COUNT)
                   END-IF
           END-READ
           .
           ADD 1 TO WS-BAL-IX
           MOVE WS-BE-ACCOUNT(WS-BAL-IX) TO WS-BO-ACCOUNT-NO
           MOVE WS-BE-BALANCE(WS-BAL-IX) TO WS-BO-BALANCE
           MOVE WS-BE-STATUS(WS-BAL-IX)  TO WS-BO-ACCOUNT-STATUS
           MOVE WS-BE-MIN-BALANCE(WS-BAL-IX) TO WS-BO-MIN-BALANCE
           WRITE CALC-BALN-RECORD FROM WS-BAL-OUT-RECORD
           .
       1550-EXIT.
           DISPLAY BMNT-SCREEN
           ACCEPT BMNT-SCREEN

      *  THE OPERATOR'S ROLE IS CHECKED BEFORE ANY ACTION IS TAKEN.
           PERFORM 8500-CHECK-ACTION THRU 8500-EXIT

           IF NOT WS-SEC-ALLOWED
               MOVE WS-SEC-MESSAGE TO WS-MNT-MESSAGE
               PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
           ELSE
               EVALUATE WS-MNT-ACTION
                   WHEN "E"
                   WHEN "e"
                       SET WS-DONE TO TRUE
                   WHEN "I"
                   WHEN "i"
                       PERFORM 3000-INQUIRE-ACCOUNT THRU 3000-EXIT
                   WHEN "A"
                   WHEN "a"
                       PERFORM 3100-ADD-ACCOUNT THRU 3100-EXIT
                   WHEN "C"
                   WHEN "c"
                       IF WS-QUEUE-UNAVAILABLE
                           PERFORM 2100-REFUSE-NO-QUEUE THRU 2100-EXIT
                       ELSE
                           PERFORM 3200-CLOSE-ACCOUNT THRU 3200-EXIT
                       END-IF
                   WHEN "J"
                   WHEN "j"
                       IF WS-QUEUE-UNAVAILABLE
                           PERFORM 2100-REFUSE-NO-QUEUE THRU 2100-EXIT
                       ELSE
                           PERFORM 3300-ADJUST-ACCOUNT THRU 3300-EXIT
                       END-IF
                   WHEN "S"
                   WHEN "s"
                       PERFORM 3400-SET-STATUS THRU 3400-EXIT
                   WHEN "F"
                   WHEN "f"
                       PERFORM 3500-SET-FLOOR THRU 3500-EXIT
                   WHEN "Q"
                   WHEN "q"
                       IF WS-QUEUE-UNAVAILABLE
                           PERFORM 2100-REFUSE-NO-QUEUE THRU 2100-EXIT
                       ELSE
                           PERFORM 3700-REVIEW-QUEUE THRU 3700-EXIT
                       END-IF
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-MNT-MESSAGE
               END-EVALUATE
           END-IF

           IF NOT WS-DONE
               DISPLAY BMNT-SCREEN
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-REFUSE-NO-QUEUE - A CLOSE, ADJUSTMENT OR QUEUE REVIEW
      *  NEEDS THE APPROVAL QUEUE, WHICH DID NOT OPEN THIS SESSION.
      *****************************************************************
       2100-REFUSE-NO-QUEUE.
           MOVE "APPROVAL QUEUE NOT AVAILABLE" TO WS-MNT-MESSAGE
           PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
           .
       2100-EXIT.
           EXIT.

       3000-INQUIRE-ACCOUNT.
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           IF WS-ACCT-FOUND
               MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
               MOVE WS-BE-STATUS(WS-FOUND-IX)  TO WS-MNT-STATUS
               MOVE WS-BE-MIN-BALANCE(WS-FOUND-IX) TO WS-MNT-FLOOR
               MOVE "ACCOUNT ON MASTER" TO WS-MNT-MESSAGE
           ELSE
               MOVE ZERO   TO WS-MNT-BALANCE
               MOVE SPACE  TO WS-MNT-STATUS
               MOVE ZERO   TO WS-MNT-FLOOR
               MOVE "ACCOUNT NOT ON MASTER" TO WS-MNT-MESSAGE
           END-IF
           .

      *****************************************************************
      *  3100-ADD-ACCOUNT - OPEN A NEW ACCOUNT AT THE KEYED STARTING
      *  BALANCE, STATUS (OPEN WHEN LEFT BLANK) AND FLOOR.  AN ACCOUNT
      *  MAY NOT OPEN BELOW ITS OWN FLOOR.  THE AUDIT ENTRY IS AN "a"
      *  OF THE STARTING BALANCE AGAINST A PRIOR BALANCE OF ZERO.
      *****************************************************************
       3100-ADD-ACCOUNT.
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
                   MOVE "ACCOUNT NUMBER REQUIRED" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               ELSE
                   IF WS-MNT-STATUS = SPACE
                       MOVE "O" TO WS-MNT-STATUS
                   END-IF
                   PERFORM 8300-EDIT-STATUS THRU 8300-EXIT
                   EVALUATE TRUE
                   WHEN WS-BAL-COUNT >= 2000
                       MOVE "MASTER TABLE FULL" TO WS-MNT-MESSAGE
                       PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
                   WHEN NOT WS-STATUS-VALID
                       MOVE "STATUS MUST BE O, F OR P" TO WS-MNT-MESSAGE
                       PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
                   WHEN WS-MNT-AMOUNT < WS-MNT-FLOOR
                       MOVE "STARTING BALANCE BELOW FLOOR"
                           TO WS-MNT-MESSAGE
                       PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
                   WHEN OTHER
                       PERFORM 8100-INSERT-ACCOUNT THRU 8100-EXIT
                       MOVE WS-MNT-AMOUNT TO WS-MNT-BALANCE
                       MOVE ZERO          TO WS-PRIOR-BALANCE
                       MOVE "a"           TO OPERACION
                       PERFORM 3900-AUDIT-CHANGE THRU 3900-EXIT
                       MOVE "ACCOUNT OPENED" TO WS-MNT-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF
           .
           EXIT.

      *****************************************************************
      *  3200-CLOSE-ACCOUNT - QUEUE A CLOSE FOR APPROVAL.  THE ACCOUNT
      *  MUST BE ON THE MASTER AND A REASON IS REQUIRED; THE QUEUED
      *  AMOUNT IS THE BALANCE AS IT STANDS NOW.  NOTHING IS POSTED
      *  UNTIL A SECOND OPERATOR APPROVES THE ITEM (3250).
      *****************************************************************
       3200-CLOSE-ACCOUNT.
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE ZERO TO WS-MNT-BALANCE
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN WS-MNT-REASON = SPACES
                   MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
                   MOVE "REASON REQUIRED" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN OTHER
                   MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
                   MOVE WS-MNT-BALANCE TO WS-MNT-AMOUNT
                   MOVE "C" TO PQ-ACTION
                   PERFORM 3600-QUEUE-ITEM THRU 3600-EXIT
                   IF WS-PEND-FILE-STATUS = "00"
                       MOVE "CLOSE QUEUED FOR APPROVAL"
                           TO WS-MNT-MESSAGE
                   END-IF
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3250-POST-CLOSE - POST AN APPROVED CLOSE: REMOVE THE ACCOUNT
      *  FROM THE MASTER.  THE AUDIT ENTRY IS AN "m" SUBTRACTING THE
      *  PRIOR BALANCE TO ZERO, SO THE LOG SHOWS WHAT WAS WRITTEN OFF.
      *****************************************************************
       3250-POST-CLOSE.
           MOVE "N" TO WS-ITEM-POSTED-SW
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           IF NOT WS-ACCT-FOUND
               MOVE ZERO TO WS-MNT-BALANCE
               MOVE "m"              TO OPERACION
               PERFORM 8200-REMOVE-ACCOUNT THRU 8200-EXIT
               PERFORM 3900-AUDIT-CHANGE THRU 3900-EXIT
               SET WS-ITEM-POSTED TO TRUE
               MOVE "ACCOUNT CLOSED" TO WS-MNT-MESSAGE
           END-IF
           .
       3250-EXIT.
           EXIT.

      *****************************************************************
      *  3300-ADJUST-ACCOUNT - QUEUE A SIGNED ADJUSTMENT FOR APPROVAL.
      *  THE ACCOUNT MUST BE ON THE MASTER, THE AMOUNT NON-ZERO AND A
      *  REASON GIVEN.  NOTHING IS POSTED UNTIL A SECOND OPERATOR
      *  APPROVES THE ITEM (3350).
      *****************************************************************
       3300-ADJUST-ACCOUNT.
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE ZERO TO WS-MNT-BALANCE
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN WS-MNT-AMOUNT = ZERO
                   MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
                   MOVE "ADJUSTMENT AMOUNT REQUIRED" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN WS-MNT-REASON = SPACES
                   MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
                   MOVE "REASON REQUIRED" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN OTHER
                   MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
                   MOVE "J" TO PQ-ACTION
                   PERFORM 3600-QUEUE-ITEM THRU 3600-EXIT
                   IF WS-PEND-FILE-STATUS = "00"
                       MOVE "ADJUSTMENT QUEUED FOR APPROVAL"
                           TO WS-MNT-MESSAGE
                   END-IF
           END-EVALUATE
           .
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3350-POST-ADJUSTMENT - POST AN APPROVED ADJUSTMENT TO THE
      *  ACCOUNT'S BALANCE THROUGH THE SHARED CALC0010, SO AN
      *  ADJUSTMENT IS SUBJECT TO THE SAME EDITS AS EVERY OTHER
      *  CALCULATION IN THE SHOP.
      *****************************************************************
       3350-POST-ADJUSTMENT.
           MOVE "N" TO WS-ITEM-POSTED-SW
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           IF NOT WS-ACCT-FOUND
               MOVE ZERO TO WS-MNT-BALANCE
                   MOVE RESULTADO TO WS-BE-BALANCE(WS-FOUND-IX)
                   MOVE RESULTADO TO WS-MNT-BALANCE
                   PERFORM 3900-AUDIT-CHANGE THRU 3900-EXIT
                   SET WS-ITEM-POSTED TO TRUE
                   MOVE "ADJUSTMENT POSTED" TO WS-MNT-MESSAGE
               END-IF
           END-IF
           .
       3350-EXIT.
           EXIT.

      *****************************************************************
      *  3400-SET-STATUS - CHANGE THE ACCOUNT'S STATUS.  FREEZING AN
      *  ACCOUNT STOPS THE NEXT ACCUM RUN POSTING TO IT; PENDING CLOSE
      *  MARKS IT FOR A LATER "C" WITHOUT STOPPING ITS POSTINGS.
      *****************************************************************
       3400-SET-STATUS.
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           PERFORM 8300-EDIT-STATUS THRU 8300-EXIT
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE ZERO TO WS-MNT-BALANCE
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN NOT WS-STATUS-VALID
                   MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
                   MOVE "STATUS MUST BE O, F OR P" TO WS-MNT-MESSAGE
                   PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
               WHEN OTHER
                   MOVE WS-MNT-STATUS TO WS-BE-STATUS(WS-FOUND-IX)
                   MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
                   MOVE WS-BE-MIN-BALANCE(WS-FOUND-IX) TO WS-MNT-FLOOR
                   ADD 1 TO WS-SESSION-COUNT
                   MOVE "STATUS CHANGED" TO WS-MNT-MESSAGE
           END-EVALUATE
           .
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3500-SET-FLOOR - CHANGE THE ACCOUNT'S MINIMUM-BALANCE FLOOR.
      *  A FLOOR ABOVE THE CURRENT BALANCE IS ALLOWED - IT ONLY STOPS
      *  FURTHER DEBITS UNTIL THE BALANCE IS BACK ABOVE IT - BUT THE
      *  OPERATOR IS TOLD.
      *****************************************************************
       3500-SET-FLOOR.
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           IF NOT WS-ACCT-FOUND
               MOVE ZERO TO WS-MNT-BALANCE
               MOVE "ACCOUNT NOT ON MASTER" TO WS-MNT-MESSAGE
               PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
           ELSE
               MOVE WS-MNT-FLOOR TO WS-BE-MIN-BALANCE(WS-FOUND-IX)
               MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
               MOVE WS-BE-STATUS(WS-FOUND-IX)  TO WS-MNT-STATUS
               ADD 1 TO WS-SESSION-COUNT
               IF WS-MNT-BALANCE < WS-MNT-FLOOR
                   MOVE "FLOOR CHANGED - BALANCE IS BELOW IT"
                       TO WS-MNT-MESSAGE
               ELSE
                   MOVE "FLOOR CHANGED" TO WS-MNT-MESSAGE
               END-IF
           END-IF
           .
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3600-QUEUE-ITEM - WRITE THE CLOSE OR ADJUSTMENT JUST KEYED
      *  (PQ-ACTION SET BY THE CALLER) TO THE QUEUE AS PENDING, WITH
      *  THE KEYING OPERATOR AND REASON.  THE REASON IS CLEARED ONCE
      *  QUEUED SO IT IS NOT CARRIED ONTO THE NEXT ITEM BY MISTAKE.
      *****************************************************************
       3600-QUEUE-ITEM.
           ACCEPT PQ-ENTRY-DATE FROM DATE YYYYMMDD
           ACCEPT PQ-ENTRY-TIME FROM TIME
           MOVE ZERO             TO PQ-TIE-SEQ-NO
           MOVE WS-MNT-ACCOUNT   TO PQ-ACCOUNT-NO
           MOVE WS-MNT-AMOUNT    TO PQ-AMOUNT
           MOVE WS-MNT-REASON    TO PQ-REASON
           MOVE WS-OPERATOR-ID   TO PQ-KEYED-BY
           SET PQ-PENDING TO TRUE
           MOVE SPACES           TO PQ-DECIDED-BY
           MOVE ZERO             TO PQ-DECIDED-DATE
           MOVE ZERO             TO PQ-DECIDED-TIME
           PERFORM 3650-WRITE-KEYED-QUEUE THRU 3650-EXIT
               WITH TEST AFTER
               UNTIL WS-PEND-FILE-STATUS NOT = "22"

           IF WS-PEND-FILE-STATUS = "00"
               MOVE SPACES TO WS-MNT-REASON
               ADD 1 TO WS-SESSION-COUNT
           ELSE
               MOVE "APPROVAL QUEUE NOT AVAILABLE - NOT QUEUED"
                   TO WS-MNT-MESSAGE
               PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
           END-IF
           .
       3600-EXIT.
           EXIT.

       3650-WRITE-KEYED-QUEUE.
           WRITE CALC-PEND-RECORD
               INVALID KEY
                   ADD 1 TO PQ-TIE-SEQ-NO
           END-WRITE
           .
       3650-EXIT.
           EXIT.

      *****************************************************************
      *  3700-REVIEW-QUEUE - PRESENT EVERY PENDING ITEM, OLDEST FIRST,
      *  FOR A DECISION, UNTIL THE QUEUE RUNS OUT OR THE OPERATOR
      *  ENDS THE REVIEW.  DECIDED ITEMS ARE PASSED OVER.
      *****************************************************************
       3700-REVIEW-QUEUE.
           MOVE "N" TO WS-EOF-PEND-SW
           MOVE "N" TO WS-REVIEW-DONE-SW
           MOVE 0 TO WS-PQ-SHOWN-COUNT
           MOVE SPACES TO WS-MNT-MESSAGE

           MOVE ZERO TO PQ-ENTRY-DATE
           MOVE ZERO TO PQ-ENTRY-TIME
           MOVE ZERO TO PQ-TIE-SEQ-NO
           START CALC-PEND-FILE KEY >= PQ-KEY
               INVALID KEY
                   SET WS-END-OF-QUEUE TO TRUE
           END-START

           PERFORM 3710-NEXT-QUEUE-ITEM THRU 3710-EXIT
               UNTIL WS-END-OF-QUEUE OR WS-REVIEW-DONE

           EVALUATE TRUE
               WHEN WS-QUEUE-UNAVAILABLE
                   CONTINUE
               WHEN WS-PQ-SHOWN-COUNT = 0
                   MOVE "NO ITEMS PENDING APPROVAL" TO WS-MNT-MESSAGE
               WHEN OTHER
                   IF WS-END-OF-QUEUE
                       MOVE "END OF APPROVAL QUEUE" TO WS-MNT-MESSAGE
                   ELSE
                       MOVE "QUEUE REVIEW ENDED" TO WS-MNT-MESSAGE
                   END-IF
           END-EVALUATE
           MOVE ZERO TO WS-MNT-BALANCE
           .
       3700-EXIT.
           EXIT.

       3710-NEXT-QUEUE-ITEM.
           READ CALC-PEND-FILE NEXT
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
               NOT AT END
                   IF PQ-PENDING
                       ADD 1 TO WS-PQ-SHOWN-COUNT
                       MOVE PQ-ACCOUNT-NO TO WS-MNT-ACCOUNT
                       MOVE "N" TO WS-ITEM-DONE-SW
                       PERFORM 3720-DECIDE-ITEM THRU 3720-EXIT
                           UNTIL WS-ITEM-DONE
                   END-IF
           END-READ
           .
       3710-EXIT.
           EXIT.

      *****************************************************************
      *  3720-DECIDE-ITEM - SHOW ONE PENDING ITEM AND TAKE A DECISION.
      *  THE OPERATOR WHO KEYED THE ITEM MAY LOOK AT IT BUT NOT DECIDE
      *  IT.  THE MESSAGE FROM A DECISION STAYS UP ON THE NEXT ITEM'S
      *  SCREEN SO THE OPERATOR SEES HOW THE LAST ONE WENT; AN ITEM
      *  THAT WOULD NOT POST STAYS ON THE SCREEN WITH THE REASON.
      *****************************************************************
       3720-DECIDE-ITEM.
           PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
           IF WS-ACCT-FOUND
               MOVE WS-BE-BALANCE(WS-FOUND-IX) TO WS-MNT-BALANCE
           ELSE
               MOVE ZERO TO WS-MNT-BALANCE
           END-IF

           MOVE SPACE TO WS-PQ-DECISION
           DISPLAY BMNT-QUEUE-SCREEN
           ACCEPT BMNT-QUEUE-SCREEN
           MOVE SPACES TO WS-MNT-MESSAGE

           EVALUATE WS-PQ-DECISION
               WHEN "A"
               WHEN "a"
               WHEN "D"
               WHEN "d"
                   IF PQ-KEYED-BY = WS-OPERATOR-ID
                       MOVE "ANOTHER OPERATOR MUST DECIDE THIS ITEM"
                           TO WS-MNT-MESSAGE
                       PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
                   ELSE
                       IF WS-PQ-DECISION = "A" OR WS-PQ-DECISION = "a"
                           PERFORM 3750-APPROVE-ITEM THRU 3750-EXIT
                       ELSE
                           PERFORM 3760-DECLINE-ITEM THRU 3760-EXIT
                       END-IF
                   END-IF
               WHEN "N"
               WHEN "n"
                   SET WS-ITEM-DONE TO TRUE
               WHEN "E"
               WHEN "e"
                   SET WS-ITEM-DONE TO TRUE
                   SET WS-REVIEW-DONE TO TRUE
               WHEN OTHER
                   MOVE "DECISION MUST BE A, D, N OR E"
                       TO WS-MNT-MESSAGE
           END-EVALUATE
           .
       3720-EXIT.
           EXIT.

      *****************************************************************
      *  3750-APPROVE-ITEM - MARK THE ITEM APPROVED ON THE QUEUE, THEN
      *  POST IT: AN ADJUSTMENT POSTS THE AMOUNT AS IT WAS QUEUED; A
      *  CLOSE WRITES OFF WHATEVER BALANCE THE ACCOUNT HOLDS AT
      *  APPROVAL, NOT THE AMOUNT SHOWN WHEN IT WAS QUEUED (SEE
      *  3250-POST-CLOSE).  STAMPING FIRST MEANS NO SECOND APPROVER
      *  CAN EVER SEE A POSTED ITEM STILL PENDING; WHEN THE STAMP
      *  FAILS NOTHING IS POSTED.  AN ITEM THAT WILL NOT POST IS PUT
      *  BACK TO PENDING AND LEFT ON THE SCREEN WITH THE REASON, FOR
      *  THE APPROVER TO DECLINE OR PASS OVER.
      *****************************************************************
       3750-APPROVE-ITEM.
           SET PQ-APPROVED TO TRUE
           PERFORM 3770-STAMP-DECISION THRU 3770-EXIT
           IF NOT WS-QUEUE-UNAVAILABLE
               MOVE PQ-AMOUNT TO WS-MNT-AMOUNT
               IF PQ-ACTION-CLOSE
                   PERFORM 3250-POST-CLOSE THRU 3250-EXIT
               ELSE
                   PERFORM 3350-POST-ADJUSTMENT THRU 3350-EXIT
               END-IF

               IF WS-ITEM-POSTED
                   SET WS-ITEM-DONE TO TRUE
                   IF PQ-ACTION-CLOSE
                       MOVE "PRIOR ITEM APPROVED - ACCOUNT CLOSED"
                           TO WS-MNT-MESSAGE
                   ELSE
                       MOVE "PRIOR ITEM APPROVED - ADJUSTMENT POSTED"
                           TO WS-MNT-MESSAGE
                   END-IF
               ELSE
                   PERFORM 3780-RESTORE-PENDING THRU 3780-EXIT
               END-IF
           END-IF
           .
       3750-EXIT.
           EXIT.

       3760-DECLINE-ITEM.
           SET PQ-DECLINED TO TRUE
           PERFORM 3770-STAMP-DECISION THRU 3770-EXIT
           IF NOT WS-QUEUE-UNAVAILABLE
               SET WS-ITEM-DONE TO TRUE
               ADD 1 TO WS-SESSION-COUNT
               MOVE "PRIOR ITEM DECLINED" TO WS-MNT-MESSAGE
           END-IF
           .
       3760-EXIT.
           EXIT.

       3770-STAMP-DECISION.
           MOVE WS-OPERATOR-ID TO PQ-DECIDED-BY
           ACCEPT PQ-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT PQ-DECIDED-TIME FROM TIME
           REWRITE CALC-PEND-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PEND-FILE-STATUS NOT = "00"
               MOVE "QUEUE UPDATE FAILED - ITEM NOT POSTED"
                   TO WS-MNT-MESSAGE
               PERFORM 3790-QUEUE-FAILED THRU 3790-EXIT
           END-IF
           .
       3770-EXIT.
           EXIT.

      *****************************************************************
      *  3780-RESTORE-PENDING - AN APPROVED ITEM THAT WOULD NOT POST
      *  GOES BACK TO PENDING.  THE POSTING PARAGRAPH'S MESSAGE SAYS
      *  WHY; IT IS REPLACED ONLY IF THE QUEUE CANNOT BE PUT BACK, IN
      *  WHICH CASE THE ITEM STAYS APPROVED BUT UNPOSTED AND MUST BE
      *  KEYED AGAIN.
      *****************************************************************
       3780-RESTORE-PENDING.
           SET PQ-PENDING TO TRUE
           MOVE SPACES TO PQ-DECIDED-BY
           MOVE ZERO   TO PQ-DECIDED-DATE
           MOVE ZERO   TO PQ-DECIDED-TIME
           REWRITE CALC-PEND-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "CALCBMNT - ITEM FOR ACCOUNT " PQ-ACCOUNT-NO
                   " LEFT APPROVED BUT NOT POSTED - KEY IT AGAIN"
               MOVE "QUEUE UPDATE FAILED - ITEM NOT POSTED"
                   TO WS-MNT-MESSAGE
               PERFORM 3790-QUEUE-FAILED THRU 3790-EXIT
           END-IF
           .
       3780-EXIT.
           EXIT.

      *****************************************************************
      *  3790-QUEUE-FAILED - A QUEUE ITEM COULD NOT BE UPDATED.  THE
      *  QUEUE CAN NO LONGER BE TRUSTED TO SHOW WHAT IS DECIDED, SO IT
      *  IS CLOSED FOR THE REST OF THE SESSION, THE REVIEW ENDS, AND
      *  THE SESSION WILL END RC 16.
      *****************************************************************
       3790-QUEUE-FAILED.
           DISPLAY "CALCBMNT - QUEUE REWRITE FAILED, STATUS "
               WS-PEND-FILE-STATUS " - APPROVAL QUEUE CLOSED"
           CLOSE CALC-PEND-FILE
           SET WS-QUEUE-UNAVAILABLE TO TRUE
           SET WS-ITEM-DONE TO TRUE
           SET WS-REVIEW-DONE TO TRUE
           PERFORM 8400-COUNT-ERROR THRU 8400-EXIT
           MOVE 16 TO WS-SESSION-RC
           MOVE 16 TO WS-ALERT-SEVERITY
           MOVE "RUNFAIL" TO WS-ALERT-CODE
           MOVE "APPROVAL QUEUE UPDATE FAILED - SEE LOG"
               TO WS-ALERT-MESSAGE
           PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           .
       3790-EXIT.
           EXIT.

      *****************************************************************
               UNTIL WS-SHIFT-IX < WS-FOUND-IX
           MOVE WS-MNT-ACCOUNT TO WS-BE-ACCOUNT(WS-FOUND-IX)
           MOVE WS-MNT-AMOUNT  TO WS-BE-BALANCE(WS-FOUND-IX)
           MOVE WS-MNT-STATUS  TO WS-BE-STATUS(WS-FOUND-IX)
           MOVE WS-MNT-FLOOR   TO WS-BE-MIN-BALANCE(WS-FOUND-IX)
           ADD 1 TO WS-BAL-COUNT
           .
       8100-EXIT.
       8250-EXIT.
           EXIT.

      *****************************************************************
      *  8300-EDIT-STATUS - THE KEYED STATUS MUST BE ONE THE ACCUM RUN
      *  KNOWS (SEE CALCBAL.CPY); LOWER CASE IS TAKEN AS UPPER.
      *****************************************************************
       8300-EDIT-STATUS.
           INSPECT WS-MNT-STATUS CONVERTING "ofp" TO "OFP"
           MOVE "N" TO WS-STATUS-VALID-SW
           IF WS-MNT-STATUS = "O" OR "F" OR "P"
               SET WS-STATUS-VALID TO TRUE
           END-IF
           .
       8300-EXIT.
           EXIT.

       8400-COUNT-ERROR.
           ADD 1 TO WS-SESSION-ERROR-COUNT
           .
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-CHECK-ACTION - ASK CALC0020 WHETHER THE SIGNED-ON
      *  OPERATOR'S ROLE ALLOWS THE ACTION KEYED.  LEAVING THE SCREEN
      *  IS ALWAYS ALLOWED.  THE ACCOUNT KEYED GOES ON ANY VIOLATION
      *  RECORD, EXCEPT FOR THE QUEUE REVIEW, WHICH IS NOT AGAINST ONE
      *  ACCOUNT.
      *****************************************************************
       8500-CHECK-ACTION.
           SET WS-SEC-ALLOWED TO TRUE
           IF WS-MNT-ACTION NOT = "E" AND WS-MNT-ACTION NOT = "e"
               MOVE "A"            TO WS-SEC-FUNCTION
               MOVE WS-MNT-ACTION  TO WS-SEC-ACTION
               MOVE WS-MNT-ACCOUNT TO WS-SEC-TARGET
               IF WS-MNT-ACTION = "Q" OR WS-MNT-ACTION = "q"
                   MOVE SPACES TO WS-SEC-TARGET
               END-IF
               CALL "CALC0020" USING WS-SEC-FUNCTION, WS-OPERATOR-ID,
                   WS-SEC-PROGRAM, WS-SEC-ACTION, WS-SEC-TARGET,
                   WS-SEC-RESULT, WS-SEC-MESSAGE
           END-IF
           .
       8500-EXIT.
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
