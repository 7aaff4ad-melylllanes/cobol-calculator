      *      COMMAND LINE: AN OPTIONAL ACCOUNT NUMBER TO PRINT ONE
      *      ACCOUNT'S STATEMENT ONLY ("ALL" OR AN EMPTY COMMAND LINE
      *      PRINTS EVERY ACCOUNT), THEN AN OPTIONAL BUSINESS DATE
      *      (YYYYMMDD) FOR THE STATEMENT HEADINGS - DEFAULT IS THE
      *      BUSINESS-DATE ON CALCPARM, OR TODAY WHEN CALCPARM IS NOT
      *      AVAILABLE.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RUNFAIL   16  NO STATEMENTS WERE PRINTED.
      *
      *  MODIFICATION HISTORY.
      *      09/02/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  THE STATEMENT HEADING NOW SHOWS THE
      *                       ACCOUNT'S STATUS FROM THE MASTER, LINES
      *                       THE ACCUM RUN REFUSED ON A FROZEN
      *                       ACCOUNT OR AT THE FLOOR ARE MARKED AND
      *                       COUNTED PER STATEMENT, AND THE RUN
      *                       TOTALS CARRY A REFUSED-LINES COUNT.
      *      10/05/2026  DLM  THE STATEMENT DATE DEFAULTS TO CALCPARM'S
      *                       BUSINESS-DATE INSTEAD OF TODAY.
      *      10/05/2026  DLM  A FAILED STATEMENT RUN IS NOW ALSO RAISED
      *                       ON THE SHARED ALERT FILE THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSTMT.
           SELECT STMT-RPT-FILE ASSIGN TO STMTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-BALOLD-FILE
       FD  STMT-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-COMMAND-LINE             PIC X(80).
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-ACCT-CLOSE-BALANCE       PIC S9(05)V99 VALUE 0.
       77  WS-ACCT-LINE-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-ERROR-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-REFUSED-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-STATUS              PIC X(01) VALUE "O".
       77  WS-STMT-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-LINE-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-REFUSED-LINE-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-ALL-ACCOUNTS-SW      PIC X(01) VALUE "Y".
               88  WS-END-OF-BAL-FILE       VALUE "Y".
           05  WS-BALOLD-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-BALOLD-OPEN           VALUE "Y".
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE     VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND      VALUE "Y".

       01  WS-STMT-TITLE-LINE.
           05  FILLER                  PIC X(21) VALUE
           05  FILLER                  PIC X(05) VALUE "  AS ".
           05  FILLER                  PIC X(03) VALUE "OF ".
           05  ST-DATE                 PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ST-STATUS               PIC X(15).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-STMT-HEADING-LINE.
           05  FILLER                  PIC X(14) VALUE "   AMOUNT".
           05  SB-BALANCE              PIC -(5)9.99.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-STMT-COUNT-LINE.
           05  SC-LABEL                PIC X(17).
           05  SC-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-STMT-DETAIL-LINE.
           05  SD-AMOUNT               PIC -(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCSTMT".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 2000-STATEMENT-PROCESS THRU 2000-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

           IF WS-TOKEN-2 NUMERIC
               MOVE WS-TOKEN-2 TO WS-BUSINESS-DATE
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
               DISPLAY "CALCSTMT - NO BUSINESS-DATE ON CALCPARM, "
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
      *  2000-STATEMENT-PROCESS - A MATCHED SEQUENTIAL PASS OVER THE
      *  DAY'S TRANOUTA AND THE PRIOR MASTER, THE SAME PAIRING THE
      *  NO-ACTIVITY STATEMENTS FOR ANY MASTER ACCOUNTS THAT FALL
      *  BEFORE IT, THEN OPEN THE NEW ACCOUNT'S STATEMENT AT ITS
      *  PRIOR BALANCE - OR AT ZERO WHEN THE ACCOUNT IS NOT ON THE
      *  MASTER YET (A NEW ACCOUNT IS OPEN).
      *****************************************************************
       2150-START-ACCOUNT.
           PERFORM 2170-NO-ACTIVITY-STMT THRU 2170-EXIT

           IF NOT WS-END-OF-BAL-FILE
              AND CB-ACCOUNT-NO = COA-ACCOUNT-NO
               MOVE CB-BALANCE        TO WS-ACCT-OPEN-BALANCE
               MOVE CB-ACCOUNT-STATUS TO WS-ACCT-STATUS
               PERFORM 2120-READ-BALANCE THRU 2120-EXIT
           ELSE
               MOVE ZERO TO WS-ACCT-OPEN-BALANCE
               MOVE "O"  TO WS-ACCT-STATUS
           END-IF

           MOVE COA-ACCOUNT-NO TO WS-CURRENT-ACCOUNT
           MOVE WS-ACCT-OPEN-BALANCE TO WS-ACCT-CLOSE-BALANCE
           MOVE 0 TO WS-ACCT-LINE-COUNT
           MOVE 0 TO WS-ACCT-ERROR-COUNT
           MOVE 0 TO WS-ACCT-REFUSED-COUNT

           IF WS-ALL-ACCOUNTS
              OR WS-CURRENT-ACCOUNT = WS-SELECT-ACCOUNT
       2170-NO-ACTIVITY-STMT.
           IF WS-ALL-ACCOUNTS
              OR CB-ACCOUNT-NO = WS-SELECT-ACCOUNT
               MOVE CB-ACCOUNT-NO     TO WS-CURRENT-ACCOUNT
               MOVE CB-BALANCE        TO WS-ACCT-OPEN-BALANCE
               MOVE CB-BALANCE        TO WS-ACCT-CLOSE-BALANCE
               MOVE CB-ACCOUNT-STATUS TO WS-ACCT-STATUS
               MOVE 0 TO WS-ACCT-REFUSED-COUNT
               PERFORM 7000-PRINT-STMT-HEADING THRU 7000-EXIT
               PERFORM 7300-PRINT-STMT-CLOSING THRU 7300-EXIT
               ADD 1 TO WS-STMT-COUNT
      *****************************************************************
      *  2200-PROCESS-ONE-OUTA - ONE ADJUSTMENT LINE.  COA-BALANCE IS
      *  THE RUNNING BALANCE AFTER THE ADJUSTMENT (OR THE UNCHANGED
      *  PRIOR BALANCE WHEN THE LINE ERRORED OR WAS REFUSED), SO THE
      *  LAST LINE'S BALANCE IS THE ACCOUNT'S CLOSING BALANCE.
      *****************************************************************
       2200-PROCESS-ONE-OUTA.
           IF COA-ACCOUNT-NO NOT = WS-CURRENT-ACCOUNT
           IF COA-STATUS-ERROR
               ADD 1 TO WS-ACCT-ERROR-COUNT
           END-IF
           IF COA-STATUS-REFUSED
               ADD 1 TO WS-ACCT-REFUSED-COUNT
           END-IF

           IF WS-ALL-ACCOUNTS
              OR WS-CURRENT-ACCOUNT = WS-SELECT-ACCOUNT
               PERFORM 7200-PRINT-STMT-DETAIL THRU 7200-EXIT
               ADD 1 TO WS-LINE-COUNT
               IF COA-STATUS-REFUSED
                   ADD 1 TO WS-REFUSED-LINE-COUNT
               END-IF
           END-IF

           PERFORM 2100-READ-OUTA THRU 2100-EXIT
           EXIT.

      *****************************************************************
      *  7000-PRINT-STMT-HEADING - ONE ACCOUNT'S STATEMENT HEADING
      *  WITH ITS STATUS, COLUMN HEADINGS AND OPENING BALANCE LINE.
      *****************************************************************
       7000-PRINT-STMT-HEADING.
           MOVE SPACES TO RPT-LINE

           MOVE WS-CURRENT-ACCOUNT TO ST-ACCOUNT
           MOVE WS-BUSINESS-DATE   TO ST-DATE
           EVALUATE WS-ACCT-STATUS
               WHEN "F"
                   MOVE "FROZEN"        TO ST-STATUS
               WHEN "P"
                   MOVE "PENDING CLOSE" TO ST-STATUS
               WHEN OTHER
                   MOVE "OPEN"          TO ST-STATUS
           END-EVALUATE
           MOVE WS-STMT-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE COA-AMOUNT    TO SD-AMOUNT
           MOVE COA-OPERACION TO SD-OPERACION
           MOVE COA-BALANCE   TO SD-BALANCE
           EVALUATE TRUE
               WHEN COA-STATUS-ERROR
                   MOVE "** IN ERROR" TO SD-STATUS
               WHEN COA-STATUS-FROZEN
                   MOVE "** FROZEN" TO SD-STATUS
               WHEN COA-STATUS-BELOW-FLOOR
                   MOVE "** FLOOR" TO SD-STATUS
               WHEN OTHER
                   MOVE SPACES TO SD-STATUS
           END-EVALUATE
           MOVE WS-STMT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7200-EXIT.
           EXIT.

      *****************************************************************
      *  7300-PRINT-STMT-CLOSING - THE CLOSING BALANCE, AND WHEN THE
      *  ACCUM RUN REFUSED ANY OF THE ACCOUNT'S ADJUSTMENTS, HOW MANY
      *  - SO THE OWNER IS TOLD THE STATEMENT IS NOT THE WHOLE OF
      *  WHAT WAS SUBMITTED.
      *****************************************************************
       7300-PRINT-STMT-CLOSING.
           MOVE "CLOSING BALANCE" TO SB-LABEL
           MOVE WS-ACCT-CLOSE-BALANCE TO SB-BALANCE
           MOVE WS-STMT-BAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ACCT-REFUSED-COUNT > 0
               MOVE "REFUSED" TO SC-LABEL
               MOVE WS-ACCT-REFUSED-COUNT TO SC-COUNT
               MOVE WS-STMT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       7300-EXIT.
           EXIT.

      *****************************************************************
      *  7500-PRINT-TOTALS - HOW MANY STATEMENTS AND ADJUSTMENT LINES
      *  THE RUN PRINTED, SO A TRUNCATED PRINT IS CAUGHT AT A GLANCE,
      *  AND HOW MANY OF THOSE LINES WERE REFUSED.
      *****************************************************************
       7500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           MOVE WS-LINE-COUNT        TO TL-COUNT
           MOVE WS-STMT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  OF WHICH REFUSED"  TO TL-LABEL
           MOVE WS-REFUSED-LINE-COUNT TO TL-COUNT
           MOVE WS-STMT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE
           .
       7500-EXIT.
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
