      *****************************************************************
      *  PROGRAM-ID:  CALCINTR
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      MONTH-END INTEREST ACCRUAL ON THE AVERAGE DAILY BALANCE.
      *      INTEREST USED TO BE KEYED BY HAND AS "p" TRANSACTIONS
      *      ON TRANINA, WHICH APPLIES THE RATE TO WHATEVER BALANCE
      *      THE ACCOUNT HAPPENS TO HOLD ON THE POSTING NIGHT.  THIS
      *      JOB RUNS ON THE LAST BUSINESS DAY OF THE MONTH, AFTER
      *      THAT DAY'S CALCDBAL CAPTURE, AND FOR THE CALENDAR MONTH
      *      OF THE CALCPARM BUSINESS DATE:
      *
      *          - BUILDS EACH ACCOUNT'S BALANCE-DAYS FROM THE DAILY
      *            BALANCE HISTORY (BALHIST, SEE CALCDBH.CPY) - EACH
      *            CAPTURED BALANCE STANDS UNTIL THE NEXT CAPTURE, THE
      *            DAYS BEFORE THE MONTH'S FIRST CAPTURE TAKE THE PRIOR
      *            MONTH'S LAST ONE, AND THE LAST CAPTURE RUNS TO THE
      *            END OF THE MONTH;
      *          - AVERAGES THEM OVER THE DAYS THE ACCOUNT WAS ON THE
      *            MASTER AND APPLIES THE ACCOUNT'S ANNUAL RATE FROM
      *            THE RATE TABLE (RATETAB, SEE CALCRATE.CPY) ON AN
      *            ACTUAL/365 BASIS, ROUNDED TO THE CENT;
      *          - MERGES ONE POSTING PER ACCOUNT INTO THE DAY'S
      *            KEYED TRANINA (IF ANY) IN ACCOUNT SEQUENCE AND
      *            WRITES TRANINAN RENUMBERED FROM 1, EXACTLY AS
      *            CALCSGEN DOES, FOR THE JOB STEP TO CATALOG AS THE
      *            NEXT ACCUM RUN'S TRANINA.
      *
      *      THE POSTING IS AN "a" OF THE INTEREST AMOUNT, NOT A "p"
      *      OF THE RATE - A "p" WOULD APPLY THE RATE TO THE POSTING
      *      NIGHT'S BALANCE AGAIN.  ONLY A POSITIVE AVERAGE EARNS
      *      INTEREST.  THE OUTPUT IS REBUILT FROM TRANINA AND THE
      *      HISTORY EVERY TIME, SO A RERUN BEFORE THE ACCUM RUN
      *      REPLACES THE POSTINGS RATHER THAN DOUBLING THEM.
      *
      *      THE ACCRUAL REPORT (INTRRPT) SHOWS PER ACCOUNT THE DAYS
      *      ON THE MASTER, THE AVERAGE DAILY BALANCE, THE RATE AND
      *      WHERE IT CAME FROM (A=ACCOUNT, C=CLASS) AND THE INTEREST,
      *      THEN RUN TOTALS.
      *
      *      RETURN CODES: 0 CLEAN; 4 AN ACCOUNT HAS NO RATE, OR THE
      *      LAST BALANCE CAPTURE IS OLDER THAN THE BUSINESS DATE (THE
      *      LAST CAPTURED BALANCES WERE CARRIED TO MONTH END); 8 AN
      *      ACCOUNT'S INTEREST WOULD NOT FIT THE AMOUNT FIELD AND WAS
      *      NOT POSTED; 16 A REQUIRED FILE OR THE BUSINESS DATE IS
      *      NOT AVAILABLE, TRANINAN CANNOT BE OPENED, THE RATE
      *      TABLE IS MALFORMED, OR THE HISTORY IS OUT OF SEQUENCE OR
      *      HOLDS NO CAPTURE FOR THE MONTH.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          INTRSIZE  08  AN ACCOUNT'S INTEREST DID NOT FIT;
      *          INTRRATE  04  AN ACCOUNT HAS NO RATE;
      *          INTRCAPT  04  THE LAST BALANCE CAPTURE IS OLD;
      *          RUNFAIL   16  THE ACCRUAL COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  THE RC 4 AND RC 8 CONDITIONS AND A FAILED
      *                       ACCRUAL ARE NOW ALSO RAISED ON THE SHARED
      *                       ALERT FILE THROUGH CALC0030.
      *      10/05/2026  DLM  A TRANINAN THAT WILL NOT OPEN NOW FAILS
      *                       THE STEP INSTEAD OF LOSING THE POSTINGS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINTR.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-DBH-FILE ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBH-FILE-STATUS.

           SELECT CALC-RATE-FILE ASSIGN TO RATETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT CALC-TRANA-FILE ASSIGN TO TRANINA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANA-FILE-STATUS.

           SELECT CALC-TRANAN-FILE ASSIGN TO TRANINAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANAN-FILE-STATUS.

           SELECT INTR-RPT-FILE ASSIGN TO INTRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-DBH-FILE
           RECORDING MODE IS F.
           COPY CALCDBH.

       FD  CALC-RATE-FILE
           RECORDING MODE IS F.
           COPY CALCRATE.

       FD  CALC-TRANA-FILE
           RECORDING MODE IS F.
           COPY CALCTRNA.

       FD  CALC-TRANAN-FILE
           RECORDING MODE IS F.
       01  CALC-TRANAN-RECORD.
           05  TAN-TRAN-SEQ-NO         PIC 9(09).
           05  TAN-ACCOUNT-NO          PIC X(08).
           05  TAN-AMOUNT              PIC S9(05)V99.
           05  TAN-OPERACION           PIC X(01).

       FD  INTR-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-DBH-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-RATE-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-TRANA-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-TRANAN-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
       77  WS-LAST-CAPTURE-DATE        PIC 9(08) VALUE 0.
       77  WS-PREV-ACCOUNT             PIC X(08) VALUE LOW-VALUES.
       77  WS-ACCRUED-DAY              PIC S9(03) COMP VALUE 0.
       77  WS-SPAN                     PIC S9(03) COMP VALUE 0.
       77  WS-ACCT-COUNT               PIC S9(05) COMP VALUE 0.
       77  WS-AT-IX                    PIC S9(05) COMP VALUE 0.
       77  WS-MERGE-IX                 PIC S9(05) COMP VALUE 0.
       77  WS-SHIFT-IX                 PIC S9(05) COMP VALUE 0.
       77  WS-RATE-COUNT               PIC S9(05) COMP VALUE 0.
       77  WS-RATE-IX                  PIC S9(05) COMP VALUE 0.
       77  WS-POST-COUNT               PIC S9(05) COMP VALUE 0.
       77  WS-POST-IX                  PIC S9(05) COMP VALUE 0.
       77  WS-HIST-READ-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-ACCRUED-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-NO-RATE-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-NO-INTEREST-COUNT        PIC S9(07) COMP VALUE 0.
       77  WS-SIZE-ERROR-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-TRANA-READ-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-TRANAN-WRITE-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-NEXT-SEQ-NO              PIC 9(09) VALUE 0.
       77  WS-NEXT-POST-ACCOUNT        PIC X(08) VALUE HIGH-VALUES.
       77  WS-AVG-BALANCE              PIC S9(05)V99 VALUE 0.
       77  WS-RATE                     PIC 9(02)V9(04) VALUE 0.
       77  WS-ACCOUNT-RATE             PIC 9(02)V9(04) VALUE 0.
       77  WS-CLASS-RATE               PIC 9(02)V9(04) VALUE 0.
       77  WS-RATE-SOURCE              PIC X(01) VALUE SPACE.
       77  WS-INTEREST                 PIC S9(05)V99 VALUE 0.
       77  WS-TOTAL-INTEREST           PIC S9(07)V99 VALUE 0.
       77  WS-DAYS-IN-MONTH            PIC S9(02) COMP VALUE 0.
       77  WS-REM-WORK                 PIC S9(04) COMP VALUE 0.
       77  WS-QUOT-WORK                PIC S9(04) COMP VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE      VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND       VALUE "Y".
           05  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-PARM-ERROR            VALUE "Y".
           05  WS-EOF-RATE-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-RATE-FILE      VALUE "Y".
           05  WS-EOF-DBH-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-DBH-FILE       VALUE "Y".
           05  WS-HIST-DONE-SW         PIC X(01) VALUE "N".
               88  WS-HISTORY-DONE          VALUE "Y".
           05  WS-EOF-TRANA-SW         PIC X(01) VALUE "N".
               88  WS-END-OF-TRANA-FILE     VALUE "Y".
           05  WS-TRANA-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-TRANA-OPEN            VALUE "Y".
           05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
               88  WS-SCAN-DONE             VALUE "Y".
           05  WS-ACCT-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-ACCT-FOUND            VALUE "Y".
           05  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-RATE-FOUND            VALUE "Y".
           05  WS-CLASS-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-CLASS-RATE-FOUND      VALUE "Y".
           05  WS-LEAP-SW              PIC X(01) VALUE "N".
               88  WS-LEAP-YEAR             VALUE "Y".

      *****************************************************************
      *  THE ACCRUAL MONTH - THE CALENDAR MONTH OF THE BUSINESS DATE.
      *****************************************************************
       01  WS-PERIOD-START-WORK.
           05  WS-PERIOD-START         PIC 9(08).
           05  WS-PS-PARTS REDEFINES WS-PERIOD-START.
               10  WS-PS-YEAR          PIC 9(04).
               10  WS-PS-MONTH         PIC 9(02).
               10  WS-PS-DAY           PIC 9(02).

       01  WS-PERIOD-END-WORK.
           05  WS-PERIOD-END           PIC 9(08).
           05  WS-PE-PARTS REDEFINES WS-PERIOD-END.
               10  WS-PE-YEAR          PIC 9(04).
               10  WS-PE-MONTH         PIC 9(02).
               10  WS-PE-DAY           PIC 9(02).

       01  WS-HIST-DATE-WORK.
           05  WS-HD-DATE              PIC 9(08).
           05  WS-HD-PARTS REDEFINES WS-HD-DATE.
               10  WS-HD-YEAR          PIC 9(04).
               10  WS-HD-MONTH         PIC 9(02).
               10  WS-HD-DAY           PIC 9(02).

      *****************************************************************
      *  ONE ENTRY PER ACCOUNT SEEN ON THE HISTORY, IN ACCOUNT
      *  SEQUENCE: THE BALANCE AS OF THE DATE BEING APPLIED, WHETHER
      *  THE ACCOUNT WAS ON THAT DATE'S MASTER, AND THE BALANCE-DAYS
      *  AND DAYS ACCRUED SO FAR THIS MONTH.  2000 MATCHES CALCBMNT'S
      *  MASTER TABLE; A HISTORY THAT OUTGROWS IT ENDS THE RUN RC 16
      *  RATHER THAN ACCRUING A PART OF THE MASTER.
      *****************************************************************
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY           OCCURS 2000 TIMES.
               10  WS-AT-ACCOUNT       PIC X(08).
               10  WS-AT-BALANCE       PIC S9(05)V99.
               10  WS-AT-ON-MASTER-SW  PIC X(01).
                   88  WS-AT-ON-MASTER     VALUE "Y".
               10  WS-AT-BAL-DAYS      PIC S9(09)V99.
               10  WS-AT-DAYS          PIC S9(03) COMP.

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY           OCCURS 500 TIMES.
               10  WS-RE-TYPE          PIC X(01).
               10  WS-RE-KEY           PIC X(08).
               10  WS-RE-RATE          PIC 9(02)V9(04).

       01  WS-POST-TABLE.
           05  WS-POST-ENTRY           OCCURS 2000 TIMES.
               10  WS-PT-ACCOUNT       PIC X(08).
               10  WS-PT-AMOUNT        PIC S9(05)V99.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(07) VALUE "PERIOD ".
           05  PL-START                PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  PL-END                  PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "   DAYS ".
           05  PL-DAYS                 PIC Z9.
           05  FILLER                  PIC X(16)
                   VALUE "   LAST CAPTURE ".
           05  PL-LAST-CAPTURE         PIC 9(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-INTR-DETAIL-LINE.
           05  ID-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ID-DAYS                 PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ID-AVG-BALANCE          PIC -(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ID-RATE                 PIC Z9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ID-RATE-SOURCE          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ID-INTEREST             PIC -(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ID-NOTE                 PIC X(31).

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  RA-LABEL                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RA-AMOUNT               PIC -(7)9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCINTR".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-READ-BUSINESS-DATE THRU 1000-EXIT

           IF NOT WS-PARM-ERROR
               PERFORM 1200-SET-PERIOD THRU 1200-EXIT
               PERFORM 1500-LOAD-RATES THRU 1500-EXIT
           END-IF

           IF RETURN-CODE = 0
               PERFORM 2000-ACCRUE-HISTORY THRU 2000-EXIT
           END-IF

           IF RETURN-CODE = 0
               OPEN OUTPUT INTR-RPT-FILE
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT
               PERFORM 3000-COMPUTE-INTEREST THRU 3000-EXIT
               PERFORM 4000-BUILD-TRANINA THRU 4000-EXIT
               PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
               CLOSE INTR-RPT-FILE

               EVALUATE TRUE
                   WHEN RETURN-CODE >= 16
                       CONTINUE
                   WHEN WS-SIZE-ERROR-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                       MOVE 08 TO WS-ALERT-SEVERITY
                       MOVE "INTRSIZE" TO WS-ALERT-CODE
                       MOVE "INTEREST TOO LARGE, NOT POSTED - INTRRPT"
                           TO WS-ALERT-MESSAGE
                       PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
                   WHEN WS-NO-RATE-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                       MOVE 04 TO WS-ALERT-SEVERITY
                       MOVE "INTRRATE" TO WS-ALERT-CODE
                       MOVE "ACCOUNTS WITH NO RATE - SEE INTRRPT"
                           TO WS-ALERT-MESSAGE
                       PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
                   WHEN WS-LAST-CAPTURE-DATE < WS-BUSINESS-DATE
                       MOVE 4 TO RETURN-CODE
                       MOVE 04 TO WS-ALERT-SEVERITY
                       MOVE "INTRCAPT" TO WS-ALERT-CODE
                       MOVE "BALANCE CAPTURE BEHIND BUSINESS DATE"
                           TO WS-ALERT-MESSAGE
                       PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-EVALUATE
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-READ-BUSINESS-DATE - THE ACCRUAL MONTH IS THE MONTH OF
      *  THE SAME CALCPARM BUSINESS DATE THE BATCH RUNS USE.  ONLY
      *  BUSINESS-DATE IS TAKEN HERE, AS IN CALCSGEN.
      *****************************************************************
       1000-READ-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCINTR - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - ACCRUAL NOT RUN"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE

               IF NOT WS-DATE-PARM-FOUND
                   DISPLAY "CALCINTR - REQUIRED PARAMETER "
                       "BUSINESS-DATE MISSING - ACCRUAL NOT RUN"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           .
       1000-EXIT.
           EXIT.

       1050-READ-PARM-RECORD.
           READ CALC-PARM-FILE
               AT END
                   SET WS-END-OF-PARM-FILE TO TRUE
           END-READ
           .
       1050-EXIT.
           EXIT.

       1100-SCAN-PARM-RECORD.
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

           PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
           .
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-SET-PERIOD - THE FIRST AND LAST CALENDAR DAYS OF THE
      *  BUSINESS DATE'S MONTH.
      *****************************************************************
       1200-SET-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-START
           MOVE 01 TO WS-PS-DAY
           MOVE WS-PERIOD-START TO WS-PERIOD-END
           PERFORM 8650-DAYS-IN-MONTH THRU 8650-EXIT
           MOVE WS-DAYS-IN-MONTH TO WS-PE-DAY
           .
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-RATES - LOAD THE RATE TABLE.  A MALFORMED ENTRY OR
      *  A TABLE OVER 500 ENTRIES STOPS THE RUN - INTEREST IS NOT
      *  ACCRUED AGAINST A RATE TABLE WE CANNOT TRUST.
      *****************************************************************
       1500-LOAD-RATES.
           OPEN INPUT CALC-RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "CALCINTR - UNABLE TO OPEN RATETAB, FILE "
                   "STATUS " WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1550-LOAD-ONE-RATE THRU 1550-EXIT
                   UNTIL WS-END-OF-RATE-FILE
               CLOSE CALC-RATE-FILE
           END-IF
           .
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-RATE.
           READ CALC-RATE-FILE
               AT END
                   SET WS-END-OF-RATE-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-RATE-COUNT >= 500
                           DISPLAY "CALCINTR - RATETAB EXCEEDS THE "
                               "500 ENTRY TABLE"
                           MOVE 16 TO RETURN-CODE
                           SET WS-END-OF-RATE-FILE TO TRUE
                       WHEN (NOT RT-RATE-ACCOUNT
                             AND NOT RT-RATE-CLASS)
                         OR RT-ANNUAL-RATE NOT NUMERIC
                         OR RT-RATE-KEY = SPACES
                         OR (RT-RATE-CLASS
                             AND RT-RATE-KEY(3:6) NOT = SPACES)
                           DISPLAY "CALCINTR - RATETAB ENTRY "
                               "MALFORMED: " CALC-RATE-RECORD
                           MOVE 16 TO RETURN-CODE
                       WHEN OTHER
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RT-RATE-TYPE
                               TO WS-RE-TYPE(WS-RATE-COUNT)
                           MOVE RT-RATE-KEY
                               TO WS-RE-KEY(WS-RATE-COUNT)
                           MOVE RT-ANNUAL-RATE
                               TO WS-RE-RATE(WS-RATE-COUNT)
                   END-EVALUATE
           END-READ
           .
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  2000-ACCRUE-HISTORY - ONE PASS OF THE BALANCE HISTORY UP TO
      *  THE END OF THE MONTH.  SNAPSHOTS BEFORE THE MONTH ONLY SET
      *  THE OPENING BALANCES; EACH SNAPSHOT IN THE MONTH FIRST
      *  ACCRUES THE DAYS SINCE THE PREVIOUS ONE AT THE BALANCES THEN
      *  STANDING, THEN REPLACES THEM.  THE LAST SNAPSHOT'S BALANCES
      *  RUN TO THE END OF THE MONTH.
      *****************************************************************
       2000-ACCRUE-HISTORY.
           OPEN INPUT CALC-DBH-FILE
           IF WS-DBH-FILE-STATUS NOT = "00"
               DISPLAY "CALCINTR - UNABLE TO OPEN BALHIST, FILE "
                   "STATUS " WS-DBH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-ACCRUED-DAY
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               PERFORM 2200-APPLY-ONE-HISTORY THRU 2200-EXIT
                   UNTIL WS-END-OF-DBH-FILE OR WS-HISTORY-DONE
               CLOSE CALC-DBH-FILE

               IF RETURN-CODE = 0
                   IF WS-LAST-CAPTURE-DATE < WS-PERIOD-START
                       DISPLAY "CALCINTR - BALHIST HOLDS NO BALANCE "
                           "CAPTURE FOR THE MONTH OF "
                           WS-BUSINESS-DATE " - ACCRUAL NOT RUN"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       COMPUTE WS-SPAN =
                           WS-PE-DAY + 1 - WS-ACCRUED-DAY
                       PERFORM 2500-ACCRUE-SPAN THRU 2500-EXIT
                   END-IF
               END-IF
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ CALC-DBH-FILE
               AT END
                   SET WS-END-OF-DBH-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
           END-READ
           .
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-APPLY-ONE-HISTORY - ONE HISTORY RECORD.  THE PASS
      *  DEPENDS ON DATE-THEN-ACCOUNT ORDER, SO A RECORD OUT OF THAT
      *  ORDER STOPS THE RUN RATHER THAN ACCRUING THE WRONG DAYS.
      *****************************************************************
       2200-APPLY-ONE-HISTORY.
           EVALUATE TRUE
               WHEN DBH-BUSINESS-DATE > WS-PERIOD-END
                   SET WS-HISTORY-DONE TO TRUE
               WHEN DBH-BUSINESS-DATE < WS-CURRENT-DATE
                 OR (DBH-BUSINESS-DATE = WS-CURRENT-DATE
                     AND DBH-ACCOUNT-NO NOT > WS-PREV-ACCOUNT)
                   DISPLAY "CALCINTR - BALHIST OUT OF SEQUENCE AT "
                       DBH-BUSINESS-DATE " " DBH-ACCOUNT-NO
                   MOVE 16 TO RETURN-CODE
                   SET WS-HISTORY-DONE TO TRUE
               WHEN OTHER
                   IF DBH-BUSINESS-DATE NOT = WS-CURRENT-DATE
                       PERFORM 2300-START-NEW-DATE THRU 2300-EXIT
                   END-IF
                   PERFORM 2400-POST-ONE-BALANCE THRU 2400-EXIT
                   MOVE DBH-ACCOUNT-NO TO WS-PREV-ACCOUNT
                   PERFORM 2100-READ-HISTORY THRU 2100-EXIT
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-START-NEW-DATE - A NEW SNAPSHOT.  INSIDE THE MONTH, THE
      *  DAYS FROM THE LAST ACCRUED DAY UP TO (NOT INCLUDING) THIS
      *  DATE ARE ACCRUED FIRST.  THEN EVERY BALANCE IS CLEARED - AN
      *  ACCOUNT NOT ON THIS SNAPSHOT WAS NOT ON THE MASTER.
      *****************************************************************
       2300-START-NEW-DATE.
           IF DBH-BUSINESS-DATE >= WS-PERIOD-START
               MOVE DBH-BUSINESS-DATE TO WS-HD-DATE
               COMPUTE WS-SPAN = WS-HD-DAY - WS-ACCRUED-DAY
               PERFORM 2500-ACCRUE-SPAN THRU 2500-EXIT
               MOVE WS-HD-DAY TO WS-ACCRUED-DAY
           END-IF

           MOVE 0 TO WS-AT-IX
           PERFORM 2350-CLEAR-ONE-BALANCE THRU 2350-EXIT
               UNTIL WS-AT-IX >= WS-ACCT-COUNT

           MOVE DBH-BUSINESS-DATE TO WS-CURRENT-DATE
           MOVE DBH-BUSINESS-DATE TO WS-LAST-CAPTURE-DATE
           MOVE LOW-VALUES TO WS-PREV-ACCOUNT
           MOVE 1 TO WS-MERGE-IX
           .
       2300-EXIT.
           EXIT.

       2350-CLEAR-ONE-BALANCE.
           ADD 1 TO WS-AT-IX
           MOVE ZERO TO WS-AT-BALANCE(WS-AT-IX)
           MOVE "N"  TO WS-AT-ON-MASTER-SW(WS-AT-IX)
           .
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2400-POST-ONE-BALANCE - SET THE ACCOUNT'S BALANCE FROM THE
      *  SNAPSHOT.  THE SNAPSHOT AND THE TABLE ARE BOTH IN ACCOUNT
      *  SEQUENCE, SO THE SEARCH RESUMES WHERE THE LAST ONE STOPPED;
      *  AN ACCOUNT NOT YET IN THE TABLE IS INSERTED THERE.
      *****************************************************************
       2400-POST-ONE-BALANCE.
           MOVE "N" TO WS-SCAN-DONE-SW
           PERFORM 2450-SCAN-ONE-ENTRY THRU 2450-EXIT
               UNTIL WS-SCAN-DONE
      *  THE BOUNDS TEST STANDS ALONE - AN AND IS NOT GUARANTEED TO
      *  SHORT-CIRCUIT (SEE CALCBMNT).
           MOVE "N" TO WS-ACCT-FOUND-SW
           IF WS-MERGE-IX <= WS-ACCT-COUNT
               IF WS-AT-ACCOUNT(WS-MERGE-IX) = DBH-ACCOUNT-NO
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT WS-ACCT-FOUND AND WS-ACCT-COUNT < 2000
               PERFORM 2460-INSERT-ACCOUNT THRU 2460-EXIT
               SET WS-ACCT-FOUND TO TRUE
           END-IF

           IF WS-ACCT-FOUND
               MOVE DBH-BALANCE TO WS-AT-BALANCE(WS-MERGE-IX)
               MOVE "Y" TO WS-AT-ON-MASTER-SW(WS-MERGE-IX)
               ADD 1 TO WS-MERGE-IX
           ELSE
               DISPLAY "CALCINTR - BALHIST HOLDS MORE THAN 2000 "
                   "ACCOUNTS - ACCRUAL NOT RUN"
               MOVE 16 TO RETURN-CODE
               SET WS-HISTORY-DONE TO TRUE
           END-IF
           .
       2400-EXIT.
           EXIT.

       2450-SCAN-ONE-ENTRY.
           IF WS-MERGE-IX > WS-ACCT-COUNT
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF WS-AT-ACCOUNT(WS-MERGE-IX) >= DBH-ACCOUNT-NO
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-MERGE-IX
               END-IF
           END-IF
           .
       2450-EXIT.
           EXIT.

       2460-INSERT-ACCOUNT.
           MOVE WS-ACCT-COUNT TO WS-SHIFT-IX
           PERFORM 2470-SHIFT-ONE-DOWN THRU 2470-EXIT
               UNTIL WS-SHIFT-IX < WS-MERGE-IX
           MOVE DBH-ACCOUNT-NO TO WS-AT-ACCOUNT(WS-MERGE-IX)
           MOVE ZERO           TO WS-AT-BALANCE(WS-MERGE-IX)
           MOVE "N"            TO WS-AT-ON-MASTER-SW(WS-MERGE-IX)
           MOVE ZERO           TO WS-AT-BAL-DAYS(WS-MERGE-IX)
           MOVE ZERO           TO WS-AT-DAYS(WS-MERGE-IX)
           ADD 1 TO WS-ACCT-COUNT
           .
       2460-EXIT.
           EXIT.

       2470-SHIFT-ONE-DOWN.
           MOVE WS-ACCT-ENTRY(WS-SHIFT-IX)
               TO WS-ACCT-ENTRY(WS-SHIFT-IX + 1)
           SUBTRACT 1 FROM WS-SHIFT-IX
           .
       2470-EXIT.
           EXIT.

      *****************************************************************
      *  2500-ACCRUE-SPAN - WS-SPAN DAYS AT THE BALANCES NOW STANDING,
      *  FOR EVERY ACCOUNT ON THE MASTER.
      *****************************************************************
       2500-ACCRUE-SPAN.
           IF WS-SPAN > 0
               MOVE 0 TO WS-AT-IX
               PERFORM 2550-ACCRUE-ONE-ACCOUNT THRU 2550-EXIT
                   UNTIL WS-AT-IX >= WS-ACCT-COUNT
           END-IF
           .
       2500-EXIT.
           EXIT.

       2550-ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-AT-IX
           IF WS-AT-ON-MASTER(WS-AT-IX)
               COMPUTE WS-AT-BAL-DAYS(WS-AT-IX) =
                   WS-AT-BAL-DAYS(WS-AT-IX)
                   + WS-AT-BALANCE(WS-AT-IX) * WS-SPAN
               ADD WS-SPAN TO WS-AT-DAYS(WS-AT-IX)
           END-IF
           .
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  3000-COMPUTE-INTEREST - EVERY ACCOUNT ON THE MASTER FOR ANY
      *  PART OF THE MONTH GETS A REPORT LINE; THOSE THAT EARN
      *  INTEREST ARE TABLED FOR POSTING, STILL IN ACCOUNT SEQUENCE.
      *****************************************************************
       3000-COMPUTE-INTEREST.
           MOVE 0 TO WS-AT-IX
           PERFORM 3100-INTEREST-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-AT-IX >= WS-ACCT-COUNT
           .
       3000-EXIT.
           EXIT.

       3100-INTEREST-ONE-ACCOUNT.
           ADD 1 TO WS-AT-IX
           IF WS-AT-DAYS(WS-AT-IX) > 0
               ADD 1 TO WS-ACCRUED-COUNT
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-AT-BAL-DAYS(WS-AT-IX) / WS-AT-DAYS(WS-AT-IX)
               PERFORM 3200-FIND-RATE THRU 3200-EXIT
               MOVE ZERO   TO WS-INTEREST
               MOVE SPACES TO ID-NOTE

               EVALUATE TRUE
                   WHEN NOT WS-RATE-FOUND
                       ADD 1 TO WS-NO-RATE-COUNT
                       MOVE "** NO RATE ON RATETAB" TO ID-NOTE
                   WHEN WS-AVG-BALANCE NOT > ZERO
                       ADD 1 TO WS-NO-INTEREST-COUNT
                       MOVE "NO INTEREST - AVG NOT POSITIVE"
                           TO ID-NOTE
                   WHEN OTHER
                       COMPUTE WS-INTEREST ROUNDED =
                           WS-AT-BAL-DAYS(WS-AT-IX) * WS-RATE / 36500
                           ON SIZE ERROR
                               MOVE ZERO TO WS-INTEREST
                               ADD 1 TO WS-SIZE-ERROR-COUNT
                               MOVE "** INTEREST EXCEEDS FIELD SIZE"
                                   TO ID-NOTE
                       END-COMPUTE
                       IF ID-NOTE = SPACES
                           IF WS-INTEREST > ZERO
                               PERFORM 3300-TABLE-POSTING
                                   THRU 3300-EXIT
                           ELSE
                               ADD 1 TO WS-NO-INTEREST-COUNT
                               MOVE "NO INTEREST - ROUNDS TO ZERO"
                                   TO ID-NOTE
                           END-IF
                       END-IF
               END-EVALUATE

               PERFORM 7200-PRINT-DETAIL THRU 7200-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-FIND-RATE - THE ACCOUNT'S OWN RATE IF IT HAS ONE,
      *  OTHERWISE ITS CLASS RATE (SEE CALCRATE.CPY).
      *****************************************************************
       3200-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE "N" TO WS-CLASS-FOUND-SW
           MOVE ZERO  TO WS-RATE
           MOVE SPACE TO WS-RATE-SOURCE
           MOVE 0 TO WS-RATE-IX
           PERFORM 3250-CHECK-ONE-RATE THRU 3250-EXIT
               UNTIL WS-RATE-IX >= WS-RATE-COUNT

           EVALUATE TRUE
               WHEN WS-RATE-FOUND
                   MOVE WS-ACCOUNT-RATE TO WS-RATE
                   MOVE "A" TO WS-RATE-SOURCE
               WHEN WS-CLASS-RATE-FOUND
                   MOVE WS-CLASS-RATE TO WS-RATE
                   MOVE "C" TO WS-RATE-SOURCE
                   SET WS-RATE-FOUND TO TRUE
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.

       3250-CHECK-ONE-RATE.
           ADD 1 TO WS-RATE-IX
           IF WS-RE-TYPE(WS-RATE-IX) = "A"
              AND WS-RE-KEY(WS-RATE-IX) = WS-AT-ACCOUNT(WS-AT-IX)
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RE-RATE(WS-RATE-IX) TO WS-ACCOUNT-RATE
           END-IF
           IF WS-RE-TYPE(WS-RATE-IX) = "C"
              AND WS-RE-KEY(WS-RATE-IX)(1:2)
                  = WS-AT-ACCOUNT(WS-AT-IX)(1:2)
               SET WS-CLASS-RATE-FOUND TO TRUE
               MOVE WS-RE-RATE(WS-RATE-IX) TO WS-CLASS-RATE
           END-IF
           .
       3250-EXIT.
           EXIT.

       3300-TABLE-POSTING.
           ADD 1 TO WS-POST-COUNT
           MOVE WS-AT-ACCOUNT(WS-AT-IX) TO WS-PT-ACCOUNT(WS-POST-COUNT)
           MOVE WS-INTEREST             TO WS-PT-AMOUNT(WS-POST-COUNT)
           ADD WS-INTEREST TO WS-TOTAL-INTEREST
           .
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  4000-BUILD-TRANINA - MERGE THE DAY'S KEYED TRANINA (ALREADY
      *  IN ACCOUNT SEQUENCE) WITH THE INTEREST POSTINGS (TABLED IN
      *  ACCOUNT SEQUENCE) AND RENUMBER THE MERGED FILE FROM 1, THE
      *  SAME MERGE CALCSGEN USES.  ON AN EQUAL ACCOUNT THE DAY'S
      *  KEYED WORK GOES FIRST.
      *****************************************************************
       4000-BUILD-TRANINA.
           MOVE 0 TO WS-NEXT-SEQ-NO
           MOVE 0 TO WS-POST-IX
           PERFORM 4150-SET-NEXT-POST THRU 4150-EXIT
           OPEN OUTPUT CALC-TRANAN-FILE
           IF WS-TRANAN-FILE-STATUS NOT = "00"
               DISPLAY "CALCINTR - UNABLE TO OPEN TRANINAN, FILE "
                   "STATUS " WS-TRANAN-FILE-STATUS
                   " - INTEREST NOT POSTED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 4050-MERGE-TRANINA THRU 4050-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

       4050-MERGE-TRANINA.
           OPEN INPUT CALC-TRANA-FILE
           IF WS-TRANA-FILE-STATUS = "00"
               SET WS-TRANA-OPEN TO TRUE
               PERFORM 4100-READ-TRANA THRU 4100-EXIT
           ELSE
               SET WS-END-OF-TRANA-FILE TO TRUE
           END-IF

           PERFORM 4200-MERGE-ONE-TRANA THRU 4200-EXIT
               UNTIL WS-END-OF-TRANA-FILE
                 AND WS-POST-IX >= WS-POST-COUNT

           IF WS-TRANA-OPEN
               CLOSE CALC-TRANA-FILE
           END-IF
           CLOSE CALC-TRANAN-FILE
           .
       4050-EXIT.
           EXIT.

       4100-READ-TRANA.
           READ CALC-TRANA-FILE
               AT END
                   SET WS-END-OF-TRANA-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANA-READ-COUNT
           END-READ
           .
       4100-EXIT.
           EXIT.

       4150-SET-NEXT-POST.
           IF WS-POST-IX >= WS-POST-COUNT
               MOVE HIGH-VALUES TO WS-NEXT-POST-ACCOUNT
           ELSE
               MOVE WS-PT-ACCOUNT(WS-POST-IX + 1)
                   TO WS-NEXT-POST-ACCOUNT
           END-IF
           .
       4150-EXIT.
           EXIT.

       4200-MERGE-ONE-TRANA.
           IF NOT WS-END-OF-TRANA-FILE
              AND CTA-ACCOUNT-NO <= WS-NEXT-POST-ACCOUNT
               ADD 1 TO WS-NEXT-SEQ-NO
               MOVE WS-NEXT-SEQ-NO TO TAN-TRAN-SEQ-NO
               MOVE CTA-ACCOUNT-NO TO TAN-ACCOUNT-NO
               MOVE CTA-AMOUNT     TO TAN-AMOUNT
               MOVE CTA-OPERACION  TO TAN-OPERACION
               WRITE CALC-TRANAN-RECORD
               ADD 1 TO WS-TRANAN-WRITE-COUNT
               PERFORM 4100-READ-TRANA THRU 4100-EXIT
           ELSE
               ADD 1 TO WS-POST-IX
               ADD 1 TO WS-NEXT-SEQ-NO
               MOVE WS-NEXT-SEQ-NO            TO TAN-TRAN-SEQ-NO
               MOVE WS-PT-ACCOUNT(WS-POST-IX) TO TAN-ACCOUNT-NO
               MOVE WS-PT-AMOUNT(WS-POST-IX)  TO TAN-AMOUNT
               MOVE "a"                       TO TAN-OPERACION
               WRITE CALC-TRANAN-RECORD
               ADD 1 TO WS-TRANAN-WRITE-COUNT
               PERFORM 4150-SET-NEXT-POST THRU 4150-EXIT
           END-IF
           .
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - REPORT TITLE, THE ACCRUAL PERIOD AND THE
      *  DATE OF THE LAST BALANCE CAPTURE IT USED, AND THE COLUMN
      *  HEADINGS.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE "CALCINTR MONTH-END INTEREST ACCRUAL" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-PERIOD-START      TO PL-START
           MOVE WS-PERIOD-END        TO PL-END
           MOVE WS-PE-DAY            TO PL-DAYS
           MOVE WS-LAST-CAPTURE-DATE TO PL-LAST-CAPTURE
           MOVE WS-PERIOD-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ACCOUNT    DAYS   AVG BALANCE      RATE     INTEREST"
               TO RPT-LINE
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7200-PRINT-DETAIL.
           MOVE WS-AT-ACCOUNT(WS-AT-IX) TO ID-ACCOUNT
           MOVE WS-AT-DAYS(WS-AT-IX)    TO ID-DAYS
           MOVE WS-AVG-BALANCE          TO ID-AVG-BALANCE
           MOVE WS-RATE                 TO ID-RATE
           MOVE WS-RATE-SOURCE          TO ID-RATE-SOURCE
           MOVE WS-INTEREST             TO ID-INTEREST
           MOVE WS-INTR-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7200-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "HISTORY RECORDS READ" TO RT-LABEL
           MOVE WS-HIST-READ-COUNT    TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ACCOUNTS ACCRUED"     TO RT-LABEL
           MOVE WS-ACCRUED-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "INTEREST POSTINGS"    TO RT-LABEL
           MOVE WS-POST-COUNT         TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "NO INTEREST EARNED"   TO RT-LABEL
           MOVE WS-NO-INTEREST-COUNT  TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "NO RATE ON RATETAB"   TO RT-LABEL
           MOVE WS-NO-RATE-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "INTEREST TOO LARGE"   TO RT-LABEL
           MOVE WS-SIZE-ERROR-COUNT   TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TOTAL INTEREST"       TO RA-LABEL
           MOVE WS-TOTAL-INTEREST     TO RA-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE    TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANINA RECORDS READ" TO RT-LABEL
           MOVE WS-TRANA-READ-COUNT   TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANINAN RECORDS OUT" TO RT-LABEL
           MOVE WS-TRANAN-WRITE-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           IF WS-LAST-CAPTURE-DATE < WS-BUSINESS-DATE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** LAST BALANCE CAPTURE IS BEFORE THE BUSINESS "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** DATE - ITS BALANCES WERE CARRIED TO MONTH END"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       7500-EXIT.
           EXIT.

       8650-DAYS-IN-MONTH.
           EVALUATE WS-PS-MONTH
               WHEN 01 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 8680-CHECK-LEAP-YEAR THRU 8680-EXIT
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN 03 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 05 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 06 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 07 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 08 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 09 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 10 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 12 MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           .
       8650-EXIT.
           EXIT.

       8680-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-SW
           DIVIDE WS-PS-YEAR BY 4 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK
           IF WS-REM-WORK = 0
               DIVIDE WS-PS-YEAR BY 100 GIVING WS-QUOT-WORK
                   REMAINDER WS-REM-WORK
               IF WS-REM-WORK NOT = 0
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-PS-YEAR BY 400 GIVING WS-QUOT-WORK
                       REMAINDER WS-REM-WORK
                   IF WS-REM-WORK = 0
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       8680-EXIT.
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
