      *****************************************************************
      *  PROGRAM-ID:  CALCDCLS
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      BUSINESS DAY CLOSE.  THE CALCPARM BUSINESS-DATE USED TO
      *      BE KEYED BY HAND EVERY NIGHT, AND A WEEKEND OR HOLIDAY
      *      RUN COULD STAMP THE WRONG DAY.  THIS STEP RUNS LAST IN
      *      THE NIGHT AND IS NOW THE ONLY THING THAT MOVES THE DATE:
      *
      *          - IT CONFIRMS FROM THE RUN LOG (CALCRLOG) THAT EVERY
      *            STEP THE DAY REQUIRES ENDED CLEAN.  FOR EACH FEED
      *            ENABLED ON CALCPARM (MODE-BATCH, MODE-BATCH4,
      *            MODE-ACCUM = Y) THAT IS THE CALCULADORA RUN AND
      *            ITS CALCRCN RECONCILIATION, PLUS THE CALCGLAK GL
      *            ACKNOWLEDGMENT FOR THE BATCH FEED AND THE CALCBPRF
      *            BALANCE PROOF FOR THE ACCUM FEED, AND THE CALCAMRG
      *            MERGE WHEN THE ACCUM FEED IS SPLIT INTO PARTITIONS
      *            (ACCUM-PARTITIONS GREATER THAN 1), AND EVERY DAY
      *            THE CALCSEAL SEAL OF THE AUDIT LOGS;
      *          - ONLY THEN DOES IT ROLL BUSINESS-DATE TO THE NEXT
      *            WORKING DAY ON THE BUSINESS CALENDAR (CALCCAL, SEE
      *            CALCCAL.CPY), WRITING THE PARAMETER FILE FORWARD
      *            AS CALCPARN - EVERY OTHER LINE COPIED UNCHANGED -
      *            FOR THE JOB STEP TO CATALOG AS THE NEXT CALCPARM.
      *
      *      A STEP COUNTS ONLY BY ITS LATEST RUN SINCE THE LAST
      *      DAY-CLOSE THAT ROLLED THE DATE (AND NOT BEFORE THE
      *      BUSINESS DATE), SO A FAILED STEP THAT WAS RERUN CLEAN
      *      PASSES AND A CLEAN STEP RERUN INTO A FAILURE DOES NOT.
      *      A CALCULADORA RUN IS CLEAN AT RETURN CODE 0 OR 4 (4 IS
      *      THE ERROR-THRESHOLD WARNING - THE ERRORS THEMSELVES GO
      *      THROUGH RECYCLE); THE PROOF STEPS MUST END 0, SINCE ANY
      *      OTHER RETURN CODE MEANS THE DAY DID NOT PROVE OUT.  A
      *      RUN WITH A HEADER AND NO TRAILER IS STILL IN FLIGHT OR
      *      ABENDED AND IS NOT CLEAN.  ON A PARTITIONED ACCUM NIGHT
      *      THE CALCULADORA ACCUM STEP IS JUDGED BY THE LATEST
      *      PARTITION RUN ONLY; THAT EVERY PARTITION COMPLETED IS
      *      PROVED BY THE MERGE, WHICH ENDS 0 ONLY WHEN ALL THEIR
      *      CHECKPOINTS ARE COMPLETE.
      *
      *      THE DAY-CLOSE REGISTERS ITSELF ON CALCRLOG AS "DAYCLOSE".
      *      IT PRINTS EVERY STEP WITH ITS VERDICT ON DCLSRPT AND
      *      NAMES EACH MISSING OR FAILED STEP ON THE JOB LOG.
      *
      *      RETURN CODES: 0 DAY CLOSED, CALCPARN WRITTEN; 8 THE DAY
      *      IS INCOMPLETE - NOTHING ROLLED, CALCPARN NOT WRITTEN;
      *      16 CALCPARM OR THE CALENDAR IS MISSING OR MALFORMED, THE
      *      CALENDAR HAS NO ENTRY IN THE NEW DATE'S YEAR, OR NO
      *      WORKING DAY FALLS WITHIN A MONTH - THE JOB STEP MUST NOT
      *      CATALOG CALCPARN ON ANYTHING BUT 0.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          DAYINCMP  08  A REQUIRED STEP IS MISSING OR NOT CLEAN -
      *                        THE DATE WAS NOT ROLLED (THE REPORT NAMES
      *                        THE STEPS);
      *          RUNFAIL   16  THE DAY-CLOSE COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  THE CALCAMRG MERGE IS A REQUIRED STEP
      *                       WHEN THE ACCUM FEED IS PARTITIONED.
      *      10/05/2026  DLM  THE CALCSEAL AUDIT LOG SEAL IS A
      *                       REQUIRED STEP EVERY DAY.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  AN INCOMPLETE DAY OR A FAILED DAY-CLOSE IS
      *                       NOW ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDCLS.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CALC-PARMNEW-FILE ASSIGN TO CALCPARN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMNEW-FILE-STATUS.

           SELECT CALC-CAL-FILE ASSIGN TO CALCCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT CALC-RUN-FILE ASSIGN TO CALCRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT DCLS-RPT-FILE ASSIGN TO DCLSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       FD  CALC-PARMNEW-FILE.
       01  PARMNEW-RECORD              PIC X(80).

       FD  CALC-CAL-FILE.
           COPY CALCCAL.

       FD  CALC-RUN-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       FD  DCLS-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       WORKING-STORAGE SECTION.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARMNEW-FILE-STATUS      PIC X(02) VALUE "00".
       77  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-NEXT-BUSINESS-DATE       PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-MODE-BATCH-FLAG          PIC X(01) VALUE "N".
       77  WS-MODE-BATCH4-FLAG         PIC X(01) VALUE "N".
       77  WS-MODE-ACCUM-FLAG          PIC X(01) VALUE "N".
       77  WS-ACCUM-MERGE-FLAG         PIC X(01) VALUE "N".
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-STEP-COUNT               PIC S9(04) COMP VALUE 10.
       77  WS-STEP-IX                  PIC S9(04) COMP VALUE 0.
       77  WS-REQUIRED-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-CLEAN-COUNT              PIC S9(07) COMP VALUE 0.
       77  WS-MISSING-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-CAL-COUNT                PIC S9(04) COMP VALUE 0.
       77  WS-CAL-IX                   PIC S9(04) COMP VALUE 0.
       77  WS-CAL-YEAR-WORK            PIC S9(04) COMP VALUE 0.
       77  WS-DAYS-IN-MONTH            PIC S9(02) COMP VALUE 0.
       77  WS-DAY-COUNT                PIC S9(03) COMP VALUE 0.
       77  WS-REM-WORK                 PIC S9(04) COMP VALUE 0.
       77  WS-QUOT-WORK                PIC S9(04) COMP VALUE 0.
       77  WS-YEAR-WORK                PIC S9(04) COMP VALUE 0.
       77  WS-DAY-NUMBER               PIC S9(07) COMP VALUE 0.
       77  WS-DAY-QUOT                 PIC S9(07) COMP VALUE 0.
       77  WS-WEEKDAY                  PIC S9(02) COMP VALUE 0.
           88  WS-WEEKEND-DAY              VALUE 6, 7.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE      VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND       VALUE "Y".
           05  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-PARM-ERROR            VALUE "Y".
           05  WS-EOF-RUN-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-RUN-FILE       VALUE "Y".
           05  WS-EOF-CAL-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-CAL-FILE       VALUE "Y".
           05  WS-CAL-ERROR-SW         PIC X(01) VALUE "N".
               88  WS-CAL-ERROR             VALUE "Y".
           05  WS-CAL-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-CAL-FOUND             VALUE "Y".
           05  WS-YEAR-LOADED-SW       PIC X(01) VALUE "N".
               88  WS-YEAR-LOADED           VALUE "Y".
           05  WS-WORKING-DAY-SW       PIC X(01) VALUE "N".
               88  WS-WORKING-DAY           VALUE "Y".
           05  WS-NEXT-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-NEXT-DAY-FOUND        VALUE "Y".
           05  WS-ROLLED-SW            PIC X(01) VALUE "N".
               88  WS-DATE-ROLLED           VALUE "Y".
           05  WS-LEAP-SW              PIC X(01) VALUE "N".
               88  WS-LEAP-YEAR             VALUE "Y".

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE DAY-CLOSE'S OWN RUN ID - DATE + HHMMSS + "DC", THE SAME
      *  SHAPE CALCULADORA BUILDS.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "DC".

      *****************************************************************
      *  THE STEPS A DAY CAN REQUIRE, ONE PER RUN-LOG MODE.  A STEP
      *  IS REQUIRED WHEN ITS FEED IS ENABLED ON CALCPARM.  KIND "C"
      *  IS A CALCULADORA RUN (CLEAN AT RC 0 OR 4), KIND "P" A PROOF
      *  STEP (CLEAN AT RC 0 ONLY).  FEED "M" IS THE ACCUM FEED'S
      *  PARTITION MERGE, REQUIRED ONLY WHEN THE ACCUM FEED RUNS AND IS
      *  PARTITIONED.  FEED "*" IS REQUIRED EVERY DAY, WHATEVER FEEDS
      *  RUN.  THE RUN-LOG STATE IS " " NO RUN SEEN, "H" HEADER ONLY,
      *  "T" TRAILER SEEN.
      *****************************************************************
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 10 TIMES.
               10  WS-ST-MODE          PIC X(08).
               10  WS-ST-NAME          PIC X(24).
               10  WS-ST-FEED          PIC X(01).
               10  WS-ST-KIND          PIC X(01).
               10  WS-ST-REQUIRED      PIC X(01).
               10  WS-ST-STATE         PIC X(01).
               10  WS-ST-RUN-ID        PIC X(16).
               10  WS-ST-RC            PIC S9(04).
               10  WS-ST-VERDICT       PIC X(24).

      *****************************************************************
      *  THE CALENDAR'S HOLIDAYS AND EXTRA WORKING DAYS.
      *****************************************************************
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY            OCCURS 1000 TIMES.
               10  WS-CAL-DATE         PIC 9(08).
               10  WS-CAL-TYPE         PIC X(01).

      *****************************************************************
      *  DATE WORK AREA, STEPPED FORWARD A DAY AT A TIME BY 8700.
      *****************************************************************
       01  WS-DATE-WORK.
           05  WS-DD-DATE              PIC 9(08).
           05  WS-DD-PARTS REDEFINES WS-DD-DATE.
               10  WS-DD-YEAR          PIC 9(04).
               10  WS-DD-MONTH         PIC 9(02).
               10  WS-DD-DAY           PIC 9(02).

       01  WS-NEW-DATE-LINE.
           05  FILLER                  PIC X(14) VALUE
               "BUSINESS-DATE=".
           05  ND-DATE                 PIC 9(08).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-STEP-HEADING-LINE.
           05  FILLER                  PIC X(26) VALUE "STEP".
           05  FILLER                  PIC X(18) VALUE "RUN ID".
           05  FILLER                  PIC X(06) VALUE "  RC".
           05  FILLER                  PIC X(36) VALUE "STATUS".

       01  WS-STEP-LINE.
           05  SL-NAME                 PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-RUN-ID               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-RC                   PIC -(3)9.
           05  SL-RC-X REDEFINES SL-RC PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-VERDICT              PIC X(24).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-RPT-DATE-LINE.
           05  RD-LABEL                PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RD-DATE                 PIC 9(08).
           05  FILLER                  PIC X(48) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCDCLS".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1200-REGISTER-RUN THRU 1200-EXIT

           PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT

           IF NOT WS-PARM-ERROR
               PERFORM 2000-CHECK-STEPS THRU 2000-EXIT
               PERFORM 3000-LOAD-CALENDAR THRU 3000-EXIT
               IF NOT WS-CAL-ERROR
                   PERFORM 4000-FIND-NEXT-WORKING-DAY THRU 4000-EXIT
               END-IF

               IF WS-MISSING-COUNT > 0
                   DISPLAY "CALCDCLS - DAY " WS-BUSINESS-DATE
                       " IS INCOMPLETE - BUSINESS DATE NOT ROLLED"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE 08 TO WS-ALERT-SEVERITY
                   MOVE "DAYINCMP" TO WS-ALERT-CODE
                   MOVE "DAY INCOMPLETE - DATE NOT ROLLED"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               ELSE
                   IF RETURN-CODE = 0
                       PERFORM 5000-ROLL-BUSINESS-DATE THRU 5000-EXIT
                   END-IF
               END-IF

               PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
           END-IF

           PERFORM 1300-CLOSE-RUN THRU 1300-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-READ-PARAMETERS - THE BUSINESS DATE BEING CLOSED AND
      *  WHICH FEEDS RAN TONIGHT.  A FEED WHOSE MODE FLAG IS "N" OR
      *  ABSENT COULD NOT HAVE RUN, SO ITS STEPS ARE NOT REQUIRED.
      *  OTHER KEYWORDS BELONG TO OTHER PROGRAMS AND ARE IGNORED.
      *****************************************************************
       1000-READ-PARAMETERS.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCDCLS - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - DAY NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE

               IF NOT WS-DATE-PARM-FOUND
                   DISPLAY "CALCDCLS - REQUIRED PARAMETER "
                       "BUSINESS-DATE MISSING - DAY NOT CLOSED"
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
               EVALUATE WS-PARM-KEYWORD
                   WHEN "BUSINESS-DATE"
                       IF WS-PARM-VALUE(1:8) NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-BUSINESS-DATE
                           SET WS-DATE-PARM-FOUND TO TRUE
                       END-IF
                   WHEN "MODE-BATCH"
                       MOVE WS-PARM-VALUE(1:1) TO WS-MODE-BATCH-FLAG
                   WHEN "MODE-BATCH4"
                       MOVE WS-PARM-VALUE(1:1) TO WS-MODE-BATCH4-FLAG
                   WHEN "MODE-ACCUM"
                       MOVE WS-PARM-VALUE(1:1) TO WS-MODE-ACCUM-FLAG
                   WHEN "ACCUM-PARTITIONS"
                       IF WS-PARM-VALUE(1:1) NUMERIC
                          AND WS-PARM-VALUE(1:1) > "1"
                           MOVE "Y" TO WS-ACCUM-MERGE-FLAG
                       ELSE
                           MOVE "N" TO WS-ACCUM-MERGE-FLAG
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
           .
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-REGISTER-RUN - APPEND THE DAY-CLOSE'S HEADER TO THE RUN
      *  LOG.  THE DAY-CLOSE IS NOT A BATCH-MODE RUN AND DOES NOT
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
           MOVE "DAYCLOSE"  TO CR-RUN-MODE
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
      *  1300-CLOSE-RUN - APPEND THE TRAILER: STEPS REQUIRED, STEPS
      *  MISSING OR FAILED, AND THE FINAL RETURN CODE.  A "DAYCLOSE"
      *  TRAILER WITH RETURN CODE 0 MARKS WHERE THE NEXT BUSINESS
      *  DAY'S STEPS START ON THE RUN LOG.
      *****************************************************************
       1300-CLOSE-RUN.
           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID              TO CR-RUN-ID
           MOVE "DAYCLOSE"             TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-REQUIRED-COUNT      TO CR-RECORD-COUNT
           MOVE WS-MISSING-COUNT       TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-STEPS - LOAD THE STEP TABLE, FOLLOW THE RUN LOG
      *  FRONT TO BACK KEEPING EACH STEP'S LATEST RUN, THEN JUDGE
      *  EVERY REQUIRED STEP.
      *****************************************************************
       2000-CHECK-STEPS.
           PERFORM 2100-DEFINE-STEPS THRU 2100-EXIT

           OPEN INPUT CALC-RUN-FILE
           IF WS-RUN-FILE-STATUS = "00"
               PERFORM 2300-SCAN-RUN-LOG THRU 2300-EXIT
                   UNTIL WS-END-OF-RUN-FILE
               CLOSE CALC-RUN-FILE
           END-IF

           MOVE 0 TO WS-STEP-IX
           PERFORM 2500-JUDGE-ONE-STEP THRU 2500-EXIT
               UNTIL WS-STEP-IX >= WS-STEP-COUNT
           .
       2000-EXIT.
           EXIT.

       2100-DEFINE-STEPS.
           MOVE "BATCH"                    TO WS-ST-MODE(1)
           MOVE "CALCULADORA BATCH"        TO WS-ST-NAME(1)
           MOVE "B"                        TO WS-ST-FEED(1)
           MOVE "C"                        TO WS-ST-KIND(1)
           MOVE "RECON"                    TO WS-ST-MODE(2)
           MOVE "CALCRCN BATCH"            TO WS-ST-NAME(2)
           MOVE "B"                        TO WS-ST-FEED(2)
           MOVE "P"                        TO WS-ST-KIND(2)
           MOVE "GLACK"                    TO WS-ST-MODE(3)
           MOVE "CALCGLAK GL ACKNOWLEDGE"  TO WS-ST-NAME(3)
           MOVE "B"                        TO WS-ST-FEED(3)
           MOVE "P"                        TO WS-ST-KIND(3)
           MOVE "BATCH4"                   TO WS-ST-MODE(4)
           MOVE "CALCULADORA BATCH4"       TO WS-ST-NAME(4)
           MOVE "4"                        TO WS-ST-FEED(4)
           MOVE "C"                        TO WS-ST-KIND(4)
           MOVE "RECON4"                   TO WS-ST-MODE(5)
           MOVE "CALCRCN BATCH4"           TO WS-ST-NAME(5)
           MOVE "4"                        TO WS-ST-FEED(5)
           MOVE "P"                        TO WS-ST-KIND(5)
           MOVE "ACCUM"                    TO WS-ST-MODE(6)
           MOVE "CALCULADORA ACCUM"        TO WS-ST-NAME(6)
           MOVE "A"                        TO WS-ST-FEED(6)
           MOVE "C"                        TO WS-ST-KIND(6)
           MOVE "RECONA"                   TO WS-ST-MODE(7)
           MOVE "CALCRCN ACCUM"            TO WS-ST-NAME(7)
           MOVE "A"                        TO WS-ST-FEED(7)
           MOVE "P"                        TO WS-ST-KIND(7)
           MOVE "BALPROOF"                 TO WS-ST-MODE(8)
           MOVE "CALCBPRF BALANCE PROOF"   TO WS-ST-NAME(8)
           MOVE "A"                        TO WS-ST-FEED(8)
           MOVE "P"                        TO WS-ST-KIND(8)
           MOVE "ACCMERGE"                 TO WS-ST-MODE(9)
           MOVE "CALCAMRG ACCUM MERGE"     TO WS-ST-NAME(9)
           MOVE "M"                        TO WS-ST-FEED(9)
           MOVE "P"                        TO WS-ST-KIND(9)
           MOVE "AUDSEAL"                  TO WS-ST-MODE(10)
           MOVE "CALCSEAL AUDIT LOG SEAL"  TO WS-ST-NAME(10)
           MOVE "*"                        TO WS-ST-FEED(10)
           MOVE "P"                        TO WS-ST-KIND(10)

           MOVE 0 TO WS-STEP-IX
           PERFORM 2150-SET-REQUIRED THRU 2150-EXIT
               UNTIL WS-STEP-IX >= WS-STEP-COUNT
           .
       2100-EXIT.
           EXIT.

       2150-SET-REQUIRED.
           ADD 1 TO WS-STEP-IX
           MOVE "N" TO WS-ST-REQUIRED(WS-STEP-IX)
           EVALUATE WS-ST-FEED(WS-STEP-IX)
               WHEN "B"
                   MOVE WS-MODE-BATCH-FLAG
                       TO WS-ST-REQUIRED(WS-STEP-IX)
               WHEN "4"
                   MOVE WS-MODE-BATCH4-FLAG
                       TO WS-ST-REQUIRED(WS-STEP-IX)
               WHEN "A"
                   MOVE WS-MODE-ACCUM-FLAG
                       TO WS-ST-REQUIRED(WS-STEP-IX)
               WHEN "M"
                   IF WS-MODE-ACCUM-FLAG = "Y"
                       MOVE WS-ACCUM-MERGE-FLAG
                           TO WS-ST-REQUIRED(WS-STEP-IX)
                   END-IF
               WHEN "*"
                   MOVE "Y" TO WS-ST-REQUIRED(WS-STEP-IX)
           END-EVALUATE
           PERFORM 2450-CLEAR-STEP-RUN THRU 2450-EXIT
           .
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2300-SCAN-RUN-LOG - A HEADER ON OR AFTER THE BUSINESS DATE
      *  BECOMES ITS STEP'S LATEST RUN; A TRAILER COMPLETES THE STEP
      *  WHEN IT ANSWERS THAT LATEST RUN.  A CLEAN DAY-CLOSE TRAILER
      *  ENDS THE PREVIOUS BUSINESS DAY, SO EVERY STEP SEEN BEFORE IT
      *  IS FORGOTTEN - A PRIOR DAY'S STEP THAT RAN PAST MIDNIGHT
      *  CANNOT STAND IN FOR TODAY'S.
      *****************************************************************
       2300-SCAN-RUN-LOG.
           READ CALC-RUN-FILE
               AT END
                   SET WS-END-OF-RUN-FILE TO TRUE
               NOT AT END
                   IF CR-TRAILER AND CR-RUN-MODE = "DAYCLOSE"
                      AND CR-RETURN-CODE = 0
                       MOVE 0 TO WS-STEP-IX
                       PERFORM 2400-FORGET-ONE-STEP THRU 2400-EXIT
                           UNTIL WS-STEP-IX >= WS-STEP-COUNT
                   ELSE
                       MOVE 0 TO WS-STEP-IX
                       PERFORM 2350-APPLY-TO-ONE-STEP THRU 2350-EXIT
                           UNTIL WS-STEP-IX >= WS-STEP-COUNT
                   END-IF
           END-READ
           .
       2300-EXIT.
           EXIT.

       2350-APPLY-TO-ONE-STEP.
           ADD 1 TO WS-STEP-IX
           IF CR-HEADER
              AND CR-RUN-MODE = WS-ST-MODE(WS-STEP-IX)
              AND CR-DATE >= WS-BUSINESS-DATE
               MOVE "H"           TO WS-ST-STATE(WS-STEP-IX)
               MOVE CR-RUN-ID     TO WS-ST-RUN-ID(WS-STEP-IX)
               MOVE 0             TO WS-ST-RC(WS-STEP-IX)
           END-IF
           IF CR-TRAILER
              AND WS-ST-STATE(WS-STEP-IX) NOT = SPACE
              AND CR-RUN-ID = WS-ST-RUN-ID(WS-STEP-IX)
               MOVE "T"            TO WS-ST-STATE(WS-STEP-IX)
               MOVE CR-RETURN-CODE TO WS-ST-RC(WS-STEP-IX)
           END-IF
           .
       2350-EXIT.
           EXIT.

       2400-FORGET-ONE-STEP.
           ADD 1 TO WS-STEP-IX
           PERFORM 2450-CLEAR-STEP-RUN THRU 2450-EXIT
           .
       2400-EXIT.
           EXIT.

       2450-CLEAR-STEP-RUN.
           MOVE SPACE  TO WS-ST-STATE(WS-STEP-IX)
           MOVE SPACES TO WS-ST-RUN-ID(WS-STEP-IX)
           MOVE 0      TO WS-ST-RC(WS-STEP-IX)
           .
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2500-JUDGE-ONE-STEP - SET THE STEP'S VERDICT AND COUNT IT.
      *  EVERY MISSING OR FAILED STEP IS NAMED ON THE JOB LOG.
      *****************************************************************
       2500-JUDGE-ONE-STEP.
           ADD 1 TO WS-STEP-IX
           IF WS-ST-REQUIRED(WS-STEP-IX) NOT = "Y"
               MOVE "NOT REQUIRED" TO WS-ST-VERDICT(WS-STEP-IX)
           ELSE
               ADD 1 TO WS-REQUIRED-COUNT
               EVALUATE TRUE
                   WHEN WS-ST-STATE(WS-STEP-IX) = SPACE
                       MOVE "NOT RUN"
                           TO WS-ST-VERDICT(WS-STEP-IX)
                   WHEN WS-ST-STATE(WS-STEP-IX) = "H"
                       MOVE "IN FLIGHT OR ABENDED"
                           TO WS-ST-VERDICT(WS-STEP-IX)
                   WHEN WS-ST-RC(WS-STEP-IX) = 0
                       MOVE "CLEAN"
                           TO WS-ST-VERDICT(WS-STEP-IX)
                   WHEN WS-ST-RC(WS-STEP-IX) = 4
                    AND WS-ST-KIND(WS-STEP-IX) = "C"
                       MOVE "CLEAN (RC 4 WARNING)"
                           TO WS-ST-VERDICT(WS-STEP-IX)
                   WHEN OTHER
                       MOVE "FAILED"
                           TO WS-ST-VERDICT(WS-STEP-IX)
               END-EVALUATE

               IF WS-ST-VERDICT(WS-STEP-IX)(1:5) = "CLEAN"
                   ADD 1 TO WS-CLEAN-COUNT
               ELSE
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "CALCDCLS - STEP NOT COMPLETE: "
                       WS-ST-NAME(WS-STEP-IX) " - "
                       WS-ST-VERDICT(WS-STEP-IX)
               END-IF
           END-IF
           .
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LOAD-CALENDAR - LOAD AND VALIDATE THE BUSINESS
      *  CALENDAR.  A MISSING CALENDAR OR A MALFORMED LINE STOPS THE
      *  DAY-CLOSE - ROLLING BY A CALENDAR WE CANNOT READ IS HOW THE
      *  WRONG DATE GOT STAMPED IN THE FIRST PLACE.
      *****************************************************************
       3000-LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CALC-CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "CALCDCLS - BUSINESS CALENDAR CALCCAL NOT "
                   "AVAILABLE, FILE STATUS " WS-CAL-FILE-STATUS
                   " - DAY NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               SET WS-CAL-ERROR TO TRUE
           ELSE
               PERFORM 3100-READ-CALENDAR THRU 3100-EXIT
               PERFORM 3200-LOAD-ONE-DATE THRU 3200-EXIT
                   UNTIL WS-END-OF-CAL-FILE OR WS-CAL-ERROR
               CLOSE CALC-CAL-FILE
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-READ-CALENDAR.
           READ CALC-CAL-FILE
               AT END
                   SET WS-END-OF-CAL-FILE TO TRUE
           END-READ
           .
       3100-EXIT.
           EXIT.

       3200-LOAD-ONE-DATE.
           IF CALC-CAL-RECORD = SPACES
              OR CALC-CAL-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               IF CL-DATE NOT NUMERIC
                   SET WS-CAL-ERROR TO TRUE
               ELSE
                   MOVE CL-DATE TO WS-DD-DATE
                   IF WS-DD-MONTH < 1 OR WS-DD-MONTH > 12
                       SET WS-CAL-ERROR TO TRUE
                   ELSE
                       PERFORM 8650-DAYS-IN-MONTH THRU 8650-EXIT
                       IF WS-DD-DAY < 1
                          OR WS-DD-DAY > WS-DAYS-IN-MONTH
                           SET WS-CAL-ERROR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT CL-WORKING-DAY AND NOT CL-HOLIDAY
                   SET WS-CAL-ERROR TO TRUE
               END-IF

               IF WS-CAL-ERROR
                   DISPLAY "CALCDCLS - CALENDAR RECORD MALFORMED: "
                       CALC-CAL-RECORD(1:40) " - DAY NOT CLOSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-CAL-COUNT >= 1000
                       DISPLAY "CALCDCLS - CALENDAR EXCEEDS THE 1000 "
                           "DATE TABLE - DAY NOT CLOSED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-CAL-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CL-DATE     TO WS-CAL-DATE(WS-CAL-COUNT)
                       MOVE CL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
                   END-IF
               END-IF
           END-IF

           IF NOT WS-CAL-ERROR
               PERFORM 3100-READ-CALENDAR THRU 3100-EXIT
           END-IF
           .
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  4000-FIND-NEXT-WORKING-DAY - STEP FORWARD FROM THE BUSINESS
      *  DATE UNTIL A WORKING DAY, THEN MAKE SURE THE CALENDAR HAS
      *  BEEN LOADED FOR THAT DAY'S YEAR.  WORKED OUT EVEN ON A DAY
      *  THAT IS REFUSED, SO THE REPORT SHOWS WHERE IT WOULD ROLL.
      *****************************************************************
       4000-FIND-NEXT-WORKING-DAY.
           MOVE WS-BUSINESS-DATE TO WS-DD-DATE
           MOVE 0 TO WS-DAY-COUNT
           PERFORM 4100-TRY-NEXT-DAY THRU 4100-EXIT
               UNTIL WS-NEXT-DAY-FOUND OR WS-DAY-COUNT >= 31

           IF NOT WS-NEXT-DAY-FOUND
               DISPLAY "CALCDCLS - NO WORKING DAY ON THE CALENDAR "
                   "WITHIN 31 DAYS OF " WS-BUSINESS-DATE
                   " - DAY NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               SET WS-CAL-ERROR TO TRUE
           ELSE
               MOVE WS-DD-DATE TO WS-NEXT-BUSINESS-DATE
               MOVE 0 TO WS-CAL-IX
               PERFORM 4300-CHECK-YEAR-LOADED THRU 4300-EXIT
                   UNTIL WS-YEAR-LOADED OR WS-CAL-IX >= WS-CAL-COUNT
               IF NOT WS-YEAR-LOADED
                   DISPLAY "CALCDCLS - BUSINESS CALENDAR HAS NO "
                       "ENTRY FOR " WS-DD-YEAR
                       " - LOAD THE YEAR'S HOLIDAYS, DAY NOT CLOSED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-CAL-ERROR TO TRUE
               END-IF
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-TRY-NEXT-DAY.
           PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT
           ADD 1 TO WS-DAY-COUNT
           PERFORM 4200-CLASSIFY-DAY THRU 4200-EXIT
           IF WS-WORKING-DAY
               SET WS-NEXT-DAY-FOUND TO TRUE
           END-IF
           .
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-CLASSIFY-DAY - A DATE ON THE CALENDAR IS WHAT THE
      *  CALENDAR SAYS; ANY OTHER DATE IS A WORKING DAY MONDAY TO
      *  FRIDAY.
      *****************************************************************
       4200-CLASSIFY-DAY.
           MOVE "N" TO WS-CAL-FOUND-SW
           MOVE "N" TO WS-WORKING-DAY-SW
           MOVE 0 TO WS-CAL-IX
           PERFORM 4250-LOOK-UP-DATE THRU 4250-EXIT
               UNTIL WS-CAL-FOUND OR WS-CAL-IX >= WS-CAL-COUNT

           IF WS-CAL-FOUND
               IF WS-CAL-TYPE(WS-CAL-IX) = "W"
                   SET WS-WORKING-DAY TO TRUE
               END-IF
           ELSE
               PERFORM 8800-DAY-OF-WEEK THRU 8800-EXIT
               IF NOT WS-WEEKEND-DAY
                   SET WS-WORKING-DAY TO TRUE
               END-IF
           END-IF
           .
       4200-EXIT.
           EXIT.

       4250-LOOK-UP-DATE.
           ADD 1 TO WS-CAL-IX
           IF WS-CAL-DATE(WS-CAL-IX) = WS-DD-DATE
               SET WS-CAL-FOUND TO TRUE
           END-IF
           .
       4250-EXIT.
           EXIT.

       4300-CHECK-YEAR-LOADED.
           ADD 1 TO WS-CAL-IX
           DIVIDE WS-CAL-DATE(WS-CAL-IX) BY 10000
               GIVING WS-CAL-YEAR-WORK
           IF WS-CAL-YEAR-WORK = WS-DD-YEAR
               SET WS-YEAR-LOADED TO TRUE
           END-IF
           .
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  5000-ROLL-BUSINESS-DATE - WRITE CALCPARM FORWARD AS CALCPARN
      *  WITH THE NEW BUSINESS-DATE.  COMMENTS AND EVERY OTHER
      *  KEYWORD ARE COPIED AS THEY STAND.
      *****************************************************************
       5000-ROLL-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCDCLS - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - DAY NOT CLOSED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CALC-PARMNEW-FILE
               IF WS-PARMNEW-FILE-STATUS NOT = "00"
                   DISPLAY "CALCDCLS - UNABLE TO OPEN CALCPARN, FILE "
                       "STATUS " WS-PARMNEW-FILE-STATUS
                       " - DAY NOT CLOSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-PARM-SW
                   PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
                   PERFORM 5100-COPY-PARM-RECORD THRU 5100-EXIT
                       UNTIL WS-END-OF-PARM-FILE
                   CLOSE CALC-PARMNEW-FILE
                   SET WS-DATE-ROLLED TO TRUE
                   DISPLAY "CALCDCLS - DAY " WS-BUSINESS-DATE
                       " CLOSED - BUSINESS DATE ROLLED TO "
                       WS-NEXT-BUSINESS-DATE
               END-IF
               CLOSE CALC-PARM-FILE
           END-IF
           .
       5000-EXIT.
           EXIT.

       5100-COPY-PARM-RECORD.
           MOVE PARM-RECORD TO PARMNEW-RECORD
           IF PARM-RECORD NOT = SPACES AND PARM-RECORD(1:1) NOT = "*"
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD, WS-PARM-VALUE
               END-UNSTRING
               IF WS-PARM-KEYWORD = "BUSINESS-DATE"
                   MOVE WS-NEXT-BUSINESS-DATE TO ND-DATE
                   MOVE WS-NEW-DATE-LINE TO PARMNEW-RECORD
               END-IF
           END-IF
           WRITE PARMNEW-RECORD

           PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
           .
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-REPORT - EVERY STEP WITH ITS LATEST RUN AND
      *  VERDICT, THE COUNTS, AND WHAT BECAME OF THE BUSINESS DATE.
      *****************************************************************
       7000-PRINT-REPORT.
           OPEN OUTPUT DCLS-RPT-FILE
           MOVE "CALCDCLS BUSINESS DAY CLOSE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "BUSINESS DATE"        TO RD-LABEL
           MOVE WS-BUSINESS-DATE      TO RD-DATE
           MOVE WS-RPT-DATE-LINE      TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-STEP-HEADING-LINE  TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-STEP-IX
           PERFORM 7100-PRINT-ONE-STEP THRU 7100-EXIT
               UNTIL WS-STEP-IX >= WS-STEP-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "STEPS REQUIRED"       TO RT-LABEL
           MOVE WS-REQUIRED-COUNT     TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  CLEAN"              TO RT-LABEL
           MOVE WS-CLEAN-COUNT        TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  MISSING OR FAILED"  TO RT-LABEL
           MOVE WS-MISSING-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-NEXT-DAY-FOUND
               MOVE "NEXT WORKING DAY"     TO RD-LABEL
               MOVE WS-NEXT-BUSINESS-DATE TO RD-DATE
               MOVE WS-RPT-DATE-LINE      TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-DATE-ROLLED
               MOVE "** DAY CLOSED - CALCPARN CARRIES THE NEW DATE"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF WS-MISSING-COUNT > 0
                   MOVE "** DAY NOT CLOSED - STEPS MISSING OR FAILED"
                       TO RPT-LINE
               ELSE
                   MOVE "** DAY NOT CLOSED - SEE THE JOB LOG"
                       TO RPT-LINE
               END-IF
               WRITE RPT-LINE
               MOVE "** BUSINESS DATE NOT ROLLED, CALCPARN NOT WRITTEN"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE DCLS-RPT-FILE
           .
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-STEP.
           ADD 1 TO WS-STEP-IX
           MOVE WS-ST-NAME(WS-STEP-IX)    TO SL-NAME
           MOVE WS-ST-RUN-ID(WS-STEP-IX)  TO SL-RUN-ID
           IF WS-ST-STATE(WS-STEP-IX) = "T"
               MOVE WS-ST-RC(WS-STEP-IX)  TO SL-RC
           ELSE
               MOVE SPACES                TO SL-RC-X
           END-IF
           MOVE WS-ST-VERDICT(WS-STEP-IX) TO SL-VERDICT
           MOVE WS-STEP-LINE              TO RPT-LINE
           WRITE RPT-LINE
           .
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  8650/8680/8700 - CALENDAR ARITHMETIC ON WS-DD-DATE, AS
      *  CALCSGEN.
      *****************************************************************
       8650-DAYS-IN-MONTH.
           EVALUATE WS-DD-MONTH
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
           DIVIDE WS-DD-YEAR BY 4 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK
           IF WS-REM-WORK = 0
               DIVIDE WS-DD-YEAR BY 100 GIVING WS-QUOT-WORK
                   REMAINDER WS-REM-WORK
               IF WS-REM-WORK NOT = 0
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-DD-YEAR BY 400 GIVING WS-QUOT-WORK
                       REMAINDER WS-REM-WORK
                   IF WS-REM-WORK = 0
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       8680-EXIT.
           EXIT.

       8700-ADD-ONE-DAY.
           PERFORM 8650-DAYS-IN-MONTH THRU 8650-EXIT
           IF WS-DD-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DD-DAY
           ELSE
               MOVE 1 TO WS-DD-DAY
               IF WS-DD-MONTH < 12
                   ADD 1 TO WS-DD-MONTH
               ELSE
                   MOVE 1 TO WS-DD-MONTH
                   ADD 1 TO WS-DD-YEAR
               END-IF
           END-IF
           .
       8700-EXIT.
           EXIT.

      *****************************************************************
      *  8800-DAY-OF-WEEK - WEEKDAY OF WS-DD-DATE INTO WS-WEEKDAY,
      *  1 MONDAY THROUGH 7 SUNDAY.  THE DATE BECOMES A DAY NUMBER
      *  COUNTED FROM 01/01/0001 (A MONDAY) - WHOLE YEARS TIMES 365
      *  PLUS THEIR LEAP DAYS, THE COMMON-YEAR MONTH OFFSET, THE DAY,
      *  AND THIS YEAR'S FEBRUARY 29TH FROM MARCH ON - AND THE
      *  REMAINDER BY 7 IS THE WEEKDAY.
      *****************************************************************
       8800-DAY-OF-WEEK.
           COMPUTE WS-YEAR-WORK = WS-DD-YEAR - 1
           COMPUTE WS-DAY-NUMBER = WS-YEAR-WORK * 365
           DIVIDE WS-YEAR-WORK BY 4 GIVING WS-QUOT-WORK
           ADD WS-QUOT-WORK TO WS-DAY-NUMBER
           DIVIDE WS-YEAR-WORK BY 100 GIVING WS-QUOT-WORK
           SUBTRACT WS-QUOT-WORK FROM WS-DAY-NUMBER
           DIVIDE WS-YEAR-WORK BY 400 GIVING WS-QUOT-WORK
           ADD WS-QUOT-WORK TO WS-DAY-NUMBER

           EVALUATE WS-DD-MONTH
               WHEN 01 ADD 0   TO WS-DAY-NUMBER
               WHEN 02 ADD 31  TO WS-DAY-NUMBER
               WHEN 03 ADD 59  TO WS-DAY-NUMBER
               WHEN 04 ADD 90  TO WS-DAY-NUMBER
               WHEN 05 ADD 120 TO WS-DAY-NUMBER
               WHEN 06 ADD 151 TO WS-DAY-NUMBER
               WHEN 07 ADD 181 TO WS-DAY-NUMBER
               WHEN 08 ADD 212 TO WS-DAY-NUMBER
               WHEN 09 ADD 243 TO WS-DAY-NUMBER
               WHEN 10 ADD 273 TO WS-DAY-NUMBER
               WHEN 11 ADD 304 TO WS-DAY-NUMBER
               WHEN 12 ADD 334 TO WS-DAY-NUMBER
           END-EVALUATE
           ADD WS-DD-DAY TO WS-DAY-NUMBER

           IF WS-DD-MONTH > 2
               PERFORM 8680-CHECK-LEAP-YEAR THRU 8680-EXIT
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF

           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-QUOT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           .
       8800-EXIT.
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
