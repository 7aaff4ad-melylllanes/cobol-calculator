      *      POSITIONAL ARGUMENTS (NUM1 NUM2 OPERACION) SO EXISTING
      *      JCL/SHELL SCRIPTS ARE UNAFFECTED.
      *
      *      WHEN CALCPARM SPLITS THE ACCUM FEED INTO ACCOUNT-RANGE
      *      PARTITIONS, EACH PARTITION RUNS AS ITS OWN STEP NAMED ON
      *      THE COMMAND LINE ("ACCUM PART=2") - SEE 1420-CHECK-
      *      PARTITION - AND CALCAMRG MERGES THE PARTITIONS' OUTPUT.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY), BATCH-KIND RUNS ONLY:
      *          MODEOFF   04  THE MODE IS DISABLED BY CALCPARM;
      *          ERRTHRSH  04  THE RUN'S ERROR RATE EXCEEDS THE
      *                        ERROR-THRESHOLD PARAMETER;
      *          RUNFAIL   16  THE RUN FAILED (PARAMETERS, FILES OR
      *                        THE IN-FLIGHT GUARD).
      *      A SINGLE-INVOCATION CALCULATION RAISES NO ALERTS - ITS
      *      CALLER SEES THE RESULT OR THE ERROR DIRECTLY.
      *
      *  MODIFICATION HISTORY.
      *      01/15/2019  DLM  ORIGINAL VERSION.
      *      08/09/2026  DLM  ADDED BATCH TRANSACTION FILE MODE SO A
      *                       NO CHECKPOINT, OWN COMPRPT SUMMARY -
      *                       AND SERIALIZED BY THE IN-FLIGHT GUARD
      *                       LIKE EVERY BATCH-KIND MODE.
      *      10/05/2026  DLM  ACCUM MODE NOW HONORS THE ACCOUNT STATUS
      *                       AND MINIMUM-BALANCE FLOOR CARRIED ON THE
      *                       BALANCE MASTER (SEE CALCBAL.CPY).  A
      *                       TRANSACTION AGAINST A FROZEN ACCOUNT, OR
      *                       ONE THAT WOULD TAKE THE BALANCE DOWN
      *                       BELOW THE FLOOR, IS REFUSED - FLAGGED "F"
      *                       OR "L" ON TRANOUTA, WRITTEN TO CALCREJ
      *                       WITH ITS OWN REASON, AND COUNTED APART
      *                       FROM ERRORS ON CALCRPTA AND THE
      *                       CHECKPOINT.
      *      10/05/2026  DLM  CALCPARM MAY NOW CARRY DUP-LOOKBACK-DAYS
      *                       FOR THE CALCDUPS DUPLICATE CHECK - IT IS
      *                       VALIDATED AND IGNORED HERE.
      *      10/05/2026  DLM  THE ACCUM FEED MAY NOW BE SPLIT INTO UP TO
      *                       NINE ACCOUNT-RANGE PARTITIONS (ACCUM-
      *                       PARTITIONS AND ACCUM-PART-FROM-N ON
      *                       CALCPARM), EACH RUN AS ITS OWN
      *                       RESTARTABLE "ACCUM PART=N" STEP WITH ITS
      *                       OWN CHECKPOINT FILE AND RUN ID.  THE
      *                       IN-FLIGHT GUARD NOW KEEPS EACH OPEN RUN
      *                       BY ID, SO DIFFERENT PARTITIONS CAN RUN
      *                       AT THE SAME TIME, AND A FORCED START
      *                       CLOSES EVERY RUN THAT HELD IT.  THE ACCUM
      *                       CHECKPOINT NOW CARRIES THE PARTITION,
      *                       THE BUSINESS DATE AND THE OVERFLOW
      *                       SUB-COUNT FOR THE CALCAMRG MERGE STEP.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  A BATCH-KIND RUN NOW ALSO RAISES A
      *                       DISABLED MODE, AN ERROR RATE OVER THE
      *                       THRESHOLD AND A FAILED RUN ON THE SHARED
      *                       ALERT FILE THROUGH CALC0030.  CALCPARM
      *                       MAY NOW CARRY ALERT-PAGE-SEVERITY FOR
      *                       CALCALRR - VALIDATED AND IGNORED HERE.
      *      10/05/2026  DLM  CALCPARM MAY NOW CARRY UNUSUAL-HIST-DAYS
      *                       AND UNUSUAL-MULTIPLE FOR THE CALCUNUS
      *                       UNUSUAL-AMOUNT REPORT - VALIDATED AND
      *                       IGNORED HERE.
      *      10/05/2026  DLM  THE KEYWORDS KEPT FOR OTHER STEPS ARE NOW
      *                       HELD TO THOSE STEPS' OWN RULES, SO A BAD
      *                       VALUE STOPS THE FIRST RUN OF THE NIGHT.
      *      10/05/2026  DLM  ACCUM NOW APPENDS ITS REFUSALS TO CALCREJ
      *                       ON A FRESH RUN TOO, INSTEAD OF REPLACING
      *                       THE REJECTS BATCH, RECYCLE AND COMPOUND
      *                       WROTE EARLIER IN THE DAY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA.

       FD  CALC-BALNEW-FILE
           RECORDING MODE IS F.
       01  CALC-BALN-RECORD            PIC X(23).

       FD  CALC-REJ-FILE
           RECORDING MODE IS F.
       77  WS-LASTA-SEQ-NO             PIC 9(09) VALUE 0.
       77  WS-ACCT-TRAN-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-ERROR-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-REFUSED-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-STATUS              PIC X(01) VALUE "O".
           88  WS-ACCT-FROZEN              VALUE "F".
       77  WS-ACCT-MIN-BALANCE         PIC S9(05)V99 VALUE 0.
       77  WS-ACCOUNT-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-PARTITION-NO             PIC 9(01) VALUE 0.
       77  WS-PARTITION-COUNT          PIC 9(01) VALUE 1.
       77  WS-PART-DIGIT               PIC 9(01) VALUE 0.
       77  WS-PART-POS                 PIC S9(04) COMP VALUE 0.
       77  WS-PART-IX                  PIC S9(04) COMP VALUE 0.
       77  WS-PART-LOW-ACCOUNT         PIC X(08) VALUE LOW-VALUES.
       77  WS-PART-HIGH-ACCOUNT        PIC X(08) VALUE HIGH-VALUES.
       77  WS-PART-CHECK-ACCOUNT       PIC X(08) VALUE SPACES.
       77  WS-OPEN-TABLE-COUNT         PIC S9(04) COMP VALUE 0.
       77  WS-OPEN-IX                  PIC S9(04) COMP VALUE 0.
       77  WS-TRANC-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-COMP-RUNNING             PIC S9(05)V99 VALUE 0.
       77  WS-COMP-STEP-IX             PIC S9(04) COMP VALUE 0.
       77  NUM1-HISCALE                PIC S9(05)V9(04) VALUE 0.
       77  NUM2-HISCALE                PIC S9(05)V9(04) VALUE 0.
       77  RESULTADO-HISCALE           PIC S9(05)V9(04) VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-BATCH-MODE-SW        PIC X(01) VALUE "N".
               88  WS-RUN-BLOCKED           VALUE "Y".
           05  WS-EOF-RUN-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-RUN-FILE       VALUE "Y".
           05  WS-PART-UNBOUNDED-SW    PIC X(01) VALUE "Y".
               88  WS-PART-UNBOUNDED        VALUE "Y".
           05  WS-IN-PART-SW           PIC X(01) VALUE "N".
               88  WS-IN-PARTITION          VALUE "Y".
           05  WS-CKPTA-REFUSED-SW     PIC X(01) VALUE "N".
               88  WS-CKPTA-REFUSED         VALUE "Y".
           05  WS-OPEN-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-OPEN-RUN-FOUND        VALUE "Y".
           05  WS-REFUSE-SW            PIC X(01) VALUE "N".
               88  WS-TRAN-ACCEPTED         VALUE "N".
               88  WS-TRAN-REFUSED          VALUE "F" "L".
               88  WS-REFUSED-FROZEN        VALUE "F".
               88  WS-REFUSED-FLOOR         VALUE "L".

       01  WS-ERROR-MESSAGE            PIC X(40).

       01  WS-OVERFLOW-MESSAGE         PIC X(40) VALUE
           "ERROR - RESULT EXCEEDS FIELD SIZE".

      *****************************************************************
      *  THE CALCREJ REASON FOR AN ACCUM REFUSAL.  CALCREJ CARRIES NO
      *  ACCOUNT NUMBER, SO THE REASON NAMES THE ACCOUNT.
      *****************************************************************
       01  WS-REFUSAL-MESSAGE.
           05  WS-RM-REASON            PIC X(30).
           05  WS-RM-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02).

      *****************************************************************
      *  BATCH-MODE RUNS WITH A HEADER AND NO TRAILER YET ON THE RUN
      *  LOG, KEPT BY 1250-SCAN-RUN-LOG.  1280-JUDGE-OPEN-RUN MARKS
      *  WS-OR-BLOCKING ON EACH ONE THAT HOLDS THIS RUN.
      *****************************************************************
       01  WS-OPEN-RUN-TABLE.
           05  WS-OPEN-RUN-ENTRY       OCCURS 50 TIMES.
               10  WS-OR-RUN-ID.
                   15  FILLER          PIC X(14).
                   15  WS-OR-MODE-CODE PIC X(02).
               10  WS-OR-RUN-MODE      PIC X(08).
               10  WS-OR-BLOCKING      PIC X(01).

      *****************************************************************
      *  THE FIRST ACCOUNT OF EACH ACCUM PARTITION, FROM CALCPARM.
      *  PARTITION 1 ALWAYS STARTS AT THE LOWEST ACCOUNT, SO ENTRY 1
      *  IS NOT USED; PARTITION N ENDS JUST BELOW THE FIRST ACCOUNT
      *  OF PARTITION N+1 AND THE LAST PARTITION RUNS TO THE END, SO
      *  EVERY ACCOUNT FALLS IN EXACTLY ONE PARTITION.
      *****************************************************************
       01  WS-PART-START-TABLE         VALUE SPACES.
           05  WS-PART-START           OCCURS 9 TIMES PIC X(08).

       01  WS-PART-ECHO-VALUE.
           05  PX-PARTITION            PIC 9(01).
           05  FILLER                  PIC X(04) VALUE " OF ".
           05  PX-COUNT                PIC 9(01).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-ADD-TOTALS.
               10  WS-ADD-COUNT        PIC S9(07) COMP VALUE 0.
           05  WS-REMA-COUNT           PIC S9(07) COMP VALUE 0.
           05  WS-ERRORA-COUNT         PIC S9(07) COMP VALUE 0.
           05  WS-OVFLA-COUNT          PIC S9(07) COMP VALUE 0.
           05  WS-FROZENA-COUNT        PIC S9(07) COMP VALUE 0.
           05  WS-FLOORA-COUNT         PIC S9(07) COMP VALUE 0.
           05  WS-REFUSEDA-COUNT       PIC S9(07) COMP VALUE 0.
           05  WS-GRANDA-COUNT         PIC S9(07) COMP VALUE 0.

       01  WS-RPTA-DETAIL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-ERROR-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-REFUSED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-CLOSE-BAL           PIC -(5)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-BAL-OUT-RECORD.
           05  WS-BO-ACCOUNT-NO        PIC X(08).
           05  WS-BO-BALANCE           PIC S9(05)V99.
           05  WS-BO-ACCOUNT-STATUS    PIC X(01).
           05  WS-BO-MIN-BALANCE       PIC S9(05)V99.

       01  WS-RPT-HEADING-LINE.
           05  RH-TITLE                PIC X(31).
           05  FILLER                  PIC X(12) VALUE "OPENING BAL".
           05  FILLER                  PIC X(10) VALUE "   TRANS".
           05  FILLER                  PIC X(09) VALUE "  ERRORS".
           05  FILLER                  PIC X(10) VALUE "  REFUSED".
           05  FILLER                  PIC X(34) VALUE " CLOSING BAL".

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCULADORA".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF WS-PARM-ERROR OR WS-MODE-DISABLED
               PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT
               STOP RUN
           END-IF

               PERFORM 1300-WRITE-RUN-TRAILER THRU 1300-EXIT
           END-IF

           IF WS-BATCH-MODE OR WS-HISCALE-MODE
              OR WS-ACCUM-MODE OR WS-RECYCLE-MODE
              OR WS-COMPOUND-MODE
               PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT
           END-IF

           STOP RUN
           .

           END-IF
           END-IF

           IF WS-ACCUM-MODE
               PERFORM 1050-PICK-UP-PARTITION THRU 1050-EXIT
           END-IF

           MOVE 0 TO WS-FORCE-COUNT
           INSPECT WS-COMMAND-LINE
               TALLYING WS-FORCE-COUNT FOR ALL " FORCE"
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1050-PICK-UP-PARTITION - "PART=N" ON AN ACCUM COMMAND LINE
      *  RUNS ONE ACCOUNT-RANGE PARTITION OF A PARTITIONED FEED.  THE
      *  PARTITION NUMBER BECOMES THE SECOND CHARACTER OF THE RUN
      *  ID'S MODE CODE (A1 TO A9), WHICH IS HOW THE IN-FLIGHT GUARD
      *  TELLS ONE PARTITION'S RUN FROM ANOTHER'S.  THE PARTITION IS
      *  CHECKED AGAINST CALCPARM LATER, BY 1420-CHECK-PARTITION.
      *****************************************************************
       1050-PICK-UP-PARTITION.
           MOVE 0 TO WS-PART-POS
           INSPECT WS-COMMAND-LINE TALLYING WS-PART-POS
               FOR CHARACTERS BEFORE INITIAL " PART="
           IF WS-PART-POS < 73
               IF WS-COMMAND-LINE(WS-PART-POS + 7:1) NUMERIC
                  AND WS-COMMAND-LINE(WS-PART-POS + 7:1) NOT = "0"
                  AND WS-COMMAND-LINE(WS-PART-POS + 8:1) = SPACE
                   MOVE WS-COMMAND-LINE(WS-PART-POS + 7:1)
                       TO WS-PARTITION-NO
                   MOVE "A" TO WS-RIB-MODE-CODE(1:1)
                   MOVE WS-COMMAND-LINE(WS-PART-POS + 7:1)
                       TO WS-RIB-MODE-CODE(2:1)
               ELSE
                   DISPLAY "CALCULADORA - PARTITION ON THE COMMAND "
                       "LINE MUST BE PART=1 TO PART=9 - RUN NOT "
                       "STARTED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           .
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1400-READ-PARAMETERS - EVERY BATCH-KIND RUN READS ITS
      *  OPERATING VALUES FROM THE CALCPARM FILE INSTEAD OF COMPILED-
      *      MODE-RECYCLE=Y|N
      *      ERROR-THRESHOLD=NNN      (OPTIONAL, WHOLE PERCENT,
      *                                DEFAULT 10)
      *      DUP-LOOKBACK-DAYS=NNN    (OPTIONAL, 001-999 - BELONGS
      *                                TO CALCDUPS AND CALCPHST;
      *                                VALIDATED AND IGNORED HERE)
      *      ALERT-PAGE-SEVERITY=NN   (OPTIONAL, 04, 08 OR 16 - BELONGS
      *                                TO CALCALRR; VALIDATED AND
      *                                IGNORED HERE)
      *      UNUSUAL-HIST-DAYS=NNN    (OPTIONAL, 001-999 - BELONGS
      *                                TO CALCUNUS AND CALCPHST;
      *                                VALIDATED AND IGNORED HERE)
      *      UNUSUAL-MULTIPLE=NN      (OPTIONAL, 02-99 - BELONGS
      *                                TO CALCUNUS; VALIDATED AND
      *                                IGNORED HERE)
      *      ACCUM-PARTITIONS=N       (OPTIONAL, 1 TO 9, DEFAULT 1 -
      *                                THE ACCUM FEED IS NOT SPLIT)
      *      ACCUM-PART-FROM-N=XXXXXXXX
      *                               (FIRST ACCOUNT OF PARTITION N,
      *                                ONE FOR EACH N FROM 2 UP TO
      *                                ACCUM-PARTITIONS, ASCENDING)
      *
      *  A MISSING FILE, AN UNRECOGNIZED KEYWORD OR A MALFORMED VALUE
      *  FAILS THE RUN AT ONCE WITH RETURN CODE 16 AND A MESSAGE
                       " IS DISABLED BY CALCPARM - RUN NOT STARTED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-MODE-DISABLED TO TRUE
                   MOVE 04 TO WS-ALERT-SEVERITY
                   MOVE "MODEOFF" TO WS-ALERT-CODE
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING WS-RUN-MODE DELIMITED BY SPACE
                       " DISABLED BY CALCPARM - NOT RUN"
                           DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   END-STRING
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF

               IF NOT WS-PARM-ERROR AND NOT WS-MODE-DISABLED
                  AND WS-ACCUM-MODE
                   PERFORM 1420-CHECK-PARTITION THRU 1420-EXIT
               END-IF
           END-IF
           .
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1420-CHECK-PARTITION - AN ACCUM RUN AGAINST A PARTITIONED
      *  FEED MUST NAME ITS PARTITION, AND ONLY A PARTITIONED FEED
      *  TAKES ONE - A WHOLE-FEED RUN ON A PARTITIONED NIGHT WOULD
      *  POST EVERY ACCOUNT A SECOND TIME.  THE PARTITION STARTS MUST
      *  ALL BE PRESENT AND STRICTLY ASCENDING.  THE PARTITION'S
      *  ACCOUNT RANGE IS THEN SET FOR 6190-CHECK-PARTITION; AN
      *  UNPARTITIONED RUN KEEPS THE RANGE THAT TAKES EVERY ACCOUNT.
      *****************************************************************
       1420-CHECK-PARTITION.
           EVALUATE TRUE
               WHEN WS-PARTITION-COUNT > 1 AND WS-PARTITION-NO = 0
                   DISPLAY "CALCULADORA - THE ACCUM FEED IS SPLIT "
                       "INTO " WS-PARTITION-COUNT " PARTITIONS - "
                       "RUN EACH ONE WITH PART=N - RUN NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               WHEN WS-PARTITION-COUNT = 1 AND WS-PARTITION-NO > 0
                   DISPLAY "CALCULADORA - PART= GIVEN BUT CALCPARM "
                       "DOES NOT SPLIT THE ACCUM FEED - RUN NOT "
                       "STARTED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               WHEN WS-PARTITION-NO > WS-PARTITION-COUNT
                   DISPLAY "CALCULADORA - PARTITION " WS-PARTITION-NO
                       " IS BEYOND ACCUM-PARTITIONS="
                       WS-PARTITION-COUNT " - RUN NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-PARM-ERROR AND WS-PARTITION-COUNT > 1
               MOVE 1 TO WS-PART-IX
               PERFORM 1425-CHECK-PART-START THRU 1425-EXIT
                   UNTIL WS-PART-IX >= WS-PARTITION-COUNT
                      OR WS-PARM-ERROR
           END-IF

           IF NOT WS-PARM-ERROR AND WS-PARTITION-NO > 0
               IF WS-PARTITION-NO > 1
                   MOVE WS-PART-START(WS-PARTITION-NO)
                       TO WS-PART-LOW-ACCOUNT
               END-IF
               IF WS-PARTITION-NO < WS-PARTITION-COUNT
                   MOVE WS-PART-START(WS-PARTITION-NO + 1)
                       TO WS-PART-HIGH-ACCOUNT
                   MOVE "N" TO WS-PART-UNBOUNDED-SW
               END-IF
           END-IF
           .
       1420-EXIT.
           EXIT.

       1425-CHECK-PART-START.
           ADD 1 TO WS-PART-IX
           MOVE WS-PART-IX TO WS-PART-DIGIT
           IF WS-PART-START(WS-PART-IX) = SPACES
               DISPLAY "CALCULADORA - ACCUM-PART-FROM-" WS-PART-DIGIT
                   " MISSING FROM CALCPARM - RUN NOT STARTED"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               IF WS-PART-IX > 2
                  AND WS-PART-START(WS-PART-IX)
                      NOT > WS-PART-START(WS-PART-IX - 1)
                   DISPLAY "CALCULADORA - ACCUM-PART-FROM-"
                       WS-PART-DIGIT " IS NOT ABOVE THE PARTITION "
                       "BEFORE IT - RUN NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           .
       1425-EXIT.
           EXIT.

       1430-READ-PARM-RECORD.
           READ CALC-PARM-FILE
               AT END
                   ELSE
                       PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
                   END-IF
               WHEN "DUP-LOOKBACK-DAYS"
                   IF WS-PARM-VALUE(1:3) NOT NUMERIC
                      OR WS-PARM-VALUE(1:3) = "000"
                       PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
                   END-IF
               WHEN "ALERT-PAGE-SEVERITY"
                   IF WS-PARM-VALUE(1:2) NOT = "04"
                      AND WS-PARM-VALUE(1:2) NOT = "08"
                      AND WS-PARM-VALUE(1:2) NOT = "16"
                       PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
                   END-IF
               WHEN "UNUSUAL-HIST-DAYS"
                   IF WS-PARM-VALUE(1:3) NOT NUMERIC
                      OR WS-PARM-VALUE(1:3) = "000"
                       PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
                   END-IF
               WHEN "UNUSUAL-MULTIPLE"
                   IF WS-PARM-VALUE(1:2) NOT NUMERIC
                      OR WS-PARM-VALUE(1:2) < "02"
                       PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
                   END-IF
               WHEN "ACCUM-PARTITIONS"
                   IF WS-PARM-VALUE(1:1) NUMERIC
                      AND WS-PARM-VALUE(1:1) NOT = "0"
                      AND WS-PARM-VALUE(2:1) = SPACE
                       MOVE WS-PARM-VALUE(1:1) TO WS-PARTITION-COUNT
                   ELSE
                       PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
                   END-IF
               WHEN OTHER
                   IF WS-PARM-KEYWORD(1:16) = "ACCUM-PART-FROM-"
                       PERFORM 1475-APPLY-PART-START THRU 1475-EXIT
                   ELSE
                       PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
                   END-IF
           END-EVALUATE
           .
       1470-EXIT.
           EXIT.

      *****************************************************************
      *  1475-APPLY-PART-START - ACCUM-PART-FROM-N, N FROM 2 TO 9,
      *  CARRIES THE FIRST ACCOUNT OF PARTITION N (PARTITION 1 HAS NO
      *  START - IT BEGINS AT THE LOWEST ACCOUNT).
      *****************************************************************
       1475-APPLY-PART-START.
           IF WS-PARM-KEYWORD(17:1) NUMERIC
              AND WS-PARM-KEYWORD(17:1) > "1"
              AND WS-PARM-KEYWORD(18:3) = SPACES
              AND WS-PARM-VALUE(1:8) NOT = SPACES
              AND WS-PARM-VALUE(9:12) = SPACES
               MOVE WS-PARM-KEYWORD(17:1) TO WS-PART-DIGIT
               MOVE WS-PARM-VALUE(1:8) TO WS-PART-START(WS-PART-DIGIT)
           ELSE
               PERFORM 1490-PARM-RECORD-ERROR THRU 1490-EXIT
           END-IF
           .
       1475-EXIT.
           EXIT.

      *****************************************************************
      *  1480-APPLY-MODE-FLAG - EVERY MODE FLAG MUST BE Y OR N; ONLY
      *  THE FLAG FOR THE MODE BEING RUN IS TAKEN, THE OTHERS ARE
           MOVE WS-RUN-MODE            TO PE-VALUE
           PERFORM 1550-WRITE-ECHO-LINE THRU 1550-EXIT

           IF WS-PARTITION-NO > 0
               MOVE "  PARTITION"          TO PE-LABEL
               MOVE WS-PARTITION-NO        TO PX-PARTITION
               MOVE WS-PARTITION-COUNT     TO PX-COUNT
               MOVE WS-PART-ECHO-VALUE     TO PE-VALUE
               PERFORM 1550-WRITE-ECHO-LINE THRU 1550-EXIT

               MOVE "  ACCOUNTS FROM"      TO PE-LABEL
               IF WS-PARTITION-NO = 1
                   MOVE "(FIRST)"          TO PE-VALUE
               ELSE
                   MOVE WS-PART-LOW-ACCOUNT TO PE-VALUE
               END-IF
               PERFORM 1550-WRITE-ECHO-LINE THRU 1550-EXIT

               MOVE "  ACCOUNTS BELOW"     TO PE-LABEL
               IF WS-PART-UNBOUNDED
                   MOVE "(NO LIMIT)"       TO PE-VALUE
               ELSE
                   MOVE WS-PART-HIGH-ACCOUNT TO PE-VALUE
               END-IF
               PERFORM 1550-WRITE-ECHO-LINE THRU 1550-EXIT
           END-IF

           MOVE "  ERROR THRESHOLD PCT" TO PE-LABEL
           MOVE WS-ERROR-THRESHOLD     TO WS-ED-PARM
           MOVE WS-ED-PARM             TO PE-VALUE
      *  BATCH RUN IS STILL EXECUTING (OR ABENDED), AND A SECOND
      *  BATCH-MODE RUN MUST NOT START ON TOP OF IT - TWO CONCURRENT
      *  RUNS WOULD CLOBBER ONE CHECKPOINT FILE - SO THE GUARD FIRES
      *  BEFORE ANY CHECKPOINT FILE IS TOUCHED.  A TRAILER CARRIES
      *  ITS OWN HEADER'S RUN ID, SO THE SCAN KEEPS A TABLE OF THE
      *  BATCH-MODE RUNS WHOSE HEADERS ARE NOT YET MATCHED BY A
      *  TRAILER, AND EACH OPEN RUN LEFT IN IT IS THEN JUDGED BY
      *  1280-JUDGE-OPEN-RUN.  EVERY OPEN RUN HOLDS THIS ONE EXCEPT
      *  THAT DIFFERENT PARTITIONS OF A PARTITIONED ACCUM FEED MAY RUN
      *  SIDE BY SIDE - EACH HAS ITS OWN CHECKPOINT FILE AND ITS OWN
      *  ACCOUNTS.  "FORCE" ON THE COMMAND LINE SKIPS THE GUARD FOR
      *  THE RESTART AFTER AN ABEND.  SINGLE-INVOCATION RUNS TOUCH NO
      *  CHECKPOINT AND ARE REGISTERED WITHOUT BEING GUARDED.
      *****************************************************************
       1200-REGISTER-RUN.
           MOVE 0 TO WS-OPEN-RUN-COUNT
           MOVE 0 TO WS-OPEN-TABLE-COUNT
           OPEN INPUT CALC-RUN-FILE
           IF WS-RUN-FILE-STATUS = "00"
               PERFORM 1250-SCAN-RUN-LOG THRU 1250-EXIT
               CLOSE CALC-RUN-FILE
           END-IF

           MOVE 0 TO WS-OPEN-IX
           PERFORM 1280-JUDGE-OPEN-RUN THRU 1280-EXIT
               UNTIL WS-OPEN-IX >= WS-OPEN-TABLE-COUNT

           IF WS-OPEN-RUN-COUNT > 0
              AND (WS-BATCH-MODE OR WS-HISCALE-MODE OR WS-ACCUM-MODE
                   OR WS-RECYCLE-MODE OR WS-COMPOUND-MODE)
               SET WS-RUN-BLOCKED TO TRUE
           ELSE
               IF WS-OPEN-RUN-COUNT > 0 AND WS-FORCE-START
                   MOVE 0 TO WS-OPEN-IX
                   PERFORM 1290-CLOSE-BLOCKING-RUN THRU 1290-EXIT
                       UNTIL WS-OPEN-IX >= WS-OPEN-TABLE-COUNT
               END-IF
               PERFORM 1270-WRITE-RUN-HEADER THRU 1270-EXIT
           END-IF
               NOT AT END
                   IF CR-MODE-BATCH-KIND
                       IF CR-HEADER
                           PERFORM 1255-ADD-OPEN-RUN THRU 1255-EXIT
                       ELSE
                           IF CR-TRAILER
                               PERFORM 1257-DROP-OPEN-RUN
                                   THRU 1257-EXIT
                           END-IF
                       END-IF
                   END-IF
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1255-ADD-OPEN-RUN - A BATCH-MODE HEADER OPENS A RUN.  SHOULD
      *  THE TABLE EVER FILL, THE RUNS BEYOND IT ARE COUNTED AS
      *  HOLDING THIS ONE, SINCE THEY CANNOT BE JUDGED.
      *****************************************************************
       1255-ADD-OPEN-RUN.
           IF WS-OPEN-TABLE-COUNT < 50
               ADD 1 TO WS-OPEN-TABLE-COUNT
               MOVE CR-RUN-ID   TO WS-OR-RUN-ID(WS-OPEN-TABLE-COUNT)
               MOVE CR-RUN-MODE TO WS-OR-RUN-MODE(WS-OPEN-TABLE-COUNT)
               MOVE "N"         TO WS-OR-BLOCKING(WS-OPEN-TABLE-COUNT)
           ELSE
               ADD 1 TO WS-OPEN-RUN-COUNT
           END-IF
           .
       1255-EXIT.
           EXIT.

      *****************************************************************
      *  1257-DROP-OPEN-RUN - A BATCH-MODE TRAILER CLOSES THE OPEN RUN
      *  WITH ITS RUN ID; THE LAST ENTRY IN THE TABLE TAKES ITS PLACE.
      *  A TRAILER WITH NO OPEN RUN IN THE TABLE BELONGS TO ONE OF THE
      *  RUNS COUNTED BEYOND IT.
      *****************************************************************
       1257-DROP-OPEN-RUN.
           MOVE "N" TO WS-OPEN-FOUND-SW
           MOVE 0 TO WS-OPEN-IX
           PERFORM 1258-FIND-OPEN-RUN THRU 1258-EXIT
               UNTIL WS-OPEN-IX >= WS-OPEN-TABLE-COUNT
                  OR WS-OPEN-RUN-FOUND

           IF WS-OPEN-RUN-FOUND
               IF WS-OPEN-IX < WS-OPEN-TABLE-COUNT
                   MOVE WS-OPEN-RUN-ENTRY(WS-OPEN-TABLE-COUNT)
                       TO WS-OPEN-RUN-ENTRY(WS-OPEN-IX)
               END-IF
               SUBTRACT 1 FROM WS-OPEN-TABLE-COUNT
           ELSE
               IF WS-OPEN-RUN-COUNT > 0
                   SUBTRACT 1 FROM WS-OPEN-RUN-COUNT
               END-IF
           END-IF
           .
       1257-EXIT.
           EXIT.

       1258-FIND-OPEN-RUN.
           ADD 1 TO WS-OPEN-IX
           IF WS-OR-RUN-ID(WS-OPEN-IX) = CR-RUN-ID
               SET WS-OPEN-RUN-FOUND TO TRUE
           END-IF
           .
       1258-EXIT.
           EXIT.

      *****************************************************************
      *  1280-JUDGE-OPEN-RUN - AN OPEN RUN HOLDS THIS ONE UNLESS BOTH
      *  ARE ACCUM PARTITIONS (MODE CODES A1 TO A9) OF DIFFERENT
      *  PARTITIONS.  AN UNPARTITIONED ACCUM RUN (AC) AND ANY OTHER
      *  BATCH MODE STILL HOLD EVERY PARTITION, AND THE SAME PARTITION
      *  STILL HOLDS ITSELF.
      *****************************************************************
       1280-JUDGE-OPEN-RUN.
           ADD 1 TO WS-OPEN-IX
           MOVE "Y" TO WS-OR-BLOCKING(WS-OPEN-IX)
           IF WS-PARTITION-NO > 0
              AND WS-OR-RUN-MODE(WS-OPEN-IX) = "ACCUM"
              AND WS-OR-MODE-CODE(WS-OPEN-IX)(1:1) = "A"
              AND WS-OR-MODE-CODE(WS-OPEN-IX)(2:1) NUMERIC
              AND WS-OR-MODE-CODE(WS-OPEN-IX)(2:1)
                  NOT = WS-RIB-MODE-CODE(2:1)
               MOVE "N" TO WS-OR-BLOCKING(WS-OPEN-IX)
           END-IF

           IF WS-OR-BLOCKING(WS-OPEN-IX) = "Y"
               ADD 1 TO WS-OPEN-RUN-COUNT
           END-IF
           .
       1280-EXIT.
           EXIT.

      *****************************************************************
      *  1290-CLOSE-BLOCKING-RUN - ON A FORCED START, EVERY OPEN RUN
      *  THAT HELD THIS ONE IS CLOSED BY 1260-CLOSE-ORPHAN-RUN.
      *  PARTITIONS THAT DID NOT HOLD IT ARE LEFT OPEN - THEY MAY
      *  STILL BE RUNNING.
      *****************************************************************
       1290-CLOSE-BLOCKING-RUN.
           ADD 1 TO WS-OPEN-IX
           IF WS-OR-BLOCKING(WS-OPEN-IX) = "Y"
               MOVE WS-OR-RUN-ID(WS-OPEN-IX)   TO WS-ORPHAN-RUN-ID
               MOVE WS-OR-RUN-MODE(WS-OPEN-IX) TO WS-ORPHAN-RUN-MODE
               PERFORM 1260-CLOSE-ORPHAN-RUN THRU 1260-EXIT
           END-IF
           .
       1290-EXIT.
           EXIT.

      *****************************************************************
      *  1260-CLOSE-ORPHAN-RUN - A FORCED START MEANS OPERATIONS HAS
      *  DECLARED THE UNFINISHED RUN DEAD, SO ITS HEADER IS CLOSED
           MOVE ZERO TO CR-RECORD-COUNT
           MOVE ZERO TO CR-ERROR-COUNT
           MOVE 16   TO CR-RETURN-CODE
           MOVE SPACES TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
           MOVE ZERO        TO CR-RECORD-COUNT
           MOVE ZERO        TO CR-ERROR-COUNT
           MOVE ZERO        TO CR-RETURN-CODE
           MOVE SPACES      TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
                   END-IF
           END-EVALUATE
           MOVE RETURN-CODE TO CR-RETURN-CODE
           MOVE SPACES      TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
      *  FACT.  THE LOG IS KEYED ON TIMESTAMP PLUS A TIE-BREAKER (SEE
      *  CALCAUD.CPY), SO A DUPLICATE-KEY WRITE JUST BUMPS THE
      *  TIE-BREAKER AND TRIES AGAIN - TWO CALCULATIONS IN THE SAME
      *  HUNDREDTH OF A SECOND ARE ROUTINE IN BATCH.  AN ACCUM
      *  TRANSACTION REFUSED UNDER ITS ACCOUNT'S STATUS OR FLOOR IS
      *  LOGGED WITH THE ERROR FLAG SET, SINCE IT WAS NEVER APPLIED.
      *****************************************************************
       3000-WRITE-AUDIT.
           ACCEPT CA-DATE FROM DATE YYYYMMDD
           MOVE NUM2      TO CA-NUM2
           MOVE OPERACION TO CA-OPERACION
           MOVE RESULTADO TO CA-RESULTADO
           IF WS-CALC-ERROR OR WS-TRAN-REFUSED
               SET CA-ERROR-YES TO TRUE
           ELSE
               SET CA-ERROR-NO TO TRUE
       6000-ACCUM-PROCESS.
           PERFORM 6010-READ-CHECKPOINTA THRU 6010-EXIT

           IF NOT WS-CKPTA-REFUSED
               PERFORM 6005-RUN-ACCUM THRU 6005-EXIT
           END-IF
           .
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  6005-RUN-ACCUM - THE ACCUM PASS ITSELF, ONCE 6010 HAS ALLOWED
      *  THE RUN (OR THE RESTART) TO GO AHEAD.
      *****************************************************************
       6005-RUN-ACCUM.
           OPEN INPUT CALC-TRANA-FILE
           IF WS-TRANA-FILE-STATUS NOT = "00"
               DISPLAY "CALCULADORA - UNABLE TO OPEN TRANINA, FILE "
           ELSE
               PERFORM 6020-OPEN-BALANCE-FILES THRU 6020-EXIT
               PERFORM 6030-OPEN-OUTA-FILE THRU 6030-EXIT
               PERFORM 6060-OPEN-REJA-FILE THRU 6060-EXIT
               OPEN OUTPUT CALC-RPTA-FILE
               PERFORM 1500-ECHO-PARAMETERS THRU 1500-EXIT


               CLOSE CALC-TRANA-FILE
               CLOSE CALC-OUTA-FILE
               CLOSE CALC-REJ-FILE
               CLOSE CALC-BALNEW-FILE
               IF WS-BALOLD-OPEN
                   CLOSE CALC-BALOLD-FILE
               CLOSE CALC-RPTA-FILE
           END-IF
           .
       6005-EXIT.
           EXIT.

      *****************************************************************
      *  5000-READ-CHECKPOINT.  ALSO RELOADS THE LAST ACCOUNT WRITTEN
      *  TO THE NEW MASTER, SO A RESTARTED RUN SKIPS OLD-MASTER
      *  ACCOUNTS ALREADY ON THE NEW MASTER AND RESUMES WITH THE
      *  INTERRUPTED ACCOUNT'S FIRST TRANSACTION.  A PARTITION MAY
      *  ONLY RESTART FROM ITS OWN CHECKPOINT - AN INTERRUPTED
      *  CHECKPOINT LEFT BY ANOTHER PARTITION (OR BY AN UNPARTITIONED
      *  RUN) MEANS THE WRONG CALCCKPTA WAS SUPPLIED, AND RESUMING
      *  FROM IT WOULD SKIP ACCOUNTS THIS PARTITION NEVER POSTED.
      *****************************************************************
       6010-READ-CHECKPOINTA.
           MOVE 0 TO WS-RESTARTA-SEQ-NO
                       CONTINUE
                   NOT AT END
                       IF CKA-RUN-INTERRUPTED
                          AND CKA-PARTITION NOT = WS-PARTITION-NO
                           DISPLAY "CALCULADORA - CALCCKPTA HOLDS AN "
                               "INTERRUPTED RUN OF PARTITION "
                               CKA-PARTITION ", NOT " WS-PARTITION-NO
                               " - RUN NOT STARTED"
                           MOVE 16 TO RETURN-CODE
                           SET WS-CKPTA-REFUSED TO TRUE
                       END-IF
                       IF CKA-RUN-INTERRUPTED AND NOT WS-CKPTA-REFUSED
                           MOVE CKA-LAST-SEQ-NO TO WS-RESTARTA-SEQ-NO
                           MOVE CKA-LAST-SEQ-NO TO WS-LASTA-SEQ-NO
                           MOVE CKA-ACCOUNT-NO  TO WS-RESTARTA-ACCOUNT
                           MOVE CKA-REM-COUNT   TO WS-REMA-COUNT
                           MOVE CKA-ERROR-COUNT TO WS-ERRORA-COUNT
                           MOVE CKA-GRAND-COUNT TO WS-GRANDA-COUNT
                           MOVE CKA-FROZEN-COUNT
                               TO WS-FROZENA-COUNT
                           MOVE CKA-FLOOR-COUNT TO WS-FLOORA-COUNT
                           MOVE CKA-OVFL-COUNT  TO WS-OVFLA-COUNT
                       END-IF
               END-READ
               CLOSE CALC-CKPTA-FILE
       6030-EXIT.
           EXIT.

      *****************************************************************
      *  6060-OPEN-REJA-FILE - THE ACCUM COUNTERPART OF
      *  2060-OPEN-REJ-FILE.  ACCUM WRITES TO CALCREJ ONLY THE
      *  TRANSACTIONS IT REFUSES UNDER AN ACCOUNT'S STATUS OR FLOOR.
      *  BY THE TIME ACCUM RUNS, BATCH, RECYCLE AND COMPOUND MAY
      *  ALREADY HAVE WRITTEN THE DAY'S REJECTS, SO ACCUM ALWAYS
      *  APPENDS - A FRESH RUN AS WELL AS A RESTART - AND CREATES THE
      *  FILE ONLY WHEN THERE IS NONE YET, AS RECYCLE AND COMPOUND DO.
      *  A PARTITION'S CALCREJ IS THE PARTITION'S OWN FILE; CALCAMRG
      *  APPENDS EVERY PARTITION'S REFUSALS TO THE DAY'S CALCREJ.
      *****************************************************************
       6060-OPEN-REJA-FILE.
           OPEN EXTEND CALC-REJ-FILE
           IF WS-REJ-FILE-STATUS = "35"
               OPEN OUTPUT CALC-REJ-FILE
           END-IF
           .
       6060-EXIT.
           EXIT.

      *****************************************************************
      *  6040-PRINT-REPORTA-HEADING - TITLE AND COLUMN HEADINGS FOR
      *  THE PER-ACCOUNT LINES 6250-CLOSE-ACCOUNT WRITES AS THE RUN
       6040-EXIT.
           EXIT.

      *****************************************************************
      *  6100-READ-TRANA AND 6120-READ-BALANCE - A PARTITION SEES
      *  ONLY THE ACCOUNTS IN ITS OWN RANGE, WHETHER IT IS GIVEN THE
      *  WHOLE FEED AND MASTER OR A COPY ALREADY CUT TO ITS RANGE.
      *  BOTH FILES ARE IN ACCOUNT ORDER, SO THE FIRST ACCOUNT PAST
      *  THE RANGE ENDS THE FILE FOR THIS PARTITION.  AN UNPARTITIONED
      *  RUN'S RANGE TAKES EVERY ACCOUNT.
      *****************************************************************
       6100-READ-TRANA.
           MOVE "N" TO WS-IN-PART-SW
           PERFORM 6105-READ-ONE-TRANA THRU 6105-EXIT
               UNTIL WS-END-OF-TRANA-FILE OR WS-IN-PARTITION
           .
       6100-EXIT.
           EXIT.

       6105-READ-ONE-TRANA.
           READ CALC-TRANA-FILE
               AT END
                   SET WS-END-OF-TRANA-FILE TO TRUE
               NOT AT END
                   MOVE CTA-ACCOUNT-NO TO WS-PART-CHECK-ACCOUNT
                   PERFORM 6190-CHECK-PARTITION THRU 6190-EXIT
                   IF NOT WS-PART-UNBOUNDED
                      AND CTA-ACCOUNT-NO >= WS-PART-HIGH-ACCOUNT
                       SET WS-END-OF-TRANA-FILE TO TRUE
                   END-IF
           END-READ
           .
       6105-EXIT.
           EXIT.

       6120-READ-BALANCE.
           MOVE "N" TO WS-IN-PART-SW
           PERFORM 6125-READ-ONE-BALANCE THRU 6125-EXIT
               UNTIL WS-END-OF-BAL-FILE OR WS-IN-PARTITION
           .
       6120-EXIT.
           EXIT.

       6125-READ-ONE-BALANCE.
           READ CALC-BALOLD-FILE
               AT END
                   SET WS-END-OF-BAL-FILE TO TRUE
               NOT AT END
                   MOVE CB-ACCOUNT-NO TO WS-PART-CHECK-ACCOUNT
                   PERFORM 6190-CHECK-PARTITION THRU 6190-EXIT
                   IF NOT WS-PART-UNBOUNDED
                      AND CB-ACCOUNT-NO >= WS-PART-HIGH-ACCOUNT
                       SET WS-END-OF-BAL-FILE TO TRUE
                   END-IF
           END-READ
           .
       6125-EXIT.
           EXIT.

       6190-CHECK-PARTITION.
           IF WS-PART-CHECK-ACCOUNT >= WS-PART-LOW-ACCOUNT
              AND (WS-PART-UNBOUNDED
                   OR WS-PART-CHECK-ACCOUNT < WS-PART-HIGH-ACCOUNT)
               SET WS-IN-PARTITION TO TRUE
           ELSE
               MOVE "N" TO WS-IN-PART-SW
           END-IF
           .
       6190-EXIT.
           EXIT.

      *****************************************************************
      *  FILE.  COPY THROUGH ANY OLD-MASTER ACCOUNTS THAT FALL BEFORE
      *  THE NEW ACCOUNT (THEY HAD NO TRANSACTIONS TODAY), THEN OPEN
      *  THE NEW ACCOUNT AT ITS PRIOR BALANCE - OR AT ZERO WHEN THE
      *  ACCOUNT IS NOT ON THE MASTER YET.  THE ACCOUNT'S STATUS AND
      *  FLOOR COME FORWARD WITH IT; A NEW ACCOUNT OPENS WITH STATUS
      *  OPEN AND A FLOOR OF ZERO.  WHEN THE COPY-THROUGH
      *  LOOP WROTE ANYTHING, A CHECKPOINT IS TAKEN BEFORE THE NEW
      *  ACCOUNT'S FIRST TRANSACTION - THE CHECKPOINT CARRIES THE
      *  HIGHEST ACCOUNT WRITTEN TO THE NEW MASTER, SO A RESTART

           IF NOT WS-END-OF-BAL-FILE
              AND CB-ACCOUNT-NO = CTA-ACCOUNT-NO
               MOVE CB-BALANCE        TO WS-ACCT-OPEN-BALANCE
               MOVE CB-ACCOUNT-STATUS TO WS-ACCT-STATUS
               MOVE CB-MIN-BALANCE    TO WS-ACCT-MIN-BALANCE
               PERFORM 6120-READ-BALANCE THRU 6120-EXIT
           ELSE
               MOVE ZERO TO WS-ACCT-OPEN-BALANCE
               MOVE "O"  TO WS-ACCT-STATUS
               MOVE ZERO TO WS-ACCT-MIN-BALANCE
           END-IF

           MOVE CTA-ACCOUNT-NO       TO WS-CURRENT-ACCOUNT
           MOVE WS-ACCT-OPEN-BALANCE TO WS-ACCUM-BALANCE
           MOVE 0 TO WS-ACCT-TRAN-COUNT
           MOVE 0 TO WS-ACCT-ERROR-COUNT
           MOVE 0 TO WS-ACCT-REFUSED-COUNT
           .
       6150-EXIT.
           EXIT.
      *  TRANSACTION, THE PRIOR RESULT AFTER THAT); NUM2 IS THE AMOUNT
      *  ON THIS TRANSACTION.  ON A CALC ERROR THE RUNNING BALANCE IS
      *  LEFT UNCHANGED SO ONE BAD TRANSACTION CANNOT CORRUPT THE
      *  ACCOUNT TOTAL.  A TRANSACTION REFUSED BY 6220-APPLY-ACCOUNT-
      *  RULES LEAVES THE BALANCE UNCHANGED THE SAME WAY, AND ALSO
      *  GOES TO CALCREJ WITH ITS REASON.
      *****************************************************************
       6200-PROCESS-TRANA.
           IF CTA-TRAN-SEQ-NO > WS-RESTARTA-SEQ-NO
               MOVE CTA-AMOUNT       TO NUM2
               MOVE CTA-OPERACION    TO OPERACION

               PERFORM 6220-APPLY-ACCOUNT-RULES THRU 6220-EXIT

               PERFORM 6400-ACCUMULATE-TOTALSA THRU 6400-EXIT
               ADD 1 TO WS-ACCT-TRAN-COUNT
               IF WS-CALC-ERROR
                   ADD 1 TO WS-ACCT-ERROR-COUNT
               END-IF
               IF WS-TRAN-REFUSED
                   ADD 1 TO WS-ACCT-REFUSED-COUNT
               END-IF

               IF NOT WS-CALC-ERROR AND WS-TRAN-ACCEPTED
                   MOVE RESULTADO TO WS-ACCUM-BALANCE
               END-IF

               MOVE CTA-AMOUNT       TO COA-AMOUNT
               MOVE CTA-OPERACION    TO COA-OPERACION
               MOVE WS-ACCUM-BALANCE TO COA-BALANCE
               EVALUATE TRUE
                   WHEN WS-REFUSED-FROZEN
                       SET COA-STATUS-FROZEN TO TRUE
                   WHEN WS-REFUSED-FLOOR
                       SET COA-STATUS-BELOW-FLOOR TO TRUE
                   WHEN WS-CALC-ERROR
                       SET COA-STATUS-ERROR TO TRUE
                   WHEN OTHER
                       SET COA-STATUS-OK TO TRUE
               END-EVALUATE
               WRITE CALC-OUTA-RECORD

               IF WS-TRAN-REFUSED
                   MOVE CTA-TRAN-SEQ-NO TO CJ-TRAN-SEQ-NO
                   PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
               END-IF

               PERFORM 3000-WRITE-AUDIT THRU 3000-EXIT

               MOVE CTA-TRAN-SEQ-NO TO WS-LASTA-SEQ-NO
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6220-APPLY-ACCOUNT-RULES - CALCULATE THE TRANSACTION UNLESS
      *  THE ACCOUNT'S STATUS OR FLOOR FORBIDS IT.  A FROZEN ACCOUNT
      *  TAKES NOTHING, SO NO CALCULATION IS MADE AND RESULTADO IS
      *  THE UNCHANGED BALANCE.  OTHERWISE THE TRANSACTION IS
      *  CALCULATED AND REFUSED WHEN THE RESULT WOULD FALL BELOW THE
      *  FLOOR AND BELOW THE CURRENT BALANCE - A CREDIT TO AN
      *  ACCOUNT ALREADY UNDER ITS FLOOR STILL POSTS, SINCE IT MOVES
      *  THE BALANCE TOWARD THE FLOOR, NOT AWAY FROM IT.  A PENDING-
      *  CLOSE ACCOUNT POSTS NORMALLY.  A REFUSAL SETS WS-ERROR-
      *  MESSAGE TO THE CALCREJ REASON.
      *****************************************************************
       6220-APPLY-ACCOUNT-RULES.
           SET WS-TRAN-ACCEPTED TO TRUE
           IF WS-ACCT-FROZEN
               MOVE "N" TO WS-CALC-ERROR-SW
               MOVE WS-ACCUM-BALANCE TO RESULTADO
               SET WS-REFUSED-FROZEN TO TRUE
               MOVE "REFUSED - FROZEN ACCOUNT" TO WS-RM-REASON
           ELSE
               PERFORM 8000-CALC-OPERATION THRU 8000-EXIT
               IF NOT WS-CALC-ERROR
                  AND RESULTADO < WS-ACCT-MIN-BALANCE
                  AND RESULTADO < WS-ACCUM-BALANCE
                   SET WS-REFUSED-FLOOR TO TRUE
                   MOVE "REFUSED - BELOW FLOOR ACCOUNT" TO WS-RM-REASON
               END-IF
           END-IF

           IF WS-TRAN-REFUSED
               MOVE WS-CURRENT-ACCOUNT TO WS-RM-ACCOUNT
               MOVE WS-REFUSAL-MESSAGE TO WS-ERROR-MESSAGE
           END-IF
           .
       6220-EXIT.
           EXIT.

      *****************************************************************
      *  6250-CLOSE-ACCOUNT - THE END OF AN ACCOUNT'S TRANSACTIONS.
      *  WRITE ITS UPDATED BALANCE TO THE NEW MASTER, PRINT ITS
      *  DOES NOT APPLY IN ACCUM MODE.
      *****************************************************************
       6250-CLOSE-ACCOUNT.
           MOVE WS-CURRENT-ACCOUNT  TO WS-BO-ACCOUNT-NO
           MOVE WS-ACCUM-BALANCE    TO WS-BO-BALANCE
           MOVE WS-ACCT-STATUS      TO WS-BO-ACCOUNT-STATUS
           MOVE WS-ACCT-MIN-BALANCE TO WS-BO-MIN-BALANCE
           WRITE CALC-BALN-RECORD FROM WS-BAL-OUT-RECORD
           MOVE WS-CURRENT-ACCOUNT TO WS-WRITTEN-ACCOUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-ACCT-OPEN-BALANCE TO RAA-OPEN-BAL
           MOVE WS-ACCT-TRAN-COUNT   TO RAA-TRAN-COUNT
           MOVE WS-ACCT-ERROR-COUNT  TO RAA-ERROR-COUNT
           MOVE WS-ACCT-REFUSED-COUNT TO RAA-REFUSED-COUNT
           MOVE WS-ACCUM-BALANCE     TO RAA-CLOSE-BAL
           MOVE WS-RPTA-ACCT-LINE    TO RPTA-LINE
           WRITE RPTA-LINE
           MOVE WS-REMA-COUNT      TO CKA-REM-COUNT
           MOVE WS-ERRORA-COUNT    TO CKA-ERROR-COUNT
           MOVE WS-GRANDA-COUNT    TO CKA-GRAND-COUNT
           MOVE WS-FROZENA-COUNT   TO CKA-FROZEN-COUNT
           MOVE WS-FLOORA-COUNT    TO CKA-FLOOR-COUNT
           MOVE WS-OVFLA-COUNT     TO CKA-OVFL-COUNT
           MOVE WS-PARTITION-NO    TO CKA-PARTITION
           MOVE WS-BUSINESS-DATE   TO CKA-BUSINESS-DATE
           SET CKA-RUN-INTERRUPTED TO TRUE
           OPEN OUTPUT CALC-CKPTA-FILE
           WRITE CALC-CKPTA-RECORD
           MOVE WS-REMA-COUNT      TO CKA-REM-COUNT
           MOVE WS-ERRORA-COUNT    TO CKA-ERROR-COUNT
           MOVE WS-GRANDA-COUNT    TO CKA-GRAND-COUNT
           MOVE WS-FROZENA-COUNT   TO CKA-FROZEN-COUNT
           MOVE WS-FLOORA-COUNT    TO CKA-FLOOR-COUNT
           MOVE WS-OVFLA-COUNT     TO CKA-OVFL-COUNT
           MOVE WS-PARTITION-NO    TO CKA-PARTITION
           MOVE WS-BUSINESS-DATE   TO CKA-BUSINESS-DATE
           SET CKA-RUN-COMPLETE TO TRUE
           OPEN OUTPUT CALC-CKPTA-FILE
           WRITE CALC-CKPTA-RECORD
      *  KEEP HERE - THE RUNNING BALANCE ITSELF IS THE FIGURE THAT
      *  MATTERS, AND IT IS CARRIED IN WS-ACCUM-BALANCE - SO ONLY
      *  TRANSACTION COUNTS ARE TRACKED PER OPERATION FOR THE SUMMARY.
      *  A REFUSED TRANSACTION IS COUNTED ONLY UNDER ITS REFUSAL
      *  REASON - IT IS NEITHER AN ERROR NOR AN APPLIED OPERATION.
      *****************************************************************
       6400-ACCUMULATE-TOTALSA.
           EVALUATE TRUE
               WHEN WS-REFUSED-FROZEN
                   ADD 1 TO WS-FROZENA-COUNT
               WHEN WS-REFUSED-FLOOR
                   ADD 1 TO WS-FLOORA-COUNT
               WHEN WS-CALC-ERROR
                   ADD 1 TO WS-ERRORA-COUNT
                   IF WS-ERROR-MESSAGE = WS-OVERFLOW-MESSAGE
                       ADD 1 TO WS-OVFLA-COUNT
                   END-IF
               WHEN OTHER
                   EVALUATE OPERACION
                       WHEN "a"
                           ADD 1 TO WS-ADDA-COUNT
                       WHEN "m"
                           ADD 1 TO WS-SUBA-COUNT
                       WHEN "M"
                           ADD 1 TO WS-MULA-COUNT
                       WHEN "d"
                           ADD 1 TO WS-DIVA-COUNT
                       WHEN "p"
                           ADD 1 TO WS-PCTA-COUNT
                       WHEN "r"
                           ADD 1 TO WS-REMA-COUNT
                   END-EVALUATE
           END-EVALUATE

           ADD 1 TO WS-GRANDA-COUNT
           .
      *  REPORT.  THE PER-ACCOUNT CONTROL-BREAK LINES WERE WRITTEN BY
      *  6250-CLOSE-ACCOUNT AS EACH ACCOUNT CLOSED; THIS PRINTS THE
      *  RUN TOTALS UNDER THEM - HOW MANY TRANSACTIONS OF EACH KIND
      *  WERE APPLIED, HOW MANY WERE REFUSED UNDER AN ACCOUNT'S
      *  STATUS OR FLOOR, AND HOW MANY ACCOUNTS WERE UPDATED.  THERE IS
      *  NO SUM PER OPERATION, SINCE EACH TRANSACTION ACTS ON ITS
      *  ACCOUNT'S RUNNING BALANCE INSTEAD OF AN INDEPENDENT PAIR.
      *****************************************************************
           MOVE WS-RPTA-DETAIL-LINE TO RPTA-LINE
           WRITE RPTA-LINE

           ADD WS-FROZENA-COUNT WS-FLOORA-COUNT
               GIVING WS-REFUSEDA-COUNT
           MOVE "REFUSALS"        TO RDA-LABEL
           MOVE WS-REFUSEDA-COUNT TO RDA-COUNT
           MOVE ZERO              TO RDA-SUM
           MOVE WS-RPTA-DETAIL-LINE TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE "  ACCOUNT FROZEN" TO RDA-LABEL
           MOVE WS-FROZENA-COUNT  TO RDA-COUNT
           MOVE ZERO              TO RDA-SUM
           MOVE WS-RPTA-DETAIL-LINE TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE "  BELOW FLOOR"   TO RDA-LABEL
           MOVE WS-FLOORA-COUNT   TO RDA-COUNT
           MOVE ZERO              TO RDA-SUM
           MOVE WS-RPTA-DETAIL-LINE TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE SPACES TO RPTA-LINE
           WRITE RPTA-LINE

                   DISPLAY "CALCULADORA - ERROR RATE EXCEEDS THE "
                       "ERROR-THRESHOLD PARAMETER"
                   MOVE 4 TO RETURN-CODE
                   MOVE 04 TO WS-ALERT-SEVERITY
                   MOVE "ERRTHRSH" TO WS-ALERT-CODE
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING WS-RUN-MODE DELIMITED BY SPACE
                       " ERROR RATE OVER ERROR-THRESHOLD"
                           DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   END-STRING
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
           END-IF
           .
       9000-EXIT.
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
