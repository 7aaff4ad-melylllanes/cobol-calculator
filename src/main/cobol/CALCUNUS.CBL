      *****************************************************************
      *  PROGRAM-ID:  CALCUNUS
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      DAILY UNUSUAL-AMOUNT EXCEPTION REPORT.  AN AMOUNT KEYED
      *      TEN OR A HUNDRED TIMES TOO BIG (OR TOO SMALL) IS STILL
      *      WELL INSIDE S9(05)V99, SO CALCEDIT PASSES IT, ACCUM POSTS
      *      IT AND NOBODY SEES IT UNTIL THE ACCOUNT OWNER READS THE
      *      STATEMENT.  THIS STEP RUNS AFTER THE DAY'S FEEDS AND
      *      BEFORE THE GL EXTRACT IS SENT, AND LISTS ON UNUSRPT EVERY
      *      AMOUNT THAT DOES NOT LOOK LIKE ITS OWN HISTORY:
      *
      *          ACCUM - EACH ADJUSTMENT TRANOUTA POSTED (BLANK
      *          STATUS) AGAINST THE SAME ACCOUNT'S POSTINGS OF THE
      *          SAME OPERACION ON THE POSTING HISTORY (POSTHIST, SEE
      *          CALCPSTH.CPY - THE AUDIT LOG'S ACCUM RECORDS DO NOT
      *          CARRY THE ACCOUNT);
      *          BATCH - EACH GOOD TRANOUT RESULT AGAINST THE BATCH
      *          FEED'S RESULTS OF THE SAME OPERACION ON THE AUDIT LOG
      *          (CALCAUD RECORDS OF THE RUNS THAT WRITE TRANOUT -
      *          BATCH, RECYCLE AND COMPOUND, RUN-ID MODE CODES BA, RC
      *          AND CP - NOT IN ERROR).
      *
      *      THE HISTORY IS THE UNUSUAL-HIST-DAYS (CALCPARM, OPTIONAL,
      *      DEFAULT 30) CALENDAR DAYS BEFORE THE BUSINESS DATE; THE
      *      BUSINESS DATE ITSELF IS TODAY'S OWN WORK AND IS LEFT OUT.
      *      FROM IT COME THE COUNT, THE AVERAGE AND THE LARGEST
      *      AMOUNT (ALL BY SIZE, SIGN IGNORED) PER ACCOUNT AND
      *      OPERACION OR PER FEED OPERACION, AND AN AMOUNT IS LISTED
      *      WHEN IT IS:
      *          OVER  - MORE THAN UNUSUAL-MULTIPLE (CALCPARM,
      *                  OPTIONAL, 02 TO 99, DEFAULT 05) TIMES THE
      *                  AVERAGE;
      *          UNDER - LESS THAN THE AVERAGE DIVIDED BY THE
      *                  MULTIPLE (THE DECIMAL POINT SLIPPED THE OTHER
      *                  WAY);
      *          FIRST - AN OPERACION THE ACCOUNT (OR THE FEED) HAS NO
      *                  HISTORY OF.  "FIRST-EVER" MEANS FIRST WITHIN
      *                  THE HISTORY KEPT - CALCPHST KEEPS POSTHIST FOR
      *                  THE LONGER OF DUP-LOOKBACK-DAYS AND
      *                  UNUSUAL-HIST-DAYS.
      *      EACH LINE SHOWS THE HISTORY IT WAS JUDGED AGAINST.
      *
      *      NO TRANOUTA OR NO TRANOUT (THE FEED DID NOT RUN TODAY)
      *      IS NOTHING TO CHECK.  NO POSTHIST YET LEAVES TRANOUTA
      *      UNCHECKED, AND THE REPORT SAYS SO, RATHER THAN CALLING
      *      EVERY ADJUSTMENT A FIRST.  TRANOUTA IS TAKEN IN ITS
      *      ACCOUNT SEQUENCE (SEE CALCTRNA.CPY); THE DAY'S ACCOUNT
      *      AND OPERACION PAIRS ARE HELD IN A 5000-ENTRY TABLE, AS
      *      CALCDUPS HOLDS TRANINA, AND A DAY THAT WILL NOT FIT IS
      *      NOT CHECKED AT ALL (RC 16) RATHER THAN CHECKED IN PART.
      *
      *      RETURN CODES: 0 NOTHING UNUSUAL; 4 AMOUNTS ARE LISTED FOR
      *      REVIEW - THE SCHEDULER HOLDS THE GL TRANSMISSION UNTIL
      *      SOMEONE HAS LOOKED; 16 THE BUSINESS DATE IS NOT AVAILABLE,
      *      A PARAMETER IS MALFORMED, A FILE CANNOT BE READ, TRANOUTA
      *      IS OUT OF ACCOUNT SEQUENCE OR THE DAY DOES NOT FIT.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          UNUSAMT   04  AMOUNTS ARE LISTED FOR REVIEW;
      *          RUNFAIL   16  THE AMOUNTS COULD NOT BE CHECKED.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCUNUS.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OUTA-FILE ASSIGN TO TRANOUTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTA-FILE-STATUS.

           SELECT CALC-PSTH-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTH-FILE-STATUS.

           SELECT CALC-OUT-FILE ASSIGN TO TRANOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT CALC-AUDIT-FILE ASSIGN TO CALCAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-LOG-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT UNUS-RPT-FILE ASSIGN TO UNUSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-OUTA-FILE
           RECORDING MODE IS F.
           COPY CALCOUTA.

       FD  CALC-PSTH-FILE
           RECORDING MODE IS F.
           COPY CALCPSTH.

       FD  CALC-OUT-FILE
           RECORDING MODE IS F.
           COPY CALCOUT.

       FD  CALC-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CALCAUD.

       FD  UNUS-RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OUTA-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PSTH-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-OUT-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-HIST-DAYS                PIC 9(03) VALUE 30.
       77  WS-MULTIPLE                 PIC 9(02) VALUE 05.
       77  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-PREV-ACCOUNT             PIC X(08) VALUE LOW-VALUES.
       77  WS-FIND-ACCOUNT             PIC X(08) VALUE SPACES.
       77  WS-FIND-OPERACION           PIC X(01) VALUE SPACES.
       77  WS-AUD-MODE-CODE            PIC X(02) VALUE SPACES.
           88  WS-AUD-TRANOUT-FEED         VALUE "BA" "RC" "CP".
       77  WS-OUTA-READ-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-OUTA-CHECKED-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-OUTA-OVER-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-OUTA-UNDER-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-OUTA-FIRST-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-PSTH-USED-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-OUT-READ-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-OUT-CHECKED-COUNT        PIC S9(07) COMP VALUE 0.
       77  WS-OUT-OVER-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-OUT-UNDER-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-OUT-FIRST-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-AUDIT-USED-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-UA-COUNT                 PIC S9(04) COMP VALUE 0.
       77  WS-UA-IX                    PIC S9(04) COMP VALUE 0.
       77  WS-UA-LO                    PIC S9(04) COMP VALUE 0.
       77  WS-UA-HI                    PIC S9(04) COMP VALUE 0.
       77  WS-UA-MID                   PIC S9(04) COMP VALUE 0.
       77  WS-UF-COUNT                 PIC S9(04) COMP VALUE 0.
       77  WS-UF-IX                    PIC S9(04) COMP VALUE 0.
       77  WS-DAYS-IN-MONTH            PIC S9(02) COMP VALUE 0.
       77  WS-DAY-COUNT                PIC S9(03) COMP VALUE 0.
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
           05  WS-EOF-OUTA-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-OUTA-FILE      VALUE "Y".
           05  WS-EOF-PSTH-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PSTH-FILE      VALUE "Y".
           05  WS-EOF-OUT-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-OUT-FILE       VALUE "Y".
           05  WS-EOF-AUDIT-SW         PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT          VALUE "Y".
           05  WS-LOAD-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-LOAD-ERROR            VALUE "Y".
           05  WS-NO-OUTA-SW           PIC X(01) VALUE "N".
               88  WS-NO-TRANOUTA           VALUE "Y".
           05  WS-NO-PSTH-SW           PIC X(01) VALUE "N".
               88  WS-NO-POSTING-HISTORY    VALUE "Y".
           05  WS-NO-OUT-SW            PIC X(01) VALUE "N".
               88  WS-NO-TRANOUT            VALUE "Y".
           05  WS-UA-FOUND-SW          PIC X(01) VALUE "N".
               88  WS-UA-FOUND              VALUE "Y".
           05  WS-UA-STOP-SW           PIC X(01) VALUE "N".
               88  WS-UA-STOP               VALUE "Y".
           05  WS-UF-FOUND-SW          PIC X(01) VALUE "N".
               88  WS-UF-FOUND              VALUE "Y".
           05  WS-JUDGE-SW             PIC X(01) VALUE " ".
               88  WS-JUDGE-NORMAL          VALUE " ".
               88  WS-JUDGE-OVER            VALUE "O".
               88  WS-JUDGE-UNDER           VALUE "U".
               88  WS-JUDGE-FIRST           VALUE "F".
           05  WS-LEAP-SW              PIC X(01) VALUE "N".
               88  WS-LEAP-YEAR             VALUE "Y".

      *****************************************************************
      *  THE START OF THE HISTORY - UNUSUAL-HIST-DAYS CALENDAR DAYS
      *  BEFORE THE BUSINESS DATE.  WORKED BACKWARD A DAY AT A TIME BY
      *  8750, AS CALCPHST DOES.
      *****************************************************************
       01  WS-CUTOFF-WORK.
           05  WS-DD-DATE              PIC 9(08).
           05  WS-DD-PARTS REDEFINES WS-DD-DATE.
               10  WS-DD-YEAR          PIC 9(04).
               10  WS-DD-MONTH         PIC 9(02).
               10  WS-DD-DAY           PIC 9(02).

      *****************************************************************
      *  THE DAY'S ACCUM ACCOUNT AND OPERACION PAIRS, IN TRANOUTA'S
      *  ACCOUNT SEQUENCE (OPERACIONS IN THE ORDER THEY FIRST APPEAR
      *  WITHIN AN ACCOUNT), EACH WITH ITS POSTING HISTORY.  BEING IN
      *  ACCOUNT ORDER, AN ACCOUNT IS FOUND BY HALVING (3000) RATHER
      *  THAN A SCAN OF THE WHOLE TABLE FOR EVERY POSTING.
      *****************************************************************
       01  WS-UNUS-ACCT-TABLE.
           05  WS-UA-ENTRY             OCCURS 5000 TIMES.
               10  WS-UA-ACCOUNT       PIC X(08).
               10  WS-UA-OPERACION     PIC X(01).
               10  WS-UA-HIST-COUNT    PIC S9(07) COMP.
               10  WS-UA-HIST-TOTAL    PIC S9(11)V99 COMP-3.
               10  WS-UA-HIST-LARGEST  PIC S9(05)V99 COMP-3.

      *****************************************************************
      *  THE DAY'S BATCH FEED OPERACIONS, EACH WITH THE FEED'S AUDIT
      *  HISTORY.  A HANDFUL OF OPERACION CODES EXIST; TWENTY IS AMPLE.
      *****************************************************************
       01  WS-UNUS-FEED-TABLE.
           05  WS-UF-ENTRY             OCCURS 20 TIMES.
               10  WS-UF-OPERACION     PIC X(01).
               10  WS-UF-HIST-COUNT    PIC S9(07) COMP.
               10  WS-UF-HIST-TOTAL    PIC S9(11)V99 COMP-3.
               10  WS-UF-HIST-LARGEST  PIC S9(05)V99 COMP-3.

      *****************************************************************
      *  ONE AMOUNT AGAINST ITS HISTORY (5000-JUDGE-AMOUNT).  AMOUNTS
      *  ARE COMPARED BY SIZE, SO A CREDIT IS JUDGED LIKE A DEBIT.
      *****************************************************************
       01  WS-JUDGE-WORK.
           05  WS-JUDGE-AMOUNT         PIC S9(05)V99 COMP-3.
           05  WS-JUDGE-COUNT          PIC S9(07) COMP.
           05  WS-JUDGE-TOTAL          PIC S9(11)V99 COMP-3.
           05  WS-JUDGE-LARGEST        PIC S9(05)V99 COMP-3.
           05  WS-JUDGE-AVERAGE        PIC S9(05)V99 COMP-3.
           05  WS-JUDGE-HIGH-LIMIT     PIC S9(07)V99 COMP-3.
           05  WS-JUDGE-LOW-LIMIT      PIC S9(05)V99 COMP-3.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(41)
                   VALUE "CALCUNUS UNUSUAL AMOUNTS - BUSINESS DATE ".
           05  TL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(15)
                   VALUE "  HISTORY FROM ".
           05  TL-CUTOFF-DATE          PIC 9(08).
           05  FILLER                  PIC X(11) VALUE "  MULTIPLE ".
           05  TL-MULTIPLE             PIC 9(02).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-ACCT-DETAIL-LINE.
           05  UD-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UD-OPERACION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UD-AMOUNT               PIC -(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UD-HIST-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UD-AVERAGE              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UD-LARGEST              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UD-REASON               PIC X(30).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-FEED-DETAIL-LINE.
           05  UB-RECORD-NO            PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-NUM1                 PIC -(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-NUM2                 PIC -(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-OPERACION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-RESULTADO            PIC -(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-HIST-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-AVERAGE              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-LARGEST              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UB-REASON               PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(30).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(90) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCUNUS".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-READ-BUSINESS-DATE THRU 1000-EXIT

           IF NOT WS-PARM-ERROR
               MOVE WS-BUSINESS-DATE TO WS-DD-DATE
               MOVE 0 TO WS-DAY-COUNT
               PERFORM 8750-SUBTRACT-ONE-DAY THRU 8750-EXIT
                   UNTIL WS-DAY-COUNT >= WS-HIST-DAYS
               MOVE WS-DD-DATE TO WS-CUTOFF-DATE

               OPEN OUTPUT UNUS-RPT-FILE
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT
               PERFORM 2000-CHECK-ACCUM THRU 2000-EXIT
               IF RETURN-CODE = 0
                   PERFORM 4000-CHECK-BATCH THRU 4000-EXIT
               END-IF
               PERFORM 7800-PRINT-TOTALS THRU 7800-EXIT
               CLOSE UNUS-RPT-FILE
           END-IF

           IF RETURN-CODE = 0 AND WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO RT-COUNT
               DISPLAY "CALCUNUS - " RT-COUNT " UNUSUAL AMOUNTS LISTED "
                   "FOR REVIEW - SEE UNUSRPT"
               MOVE 4 TO RETURN-CODE
               MOVE 04 TO WS-ALERT-SEVERITY
               MOVE "UNUSAMT" TO WS-ALERT-CODE
               MOVE "UNUSUAL AMOUNTS FOR REVIEW - SEE UNUSRPT"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-READ-BUSINESS-DATE - THE DAY BEING CHECKED, AND THE
      *  HISTORY LENGTH AND MULTIPLE IF OPERATIONS HAVE SET THEM.
      *  ONLY BUSINESS-DATE, UNUSUAL-HIST-DAYS AND UNUSUAL-MULTIPLE
      *  ARE TAKEN HERE.
      *****************************************************************
       1000-READ-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCUNUS - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - AMOUNTS NOT CHECKED"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE

               IF NOT WS-DATE-PARM-FOUND
                   DISPLAY "CALCUNUS - REQUIRED PARAMETER "
                       "BUSINESS-DATE MISSING - AMOUNTS NOT CHECKED"
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
               IF WS-PARM-KEYWORD = "UNUSUAL-HIST-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                      AND WS-PARM-VALUE(1:3) NOT = "000"
                       MOVE WS-PARM-VALUE(1:3) TO WS-HIST-DAYS
                   ELSE
                       DISPLAY "CALCUNUS - PARAMETER UNUSUAL-HIST-DAYS "
                           "MALFORMED: " WS-PARM-VALUE
                           " - AMOUNTS NOT CHECKED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
               END-IF
               IF WS-PARM-KEYWORD = "UNUSUAL-MULTIPLE"
                   IF WS-PARM-VALUE(1:2) NUMERIC
                      AND WS-PARM-VALUE(1:2) NOT < "02"
                       MOVE WS-PARM-VALUE(1:2) TO WS-MULTIPLE
                   ELSE
                       DISPLAY "CALCUNUS - PARAMETER UNUSUAL-MULTIPLE "
                           "MALFORMED: " WS-PARM-VALUE
                           " - AMOUNTS NOT CHECKED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
           .
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-ACCUM - LOAD THE DAY'S ACCOUNT AND OPERACION
      *  PAIRS, GATHER THEIR POSTING HISTORY, THEN JUDGE EVERY POSTED
      *  ADJUSTMENT ON A SECOND PASS OF TRANOUTA.
      *****************************************************************
       2000-CHECK-ACCUM.
           MOVE "ACCUM ADJUSTMENTS (TRANOUTA) AGAINST THE ACCOUNT'S "
               TO RPT-LINE
           MOVE "POSTING HISTORY (POSTHIST)" TO RPT-LINE(52:26)
           WRITE RPT-LINE

           OPEN INPUT CALC-OUTA-FILE
           EVALUATE WS-OUTA-FILE-STATUS
               WHEN "00"
                   PERFORM 2100-READ-OUTA THRU 2100-EXIT
                   PERFORM 2200-LOAD-ONE-OUTA THRU 2200-EXIT
                       UNTIL WS-END-OF-OUTA-FILE OR WS-LOAD-ERROR
                   CLOSE CALC-OUTA-FILE
               WHEN "35"
                   SET WS-NO-TRANOUTA TO TRUE
               WHEN OTHER
                   DISPLAY "CALCUNUS - UNABLE TO OPEN TRANOUTA, FILE "
                       "STATUS " WS-OUTA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
           END-EVALUATE

           IF NOT WS-LOAD-ERROR AND WS-UA-COUNT > 0
               PERFORM 2400-SCAN-POSTINGS THRU 2400-EXIT
           END-IF

           IF NOT WS-LOAD-ERROR AND WS-UA-COUNT > 0
              AND NOT WS-NO-POSTING-HISTORY
               PERFORM 7100-PRINT-ACCT-HEADING THRU 7100-EXIT
               MOVE "N" TO WS-EOF-OUTA-SW
               MOVE 0 TO WS-OUTA-READ-COUNT
               OPEN INPUT CALC-OUTA-FILE
               PERFORM 2100-READ-OUTA THRU 2100-EXIT
               PERFORM 2600-JUDGE-ONE-OUTA THRU 2600-EXIT
                   UNTIL WS-END-OF-OUTA-FILE
               CLOSE CALC-OUTA-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-LOAD-ERROR
                   MOVE "** TRANOUTA NOT CHECKED - SEE THE JOB OUTPUT"
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN WS-NO-TRANOUTA
                   MOVE "** NO TRANOUTA - NO ACCUM ADJUSTMENTS TODAY"
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN WS-UA-COUNT = 0
                   MOVE "** NOTHING POSTED ON TRANOUTA TO CHECK"
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN WS-NO-POSTING-HISTORY
                   MOVE "** NO POSTING HISTORY (POSTHIST) ON FILE YET"
                       TO RPT-LINE
                   MOVE "- TRANOUTA NOT CHECKED" TO RPT-LINE(46:22)
                   WRITE RPT-LINE
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
       2000-EXIT.
           EXIT.

       2100-READ-OUTA.
           READ CALC-OUTA-FILE
               AT END
                   SET WS-END-OF-OUTA-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUTA-READ-COUNT
           END-READ
           .
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-LOAD-ONE-OUTA - ADD A POSTED ADJUSTMENT'S ACCOUNT AND
      *  OPERACION TO THE TABLE UNLESS THE ACCOUNT ALREADY HAS THAT
      *  OPERACION (ITS ENTRIES ARE THE LAST ONES IN THE TABLE).
      *  TRANOUTA OUT OF ACCOUNT SEQUENCE WOULD DEFEAT THE LOOK-UP.
      *****************************************************************
       2200-LOAD-ONE-OUTA.
           IF COA-ACCOUNT-NO < WS-PREV-ACCOUNT
               DISPLAY "CALCUNUS - TRANOUTA OUT OF ACCOUNT SEQUENCE AT "
                   "ACCOUNT " COA-ACCOUNT-NO " - AMOUNTS NOT CHECKED"
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ERROR TO TRUE
           ELSE
               MOVE COA-ACCOUNT-NO TO WS-PREV-ACCOUNT
               IF COA-STATUS-OK
                   PERFORM 2250-ADD-PAIR THRU 2250-EXIT
               END-IF
           END-IF

           IF NOT WS-LOAD-ERROR
               PERFORM 2100-READ-OUTA THRU 2100-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.

       2250-ADD-PAIR.
           MOVE "N" TO WS-UA-FOUND-SW
           MOVE "N" TO WS-UA-STOP-SW
           MOVE WS-UA-COUNT TO WS-UA-IX
           PERFORM 2300-SCAN-BACK-ONE THRU 2300-EXIT
               UNTIL WS-UA-FOUND OR WS-UA-STOP

           IF NOT WS-UA-FOUND
               IF WS-UA-COUNT >= 5000
                   DISPLAY "CALCUNUS - TRANOUTA HOLDS MORE THAN 5000 "
                       "ACCOUNT AND OPERACION PAIRS - AMOUNTS NOT "
                       "CHECKED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
               ELSE
                   ADD 1 TO WS-UA-COUNT
                   MOVE COA-ACCOUNT-NO TO WS-UA-ACCOUNT(WS-UA-COUNT)
                   MOVE COA-OPERACION  TO WS-UA-OPERACION(WS-UA-COUNT)
                   MOVE 0 TO WS-UA-HIST-COUNT(WS-UA-COUNT)
                   MOVE 0 TO WS-UA-HIST-TOTAL(WS-UA-COUNT)
                   MOVE 0 TO WS-UA-HIST-LARGEST(WS-UA-COUNT)
               END-IF
           END-IF
           .
       2250-EXIT.
           EXIT.

       2300-SCAN-BACK-ONE.
           IF WS-UA-IX < 1
               SET WS-UA-STOP TO TRUE
           ELSE
               IF WS-UA-ACCOUNT(WS-UA-IX) NOT = COA-ACCOUNT-NO
                   SET WS-UA-STOP TO TRUE
               ELSE
                   IF WS-UA-OPERACION(WS-UA-IX) = COA-OPERACION
                       SET WS-UA-FOUND TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-UA-IX
                   END-IF
               END-IF
           END-IF
           .
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-SCAN-POSTINGS - ONE PASS OF THE POSTING HISTORY.  ONLY
      *  DATES FROM THE CUTOFF UP TO THE DAY BEFORE THE BUSINESS DATE
      *  COUNT - POSTINGS ALREADY CAPTURED UNDER THE BUSINESS DATE ARE
      *  TODAY'S OWN.
      *****************************************************************
       2400-SCAN-POSTINGS.
           OPEN INPUT CALC-PSTH-FILE
           EVALUATE WS-PSTH-FILE-STATUS
               WHEN "00"
                   PERFORM 2450-READ-POSTING THRU 2450-EXIT
                   PERFORM 2500-SCAN-ONE-POSTING THRU 2500-EXIT
                       UNTIL WS-END-OF-PSTH-FILE
                   CLOSE CALC-PSTH-FILE
               WHEN "35"
                   SET WS-NO-POSTING-HISTORY TO TRUE
               WHEN OTHER
                   DISPLAY "CALCUNUS - UNABLE TO OPEN POSTHIST, FILE "
                       "STATUS " WS-PSTH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
           END-EVALUATE
           .
       2400-EXIT.
           EXIT.

       2450-READ-POSTING.
           READ CALC-PSTH-FILE
               AT END
                   SET WS-END-OF-PSTH-FILE TO TRUE
           END-READ
           .
       2450-EXIT.
           EXIT.

       2500-SCAN-ONE-POSTING.
           IF PH-BUSINESS-DATE >= WS-CUTOFF-DATE
              AND PH-BUSINESS-DATE < WS-BUSINESS-DATE
               MOVE PH-ACCOUNT-NO TO WS-FIND-ACCOUNT
               MOVE PH-OPERACION  TO WS-FIND-OPERACION
               PERFORM 3000-FIND-PAIR THRU 3000-EXIT
               IF WS-UA-FOUND
                   ADD 1 TO WS-PSTH-USED-COUNT
                   IF PH-AMOUNT < 0
                       COMPUTE WS-JUDGE-AMOUNT = 0 - PH-AMOUNT
                   ELSE
                       MOVE PH-AMOUNT TO WS-JUDGE-AMOUNT
                   END-IF
                   ADD 1 TO WS-UA-HIST-COUNT(WS-UA-IX)
                   ADD WS-JUDGE-AMOUNT TO WS-UA-HIST-TOTAL(WS-UA-IX)
                   IF WS-JUDGE-AMOUNT > WS-UA-HIST-LARGEST(WS-UA-IX)
                       MOVE WS-JUDGE-AMOUNT
                           TO WS-UA-HIST-LARGEST(WS-UA-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM 2450-READ-POSTING THRU 2450-EXIT
           .
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-JUDGE-ONE-OUTA - A POSTED ADJUSTMENT AGAINST ITS
      *  ACCOUNT'S HISTORY OF THE SAME OPERACION.
      *****************************************************************
       2600-JUDGE-ONE-OUTA.
           IF COA-STATUS-OK
               ADD 1 TO WS-OUTA-CHECKED-COUNT
               MOVE COA-ACCOUNT-NO TO WS-FIND-ACCOUNT
               MOVE COA-OPERACION  TO WS-FIND-OPERACION
               PERFORM 3000-FIND-PAIR THRU 3000-EXIT
               IF COA-AMOUNT < 0
                   COMPUTE WS-JUDGE-AMOUNT = 0 - COA-AMOUNT
               ELSE
                   MOVE COA-AMOUNT TO WS-JUDGE-AMOUNT
               END-IF
               MOVE WS-UA-HIST-COUNT(WS-UA-IX)   TO WS-JUDGE-COUNT
               MOVE WS-UA-HIST-TOTAL(WS-UA-IX)   TO WS-JUDGE-TOTAL
               MOVE WS-UA-HIST-LARGEST(WS-UA-IX) TO WS-JUDGE-LARGEST
               PERFORM 5000-JUDGE-AMOUNT THRU 5000-EXIT
               IF NOT WS-JUDGE-NORMAL
                   PERFORM 7200-PRINT-ACCT-DETAIL THRU 7200-EXIT
               END-IF
           END-IF
           PERFORM 2100-READ-OUTA THRU 2100-EXIT
           .
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FIND-PAIR - THE ENTRY FOR WS-FIND-ACCOUNT AND
      *  WS-FIND-OPERACION.  HALVE THE TABLE DOWN TO THE ACCOUNT'S
      *  FIRST ENTRY, THEN WALK ITS FEW OPERACIONS.  LEAVES WS-UA-IX
      *  ON THE ENTRY WHEN WS-UA-FOUND.
      *****************************************************************
       3000-FIND-PAIR.
           MOVE 1 TO WS-UA-LO
           COMPUTE WS-UA-HI = WS-UA-COUNT + 1
           PERFORM 3050-HALVE-ONE THRU 3050-EXIT
               UNTIL WS-UA-LO >= WS-UA-HI

           MOVE "N" TO WS-UA-FOUND-SW
           MOVE "N" TO WS-UA-STOP-SW
           MOVE WS-UA-LO TO WS-UA-IX
           PERFORM 3100-WALK-ONE THRU 3100-EXIT
               UNTIL WS-UA-FOUND OR WS-UA-STOP
           .
       3000-EXIT.
           EXIT.

       3050-HALVE-ONE.
           COMPUTE WS-UA-MID = (WS-UA-LO + WS-UA-HI) / 2
           IF WS-UA-ACCOUNT(WS-UA-MID) < WS-FIND-ACCOUNT
               COMPUTE WS-UA-LO = WS-UA-MID + 1
           ELSE
               MOVE WS-UA-MID TO WS-UA-HI
           END-IF
           .
       3050-EXIT.
           EXIT.

       3100-WALK-ONE.
           IF WS-UA-IX > WS-UA-COUNT
               SET WS-UA-STOP TO TRUE
           ELSE
               IF WS-UA-ACCOUNT(WS-UA-IX) NOT = WS-FIND-ACCOUNT
                   SET WS-UA-STOP TO TRUE
               ELSE
                   IF WS-UA-OPERACION(WS-UA-IX) = WS-FIND-OPERACION
                       SET WS-UA-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-UA-IX
                   END-IF
               END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CHECK-BATCH - LOAD THE DAY'S BATCH FEED OPERACIONS,
      *  GATHER THE FEED'S AUDIT HISTORY OF THEM, THEN JUDGE EVERY
      *  GOOD RESULT ON A SECOND PASS OF TRANOUT.
      *****************************************************************
       4000-CHECK-BATCH.
           MOVE "BATCH RESULTS (TRANOUT) AGAINST THE FEED'S AUDIT "
               TO RPT-LINE
           MOVE "HISTORY (CALCAUD)" TO RPT-LINE(50:17)
           WRITE RPT-LINE

           OPEN INPUT CALC-OUT-FILE
           EVALUATE WS-OUT-FILE-STATUS
               WHEN "00"
                   PERFORM 4100-READ-OUT THRU 4100-EXIT
                   PERFORM 4200-LOAD-ONE-OUT THRU 4200-EXIT
                       UNTIL WS-END-OF-OUT-FILE OR WS-LOAD-ERROR
                   CLOSE CALC-OUT-FILE
               WHEN "35"
                   SET WS-NO-TRANOUT TO TRUE
               WHEN OTHER
                   DISPLAY "CALCUNUS - UNABLE TO OPEN TRANOUT, FILE "
                       "STATUS " WS-OUT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
           END-EVALUATE

           IF NOT WS-LOAD-ERROR AND WS-UF-COUNT > 0
               PERFORM 4400-SCAN-AUDIT THRU 4400-EXIT
           END-IF

           IF NOT WS-LOAD-ERROR AND WS-UF-COUNT > 0
               PERFORM 7300-PRINT-FEED-HEADING THRU 7300-EXIT
               MOVE "N" TO WS-EOF-OUT-SW
               MOVE 0 TO WS-OUT-READ-COUNT
               OPEN INPUT CALC-OUT-FILE
               PERFORM 4100-READ-OUT THRU 4100-EXIT
               PERFORM 4600-JUDGE-ONE-OUT THRU 4600-EXIT
                   UNTIL WS-END-OF-OUT-FILE
               CLOSE CALC-OUT-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-LOAD-ERROR
                   MOVE "** TRANOUT NOT CHECKED - SEE THE JOB OUTPUT"
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN WS-NO-TRANOUT
                   MOVE "** NO TRANOUT - NO BATCH RESULTS TODAY"
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN WS-UF-COUNT = 0
                   MOVE "** NO GOOD RESULTS ON TRANOUT TO CHECK"
                       TO RPT-LINE
                   WRITE RPT-LINE
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
       4000-EXIT.
           EXIT.

       4100-READ-OUT.
           READ CALC-OUT-FILE
               AT END
                   SET WS-END-OF-OUT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUT-READ-COUNT
           END-READ
           .
       4100-EXIT.
           EXIT.

       4200-LOAD-ONE-OUT.
           IF CO-STATUS-OK
               MOVE CO-OPERACION TO WS-FIND-OPERACION
               PERFORM 4300-FIND-FEED-OPERACION THRU 4300-EXIT
               IF NOT WS-UF-FOUND
                   IF WS-UF-COUNT >= 20
                       DISPLAY "CALCUNUS - TRANOUT CARRIES MORE THAN "
                           "20 OPERACION CODES - AMOUNTS NOT CHECKED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-LOAD-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-UF-COUNT
                       MOVE CO-OPERACION TO WS-UF-OPERACION(WS-UF-COUNT)
                       MOVE 0 TO WS-UF-HIST-COUNT(WS-UF-COUNT)
                       MOVE 0 TO WS-UF-HIST-TOTAL(WS-UF-COUNT)
                       MOVE 0 TO WS-UF-HIST-LARGEST(WS-UF-COUNT)
                   END-IF
               END-IF
           END-IF

           IF NOT WS-LOAD-ERROR
               PERFORM 4100-READ-OUT THRU 4100-EXIT
           END-IF
           .
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4300-FIND-FEED-OPERACION - THE FEED TABLE ENTRY FOR
      *  WS-FIND-OPERACION, LEFT IN WS-UF-IX WHEN WS-UF-FOUND.
      *****************************************************************
       4300-FIND-FEED-OPERACION.
           MOVE "N" TO WS-UF-FOUND-SW
           MOVE 0 TO WS-UF-IX
           PERFORM 4350-SCAN-ONE-FEED THRU 4350-EXIT
               UNTIL WS-UF-FOUND OR WS-UF-IX >= WS-UF-COUNT
           .
       4300-EXIT.
           EXIT.

       4350-SCAN-ONE-FEED.
           ADD 1 TO WS-UF-IX
           IF WS-UF-OPERACION(WS-UF-IX) = WS-FIND-OPERACION
               SET WS-UF-FOUND TO TRUE
           END-IF
           .
       4350-EXIT.
           EXIT.

      *****************************************************************
      *  4400-SCAN-AUDIT - THE AUDIT LOG FROM THE CUTOFF UP TO THE DAY
      *  BEFORE THE BUSINESS DATE, POSITIONED BY KEY AS CALCTRND DOES.
      *  ONLY GOOD RESULTS OF THE RUNS THAT WRITE TRANOUT COUNT.
      *****************************************************************
       4400-SCAN-AUDIT.
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CALCUNUS - UNABLE TO OPEN CALCAUD, FILE "
                   "STATUS " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ERROR TO TRUE
           ELSE
               MOVE WS-CUTOFF-DATE TO CA-DATE
               MOVE ZERO           TO CA-TIME
               MOVE ZERO           TO CA-TIE-SEQ-NO
               START CALC-AUDIT-FILE KEY >= CA-LOG-KEY
                   INVALID KEY
                       SET WS-END-OF-AUDIT TO TRUE
               END-START

               PERFORM 4500-SCAN-ONE-AUDIT THRU 4500-EXIT
                   UNTIL WS-END-OF-AUDIT
               CLOSE CALC-AUDIT-FILE
           END-IF
           .
       4400-EXIT.
           EXIT.

       4500-SCAN-ONE-AUDIT.
           READ CALC-AUDIT-FILE NEXT
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   IF CA-DATE >= WS-BUSINESS-DATE
                       SET WS-END-OF-AUDIT TO TRUE
                   ELSE
                       MOVE CA-RUN-ID(15:2) TO WS-AUD-MODE-CODE
                       IF WS-AUD-TRANOUT-FEED AND CA-ERROR-NO
                           PERFORM 4550-ADD-AUDIT THRU 4550-EXIT
                       END-IF
                   END-IF
           END-READ
           .
       4500-EXIT.
           EXIT.

       4550-ADD-AUDIT.
           MOVE CA-OPERACION TO WS-FIND-OPERACION
           PERFORM 4300-FIND-FEED-OPERACION THRU 4300-EXIT
           IF WS-UF-FOUND
               ADD 1 TO WS-AUDIT-USED-COUNT
               IF CA-RESULTADO < 0
                   COMPUTE WS-JUDGE-AMOUNT = 0 - CA-RESULTADO
               ELSE
                   MOVE CA-RESULTADO TO WS-JUDGE-AMOUNT
               END-IF
               ADD 1 TO WS-UF-HIST-COUNT(WS-UF-IX)
               ADD WS-JUDGE-AMOUNT TO WS-UF-HIST-TOTAL(WS-UF-IX)
               IF WS-JUDGE-AMOUNT > WS-UF-HIST-LARGEST(WS-UF-IX)
                   MOVE WS-JUDGE-AMOUNT TO WS-UF-HIST-LARGEST(WS-UF-IX)
               END-IF
           END-IF
           .
       4550-EXIT.
           EXIT.

      *****************************************************************
      *  4600-JUDGE-ONE-OUT - A GOOD RESULT AGAINST THE FEED'S HISTORY
      *  OF THE SAME OPERACION.  THE LINE CARRIES THE RECORD'S
      *  POSITION ON TRANOUT SO IT CAN BE FOUND.
      *****************************************************************
       4600-JUDGE-ONE-OUT.
           IF CO-STATUS-OK
               ADD 1 TO WS-OUT-CHECKED-COUNT
               MOVE CO-OPERACION TO WS-FIND-OPERACION
               PERFORM 4300-FIND-FEED-OPERACION THRU 4300-EXIT
               IF CO-RESULTADO < 0
                   COMPUTE WS-JUDGE-AMOUNT = 0 - CO-RESULTADO
               ELSE
                   MOVE CO-RESULTADO TO WS-JUDGE-AMOUNT
               END-IF
               MOVE WS-UF-HIST-COUNT(WS-UF-IX)   TO WS-JUDGE-COUNT
               MOVE WS-UF-HIST-TOTAL(WS-UF-IX)   TO WS-JUDGE-TOTAL
               MOVE WS-UF-HIST-LARGEST(WS-UF-IX) TO WS-JUDGE-LARGEST
               PERFORM 5000-JUDGE-AMOUNT THRU 5000-EXIT
               IF NOT WS-JUDGE-NORMAL
                   PERFORM 7400-PRINT-FEED-DETAIL THRU 7400-EXIT
               END-IF
           END-IF
           PERFORM 4100-READ-OUT THRU 4100-EXIT
           .
       4600-EXIT.
           EXIT.

      *****************************************************************
      *  5000-JUDGE-AMOUNT - WS-JUDGE-AMOUNT AGAINST THE HISTORY IN
      *  WS-JUDGE-WORK: FIRST WHEN THERE IS NONE, OVER WHEN IT IS MORE
      *  THAN THE MULTIPLE TIMES THE AVERAGE, UNDER WHEN IT IS LESS
      *  THAN THE AVERAGE DIVIDED BY THE MULTIPLE.
      *****************************************************************
       5000-JUDGE-AMOUNT.
           SET WS-JUDGE-NORMAL TO TRUE
           MOVE 0 TO WS-JUDGE-AVERAGE
           IF WS-JUDGE-COUNT = 0
               SET WS-JUDGE-FIRST TO TRUE
           ELSE
               COMPUTE WS-JUDGE-AVERAGE ROUNDED =
                   WS-JUDGE-TOTAL / WS-JUDGE-COUNT
               COMPUTE WS-JUDGE-HIGH-LIMIT =
                   WS-JUDGE-AVERAGE * WS-MULTIPLE
               COMPUTE WS-JUDGE-LOW-LIMIT =
                   WS-JUDGE-AVERAGE / WS-MULTIPLE
               EVALUATE TRUE
                   WHEN WS-JUDGE-AMOUNT > WS-JUDGE-HIGH-LIMIT
                       SET WS-JUDGE-OVER TO TRUE
                   WHEN WS-JUDGE-AMOUNT < WS-JUDGE-LOW-LIMIT
                       SET WS-JUDGE-UNDER TO TRUE
               END-EVALUATE
           END-IF
           .
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - REPORT TITLE WITH THE HISTORY AND THE
      *  MULTIPLE IN FORCE.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE WS-BUSINESS-DATE TO TL-BUSINESS-DATE
           MOVE WS-CUTOFF-DATE   TO TL-CUTOFF-DATE
           MOVE WS-MULTIPLE      TO TL-MULTIPLE
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7100-PRINT-ACCT-HEADING.
           MOVE "ACCOUNT   OP     AMOUNT  HISTORY    AVERAGE"
               TO RPT-LINE
           MOVE "LARGEST  REASON" TO RPT-LINE(48:15)
           WRITE RPT-LINE
           .
       7100-EXIT.
           EXIT.

       7200-PRINT-ACCT-DETAIL.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE COA-ACCOUNT-NO   TO UD-ACCOUNT
           MOVE COA-OPERACION    TO UD-OPERACION
           MOVE COA-AMOUNT       TO UD-AMOUNT
           MOVE WS-JUDGE-COUNT   TO UD-HIST-COUNT
           MOVE WS-JUDGE-AVERAGE TO UD-AVERAGE
           MOVE WS-JUDGE-LARGEST TO UD-LARGEST
           EVALUATE TRUE
               WHEN WS-JUDGE-FIRST
                   ADD 1 TO WS-OUTA-FIRST-COUNT
                   MOVE "FIRST OPERACION ON ACCOUNT" TO UD-REASON
               WHEN WS-JUDGE-OVER
                   ADD 1 TO WS-OUTA-OVER-COUNT
                   MOVE "OVER MULTIPLE OF AVERAGE"   TO UD-REASON
               WHEN WS-JUDGE-UNDER
                   ADD 1 TO WS-OUTA-UNDER-COUNT
                   MOVE "UNDER AVERAGE / MULTIPLE"   TO UD-REASON
           END-EVALUATE
           MOVE WS-ACCT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7200-EXIT.
           EXIT.

       7300-PRINT-FEED-HEADING.
           MOVE " RECORD        NUM1        NUM2  OP  RESULTADO"
               TO RPT-LINE
           MOVE "HISTORY    AVERAGE    LARGEST  REASON"
               TO RPT-LINE(49:37)
           WRITE RPT-LINE
           .
       7300-EXIT.
           EXIT.

       7400-PRINT-FEED-DETAIL.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-OUT-READ-COUNT TO UB-RECORD-NO
           MOVE CO-NUM1           TO UB-NUM1
           MOVE CO-NUM2           TO UB-NUM2
           MOVE CO-OPERACION      TO UB-OPERACION
           MOVE CO-RESULTADO      TO UB-RESULTADO
           MOVE WS-JUDGE-COUNT    TO UB-HIST-COUNT
           MOVE WS-JUDGE-AVERAGE  TO UB-AVERAGE
           MOVE WS-JUDGE-LARGEST  TO UB-LARGEST
           EVALUATE TRUE
               WHEN WS-JUDGE-FIRST
                   ADD 1 TO WS-OUT-FIRST-COUNT
                   MOVE "FIRST OPERACION ON FEED"    TO UB-REASON
               WHEN WS-JUDGE-OVER
                   ADD 1 TO WS-OUT-OVER-COUNT
                   MOVE "OVER MULTIPLE OF AVERAGE"   TO UB-REASON
               WHEN WS-JUDGE-UNDER
                   ADD 1 TO WS-OUT-UNDER-COUNT
                   MOVE "UNDER AVERAGE / MULTIPLE"   TO UB-REASON
           END-EVALUATE
           MOVE WS-FEED-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7400-EXIT.
           EXIT.

       7800-PRINT-TOTALS.
           MOVE "TRANOUTA RECORDS READ"      TO RT-LABEL
           MOVE WS-OUTA-READ-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  POSTED AND CHECKED"       TO RT-LABEL
           MOVE WS-OUTA-CHECKED-COUNT       TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  OVER THE MULTIPLE"        TO RT-LABEL
           MOVE WS-OUTA-OVER-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  UNDER THE MULTIPLE"       TO RT-LABEL
           MOVE WS-OUTA-UNDER-COUNT         TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  FIRST OPERACION"          TO RT-LABEL
           MOVE WS-OUTA-FIRST-COUNT         TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "POSTHIST POSTINGS USED"     TO RT-LABEL
           MOVE WS-PSTH-USED-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANOUT RECORDS READ"       TO RT-LABEL
           MOVE WS-OUT-READ-COUNT           TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  GOOD RESULTS CHECKED"     TO RT-LABEL
           MOVE WS-OUT-CHECKED-COUNT        TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  OVER THE MULTIPLE"        TO RT-LABEL
           MOVE WS-OUT-OVER-COUNT           TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  UNDER THE MULTIPLE"       TO RT-LABEL
           MOVE WS-OUT-UNDER-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  FIRST OPERACION"          TO RT-LABEL
           MOVE WS-OUT-FIRST-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE "CALCAUD RESULTS USED"       TO RT-LABEL
           MOVE WS-AUDIT-USED-COUNT         TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "AMOUNTS LISTED FOR REVIEW"  TO RT-LABEL
           MOVE WS-EXCEPTION-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE           TO RPT-LINE
           WRITE RPT-LINE
           .
       7800-EXIT.
           EXIT.

      *****************************************************************
      *  8650/8680 - DAYS IN WS-DD-MONTH OF WS-DD-YEAR, AS CALCSGEN.
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

      *****************************************************************
      *  8750-SUBTRACT-ONE-DAY - CALCSGEN'S 8700-ADD-ONE-DAY RUN
      *  BACKWARD: THE FIRST OF A MONTH STEPS TO THE LAST DAY OF THE
      *  MONTH BEFORE.  COUNTS THE DAYS STEPPED IN WS-DAY-COUNT.
      *****************************************************************
       8750-SUBTRACT-ONE-DAY.
           IF WS-DD-DAY > 1
               SUBTRACT 1 FROM WS-DD-DAY
           ELSE
               IF WS-DD-MONTH > 1
                   SUBTRACT 1 FROM WS-DD-MONTH
               ELSE
                   MOVE 12 TO WS-DD-MONTH
                   SUBTRACT 1 FROM WS-DD-YEAR
               END-IF
               PERFORM 8650-DAYS-IN-MONTH THRU 8650-EXIT
               MOVE WS-DAYS-IN-MONTH TO WS-DD-DAY
           END-IF
           ADD 1 TO WS-DAY-COUNT
           .
       8750-EXIT.
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
