      *****************************************************************
      *  PROGRAM-ID:  CALCDUPS
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      DUPLICATE TRANSACTION CHECK.  CALCINTK AND CALCEDIT ONLY
      *      CHECK SEQUENCE AND FORMAT, SO A FILE (OR PART OF ONE)
      *      RESENT BY AN UPSTREAM DEPARTMENT POSTS A SECOND TIME.
      *      THIS STEP RUNS BETWEEN INTAKE (AND CALCSGEN) AND CALCEDIT
      *      AND COMPARES THE DAY'S FEEDS WITH WHAT WAS ALREADY
      *      PROCESSED IN THE LOOK-BACK WINDOW - DUP-LOOKBACK-DAYS
      *      (CALCPARM, OPTIONAL, 3 DIGITS, DEFAULT 7) CALENDAR DAYS
      *      BEFORE THE BUSINESS DATE:
      *
      *          - A TRANIN TRANSACTION IS A SUSPECT WHEN A BATCH OR
      *            RECYCLE AUDIT RECORD ON CALCAUD IN THE WINDOW
      *            CARRIES THE SAME NUM1, NUM2 AND OPERACION AND
      *            POSTED WITHOUT ERROR.  THE AUDIT LOG IS POSITIONED
      *            AT THE WINDOW START BY KEY.  SINGLE-INVOCATION,
      *            ONLINE AND ACCUM AUDIT RECORDS ARE NOT COMPARED
      *            (THEY DID NOT COME FROM TRANIN).
      *          - A TRANINA TRANSACTION IS A SUSPECT WHEN THE ACCUM
      *            POSTING HISTORY (POSTHIST, SEE CALCPSTH.CPY) HOLDS
      *            THE SAME ACCOUNT, AMOUNT AND OPERACION UNDER A
      *            BUSINESS DATE IN THE WINDOW.
      *
      *      EVERY SUSPECT IS WRITTEN TO THE HOLD FILE (DUPHOLD, SEE
      *      CALCDUPH.CPY) AND LISTED ON THE HOLD REPORT (DUPRPT), AND
      *      IS KEPT OFF THE CLEAN FEEDS - TRANIN IS WRITTEN TO
      *      TRANINN AND TRANINA TO TRANINAN, RENUMBERED FROM 1 AS
      *      CALCSGEN DOES, AND THE JOB STEP CATALOGS THEM AS THE
      *      RUN'S TRANIN AND TRANINA.
      *
      *      A HELD TRANSACTION POSTS ONLY AFTER AN OPERATOR RELEASES
      *      IT.  THE OPERATOR KEYS A RELEASE CARD PER HOLD INTO
      *      DUPRLSE (SEE CALCDUPR.CPY) - "R" TO RELEASE IT, "D" TO
      *      DROP IT AS A CONFIRMED DUPLICATE - AND RERUNS THIS STEP
      *      AGAINST THE SAME FEEDS.  A RELEASED TRANSACTION GOES TO
      *      THE CLEAN FEED IN ITS PLACE, A DROPPED ONE DOES NOT, AND
      *      BOTH STAY ON DUPHOLD WITH THE DECIDING OPERATOR.  A
      *      MISSING DUPRLSE MEANS NOTHING HAS BEEN DECIDED YET.
      *
      *      RETURN CODES: 0 NO SUSPECTS; 4 SUSPECTS FOUND BUT ALL
      *      DECIDED, OR A RELEASE CARD WAS REJECTED; 8 A SUSPECT IS
      *      STILL HELD - THE SCHEDULER HOLDS THE BATCH AND THE JOB
      *      STEP MUST NOT CATALOG TRANINN/TRANINAN UNTIL THE RERUN
      *      AFTER RELEASE ENDS BELOW 8; 16 THE BUSINESS DATE, A FEED,
      *      THE AUDIT LOG OR AN OUTPUT FILE IS NOT AVAILABLE, OR A
      *      FEED IS TOO LARGE TO CHECK - NOTHING IS TO BE CATALOGED.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          DUPSHELD  08  A SUSPECT DUPLICATE IS STILL HELD;
      *          DUPSSUSP  04  SUSPECTS FOUND, ALL DECIDED;
      *          DUPSCARD  04  A RELEASE CARD WAS REJECTED;
      *          RUNFAIL   16  THE CHECK COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  HELD SUSPECTS, DECIDED SUSPECTS, REJECTED
      *                       RELEASE CARDS AND A FAILED CHECK ARE NOW
      *                       ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *      10/05/2026  DLM  HOLD REPORT SEQUENCE COLUMN WIDENED TO
      *                       THE FULL NINE-DIGIT TRANSACTION NUMBER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDUPS.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TRAN-FILE ASSIGN TO TRANIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT CALC-TRANN-FILE ASSIGN TO TRANINN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANN-FILE-STATUS.

           SELECT CALC-TRANA-FILE ASSIGN TO TRANINA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANA-FILE-STATUS.

           SELECT CALC-TRANAN-FILE ASSIGN TO TRANINAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANAN-FILE-STATUS.

           SELECT CALC-AUDIT-FILE ASSIGN TO CALCAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-LOG-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CALC-PSTH-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTH-FILE-STATUS.

           SELECT CALC-DUPH-FILE ASSIGN TO DUPHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPH-FILE-STATUS.

           SELECT CALC-DUPR-FILE ASSIGN TO DUPRLSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPR-FILE-STATUS.

           SELECT DUPS-RPT-FILE ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRAN-FILE
           RECORDING MODE IS F.
           COPY CALCTRAN.

       FD  CALC-TRANN-FILE
           RECORDING MODE IS F.
       01  CALC-TRANN-RECORD.
           05  TN-TRAN-SEQ-NO          PIC 9(09).
           05  TN-NUM1                 PIC S9(05)V99.
           05  TN-NUM2                 PIC S9(05)V99.
           05  TN-OPERACION            PIC X(01).

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

       FD  CALC-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CALCAUD.

       FD  CALC-PSTH-FILE
           RECORDING MODE IS F.
           COPY CALCPSTH.

       FD  CALC-DUPH-FILE
           RECORDING MODE IS F.
           COPY CALCDUPH.

       FD  CALC-DUPR-FILE.
           COPY CALCDUPR.

       FD  DUPS-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-TRANN-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-TRANA-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-TRANAN-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-PSTH-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-DUPH-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-DUPR-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 7.
       77  WS-WINDOW-START             PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-TB-COUNT                 PIC S9(05) COMP VALUE 0.
       77  WS-TA-COUNT                 PIC S9(05) COMP VALUE 0.
       77  WS-TB-IX                    PIC S9(05) COMP VALUE 0.
       77  WS-TA-IX                    PIC S9(05) COMP VALUE 0.
       77  WS-TRAN-READ-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-TRANA-READ-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-TRANN-WRITE-COUNT        PIC S9(07) COMP VALUE 0.
       77  WS-TRANAN-WRITE-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-AUDIT-COMPARED-COUNT     PIC S9(07) COMP VALUE 0.
       77  WS-POST-COMPARED-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-SUSPECT-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-HELD-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-RELEASED-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-DISCARDED-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-CARD-APPLIED-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-CARD-REJECTED-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-CARD-OTHER-DATE-COUNT    PIC S9(07) COMP VALUE 0.
       77  WS-NEXT-SEQ-NO              PIC 9(09) VALUE 0.
       77  WS-AUD-MODE-CODE            PIC X(02) VALUE SPACES.
           88  WS-AUD-FROM-TRANIN          VALUE "BA" "RC".
       77  WS-CARD-REASON              PIC X(30) VALUE SPACES.
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
           05  WS-EOF-TRAN-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-TRAN-FILE      VALUE "Y".
           05  WS-EOF-TRANA-SW         PIC X(01) VALUE "N".
               88  WS-END-OF-TRANA-FILE     VALUE "Y".
           05  WS-EOF-AUD-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT          VALUE "Y".
           05  WS-EOF-PSTH-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PSTH-FILE      VALUE "Y".
           05  WS-EOF-DUPR-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-DUPR-FILE      VALUE "Y".
           05  WS-LOAD-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-LOAD-ERROR            VALUE "Y".
           05  WS-NO-AUDIT-SW          PIC X(01) VALUE "N".
               88  WS-NO-AUDIT-LOG          VALUE "Y".
           05  WS-NO-PSTH-SW           PIC X(01) VALUE "N".
               88  WS-NO-POSTING-HISTORY    VALUE "Y".
           05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
               88  WS-SCAN-DONE             VALUE "Y".
           05  WS-LEAP-SW              PIC X(01) VALUE "N".
               88  WS-LEAP-YEAR             VALUE "Y".

      *****************************************************************
      *  THE DAY'S FEEDS, HELD IN STORAGE SO EACH HISTORY RECORD IS
      *  READ ONCE AND COMPARED WITH THE WHOLE DAY RATHER THAN THE
      *  HISTORY BEING REREAD PER TRANSACTION.  WS-TB-STATUS AND
      *  WS-TA-STATUS CARRY THE SAME CODES AS DH-STATUS, BLANK FOR A
      *  CLEAN TRANSACTION.  A FEED LARGER THAN THE TABLE IS NOT
      *  CHECKED AT ALL (RC 16) RATHER THAN CHECKED IN PART.
      *****************************************************************
       01  WS-TRAN-B-TABLE.
           05  WS-TB-ENTRY             OCCURS 5000 TIMES.
               10  WS-TB-SEQ-NO        PIC 9(09).
               10  WS-TB-NUM1          PIC S9(05)V99.
               10  WS-TB-NUM2          PIC S9(05)V99.
               10  WS-TB-OPERACION     PIC X(01).
               10  WS-TB-STATUS        PIC X(01).
                   88  WS-TB-CLEAN         VALUE " ".
                   88  WS-TB-HELD          VALUE "H".
                   88  WS-TB-RELEASED      VALUE "R".
                   88  WS-TB-DISCARDED     VALUE "D".
               10  WS-TB-MATCH-DATE    PIC 9(08).
               10  WS-TB-DECIDED-BY    PIC X(08).

       01  WS-TRAN-A-TABLE.
           05  WS-TA-ENTRY             OCCURS 5000 TIMES.
               10  WS-TA-SEQ-NO        PIC 9(09).
               10  WS-TA-ACCOUNT       PIC X(08).
               10  WS-TA-AMOUNT        PIC S9(05)V99.
               10  WS-TA-OPERACION     PIC X(01).
               10  WS-TA-STATUS        PIC X(01).
                   88  WS-TA-CLEAN         VALUE " ".
                   88  WS-TA-HELD          VALUE "H".
                   88  WS-TA-RELEASED      VALUE "R".
                   88  WS-TA-DISCARDED     VALUE "D".
               10  WS-TA-MATCH-DATE    PIC 9(08).
               10  WS-TA-DECIDED-BY    PIC X(08).

       01  WS-WINDOW-WORK.
           05  WS-DD-DATE              PIC 9(08).
           05  WS-DD-PARTS REDEFINES WS-DD-DATE.
               10  WS-DD-YEAR          PIC 9(04).
               10  WS-DD-MONTH         PIC 9(02).
               10  WS-DD-DAY           PIC 9(02).

       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(53) VALUE
               "CALCDUPS DUPLICATE TRANSACTION CHECK - BUSINESS DATE ".
           05  RTL-DATE                PIC 9(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-RPT-HOLD-HEADING.
           05  FILLER                  PIC X(03) VALUE "F".
           05  FILLER                  PIC X(11) VALUE "      SEQ".
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(11) VALUE "     NUM1".
           05  FILLER                  PIC X(11) VALUE "   AMOUNT".
           05  FILLER                  PIC X(03) VALUE "OP".
           05  FILLER                  PIC X(08) VALUE "MATCH".
           05  FILLER                  PIC X(10) VALUE "ON".
           05  FILLER                  PIC X(11) VALUE "STATUS".
           05  FILLER                  PIC X(08) VALUE "BY".

       01  WS-RPT-HOLD-LINE.
           05  RH-FEED                 PIC X(01).
           05  RH-SEQ                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-NUM1                 PIC -(5)9.99.
           05  RH-NUM1-X REDEFINES RH-NUM1
                                       PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-AMOUNT               PIC -(5)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-OPERACION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-SOURCE               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-MATCH-DATE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-STATUS               PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH-DECIDED-BY           PIC X(08).

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
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCDUPS".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT

           IF NOT WS-PARM-ERROR
               PERFORM 2000-CHECK-PROCESS THRU 2000-EXIT
           END-IF

           IF RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN WS-HELD-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                       MOVE 08 TO WS-ALERT-SEVERITY
                       MOVE "DUPSHELD" TO WS-ALERT-CODE
                       MOVE "SUSPECT DUPLICATES HELD - SEE DUPRPT"
                           TO WS-ALERT-MESSAGE
                       PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
                   WHEN WS-SUSPECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                       MOVE 04 TO WS-ALERT-SEVERITY
                       MOVE "DUPSSUSP" TO WS-ALERT-CODE
                       MOVE "SUSPECT DUPLICATES DECIDED - SEE DUPRPT"
                           TO WS-ALERT-MESSAGE
                       PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
                   WHEN WS-CARD-REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                       MOVE 04 TO WS-ALERT-SEVERITY
                       MOVE "DUPSCARD" TO WS-ALERT-CODE
                       MOVE "DUPRLSE CARD REJECTED - SEE DUPRPT"
                           TO WS-ALERT-MESSAGE
                       PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-EVALUATE
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-READ-PARAMETERS - THE CHECK WORKS OFF THE SAME CALCPARM
      *  BUSINESS DATE THE BATCH RUN WILL USE.  ONLY BUSINESS-DATE
      *  AND DUP-LOOKBACK-DAYS ARE TAKEN HERE - THE OTHER PARAMETERS
      *  BELONG TO CALCULADORA, WHICH VALIDATES THE FULL SET ITSELF.
      *****************************************************************
       1000-READ-PARAMETERS.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCDUPS - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - CHECK NOT RUN"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE

               IF NOT WS-DATE-PARM-FOUND
                   DISPLAY "CALCDUPS - REQUIRED PARAMETER "
                       "BUSINESS-DATE MISSING - CHECK NOT RUN"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR
               PERFORM 1200-SET-WINDOW THRU 1200-EXIT
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
               IF WS-PARM-KEYWORD = "DUP-LOOKBACK-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                      AND WS-PARM-VALUE(1:3) NOT = "000"
                       MOVE WS-PARM-VALUE(1:3) TO WS-LOOKBACK-DAYS
                   ELSE
                       DISPLAY "CALCDUPS - PARAMETER DUP-LOOKBACK-DAYS "
                           "MALFORMED: " WS-PARM-VALUE
                           " - CHECK NOT RUN"
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
      *  1200-SET-WINDOW - THE FIRST DATE OF THE LOOK-BACK WINDOW,
      *  DUP-LOOKBACK-DAYS CALENDAR DAYS BEFORE THE BUSINESS DATE.
      *****************************************************************
       1200-SET-WINDOW.
           MOVE WS-BUSINESS-DATE TO WS-DD-DATE
           MOVE 0 TO WS-DAY-COUNT
           PERFORM 8750-SUBTRACT-ONE-DAY THRU 8750-EXIT
               UNTIL WS-DAY-COUNT >= WS-LOOKBACK-DAYS
           MOVE WS-DD-DATE TO WS-WINDOW-START
           .
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-PROCESS - TABLE THE DAY'S FEEDS, MARK EVERY
      *  TRANSACTION THE HISTORY ALREADY HOLDS, APPLY THE OPERATOR'S
      *  RELEASE CARDS, THEN WRITE THE CLEAN FEEDS, THE HOLD FILE
      *  AND THE REPORT.
      *****************************************************************
       2000-CHECK-PROCESS.
           PERFORM 2100-LOAD-TRANIN THRU 2100-EXIT
           IF NOT WS-LOAD-ERROR
               PERFORM 2300-LOAD-TRANINA THRU 2300-EXIT
           END-IF

           IF NOT WS-LOAD-ERROR AND WS-TB-COUNT > 0
               PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT
           END-IF

           IF NOT WS-LOAD-ERROR AND WS-TA-COUNT > 0
               PERFORM 3500-SCAN-POSTINGS THRU 3500-EXIT
           END-IF

           IF NOT WS-LOAD-ERROR
               PERFORM 4000-APPLY-RELEASES THRU 4000-EXIT
               PERFORM 5000-WRITE-OUTPUTS THRU 5000-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-LOAD-TRANIN - A MISSING TRANIN JUST MEANS NO KEYED
      *  BATCH WORK THAT DAY, AS IN CALCSGEN.
      *****************************************************************
       2100-LOAD-TRANIN.
           OPEN INPUT CALC-TRAN-FILE
           EVALUATE WS-TRAN-FILE-STATUS
               WHEN "00"
                   PERFORM 2150-READ-TRAN THRU 2150-EXIT
                   PERFORM 2200-TABLE-ONE-TRAN THRU 2200-EXIT
                       UNTIL WS-END-OF-TRAN-FILE OR WS-LOAD-ERROR
                   CLOSE CALC-TRAN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALCDUPS - UNABLE TO OPEN TRANIN, FILE "
                       "STATUS " WS-TRAN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

       2150-READ-TRAN.
           READ CALC-TRAN-FILE
               AT END
                   SET WS-END-OF-TRAN-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
           END-READ
           .
       2150-EXIT.
           EXIT.

       2200-TABLE-ONE-TRAN.
           IF WS-TB-COUNT >= 5000
               DISPLAY "CALCDUPS - TRANIN HOLDS MORE THAN 5000 "
                   "TRANSACTIONS - CHECK NOT RUN"
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-TB-COUNT
               MOVE CT-TRAN-SEQ-NO TO WS-TB-SEQ-NO(WS-TB-COUNT)
               MOVE CT-NUM1        TO WS-TB-NUM1(WS-TB-COUNT)
               MOVE CT-NUM2        TO WS-TB-NUM2(WS-TB-COUNT)
               MOVE CT-OPERACION   TO WS-TB-OPERACION(WS-TB-COUNT)
               MOVE SPACE          TO WS-TB-STATUS(WS-TB-COUNT)
               MOVE 0              TO WS-TB-MATCH-DATE(WS-TB-COUNT)
               MOVE SPACES         TO WS-TB-DECIDED-BY(WS-TB-COUNT)
               PERFORM 2150-READ-TRAN THRU 2150-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-LOAD-TRANINA - TABLED IN THE FEED'S OWN ACCOUNT
      *  SEQUENCE, WHICH TRANINAN KEEPS.
      *****************************************************************
       2300-LOAD-TRANINA.
           OPEN INPUT CALC-TRANA-FILE
           EVALUATE WS-TRANA-FILE-STATUS
               WHEN "00"
                   PERFORM 2350-READ-TRANA THRU 2350-EXIT
                   PERFORM 2400-TABLE-ONE-TRANA THRU 2400-EXIT
                       UNTIL WS-END-OF-TRANA-FILE OR WS-LOAD-ERROR
                   CLOSE CALC-TRANA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALCDUPS - UNABLE TO OPEN TRANINA, FILE "
                       "STATUS " WS-TRANA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
           END-EVALUATE
           .
       2300-EXIT.
           EXIT.

       2350-READ-TRANA.
           READ CALC-TRANA-FILE
               AT END
                   SET WS-END-OF-TRANA-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANA-READ-COUNT
           END-READ
           .
       2350-EXIT.
           EXIT.

       2400-TABLE-ONE-TRANA.
           IF WS-TA-COUNT >= 5000
               DISPLAY "CALCDUPS - TRANINA HOLDS MORE THAN 5000 "
                   "TRANSACTIONS - CHECK NOT RUN"
               MOVE 16 TO RETURN-CODE
               SET WS-LOAD-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-TA-COUNT
               MOVE CTA-TRAN-SEQ-NO TO WS-TA-SEQ-NO(WS-TA-COUNT)
               MOVE CTA-ACCOUNT-NO  TO WS-TA-ACCOUNT(WS-TA-COUNT)
               MOVE CTA-AMOUNT      TO WS-TA-AMOUNT(WS-TA-COUNT)
               MOVE CTA-OPERACION   TO WS-TA-OPERACION(WS-TA-COUNT)
               MOVE SPACE           TO WS-TA-STATUS(WS-TA-COUNT)
               MOVE 0               TO WS-TA-MATCH-DATE(WS-TA-COUNT)
               MOVE SPACES          TO WS-TA-DECIDED-BY(WS-TA-COUNT)
               PERFORM 2350-READ-TRANA THRU 2350-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  3000-SCAN-AUDIT - ONE KEYED PASS OVER CALCAUD FROM THE
      *  WINDOW START TO THE END OF THE LOG.  A MISSING LOG LEAVES
      *  TRANIN UNCHECKED AND SAYS SO ON THE REPORT.
      *****************************************************************
       3000-SCAN-AUDIT.
           OPEN INPUT CALC-AUDIT-FILE
           EVALUATE WS-AUDIT-FILE-STATUS
               WHEN "00"
                   MOVE WS-WINDOW-START TO CA-DATE
                   MOVE ZERO            TO CA-TIME
                   MOVE ZERO            TO CA-TIE-SEQ-NO
                   START CALC-AUDIT-FILE KEY >= CA-LOG-KEY
                       INVALID KEY
                           SET WS-END-OF-AUDIT TO TRUE
                   END-START
                   PERFORM 3100-SCAN-ONE-AUDIT THRU 3100-EXIT
                       UNTIL WS-END-OF-AUDIT
                   CLOSE CALC-AUDIT-FILE
               WHEN "35"
                   SET WS-NO-AUDIT-LOG TO TRUE
               WHEN OTHER
                   DISPLAY "CALCDUPS - UNABLE TO OPEN CALCAUD, FILE "
                       "STATUS " WS-AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-SCAN-ONE-AUDIT - ONLY AN AUDIT RECORD WRITTEN BY A
      *  BATCH OR RECYCLE RUN (THE MODE CODE CLOSING CA-RUN-ID) CAME
      *  FROM TRANIN, AND ONLY ONE THAT POSTED WITHOUT ERROR WOULD
      *  MAKE A RESEND A DOUBLE POSTING.
      *****************************************************************
       3100-SCAN-ONE-AUDIT.
           READ CALC-AUDIT-FILE NEXT
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE CA-RUN-ID(15:2) TO WS-AUD-MODE-CODE
                   IF WS-AUD-FROM-TRANIN AND CA-ERROR-NO
                       ADD 1 TO WS-AUDIT-COMPARED-COUNT
                       MOVE 0 TO WS-TB-IX
                       PERFORM 3200-MATCH-ONE-B THRU 3200-EXIT
                           UNTIL WS-TB-IX >= WS-TB-COUNT
                   END-IF
           END-READ
           .
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-MATCH-ONE-B - EVERY TRANIN ENTRY CARRYING THE AUDIT
      *  RECORD'S OPERANDS AND OPERACION IS A SUSPECT.  THE LOG READS
      *  OLDEST FIRST, SO THE MATCH DATE LEFT IS THE LATEST ONE.
      *****************************************************************
       3200-MATCH-ONE-B.
           ADD 1 TO WS-TB-IX
           IF WS-TB-NUM1(WS-TB-IX) = CA-NUM1
              AND WS-TB-NUM2(WS-TB-IX) = CA-NUM2
              AND WS-TB-OPERACION(WS-TB-IX) = CA-OPERACION
               IF WS-TB-CLEAN(WS-TB-IX)
                   SET WS-TB-HELD(WS-TB-IX) TO TRUE
                   ADD 1 TO WS-SUSPECT-COUNT
               END-IF
               MOVE CA-DATE TO WS-TB-MATCH-DATE(WS-TB-IX)
           END-IF
           .
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3500-SCAN-POSTINGS - ONE PASS OVER THE ACCUM POSTING
      *  HISTORY.  ONLY DATES IN THE WINDOW AND BEFORE THE BUSINESS
      *  DATE COUNT - POSTINGS ALREADY CAPTURED UNDER THE BUSINESS
      *  DATE ITSELF ARE TODAY'S OWN RUN.  A MISSING HISTORY LEAVES
      *  TRANINA UNCHECKED AND SAYS SO ON THE REPORT.
      *****************************************************************
       3500-SCAN-POSTINGS.
           OPEN INPUT CALC-PSTH-FILE
           EVALUATE WS-PSTH-FILE-STATUS
               WHEN "00"
                   PERFORM 3550-READ-POSTING THRU 3550-EXIT
                   PERFORM 3600-SCAN-ONE-POSTING THRU 3600-EXIT
                       UNTIL WS-END-OF-PSTH-FILE
                   CLOSE CALC-PSTH-FILE
               WHEN "35"
                   SET WS-NO-POSTING-HISTORY TO TRUE
               WHEN OTHER
                   DISPLAY "CALCDUPS - UNABLE TO OPEN POSTHIST, FILE "
                       "STATUS " WS-PSTH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOAD-ERROR TO TRUE
           END-EVALUATE
           .
       3500-EXIT.
           EXIT.

       3550-READ-POSTING.
           READ CALC-PSTH-FILE
               AT END
                   SET WS-END-OF-PSTH-FILE TO TRUE
           END-READ
           .
       3550-EXIT.
           EXIT.

       3600-SCAN-ONE-POSTING.
           IF PH-BUSINESS-DATE >= WS-WINDOW-START
              AND PH-BUSINESS-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-POST-COMPARED-COUNT
               MOVE 0 TO WS-TA-IX
               PERFORM 3700-MATCH-ONE-A THRU 3700-EXIT
                   UNTIL WS-TA-IX >= WS-TA-COUNT
           END-IF
           PERFORM 3550-READ-POSTING THRU 3550-EXIT
           .
       3600-EXIT.
           EXIT.

       3700-MATCH-ONE-A.
           ADD 1 TO WS-TA-IX
           IF WS-TA-ACCOUNT(WS-TA-IX) = PH-ACCOUNT-NO
              AND WS-TA-AMOUNT(WS-TA-IX) = PH-AMOUNT
              AND WS-TA-OPERACION(WS-TA-IX) = PH-OPERACION
               IF WS-TA-CLEAN(WS-TA-IX)
                   SET WS-TA-HELD(WS-TA-IX) TO TRUE
                   ADD 1 TO WS-SUSPECT-COUNT
               END-IF
               MOVE PH-BUSINESS-DATE TO WS-TA-MATCH-DATE(WS-TA-IX)
           END-IF
           .
       3700-EXIT.
           EXIT.

      *****************************************************************
      *  4000-APPLY-RELEASES - THE OPERATOR'S DECISIONS ON TODAY'S
      *  HOLDS.  A CARD FOR ANOTHER BUSINESS DATE IS LEFT OVER AND
      *  IGNORED; A MALFORMED CARD, OR ONE NAMING A TRANSACTION THAT
      *  IS NOT HELD, IS REJECTED ON THE CONSOLE AND THE HOLD STANDS.
      *****************************************************************
       4000-APPLY-RELEASES.
           OPEN INPUT CALC-DUPR-FILE
           IF WS-DUPR-FILE-STATUS = "00"
               PERFORM 4050-READ-RELEASE THRU 4050-EXIT
               PERFORM 4100-APPLY-ONE-RELEASE THRU 4100-EXIT
                   UNTIL WS-END-OF-DUPR-FILE
               CLOSE CALC-DUPR-FILE
           END-IF
           .
       4000-EXIT.
           EXIT.

       4050-READ-RELEASE.
           READ CALC-DUPR-FILE
               AT END
                   SET WS-END-OF-DUPR-FILE TO TRUE
           END-READ
           .
       4050-EXIT.
           EXIT.

       4100-APPLY-ONE-RELEASE.
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN CALC-DUPR-RECORD = SPACES
                   CONTINUE
               WHEN CALC-DUPR-RECORD(1:1) = "*"
                   CONTINUE
               WHEN DR-BUSINESS-DATE NOT NUMERIC
                   MOVE "MALFORMED BUSINESS DATE" TO WS-CARD-REASON
               WHEN DR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-CARD-OTHER-DATE-COUNT
               WHEN NOT DR-FEED-BATCH AND NOT DR-FEED-ACCUM
                   MOVE "FEED MUST BE B OR A" TO WS-CARD-REASON
               WHEN DR-TRAN-SEQ-NO NOT NUMERIC
                   MOVE "MALFORMED SEQUENCE NUMBER" TO WS-CARD-REASON
               WHEN NOT DR-RELEASE AND NOT DR-DISCARD
                   MOVE "DECISION MUST BE R OR D" TO WS-CARD-REASON
               WHEN DR-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID" TO WS-CARD-REASON
               WHEN DR-FEED-BATCH
                   PERFORM 4200-DECIDE-B THRU 4200-EXIT
               WHEN OTHER
                   PERFORM 4300-DECIDE-A THRU 4300-EXIT
           END-EVALUATE

           IF WS-CARD-REASON NOT = SPACES
               DISPLAY "CALCDUPS - RELEASE CARD REJECTED, "
                   WS-CARD-REASON ": " CALC-DUPR-RECORD(1:31)
               ADD 1 TO WS-CARD-REJECTED-COUNT
           END-IF

           PERFORM 4050-READ-RELEASE THRU 4050-EXIT
           .
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-DECIDE-B / 4300-DECIDE-A - FIND THE HELD TRANSACTION BY
      *  ITS FEED SEQUENCE NUMBER AND RECORD THE DECISION.  A SECOND
      *  CARD FOR A TRANSACTION ALREADY DECIDED IS REJECTED, SO ONE
      *  OPERATOR CANNOT QUIETLY OVERTURN ANOTHER'S DECISION.
      *****************************************************************
       4200-DECIDE-B.
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE 0 TO WS-TB-IX
           PERFORM 4250-SCAN-ONE-B THRU 4250-EXIT
               UNTIL WS-SCAN-DONE
      *  THE BOUNDS TEST STANDS ALONE - AN AND IS NOT GUARANTEED TO
      *  SHORT-CIRCUIT, AND WS-TB-IX SITS ONE PAST THE TABLE WHEN
      *  NO ENTRY CARRIES THE CARD'S SEQUENCE NUMBER.
           IF WS-TB-IX > WS-TB-COUNT
               MOVE "NO SUCH TRANSACTION ON TRANIN" TO WS-CARD-REASON
           ELSE
               IF NOT WS-TB-HELD(WS-TB-IX)
                   MOVE "TRANSACTION IS NOT HELD" TO WS-CARD-REASON
               ELSE
                   MOVE DR-DECISION TO WS-TB-STATUS(WS-TB-IX)
                   MOVE DR-OPERATOR TO WS-TB-DECIDED-BY(WS-TB-IX)
                   ADD 1 TO WS-CARD-APPLIED-COUNT
               END-IF
           END-IF
           .
       4200-EXIT.
           EXIT.

       4250-SCAN-ONE-B.
           ADD 1 TO WS-TB-IX
           IF WS-TB-IX > WS-TB-COUNT
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF WS-TB-SEQ-NO(WS-TB-IX) = DR-TRAN-SEQ-NO
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF
           .
       4250-EXIT.
           EXIT.

       4300-DECIDE-A.
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE 0 TO WS-TA-IX
           PERFORM 4350-SCAN-ONE-A THRU 4350-EXIT
               UNTIL WS-SCAN-DONE
           IF WS-TA-IX > WS-TA-COUNT
               MOVE "NO SUCH TRANSACTION ON TRANINA" TO WS-CARD-REASON
           ELSE
               IF NOT WS-TA-HELD(WS-TA-IX)
                   MOVE "TRANSACTION IS NOT HELD" TO WS-CARD-REASON
               ELSE
                   MOVE DR-DECISION TO WS-TA-STATUS(WS-TA-IX)
                   MOVE DR-OPERATOR TO WS-TA-DECIDED-BY(WS-TA-IX)
                   ADD 1 TO WS-CARD-APPLIED-COUNT
               END-IF
           END-IF
           .
       4300-EXIT.
           EXIT.

       4350-SCAN-ONE-A.
           ADD 1 TO WS-TA-IX
           IF WS-TA-IX > WS-TA-COUNT
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF WS-TA-SEQ-NO(WS-TA-IX) = DR-TRAN-SEQ-NO
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF
           .
       4350-EXIT.
           EXIT.

      *****************************************************************
      *  5000-WRITE-OUTPUTS - CLEAN AND RELEASED TRANSACTIONS TO THE
      *  NEW FEEDS, RENUMBERED FROM 1; EVERY SUSPECT TO DUPHOLD AND
      *  THE HOLD REPORT WITH ITS STANDING.
      *****************************************************************
       5000-WRITE-OUTPUTS.
           OPEN OUTPUT CALC-TRANN-FILE
           OPEN OUTPUT CALC-TRANAN-FILE
           OPEN OUTPUT CALC-DUPH-FILE
           IF WS-TRANN-FILE-STATUS NOT = "00"
              OR WS-TRANAN-FILE-STATUS NOT = "00"
              OR WS-DUPH-FILE-STATUS NOT = "00"
               DISPLAY "CALCDUPS - UNABLE TO OPEN OUTPUT, FILE "
                   "STATUS TRANINN " WS-TRANN-FILE-STATUS
                   " TRANINAN " WS-TRANAN-FILE-STATUS
                   " DUPHOLD " WS-DUPH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DUPS-RPT-FILE
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT

               MOVE 0 TO WS-NEXT-SEQ-NO
               MOVE 0 TO WS-TB-IX
               PERFORM 5100-WRITE-ONE-B THRU 5100-EXIT
                   UNTIL WS-TB-IX >= WS-TB-COUNT

               MOVE 0 TO WS-NEXT-SEQ-NO
               MOVE 0 TO WS-TA-IX
               PERFORM 5200-WRITE-ONE-A THRU 5200-EXIT
                   UNTIL WS-TA-IX >= WS-TA-COUNT

               PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
               CLOSE DUPS-RPT-FILE
           END-IF
           CLOSE CALC-TRANN-FILE
           CLOSE CALC-TRANAN-FILE
           CLOSE CALC-DUPH-FILE
           .
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-B.
           ADD 1 TO WS-TB-IX
           IF WS-TB-CLEAN(WS-TB-IX) OR WS-TB-RELEASED(WS-TB-IX)
               ADD 1 TO WS-NEXT-SEQ-NO
               MOVE WS-NEXT-SEQ-NO            TO TN-TRAN-SEQ-NO
               MOVE WS-TB-NUM1(WS-TB-IX)      TO TN-NUM1
               MOVE WS-TB-NUM2(WS-TB-IX)      TO TN-NUM2
               MOVE WS-TB-OPERACION(WS-TB-IX) TO TN-OPERACION
               WRITE CALC-TRANN-RECORD
               ADD 1 TO WS-TRANN-WRITE-COUNT
           END-IF

           IF NOT WS-TB-CLEAN(WS-TB-IX)
               MOVE WS-BUSINESS-DATE           TO DH-BUSINESS-DATE
               SET DH-FEED-BATCH               TO TRUE
               MOVE WS-TB-SEQ-NO(WS-TB-IX)     TO DH-TRAN-SEQ-NO
               MOVE SPACES                     TO DH-ACCOUNT-NO
               MOVE WS-TB-NUM1(WS-TB-IX)       TO DH-NUM1
               MOVE WS-TB-NUM2(WS-TB-IX)       TO DH-NUM2
               MOVE WS-TB-OPERACION(WS-TB-IX)  TO DH-OPERACION
               SET DH-MATCH-AUDIT              TO TRUE
               MOVE WS-TB-MATCH-DATE(WS-TB-IX) TO DH-MATCH-DATE
               MOVE WS-TB-STATUS(WS-TB-IX)     TO DH-STATUS
               MOVE WS-TB-DECIDED-BY(WS-TB-IX) TO DH-DECIDED-BY
               PERFORM 5500-WRITE-HOLD THRU 5500-EXIT
           END-IF
           .
       5100-EXIT.
           EXIT.

       5200-WRITE-ONE-A.
           ADD 1 TO WS-TA-IX
           IF WS-TA-CLEAN(WS-TA-IX) OR WS-TA-RELEASED(WS-TA-IX)
               ADD 1 TO WS-NEXT-SEQ-NO
               MOVE WS-NEXT-SEQ-NO            TO TAN-TRAN-SEQ-NO
               MOVE WS-TA-ACCOUNT(WS-TA-IX)   TO TAN-ACCOUNT-NO
               MOVE WS-TA-AMOUNT(WS-TA-IX)    TO TAN-AMOUNT
               MOVE WS-TA-OPERACION(WS-TA-IX) TO TAN-OPERACION
               WRITE CALC-TRANAN-RECORD
               ADD 1 TO WS-TRANAN-WRITE-COUNT
           END-IF

           IF NOT WS-TA-CLEAN(WS-TA-IX)
               MOVE WS-BUSINESS-DATE           TO DH-BUSINESS-DATE
               SET DH-FEED-ACCUM               TO TRUE
               MOVE WS-TA-SEQ-NO(WS-TA-IX)     TO DH-TRAN-SEQ-NO
               MOVE WS-TA-ACCOUNT(WS-TA-IX)    TO DH-ACCOUNT-NO
               MOVE 0                          TO DH-NUM1
               MOVE WS-TA-AMOUNT(WS-TA-IX)     TO DH-NUM2
               MOVE WS-TA-OPERACION(WS-TA-IX)  TO DH-OPERACION
               SET DH-MATCH-POSTED             TO TRUE
               MOVE WS-TA-MATCH-DATE(WS-TA-IX) TO DH-MATCH-DATE
               MOVE WS-TA-STATUS(WS-TA-IX)     TO DH-STATUS
               MOVE WS-TA-DECIDED-BY(WS-TA-IX) TO DH-DECIDED-BY
               PERFORM 5500-WRITE-HOLD THRU 5500-EXIT
           END-IF
           .
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  5500-WRITE-HOLD - ONE SUSPECT TO DUPHOLD AND THE REPORT,
      *  COUNTED BY ITS STANDING.
      *****************************************************************
       5500-WRITE-HOLD.
           WRITE CALC-DUPH-RECORD

           MOVE DH-FEED           TO RH-FEED
           MOVE DH-TRAN-SEQ-NO    TO RH-SEQ
           MOVE DH-ACCOUNT-NO     TO RH-ACCOUNT
           IF DH-FEED-BATCH
               MOVE DH-NUM1       TO RH-NUM1
               MOVE "AUDIT"       TO RH-SOURCE
           ELSE
               MOVE SPACES        TO RH-NUM1-X
               MOVE "POSTED"      TO RH-SOURCE
           END-IF
           MOVE DH-NUM2           TO RH-AMOUNT
           MOVE DH-OPERACION      TO RH-OPERACION
           MOVE DH-MATCH-DATE     TO RH-MATCH-DATE
           MOVE DH-DECIDED-BY     TO RH-DECIDED-BY
           EVALUATE TRUE
               WHEN DH-HELD
                   MOVE "HELD"      TO RH-STATUS
                   ADD 1 TO WS-HELD-COUNT
               WHEN DH-RELEASED
                   MOVE "RELEASED"  TO RH-STATUS
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN OTHER
                   MOVE "DISCARDED" TO RH-STATUS
                   ADD 1 TO WS-DISCARDED-COUNT
           END-EVALUATE
           MOVE WS-RPT-HOLD-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       5500-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - REPORT TITLE, THE WINDOW AND THE HOLD
      *  COLUMN HEADINGS.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE WS-BUSINESS-DATE TO RTL-DATE
           MOVE WS-RPT-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "LOOK-BACK FROM"       TO RD-LABEL
           MOVE WS-WINDOW-START       TO RD-DATE
           MOVE WS-RPT-DATE-LINE      TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HOLD-HEADING TO RPT-LINE
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANIN RECORDS READ"  TO RT-LABEL
           MOVE WS-TRAN-READ-COUNT    TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANINA RECORDS READ" TO RT-LABEL
           MOVE WS-TRANA-READ-COUNT   TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "AUDIT RECORDS COMPARED" TO RT-LABEL
           MOVE WS-AUDIT-COMPARED-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "POSTINGS COMPARED"    TO RT-LABEL
           MOVE WS-POST-COMPARED-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "SUSPECTED DUPLICATES" TO RT-LABEL
           MOVE WS-SUSPECT-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  HELD"               TO RT-LABEL
           MOVE WS-HELD-COUNT         TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  RELEASED"           TO RT-LABEL
           MOVE WS-RELEASED-COUNT     TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  DISCARDED"          TO RT-LABEL
           MOVE WS-DISCARDED-COUNT    TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANINN RECORDS OUT"  TO RT-LABEL
           MOVE WS-TRANN-WRITE-COUNT  TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANINAN RECORDS OUT" TO RT-LABEL
           MOVE WS-TRANAN-WRITE-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RELEASE CARDS APPLIED" TO RT-LABEL
           MOVE WS-CARD-APPLIED-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RELEASE CARDS REJECTED" TO RT-LABEL
           MOVE WS-CARD-REJECTED-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RELEASE CARDS OTHER DATE" TO RT-LABEL
           MOVE WS-CARD-OTHER-DATE-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           IF WS-NO-AUDIT-LOG
               MOVE "** NO AUDIT LOG - TRANIN NOT CHECKED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-NO-POSTING-HISTORY
               MOVE "** NO POSTING HISTORY - TRANINA NOT CHECKED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-HELD-COUNT > 0
               MOVE "** HELD TRANSACTIONS AWAIT RELEASE - TRANINN AND "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** TRANINAN NOT TO BE CATALOGED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       7500-EXIT.
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
