      *****************************************************************
      *  PROGRAM-ID:  CALCAMRG
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      ACCUM PARTITION MERGE.  WHEN CALCPARM SPLITS THE ACCUM
      *      FEED INTO ACCOUNT-RANGE PARTITIONS (ACCUM-PARTITIONS AND
      *      ACCUM-PART-FROM-N), EACH PARTITION RUNS AS ITS OWN
      *      CALCULADORA "ACCUM PART=N" STEP AND WRITES ITS OWN
      *      BALMSTN, TRANOUTA, CALCRPTA, CALCCKPTA AND CALCREJ.  THIS
      *      STEP RUNS ONCE EVERY PARTITION HAS FINISHED AND REBUILDS
      *      THE SINGLE DAY THE DOWNSTREAM STEPS (CALCRCN, CALCBPRF,
      *      CALCSTMT) HAVE ALWAYS READ:
      *
      *          - BALMSTN AND TRANOUTA ARE THE PARTITIONS' FILES
      *            CONCATENATED IN PARTITION ORDER BY THE JOB STEP
      *            (BALMSTP AND TRANOUTP) AND COPIED THROUGH, WITH
      *            THE ACCOUNT SEQUENCE PROVED ON THE WAY - STRICTLY
      *            ASCENDING ON THE MASTER, NEVER DESCENDING ON
      *            TRANOUTA.  A SEQUENCE ERROR MEANS THE PARTITIONS
      *            WERE CONCATENATED OUT OF ORDER OR OVERLAP;
      *          - CALCCKPTA IS REBUILT FROM THE PARTITIONS'
      *            CHECKPOINTS (CKPTAP, ALSO CONCATENATED) AS ONE
      *            COMPLETE CHECKPOINT FOR THE WHOLE DAY - THE COUNTS
      *            SUMMED, THE PARTITION SET TO 0 - SO CALCRCN PROVES
      *            THE MERGED TRANOUTA AGAINST IT UNCHANGED;
      *          - CALCRPTA IS REPRINTED FOR THE WHOLE DAY IN THE
      *            LAYOUT CALCULADORA PRINTS, THE ACCOUNT LINES BUILT
      *            FROM TRANOUTA AND THE OLD MASTER (BALMAST, FOR THE
      *            OPENING BALANCES - A MISSING BALMAST IS THE FIRST-
      *            EVER RUN) AND THE TOTALS FROM THE CHECKPOINTS;
      *          - THE PARTITIONS' FROZEN-ACCOUNT AND FLOOR REFUSALS
      *            (THEIR CALCREJ FILES, CONCATENATED AS REJP) ARE
      *            APPENDED TO THE DAY'S CALCREJ, AFTER ANY REJECTS
      *            BATCH, RECYCLE AND COMPOUND WROTE THERE, AND
      *            COUNTED ON CALCRPTA.  THIS IS DONE ONLY WHEN THE
      *            REST OF THE MERGE PROVED CLEAN, SO A MERGE RERUN
      *            AFTER A SEQUENCE OR COUNT ERROR DOES NOT APPEND THE
      *            REFUSALS TWICE.
      *
      *      NOTHING IS WRITTEN UNTIL EVERY PARTITION HAS PROVED
      *      FINISHED: NO ACCUM RUN MAY STILL BE OPEN ON CALCRLOG, AND
      *      CKPTAP MUST HOLD EXACTLY ONE COMPLETE CHECKPOINT FOR EACH
      *      PARTITION, EACH FOR THE CALCPARM BUSINESS DATE.
      *
      *      THE MERGE REGISTERS ITSELF ON CALCRLOG AS "ACCMERGE",
      *      WITH THE TRANOUTA RECORDS MERGED AND THE PROBLEMS FOUND ON
      *      THE TRAILER, SO THE DAY-CLOSE (CALCDCLS) CAN SEE THAT A
      *      PARTITIONED DAY WAS MERGED.
      *
      *      RETURN CODES: 0 MERGED; 8 A PARTITION IS STILL IN FLIGHT
      *      OR DID NOT FINISH (NOTHING WRITTEN), OR THE MERGED FILES
      *      ARE OUT OF SEQUENCE OR DISAGREE WITH THE CHECKPOINT
      *      COUNTS; 16 CALCPARM IS MISSING, DOES NOT PARTITION THE
      *      ACCUM FEED, OR AN INPUT, AN OUTPUT OR CALCREJ CANNOT BE
      *      OPENED.  THE JOB STEP MUST NOT RUN THE DOWNSTREAM STEPS
      *      ON ANYTHING BUT 0.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          AMRGOPEN  08  AN ACCUM RUN IS STILL OPEN ON CALCRLOG;
      *          AMRGPART  08  A PARTITION CHECKPOINT IS MISSING,
      *                        DUPLICATED, INCOMPLETE OR OLD;
      *          AMRGSEQ   08  THE MERGED FILES ARE OUT OF SEQUENCE;
      *          AMRGCNT   08  THE MERGED TRANOUTA DISAGREES WITH THE
      *                        CHECKPOINT COUNTS;
      *          RUNFAIL   16  THE MERGE COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  A REFUSED, OUT-OF-SEQUENCE OR FAILED
      *                       MERGE IS NOW ALSO RAISED ON THE SHARED
      *                       ALERT FILE THROUGH CALC0030.
      *      10/05/2026  DLM  THE PARTITIONS' REFUSALS ARE NOW APPENDED
      *                       TO THE DAY'S CALCREJ AND COUNTED ON THE
      *                       MERGED REPORT.
      *      10/05/2026  DLM  EVERY OUTPUT IS NOW OPENED AND CHECKED
      *                       BEFORE THE MERGE STARTS; ONE THAT WILL
      *                       NOT OPEN ENDS THE STEP RC 16.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAMRG.
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

           SELECT CALC-CKPTP-FILE ASSIGN TO CKPTAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPTP-FILE-STATUS.

           SELECT CALC-BALP-FILE ASSIGN TO BALMSTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALP-FILE-STATUS.

           SELECT CALC-OUTP-FILE ASSIGN TO TRANOUTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTP-FILE-STATUS.

           SELECT CALC-BALOLD-FILE ASSIGN TO BALMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALOLD-FILE-STATUS.

           SELECT CALC-BALNEW-FILE ASSIGN TO BALMSTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALNEW-FILE-STATUS.

           SELECT CALC-OUTA-FILE ASSIGN TO TRANOUTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTA-FILE-STATUS.

           SELECT CALC-CKPTA-FILE ASSIGN TO CALCCKPTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPTA-FILE-STATUS.

           SELECT CALC-RPTA-FILE ASSIGN TO CALCRPTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTA-FILE-STATUS.

           SELECT CALC-REJP-FILE ASSIGN TO REJP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJP-FILE-STATUS.

           SELECT CALC-REJ-FILE ASSIGN TO CALCREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT CALC-RUN-FILE ASSIGN TO CALCRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       FD  CALC-CKPTP-FILE
           RECORDING MODE IS F.
           COPY CALCCKPTA.

       FD  CALC-BALP-FILE
           RECORDING MODE IS F.
           COPY CALCBAL.

       FD  CALC-OUTP-FILE
           RECORDING MODE IS F.
           COPY CALCOUTA.

       FD  CALC-BALOLD-FILE
           RECORDING MODE IS F.
       01  CALC-BALOLD-RECORD.
           05  BO-ACCOUNT-NO           PIC X(08).
           05  BO-BALANCE              PIC S9(05)V99.
           05  FILLER                  PIC X(08).

       FD  CALC-BALNEW-FILE
           RECORDING MODE IS F.
       01  CALC-BALN-RECORD            PIC X(23).

       FD  CALC-OUTA-FILE
           RECORDING MODE IS F.
       01  CALC-OUTM-RECORD            PIC X(24).

       FD  CALC-CKPTA-FILE
           RECORDING MODE IS F.
       01  CALC-CKPTM-RECORD           PIC X(111).

       FD  CALC-RPTA-FILE.
       01  RPTA-LINE                   PIC X(86).

       FD  CALC-REJP-FILE
           RECORDING MODE IS F.
           COPY CALCREJ.

       FD  CALC-REJ-FILE
           RECORDING MODE IS F.
       01  CALC-REJM-RECORD            PIC X(64).

       FD  CALC-RUN-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CKPTP-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-BALP-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-OUTP-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BALOLD-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-BALNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-OUTA-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CKPTA-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-RPTA-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-REJP-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-REJ-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-PARTITION-COUNT          PIC 9(01) VALUE 0.
       77  WS-PART-IX                  PIC S9(04) COMP VALUE 0.
       77  WS-PART-DIGIT               PIC 9(01) VALUE 0.
       77  WS-HIGH-PARTITION           PIC 9(01) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-OPEN-ACCUM-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-CKPT-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-PROBLEM-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-MASTER-COUNT             PIC S9(07) COMP VALUE 0.
       77  WS-OUTA-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-ACCOUNT-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-SEQERR-COUNT             PIC S9(07) COMP VALUE 0.
       77  WS-REJ-COUNT                PIC S9(07) COMP VALUE 0.
       77  WS-PREV-MASTER-ACCOUNT      PIC X(08) VALUE LOW-VALUES.
       77  WS-PREV-OUTA-ACCOUNT        PIC X(08) VALUE LOW-VALUES.
       77  WS-CURRENT-ACCOUNT          PIC X(08) VALUE SPACES.
       77  WS-ACCT-OPEN-BALANCE        PIC S9(05)V99 VALUE 0.
       77  WS-ACCT-CLOSE-BALANCE       PIC S9(05)V99 VALUE 0.
       77  WS-ACCT-TRAN-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-ERROR-COUNT         PIC S9(07) COMP VALUE 0.
       77  WS-ACCT-REFUSED-COUNT       PIC S9(07) COMP VALUE 0.
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
           05  WS-EOF-CKPTP-SW         PIC X(01) VALUE "N".
               88  WS-END-OF-CKPTP-FILE     VALUE "Y".
           05  WS-EOF-BALP-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-BALP-FILE      VALUE "Y".
           05  WS-EOF-OUTP-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-OUTP-FILE      VALUE "Y".
           05  WS-EOF-REJP-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-REJP-FILE      VALUE "Y".
           05  WS-EOF-BAL-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-BAL-FILE       VALUE "Y".
           05  WS-BALOLD-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-BALOLD-OPEN           VALUE "Y".
           05  WS-OUTPUTS-OPEN-SW      PIC X(01) VALUE "N".
               88  WS-OUTPUTS-OPEN          VALUE "Y".
           05  WS-REFUSED-SW           PIC X(01) VALUE "N".
               88  WS-MERGE-REFUSED         VALUE "Y".

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE MERGE'S OWN RUN ID - DATE + HHMMSS + "AM", THE SAME
      *  SHAPE CALCULADORA BUILDS.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "AM".

      *****************************************************************
      *  ONE FLAG PER PARTITION, SET AS ITS CHECKPOINT IS ACCEPTED.
      *****************************************************************
       01  WS-PART-SEEN-TABLE          VALUE SPACES.
           05  WS-PART-SEEN            OCCURS 9 TIMES PIC X(01).

      *****************************************************************
      *  THE WHOLE DAY'S TOTALS, SUMMED FROM THE PARTITIONS'
      *  CHECKPOINTS.
      *****************************************************************
       01  WS-REPORT-TOTALSA.
           05  WS-ADDA-COUNT           PIC S9(07) COMP VALUE 0.
           05  WS-SUBA-COUNT           PIC S9(07) COMP VALUE 0.
           05  WS-MULA-COUNT           PIC S9(07) COMP VALUE 0.
           05  WS-DIVA-COUNT           PIC S9(07) COMP VALUE 0.
           05  WS-PCTA-COUNT           PIC S9(07) COMP VALUE 0.
           05  WS-REMA-COUNT           PIC S9(07) COMP VALUE 0.
           05  WS-ERRORA-COUNT         PIC S9(07) COMP VALUE 0.
           05  WS-OVFLA-COUNT          PIC S9(07) COMP VALUE 0.
           05  WS-FROZENA-COUNT        PIC S9(07) COMP VALUE 0.
           05  WS-FLOORA-COUNT         PIC S9(07) COMP VALUE 0.
           05  WS-REFUSEDA-COUNT       PIC S9(07) COMP VALUE 0.
           05  WS-GRANDA-COUNT         PIC S9(07) COMP VALUE 0.
           05  WS-LASTA-SEQ-NO         PIC 9(09) VALUE 0.
           05  WS-LAST-ACCOUNT         PIC X(08) VALUE SPACES.
           05  WS-LAST-BALANCE         PIC S9(05)V99 VALUE 0.

      *****************************************************************
      *  THE MERGED CHECKPOINT, IN THE CALCCKPTA.CPY LAYOUT.
      *****************************************************************
       01  WS-CKPT-OUT-RECORD.
           05  WS-CO-LAST-SEQ-NO       PIC 9(09).
           05  WS-CO-ACCOUNT-NO        PIC X(08).
           05  WS-CO-BALANCE           PIC S9(05)V99.
           05  WS-CO-ADD-COUNT         PIC S9(07).
           05  WS-CO-SUB-COUNT         PIC S9(07).
           05  WS-CO-MUL-COUNT         PIC S9(07).
           05  WS-CO-DIV-COUNT         PIC S9(07).
           05  WS-CO-PCT-COUNT         PIC S9(07).
           05  WS-CO-REM-COUNT         PIC S9(07).
           05  WS-CO-ERROR-COUNT       PIC S9(07).
           05  WS-CO-GRAND-COUNT       PIC S9(07).
           05  WS-CO-FROZEN-COUNT      PIC S9(07).
           05  WS-CO-FLOOR-COUNT       PIC S9(07).
           05  WS-CO-OVFL-COUNT        PIC S9(07).
           05  WS-CO-PARTITION         PIC 9(01).
           05  WS-CO-BUSINESS-DATE     PIC 9(08).
           05  WS-CO-RUN-STATUS        PIC X(01).

       01  WS-RPT-HEADING-LINE.
           05  RH-TITLE                PIC X(31).
           05  RH-DATE                 PIC 9(08).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-PARM-ECHO-LINE.
           05  PE-LABEL                PIC X(25).
           05  PE-VALUE                PIC X(20).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-RPTA-HEADING-LINE.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(12) VALUE "OPENING BAL".
           05  FILLER                  PIC X(10) VALUE "   TRANS".
           05  FILLER                  PIC X(09) VALUE "  ERRORS".
           05  FILLER                  PIC X(10) VALUE "  REFUSED".
           05  FILLER                  PIC X(34) VALUE " CLOSING BAL".

       01  WS-RPTA-DETAIL-LINE.
           05  RDA-LABEL               PIC X(20).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RDA-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RDA-SUM                 PIC -(7)9.99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-RPTA-ACCT-LINE.
           05  RAA-ACCOUNT             PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-OPEN-BAL            PIC -(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-TRAN-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-ERROR-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-REFUSED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RAA-CLOSE-BAL           PIC -(5)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCAMRG".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1200-REGISTER-RUN THRU 1200-EXIT

           PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT

           IF NOT WS-PARM-ERROR
               PERFORM 1500-CHECK-RUN-LOG THRU 1500-EXIT
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-MERGE-REFUSED
               PERFORM 2000-CHECK-CHECKPOINTS THRU 2000-EXIT
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-MERGE-REFUSED
               PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT
           END-IF

           PERFORM 1300-CLOSE-RUN THRU 1300-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-READ-PARAMETERS - THE BUSINESS DATE THE PARTITIONS RAN
      *  FOR AND HOW MANY PARTITIONS THERE ARE.  AN UNPARTITIONED
      *  FEED HAS NOTHING TO MERGE, SO RUNNING THIS STEP AGAINST ONE
      *  IS A SCHEDULING ERROR.  OTHER KEYWORDS BELONG TO OTHER
      *  PROGRAMS AND ARE IGNORED.
      *****************************************************************
       1000-READ-PARAMETERS.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCAMRG - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - NOTHING MERGED"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE

               IF NOT WS-DATE-PARM-FOUND
                   DISPLAY "CALCAMRG - REQUIRED PARAMETER "
                       "BUSINESS-DATE MISSING - NOTHING MERGED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
               IF WS-PARTITION-COUNT < 2
                   DISPLAY "CALCAMRG - CALCPARM DOES NOT SPLIT THE "
                       "ACCUM FEED INTO PARTITIONS - NOTHING MERGED"
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
                   WHEN "ACCUM-PARTITIONS"
                       IF WS-PARM-VALUE(1:1) NUMERIC
                           MOVE WS-PARM-VALUE(1:1)
                               TO WS-PARTITION-COUNT
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
      *  1200-REGISTER-RUN - APPEND THE MERGE'S HEADER TO THE RUN LOG
      *  AS "ACCMERGE".  THE MERGE IS NOT A BATCH-MODE RUN AND DOES
      *  NOT CONSULT THE IN-FLIGHT GUARD - 1500-CHECK-RUN-LOG MAKES
      *  ITS OWN, STRICTER CHECK.
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
           MOVE "ACCMERGE"  TO CR-RUN-MODE
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
      *  1300-CLOSE-RUN - APPEND THE TRAILER: TRANOUTA RECORDS MERGED,
      *  PROBLEMS FOUND (UNFINISHED PARTITIONS, SEQUENCE ERRORS AND
      *  COUNT DISAGREEMENTS) AND THE FINAL RETURN CODE.
      *****************************************************************
       1300-CLOSE-RUN.
           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID              TO CR-RUN-ID
           MOVE "ACCMERGE"             TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-OUTA-COUNT          TO CR-RECORD-COUNT
           MOVE WS-PROBLEM-COUNT       TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1500-CHECK-RUN-LOG - EVERY ACCUM RUN ON THE LOG MUST HAVE ITS
      *  TRAILER.  AN ACCUM HEADER WITH NO TRAILER IS A PARTITION
      *  STILL RUNNING (OR ABENDED, AWAITING A FORCED RESTART), AND
      *  ITS FILES ARE NOT FINISHED.
      *****************************************************************
       1500-CHECK-RUN-LOG.
           MOVE 0 TO WS-OPEN-ACCUM-COUNT
           OPEN INPUT CALC-RUN-FILE
           IF WS-RUN-FILE-STATUS = "00"
               PERFORM 1550-SCAN-RUN-LOG THRU 1550-EXIT
                   UNTIL WS-END-OF-RUN-FILE
               CLOSE CALC-RUN-FILE
           END-IF

           IF WS-OPEN-ACCUM-COUNT > 0
               DISPLAY "CALCAMRG - " WS-OPEN-ACCUM-COUNT
                   " ACCUM RUN(S) STILL IN FLIGHT ON CALCRLOG - "
                   "NOTHING MERGED"
               ADD WS-OPEN-ACCUM-COUNT TO WS-PROBLEM-COUNT
               MOVE 8 TO RETURN-CODE
               SET WS-MERGE-REFUSED TO TRUE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "AMRGOPEN" TO WS-ALERT-CODE
               MOVE "ACCUM RUN STILL IN FLIGHT - NOT MERGED"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF
           .
       1500-EXIT.
           EXIT.

       1550-SCAN-RUN-LOG.
           READ CALC-RUN-FILE
               AT END
                   SET WS-END-OF-RUN-FILE TO TRUE
               NOT AT END
                   IF CR-RUN-MODE = "ACCUM"
                       IF CR-HEADER
                           ADD 1 TO WS-OPEN-ACCUM-COUNT
                       ELSE
                           IF CR-TRAILER
                               SUBTRACT 1 FROM WS-OPEN-ACCUM-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-CHECKPOINTS - EACH PARTITION'S CHECKPOINT MUST BE
      *  ON CKPTAP EXACTLY ONCE, COMPLETE, AND FOR TODAY'S BUSINESS
      *  DATE - AN INTERRUPTED CHECKPOINT IS A PARTITION THAT NEVER
      *  FINISHED, AND AN OLD DATE IS YESTERDAY'S FILE LEFT IN THE
      *  CONCATENATION.  THE ACCEPTED CHECKPOINTS ARE SUMMED INTO THE
      *  WHOLE DAY'S TOTALS AS THEY ARE READ.
      *****************************************************************
       2000-CHECK-CHECKPOINTS.
           OPEN INPUT CALC-CKPTP-FILE
           IF WS-CKPTP-FILE-STATUS NOT = "00"
               DISPLAY "CALCAMRG - UNABLE TO OPEN CKPTAP, FILE "
                   "STATUS " WS-CKPTP-FILE-STATUS " - NOTHING MERGED"
               MOVE 16 TO RETURN-CODE
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               PERFORM 2050-READ-CKPTP THRU 2050-EXIT
               PERFORM 2100-CHECK-ONE-CKPT THRU 2100-EXIT
                   UNTIL WS-END-OF-CKPTP-FILE
               CLOSE CALC-CKPTP-FILE

               MOVE 0 TO WS-PART-IX
               PERFORM 2200-CHECK-PART-SEEN THRU 2200-EXIT
                   UNTIL WS-PART-IX >= WS-PARTITION-COUNT

               IF WS-PROBLEM-COUNT > 0
                   DISPLAY "CALCAMRG - THE PARTITIONS DID NOT ALL "
                       "FINISH FOR " WS-BUSINESS-DATE
                       " - NOTHING MERGED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-MERGE-REFUSED TO TRUE
                   MOVE 08 TO WS-ALERT-SEVERITY
                   MOVE "AMRGPART" TO WS-ALERT-CODE
                   MOVE "PARTITIONS DID NOT FINISH - NOT MERGED"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
           END-IF
           .
       2000-EXIT.
           EXIT.

       2050-READ-CKPTP.
           READ CALC-CKPTP-FILE
               AT END
                   SET WS-END-OF-CKPTP-FILE TO TRUE
           END-READ
           .
       2050-EXIT.
           EXIT.

       2100-CHECK-ONE-CKPT.
           ADD 1 TO WS-CKPT-COUNT
           EVALUATE TRUE
               WHEN CKA-PARTITION < 1
                 OR CKA-PARTITION > WS-PARTITION-COUNT
                   DISPLAY "CALCAMRG - CKPTAP CHECKPOINT "
                       WS-CKPT-COUNT " IS FOR PARTITION "
                       CKA-PARTITION ", NOT ONE OF 1 TO "
                       WS-PARTITION-COUNT
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN WS-PART-SEEN(CKA-PARTITION) = "Y"
                   DISPLAY "CALCAMRG - PARTITION " CKA-PARTITION
                       " HAS MORE THAN ONE CHECKPOINT ON CKPTAP"
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN NOT CKA-RUN-COMPLETE
                   DISPLAY "CALCAMRG - PARTITION " CKA-PARTITION
                       " DID NOT COMPLETE - ITS CHECKPOINT IS STILL "
                       "INTERRUPTED"
                   MOVE "Y" TO WS-PART-SEEN(CKA-PARTITION)
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN CKA-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "CALCAMRG - PARTITION " CKA-PARTITION
                       " CHECKPOINT IS FOR " CKA-BUSINESS-DATE
                       ", NOT " WS-BUSINESS-DATE
                   MOVE "Y" TO WS-PART-SEEN(CKA-PARTITION)
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN OTHER
                   MOVE "Y" TO WS-PART-SEEN(CKA-PARTITION)
                   PERFORM 2150-ADD-CKPT-TOTALS THRU 2150-EXIT
           END-EVALUATE

           PERFORM 2050-READ-CKPTP THRU 2050-EXIT
           .
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-ADD-CKPT-TOTALS - SUM ONE PARTITION INTO THE DAY.  THE
      *  HIGHEST SEQUENCE NUMBER IS KEPT, AND THE LAST ACCOUNT AND
      *  BALANCE COME FROM THE HIGHEST PARTITION, WHICH HOLDS THE
      *  HIGHEST ACCOUNTS.
      *****************************************************************
       2150-ADD-CKPT-TOTALS.
           ADD CKA-ADD-COUNT    TO WS-ADDA-COUNT
           ADD CKA-SUB-COUNT    TO WS-SUBA-COUNT
           ADD CKA-MUL-COUNT    TO WS-MULA-COUNT
           ADD CKA-DIV-COUNT    TO WS-DIVA-COUNT
           ADD CKA-PCT-COUNT    TO WS-PCTA-COUNT
           ADD CKA-REM-COUNT    TO WS-REMA-COUNT
           ADD CKA-ERROR-COUNT  TO WS-ERRORA-COUNT
           ADD CKA-OVFL-COUNT   TO WS-OVFLA-COUNT
           ADD CKA-FROZEN-COUNT TO WS-FROZENA-COUNT
           ADD CKA-FLOOR-COUNT  TO WS-FLOORA-COUNT
           ADD CKA-GRAND-COUNT  TO WS-GRANDA-COUNT
           IF CKA-LAST-SEQ-NO > WS-LASTA-SEQ-NO
               MOVE CKA-LAST-SEQ-NO TO WS-LASTA-SEQ-NO
           END-IF
           IF CKA-PARTITION > WS-HIGH-PARTITION
               MOVE CKA-PARTITION  TO WS-HIGH-PARTITION
               MOVE CKA-ACCOUNT-NO TO WS-LAST-ACCOUNT
               MOVE CKA-BALANCE    TO WS-LAST-BALANCE
           END-IF
           .
       2150-EXIT.
           EXIT.

       2200-CHECK-PART-SEEN.
           ADD 1 TO WS-PART-IX
           IF WS-PART-SEEN(WS-PART-IX) NOT = "Y"
               MOVE WS-PART-IX TO WS-PART-DIGIT
               DISPLAY "CALCAMRG - NO CHECKPOINT FOR PARTITION "
                   WS-PART-DIGIT " ON CKPTAP"
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-MERGE-PARTITIONS - COPY THE CONCATENATED MASTERS, THEN
      *  THE CONCATENATED TRANOUTA ONE ACCOUNT AT A TIME, PRINTING
      *  EACH ACCOUNT'S LINE AS IT CLOSES, THEN THE DAY'S TOTALS AND
      *  THE MERGED CHECKPOINT.
      *****************************************************************
       3000-MERGE-PARTITIONS.
           OPEN INPUT CALC-BALP-FILE
           IF WS-BALP-FILE-STATUS NOT = "00"
               DISPLAY "CALCAMRG - UNABLE TO OPEN BALMSTP, FILE "
                   "STATUS " WS-BALP-FILE-STATUS " - NOTHING MERGED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT CALC-OUTP-FILE
               IF WS-OUTP-FILE-STATUS NOT = "00"
                   DISPLAY "CALCAMRG - UNABLE TO OPEN TRANOUTP, FILE "
                       "STATUS " WS-OUTP-FILE-STATUS
                       " - NOTHING MERGED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CALC-BALP-FILE
               ELSE
                   OPEN INPUT CALC-BALOLD-FILE
                   IF WS-BALOLD-FILE-STATUS = "00"
                       SET WS-BALOLD-OPEN TO TRUE
                       PERFORM 3320-READ-BALANCE THRU 3320-EXIT
                   ELSE
                       SET WS-END-OF-BAL-FILE TO TRUE
                   END-IF

                   PERFORM 3050-OPEN-OUTPUTS THRU 3050-EXIT
               END-IF
           END-IF

           IF WS-OUTPUTS-OPEN
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT

               PERFORM 3100-READ-BALP THRU 3100-EXIT
               PERFORM 3150-COPY-ONE-MASTER THRU 3150-EXIT
                   UNTIL WS-END-OF-BALP-FILE

               PERFORM 3200-READ-OUTP THRU 3200-EXIT
               PERFORM 3300-MERGE-ONE-ACCOUNT THRU 3300-EXIT
                   UNTIL WS-END-OF-OUTP-FILE

               PERFORM 3500-CHECK-COUNTS THRU 3500-EXIT
               IF WS-SEQERR-COUNT = 0 AND RETURN-CODE = 0
                   PERFORM 3400-MERGE-REJECTS THRU 3400-EXIT
               END-IF
               PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
               PERFORM 3600-WRITE-CHECKPOINT THRU 3600-EXIT

               CLOSE CALC-BALP-FILE
               CLOSE CALC-OUTP-FILE
               IF WS-BALOLD-OPEN
                   CLOSE CALC-BALOLD-FILE
               END-IF
               CLOSE CALC-BALNEW-FILE
               CLOSE CALC-OUTA-FILE
               CLOSE CALC-RPTA-FILE
               CLOSE CALC-CKPTA-FILE

               IF WS-SEQERR-COUNT > 0 AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-SEQERR-COUNT > 0
                   MOVE 08 TO WS-ALERT-SEVERITY
                   MOVE "AMRGSEQ" TO WS-ALERT-CODE
                   MOVE "MERGED FILES OUT OF ACCOUNT SEQUENCE"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3050-OPEN-OUTPUTS - OPEN THE MERGED MASTER, TRANOUTA, REPORT
      *  AND CHECKPOINT BEFORE ANYTHING IS COPIED.  ONE THAT WILL NOT
      *  OPEN STOPS THE MERGE WITH NOTHING WRITTEN: THE OUTPUTS
      *  ALREADY OPENED AND THE INPUTS ARE CLOSED AGAIN.
      *****************************************************************
       3050-OPEN-OUTPUTS.
           OPEN OUTPUT CALC-BALNEW-FILE
           IF WS-BALNEW-FILE-STATUS NOT = "00"
               DISPLAY "CALCAMRG - UNABLE TO OPEN BALMSTN, FILE "
                   "STATUS " WS-BALNEW-FILE-STATUS " - NOTHING MERGED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CALC-OUTA-FILE
               IF WS-OUTA-FILE-STATUS NOT = "00"
                   DISPLAY "CALCAMRG - UNABLE TO OPEN TRANOUTA, FILE "
                       "STATUS " WS-OUTA-FILE-STATUS
                       " - NOTHING MERGED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CALC-BALNEW-FILE
               ELSE
                   OPEN OUTPUT CALC-RPTA-FILE
                   IF WS-RPTA-FILE-STATUS NOT = "00"
                       DISPLAY "CALCAMRG - UNABLE TO OPEN CALCRPTA, "
                           "FILE STATUS " WS-RPTA-FILE-STATUS
                           " - NOTHING MERGED"
                       MOVE 16 TO RETURN-CODE
                       CLOSE CALC-BALNEW-FILE
                       CLOSE CALC-OUTA-FILE
                   ELSE
                       OPEN OUTPUT CALC-CKPTA-FILE
                       IF WS-CKPTA-FILE-STATUS NOT = "00"
                           DISPLAY "CALCAMRG - UNABLE TO OPEN "
                               "CALCCKPTA, FILE STATUS "
                               WS-CKPTA-FILE-STATUS
                               " - NOTHING MERGED"
                           MOVE 16 TO RETURN-CODE
                           CLOSE CALC-BALNEW-FILE
                           CLOSE CALC-OUTA-FILE
                           CLOSE CALC-RPTA-FILE
                       ELSE
                           SET WS-OUTPUTS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF NOT WS-OUTPUTS-OPEN
               CLOSE CALC-BALP-FILE
               CLOSE CALC-OUTP-FILE
               IF WS-BALOLD-OPEN
                   CLOSE CALC-BALOLD-FILE
               END-IF
           END-IF
           .
       3050-EXIT.
           EXIT.

       3100-READ-BALP.
           READ CALC-BALP-FILE
               AT END
                   SET WS-END-OF-BALP-FILE TO TRUE
           END-READ
           .
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-COPY-ONE-MASTER - ONE ACCOUNT TO THE MERGED MASTER.  EACH
      *  PARTITION'S MASTER IS ALREADY IN STRICT ACCOUNT ORDER, SO AN
      *  ACCOUNT NOT ABOVE THE ONE BEFORE IT CAN ONLY BE A PARTITION
      *  BOUNDARY CROSSED OUT OF ORDER (OR TWICE).
      *****************************************************************
       3150-COPY-ONE-MASTER.
           IF CB-ACCOUNT-NO NOT > WS-PREV-MASTER-ACCOUNT
               DISPLAY "CALCAMRG - BALMSTP OUT OF SEQUENCE AT "
                   "ACCOUNT " CB-ACCOUNT-NO
               ADD 1 TO WS-SEQERR-COUNT
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           MOVE CB-ACCOUNT-NO TO WS-PREV-MASTER-ACCOUNT
           WRITE CALC-BALN-RECORD FROM CALC-BAL-RECORD
           ADD 1 TO WS-MASTER-COUNT
           PERFORM 3100-READ-BALP THRU 3100-EXIT
           .
       3150-EXIT.
           EXIT.

       3200-READ-OUTP.
           READ CALC-OUTP-FILE
               AT END
                   SET WS-END-OF-OUTP-FILE TO TRUE
           END-READ
           .
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-MERGE-ONE-ACCOUNT - ONE ACCOUNT'S TRANOUTA RECORDS TO
      *  THE MERGED TRANOUTA AND ITS LINE TO THE REPORT, AS
      *  CALCULADORA PRINTED IT: THE OPENING BALANCE FROM THE OLD
      *  MASTER (ZERO FOR A NEW ACCOUNT), THE CLOSING BALANCE FROM
      *  ITS LAST RECORD.
      *****************************************************************
       3300-MERGE-ONE-ACCOUNT.
           IF COA-ACCOUNT-NO < WS-PREV-OUTA-ACCOUNT
               DISPLAY "CALCAMRG - TRANOUTP OUT OF SEQUENCE AT "
                   "ACCOUNT " COA-ACCOUNT-NO
               ADD 1 TO WS-SEQERR-COUNT
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           MOVE COA-ACCOUNT-NO TO WS-CURRENT-ACCOUNT
           MOVE COA-ACCOUNT-NO TO WS-PREV-OUTA-ACCOUNT

           PERFORM 3320-READ-BALANCE THRU 3320-EXIT
               UNTIL WS-END-OF-BAL-FILE
                  OR BO-ACCOUNT-NO >= WS-CURRENT-ACCOUNT
           IF NOT WS-END-OF-BAL-FILE
              AND BO-ACCOUNT-NO = WS-CURRENT-ACCOUNT
               MOVE BO-BALANCE TO WS-ACCT-OPEN-BALANCE
           ELSE
               MOVE ZERO TO WS-ACCT-OPEN-BALANCE
           END-IF

           MOVE 0 TO WS-ACCT-TRAN-COUNT
           MOVE 0 TO WS-ACCT-ERROR-COUNT
           MOVE 0 TO WS-ACCT-REFUSED-COUNT
           PERFORM 3350-COPY-ONE-OUTA THRU 3350-EXIT
               UNTIL WS-END-OF-OUTP-FILE
                  OR COA-ACCOUNT-NO NOT = WS-CURRENT-ACCOUNT
           ADD 1 TO WS-ACCOUNT-COUNT

           MOVE WS-CURRENT-ACCOUNT    TO RAA-ACCOUNT
           MOVE WS-ACCT-OPEN-BALANCE  TO RAA-OPEN-BAL
           MOVE WS-ACCT-TRAN-COUNT    TO RAA-TRAN-COUNT
           MOVE WS-ACCT-ERROR-COUNT   TO RAA-ERROR-COUNT
           MOVE WS-ACCT-REFUSED-COUNT TO RAA-REFUSED-COUNT
           MOVE WS-ACCT-CLOSE-BALANCE TO RAA-CLOSE-BAL
           MOVE WS-RPTA-ACCT-LINE     TO RPTA-LINE
           WRITE RPTA-LINE
           .
       3300-EXIT.
           EXIT.

       3320-READ-BALANCE.
           READ CALC-BALOLD-FILE
               AT END
                   SET WS-END-OF-BAL-FILE TO TRUE
           END-READ
           .
       3320-EXIT.
           EXIT.

       3350-COPY-ONE-OUTA.
           WRITE CALC-OUTM-RECORD FROM CALC-OUTA-RECORD
           ADD 1 TO WS-OUTA-COUNT
           ADD 1 TO WS-ACCT-TRAN-COUNT
           IF COA-STATUS-ERROR
               ADD 1 TO WS-ACCT-ERROR-COUNT
           END-IF
           IF COA-STATUS-REFUSED
               ADD 1 TO WS-ACCT-REFUSED-COUNT
           END-IF
           MOVE COA-BALANCE TO WS-ACCT-CLOSE-BALANCE
           PERFORM 3200-READ-OUTP THRU 3200-EXIT
           .
       3350-EXIT.
           EXIT.

      *****************************************************************
      *  3400-MERGE-REJECTS - APPEND THE PARTITIONS' REFUSALS (REJP)
      *  TO THE DAY'S CALCREJ, CREATING IT IF NO EARLIER STEP WROTE
      *  ONE, THE WAY CALCULADORA OPENS IT.
      *****************************************************************
       3400-MERGE-REJECTS.
           OPEN INPUT CALC-REJP-FILE
           IF WS-REJP-FILE-STATUS NOT = "00"
               DISPLAY "CALCAMRG - UNABLE TO OPEN REJP, FILE STATUS "
                   WS-REJP-FILE-STATUS " - REFUSALS NOT MERGED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND CALC-REJ-FILE
               IF WS-REJ-FILE-STATUS = "35"
                   OPEN OUTPUT CALC-REJ-FILE
               END-IF
               IF WS-REJ-FILE-STATUS NOT = "00"
                   DISPLAY "CALCAMRG - UNABLE TO OPEN CALCREJ, FILE "
                       "STATUS " WS-REJ-FILE-STATUS
                       " - REFUSALS NOT MERGED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3420-READ-REJP THRU 3420-EXIT
                   PERFORM 3450-COPY-ONE-REJECT THRU 3450-EXIT
                       UNTIL WS-END-OF-REJP-FILE
                   CLOSE CALC-REJ-FILE
               END-IF
               CLOSE CALC-REJP-FILE
           END-IF
           .
       3400-EXIT.
           EXIT.

       3420-READ-REJP.
           READ CALC-REJP-FILE
               AT END
                   SET WS-END-OF-REJP-FILE TO TRUE
           END-READ
           .
       3420-EXIT.
           EXIT.

       3450-COPY-ONE-REJECT.
           WRITE CALC-REJM-RECORD FROM CALC-REJ-RECORD
           ADD 1 TO WS-REJ-COUNT
           PERFORM 3420-READ-REJP THRU 3420-EXIT
           .
       3450-EXIT.
           EXIT.

      *****************************************************************
      *  3500-CHECK-COUNTS - THE MERGED TRANOUTA MUST HOLD ONE RECORD
      *  FOR EVERY TRANSACTION THE PARTITIONS' CHECKPOINTS COUNTED - A
      *  PARTITION'S TRANOUTA LEFT OUT OF THE CONCATENATION, OR ADDED
      *  TWICE, SHOWS HERE.
      *****************************************************************
       3500-CHECK-COUNTS.
           IF WS-OUTA-COUNT NOT = WS-GRANDA-COUNT
               DISPLAY "CALCAMRG - TRANOUTP HOLDS " WS-OUTA-COUNT
                   " RECORDS BUT THE PARTITIONS COUNTED "
                   WS-GRANDA-COUNT " TRANSACTIONS"
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "AMRGCNT" TO WS-ALERT-CODE
               MOVE "MERGED TRANOUTA DISAGREES WITH CKPTAP"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF
           .
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3600-WRITE-CHECKPOINT - THE WHOLE DAY AS ONE COMPLETE
      *  CHECKPOINT, PARTITION 0, FOR CALCRCN TO PROVE AGAINST.  THE
      *  FILE WAS OPENED WITH THE OTHER OUTPUTS (3050-OPEN-OUTPUTS).
      *****************************************************************
       3600-WRITE-CHECKPOINT.
           MOVE WS-LASTA-SEQ-NO    TO WS-CO-LAST-SEQ-NO
           MOVE WS-LAST-ACCOUNT    TO WS-CO-ACCOUNT-NO
           MOVE WS-LAST-BALANCE    TO WS-CO-BALANCE
           MOVE WS-ADDA-COUNT      TO WS-CO-ADD-COUNT
           MOVE WS-SUBA-COUNT      TO WS-CO-SUB-COUNT
           MOVE WS-MULA-COUNT      TO WS-CO-MUL-COUNT
           MOVE WS-DIVA-COUNT      TO WS-CO-DIV-COUNT
           MOVE WS-PCTA-COUNT      TO WS-CO-PCT-COUNT
           MOVE WS-REMA-COUNT      TO WS-CO-REM-COUNT
           MOVE WS-ERRORA-COUNT    TO WS-CO-ERROR-COUNT
           MOVE WS-GRANDA-COUNT    TO WS-CO-GRAND-COUNT
           MOVE WS-FROZENA-COUNT   TO WS-CO-FROZEN-COUNT
           MOVE WS-FLOORA-COUNT    TO WS-CO-FLOOR-COUNT
           MOVE WS-OVFLA-COUNT     TO WS-CO-OVFL-COUNT
           MOVE 0                  TO WS-CO-PARTITION
           MOVE WS-BUSINESS-DATE   TO WS-CO-BUSINESS-DATE
           MOVE "C"                TO WS-CO-RUN-STATUS

           WRITE CALC-CKPTM-RECORD FROM WS-CKPT-OUT-RECORD
           .
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - THE PARAMETERS, THEN THE TITLE AND
      *  COLUMN HEADINGS CALCULADORA PRINTS ON CALCRPTA.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE SPACES TO WS-PARM-ECHO-LINE
           MOVE "PARAMETERS IN FORCE" TO PE-LABEL
           PERFORM 7050-WRITE-ECHO-LINE THRU 7050-EXIT

           MOVE "  BUSINESS DATE"      TO PE-LABEL
           MOVE WS-BUSINESS-DATE       TO PE-VALUE
           PERFORM 7050-WRITE-ECHO-LINE THRU 7050-EXIT

           MOVE "  MODE"               TO PE-LABEL
           MOVE "ACCUM"                TO PE-VALUE
           PERFORM 7050-WRITE-ECHO-LINE THRU 7050-EXIT

           MOVE "  PARTITIONS MERGED"  TO PE-LABEL
           MOVE WS-PARTITION-COUNT     TO PE-VALUE
           PERFORM 7050-WRITE-ECHO-LINE THRU 7050-EXIT

           MOVE SPACES TO WS-PARM-ECHO-LINE
           PERFORM 7050-WRITE-ECHO-LINE THRU 7050-EXIT

           MOVE "CALCULADORA ACCUM SUMMARY FOR" TO RH-TITLE
           MOVE WS-BUSINESS-DATE TO RH-DATE
           MOVE WS-RPT-HEADING-LINE TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE SPACES TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE WS-RPTA-HEADING-LINE TO RPTA-LINE
           WRITE RPTA-LINE
           .
       7000-EXIT.
           EXIT.

       7050-WRITE-ECHO-LINE.
           MOVE WS-PARM-ECHO-LINE TO RPTA-LINE
           WRITE RPTA-LINE
           .
       7050-EXIT.
           EXIT.

      *****************************************************************
      *  7500-PRINT-TOTALS - THE DAY'S TOTALS UNDER THE ACCOUNT LINES,
      *  AS CALCULADORA'S 6450-PRINT-REPORTA PRINTS THEM, FOLLOWED BY
      *  THE MERGE'S OWN FIGURES.
      *****************************************************************
       7500-PRINT-TOTALS.
           MOVE SPACES TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE "ADDS"       TO RDA-LABEL
           MOVE WS-ADDA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "SUBTRACTS"  TO RDA-LABEL
           MOVE WS-SUBA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "MULTIPLIES" TO RDA-LABEL
           MOVE WS-MULA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "DIVIDES"    TO RDA-LABEL
           MOVE WS-DIVA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "PERCENTAGES" TO RDA-LABEL
           MOVE WS-PCTA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "REMAINDERS"  TO RDA-LABEL
           MOVE WS-REMA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "ERRORS"       TO RDA-LABEL
           MOVE WS-ERRORA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "  OF WHICH OVERFLOWS" TO RDA-LABEL
           MOVE WS-OVFLA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           ADD WS-FROZENA-COUNT WS-FLOORA-COUNT
               GIVING WS-REFUSEDA-COUNT
           MOVE "REFUSALS"        TO RDA-LABEL
           MOVE WS-REFUSEDA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "  ACCOUNT FROZEN" TO RDA-LABEL
           MOVE WS-FROZENA-COUNT  TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "  BELOW FLOOR"   TO RDA-LABEL
           MOVE WS-FLOORA-COUNT   TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE SPACES TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE "TRANSACTIONS"  TO RDA-LABEL
           MOVE WS-GRANDA-COUNT TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "ACCOUNTS UPDATED" TO RDA-LABEL
           MOVE WS-ACCOUNT-COUNT   TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE SPACES TO RPTA-LINE
           WRITE RPTA-LINE

           MOVE "PARTITIONS MERGED" TO RDA-LABEL
           MOVE WS-PARTITION-COUNT  TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "MASTER ACCOUNTS"  TO RDA-LABEL
           MOVE WS-MASTER-COUNT    TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "SEQUENCE ERRORS"  TO RDA-LABEL
           MOVE WS-SEQERR-COUNT    TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT

           MOVE "REFUSALS TO CALCREJ" TO RDA-LABEL
           MOVE WS-REJ-COUNT       TO RDA-COUNT
           PERFORM 7550-WRITE-TOTAL-LINE THRU 7550-EXIT
           .
       7500-EXIT.
           EXIT.

       7550-WRITE-TOTAL-LINE.
           MOVE ZERO TO RDA-SUM
           MOVE WS-RPTA-DETAIL-LINE TO RPTA-LINE
           WRITE RPTA-LINE
           .
       7550-EXIT.
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
