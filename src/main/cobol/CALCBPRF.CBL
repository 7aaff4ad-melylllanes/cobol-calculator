      *      CANNOT BE OPENED.  A MISSING BALMAST IS THE FIRST-EVER
      *      RUN (EVERY ACCOUNT OPENS AT ZERO), NOT AN ERROR.
      *
      *      THE PROOF REGISTERS ITSELF ON CALCRLOG AS "BALPROOF",
      *      WITH ITS RETURN CODE ON THE TRAILER, SO THE DAY-CLOSE
      *      (CALCDCLS) CAN SEE THAT THE MASTER WAS PROVED.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          BPRFMISM  08  THE NEW MASTER DOES NOT PROVE;
      *          RUNFAIL   16  THE PROOF COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      09/02/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  THE MASTER NOW CARRIES AN ACCOUNT STATUS
      *                       AND MINIMUM-BALANCE FLOOR, WHICH THE
      *                       ACCUM RUN MUST CARRY FORWARD UNCHANGED -
      *                       A CHANGED STATUS OR FLOOR IS NOW A
      *                       DISCREPANCY.  REFUSED ADJUSTMENTS ("F"
      *                       AND "L" ON TRANOUTA) ARE NOT APPLIED.
      *      10/05/2026  DLM  THE PROOF NOW REGISTERS A HEADER AND
      *                       TRAILER ON CALCRLOG FOR THE DAY-CLOSE
      *                       TO CHECK.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  A MISMATCH OR FAILED PROOF IS NOW ALSO
      *                       RAISED ON THE SHARED ALERT FILE THROUGH
      *                       CALC0030.
      *      10/05/2026  DLM  STATUS/FLOOR CHANGES NOW COUNT AMONG THE
      *                       DISCREPANCIES ON THE RUN-LOG TRAILER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBPRF.
           SELECT PROOF-RPT-FILE ASSIGN TO BPRFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-RUN-FILE ASSIGN TO CALCRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-BALOLD-FILE
       01  CALC-BALN-RECORD.
           05  BN-ACCOUNT-NO           PIC X(08).
           05  BN-BALANCE              PIC S9(05)V99.
           05  BN-ACCOUNT-STATUS       PIC X(01).
           05  BN-MIN-BALANCE          PIC S9(05)V99.

       FD  PROOF-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-RUN-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.
       77  WS-BALOLD-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-OUTA-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BALNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-EXPECTED-ACCOUNT         PIC X(08) VALUE SPACES.
       77  WS-EXPECTED-BALANCE         PIC S9(05)V99 VALUE 0.
       77  WS-EXPECTED-STATUS          PIC X(01) VALUE "O".
       77  WS-EXPECTED-FLOOR           PIC S9(05)V99 VALUE 0.
       77  WS-RUNNING-BALANCE          PIC S9(05)V99 VALUE 0.
       77  WS-PREV-NEW-ACCOUNT         PIC X(08) VALUE LOW-VALUES.
       77  WS-PROVED-COUNT             PIC S9(07) COMP VALUE 0.
       77  WS-DROPPED-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-EXTRA-COUNT              PIC S9(07) COMP VALUE 0.
       77  WS-SEQERR-COUNT             PIC S9(07) COMP VALUE 0.
       77  WS-CONTROL-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-DISCREPANCY-COUNT        PIC S9(07) COMP VALUE 0.
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  NUM1                        PIC S9(05)V99 VALUE 0.
       77  NUM2                        PIC S9(05)V99 VALUE 0.
       77  RESULTADO                   PIC S9(05)V99 VALUE 0.
       77  OPERACION                   PIC X(01) VALUE SPACE.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE PROOF'S OWN RUN ID - DATE + HHMMSS + "BP", THE SAME
      *  SHAPE CALCULADORA BUILDS.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "BP".

       01  WS-SWITCHES.
           05  WS-EOF-BAL-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-BAL-FILE       VALUE "Y".

       01  WS-RPT-WORK-LINE            PIC X(86).

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCBPRF".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1200-REGISTER-RUN THRU 1200-EXIT

           PERFORM 2000-PROOF-PROCESS THRU 2000-EXIT

           IF RETURN-CODE = 0 AND WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "BPRFMISM" TO WS-ALERT-CODE
               MOVE "BALMSTN DOES NOT PROVE - SEE BPRFRPT"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF

           PERFORM 1300-CLOSE-RUN THRU 1300-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1200-REGISTER-RUN - APPEND THE PROOF'S HEADER TO THE RUN LOG
      *  AS "BALPROOF".  THE PROOF IS NOT A BATCH-MODE RUN AND DOES NOT
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
           MOVE "BALPROOF"  TO CR-RUN-MODE
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
      *  1300-CLOSE-RUN - APPEND THE TRAILER: ACCOUNTS PROVED,
      *  DISCREPANCIES FOUND (MISMATCHED, DROPPED, EXTRA AND
      *  OUT-OF-SEQUENCE ACCOUNTS, AND ACCOUNTS WHOSE STATUS OR FLOOR
      *  CHANGED) AND THE FINAL RETURN CODE.
      *****************************************************************
       1300-CLOSE-RUN.
           COMPUTE WS-DISCREPANCY-COUNT =
               WS-MISMATCH-COUNT + WS-DROPPED-COUNT
               + WS-EXTRA-COUNT + WS-SEQERR-COUNT
               + WS-CONTROL-COUNT

           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID              TO CR-RUN-ID
           MOVE "BALPROOF"             TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-PROVED-COUNT        TO CR-RECORD-COUNT
           MOVE WS-DISCREPANCY-COUNT   TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROOF-PROCESS - DRIVE THE THREE-FILE MATCHED PASS: THE
      *  EXPECTED STREAM IS THE MERGE OF OLD-MASTER ACCOUNTS AND
      *  RUN, SO ITS EXPECTED CLOSING IS ITS PRIOR BALANCE; AN
      *  ACCOUNT WITH TRANSACTIONS ROLLS FORWARD FROM ITS PRIOR
      *  BALANCE (ZERO FOR A NEW ACCOUNT) THROUGH EVERY CLEAN
      *  ADJUSTMENT.  THE STATUS AND FLOOR ARE EXPECTED UNCHANGED (A
      *  NEW ACCOUNT OPENS WITH STATUS OPEN AND A FLOOR OF ZERO).
      *  THEN MATCH THE NEW MASTER AGAINST IT.
      *****************************************************************
       2200-PROVE-ONE-ACCOUNT.
           IF NOT WS-END-OF-BAL-FILE
              AND (WS-END-OF-OUTA-FILE
                   OR CB-ACCOUNT-NO < COA-ACCOUNT-NO)
               MOVE CB-ACCOUNT-NO     TO WS-EXPECTED-ACCOUNT
               MOVE CB-BALANCE        TO WS-EXPECTED-BALANCE
               MOVE CB-ACCOUNT-STATUS TO WS-EXPECTED-STATUS
               MOVE CB-MIN-BALANCE    TO WS-EXPECTED-FLOOR
               PERFORM 2120-READ-BALANCE THRU 2120-EXIT
           ELSE
               MOVE COA-ACCOUNT-NO TO WS-EXPECTED-ACCOUNT
               IF NOT WS-END-OF-BAL-FILE
                  AND CB-ACCOUNT-NO = COA-ACCOUNT-NO
                   MOVE CB-BALANCE        TO WS-RUNNING-BALANCE
                   MOVE CB-ACCOUNT-STATUS TO WS-EXPECTED-STATUS
                   MOVE CB-MIN-BALANCE    TO WS-EXPECTED-FLOOR
                   PERFORM 2120-READ-BALANCE THRU 2120-EXIT
               ELSE
                   MOVE ZERO TO WS-RUNNING-BALANCE
                   MOVE "O"  TO WS-EXPECTED-STATUS
                   MOVE ZERO TO WS-EXPECTED-FLOOR
               END-IF
               PERFORM 2300-APPLY-ONE-OUTA THRU 2300-EXIT
                   UNTIL WS-END-OF-OUTA-FILE
      *  2300-APPLY-ONE-OUTA - ROLL ONE CLEAN ADJUSTMENT INTO THE
      *  RUNNING BALANCE THROUGH CALC0010, EXACTLY AS THE ACCUM RUN
      *  DID.  AN ADJUSTMENT FLAGGED "E" LEFT THE RUN'S BALANCE
      *  UNCHANGED, SO IT LEAVES THE RECOMPUTED ONE UNCHANGED TOO -
      *  AS DOES ONE THE RUN REFUSED ("F" OR "L").
      *****************************************************************
       2300-APPLY-ONE-OUTA.
           IF COA-STATUS-OK

      *****************************************************************
      *  2700-MATCH-NEW-MASTER - PROVE THE NEW MASTER CARRIES THE
      *  EXPECTED ACCOUNT NEXT, WITH THE EXPECTED BALANCE, STATUS AND
      *  FLOOR.  NEW-
      *  MASTER ACCOUNTS FALLING BEFORE THE EXPECTED ONE ARE EXTRAS
      *  NOBODY KNOWS; AN EXPECTED ACCOUNT THE NEW MASTER SKIPS WAS
      *  DROPPED BY THE UPDATE.
                   ADD 1 TO WS-MISMATCH-COUNT
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
               IF BN-ACCOUNT-STATUS NOT = WS-EXPECTED-STATUS
                  OR BN-MIN-BALANCE NOT = WS-EXPECTED-FLOOR
                   MOVE WS-EXPECTED-ACCOUNT TO PD-ACCOUNT
                   MOVE WS-EXPECTED-FLOOR   TO PD-EXPECTED
                   MOVE BN-MIN-BALANCE      TO PD-FOUND
                   MOVE "** STATUS/FLOOR CHANGED" TO PD-VERDICT
                   PERFORM 7200-PRINT-DETAIL THRU 7200-EXIT
                   ADD 1 TO WS-CONTROL-COUNT
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
               MOVE "N" TO WS-NEW-PENDING-SW
           END-IF
           .
           MOVE WS-PROOF-TOTAL-LINE  TO RPT-LINE
           WRITE RPT-LINE

           MOVE "STATUS/FLOOR CHANGES" TO PT-LABEL
           MOVE WS-CONTROL-COUNT     TO PT-COUNT
           MOVE WS-PROOF-TOTAL-LINE  TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ACCOUNTS DROPPED"    TO PT-LABEL
           MOVE WS-DROPPED-COUNT     TO PT-COUNT
           MOVE WS-PROOF-TOTAL-LINE  TO RPT-LINE
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
           MOVE WS-RUN-ID TO WS-ALERT-RUN-ID
           CALL "CALC0030" USING WS-ALERT-PROGRAM, WS-ALERT-RUN-ID,
               WS-ALERT-SEVERITY, WS-ALERT-CODE, WS-ALERT-MESSAGE
           MOVE WS-ALERT-SAVE-RC TO RETURN-CODE
           .
       9800-EXIT.
           EXIT.
