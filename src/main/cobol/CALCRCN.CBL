      *      SELECTS ITS MODE - "BATCH" (OR AN EMPTY COMMAND LINE),
      *      "BATCH4" OR "ACCUM" - OPTIONALLY FOLLOWED BY THE BUSINESS
      *      DATE (YYYYMMDD) WHOSE AUDIT ENTRIES ARE IN SCOPE.  WHEN NO
      *      DATE IS GIVEN, THE BUSINESS-DATE ON CALCPARM IS USED -
      *      THE SAME DATE THE RUN BEING RECONCILED TOOK - AND ONLY
      *      WHEN CALCPARM IS NOT AVAILABLE IS TODAY'S DATE USED.
      *
      *      THE AUDIT LOG IS SHARED BY EVERY CALCULATION PATH OF ITS
      *      SCALE, SO THE AUDIT PAIRING IS FILTERED BY RUN ID: THE
      *      RUN LOG (CALCRLOG) IS READ FIRST AND THE RUN IDS OF THE
      *      RUNS REGISTERED IN THE RECONCILED MODE SINCE THE LAST
      *      CLEAN DAY-CLOSE, ON OR AFTER THE BUSINESS DATE, ARE
      *      COLLECTED, AND ONLY AUDIT ENTRIES STAMPED WITH ONE OF
      *      THOSE RUN IDS TAKE PART IN THE ONE-FOR-ONE MATCH,
      *      WHATEVER DATE THEY WERE WRITTEN ON.
      *      THAT KEEPS A NIGHT WHERE BATCH AND ACCUM BOTH RAN - OR A
      *      DAY WITH ONE-SHOT AND ONLINE ENTRIES - IN BALANCE, AND
      *      IT PAIRS A RESTARTED DAY CORRECTLY TOO, SINCE THE ABENDED
      *      RUN'S HEADER IS ON THE RUN LOG AND ITS AUDIT ENTRIES
      *      MATCH THE OUTPUT RECORDS IT WROTE BEFORE THE ABEND.
      *      BUSINESS-DATE ENTRIES FROM OTHER RUNS ARE REPORTED AS
      *      AN INFORMATIONAL COUNT, NOT AS AN IMBALANCE.
      *
      *      THE RECONCILIATION REGISTERS ITSELF ON CALCRLOG AS
      *      "RECON", "RECON4" OR "RECONA" FOR THE FEED IT PROVED,
      *      WITH ITS RETURN CODE ON THE TRAILER, SO THE DAY-CLOSE
      *      (CALCDCLS) CAN SEE THAT THE FEED WAS PROVED IN BALANCE.
      *
      *      AN ACCUM FEED SPLIT INTO ACCOUNT-RANGE PARTITIONS
      *      (ACCUM-PARTITIONS ON CALCPARM) IS RECONCILED AFTER
      *      CALCAMRG HAS MERGED IT: TRANOUTA AND CALCCKPTA ARE THE
      *      MERGED FILES.  THE PARTITION RUNS WROTE THE AUDIT LOG
      *      SIDE BY SIDE, SO THE PAIRING TAKES ONE PARTITION AT A
      *      TIME - SEE 4350-NEXT-PAIR-PARTITION.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RCNOOB    08  THE FEED IS OUT OF BALANCE;
      *          RUNFAIL   16  THE RECONCILIATION COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      08/22/2026  DLM  ORIGINAL VERSION.
      *                       THEM FRONT TO BACK, NOW IN KEY ORDER,
      *                       WHICH IS THE SAME CHRONOLOGICAL ORDER
      *                       THE RUNS WROTE THEM IN.
      *      10/05/2026  DLM  ACCUM TRANSACTIONS REFUSED UNDER AN
      *                       ACCOUNT'S STATUS OR FLOOR ("F" AND "L"
      *                       ON TRANOUTA) ARE COUNTED IN THEIR OWN
      *                       BUCKETS, PROVED AGAINST THE CHECKPOINT,
      *                       AND PAIR WITH AN ERROR-FLAGGED AUDIT
      *                       ENTRY.
      *      10/05/2026  DLM  THE BUSINESS DATE DEFAULTS TO CALCPARM'S
      *                       BUSINESS-DATE INSTEAD OF TODAY, AND THE
      *                       RECONCILIATION NOW REGISTERS A HEADER
      *                       AND TRAILER ON CALCRLOG FOR THE
      *                       DAY-CLOSE TO CHECK.
      *      10/05/2026  DLM  PARTITIONED ACCUM DAYS: THE AUDIT LOG IS
      *                       PAIRED ONE PARTITION AT A TIME AGAINST
      *                       THE MERGED TRANOUTA, AND THE CHECKPOINT
      *                       PROVED MUST BE CALCAMRG'S MERGED ONE.
      *                       CALCPARM IS NOW ALWAYS READ; A DATE ON
      *                       THE COMMAND LINE STILL OVERRIDES ITS
      *                       BUSINESS-DATE.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  AN OUT-OF-BALANCE FEED OR A FAILED RUN IS
      *                       NOW ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *      10/05/2026  DLM  RUNS ARE COLLECTED FROM THE LAST CLEAN
      *                       DAY-CLOSE ON, AS CALCDCLS TAKES THEM,
      *                       AND AUDIT ENTRIES PAIR BY RUN ID ALONE,
      *                       READ FROM THE BUSINESS DATE ON - A RUN
      *                       STARTED OR ENDING AFTER MIDNIGHT NO
      *                       LONGER SHOWS AS AUDIT MISSING.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCN.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRAN-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-COMMAND-LINE             PIC X(80).
       77  WS-MODE-TOKEN               PIC X(08) VALUE SPACES.
       77  WS-RUN-ID-COUNT             PIC S9(04) COMP VALUE 0.
       77  WS-RUN-IX                   PIC S9(04) COMP VALUE 0.
       77  WS-CHECK-RUN-ID             PIC X(16) VALUE SPACES.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-RECON-RUN-MODE           PIC X(08) VALUE SPACES.
       77  WS-AUDIT-EXCEPTION-COUNT    PIC S9(07) COMP VALUE 0.
       77  WS-PARTITION-COUNT          PIC 9(01) VALUE 1.
       77  WS-PAIR-PARTITION           PIC 9(01) VALUE 0.
       77  WS-REC-PARTITION            PIC 9(01) VALUE 0.
       77  WS-PART-DIGIT               PIC 9(01) VALUE 0.
       77  WS-PART-IX                  PIC S9(04) COMP VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-BATCH-MODE-SW        PIC X(01) VALUE "N".
               88  WS-END-OF-RUN-FILE      VALUE "Y".
           05  WS-RUN-ID-MATCH-SW      PIC X(01) VALUE "N".
               88  WS-RUN-ID-MATCH         VALUE "Y".
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE     VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND      VALUE "Y".

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE RECONCILIATION'S OWN RUN ID - DATE + HHMMSS + "RN", "R4"
      *  OR "RA" FOR THE FEED PROVED, THE SAME SHAPE CALCULADORA
      *  BUILDS.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "RN".

      *****************************************************************
      *  RUN IDS REGISTERED ON CALCRLOG FOR THE RECONCILED MODE AND
      *  BUSINESS DAY - A NORMAL DAY HAS ONE, A DAY WITH AN ABEND
      *  AND A FORCED RESTART HAS TWO OR THREE.  ONLY AUDIT ENTRIES
      *  STAMPED WITH ONE OF THESE TAKE PART IN THE PAIRING.
      *****************************************************************
       01  WS-RUN-ID-TABLE.
           05  WS-RUN-ID-ENTRY         OCCURS 50 TIMES PIC X(16).

      *****************************************************************
      *  THE FIRST ACCOUNT OF EACH ACCUM PARTITION, FROM CALCPARM, SO
      *  EACH MERGED TRANOUTA RECORD CAN BE TOLD ITS PARTITION THE
      *  SAME WAY CALCULADORA CHOSE IT (ENTRY 1 IS NOT USED).
      *****************************************************************
       01  WS-PART-START-TABLE         VALUE SPACES.
           05  WS-PART-START           OCCURS 9 TIMES PIC X(08).

      *****************************************************************
      *  TOTALS RECOMPUTED FROM THE OUTPUT FILE, MIRRORING THE BUCKETS
      *  CALCULADORA ACCUMULATES IN 4000-ACCUMULATE-TOTALS AND
           05  WS-REM-COUNT            PIC S9(07) COMP VALUE 0.
           05  WS-REM-SUM              PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-ERROR-COUNT          PIC S9(07) COMP VALUE 0.
           05  WS-FROZEN-COUNT         PIC S9(07) COMP VALUE 0.
           05  WS-FLOOR-COUNT          PIC S9(07) COMP VALUE 0.
           05  WS-GRAND-COUNT          PIC S9(07) COMP VALUE 0.
           05  WS-GRAND-SUM            PIC S9(07)V99 COMP-3 VALUE 0.

           05  WS-CKA-REM-COUNT        PIC S9(07) VALUE 0.
           05  WS-CKA-ERROR-COUNT      PIC S9(07) VALUE 0.
           05  WS-CKA-GRAND-COUNT      PIC S9(07) VALUE 0.
           05  WS-CKA-FROZEN-COUNT     PIC S9(07) VALUE 0.
           05  WS-CKA-FLOOR-COUNT      PIC S9(07) VALUE 0.

       01  WS-CMP-COUNT-LINE.
           05  CC-LABEL                PIC X(20).

       01  WS-RPT-WORK-LINE            PIC X(86).

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCRCN".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           IF RETURN-CODE = 0 AND WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "RCNOOB" TO WS-ALERT-CODE
               EVALUATE TRUE
                   WHEN WS-HISCALE-MODE
                       MOVE "BATCH4 FEED OUT OF BALANCE - RECNRPT4"
                           TO WS-ALERT-MESSAGE
                   WHEN WS-ACCUM-MODE
                       MOVE "ACCUM FEED OUT OF BALANCE - RECNRPTA"
                           TO WS-ALERT-MESSAGE
                   WHEN OTHER
                       MOVE "BATCH FEED OUT OF BALANCE - RECONRPT"
                           TO WS-ALERT-MESSAGE
               END-EVALUATE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF

           PERFORM 1300-CLOSE-RUN THRU 1300-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-INITIALIZE - PICK UP THE FEED TO RECONCILE AND THE
      *  BUSINESS DATE WHOSE RUNS ARE IN SCOPE.
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-COMMAND-LINE
           IF WS-MODE-TOKEN = "BATCH4"
               SET WS-HISCALE-MODE TO TRUE
               MOVE "BATCH4" TO WS-RECON-MODE
               MOVE "RECON4" TO WS-RECON-RUN-MODE
               MOVE "R4" TO WS-RIB-MODE-CODE
           ELSE
               IF WS-MODE-TOKEN = "ACCUM"
                   SET WS-ACCUM-MODE TO TRUE
                   MOVE "ACCUM" TO WS-RECON-MODE
                   MOVE "RECONA" TO WS-RECON-RUN-MODE
                   MOVE "RA" TO WS-RIB-MODE-CODE
               ELSE
                   SET WS-BATCH-MODE TO TRUE
                   MOVE "BATCH" TO WS-RECON-MODE
                   MOVE "RECON" TO WS-RECON-RUN-MODE
               END-IF
           END-IF

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT

           IF WS-DATE-TOKEN NUMERIC
               MOVE WS-DATE-TOKEN TO WS-BUSINESS-DATE
           ELSE
               IF NOT WS-DATE-PARM-FOUND
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                   DISPLAY "CALCRCN - NO BUSINESS-DATE ON CALCPARM, "
                       "RECONCILING " WS-BUSINESS-DATE
               END-IF
           END-IF

           PERFORM 1200-REGISTER-RUN THRU 1200-EXIT

           PERFORM 1500-LOAD-RUN-IDS THRU 1500-EXIT
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-PARAMETERS - TAKE THE BUSINESS-DATE THE NIGHT'S
      *  RUNS TOOK FROM CALCPARM, AND THE ACCUM PARTITIONING THE RUNS
      *  WERE SPLIT BY.  THE BUSINESS DATE ONLY OPENS THE WINDOW THE
      *  RUNS ARE COLLECTED FROM (1500-LOAD-RUN-IDS) AND THE POINT THE
      *  AUDIT LOG IS READ FROM (8600-START-AUDIT); THE AUDIT ENTRIES
      *  THEMSELVES ARE PAIRED BY RUN ID ALONE.  A DATE ON THE
      *  COMMAND LINE OVERRIDES CALCPARM'S; TODAY'S DATE IS THE
      *  FALLBACK ONLY WHEN NEITHER GIVES ONE.
      *  OTHER KEYWORDS BELONG TO OTHER PROGRAMS AND ARE PASSED OVER.
      *****************************************************************
       1100-READ-PARAMETERS.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1150-READ-PARM-RECORD THRU 1150-EXIT
               PERFORM 1160-SCAN-PARM-RECORD THRU 1160-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE
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
               IF WS-PARM-KEYWORD = "ACCUM-PARTITIONS"
                  AND WS-PARM-VALUE(1:1) NUMERIC
                  AND WS-PARM-VALUE(1:1) NOT = "0"
                   MOVE WS-PARM-VALUE(1:1) TO WS-PARTITION-COUNT
               END-IF
               IF WS-PARM-KEYWORD(1:16) = "ACCUM-PART-FROM-"
                  AND WS-PARM-KEYWORD(17:1) NUMERIC
                  AND WS-PARM-KEYWORD(17:1) > "1"
                   MOVE WS-PARM-KEYWORD(17:1) TO WS-PART-DIGIT
                   MOVE WS-PARM-VALUE(1:8)
                       TO WS-PART-START(WS-PART-DIGIT)
               END-IF
           END-IF

           PERFORM 1150-READ-PARM-RECORD THRU 1150-EXIT
           .
       1160-EXIT.
           EXIT.

      *****************************************************************
      *  1200-REGISTER-RUN - APPEND THE RECONCILIATION'S HEADER TO
      *  THE RUN LOG.  A RECONCILIATION IS NOT A BATCH-MODE RUN AND
      *  DOES NOT CONSULT THE IN-FLIGHT GUARD.
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
           MOVE WS-RUN-ID         TO CR-RUN-ID
           MOVE WS-RECON-RUN-MODE TO CR-RUN-MODE
           MOVE WS-RUN-DATE       TO CR-DATE
           MOVE WS-RUN-TIME       TO CR-TIME
           MOVE ZERO              TO CR-RECORD-COUNT
           MOVE ZERO              TO CR-ERROR-COUNT
           MOVE ZERO              TO CR-RETURN-CODE
           MOVE SPACES            TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-CLOSE-RUN - APPEND THE TRAILER: OUTPUT RECORDS
      *  RECONCILED, AUDIT EXCEPTIONS (MISMATCHED, MISSING AND
      *  SURPLUS ENTRIES) AND THE FINAL RETURN CODE.
      *****************************************************************
       1300-CLOSE-RUN.
           COMPUTE WS-AUDIT-EXCEPTION-COUNT =
               WS-AUDIT-MISMATCH-COUNT + WS-AUDIT-MISSING-COUNT
               + WS-AUDIT-SURPLUS-COUNT

           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID                TO CR-RUN-ID
           MOVE WS-RECON-RUN-MODE        TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-OUTPUT-COUNT          TO CR-RECORD-COUNT
           MOVE WS-AUDIT-EXCEPTION-COUNT TO CR-ERROR-COUNT
           MOVE RETURN-CODE              TO CR-RETURN-CODE
           MOVE SPACES                   TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-RUN-IDS - COLLECT FROM THE RUN LOG THE RUN IDS OF
      *  EVERY RUN REGISTERED IN THE RECONCILED MODE FOR THE BUSINESS
      *  DAY (HEADERS, INCLUDING AN ABENDED RUN'S - ITS AUDIT
      *  ENTRIES MATCH THE OUTPUT IT WROTE BEFORE THE ABEND).  THE
      *  RUN LOG DATE IS WHEN THE RUN STARTED, NOT ITS BUSINESS DATE,
      *  SO THE DAY IS TAKEN THE WAY CALCDCLS TAKES IT: EVERY RUN
      *  STARTED ON OR AFTER THE BUSINESS DATE SINCE THE LAST CLEAN
      *  DAY-CLOSE - A FRIDAY FEED RUN ON SATURDAY, A CATCH-UP RUN OR
      *  A PARTITION STARTED AFTER MIDNIGHT ALL COUNT.  A DAY ALREADY
      *  CLOSED HAS NO RUNS LEFT IN THAT WINDOW.  A
      *  MISSING RUN LOG OR A DATE WITH NO REGISTERED RUN LEAVES THE
      *  TABLE EMPTY, AND THE PAIRING THEN REPORTS EVERY OUTPUT
      *  RECORD AS AUDIT MISSING - WHICH IS THE TRUTH OF A DAY WHOSE
               AT END
                   SET WS-END-OF-RUN-FILE TO TRUE
               NOT AT END
                   IF CR-TRAILER AND CR-RUN-MODE = "DAYCLOSE"
                      AND CR-RETURN-CODE = 0
                       MOVE 0 TO WS-RUN-ID-COUNT
                   ELSE
                       IF CR-HEADER
                          AND CR-RUN-MODE = WS-RECON-MODE
                          AND CR-DATE >= WS-BUSINESS-DATE
                          AND WS-RUN-ID-COUNT < 50
                           ADD 1 TO WS-RUN-ID-COUNT
                           MOVE CR-RUN-ID
                               TO WS-RUN-ID-ENTRY(WS-RUN-ID-COUNT)
                       END-IF
                   END-IF
           END-READ
           .
                       CLOSE CALC-TRAN-FILE
                       CLOSE CALC-OUT-FILE
                   ELSE
                       PERFORM 8600-START-AUDIT THRU 8600-EXIT
                       OPEN OUTPUT RECON-RPT-FILE

                       PERFORM 2100-COUNT-INPUT THRU 2100-EXIT
      *****************************************************************
      *  2200-MATCH-ONE-OUTPUT - READ THE NEXT TRANOUT RECORD, ROLL IT
      *  INTO THE RECOMPUTED TOTALS, AND PAIR IT WITH THE NEXT CALCAUD
      *  ENTRY CARRYING ONE OF THE DAY'S RUN IDS.  BOTH FILES WERE
      *  WRITTEN IN THE SAME ORDER BY THE SAME RUN, SO A CLEAN DAY
      *  PAIRS OFF FIELD FOR FIELD WITH NOTHING LEFT OVER ON EITHER
      *  SIDE.
      *****************************************************************
       2200-MATCH-ONE-OUTPUT.
           READ CALC-OUT-FILE

      *****************************************************************
      *  2300-NEXT-AUDIT-FOR-DATE - ADVANCE THE AUDIT LOG TO THE NEXT
      *  ENTRY STAMPED WITH ONE OF THE RECONCILED MODE'S REGISTERED
      *  RUN IDS.  THE RUN ID ALONE DECIDES: THE ENTRY'S DATE IS WHEN
      *  IT WAS WRITTEN, SO A RUN THAT CROSSED MIDNIGHT OR RAN A DAY
      *  LATE STILL PAIRS IN FULL.  THE LOG IS READ FROM THE BUSINESS
      *  DATE ON (SEE 8600-START-AUDIT), SO PRIOR DAYS ARE NEVER SEEN.
      *  ENTRIES FROM OTHER RUNS (THE OTHER FEED, ONE-SHOT, ONLINE)
      *  ARE PASSED OVER, THOSE WRITTEN ON THE BUSINESS DATE COUNTED
      *  INFORMATIONALLY.
      *****************************************************************
       2300-NEXT-AUDIT-FOR-DATE.
           MOVE "N" TO WS-AUDIT-FOUND-SW
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE CA-RUN-ID TO WS-CHECK-RUN-ID
                   PERFORM 8500-CHECK-RUN-ID THRU 8500-EXIT
                   IF WS-RUN-ID-MATCH AND WS-PAIR-PARTITION > 0
                       PERFORM 2370-CHECK-PAIR-PARTITION
                           THRU 2370-EXIT
                   ELSE
                       IF WS-RUN-ID-MATCH
                           SET WS-AUDIT-FOUND TO TRUE
                       ELSE
                           IF WS-PAIR-PARTITION < 2
                              AND CA-DATE = WS-BUSINESS-DATE
                               ADD 1 TO WS-AUDIT-OTHER-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2370-CHECK-PAIR-PARTITION - ON A PARTITIONED DAY AN ACCUM RUN
      *  ID ENDS IN "A" AND ITS PARTITION NUMBER.  THE PARTITION BEING
      *  PAIRED TAKES ITS OWN ENTRIES; THE OTHER PARTITIONS' ENTRIES
      *  ARE LEFT FOR THEIR OWN PASS.  AN ACCUM RUN THAT RAN WITHOUT A
      *  PARTITION IS COUNTED WITH THE OTHER RUNS, ON THE FIRST PASS
      *  ONLY SO IT IS NOT COUNTED ONCE PER PARTITION.
      *****************************************************************
       2370-CHECK-PAIR-PARTITION.
           IF CA-RUN-ID(15:1) = "A" AND CA-RUN-ID(16:1) NUMERIC
               IF CA-RUN-ID(16:1) = WS-PAIR-PARTITION
                   SET WS-AUDIT-FOUND TO TRUE
               END-IF
           ELSE
               IF WS-PAIR-PARTITION = 1
                   ADD 1 TO WS-AUDIT-OTHER-COUNT
               END-IF
           END-IF
           .
       2370-EXIT.
           EXIT.

       2400-COUNT-AUDIT-SURPLUS.
           PERFORM 2300-NEXT-AUDIT-FOR-DATE THRU 2300-EXIT
           IF WS-AUDIT-FOUND
                       CLOSE CALC-TRAN4-FILE
                       CLOSE CALC-OUT4-FILE
                   ELSE
                       PERFORM 8650-START-AUDIT4 THRU 8650-EXIT
                       OPEN OUTPUT RECON-RPT4-FILE

                       PERFORM 3100-COUNT-INPUT4 THRU 3100-EXIT
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE CA4-RUN-ID TO WS-CHECK-RUN-ID
                   PERFORM 8500-CHECK-RUN-ID THRU 8500-EXIT
                   IF WS-RUN-ID-MATCH
                       SET WS-AUDIT-FOUND TO TRUE
                   ELSE
                       IF CA4-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-AUDIT-OTHER-COUNT
                       END-IF
                   END-IF
      *  THE ACCUM FEED AUDITS INTO THE SHARED CALCAUD LOG WITH THE
      *  TRANSACTION AMOUNT AS NUM2, SO THE ONE-FOR-ONE MATCH PAIRS
      *  EACH TRANOUTA RECORD WITH THE NEXT CALCAUD ENTRY CARRYING
      *  ONE OF THE DAY'S ACCUM RUN IDS, AND COMPARES AMOUNT,
      *  OPERACION AND ERROR FLAG.
      *  THE CHECKPOINT CARRIES COUNTS ONLY (SEE CALCCKPTA.CPY), SO
      *  ONLY COUNTS ARE PROVED AGAINST IT.
                       CLOSE CALC-TRANA-FILE
                       CLOSE CALC-OUTA-FILE
                   ELSE
                       PERFORM 8600-START-AUDIT THRU 8600-EXIT
                       OPEN OUTPUT RECON-RPTA-FILE

                       IF WS-PARTITION-COUNT > 1
                           MOVE 1 TO WS-PAIR-PARTITION
                       END-IF

                       PERFORM 4100-COUNT-INPUTA THRU 4100-EXIT
                           UNTIL WS-END-OF-INPUT

                       PERFORM 4200-MATCH-ONE-OUTPUTA THRU 4200-EXIT
                           UNTIL WS-END-OF-OUTPUT

                       IF WS-PAIR-PARTITION > 0
                           PERFORM 4350-NEXT-PAIR-PARTITION
                               THRU 4350-EXIT
                               UNTIL WS-PAIR-PARTITION
                                   >= WS-PARTITION-COUNT
                       END-IF

                       PERFORM 2400-COUNT-AUDIT-SURPLUS
                           THRU 2400-EXIT
                           UNTIL WS-END-OF-AUDIT
               NOT AT END
                   ADD 1 TO WS-OUTPUT-COUNT
                   PERFORM 4250-ACCUMULATE-OUTPUTA THRU 4250-EXIT
                   IF WS-PAIR-PARTITION > 0
                       PERFORM 4300-FIND-PARTITION THRU 4300-EXIT
                       PERFORM 4350-NEXT-PAIR-PARTITION THRU 4350-EXIT
                           UNTIL WS-PAIR-PARTITION >= WS-REC-PARTITION
                   END-IF
                   PERFORM 2300-NEXT-AUDIT-FOR-DATE THRU 2300-EXIT
                   IF WS-AUDIT-FOUND
                       IF CA-NUM2       = COA-AMOUNT    AND
                          CA-OPERACION  = COA-OPERACION AND
                          ( (CA-ERROR-YES AND
                              (COA-STATUS-ERROR OR
                               COA-STATUS-REFUSED)) OR
                            (CA-ERROR-NO  AND COA-STATUS-OK AND
                             CA-RESULTADO = COA-BALANCE) )
                           ADD 1 TO WS-AUDIT-MATCH-COUNT
           EXIT.

       4250-ACCUMULATE-OUTPUTA.
           EVALUATE TRUE
               WHEN COA-STATUS-FROZEN
                   ADD 1 TO WS-FROZEN-COUNT
               WHEN COA-STATUS-BELOW-FLOOR
                   ADD 1 TO WS-FLOOR-COUNT
               WHEN COA-STATUS-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   EVALUATE COA-OPERACION
                       WHEN "a"
                           ADD 1 TO WS-ADD-COUNT
                       WHEN "m"
                           ADD 1 TO WS-SUB-COUNT
                       WHEN "M"
                           ADD 1 TO WS-MUL-COUNT
                       WHEN "d"
                           ADD 1 TO WS-DIV-COUNT
                       WHEN "p"
                           ADD 1 TO WS-PCT-COUNT
                       WHEN "r"
                           ADD 1 TO WS-REM-COUNT
                   END-EVALUATE
           END-EVALUATE

           ADD 1 TO WS-GRAND-COUNT
           .
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4300-FIND-PARTITION - THE PARTITION THE TRANOUTA RECORD'S
      *  ACCOUNT FALLS IN: THE LAST PARTITION WHOSE FIRST ACCOUNT IS
      *  AT OR BELOW IT.
      *****************************************************************
       4300-FIND-PARTITION.
           MOVE 1 TO WS-REC-PARTITION
           MOVE 1 TO WS-PART-IX
           PERFORM 4310-CHECK-PART-START THRU 4310-EXIT
               UNTIL WS-PART-IX >= WS-PARTITION-COUNT
           .
       4300-EXIT.
           EXIT.

       4310-CHECK-PART-START.
           ADD 1 TO WS-PART-IX
           IF COA-ACCOUNT-NO NOT < WS-PART-START(WS-PART-IX)
               MOVE WS-PART-IX TO WS-REC-PARTITION
           END-IF
           .
       4310-EXIT.
           EXIT.

      *****************************************************************
      *  4350-NEXT-PAIR-PARTITION - THE MERGED TRANOUTA IS IN
      *  PARTITION ORDER, BUT THE PARTITION RUNS WROTE THE AUDIT LOG
      *  SIDE BY SIDE.  WHEN THE OUTPUT MOVES ON TO THE NEXT PARTITION,
      *  WHAT IS LEFT OF THE CURRENT PARTITION'S AUDIT ENTRIES IS
      *  SURPLUS, AND THE AUDIT LOG IS READ AGAIN FROM THE BUSINESS
      *  DATE FOR THE NEXT PARTITION'S ENTRIES.
      *****************************************************************
       4350-NEXT-PAIR-PARTITION.
           PERFORM 2400-COUNT-AUDIT-SURPLUS THRU 2400-EXIT
               UNTIL WS-END-OF-AUDIT
           ADD 1 TO WS-PAIR-PARTITION
           CLOSE CALC-AUDIT-FILE
           OPEN INPUT CALC-AUDIT-FILE
           MOVE "N" TO WS-EOF-AUD-SW
           PERFORM 8600-START-AUDIT THRU 8600-EXIT
           .
       4350-EXIT.
           EXIT.

       4500-COMPARE-CHECKPOINTA.
           MOVE "N" TO WS-CKPT-OK-SW
           OPEN INPUT CALC-CKPTA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKA-RUN-COMPLETE AND CKA-PARTITION NOT = 0
                           DISPLAY "CALCRCN - CALCCKPTA IS PARTITION "
                               CKA-PARTITION "'S CHECKPOINT, NOT THE "
                               "MERGED DAY - HAS CALCAMRG RUN?"
                       END-IF
                       IF CKA-RUN-COMPLETE AND CKA-PARTITION = 0
                           SET WS-CKPT-OK TO TRUE
                           MOVE CKA-ADD-COUNT   TO WS-CKA-ADD-COUNT
                           MOVE CKA-SUB-COUNT   TO WS-CKA-SUB-COUNT
                               TO WS-CKA-ERROR-COUNT
                           MOVE CKA-GRAND-COUNT
                               TO WS-CKA-GRAND-COUNT
                           MOVE CKA-FROZEN-COUNT
                               TO WS-CKA-FROZEN-COUNT
                           MOVE CKA-FLOOR-COUNT
                               TO WS-CKA-FLOOR-COUNT
                       END-IF
               END-READ
               CLOSE CALC-CKPTA-FILE
           MOVE WS-CMP-COUNT-LINE  TO WS-RPT-WORK-LINE
           PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT

           IF WS-PAIR-PARTITION > 0
               MOVE "PARTITIONS PAIRED" TO CC-LABEL
               MOVE WS-PAIR-PARTITION  TO CC-RECON-COUNT
               MOVE ZERO               TO CC-CKPT-COUNT
               MOVE SPACES             TO CC-VERDICT
               MOVE WS-CMP-COUNT-LINE  TO WS-RPT-WORK-LINE
               PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT
           END-IF

           MOVE "AUDIT MATCHED"     TO CC-LABEL
           MOVE WS-AUDIT-MATCH-COUNT TO CC-RECON-COUNT
           MOVE ZERO               TO CC-CKPT-COUNT
           MOVE WS-CKA-ERROR-COUNT TO WS-CMP-CKPT-COUNT
           PERFORM 8000-COMPARE-COUNT THRU 8000-EXIT

           MOVE "FROZEN REFUSALS" TO WS-CMP-LABEL
           MOVE WS-FROZEN-COUNT TO WS-CMP-RECON-COUNT
           MOVE WS-CKA-FROZEN-COUNT TO WS-CMP-CKPT-COUNT
           PERFORM 8000-COMPARE-COUNT THRU 8000-EXIT

           MOVE "FLOOR REFUSALS" TO WS-CMP-LABEL
           MOVE WS-FLOOR-COUNT TO WS-CMP-RECON-COUNT
           MOVE WS-CKA-FLOOR-COUNT TO WS-CMP-CKPT-COUNT
           PERFORM 8000-COMPARE-COUNT THRU 8000-EXIT

           MOVE "GRAND COUNT"   TO WS-CMP-LABEL
           MOVE WS-GRAND-COUNT TO WS-CMP-RECON-COUNT
           MOVE WS-CKA-GRAND-COUNT TO WS-CMP-CKPT-COUNT

      *****************************************************************
      *  8500-CHECK-RUN-ID - IS WS-CHECK-RUN-ID ONE OF THE RUN IDS
      *  REGISTERED FOR THE RECONCILED MODE AND BUSINESS DAY?
      *****************************************************************
       8500-CHECK-RUN-ID.
           MOVE "N" TO WS-RUN-ID-MATCH-SW
           .
       8550-EXIT.
           EXIT.

      *****************************************************************
      *  8600-START-AUDIT - POSITION THE AUDIT LOG AT THE FIRST ENTRY
      *  WRITTEN ON THE BUSINESS DATE.  NO RUN OF THE DAY CAN HAVE
      *  WRITTEN EARLIER, AND THE PRIOR DAYS NEED NOT BE READ.  A LOG
      *  WITH NOTHING FROM THE BUSINESS DATE ON IS AT END.
      *****************************************************************
       8600-START-AUDIT.
           MOVE WS-BUSINESS-DATE TO CA-DATE
           MOVE ZERO             TO CA-TIME
           MOVE ZERO             TO CA-TIE-SEQ-NO
           START CALC-AUDIT-FILE KEY >= CA-LOG-KEY
               INVALID KEY
                   SET WS-END-OF-AUDIT TO TRUE
           END-START
           .
       8600-EXIT.
           EXIT.

      *****************************************************************
      *  8650-START-AUDIT4 - THE SAME FOR THE CALCAUD4 LOG.
      *****************************************************************
       8650-START-AUDIT4.
           MOVE WS-BUSINESS-DATE TO CA4-DATE
           MOVE ZERO             TO CA4-TIME
           MOVE ZERO             TO CA4-TIE-SEQ-NO
           START CALC-AUDIT4-FILE KEY >= CA4-LOG-KEY
               INVALID KEY
                   SET WS-END-OF-AUDIT TO TRUE
           END-START
           .
       8650-EXIT.
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
