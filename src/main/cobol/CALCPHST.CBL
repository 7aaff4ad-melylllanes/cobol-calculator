      *****************************************************************
      *  PROGRAM-ID:  CALCPHST
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      ACCUM POSTING HISTORY CAPTURE.  TRANOUTA CARRIES NO DATE
      *      AND IS REPLACED BY EVERY ACCUM RUN, AND AN ACCUM AUDIT
      *      RECORD DOES NOT CARRY THE ACCOUNT, SO NOTHING ON FILE
      *      SAYS WHAT WAS POSTED TO AN ACCOUNT ON AN EARLIER DAY.
      *      THIS STEP RUNS AFTER EACH ACCUM RUN (BESIDE CALCDBAL) AND
      *      ADDS EVERY TRANSACTION THE RUN APPLIED - A TRANOUTA
      *      RECORD WITH A BLANK STATUS - TO THE POSTING HISTORY (SEE
      *      CALCPSTH.CPY) UNDER THE CALCPARM BUSINESS DATE, FOR
      *      CALCDUPS TO CHECK THE FOLLOWING DAYS' TRANINA AGAINST.
      *      ERRORED AND REFUSED TRANSACTIONS NEVER POSTED AND ARE
      *      NOT CAPTURED.
      *
      *      THE HISTORY IS AN OLD-MASTER/NEW-MASTER PAIR (POSTHIST
      *      IN, POSTHSTN OUT, CATALOGED BY THE JOB STEP AS THE NEXT
      *      POSTHIST).  IT ONLY HAS TO COVER THE DUPLICATE CHECK'S
      *      LOOK-BACK WINDOW, DUP-LOOKBACK-DAYS (CALCPARM, OPTIONAL,
      *      DEFAULT 7), AND CALCUNUS'S ACCOUNT HISTORY,
      *      UNUSUAL-HIST-DAYS (CALCPARM, OPTIONAL, DEFAULT 30), SO
      *      DATES MORE THAN THE LONGER OF THE TWO BEFORE THE BUSINESS
      *      DATE ARE DROPPED ON THE WAY THROUGH.  A RERUN FOR A DATE
      *      ALREADY CAPTURED REPLACES THAT DATE'S POSTINGS, SO
      *      RERUNNING AFTER AN ACCUM RESTART IS SAFE.  A MISSING
      *      POSTHIST IS THE FIRST CAPTURE, NOT AN ERROR; ONE THAT
      *      EXISTS BUT CANNOT BE OPENED IS.
      *
      *      RETURN CODES: 0 CLEAN; 16 THE BUSINESS DATE, TRANOUTA,
      *      THE OLD HISTORY OR THE NEW HISTORY IS NOT AVAILABLE,
      *      DUP-LOOKBACK-DAYS OR UNUSUAL-HIST-DAYS IS MALFORMED, OR
      *      THE HISTORY ALREADY HOLDS A DATE AFTER THE BUSINESS DATE
      *      (A WRONG CALCPARM DATE) - THE JOB STEP MUST NOT CATALOG
      *      POSTHSTN.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RUNFAIL   16  THE CAPTURE COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  A FAILED CAPTURE IS NOW ALSO RAISED ON THE
      *                       SHARED ALERT FILE THROUGH CALC0030.
      *      10/05/2026  DLM  HISTORY ALSO KEPT FOR UNUSUAL-HIST-DAYS
      *                       FOR CALCUNUS'S ACCOUNT HISTORY.
      *      10/05/2026  DLM  A POSTHIST THAT EXISTS BUT WILL NOT OPEN
      *                       NOW FAILS THE STEP INSTEAD OF STARTING
      *                       THE HISTORY AGAIN FROM TODAY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPHST.
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

           SELECT CALC-PSTHNEW-FILE ASSIGN TO POSTHSTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTHNEW-FILE-STATUS.

           SELECT PHST-RPT-FILE ASSIGN TO PHSTRPT
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

       FD  CALC-PSTHNEW-FILE
           RECORDING MODE IS F.
       01  CALC-PSTHN-RECORD.
           05  PN-BUSINESS-DATE        PIC 9(08).
           05  PN-ACCOUNT-NO           PIC X(08).
           05  PN-AMOUNT               PIC S9(05)V99.
           05  PN-OPERACION            PIC X(01).

       FD  PHST-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OUTA-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PSTH-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PSTHNEW-FILE-STATUS      PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 7.
       77  WS-UNUS-HIST-DAYS           PIC 9(03) VALUE 30.
       77  WS-RETAIN-DAYS              PIC 9(03) VALUE 0.
       77  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-HIST-READ-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-HIST-KEPT-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-HIST-DROPPED-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-HIST-REPLACED-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-OUTA-READ-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-CAPTURE-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-NOT-POSTED-COUNT         PIC S9(07) COMP VALUE 0.
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
           05  WS-EOF-PSTH-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PSTH-FILE      VALUE "Y".
           05  WS-EOF-OUTA-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-OUTA-FILE      VALUE "Y".
           05  WS-AHEAD-SW             PIC X(01) VALUE "N".
               88  WS-HISTORY-AHEAD         VALUE "Y".
           05  WS-PSTH-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-HISTORY-ON-FILE       VALUE "Y".
           05  WS-LEAP-SW              PIC X(01) VALUE "N".
               88  WS-LEAP-YEAR             VALUE "Y".

      *****************************************************************
      *  THE RETENTION CUTOFF - THE LONGER OF DUP-LOOKBACK-DAYS AND
      *  UNUSUAL-HIST-DAYS CALENDAR DAYS BEFORE THE BUSINESS DATE, THE
      *  FIRST DATE CALCDUPS OR CALCUNUS WILL LOOK AT.  WORKED
      *  BACKWARD A DAY AT A TIME BY 8750.
      *****************************************************************
       01  WS-CUTOFF-WORK.
           05  WS-DD-DATE              PIC 9(08).
           05  WS-DD-PARTS REDEFINES WS-DD-DATE.
               10  WS-DD-YEAR          PIC 9(04).
               10  WS-DD-MONTH         PIC 9(02).
               10  WS-DD-DAY           PIC 9(02).

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
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCPHST".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-READ-BUSINESS-DATE THRU 1000-EXIT

           IF NOT WS-PARM-ERROR
               PERFORM 2000-CAPTURE-PROCESS THRU 2000-EXIT
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-READ-BUSINESS-DATE - THE POSTINGS ARE FILED UNDER THE
      *  SAME CALCPARM BUSINESS DATE THE ACCUM RUN USED.  ONLY
      *  BUSINESS-DATE, DUP-LOOKBACK-DAYS AND UNUSUAL-HIST-DAYS ARE
      *  TAKEN HERE.
      *****************************************************************
       1000-READ-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCPHST - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - CAPTURE NOT RUN"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE

               IF NOT WS-DATE-PARM-FOUND
                   DISPLAY "CALCPHST - REQUIRED PARAMETER "
                       "BUSINESS-DATE MISSING - CAPTURE NOT RUN"
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
               IF WS-PARM-KEYWORD = "DUP-LOOKBACK-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                      AND WS-PARM-VALUE(1:3) NOT = "000"
                       MOVE WS-PARM-VALUE(1:3) TO WS-LOOKBACK-DAYS
                   ELSE
                       DISPLAY "CALCPHST - PARAMETER DUP-LOOKBACK-DAYS "
                           "MALFORMED: " WS-PARM-VALUE
                           " - CAPTURE NOT RUN"
                       MOVE 16 TO RETURN-CODE
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
               END-IF
               IF WS-PARM-KEYWORD = "UNUSUAL-HIST-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                      AND WS-PARM-VALUE(1:3) NOT = "000"
                       MOVE WS-PARM-VALUE(1:3) TO WS-UNUS-HIST-DAYS
                   ELSE
                       DISPLAY "CALCPHST - PARAMETER UNUSUAL-HIST-DAYS "
                           "MALFORMED: " WS-PARM-VALUE
                           " - CAPTURE NOT RUN"
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
      *  2000-CAPTURE-PROCESS - COPY THE RETAINED HISTORY FORWARD,
      *  THEN APPEND THE DAY'S POSTINGS FROM TRANOUTA.
      *****************************************************************
       2000-CAPTURE-PROCESS.
           MOVE WS-LOOKBACK-DAYS TO WS-RETAIN-DAYS
           IF WS-UNUS-HIST-DAYS > WS-RETAIN-DAYS
               MOVE WS-UNUS-HIST-DAYS TO WS-RETAIN-DAYS
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-DD-DATE
           MOVE 0 TO WS-DAY-COUNT
           PERFORM 8750-SUBTRACT-ONE-DAY THRU 8750-EXIT
               UNTIL WS-DAY-COUNT >= WS-RETAIN-DAYS
           MOVE WS-DD-DATE TO WS-CUTOFF-DATE

           OPEN INPUT CALC-OUTA-FILE
           IF WS-OUTA-FILE-STATUS NOT = "00"
               DISPLAY "CALCPHST - UNABLE TO OPEN TRANOUTA, FILE "
                   "STATUS " WS-OUTA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT CALC-PSTH-FILE
               EVALUATE WS-PSTH-FILE-STATUS
                   WHEN "00"
                       SET WS-HISTORY-ON-FILE TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CALCPHST - UNABLE TO OPEN POSTHIST, "
                           "FILE STATUS " WS-PSTH-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE

               IF RETURN-CODE = 0
                   PERFORM 2050-CAPTURE-TO-NEW THRU 2050-EXIT
               END-IF

               IF WS-HISTORY-ON-FILE
                   CLOSE CALC-PSTH-FILE
               END-IF
               CLOSE CALC-OUTA-FILE
           END-IF
           .
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-CAPTURE-TO-NEW - WRITE THE NEW HISTORY: THE RETAINED
      *  DATES CARRIED FORWARD, THEN THE DAY'S POSTINGS.
      *****************************************************************
       2050-CAPTURE-TO-NEW.
           OPEN OUTPUT CALC-PSTHNEW-FILE
           IF WS-PSTHNEW-FILE-STATUS NOT = "00"
               DISPLAY "CALCPHST - UNABLE TO OPEN POSTHSTN, FILE "
                   "STATUS " WS-PSTHNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2100-COPY-HISTORY THRU 2100-EXIT
               IF WS-HISTORY-AHEAD
                   DISPLAY "CALCPHST - POSTHIST ALREADY HOLDS A "
                       "DATE AFTER BUSINESS DATE "
                       WS-BUSINESS-DATE " - CHECK CALCPARM"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2400-READ-OUTA THRU 2400-EXIT
                   PERFORM 2500-CAPTURE-ONE THRU 2500-EXIT
                       UNTIL WS-END-OF-OUTA-FILE
               END-IF
               CLOSE CALC-PSTHNEW-FILE
               PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
           END-IF
           .
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-COPY-HISTORY - CARRY EVERY RETAINED DATE BEFORE THE
      *  BUSINESS DATE FORWARD.  POSTINGS ALREADY FILED UNDER THE
      *  BUSINESS DATE ARE LEFT BEHIND FOR TODAY'S TO REPLACE; A DATE
      *  AFTER IT STOPS THE CAPTURE.  NO POSTHIST (THE FIRST CAPTURE)
      *  HAS NOTHING TO CARRY.
      *****************************************************************
       2100-COPY-HISTORY.
           IF WS-HISTORY-ON-FILE
               PERFORM 2200-READ-HISTORY THRU 2200-EXIT
               PERFORM 2300-COPY-ONE-HISTORY THRU 2300-EXIT
                   UNTIL WS-END-OF-PSTH-FILE OR WS-HISTORY-AHEAD
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-READ-HISTORY.
           READ CALC-PSTH-FILE
               AT END
                   SET WS-END-OF-PSTH-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-COPY-ONE-HISTORY.
           EVALUATE TRUE
               WHEN PH-BUSINESS-DATE > WS-BUSINESS-DATE
                   SET WS-HISTORY-AHEAD TO TRUE
               WHEN PH-BUSINESS-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-HIST-REPLACED-COUNT
               WHEN PH-BUSINESS-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-HIST-DROPPED-COUNT
               WHEN OTHER
                   WRITE CALC-PSTHN-RECORD FROM CALC-PSTH-RECORD
                   ADD 1 TO WS-HIST-KEPT-COUNT
           END-EVALUATE

           IF NOT WS-HISTORY-AHEAD
               PERFORM 2200-READ-HISTORY THRU 2200-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-READ-OUTA.
           READ CALC-OUTA-FILE
               AT END
                   SET WS-END-OF-OUTA-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUTA-READ-COUNT
           END-READ
           .
       2400-EXIT.
           EXIT.

       2500-CAPTURE-ONE.
           IF COA-STATUS-OK
               MOVE WS-BUSINESS-DATE TO PN-BUSINESS-DATE
               MOVE COA-ACCOUNT-NO   TO PN-ACCOUNT-NO
               MOVE COA-AMOUNT       TO PN-AMOUNT
               MOVE COA-OPERACION    TO PN-OPERACION
               WRITE CALC-PSTHN-RECORD
               ADD 1 TO WS-CAPTURE-COUNT
           ELSE
               ADD 1 TO WS-NOT-POSTED-COUNT
           END-IF
           PERFORM 2400-READ-OUTA THRU 2400-EXIT
           .
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-REPORT - THE CAPTURE'S CONTROL COUNTS.
      *****************************************************************
       7000-PRINT-REPORT.
           OPEN OUTPUT PHST-RPT-FILE
           MOVE "CALCPHST ACCUM POSTING HISTORY CAPTURE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "BUSINESS DATE"        TO RD-LABEL
           MOVE WS-BUSINESS-DATE      TO RD-DATE
           MOVE WS-RPT-DATE-LINE      TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RETAINED FROM"        TO RD-LABEL
           MOVE WS-CUTOFF-DATE        TO RD-DATE
           MOVE WS-RPT-DATE-LINE      TO RPT-LINE
           WRITE RPT-LINE

           MOVE "HISTORY RECORDS READ" TO RT-LABEL
           MOVE WS-HIST-READ-COUNT    TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  KEPT"               TO RT-LABEL
           MOVE WS-HIST-KEPT-COUNT    TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  DROPPED (RETENTION)" TO RT-LABEL
           MOVE WS-HIST-DROPPED-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  REPLACED (RECAPTURE)" TO RT-LABEL
           MOVE WS-HIST-REPLACED-COUNT TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANOUTA RECORDS READ" TO RT-LABEL
           MOVE WS-OUTA-READ-COUNT    TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  POSTINGS CAPTURED"  TO RT-LABEL
           MOVE WS-CAPTURE-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  NOT POSTED (SKIPPED)" TO RT-LABEL
           MOVE WS-NOT-POSTED-COUNT   TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           IF WS-HISTORY-AHEAD
               MOVE "** HISTORY IS AHEAD OF THE BUSINESS DATE - "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** NOTHING CAPTURED, POSTHSTN NOT TO BE CATALOGED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE PHST-RPT-FILE
           .
       7000-EXIT.
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
