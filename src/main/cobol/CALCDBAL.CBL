      *****************************************************************
      *  PROGRAM-ID:  CALCDBAL
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      DAILY BALANCE HISTORY CAPTURE.  INTEREST USED TO BE
      *      WORKED OFF WHATEVER BALANCE WAS ON BALMAST THE EVENING
      *      IT WAS POSTED, WHICH IS WRONG FOR ANY ACCOUNT WHOSE
      *      BALANCE MOVED DURING THE MONTH.  THIS STEP RUNS AFTER
      *      EACH ACCUM RUN (AFTER CALCBPRF HAS PROVED THE NEW MASTER)
      *      AND ADDS THE DAY'S BALMSTN TO THE BALANCE HISTORY (SEE
      *      CALCDBH.CPY) UNDER THE CALCPARM BUSINESS DATE, FOR
      *      CALCINTR'S MONTH-END AVERAGE DAILY BALANCE.
      *
      *      THE HISTORY IS AN OLD-MASTER/NEW-MASTER PAIR (BALHIST
      *      IN, BALHSTN OUT, CATALOGED BY THE JOB STEP AS THE NEXT
      *      BALHIST).  DATES BEFORE THE FIRST OF THE PRIOR MONTH ARE
      *      DROPPED ON THE WAY THROUGH - THE PRIOR MONTH IS KEPT SO
      *      THE FIRST DAYS OF A MONTH BEFORE ITS FIRST BUSINESS DAY
      *      HAVE A BALANCE.  A RERUN FOR A DATE ALREADY CAPTURED
      *      REPLACES THAT DATE'S SNAPSHOT, SO RERUNNING AFTER AN
      *      ACCUM RESTART IS SAFE.  A MISSING BALHIST IS THE FIRST
      *      CAPTURE, NOT AN ERROR; ONE THAT EXISTS BUT CANNOT BE
      *      OPENED IS, AND NO BALHSTN IS WRITTEN.
      *
      *      RETURN CODES: 0 CLEAN; 16 THE BUSINESS DATE, BALMSTN, THE
      *      OLD HISTORY OR THE NEW HISTORY IS NOT AVAILABLE, OR THE
      *      HISTORY ALREADY HOLDS A DATE AFTER THE BUSINESS DATE (A
      *      WRONG CALCPARM DATE) - THE JOB STEP MUST NOT CATALOG
      *      BALHSTN.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RUNFAIL   16  THE CAPTURE COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  A FAILED CAPTURE IS NOW ALSO RAISED ON THE
      *                       SHARED ALERT FILE THROUGH CALC0030.
      *      10/05/2026  DLM  A BALHIST THAT EXISTS BUT WILL NOT OPEN
      *                       NOW FAILS THE STEP INSTEAD OF STARTING
      *                       THE HISTORY AGAIN FROM TODAY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDBAL.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-BALNEW-FILE ASSIGN TO BALMSTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALNEW-FILE-STATUS.

           SELECT CALC-DBH-FILE ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBH-FILE-STATUS.

           SELECT CALC-DBHNEW-FILE ASSIGN TO BALHSTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBHNEW-FILE-STATUS.

           SELECT DBAL-RPT-FILE ASSIGN TO DBALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-BALNEW-FILE
           RECORDING MODE IS F.
           COPY CALCBAL.

       FD  CALC-DBH-FILE
           RECORDING MODE IS F.
           COPY CALCDBH.

       FD  CALC-DBHNEW-FILE
           RECORDING MODE IS F.
       01  CALC-DBHN-RECORD.
           05  DBN-BUSINESS-DATE       PIC 9(08).
           05  DBN-ACCOUNT-NO          PIC X(08).
           05  DBN-BALANCE             PIC S9(05)V99.

       FD  DBAL-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-BALNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-DBH-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-DBHNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-HIST-READ-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-HIST-KEPT-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-HIST-DROPPED-COUNT       PIC S9(07) COMP VALUE 0.
       77  WS-HIST-REPLACED-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-CAPTURE-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE      VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND       VALUE "Y".
           05  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-PARM-ERROR            VALUE "Y".
           05  WS-EOF-DBH-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-DBH-FILE       VALUE "Y".
           05  WS-EOF-BAL-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-BAL-FILE       VALUE "Y".
           05  WS-AHEAD-SW             PIC X(01) VALUE "N".
               88  WS-HISTORY-AHEAD         VALUE "Y".
           05  WS-DBH-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-HISTORY-ON-FILE       VALUE "Y".

      *****************************************************************
      *  THE RETENTION CUTOFF - THE FIRST OF THE MONTH BEFORE THE
      *  BUSINESS DATE'S MONTH.
      *****************************************************************
       01  WS-CUTOFF-WORK.
           05  WS-CUTOFF-DATE          PIC 9(08).
           05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR      PIC 9(04).
               10  WS-CUTOFF-MONTH     PIC 9(02).
               10  WS-CUTOFF-DAY       PIC 9(02).

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
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCDBAL".
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
      *  1000-READ-BUSINESS-DATE - THE SNAPSHOT IS FILED UNDER THE
      *  SAME CALCPARM BUSINESS DATE THE ACCUM RUN USED.  ONLY
      *  BUSINESS-DATE IS TAKEN HERE, AS IN CALCSGEN.
      *****************************************************************
       1000-READ-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCDBAL - PARAMETER FILE CALCPARM NOT "
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
                   DISPLAY "CALCDBAL - REQUIRED PARAMETER "
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
           END-IF

           PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
           .
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CAPTURE-PROCESS - COPY THE RETAINED HISTORY FORWARD,
      *  THEN APPEND THE DAY'S SNAPSHOT OF BALMSTN.
      *****************************************************************
       2000-CAPTURE-PROCESS.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           MOVE 01 TO WS-CUTOFF-DAY
           IF WS-CUTOFF-MONTH = 01
               MOVE 12 TO WS-CUTOFF-MONTH
               SUBTRACT 1 FROM WS-CUTOFF-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CUTOFF-MONTH
           END-IF

           OPEN INPUT CALC-BALNEW-FILE
           IF WS-BALNEW-FILE-STATUS NOT = "00"
               DISPLAY "CALCDBAL - UNABLE TO OPEN BALMSTN, FILE "
                   "STATUS " WS-BALNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT CALC-DBH-FILE
               EVALUATE WS-DBH-FILE-STATUS
                   WHEN "00"
                       SET WS-HISTORY-ON-FILE TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CALCDBAL - UNABLE TO OPEN BALHIST, "
                           "FILE STATUS " WS-DBH-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE

               IF RETURN-CODE = 0
                   PERFORM 2050-CAPTURE-TO-NEW THRU 2050-EXIT
               END-IF

               IF WS-HISTORY-ON-FILE
                   CLOSE CALC-DBH-FILE
               END-IF
               CLOSE CALC-BALNEW-FILE
           END-IF
           .
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-CAPTURE-TO-NEW - WRITE THE NEW HISTORY: THE RETAINED
      *  DATES CARRIED FORWARD, THEN THE DAY'S SNAPSHOT.
      *****************************************************************
       2050-CAPTURE-TO-NEW.
           OPEN OUTPUT CALC-DBHNEW-FILE
           IF WS-DBHNEW-FILE-STATUS NOT = "00"
               DISPLAY "CALCDBAL - UNABLE TO OPEN BALHSTN, FILE "
                   "STATUS " WS-DBHNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2100-COPY-HISTORY THRU 2100-EXIT
               IF WS-HISTORY-AHEAD
                   DISPLAY "CALCDBAL - BALHIST ALREADY HOLDS A "
                       "DATE AFTER BUSINESS DATE "
                       WS-BUSINESS-DATE " - CHECK CALCPARM"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2400-READ-BALANCE THRU 2400-EXIT
                   PERFORM 2500-CAPTURE-ONE THRU 2500-EXIT
                       UNTIL WS-END-OF-BAL-FILE
               END-IF
               CLOSE CALC-DBHNEW-FILE
               PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
           END-IF
           .
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-COPY-HISTORY - CARRY EVERY RETAINED DATE BEFORE THE
      *  BUSINESS DATE FORWARD.  A SNAPSHOT ALREADY FILED UNDER THE
      *  BUSINESS DATE IS LEFT BEHIND FOR TODAY'S TO REPLACE; A DATE
      *  AFTER IT STOPS THE CAPTURE.  NO BALHIST (THE FIRST CAPTURE)
      *  HAS NOTHING TO CARRY.
      *****************************************************************
       2100-COPY-HISTORY.
           IF WS-HISTORY-ON-FILE
               PERFORM 2200-READ-HISTORY THRU 2200-EXIT
               PERFORM 2300-COPY-ONE-HISTORY THRU 2300-EXIT
                   UNTIL WS-END-OF-DBH-FILE OR WS-HISTORY-AHEAD
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-READ-HISTORY.
           READ CALC-DBH-FILE
               AT END
                   SET WS-END-OF-DBH-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-COPY-ONE-HISTORY.
           EVALUATE TRUE
               WHEN DBH-BUSINESS-DATE > WS-BUSINESS-DATE
                   SET WS-HISTORY-AHEAD TO TRUE
               WHEN DBH-BUSINESS-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-HIST-REPLACED-COUNT
               WHEN DBH-BUSINESS-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-HIST-DROPPED-COUNT
               WHEN OTHER
                   WRITE CALC-DBHN-RECORD FROM CALC-DBH-RECORD
                   ADD 1 TO WS-HIST-KEPT-COUNT
           END-EVALUATE

           IF NOT WS-HISTORY-AHEAD
               PERFORM 2200-READ-HISTORY THRU 2200-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-READ-BALANCE.
           READ CALC-BALNEW-FILE
               AT END
                   SET WS-END-OF-BAL-FILE TO TRUE
           END-READ
           .
       2400-EXIT.
           EXIT.

       2500-CAPTURE-ONE.
           MOVE WS-BUSINESS-DATE TO DBN-BUSINESS-DATE
           MOVE CB-ACCOUNT-NO    TO DBN-ACCOUNT-NO
           MOVE CB-BALANCE       TO DBN-BALANCE
           WRITE CALC-DBHN-RECORD
           ADD 1 TO WS-CAPTURE-COUNT
           PERFORM 2400-READ-BALANCE THRU 2400-EXIT
           .
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-REPORT - THE CAPTURE'S CONTROL COUNTS.
      *****************************************************************
       7000-PRINT-REPORT.
           OPEN OUTPUT DBAL-RPT-FILE
           MOVE "CALCDBAL DAILY BALANCE HISTORY CAPTURE" TO RPT-LINE
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

           MOVE "BALANCES CAPTURED"    TO RT-LABEL
           MOVE WS-CAPTURE-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE     TO RPT-LINE
           WRITE RPT-LINE

           IF WS-HISTORY-AHEAD
               MOVE "** HISTORY IS AHEAD OF THE BUSINESS DATE - "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** NOTHING CAPTURED, BALHSTN NOT TO BE CATALOGED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE DBAL-RPT-FILE
           .
       7000-EXIT.
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
