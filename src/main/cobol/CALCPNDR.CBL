      *****************************************************************
      *  PROGRAM-ID:  CALCPNDR
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      DAY-CLOSE LISTING OF THE BALANCE MAINTENANCE APPROVAL
      *      QUEUE.  CLOSES AND ADJUSTMENTS KEYED IN CALCBMNT WAIT ON
      *      THE PENDING-APPROVAL QUEUE (CALCPEND, SEE CALCPEND.CPY)
      *      UNTIL A SECOND OPERATOR DECIDES THEM; AN ITEM NOBODY
      *      DECIDED WOULD OTHERWISE SIT THERE UNSEEN.  THIS JOB RUNS
      *      AT DAY-CLOSE, READS THE WHOLE QUEUE OLDEST ITEM FIRST, AND
      *      PRINTS ON PNDRRPT EVERY ITEM STILL PENDING - WHEN AND BY
      *      WHOM IT WAS KEYED, THE ACCOUNT, AMOUNT AND REASON - MARKING
      *      THOSE KEYED BEFORE THE CALCPARM BUSINESS DATE AS CARRIED
      *      OVER, THEN COUNTS OF ITEMS PENDING, APPROVED AND DECLINED.
      *
      *      RETURN CODES: 0 NOTHING PENDING (INCLUDING NO QUEUE YET);
      *      4 ITEMS ARE STILL PENDING, SO THE SCHEDULER CAN ROUTE THE
      *      REPORT FOR FOLLOW-UP; 16 THE QUEUE CANNOT BE READ OR THE
      *      BUSINESS DATE IS NOT AVAILABLE.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          PNDRPEND  04  ITEMS ARE STILL PENDING APPROVAL;
      *          RUNFAIL   16  THE QUEUE COULD NOT BE LISTED.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  PENDING ITEMS AND A FAILED LISTING ARE NOW
      *                       ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPNDR.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PEND-FILE ASSIGN TO CALCPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT PNDR-RPT-FILE ASSIGN TO PNDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PEND-FILE
           RECORDING MODE IS F.
           COPY CALCPEND.

       FD  PNDR-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PEND-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-PENDING-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-CARRIED-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-APPROVED-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-DECLINED-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE      VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND       VALUE "Y".
           05  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-PARM-ERROR            VALUE "Y".
           05  WS-EOF-PEND-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-QUEUE          VALUE "Y".
           05  WS-QUEUE-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-QUEUE-OPEN            VALUE "Y".

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(42)
                   VALUE "CALCPNDR PENDING APPROVAL - BUSINESS DATE ".
           05  TL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-PEND-DETAIL-LINE.
           05  PD-ENTRY-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-ENTRY-TIME           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-KEYED-BY             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-AMOUNT               PIC -(5)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-REASON               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-NOTE                 PIC X(07).

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCPNDR".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-READ-BUSINESS-DATE THRU 1000-EXIT

           IF NOT WS-PARM-ERROR
               PERFORM 1500-OPEN-QUEUE THRU 1500-EXIT
           END-IF

           IF RETURN-CODE = 0
               OPEN OUTPUT PNDR-RPT-FILE
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT
               IF WS-QUEUE-OPEN
                   PERFORM 2000-LIST-ONE-ITEM THRU 2000-EXIT
                       UNTIL WS-END-OF-QUEUE
                   CLOSE CALC-PEND-FILE
               END-IF
               PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
               CLOSE PNDR-RPT-FILE

               IF WS-PENDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE 04 TO WS-ALERT-SEVERITY
                   MOVE "PNDRPEND" TO WS-ALERT-CODE
                   MOVE "ITEMS AWAITING APPROVAL - SEE PNDRRPT"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-READ-BUSINESS-DATE - THE BUSINESS DATE THE DAY IS CLOSING
      *  ON, FROM THE SAME CALCPARM THE BATCH RUN USES.  ITEMS KEYED
      *  BEFORE IT HAVE ALREADY SAT THROUGH AT LEAST ONE DAY-CLOSE.
      *****************************************************************
       1000-READ-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCPNDR - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - QUEUE NOT LISTED"
               MOVE 16 TO RETURN-CODE
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE

               IF NOT WS-DATE-PARM-FOUND
                   DISPLAY "CALCPNDR - REQUIRED PARAMETER "
                       "BUSINESS-DATE MISSING - QUEUE NOT LISTED"
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
      *  1500-OPEN-QUEUE - A QUEUE THAT DOES NOT EXIST YET MEANS
      *  NOTHING HAS EVER BEEN KEYED FOR APPROVAL: THE REPORT STILL
      *  PRINTS, WITH ZERO COUNTS.  ANY OTHER FAILURE IS RC 16 - THE
      *  DAY-CLOSE MUST NOT TAKE AN UNREAD QUEUE AS AN EMPTY ONE.
      *****************************************************************
       1500-OPEN-QUEUE.
           OPEN INPUT CALC-PEND-FILE
           EVALUATE WS-PEND-FILE-STATUS
               WHEN "00"
                   SET WS-QUEUE-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALCPNDR - UNABLE TO OPEN CALCPEND, STATUS "
                       WS-PEND-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           .
       1500-EXIT.
           EXIT.

       2000-LIST-ONE-ITEM.
           READ CALC-PEND-FILE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PQ-PENDING
                           PERFORM 7200-PRINT-DETAIL THRU 7200-EXIT
                       WHEN PQ-APPROVED
                           ADD 1 TO WS-APPROVED-COUNT
                       WHEN PQ-DECLINED
                           ADD 1 TO WS-DECLINED-COUNT
                   END-EVALUATE
           END-READ
           .
       2000-EXIT.
           EXIT.

       7000-PRINT-HEADING.
           MOVE WS-BUSINESS-DATE TO TL-BUSINESS-DATE
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "KEYED             BY       A ACCOUNT     AMOUNT REASON"
               TO RPT-LINE
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7200-PRINT-DETAIL.
           ADD 1 TO WS-PENDING-COUNT
           MOVE PQ-ENTRY-DATE  TO PD-ENTRY-DATE
           MOVE PQ-ENTRY-TIME  TO PD-ENTRY-TIME
           MOVE PQ-KEYED-BY    TO PD-KEYED-BY
           MOVE PQ-ACTION      TO PD-ACTION
           MOVE PQ-ACCOUNT-NO  TO PD-ACCOUNT
           MOVE PQ-AMOUNT      TO PD-AMOUNT
           MOVE PQ-REASON      TO PD-REASON
           IF PQ-ENTRY-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-CARRIED-COUNT
               MOVE "CARRIED" TO PD-NOTE
           ELSE
               MOVE SPACES    TO PD-NOTE
           END-IF
           MOVE WS-PEND-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7200-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ITEMS PENDING"         TO RT-LABEL
           MOVE WS-PENDING-COUNT       TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE      TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  OF WHICH CARRIED OVER" TO RT-LABEL
           MOVE WS-CARRIED-COUNT       TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE      TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ITEMS APPROVED"        TO RT-LABEL
           MOVE WS-APPROVED-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE      TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ITEMS DECLINED"        TO RT-LABEL
           MOVE WS-DECLINED-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE      TO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-QUEUE-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** NO APPROVAL QUEUE ON FILE - NOTHING HAS BEEN "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** KEYED FOR APPROVAL" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
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
           CALL "CALC0030" USING WS-ALERT-PROGRAM, WS-ALERT-RUN-ID,
               WS-ALERT-SEVERITY, WS-ALERT-CODE, WS-ALERT-MESSAGE
           MOVE WS-ALERT-SAVE-RC TO RETURN-CODE
           .
       9800-EXIT.
           EXIT.
