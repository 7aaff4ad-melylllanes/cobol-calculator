      *      PRIOR PERIOD IN KEY ORDER), SO THE PASS STOPS AT THE
      *      FIRST ENTRY PAST THE TO DATE.
      *
      *      EVERY DATE REPORTED IS ALSO CHECKED AGAINST ITS DAY-END
      *      SEAL (AUDSEAL, SEE CALCASL.CPY): A DATE WHOSE RECORD
      *      COUNT OR RESULTADO HASH NO LONGER MATCHES ITS SEAL, A
      *      SEALED DATE WITH NO RECORDS BETWEEN THE FIRST AND LAST
      *      DATES READ, OR A DATE THE SEAL PASSED OVER GETS A
      *      "** SEAL CHECK" LINE, AND THE COUNT OF SUCH DATES IS
      *      PRINTED AT THE END.  ONLY THE SPAN OF DATES ACTUALLY
      *      READ IS CHECKED; CALCSVER VERIFIES A WHOLE RANGE.
      *
      *      RETURN CODES: 0 REPORT COMPLETE; 8 ONE OR MORE DATES
      *      DISAGREE WITH THEIR SEAL; 16 THE ARCHIVES CANNOT BE
      *      OPENED.  WITHOUT THE SEAL FILE THE REPORT IS PRODUCED
      *      WITH NO SEAL CHECK.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          HISTSEAL  08  DATES DISAGREE WITH THEIR SEAL;
      *          RUNFAIL   16  THE REPORT COULD NOT BE RUN.
      *
      *  MODIFICATION HISTORY.
      *      09/02/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  EACH DATE READ IS CHECKED AGAINST ITS
      *                       DAY-END SEAL; DISAGREEMENTS ARE LISTED
      *                       AND END THE JOB WITH RC 8.
      *      10/05/2026  DLM  SEAL DISAGREEMENTS AND A FAILED RUN ARE
      *                       NOW ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHIST.
           SELECT HIST-RPT-FILE ASSIGN TO HISTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-SEAL-FILE ASSIGN TO AUDSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE
       FD  HIST-RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CALC-SEAL-FILE
           RECORDING MODE IS F.
           COPY CALCASL.

       WORKING-STORAGE SECTION.
       77  WS-COMMAND-LINE             PIC X(80).
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-ENTRY-MONTH              PIC 9(06) VALUE 0.
       77  WS-ERR-PCT                  PIC S9(03)V9 VALUE 0.
       77  WS-DATE-TOKEN-COUNT         PIC S9(04) COMP VALUE 0.
       77  WS-SEAL-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-SEAL-LOG                 PIC X(01) VALUE "2".
       77  WS-SEAL-DATE                PIC 9(08) VALUE 0.
       77  WS-SEAL-DATE-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-SEAL-DATE-HASH           PIC S9(11)V9(04) VALUE 0.
       77  WS-OLD-KEY                  PIC X(09) VALUE LOW-VALUES.
       77  WS-SEAL-DISAGREE-COUNT      PIC 9(07) VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-HISCALE-MODE-SW      PIC X(01) VALUE "N".
               88  WS-END-OF-INPUT         VALUE "Y".
           05  WS-RANGE-DONE-SW        PIC X(01) VALUE "N".
               88  WS-RANGE-DONE           VALUE "Y".
           05  WS-SEALS-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-SEALS-OPEN           VALUE "Y".
           05  WS-EOF-SEAL-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-SEALS         VALUE "Y".

      *****************************************************************
      *  THE SEAL KEY OF THE DATE JUST READ, IN THE SL-KEY SHAPE SO IT
      *  COMPARES DIRECTLY WITH THE SEALS.
      *****************************************************************
       01  WS-NEW-KEY.
           05  WS-NK-LOG               PIC X(01).
           05  WS-NK-DATE              PIC 9(08).

      *****************************************************************
      *  ONE AUDIT ENTRY IN A SCALE-NEUTRAL SHAPE - EVERY READER
           05  SD4-ERROR-FLAG          PIC X(01).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-SEAL-CHECK-LINE.
           05  FILLER                  PIC X(16) VALUE
               "** SEAL CHECK - ".
           05  SC-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SC-STATUS               PIC X(10).
           05  FILLER                  PIC X(08) VALUE " SEALED ".
           05  SC-SEAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SC-SEAL-HASH            PIC -(10)9.9999.
           05  FILLER                  PIC X(07) VALUE " FOUND ".
           05  SC-FOUND-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SC-FOUND-HASH           PIC -(10)9.9999.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCHIST".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 2000-HISTORY-PROCESS THRU 2000-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

       2000-HISTORY-PROCESS.
           OPEN OUTPUT HIST-RPT-FILE
           PERFORM 7000-PRINT-TITLE THRU 7000-EXIT
           PERFORM 8000-OPEN-SEALS THRU 8000-EXIT

           IF WS-HISCALE-MODE
               PERFORM 3000-READ-ARCHIVES4 THRU 3000-EXIT
               PERFORM 6300-CLOSE-TREND THRU 6300-EXIT
           END-IF

           PERFORM 8900-CLOSE-SEAL-CHECK THRU 8900-EXIT

           CLOSE HIST-RPT-FILE
           .
       2000-EXIT.
      *  THE FROM DATE ARE PASSED OVER; THE FIRST ENTRY PAST THE TO
      *  DATE ENDS THE WHOLE PASS (THE INPUTS ARE CHRONOLOGICAL).
      *  IN-RANGE ENTRIES FEED THE TREND BREAKS OR THE SEARCH
      *  LISTING, AND THE SEAL CHECK.
      *****************************************************************
       5000-TAKE-ONE-ENTRY.
           IF WS-H-DATE > WS-HIGH-DATE
                   ELSE
                       PERFORM 6000-TREND-ONE-ENTRY THRU 6000-EXIT
                   END-IF
                   IF WS-SEALS-OPEN
                       PERFORM 8100-SEAL-ONE-ENTRY THRU 8100-EXIT
                   END-IF
               END-IF
           END-IF
           .
           .
       7600-EXIT.
           EXIT.

      *****************************************************************
      *  8000-OPEN-SEALS - OPEN THE DAY-END SEALS AND READ THE FIRST.
      *  WITHOUT THEM THE REPORT RUNS WITH NO SEAL CHECK.
      *****************************************************************
       8000-OPEN-SEALS.
           IF WS-HISCALE-MODE
               MOVE "4" TO WS-SEAL-LOG
           END-IF
           OPEN INPUT CALC-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = "00"
               SET WS-SEALS-OPEN TO TRUE
               PERFORM 8300-READ-SEAL THRU 8300-EXIT
           ELSE
               DISPLAY "CALCHIST - UNABLE TO OPEN SEAL FILE AUDSEAL, "
                   "FILE STATUS " WS-SEAL-FILE-STATUS
                   " - NO SEAL CHECK MADE"
           END-IF
           .
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-SEAL-ONE-ENTRY - COUNT AND HASH EACH DATE IN THE RANGE;
      *  AT EACH DATE BREAK THE DATE JUST FINISHED IS CHECKED.
      *****************************************************************
       8100-SEAL-ONE-ENTRY.
           IF WS-H-DATE NOT = WS-SEAL-DATE
               IF WS-SEAL-DATE > 0
                   PERFORM 8200-CHECK-DATE-SEAL THRU 8200-EXIT
               ELSE
                   MOVE WS-SEAL-LOG TO WS-NK-LOG
                   MOVE WS-H-DATE   TO WS-NK-DATE
                   PERFORM 8300-READ-SEAL THRU 8300-EXIT
                       UNTIL WS-OLD-KEY NOT < WS-NEW-KEY
               END-IF
               MOVE WS-H-DATE TO WS-SEAL-DATE
           END-IF
           ADD 1              TO WS-SEAL-DATE-COUNT
           ADD WS-H-RESULTADO TO WS-SEAL-DATE-HASH
           .
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-CHECK-DATE-SEAL - ONE DATE HAS BEEN READ.  EVERY SEAL OF
      *  THIS LOG PASSED OVER ON THE WAY TO ITS OWN IS A SEALED DATE
      *  WITH NO RECORDS (MISSING).  WITH NO SEAL OF ITS OWN THE DATE
      *  WAS PASSED OVER BY THE SEAL WHEN THE LOG HAS A LATER SEAL;
      *  NEWER THAN EVERY SEAL IT IS SIMPLY NOT SEALED YET.
      *****************************************************************
       8200-CHECK-DATE-SEAL.
           MOVE WS-SEAL-LOG  TO WS-NK-LOG
           MOVE WS-SEAL-DATE TO WS-NK-DATE
           PERFORM 8400-PASS-SEAL THRU 8400-EXIT
               UNTIL WS-OLD-KEY NOT < WS-NEW-KEY

           MOVE SPACES TO SC-STATUS
           IF WS-OLD-KEY = WS-NEW-KEY
               IF SL-RECORD-COUNT NOT = WS-SEAL-DATE-COUNT
                  OR SL-HASH-TOTAL NOT = WS-SEAL-DATE-HASH
                   MOVE "MISMATCH"      TO SC-STATUS
                   MOVE SL-RECORD-COUNT TO SC-SEAL-COUNT
                   MOVE SL-HASH-TOTAL   TO SC-SEAL-HASH
               END-IF
               PERFORM 8300-READ-SEAL THRU 8300-EXIT
           ELSE
               IF WS-OLD-KEY(1:1) = WS-SEAL-LOG
                   MOVE "NOT SEALED"    TO SC-STATUS
                   MOVE 0               TO SC-SEAL-COUNT
                   MOVE 0               TO SC-SEAL-HASH
               END-IF
           END-IF

           IF SC-STATUS NOT = SPACES
               MOVE WS-SEAL-DATE       TO SC-DATE
               MOVE WS-SEAL-DATE-COUNT TO SC-FOUND-COUNT
               MOVE WS-SEAL-DATE-HASH  TO SC-FOUND-HASH
               PERFORM 8500-PRINT-SEAL-LINE THRU 8500-EXIT
           END-IF

           MOVE 0 TO WS-SEAL-DATE-COUNT
           MOVE 0 TO WS-SEAL-DATE-HASH
           .
       8200-EXIT.
           EXIT.

       8300-READ-SEAL.
           READ CALC-SEAL-FILE
               AT END
                   SET WS-END-OF-SEALS TO TRUE
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   MOVE SL-KEY TO WS-OLD-KEY
           END-READ
           .
       8300-EXIT.
           EXIT.

       8400-PASS-SEAL.
           IF SL-LOG = WS-SEAL-LOG
               MOVE "MISSING"       TO SC-STATUS
               MOVE SL-AUDIT-DATE   TO SC-DATE
               MOVE SL-RECORD-COUNT TO SC-SEAL-COUNT
               MOVE SL-HASH-TOTAL   TO SC-SEAL-HASH
               MOVE 0               TO SC-FOUND-COUNT
               MOVE 0               TO SC-FOUND-HASH
               PERFORM 8500-PRINT-SEAL-LINE THRU 8500-EXIT
           END-IF
           PERFORM 8300-READ-SEAL THRU 8300-EXIT
           .
       8400-EXIT.
           EXIT.

       8500-PRINT-SEAL-LINE.
           ADD 1 TO WS-SEAL-DISAGREE-COUNT
           MOVE WS-SEAL-CHECK-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       8500-EXIT.
           EXIT.

      *****************************************************************
      *  8900-CLOSE-SEAL-CHECK - CHECK THE LAST DATE READ AND PRINT
      *  HOW MANY DATES DISAGREED WITH THEIR SEAL.
      *****************************************************************
       8900-CLOSE-SEAL-CHECK.
           IF WS-SEALS-OPEN
               IF WS-SEAL-DATE > 0
                   PERFORM 8200-CHECK-DATE-SEAL THRU 8200-EXIT
               END-IF
               CLOSE CALC-SEAL-FILE

               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SEAL DISAGREEMENTS"   TO RT-LABEL
               MOVE WS-SEAL-DISAGREE-COUNT TO RT-COUNT
               MOVE WS-RPT-TOTAL-LINE      TO RPT-LINE
               WRITE RPT-LINE

               IF WS-SEAL-DISAGREE-COUNT > 0 AND RETURN-CODE < 8
                   DISPLAY "CALCHIST - DATES DISAGREE WITH THEIR SEAL"
                       " - SEE HISTRPT"
                   MOVE 8 TO RETURN-CODE
                   MOVE 08 TO WS-ALERT-SEVERITY
                   MOVE "HISTSEAL" TO WS-ALERT-CODE
                   MOVE "DATES DISAGREE WITH SEAL - SEE HISTRPT"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
           ELSE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SEAL FILE AUDSEAL NOT AVAILABLE - NO SEAL CHECK"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       8900-EXIT.
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
