      *      NON-NUMERIC CUTOFF ENDS THE JOB AT ONCE WITH RETURN CODE
      *      16 BEFORE ANY FILE IS TOUCHED.
      *
      *      NO DATE IS PURGED UNLESS ITS RECORDS STILL MATCH THE
      *      DAY-END SEAL (AUDSEAL, SEE CALCASL.CPY).  A FIRST PASS
      *      COUNTS AND HASHES EVERY DATE BEFORE THE CUTOFF AND
      *      CHECKS IT AGAINST ITS SEAL; THE SWEEP THEN ARCHIVES AND
      *      DELETES ONLY THE DATES THAT AGREED.  A DATE WHOSE COUNT
      *      OR RESULTADO HASH DISAGREES WITH ITS SEAL, OR THAT WAS
      *      NEVER SEALED, IS REFUSED - LISTED WITH THE SEALED AND
      *      FOUND FIGURES AND LEFT ON THE LIVE LOG UNTOUCHED FOR
      *      INVESTIGATION.  WITHOUT THE SEAL FILE NOTHING IS PURGED.
      *
      *      RETURN CODES: 0 EVERY DATE BEFORE THE CUTOFF ARCHIVED;
      *      8 ONE OR MORE DATES REFUSED, THE REST ARCHIVED; 16 THE
      *      CUTOFF IS MISSING OR MALFORMED, THE LOG CANNOT BE
      *      OPENED, OR MORE DATES WERE REFUSED THAN THE REFUSAL
      *      TABLE HOLDS - NOTHING PURGED.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          ARCHSEAL  08  DATES REFUSED AGAINST THEIR SEAL;
      *          RUNFAIL   16  THE SWEEP FAILED OR PURGED NOTHING.
      *
      *  MODIFICATION HISTORY.
      *      08/22/2026  DLM  ORIGINAL VERSION.
      *      09/02/2026  DLM  THE LIVE LOGS ARE NOW KEYED (SEE
      *                       ARCHIVE RECORD GREW BY THE KEY'S
      *                       TIE-BREAKER (55 TO 58 BYTES, 61 TO 64
      *                       FOR THE FOUR-DECIMAL LOG).
      *      10/05/2026  DLM  EACH DATE IS CHECKED AGAINST ITS
      *                       DAY-END SEAL BEFORE IT IS PURGED; A
      *                       DATE THAT DOES NOT MATCH IS REFUSED
      *                       AND STAYS ON THE LIVE LOG (RC 8).
      *      10/05/2026  DLM  REFUSED DATES AND A FAILED SWEEP ARE NOW
      *                       ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCARCH.
           SELECT ARCH-RPT4-FILE ASSIGN TO ARCHRPT4
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-SEAL-FILE ASSIGN TO AUDSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-AUDIT-FILE
       FD  ARCH-RPT4-FILE.
       01  RPT4-LINE                   PIC X(86).

       FD  CALC-SEAL-FILE
           RECORDING MODE IS F.
           COPY CALCASL.

       WORKING-STORAGE SECTION.
       77  WS-COMMAND-LINE             PIC X(80).
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-DATE-ARCHIVED-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-DATE-RETAINED-COUNT      PIC S9(07) COMP VALUE 0.
       77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
       77  WS-SEAL-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-SEAL-LOG                 PIC X(01) VALUE SPACE.
       77  WS-DATE-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-DATE-HASH                PIC S9(11)V9(04) VALUE 0.
       77  WS-OLD-KEY                  PIC X(09) VALUE LOW-VALUES.
       77  WS-REFUSED-RECORDS          PIC S9(07) COMP VALUE 0.
       77  WS-RF-COUNT                 PIC S9(04) COMP VALUE 0.
       77  WS-RF-MAX                   PIC S9(04) COMP VALUE 100.
       77  WS-RF-IX                    PIC S9(04) COMP VALUE 0.
       77  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-HISCALE-MODE-SW      PIC X(01) VALUE "N".
               88  WS-HISCALE-MODE          VALUE "Y".
           05  WS-EOF-AUD-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT         VALUE "Y".
           05  WS-EOF-SEAL-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-SEALS         VALUE "Y".
           05  WS-SEALS-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-SEALS-OPEN           VALUE "Y".
           05  WS-DATE-REFUSED-SW      PIC X(01) VALUE "N".
               88  WS-DATE-REFUSED         VALUE "Y".
           05  WS-RF-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-RF-OVERFLOW          VALUE "Y".

      *****************************************************************
      *  THE SEAL KEY OF THE DATE JUST COUNTED, IN THE SL-KEY SHAPE SO
      *  IT COMPARES DIRECTLY WITH THE SEALS.
      *****************************************************************
       01  WS-NEW-KEY.
           05  WS-NK-LOG               PIC X(01).
           05  WS-NK-DATE              PIC 9(08).

      *****************************************************************
      *  THE DATES THE SEAL CHECK REFUSED, IN DATE ORDER, WITH WHY -
      *  "M" THE RECORDS DISAGREE WITH THE SEAL, "U" NEVER SEALED.
      *****************************************************************
       01  WS-REFUSED-TABLE.
           05  WS-RF-ENTRY             OCCURS 100 TIMES.
               10  WS-RF-DATE          PIC 9(08).
               10  WS-RF-REASON        PIC X(01).

       01  WS-RPT-DATE-LINE.
           05  RDT-DATE                PIC 9(08).
           05  RDT-ARCHIVED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RDT-RETAINED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RDT-NOTE                PIC X(24).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-RPT-SEAL-LINE.
           05  RSL-DATE                PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-REASON              PIC X(13).
           05  FILLER                  PIC X(08) VALUE " SEALED ".
           05  RSL-SEAL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RSL-SEAL-HASH           PIC -(10)9.9999.
           05  FILLER                  PIC X(07) VALUE " FOUND ".
           05  RSL-FOUND-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RSL-FOUND-HASH          PIC -(10)9.9999.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(20).

       01  WS-RPT-WORK-LINE            PIC X(86).

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCARCH".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               END-IF
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *  2000-ARCHIVE-AUD - SWEEP THE STANDARD TWO-DECIMAL AUDIT LOG.
      *  THE LIVE LOG IS KEYED ON TIMESTAMP, SO THE SWEEP READS IT IN
      *  KEY ORDER, COPIES EACH RECORD DATED BEFORE THE CUTOFF TO
      *  AUDARCH AND DELETES IT FROM THE LIVE LOG IN PLACE.  FIRST
      *  THE DATES BEFORE THE CUTOFF ARE CHECKED AGAINST THEIR SEALS,
      *  THEN THE LOG IS REPOSITIONED TO ITS FIRST RECORD FOR THE
      *  SWEEP, WHICH PASSES OVER EVERY REFUSED DATE.
      *****************************************************************
       2000-ARCHIVE-AUD.
           OPEN I-O CALC-AUDIT-FILE

               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT

               MOVE "2" TO WS-SEAL-LOG
               PERFORM 4000-OPEN-SEALS THRU 4000-EXIT
               PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
                   UNTIL WS-END-OF-AUDIT
               IF WS-CURRENT-DATE > 0
                   PERFORM 4200-CHECK-DATE-SEAL THRU 4200-EXIT
               END-IF
               PERFORM 4300-CLOSE-SEALS THRU 4300-EXIT

               IF WS-RF-OVERFLOW
                   MOVE WS-RF-MAX TO WS-DISPLAY-COUNT
                   DISPLAY "CALCARCH - MORE THAN " WS-DISPLAY-COUNT
                       " DATES REFUSED BY THE SEAL CHECK - NOTHING "
                       "PURGED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 7050-PRINT-DATE-HEADING THRU 7050-EXIT
                   MOVE 0   TO WS-CURRENT-DATE
                   MOVE "N" TO WS-EOF-AUD-SW
                   MOVE ZEROS TO CA-LOG-KEY
                   START CALC-AUDIT-FILE KEY >= CA-LOG-KEY
                       INVALID KEY
                           SET WS-END-OF-AUDIT TO TRUE
                   END-START

                   PERFORM 2200-SWEEP-ONE-RECORD THRU 2200-EXIT
                       UNTIL WS-END-OF-AUDIT

                   IF WS-CURRENT-DATE > 0
                       PERFORM 7100-PRINT-DATE-LINE THRU 7100-EXIT
                   END-IF
               END-IF

               CLOSE CALC-AUDIT-FILE
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-VERIFY-ONE-RECORD - THE SEAL-CHECK PASS: COUNT AND HASH
      *  EACH DATE BEFORE THE CUTOFF AND CHECK IT AT THE DATE BREAK.
      *  THE FIRST RECORD ON OR PAST THE CUTOFF ENDS THE PASS.
      *****************************************************************
       2100-VERIFY-ONE-RECORD.
           READ CALC-AUDIT-FILE NEXT
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   IF CA-DATE NOT < WS-CUTOFF-DATE
                       SET WS-END-OF-AUDIT TO TRUE
                   ELSE
                       IF CA-DATE NOT = WS-CURRENT-DATE
                           IF WS-CURRENT-DATE > 0
                               PERFORM 4200-CHECK-DATE-SEAL
                                   THRU 4200-EXIT
                           END-IF
                           MOVE CA-DATE TO WS-CURRENT-DATE
                       END-IF
                       ADD 1            TO WS-DATE-COUNT
                       ADD CA-RESULTADO TO WS-DATE-HASH
                   END-IF
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-SWEEP-ONE-RECORD.
           READ CALC-AUDIT-FILE NEXT
               AT END
                           PERFORM 7100-PRINT-DATE-LINE THRU 7100-EXIT
                       END-IF
                       MOVE CA-DATE TO WS-CURRENT-DATE
                       PERFORM 4500-FIND-REFUSED THRU 4500-EXIT
                   END-IF
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF CA-DATE < WS-CUTOFF-DATE
                      AND NOT WS-DATE-REFUSED
                       ADD 1 TO WS-ARCHIVED-COUNT
                       ADD 1 TO WS-DATE-ARCHIVED-COUNT
                       WRITE AUDIT-ARCH-RECORD FROM CALC-AUDIT-RECORD
                   ELSE
                       ADD 1 TO WS-RETAINED-COUNT
                       ADD 1 TO WS-DATE-RETAINED-COUNT
                       IF WS-DATE-REFUSED
                           ADD 1 TO WS-REFUSED-RECORDS
                       END-IF
                   END-IF
           END-READ
           .

               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT

               MOVE "4" TO WS-SEAL-LOG
               PERFORM 4000-OPEN-SEALS THRU 4000-EXIT
               PERFORM 3100-VERIFY-ONE-RECORD4 THRU 3100-EXIT
                   UNTIL WS-END-OF-AUDIT
               IF WS-CURRENT-DATE > 0
                   PERFORM 4200-CHECK-DATE-SEAL THRU 4200-EXIT
               END-IF
               PERFORM 4300-CLOSE-SEALS THRU 4300-EXIT

               IF WS-RF-OVERFLOW
                   MOVE WS-RF-MAX TO WS-DISPLAY-COUNT
                   DISPLAY "CALCARCH - MORE THAN " WS-DISPLAY-COUNT
                       " DATES REFUSED BY THE SEAL CHECK - NOTHING "
                       "PURGED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 7050-PRINT-DATE-HEADING THRU 7050-EXIT
                   MOVE 0   TO WS-CURRENT-DATE
                   MOVE "N" TO WS-EOF-AUD-SW
                   MOVE ZEROS TO CA4-LOG-KEY
                   START CALC-AUDIT4-FILE KEY >= CA4-LOG-KEY
                       INVALID KEY
                           SET WS-END-OF-AUDIT TO TRUE
                   END-START

                   PERFORM 3200-SWEEP-ONE-RECORD4 THRU 3200-EXIT
                       UNTIL WS-END-OF-AUDIT

                   IF WS-CURRENT-DATE > 0
                       PERFORM 7100-PRINT-DATE-LINE THRU 7100-EXIT
                   END-IF
               END-IF

               CLOSE CALC-AUDIT4-FILE
       3000-EXIT.
           EXIT.

       3100-VERIFY-ONE-RECORD4.
           READ CALC-AUDIT4-FILE NEXT
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   IF CA4-DATE NOT < WS-CUTOFF-DATE
                       SET WS-END-OF-AUDIT TO TRUE
                   ELSE
                       IF CA4-DATE NOT = WS-CURRENT-DATE
                           IF WS-CURRENT-DATE > 0
                               PERFORM 4200-CHECK-DATE-SEAL
                                   THRU 4200-EXIT
                           END-IF
                           MOVE CA4-DATE TO WS-CURRENT-DATE
                       END-IF
                       ADD 1             TO WS-DATE-COUNT
                       ADD CA4-RESULTADO TO WS-DATE-HASH
                   END-IF
           END-READ
           .
       3100-EXIT.
           EXIT.

       3200-SWEEP-ONE-RECORD4.
           READ CALC-AUDIT4-FILE NEXT
               AT END
                           PERFORM 7100-PRINT-DATE-LINE THRU 7100-EXIT
                       END-IF
                       MOVE CA4-DATE TO WS-CURRENT-DATE
                       PERFORM 4500-FIND-REFUSED THRU 4500-EXIT
                   END-IF
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF CA4-DATE < WS-CUTOFF-DATE
                      AND NOT WS-DATE-REFUSED
                       ADD 1 TO WS-ARCHIVED-COUNT
                       ADD 1 TO WS-DATE-ARCHIVED-COUNT
                       WRITE AUDIT-ARCH4-RECORD
                   ELSE
                       ADD 1 TO WS-RETAINED-COUNT
                       ADD 1 TO WS-DATE-RETAINED-COUNT
                       IF WS-DATE-REFUSED
                           ADD 1 TO WS-REFUSED-RECORDS
                       END-IF
                   END-IF
           END-READ
           .
           EXIT.

      *****************************************************************
      *  4000-OPEN-SEALS - OPEN THE SEAL FILE AND READ THE FIRST SEAL.
      *  WITHOUT IT NO DATE CAN BE PROVED, SO EVERY DATE BEFORE THE
      *  CUTOFF IS REFUSED AS NOT SEALED.
      *****************************************************************
       4000-OPEN-SEALS.
           MOVE LOW-VALUES TO WS-OLD-KEY
           OPEN INPUT CALC-SEAL-FILE
           IF WS-SEAL-FILE-STATUS NOT = "00"
               DISPLAY "CALCARCH - UNABLE TO OPEN SEAL FILE AUDSEAL, "
                   "FILE STATUS " WS-SEAL-FILE-STATUS
                   " - NO DATE CAN BE PROVED, NOTHING PURGED"
               SET WS-END-OF-SEALS TO TRUE
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               SET WS-SEALS-OPEN TO TRUE
               PERFORM 4100-READ-SEAL THRU 4100-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-READ-SEAL - NEXT SEAL.  WS-OLD-KEY IS HIGH-VALUES ONCE
      *  THE SEALS RUN OUT.
      *****************************************************************
       4100-READ-SEAL.
           READ CALC-SEAL-FILE
               AT END
                   SET WS-END-OF-SEALS TO TRUE
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   MOVE SL-KEY TO WS-OLD-KEY
           END-READ
           .
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-CHECK-DATE-SEAL - ONE DATE BEFORE THE CUTOFF HAS BEEN
      *  COUNTED.  THE SEALS AND THE LOG ARE BOTH IN DATE ORDER, SO
      *  SKIP THE SEALS THAT SORT BEFORE IT (DATES ARCHIVED EARLIER)
      *  AND COMPARE WITH ITS OWN.  A DATE THAT DISAGREES OR HAS NO
      *  SEAL IS LISTED AND TABLED AS REFUSED.
      *****************************************************************
       4200-CHECK-DATE-SEAL.
           MOVE WS-SEAL-LOG     TO WS-NK-LOG
           MOVE WS-CURRENT-DATE TO WS-NK-DATE
           PERFORM 4100-READ-SEAL THRU 4100-EXIT
               UNTIL WS-OLD-KEY NOT < WS-NEW-KEY

           MOVE SPACES TO RSL-REASON
           IF WS-OLD-KEY = WS-NEW-KEY
               IF SL-RECORD-COUNT NOT = WS-DATE-COUNT
                  OR SL-HASH-TOTAL NOT = WS-DATE-HASH
                   MOVE "SEAL MISMATCH"  TO RSL-REASON
                   MOVE SL-RECORD-COUNT  TO RSL-SEAL-COUNT
                   MOVE SL-HASH-TOTAL    TO RSL-SEAL-HASH
               END-IF
           ELSE
               MOVE "NOT SEALED"         TO RSL-REASON
               MOVE 0                    TO RSL-SEAL-COUNT
               MOVE 0                    TO RSL-SEAL-HASH
           END-IF

           IF RSL-REASON NOT = SPACES
               IF WS-RF-COUNT >= WS-RF-MAX
                   SET WS-RF-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-CURRENT-DATE  TO WS-RF-DATE(WS-RF-COUNT)
                   IF RSL-REASON = "NOT SEALED"
                       MOVE "U" TO WS-RF-REASON(WS-RF-COUNT)
                   ELSE
                       MOVE "M" TO WS-RF-REASON(WS-RF-COUNT)
                   END-IF
               END-IF
               IF WS-RF-COUNT = 1 AND NOT WS-RF-OVERFLOW
                   MOVE "DATES REFUSED BY THE SEAL CHECK - NOT PURGED"
                       TO WS-RPT-WORK-LINE
                   PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT
               END-IF
               MOVE WS-CURRENT-DATE   TO RSL-DATE
               MOVE WS-DATE-COUNT     TO RSL-FOUND-COUNT
               MOVE WS-DATE-HASH      TO RSL-FOUND-HASH
               MOVE WS-RPT-SEAL-LINE  TO WS-RPT-WORK-LINE
               PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT
           END-IF

           MOVE 0 TO WS-DATE-COUNT
           MOVE 0 TO WS-DATE-HASH
           .
       4200-EXIT.
           EXIT.

       4300-CLOSE-SEALS.
           IF WS-SEALS-OPEN
               CLOSE CALC-SEAL-FILE
               MOVE "N" TO WS-SEALS-OPEN-SW
           END-IF
           .
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4500-FIND-REFUSED - IS THE DATE THE SWEEP HAS JUST REACHED
      *  ONE THE SEAL CHECK REFUSED?  LEAVES WS-RF-IX ON ITS ENTRY.
      *****************************************************************
       4500-FIND-REFUSED.
           MOVE "N" TO WS-DATE-REFUSED-SW
           MOVE 0   TO WS-RF-IX
           PERFORM 4550-CHECK-ONE-REFUSED THRU 4550-EXIT
               UNTIL WS-RF-IX >= WS-RF-COUNT OR WS-DATE-REFUSED
           .
       4500-EXIT.
           EXIT.

       4550-CHECK-ONE-REFUSED.
           ADD 1 TO WS-RF-IX
           IF WS-RF-DATE(WS-RF-IX) = WS-CURRENT-DATE
               SET WS-DATE-REFUSED TO TRUE
           END-IF
           .
       4550-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - REPORT TITLE AND THE CUTOFF IN FORCE.
      *  ANY DATES THE SEAL CHECK REFUSES ARE LISTED UNDER IT, THEN
      *  7050 PRINTS THE COLUMN HEADING FOR THE PER-DATE LINES.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE "CALCARCH AUDIT ARCHIVE REPORT" TO WS-RPT-WORK-LINE

           MOVE SPACES TO WS-RPT-WORK-LINE
           PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT
           .
       7000-EXIT.
           EXIT.

       7050-PRINT-DATE-HEADING.
           IF WS-RF-COUNT > 0
               MOVE SPACES TO WS-RPT-WORK-LINE
               PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT
           END-IF

           MOVE "DATE         ARCHIVED    RETAINED"
               TO WS-RPT-WORK-LINE
           PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT
           .
       7050-EXIT.
           EXIT.

       7100-PRINT-DATE-LINE.
           MOVE WS-CURRENT-DATE        TO RDT-DATE
           MOVE WS-DATE-ARCHIVED-COUNT TO RDT-ARCHIVED
           MOVE WS-DATE-RETAINED-COUNT TO RDT-RETAINED
           MOVE SPACES                 TO RDT-NOTE
           IF WS-DATE-REFUSED
               IF WS-RF-REASON(WS-RF-IX) = "U"
                   MOVE "REFUSED - NOT SEALED"    TO RDT-NOTE
               ELSE
                   MOVE "REFUSED - SEAL MISMATCH" TO RDT-NOTE
               END-IF
           END-IF
           MOVE WS-RPT-DATE-LINE       TO WS-RPT-WORK-LINE
           PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT
           MOVE 0 TO WS-DATE-ARCHIVED-COUNT
           MOVE WS-RETAINED-COUNT  TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE  TO WS-RPT-WORK-LINE
           PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT

           MOVE "DATES REFUSED"     TO RT-LABEL
           MOVE WS-RF-COUNT        TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE  TO WS-RPT-WORK-LINE
           PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT

           MOVE "RECORDS REFUSED"   TO RT-LABEL
           MOVE WS-REFUSED-RECORDS TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE  TO WS-RPT-WORK-LINE
           PERFORM 7900-WRITE-RPT-LINE THRU 7900-EXIT

           IF WS-RF-COUNT > 0 AND RETURN-CODE < 8
               MOVE WS-RF-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "CALCARCH - " WS-DISPLAY-COUNT " DATES DID NOT "
                   "MATCH THEIR SEAL AND WERE NOT PURGED"
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "ARCHSEAL" TO WS-ALERT-CODE
               MOVE "DATES DO NOT MATCH SEAL - NOT PURGED"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF
           .
       7200-EXIT.
           EXIT.
           .
       7900-EXIT.
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
