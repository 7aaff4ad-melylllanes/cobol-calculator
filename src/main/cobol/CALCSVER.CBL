      *****************************************************************
      *  PROGRAM-ID:  CALCSVER
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      ON-DEMAND VERIFICATION OF THE AUDIT LOGS AGAINST THEIR
      *      DAY-END SEALS (AUDSEAL, SEE CALCASL.CPY).  THE ARCHIVE
      *      DATASETS - CONCATENATE EVERY PERIOD THE CHECK COVERS
      *      UNDER THE AUDHIST DD (AUDHIST4 FOR THE FOUR-DECIMAL
      *      LOG), IN PERIOD ORDER - ARE READ FIRST AND THE LIVE LOG
      *      AFTER THEM.  EVERY AUDIT DATE IN THE RANGE IS COUNTED
      *      AND HASHED ON RESULTADO, WHEREVER ITS RECORDS NOW LIVE,
      *      AND COMPARED WITH ITS SEAL.  ONE LINE IS PRINTED PER
      *      DATE, MARKED:
      *
      *          AGREES     - COUNT AND HASH MATCH THE SEAL;
      *          MISMATCH   - THE RECORDS NO LONGER MATCH THE SEAL;
      *          MISSING    - SEALED, BUT NO RECORDS FOUND AT ALL;
      *          NOT SEALED - RECORDS FOUND FOR A DATE THE SEAL
      *                       PASSED OVER (LATER DATES ARE SEALED);
      *          OPEN       - RECORDS NEWER THAN THE LAST SEAL, NOT
      *                       SEALED YET.  NOT A DISAGREEMENT.
      *
      *      COMMAND LINE, EACH OPTIONAL:
      *          AUD4                    VERIFY THE FOUR-DECIMAL LOG
      *          <FROM-DATE> <TO-DATE>   YYYYMMDD; 0 FOR NO BOUND
      *      WITH NO RANGE EVERY SEALED DATE IS VERIFIED, SO EVERY
      *      ARCHIVE PERIOD MUST BE CONCATENATED OR ITS DATES SHOW
      *      AS MISSING.
      *
      *      RETURN CODES: 0 EVERY DATE AGREES WITH ITS SEAL; 8 ONE
      *      OR MORE DATES MISMATCH, ARE MISSING OR WERE NOT SEALED;
      *      16 A DATE IS NOT NUMERIC, THE SEAL FILE OR THE ARCHIVES
      *      CANNOT BE OPENED, OR THE INPUT IS OUT OF DATE ORDER
      *      (ARCHIVE PERIODS CONCATENATED OUT OF ORDER).
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          SVERSEAL  08  A DATE DOES NOT AGREE WITH ITS SEAL;
      *          RUNFAIL   16  THE ARCHIVES COULD NOT BE VERIFIED.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  DATES THAT DISAGREE WITH THE SEAL AND A
      *                       FAILED VERIFICATION ARE NOW ALSO RAISED
      *                       ON THE SHARED ALERT FILE THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSVER.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HIST-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CALC-AUDIT-FILE ASSIGN TO CALCAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-LOG-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-HIST4-FILE ASSIGN TO AUDHIST4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST4-FILE-STATUS.

           SELECT CALC-AUDIT4-FILE ASSIGN TO CALCAUD4
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA4-LOG-KEY
               FILE STATUS IS WS-AUDIT4-FILE-STATUS.

           SELECT CALC-SEAL-FILE ASSIGN TO AUDSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

           SELECT SVER-RPT-FILE ASSIGN TO SVERRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE
           RECORDING MODE IS F.
           COPY CALCAUD.

      *****************************************************************
      *  THE LIVE LOG CARRIES THE SAME LAYOUT AS THE ARCHIVE RECORD
      *  ABOVE; IT GETS ITS OWN FIELD NAMES HERE BECAUSE ONE PROGRAM
      *  CANNOT COPY THE SAME COPYBOOK UNDER TWO FDS.
      *****************************************************************
       FD  CALC-AUDIT-FILE
           RECORDING MODE IS F.
       01  LIVE-AUDIT-RECORD.
           05  LA-LOG-KEY.
               10  LA-TIMESTAMP.
                   15  LA-DATE         PIC 9(08).
                   15  LA-TIME         PIC 9(08).
               10  LA-TIE-SEQ-NO       PIC 9(03).
           05  LA-NUM1                 PIC S9(05)V99.
           05  LA-NUM2                 PIC S9(05)V99.
           05  LA-OPERACION            PIC X(01).
           05  LA-RESULTADO            PIC S9(05)V99.
           05  LA-ERROR-FLAG           PIC X(01).
           05  LA-RUN-ID               PIC X(16).

       FD  AUDIT-HIST4-FILE
           RECORDING MODE IS F.
           COPY CALCAUD4.

       FD  CALC-AUDIT4-FILE
           RECORDING MODE IS F.
       01  LIVE-AUDIT4-RECORD.
           05  LA4-LOG-KEY.
               10  LA4-TIMESTAMP.
                   15  LA4-DATE        PIC 9(08).
                   15  LA4-TIME        PIC 9(08).
               10  LA4-TIE-SEQ-NO      PIC 9(03).
           05  LA4-NUM1                PIC S9(05)V9(04).
           05  LA4-NUM2                PIC S9(05)V9(04).
           05  LA4-OPERACION           PIC X(01).
           05  LA4-RESULTADO           PIC S9(05)V9(04).
           05  LA4-ERROR-FLAG          PIC X(01).
           05  LA4-RUN-ID              PIC X(16).

       FD  CALC-SEAL-FILE
           RECORDING MODE IS F.
           COPY CALCASL.

       FD  SVER-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       WORKING-STORAGE SECTION.
       77  WS-COMMAND-LINE             PIC X(80).
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-TOKEN-2                  PIC X(08) VALUE SPACES.
       77  WS-TOKEN-3                  PIC X(08) VALUE SPACES.
       77  WS-FROM-TOKEN               PIC X(08) VALUE SPACES.
       77  WS-TO-TOKEN                 PIC X(08) VALUE SPACES.
       77  WS-HIST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-HIST4-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-AUDIT4-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-SEAL-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-FROM-DATE                PIC 9(08) VALUE 0.
       77  WS-TO-DATE                  PIC 9(08) VALUE 0.
       77  WS-HIGH-DATE                PIC 9(08) VALUE 99999999.
       77  WS-SEAL-LOG                 PIC X(01) VALUE "2".
       77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
       77  WS-DATE-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-DATE-HASH                PIC S9(11)V9(04) VALUE 0.
       77  WS-OLD-KEY                  PIC X(09) VALUE LOW-VALUES.
       77  WS-RECORD-COUNT             PIC S9(07) COMP VALUE 0.
       77  WS-AGREE-COUNT              PIC S9(07) COMP VALUE 0.
       77  WS-DISAGREE-COUNT           PIC S9(07) COMP VALUE 0.
       77  WS-OPEN-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-HISCALE-MODE-SW      PIC X(01) VALUE "N".
               88  WS-HISCALE-MODE          VALUE "Y".
           05  WS-EOF-IN-SW            PIC X(01) VALUE "N".
               88  WS-END-OF-INPUT          VALUE "Y".
           05  WS-RANGE-DONE-SW        PIC X(01) VALUE "N".
               88  WS-RANGE-DONE            VALUE "Y".
           05  WS-EOF-SEAL-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-SEALS          VALUE "Y".

      *****************************************************************
      *  ONE AUDIT ENTRY AS THE SHARED PATH SEES IT, FROM THE ARCHIVE
      *  OR THE LIVE LOG OF EITHER SCALE.
      *****************************************************************
       01  WS-ENTRY-HOLD.
           05  WS-H-DATE               PIC 9(08).
           05  WS-H-RESULTADO          PIC S9(05)V9(04).

      *****************************************************************
      *  THE SEAL KEY OF THE DATE JUST COUNTED, AND THE LAST KEY OF
      *  THE RANGE FOR THE LOG, IN THE SL-KEY SHAPE SO BOTH COMPARE
      *  DIRECTLY WITH THE SEALS.
      *****************************************************************
       01  WS-NEW-KEY.
           05  WS-NK-LOG               PIC X(01).
           05  WS-NK-DATE              PIC 9(08).

       01  WS-END-KEY.
           05  WS-EK-LOG               PIC X(01).
           05  WS-EK-DATE              PIC 9(08).

       01  WS-SVER-TITLE-LINE.
           05  FILLER                  PIC X(35) VALUE
               "CALCSVER AUDIT SEAL VERIFICATION - ".
           05  ST-LOG                  PIC X(08).
           05  FILLER                  PIC X(06) VALUE " FROM ".
           05  ST-FROM                 PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  ST-TO                   PIC 9(08).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-SVER-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(08) VALUE " SEALED".
           05  FILLER                  PIC X(18) VALUE
               "       SEALED HASH".
           05  FILLER                  PIC X(08) VALUE "   FOUND".
           05  FILLER                  PIC X(18) VALUE
               "        FOUND HASH".
           05  FILLER                  PIC X(24) VALUE "  STATUS".

       01  WS-SVER-DETAIL-LINE.
           05  SV-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SV-SEAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SV-SEAL-HASH            PIC -(10)9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SV-FOUND-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SV-FOUND-HASH           PIC -(10)9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SV-STATUS               PIC X(12).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(24).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCSVER".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 2000-VERIFY-PROCESS THRU 2000-EXIT
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE LOG SELECTOR AND THE DATE RANGE
      *  OFF THE COMMAND LINE.  A DATE THAT IS NOT NUMERIC ENDS THE
      *  JOB BEFORE ANY FILE IS TOUCHED.
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1, WS-TOKEN-2, WS-TOKEN-3
           END-UNSTRING

           IF WS-TOKEN-1 = "AUD4"
               SET WS-HISCALE-MODE TO TRUE
               MOVE "4" TO WS-SEAL-LOG
               MOVE WS-TOKEN-2 TO WS-FROM-TOKEN
               MOVE WS-TOKEN-3 TO WS-TO-TOKEN
           ELSE
               MOVE WS-TOKEN-1 TO WS-FROM-TOKEN
               MOVE WS-TOKEN-2 TO WS-TO-TOKEN
           END-IF

           IF WS-FROM-TOKEN NOT = SPACES
               IF WS-FROM-TOKEN = "0"
                   MOVE 0 TO WS-FROM-DATE
               ELSE
                   IF WS-FROM-TOKEN NUMERIC
                       MOVE WS-FROM-TOKEN TO WS-FROM-DATE
                   ELSE
                       DISPLAY "CALCSVER - FROM DATE " WS-FROM-TOKEN
                           " IS NOT NUMERIC - JOB NOT RUN"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-TO-TOKEN NOT = SPACES
               IF WS-TO-TOKEN = "0"
                   MOVE 0 TO WS-TO-DATE
               ELSE
                   IF WS-TO-TOKEN NUMERIC
                       MOVE WS-TO-TOKEN TO WS-TO-DATE
                   ELSE
                       DISPLAY "CALCSVER - TO DATE " WS-TO-TOKEN
                           " IS NOT NUMERIC - JOB NOT RUN"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-TO-DATE = 0
               MOVE 99999999 TO WS-HIGH-DATE
           ELSE
               MOVE WS-TO-DATE TO WS-HIGH-DATE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-VERIFY-PROCESS - THE SEALS, THEN THE ARCHIVES AND THE
      *  LIVE LOG OF THE SELECTED SCALE AS ONE DATE-ORDERED STREAM,
      *  THEN THE SEALS LEFT OVER IN THE RANGE (DATES WITH NO RECORDS
      *  ANYWHERE).
      *****************************************************************
       2000-VERIFY-PROCESS.
           OPEN INPUT CALC-SEAL-FILE
           IF WS-SEAL-FILE-STATUS NOT = "00"
               DISPLAY "CALCSVER - UNABLE TO OPEN SEAL FILE AUDSEAL, "
                   "FILE STATUS " WS-SEAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SVER-RPT-FILE
               PERFORM 7000-PRINT-TITLE THRU 7000-EXIT
               PERFORM 4100-READ-SEAL THRU 4100-EXIT

               IF WS-HISCALE-MODE
                   PERFORM 3000-READ-ARCHIVES4 THRU 3000-EXIT
                   IF RETURN-CODE = 0 AND NOT WS-RANGE-DONE
                       PERFORM 3500-READ-LIVE4 THRU 3500-EXIT
                   END-IF
               ELSE
                   PERFORM 2100-READ-ARCHIVES THRU 2100-EXIT
                   IF RETURN-CODE = 0 AND NOT WS-RANGE-DONE
                       PERFORM 2500-READ-LIVE THRU 2500-EXIT
                   END-IF
               END-IF

               IF RETURN-CODE = 0
                   IF WS-CURRENT-DATE > 0
                       PERFORM 6000-CHECK-DATE THRU 6000-EXIT
                   END-IF
                   MOVE WS-SEAL-LOG  TO WS-EK-LOG
                   MOVE WS-HIGH-DATE TO WS-EK-DATE
                   PERFORM 4200-PASS-SEAL THRU 4200-EXIT
                       UNTIL WS-OLD-KEY > WS-END-KEY
                   PERFORM 7200-PRINT-TOTALS THRU 7200-EXIT
               END-IF

               CLOSE SVER-RPT-FILE
               CLOSE CALC-SEAL-FILE
           END-IF

           IF RETURN-CODE = 0 AND WS-DISAGREE-COUNT > 0
               MOVE WS-DISAGREE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "CALCSVER - " WS-DISPLAY-COUNT " DATES DO NOT "
                   "AGREE WITH THEIR SEAL - SEE SVERRPT"
               MOVE 8 TO RETURN-CODE
               MOVE 08 TO WS-ALERT-SEVERITY
               MOVE "SVERSEAL" TO WS-ALERT-CODE
               MOVE "ARCHIVES DISAGREE WITH SEAL - SVERRPT"
                   TO WS-ALERT-MESSAGE
               PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-ARCHIVES - THE CONCATENATED TWO-DECIMAL ARCHIVE
      *  DATASETS.  A MISSING AUDHIST DD IS AN ERROR - WITHOUT IT
      *  EVERY ARCHIVED DATE WOULD SHOW AS MISSING.
      *****************************************************************
       2100-READ-ARCHIVES.
           OPEN INPUT AUDIT-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "CALCSVER - UNABLE TO OPEN AUDHIST, FILE "
                   "STATUS " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2200-TAKE-ONE-ARCHIVE THRU 2200-EXIT
                   UNTIL WS-END-OF-INPUT OR WS-RANGE-DONE
               CLOSE AUDIT-HIST-FILE
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-TAKE-ONE-ARCHIVE.
           READ AUDIT-HIST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE CA-DATE       TO WS-H-DATE
                   MOVE CA-RESULTADO  TO WS-H-RESULTADO
                   PERFORM 5000-TAKE-ONE-ENTRY THRU 5000-EXIT
           END-READ
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2500-READ-LIVE - THE LIVE KEYED LOG, READ IN KEY ORDER
      *  STRAIGHT AFTER THE ARCHIVES.  A MISSING LIVE LOG JUST MEANS
      *  NOTHING HAS RUN SINCE THE LAST SWEEP.
      *****************************************************************
       2500-READ-LIVE.
           MOVE "N" TO WS-EOF-IN-SW
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 2600-TAKE-ONE-LIVE THRU 2600-EXIT
                   UNTIL WS-END-OF-INPUT OR WS-RANGE-DONE
               CLOSE CALC-AUDIT-FILE
           END-IF
           .
       2500-EXIT.
           EXIT.

       2600-TAKE-ONE-LIVE.
           READ CALC-AUDIT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE LA-DATE       TO WS-H-DATE
                   MOVE LA-RESULTADO  TO WS-H-RESULTADO
                   PERFORM 5000-TAKE-ONE-ENTRY THRU 5000-EXIT
           END-READ
           .
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-READ-ARCHIVES4 - THE FOUR-DECIMAL COUNTERPART OF
      *  2100-READ-ARCHIVES.
      *****************************************************************
       3000-READ-ARCHIVES4.
           OPEN INPUT AUDIT-HIST4-FILE
           IF WS-HIST4-FILE-STATUS NOT = "00"
               DISPLAY "CALCSVER - UNABLE TO OPEN AUDHIST4, FILE "
                   "STATUS " WS-HIST4-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3200-TAKE-ONE-ARCHIVE4 THRU 3200-EXIT
                   UNTIL WS-END-OF-INPUT OR WS-RANGE-DONE
               CLOSE AUDIT-HIST4-FILE
           END-IF
           .
       3000-EXIT.
           EXIT.

       3200-TAKE-ONE-ARCHIVE4.
           READ AUDIT-HIST4-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE CA4-DATE       TO WS-H-DATE
                   MOVE CA4-RESULTADO  TO WS-H-RESULTADO
                   PERFORM 5000-TAKE-ONE-ENTRY THRU 5000-EXIT
           END-READ
           .
       3200-EXIT.
           EXIT.

       3500-READ-LIVE4.
           MOVE "N" TO WS-EOF-IN-SW
           OPEN INPUT CALC-AUDIT4-FILE
           IF WS-AUDIT4-FILE-STATUS = "00"
               PERFORM 3600-TAKE-ONE-LIVE4 THRU 3600-EXIT
                   UNTIL WS-END-OF-INPUT OR WS-RANGE-DONE
               CLOSE CALC-AUDIT4-FILE
           END-IF
           .
       3500-EXIT.
           EXIT.

       3600-TAKE-ONE-LIVE4.
           READ CALC-AUDIT4-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE LA4-DATE       TO WS-H-DATE
                   MOVE LA4-RESULTADO  TO WS-H-RESULTADO
                   PERFORM 5000-TAKE-ONE-ENTRY THRU 5000-EXIT
           END-READ
           .
       3600-EXIT.
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
      *  4200-PASS-SEAL - THE CURRENT SEAL SORTS BEFORE THE NEXT DATE
      *  FOUND, SO NO RECORD OF ITS DATE WAS FOUND ANYWHERE.  A SEAL
      *  OF THIS LOG IN THE RANGE IS REPORTED MISSING; ANY OTHER IS
      *  PASSED OVER.
      *****************************************************************
       4200-PASS-SEAL.
           IF SL-LOG = WS-SEAL-LOG
              AND SL-AUDIT-DATE NOT < WS-FROM-DATE
               MOVE SL-AUDIT-DATE   TO SV-DATE
               MOVE SL-RECORD-COUNT TO SV-SEAL-COUNT
               MOVE SL-HASH-TOTAL   TO SV-SEAL-HASH
               MOVE 0               TO SV-FOUND-COUNT
               MOVE 0               TO SV-FOUND-HASH
               MOVE "MISSING"       TO SV-STATUS
               ADD 1 TO WS-DISAGREE-COUNT
               PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT
           END-IF
           PERFORM 4100-READ-SEAL THRU 4100-EXIT
           .
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-TAKE-ONE-ENTRY - THE ONE SHARED PATH.  ENTRIES BEFORE
      *  THE FROM DATE ARE PASSED OVER; THE FIRST ENTRY PAST THE TO
      *  DATE ENDS THE WHOLE PASS.  AN ENTRY DATED BEFORE THE DATE
      *  BEING COUNTED MEANS THE INPUT IS NOT IN DATE ORDER AND NO
      *  DATE CAN BE PROVED.
      *****************************************************************
       5000-TAKE-ONE-ENTRY.
           IF WS-H-DATE > WS-HIGH-DATE
               SET WS-RANGE-DONE TO TRUE
           ELSE
               IF WS-H-DATE NOT < WS-FROM-DATE
                   IF WS-H-DATE < WS-CURRENT-DATE
                       DISPLAY "CALCSVER - AUDIT DATE " WS-H-DATE
                           " FOLLOWS " WS-CURRENT-DATE " - ARCHIVES "
                           "OUT OF PERIOD ORDER, NOTHING VERIFIED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-RANGE-DONE TO TRUE
                   ELSE
                       IF WS-H-DATE NOT = WS-CURRENT-DATE
                           IF WS-CURRENT-DATE > 0
                               PERFORM 6000-CHECK-DATE THRU 6000-EXIT
                           END-IF
                           MOVE WS-H-DATE TO WS-CURRENT-DATE
                       END-IF
                       ADD 1              TO WS-RECORD-COUNT
                       ADD 1              TO WS-DATE-COUNT
                       ADD WS-H-RESULTADO TO WS-DATE-HASH
                   END-IF
               END-IF
           END-IF
           .
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  6000-CHECK-DATE - ONE DATE HAS BEEN COUNTED.  REPORT EVERY
      *  SEALED DATE PASSED OVER ON THE WAY TO ITS SEAL AS MISSING,
      *  THEN COMPARE WITH ITS OWN SEAL.  WITH NO SEAL OF ITS OWN IT
      *  IS NOT SEALED WHEN THE LOG HAS A LATER SEAL (THE SEAL PASSED
      *  IT BY), AND MERELY OPEN WHEN IT IS NEWER THAN EVERY SEAL.
      *****************************************************************
       6000-CHECK-DATE.
           MOVE WS-SEAL-LOG     TO WS-NK-LOG
           MOVE WS-CURRENT-DATE TO WS-NK-DATE
           PERFORM 4200-PASS-SEAL THRU 4200-EXIT
               UNTIL WS-OLD-KEY NOT < WS-NEW-KEY

           MOVE WS-CURRENT-DATE TO SV-DATE
           MOVE WS-DATE-COUNT   TO SV-FOUND-COUNT
           MOVE WS-DATE-HASH    TO SV-FOUND-HASH
           IF WS-OLD-KEY = WS-NEW-KEY
               MOVE SL-RECORD-COUNT TO SV-SEAL-COUNT
               MOVE SL-HASH-TOTAL   TO SV-SEAL-HASH
               IF SL-RECORD-COUNT = WS-DATE-COUNT
                  AND SL-HASH-TOTAL = WS-DATE-HASH
                   MOVE "AGREES"    TO SV-STATUS
                   ADD 1 TO WS-AGREE-COUNT
               ELSE
                   MOVE "MISMATCH"  TO SV-STATUS
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
               PERFORM 4100-READ-SEAL THRU 4100-EXIT
           ELSE
               MOVE 0 TO SV-SEAL-COUNT
               MOVE 0 TO SV-SEAL-HASH
               IF WS-OLD-KEY(1:1) = WS-SEAL-LOG
                   MOVE "NOT SEALED" TO SV-STATUS
                   ADD 1 TO WS-DISAGREE-COUNT
               ELSE
                   MOVE "OPEN"       TO SV-STATUS
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF
           PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT

           MOVE 0 TO WS-DATE-COUNT
           MOVE 0 TO WS-DATE-HASH
           .
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-TITLE - TITLE WITH THE LOG AND THE RANGE IN FORCE,
      *  PLUS THE COLUMN HEADINGS.
      *****************************************************************
       7000-PRINT-TITLE.
           IF WS-HISCALE-MODE
               MOVE "CALCAUD4" TO ST-LOG
           ELSE
               MOVE "CALCAUD"  TO ST-LOG
           END-IF
           MOVE WS-FROM-DATE TO ST-FROM
           MOVE WS-HIGH-DATE TO ST-TO
           MOVE WS-SVER-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SVER-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7100-PRINT-DETAIL-LINE.
           MOVE WS-SVER-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7100-EXIT.
           EXIT.

       7200-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RECORDS READ"      TO RT-LABEL
           MOVE WS-RECORD-COUNT     TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DATES AGREEING"    TO RT-LABEL
           MOVE WS-AGREE-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DATES DISAGREEING" TO RT-LABEL
           MOVE WS-DISAGREE-COUNT   TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DATES NOT YET SEALED" TO RT-LABEL
           MOVE WS-OPEN-COUNT       TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE
           .
       7200-EXIT.
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
