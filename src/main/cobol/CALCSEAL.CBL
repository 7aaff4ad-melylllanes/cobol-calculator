      *****************************************************************
      *  PROGRAM-ID:  CALCSEAL
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      DAY-END SEAL OF THE AUDIT LOGS.  NOTHING USED TO PROVE
      *      THAT CALCAUD STILL HELD EVERY RECORD EVER WRITTEN TO IT:
      *      CALCARCH DELETES WHAT IT SWEEPS TO THE ARCHIVE AND
      *      CALCHIST TAKES THE ARCHIVE DATASETS AS GIVEN.  THIS STEP
      *      RUNS AT DAY END, BEFORE THE DAY-CLOSE, AND FOR EACH AUDIT
      *      DATE IN EACH LIVE LOG THAT HAS NOT BEEN SEALED YET RECORDS
      *      THE DATE'S RECORD COUNT AND THE HASH TOTAL OF ITS
      *      RESULTADO ON THE SEAL FILE (AUDSEAL, SEE CALCASL.CPY).
      *      CALCARCH WILL NOT PURGE A DATE THAT DOES NOT MATCH ITS
      *      SEAL, AND CALCHIST AND THE VERIFICATION JOB CALCSVER
      *      REPORT ANY DATE WHOSE RECORDS NO LONGER AGREE WITH IT.
      *
      *      ONLY DATES UP TO AND INCLUDING THE CALCPARM BUSINESS-DATE
      *      AND BEFORE TODAY'S DATE ARE SEALED.  A LATER DATE ON THE
      *      LOG (A RUN THAT WENT PAST MIDNIGHT) IS LEFT OPEN FOR THE
      *      NEXT DAY'S SEAL, AND SO IS TODAY'S OWN DATE - THE ONLINE
      *      SCREENS GO ON WRITING CALCAUD RECORDS UNDER IT AFTER THE
      *      SEAL HAS RUN, AND A SEAL TAKEN NOW WOULD NEVER AGREE WITH
      *      THE DATE AGAIN.  A
      *      DATE ALREADY SEALED IS NEVER SEALED AGAIN - ITS SEAL IS
      *      CARRIED FORWARD AS IT WAS, SO A RECORD ADDED TO OR TAKEN
      *      FROM A SEALED DATE SHOWS UP AS A DISAGREEMENT RATHER THAN
      *      BEING BLESSED BY THE NEXT SEAL.
      *
      *      THE SEALS ARE WRITTEN FORWARD, OLD AND NEW MERGED IN KEY
      *      ORDER, AS AUDSEALN FOR THE JOB STEP TO CATALOG AS THE
      *      NEXT AUDSEAL ON RETURN CODE 0 ONLY.  A LOG THAT DOES NOT
      *      EXIST YET (NO BATCH4 FEED HAS EVER RUN) HAS NOTHING TO
      *      SEAL.  EVERY DATE READ IS LISTED ON SEALRPT AS SEALED,
      *      ALREADY SEALED OR LEFT OPEN.
      *
      *      COMMAND LINE: "INIT" FOR THE FIRST SEAL EVER - THERE IS
      *      NO SEAL FILE YET AND EVERY DATE ON THE LIVE LOGS THE
      *      RULE ABOVE ALLOWS IS SEALED.  WITHOUT "INIT" A MISSING
      *      SEAL FILE STOPS THE STEP RATHER THAN RESEAL THE LOGS AS
      *      THEY STAND NOW.
      *
      *      THE SEAL REGISTERS ITSELF ON CALCRLOG AS "AUDSEAL", WITH
      *      THE SEALS ADDED ON THE TRAILER, AND IS A STEP THE
      *      DAY-CLOSE (CALCDCLS) REQUIRES EVERY DAY.
      *
      *      RETURN CODES: 0 SEAL COMPLETE, AUDSEALN WRITTEN (ALSO
      *      WHEN THERE WAS NOTHING NEW TO SEAL); 16 THE SEAL FILE IS
      *      MISSING OR OUT OF KEY ORDER, OR A LOG OR AUDSEALN CANNOT
      *      BE OPENED OR READ - AUDSEALN MUST NOT BE CATALOGED.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RUNFAIL   16  THE SEAL WAS NOT TAKEN.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  A FAILED SEAL IS NOW ALSO RAISED ON THE
      *                       SHARED ALERT FILE THROUGH CALC0030.
      *      10/05/2026  DLM  TODAY'S DATE IS LEFT OPEN UNTIL THE NEXT
      *                       SEAL - ONLINE SESSIONS STILL ADD TO IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSEAL.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-AUDIT-FILE ASSIGN TO CALCAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-LOG-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CALC-AUDIT4-FILE ASSIGN TO CALCAUD4
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA4-LOG-KEY
               FILE STATUS IS WS-AUDIT4-FILE-STATUS.

           SELECT CALC-SEAL-FILE ASSIGN TO AUDSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

           SELECT CALC-SEALNEW-FILE ASSIGN TO AUDSEALN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEALNEW-FILE-STATUS.

           SELECT SEAL-RPT-FILE ASSIGN TO SEALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CALC-RUN-FILE ASSIGN TO CALCRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CALCAUD.

       FD  CALC-AUDIT4-FILE
           RECORDING MODE IS F.
           COPY CALCAUD4.

       FD  CALC-SEAL-FILE
           RECORDING MODE IS F.
           COPY CALCASL.

       FD  CALC-SEALNEW-FILE
           RECORDING MODE IS F.
       01  CALC-SEALN-RECORD           PIC X(80).

       FD  SEAL-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       FD  CALC-RUN-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.
       77  WS-COMMAND-LINE             PIC X(80).
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-AUDIT4-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-SEAL-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-SEALNEW-FILE-STATUS      PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-SEAL-LOG                 PIC X(01) VALUE SPACE.
       77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
       77  WS-DATE-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-DATE-HASH                PIC S9(11)V9(04) VALUE 0.
       77  WS-OLD-KEY                  PIC X(09) VALUE LOW-VALUES.
       77  WS-LOG-END-KEY              PIC X(09) VALUE SPACES.
       77  WS-CARRIED-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-ADDED-COUNT              PIC S9(07) COMP VALUE 0.
       77  WS-ALREADY-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-OPEN-COUNT               PIC S9(07) COMP VALUE 0.
       77  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       77  WS-DISPLAY-OPEN             PIC ZZZ,ZZ9.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-INIT-MODE-SW         PIC X(01) VALUE "N".
               88  WS-INIT-MODE             VALUE "Y".
           05  WS-EOF-AUD-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT          VALUE "Y".
           05  WS-EOF-AUD4-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT4         VALUE "Y".
           05  WS-EOF-SEAL-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-SEALS          VALUE "Y".
           05  WS-SEALS-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-SEALS-OPEN            VALUE "Y".
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE      VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND       VALUE "Y".

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE SEAL'S OWN RUN ID - DATE + HHMMSS + "SL", THE SAME SHAPE
      *  CALCULADORA BUILDS.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "SL".

      *****************************************************************
      *  THE SEAL KEY OF THE DATE JUST CLOSED ON THE LIVE LOG, IN THE
      *  SL-KEY SHAPE SO IT COMPARES DIRECTLY WITH THE OLD SEALS.
      *****************************************************************
       01  WS-NEW-KEY.
           05  WS-NK-LOG               PIC X(01).
           05  WS-NK-DATE              PIC 9(08).

      *****************************************************************
      *  A NEW SEAL, IN THE CALCASL.CPY LAYOUT.
      *****************************************************************
       01  WS-SEAL-OUT-RECORD.
           05  WS-SO-LOG               PIC X(01).
           05  WS-SO-AUDIT-DATE        PIC 9(08).
           05  WS-SO-RECORD-COUNT      PIC S9(07).
           05  WS-SO-HASH-TOTAL        PIC S9(11)V9(04).
           05  WS-SO-RUN-ID            PIC X(16).
           05  WS-SO-SEAL-DATE         PIC 9(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-RPT-DATE-LINE.
           05  RSD-LOG                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSD-DATE                PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RSD-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RSD-HASH                PIC -(10)9.9999.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RSD-NOTE                PIC X(16).
           05  FILLER                  PIC X(20) VALUE SPACES.

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
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCSEAL".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 2000-SEAL-LOGS THRU 2000-EXIT
           END-IF

           MOVE WS-ADDED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-OPEN-COUNT  TO WS-DISPLAY-OPEN
           DISPLAY "CALCSEAL - DATES SEALED: " WS-DISPLAY-COUNT
               "  LEFT OPEN: " WS-DISPLAY-OPEN

           PERFORM 1300-CLOSE-RUN THRU 1300-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-INITIALIZE - PICK UP "INIT", THE BUSINESS DATE THAT
      *  LIMITS THE SEAL, REGISTER THE RUN AND OPEN THE OLD SEALS.
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1
           END-UNSTRING

           IF WS-TOKEN-1 = "INIT"
               SET WS-INIT-MODE TO TRUE
           END-IF

           PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT

           PERFORM 1200-REGISTER-RUN THRU 1200-EXIT

           PERFORM 1400-OPEN-SEALS THRU 1400-EXIT
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-BUSINESS-DATE - THE BUSINESS-DATE THE NIGHT'S RUNS
      *  TOOK FROM CALCPARM.  TODAY'S DATE IS THE FALLBACK ONLY WHEN
      *  CALCPARM IS NOT AVAILABLE OR CARRIES NO BUSINESS-DATE.
      *****************************************************************
       1100-READ-BUSINESS-DATE.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1150-READ-PARM-RECORD THRU 1150-EXIT
               PERFORM 1160-SCAN-PARM-RECORD THRU 1160-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE
           END-IF

           IF NOT WS-DATE-PARM-FOUND
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               DISPLAY "CALCSEAL - NO BUSINESS-DATE ON CALCPARM, "
                   "USING " WS-BUSINESS-DATE
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
           END-IF

           PERFORM 1150-READ-PARM-RECORD THRU 1150-EXIT
           .
       1160-EXIT.
           EXIT.

      *****************************************************************
      *  1200-REGISTER-RUN - APPEND THE SEAL'S HEADER TO THE RUN LOG
      *  AS "AUDSEAL".  THE SEAL ONLY READS THE LOGS, IS NOT A
      *  BATCH-MODE RUN AND DOES NOT CONSULT THE IN-FLIGHT GUARD.
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
           MOVE "AUDSEAL"   TO CR-RUN-MODE
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
      *  1300-CLOSE-RUN - APPEND THE TRAILER: SEALS ADDED AND THE
      *  FINAL RETURN CODE.
      *****************************************************************
       1300-CLOSE-RUN.
           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID              TO CR-RUN-ID
           MOVE "AUDSEAL"              TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-ADDED-COUNT         TO CR-RECORD-COUNT
           MOVE ZERO                   TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1400-OPEN-SEALS - OPEN THE SEALS TAKEN SO FAR AND READ THE
      *  FIRST.  UNDER "INIT" THERE ARE NONE YET.  OTHERWISE A MISSING
      *  SEAL FILE STOPS THE STEP - SEALING THE LOGS AFRESH WOULD
      *  ACCEPT WHATEVER THEY HOLD TODAY AS WHAT THEY ALWAYS HELD.  AN
      *  EMPTY SEAL FILE IS GOOD: THE LOGS HAD NOTHING TO SEAL YET.
      *****************************************************************
       1400-OPEN-SEALS.
           IF WS-INIT-MODE
               DISPLAY "CALCSEAL - INIT - SEALING EVERY DATE ON THE "
                   "LIVE LOGS UP TO " WS-BUSINESS-DATE
               SET WS-END-OF-SEALS TO TRUE
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               OPEN INPUT CALC-SEAL-FILE
               IF WS-SEAL-FILE-STATUS NOT = "00"
                   DISPLAY "CALCSEAL - UNABLE TO OPEN SEAL FILE "
                       "AUDSEAL, FILE STATUS " WS-SEAL-FILE-STATUS
                       " - RUN WITH INIT ONLY FOR THE FIRST SEAL"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-SEALS-OPEN TO TRUE
                   PERFORM 1500-READ-OLD-SEAL THRU 1500-EXIT
               END-IF
           END-IF
           .
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1500-READ-OLD-SEAL - NEXT OLD SEAL.  WS-OLD-KEY IS HIGH-VALUES
      *  ONCE THE OLD SEALS RUN OUT, SO EVERY MERGE TEST FALLS
      *  THROUGH.  A SEAL OUT OF KEY ORDER MEANS THE FILE CANNOT BE
      *  TRUSTED AND STOPS THE STEP.
      *****************************************************************
       1500-READ-OLD-SEAL.
           READ CALC-SEAL-FILE
               AT END
                   SET WS-END-OF-SEALS TO TRUE
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   IF SL-KEY NOT > WS-OLD-KEY
                       DISPLAY "CALCSEAL - AUDSEAL OUT OF KEY ORDER "
                           "AT LOG " SL-LOG " DATE " SL-AUDIT-DATE
                       MOVE 16 TO RETURN-CODE
                       SET WS-END-OF-SEALS TO TRUE
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   ELSE
                       MOVE SL-KEY TO WS-OLD-KEY
                   END-IF
           END-READ
           .
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SEAL-LOGS - CALCAUD, THEN CALCAUD4, EACH DATE MERGED
      *  AGAINST THE OLD SEALS IN KEY ORDER, THEN WHATEVER OLD SEALS
      *  ARE LEFT CARRIED FORWARD.
      *****************************************************************
       2000-SEAL-LOGS.
           OPEN OUTPUT CALC-SEALNEW-FILE
           IF WS-SEALNEW-FILE-STATUS NOT = "00"
               DISPLAY "CALCSEAL - UNABLE TO OPEN AUDSEALN, FILE "
                   "STATUS " WS-SEALNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SEAL-RPT-FILE
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT

               PERFORM 2100-SEAL-AUD THRU 2100-EXIT

               IF RETURN-CODE = 0
                   PERFORM 2300-SEAL-AUD4 THRU 2300-EXIT
               END-IF

               PERFORM 2600-COPY-OLD-SEAL THRU 2600-EXIT
                   UNTIL WS-END-OF-SEALS

               CLOSE CALC-SEALNEW-FILE

               PERFORM 7200-PRINT-TOTALS THRU 7200-EXIT
               CLOSE SEAL-RPT-FILE
           END-IF

           IF WS-SEALS-OPEN
               CLOSE CALC-SEAL-FILE
           END-IF
           .
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-SEAL-AUD - READ CALCAUD IN KEY ORDER, ONE DATE AT A
      *  TIME.  A LOG THAT DOES NOT EXIST YET HAS NOTHING TO SEAL.
      *****************************************************************
       2100-SEAL-AUD.
           MOVE "2" TO WS-SEAL-LOG
           MOVE 0   TO WS-CURRENT-DATE
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               DISPLAY "CALCSEAL - CALCAUD DOES NOT EXIST - NOTHING "
                   "TO SEAL FROM IT"
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "CALCSEAL - UNABLE TO OPEN CALCAUD, FILE "
                       "STATUS " WS-AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2200-TAKE-ONE-AUD THRU 2200-EXIT
                       UNTIL WS-END-OF-AUDIT
                   IF WS-CURRENT-DATE > 0
                       PERFORM 2400-CLOSE-DATE THRU 2400-EXIT
                   END-IF
                   CLOSE CALC-AUDIT-FILE
               END-IF
           END-IF

           PERFORM 2500-FINISH-LOG THRU 2500-EXIT
           .
       2100-EXIT.
           EXIT.

       2200-TAKE-ONE-AUD.
           READ CALC-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   IF CA-DATE NOT = WS-CURRENT-DATE
                       IF WS-CURRENT-DATE > 0
                           PERFORM 2400-CLOSE-DATE THRU 2400-EXIT
                       END-IF
                       MOVE CA-DATE TO WS-CURRENT-DATE
                   END-IF
                   ADD 1            TO WS-DATE-COUNT
                   ADD CA-RESULTADO TO WS-DATE-HASH
           END-READ

           IF WS-AUDIT-FILE-STATUS NOT = "00"
              AND NOT WS-END-OF-AUDIT
               DISPLAY "CALCSEAL - READ ERROR ON CALCAUD, FILE "
                   "STATUS " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-AUDIT TO TRUE
           END-IF
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-SEAL-AUD4 - THE CALCAUD4 COUNTERPART OF 2100-SEAL-AUD.
      *****************************************************************
       2300-SEAL-AUD4.
           MOVE "4" TO WS-SEAL-LOG
           MOVE 0   TO WS-CURRENT-DATE
           OPEN INPUT CALC-AUDIT4-FILE
           IF WS-AUDIT4-FILE-STATUS = "35"
               DISPLAY "CALCSEAL - CALCAUD4 DOES NOT EXIST - NOTHING "
                   "TO SEAL FROM IT"
           ELSE
               IF WS-AUDIT4-FILE-STATUS NOT = "00"
                   DISPLAY "CALCSEAL - UNABLE TO OPEN CALCAUD4, FILE "
                       "STATUS " WS-AUDIT4-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2350-TAKE-ONE-AUD4 THRU 2350-EXIT
                       UNTIL WS-END-OF-AUDIT4
                   IF WS-CURRENT-DATE > 0
                       PERFORM 2400-CLOSE-DATE THRU 2400-EXIT
                   END-IF
                   CLOSE CALC-AUDIT4-FILE
               END-IF
           END-IF

           PERFORM 2500-FINISH-LOG THRU 2500-EXIT
           .
       2300-EXIT.
           EXIT.

       2350-TAKE-ONE-AUD4.
           READ CALC-AUDIT4-FILE
               AT END
                   SET WS-END-OF-AUDIT4 TO TRUE
               NOT AT END
                   IF CA4-DATE NOT = WS-CURRENT-DATE
                       IF WS-CURRENT-DATE > 0
                           PERFORM 2400-CLOSE-DATE THRU 2400-EXIT
                       END-IF
                       MOVE CA4-DATE TO WS-CURRENT-DATE
                   END-IF
                   ADD 1             TO WS-DATE-COUNT
                   ADD CA4-RESULTADO TO WS-DATE-HASH
           END-READ

           IF WS-AUDIT4-FILE-STATUS NOT = "00"
              AND NOT WS-END-OF-AUDIT4
               DISPLAY "CALCSEAL - READ ERROR ON CALCAUD4, FILE "
                   "STATUS " WS-AUDIT4-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-AUDIT4 TO TRUE
           END-IF
           .
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2400-CLOSE-DATE - ONE AUDIT DATE OF THE LOG BEING SEALED IS
      *  COMPLETE.  CARRY FORWARD EVERY OLD SEAL THAT SORTS BEFORE
      *  IT; THEN THE DATE IS EITHER ALREADY SEALED (ITS OLD SEAL
      *  GOES FORWARD UNCHANGED ON THE NEXT CARRY), PAST THE BUSINESS
      *  DATE OR NOT YET OVER BY THE CLOCK AND LEFT OPEN, OR SEALED
      *  NOW.
      *****************************************************************
       2400-CLOSE-DATE.
           MOVE WS-SEAL-LOG     TO WS-NK-LOG
           MOVE WS-CURRENT-DATE TO WS-NK-DATE
           PERFORM 2600-COPY-OLD-SEAL THRU 2600-EXIT
               UNTIL WS-OLD-KEY NOT < WS-NEW-KEY

           IF WS-OLD-KEY = WS-NEW-KEY
               ADD 1 TO WS-ALREADY-COUNT
               MOVE "ALREADY SEALED" TO RSD-NOTE
           ELSE
               IF WS-CURRENT-DATE > WS-BUSINESS-DATE
                  OR WS-CURRENT-DATE NOT < WS-RUN-DATE
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "LEFT OPEN" TO RSD-NOTE
               ELSE
                   MOVE WS-SEAL-LOG      TO WS-SO-LOG
                   MOVE WS-CURRENT-DATE  TO WS-SO-AUDIT-DATE
                   MOVE WS-DATE-COUNT    TO WS-SO-RECORD-COUNT
                   MOVE WS-DATE-HASH     TO WS-SO-HASH-TOTAL
                   MOVE WS-RUN-ID        TO WS-SO-RUN-ID
                   MOVE WS-BUSINESS-DATE TO WS-SO-SEAL-DATE
                   WRITE CALC-SEALN-RECORD FROM WS-SEAL-OUT-RECORD
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "SEALED" TO RSD-NOTE
               END-IF
           END-IF

           PERFORM 7100-PRINT-DATE-LINE THRU 7100-EXIT

           MOVE 0 TO WS-DATE-COUNT
           MOVE 0 TO WS-DATE-HASH
           .
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-FINISH-LOG - THE LOG HAS BEEN READ TO THE END: CARRY
      *  FORWARD ITS REMAINING OLD SEALS (DATES ALREADY ARCHIVED OFF
      *  THE LIVE LOG) BEFORE THE NEXT LOG STARTS.
      *****************************************************************
       2500-FINISH-LOG.
           MOVE WS-SEAL-LOG TO WS-LOG-END-KEY(1:1)
           MOVE ALL "9"     TO WS-LOG-END-KEY(2:8)
           PERFORM 2600-COPY-OLD-SEAL THRU 2600-EXIT
               UNTIL WS-OLD-KEY > WS-LOG-END-KEY
           .
       2500-EXIT.
           EXIT.

       2600-COPY-OLD-SEAL.
           WRITE CALC-SEALN-RECORD FROM CALC-SEAL-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           PERFORM 1500-READ-OLD-SEAL THRU 1500-EXIT
           .
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - REPORT TITLE, THE BUSINESS DATE THE
      *  SEAL RAN FOR, AND THE COLUMN HEADING FOR THE DATE LINES.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE "CALCSEAL AUDIT LOG SEAL REPORT" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DATES UP TO "     DELIMITED BY SIZE
                  WS-BUSINESS-DATE   DELIMITED BY SIZE
                  " ARE SEALED - RUN " DELIMITED BY SIZE
                  WS-RUN-ID          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "LOG       DATE        RECORDS          HASH TOTAL"
               TO RPT-LINE
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7100-PRINT-DATE-LINE.
           IF WS-SEAL-LOG = "4"
               MOVE "CALCAUD4" TO RSD-LOG
           ELSE
               MOVE "CALCAUD"  TO RSD-LOG
           END-IF
           MOVE WS-CURRENT-DATE TO RSD-DATE
           MOVE WS-DATE-COUNT   TO RSD-COUNT
           MOVE WS-DATE-HASH    TO RSD-HASH
           MOVE WS-RPT-DATE-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7100-EXIT.
           EXIT.

       7200-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DATES SEALED"      TO RT-LABEL
           MOVE WS-ADDED-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DATES ALREADY SEALED" TO RT-LABEL
           MOVE WS-ALREADY-COUNT    TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DATES LEFT OPEN"   TO RT-LABEL
           MOVE WS-OPEN-COUNT       TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE   TO RPT-LINE
           WRITE RPT-LINE

           MOVE "SEALS CARRIED FORWARD" TO RT-LABEL
           MOVE WS-CARRIED-COUNT    TO RT-COUNT
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
           MOVE WS-RUN-ID TO WS-ALERT-RUN-ID
           CALL "CALC0030" USING WS-ALERT-PROGRAM, WS-ALERT-RUN-ID,
               WS-ALERT-SEVERITY, WS-ALERT-CODE, WS-ALERT-MESSAGE
           MOVE WS-ALERT-SAVE-RC TO RETURN-CODE
           .
       9800-EXIT.
           EXIT.
