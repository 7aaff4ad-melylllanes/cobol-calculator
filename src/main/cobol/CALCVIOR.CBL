      *****************************************************************
      *  PROGRAM-ID:  CALCVIOR
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      WEEKLY REVIEW LISTING OF THE SECURITY VIOLATION LOG
      *      (CALCSVIO, SEE CALCVIO.CPY) - EVERY SIGN-ON OR ACTION THE
      *      ONLINE SCREENS REFUSED AGAINST THE OPERATOR SECURITY FILE.
      *      PRINTS ON VIORPT ONE LINE PER REFUSAL IN THE REVIEW
      *      PERIOD - WHEN, WHICH USER ID AND WHOSE IT IS ON THE
      *      SECURITY FILE, THE SCREEN, ACTION AND ACCOUNT OR USER ID
      *      IT WAS AGAINST, AND WHY IT WAS REFUSED - THEN COUNTS BY
      *      REASON AND BY USER ID, SO A REVIEWER SEES AT ONCE WHO
      *      KEEPS TRYING WHAT.
      *
      *      COMMAND LINE: THE REVIEW PERIOD AS FROM AND TO DATES
      *      (YYYYMMDD).  EITHER MAY BE LEFT OFF OR GIVEN AS 0 FOR NO
      *      BOUND; THE WEEKLY JOB PASSES THE WEEK JUST ENDED.
      *
      *      RETURN CODES: 0 NO REFUSALS IN THE PERIOD (INCLUDING NO
      *      VIOLATION LOG YET); 4 REFUSALS ARE LISTED, SO THE
      *      SCHEDULER CAN ROUTE THE REPORT FOR REVIEW; 16 A DATE ON
      *      THE COMMAND LINE IS NOT NUMERIC OR THE LOG CANNOT BE READ.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          SECVIOL   04  REFUSALS ARE LISTED FOR REVIEW;
      *          RUNFAIL   16  THE LOG COULD NOT BE REPORTED.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  LISTED REFUSALS AND A FAILED RUN ARE NOW
      *                       ALSO RAISED ON THE SHARED ALERT FILE
      *                       THROUGH CALC0030.
      *      10/05/2026  DLM  ACTION/TARGET/REASON HEADINGS LINED UP
      *                       OVER THEIR COLUMNS; THE ALERT NOW SAYS
      *                       SECURITY REFUSALS, NOT SIGN-ON ONLY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVIOR.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-VIO-FILE ASSIGN TO CALCSVIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIO-FILE-STATUS.

           SELECT CALC-SEC-FILE ASSIGN TO CALCSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT VIOR-RPT-FILE ASSIGN TO VIORPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-VIO-FILE
           RECORDING MODE IS F.
           COPY CALCVIO.

       FD  CALC-SEC-FILE
           RECORDING MODE IS F.
           COPY CALCOPR.

       FD  VIOR-RPT-FILE.
       01  RPT-LINE                    PIC X(86).

       WORKING-STORAGE SECTION.
       77  WS-VIO-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-SEC-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-TOKEN-2                  PIC X(08) VALUE SPACES.
       77  WS-FROM-DATE                PIC 9(08) VALUE 0.
       77  WS-TO-DATE                  PIC 9(08) VALUE 0.
       77  WS-HIGH-DATE                PIC 9(08) VALUE 0.
       77  WS-VIOLATION-COUNT          PIC S9(07) COMP VALUE 0.
       77  WS-NF-COUNT                 PIC S9(07) COMP VALUE 0.
       77  WS-RV-COUNT                 PIC S9(07) COMP VALUE 0.
       77  WS-NS-COUNT                 PIC S9(07) COMP VALUE 0.
       77  WS-NA-COUNT                 PIC S9(07) COMP VALUE 0.
       77  WS-OW-COUNT                 PIC S9(07) COMP VALUE 0.
       77  WS-OPR-COUNT                PIC S9(04) COMP VALUE 0.
       77  WS-OPR-IX                   PIC S9(04) COMP VALUE 0.
       77  WS-OPR-NAME                 PIC X(30) VALUE SPACES.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-VIO-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-VIO-FILE      VALUE "Y".
           05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-LOG-OPEN             VALUE "Y".
           05  WS-SEC-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-SEC-OPEN             VALUE "Y".
           05  WS-OPR-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-OPR-FOUND            VALUE "Y".
           05  WS-OPR-TABLE-FULL-SW    PIC X(01) VALUE "N".
               88  WS-OPR-TABLE-FULL       VALUE "Y".

      *****************************************************************
      *  REFUSALS PER USER ID, BUILT AS THE IDS APPEAR ON THE LOG.  A
      *  WEEK'S REFUSALS COME FROM A HANDFUL OF IDS; AN ID PAST THE
      *  TABLE IS STILL LISTED AND COUNTED IN THE TOTALS, AND THE
      *  REPORT SAYS THE PER-ID COUNTS ARE INCOMPLETE.
      *****************************************************************
       01  WS-OPR-TOTAL-TABLE.
           05  WS-OPR-TOTAL-ENTRY      OCCURS 200 TIMES.
               10  WS-OT-OPERATOR-ID   PIC X(08).
               10  WS-OT-NAME          PIC X(30).
               10  WS-OT-COUNT         PIC S9(07) COMP.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(34)
                   VALUE "CALCVIOR SECURITY VIOLATIONS FROM ".
           05  TL-FROM-DATE            PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  TL-TO-DATE              PIC 9(08).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-VIO-DETAIL-LINE.
           05  VD-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VD-TIME                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VD-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VD-NAME                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VD-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VD-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VD-TARGET               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VD-REASON               PIC X(20).

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-OPR-TOTAL-LINE.
           05  OL-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OL-NAME                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCVIOR".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 1500-OPEN-LOG THRU 1500-EXIT
           END-IF

           IF RETURN-CODE = 0
               OPEN INPUT CALC-SEC-FILE
               IF WS-SEC-FILE-STATUS = "00"
                   SET WS-SEC-OPEN TO TRUE
               END-IF

               OPEN OUTPUT VIOR-RPT-FILE
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT
               IF WS-LOG-OPEN
                   PERFORM 2000-LIST-ONE-VIOLATION THRU 2000-EXIT
                       UNTIL WS-END-OF-VIO-FILE
                   CLOSE CALC-VIO-FILE
               END-IF
               PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
               CLOSE VIOR-RPT-FILE

               IF WS-SEC-OPEN
                   CLOSE CALC-SEC-FILE
               END-IF

               IF WS-VIOLATION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE 04 TO WS-ALERT-SEVERITY
                   MOVE "SECVIOL" TO WS-ALERT-CODE
                   MOVE "SECURITY REFUSALS IN PERIOD - SEE VIORPT"
                       TO WS-ALERT-MESSAGE
                   PERFORM 9800-RAISE-ALERT THRU 9800-EXIT
               END-IF
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-INITIALIZE - PICK UP THE REVIEW PERIOD.  A TO DATE OF
      *  ZERO MEANS NO UPPER BOUND.
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1, WS-TOKEN-2
           END-UNSTRING

           IF WS-TOKEN-1 NOT = SPACES
               IF WS-TOKEN-1 = "0"
                   MOVE 0 TO WS-FROM-DATE
               ELSE
                   IF WS-TOKEN-1 NUMERIC
                       MOVE WS-TOKEN-1 TO WS-FROM-DATE
                   ELSE
                       DISPLAY "CALCVIOR - FROM DATE " WS-TOKEN-1
                           " IS NOT NUMERIC - NOTHING LISTED"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-TOKEN-2 NOT = SPACES
               IF WS-TOKEN-2 = "0"
                   MOVE 0 TO WS-TO-DATE
               ELSE
                   IF WS-TOKEN-2 NUMERIC
                       MOVE WS-TOKEN-2 TO WS-TO-DATE
                   ELSE
                       DISPLAY "CALCVIOR - TO DATE " WS-TOKEN-2
                           " IS NOT NUMERIC - NOTHING LISTED"
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
      *  1500-OPEN-LOG - A LOG THAT DOES NOT EXIST YET MEANS NOTHING
      *  HAS EVER BEEN REFUSED: THE REPORT STILL PRINTS, WITH ZERO
      *  COUNTS.  ANY OTHER FAILURE IS RC 16 - THE REVIEW MUST NOT
      *  TAKE AN UNREAD LOG AS AN EMPTY ONE.
      *****************************************************************
       1500-OPEN-LOG.
           OPEN INPUT CALC-VIO-FILE
           EVALUATE WS-VIO-FILE-STATUS
               WHEN "00"
                   SET WS-LOG-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALCVIOR - UNABLE TO OPEN CALCSVIO, STATUS "
                       WS-VIO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           .
       1500-EXIT.
           EXIT.

       2000-LIST-ONE-VIOLATION.
           READ CALC-VIO-FILE
               AT END
                   SET WS-END-OF-VIO-FILE TO TRUE
               NOT AT END
                   IF SV-DATE NOT < WS-FROM-DATE
                      AND SV-DATE NOT > WS-HIGH-DATE
                       PERFORM 7200-PRINT-DETAIL THRU 7200-EXIT
                   END-IF
           END-READ
           .
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LOOK-UP-NAME - WHOSE THE USER ID IS ON THE SECURITY
      *  FILE.  AN ID NOT ON FILE (OR A FILE THAT CANNOT BE READ)
      *  SHOWS AS SUCH - ITSELF WORTH A LOOK.
      *****************************************************************
       3000-LOOK-UP-NAME.
           MOVE "** NOT ON FILE **" TO WS-OPR-NAME
           IF WS-SEC-OPEN AND SV-OPERATOR-ID NOT = SPACES
               MOVE SV-OPERATOR-ID TO OP-OPERATOR-ID
               READ CALC-SEC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OP-OPERATOR-NAME TO WS-OPR-NAME
               END-READ
           END-IF
           .
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-COUNT-OPERATOR - ADD THE REFUSAL TO ITS USER ID'S COUNT,
      *  OPENING AN ENTRY THE FIRST TIME THE ID APPEARS.
      *****************************************************************
       4000-COUNT-OPERATOR.
           MOVE "N" TO WS-OPR-FOUND-SW
           MOVE 0 TO WS-OPR-IX
           PERFORM 4100-SCAN-ONE-OPERATOR THRU 4100-EXIT
               UNTIL WS-OPR-FOUND OR WS-OPR-IX >= WS-OPR-COUNT

           IF WS-OPR-FOUND
               ADD 1 TO WS-OT-COUNT(WS-OPR-IX)
           ELSE
               IF WS-OPR-COUNT >= 200
                   SET WS-OPR-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-OPR-COUNT
                   MOVE SV-OPERATOR-ID
                       TO WS-OT-OPERATOR-ID(WS-OPR-COUNT)
                   MOVE WS-OPR-NAME TO WS-OT-NAME(WS-OPR-COUNT)
                   MOVE 1           TO WS-OT-COUNT(WS-OPR-COUNT)
               END-IF
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-SCAN-ONE-OPERATOR.
           ADD 1 TO WS-OPR-IX
           IF WS-OT-OPERATOR-ID(WS-OPR-IX) = SV-OPERATOR-ID
               SET WS-OPR-FOUND TO TRUE
           END-IF
           .
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - REPORT TITLE WITH THE PERIOD IN FORCE.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE WS-FROM-DATE TO TL-FROM-DATE
           MOVE WS-HIGH-DATE TO TL-TO-DATE
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DATE     TIME   USER ID  NAME                 SCREEN"
               TO RPT-LINE
           MOVE "A TARGET   REASON" TO RPT-LINE(56:17)
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7200-PRINT-DETAIL.
           ADD 1 TO WS-VIOLATION-COUNT
           PERFORM 3000-LOOK-UP-NAME THRU 3000-EXIT
           PERFORM 4000-COUNT-OPERATOR THRU 4000-EXIT

           MOVE SV-DATE          TO VD-DATE
           MOVE SV-TIME(1:6)     TO VD-TIME
           MOVE SV-OPERATOR-ID   TO VD-OPERATOR-ID
           MOVE WS-OPR-NAME      TO VD-NAME
           MOVE SV-PROGRAM       TO VD-PROGRAM
           MOVE SV-ACTION        TO VD-ACTION
           MOVE SV-TARGET        TO VD-TARGET
           EVALUATE TRUE
               WHEN SV-NOT-ON-FILE
                   ADD 1 TO WS-NF-COUNT
                   MOVE "ID NOT ON FILE"      TO VD-REASON
               WHEN SV-REVOKED
                   ADD 1 TO WS-RV-COUNT
                   MOVE "ID REVOKED"          TO VD-REASON
               WHEN SV-NO-SCREEN
                   ADD 1 TO WS-NS-COUNT
                   MOVE "NO SCREEN AUTHORITY" TO VD-REASON
               WHEN SV-NO-ACTION
                   ADD 1 TO WS-NA-COUNT
                   MOVE "NO ACTION AUTHORITY" TO VD-REASON
               WHEN SV-OWN-RECORD
                   ADD 1 TO WS-OW-COUNT
                   MOVE "OWN SECURITY RECORD" TO VD-REASON
               WHEN OTHER
                   MOVE SV-REASON             TO VD-REASON
           END-EVALUATE
           MOVE WS-VIO-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7200-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "REFUSALS IN PERIOD"     TO RT-LABEL
           MOVE WS-VIOLATION-COUNT      TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  ID NOT ON FILE"       TO RT-LABEL
           MOVE WS-NF-COUNT             TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  ID REVOKED"           TO RT-LABEL
           MOVE WS-RV-COUNT             TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  NO SCREEN AUTHORITY"  TO RT-LABEL
           MOVE WS-NS-COUNT             TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  NO ACTION AUTHORITY"  TO RT-LABEL
           MOVE WS-NA-COUNT             TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  OWN SECURITY RECORD"  TO RT-LABEL
           MOVE WS-OW-COUNT             TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           IF WS-OPR-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "REFUSALS BY USER ID" TO RPT-LINE
               WRITE RPT-LINE
               MOVE 0 TO WS-OPR-IX
               PERFORM 7600-PRINT-ONE-OPERATOR THRU 7600-EXIT
                   UNTIL WS-OPR-IX >= WS-OPR-COUNT
           END-IF

           IF WS-OPR-TABLE-FULL
               MOVE "** MORE THAN 200 USER IDS - COUNTS BY USER ID ARE "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** INCOMPLETE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF NOT WS-LOG-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** NO SECURITY VIOLATION LOG ON FILE - NOTHING "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** HAS BEEN REFUSED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       7500-EXIT.
           EXIT.

       7600-PRINT-ONE-OPERATOR.
           ADD 1 TO WS-OPR-IX
           MOVE WS-OT-OPERATOR-ID(WS-OPR-IX) TO OL-OPERATOR-ID
           MOVE WS-OT-NAME(WS-OPR-IX)        TO OL-NAME
           MOVE WS-OT-COUNT(WS-OPR-IX)       TO OL-COUNT
           MOVE WS-OPR-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7600-EXIT.
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
