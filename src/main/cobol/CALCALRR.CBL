      *****************************************************************
      *  PROGRAM-ID:  CALCALRR
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      ALERT SUMMARY AND ON-CALL PAGE EXTRACT FOR THE SHARED
      *      OPERATIONS ALERT FILE (CALCALRT, SEE CALCALR.CPY) THAT
      *      EVERY BATCH STEP APPENDS TO THROUGH CALC0030.  PRINTS ON
      *      ALRTRPT ONE LINE PER ALERT IN THE PERIOD - WHEN IT WAS
      *      RAISED, THE BUSINESS DATE, THE PROGRAM AND RUN ID, THE
      *      SEVERITY, THE ALERT CODE AND ITS MESSAGE - THEN COUNTS
      *      BY SEVERITY AND BY PROGRAM, SO THE MORNING SHIFT SEES
      *      THE NIGHT ON ONE PAGE INSTEAD OF A DOZEN SPOOL FILES.
      *
      *      EVERY ALERT AT OR ABOVE THE PAGING SEVERITY IS ALSO
      *      WRITTEN, UNCHANGED, TO THE PAGE EXTRACT (ALRTPAGE, THE
      *      CALCALR.CPY LAYOUT) THE PAGING INTERFACE PICKS UP, AND IS
      *      MARKED "PAGE" ON THE REPORT.  THE PAGING SEVERITY IS THE
      *      CALCPARM KEYWORD ALERT-PAGE-SEVERITY (04, 08 OR 16),
      *      DEFAULT 08 - ERRORS AND FAILED STEPS PAGE, WARNINGS WAIT
      *      FOR THE MORNING.  A CALCPARM THAT CANNOT BE READ DOES NOT
      *      STOP THE RUN: THE ALERTS MATTER MOST ON THE NIGHT THINGS
      *      ARE BROKEN, SO THE DEFAULT IS USED AND SAID SO.  ALRTPAGE
      *      IS ALWAYS WRITTEN, EMPTY WHEN NOTHING IS TO PAGE.
      *
      *      COMMAND LINE: THE PERIOD AS FROM AND TO BUSINESS DATES
      *      (YYYYMMDD).  EITHER MAY BE LEFT OFF OR GIVEN AS 0 FOR NO
      *      BOUND; THE NIGHTLY JOB PASSES THE BUSINESS DATE AS BOTH.
      *      AN ALERT RAISED WHEN CALCPARM COULD NOT BE READ CARRIES
      *      NO BUSINESS DATE AND IS TAKEN BY THE DATE IT WAS RAISED.
      *
      *      RETURN CODES: 0 NOTHING TO PAGE (INCLUDING NO ALERT FILE
      *      YET); 4 ALERTS WERE WRITTEN TO ALRTPAGE, SO THE SCHEDULER
      *      CAN RELEASE THE PAGING STEP; 16 A DATE ON THE COMMAND
      *      LINE IS NOT NUMERIC, OR THE ALERT FILE CANNOT BE READ OR
      *      ALRTPAGE CANNOT BE WRITTEN.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RUNFAIL   16  THE ALERTS COULD NOT BE REPORTED.
      *      (WHAT IS PAGED IS ALREADY ON THE FILE, SO IT IS NOT
      *      RAISED A SECOND TIME.)
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCALRR.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-ALR-FILE ASSIGN TO CALCALRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALR-FILE-STATUS.

           SELECT ALRT-PAGE-FILE ASSIGN TO ALRTPAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGE-FILE-STATUS.

           SELECT ALRT-RPT-FILE ASSIGN TO ALRTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-ALR-FILE
           RECORDING MODE IS F.
           COPY CALCALR.

       FD  ALRT-PAGE-FILE
           RECORDING MODE IS F.
       01  PAGE-RECORD                 PIC X(110).

       FD  ALRT-RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ALR-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-PAGE-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-PAGE-SEVERITY            PIC 9(02) VALUE 08.
       77  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
       77  WS-TOKEN-1                  PIC X(08) VALUE SPACES.
       77  WS-TOKEN-2                  PIC X(08) VALUE SPACES.
       77  WS-FROM-DATE                PIC 9(08) VALUE 0.
       77  WS-TO-DATE                  PIC 9(08) VALUE 0.
       77  WS-HIGH-DATE                PIC 9(08) VALUE 0.
       77  WS-ALERT-DATE               PIC 9(08) VALUE 0.
       77  WS-ALERT-COUNT              PIC S9(07) COMP VALUE 0.
       77  WS-WARNING-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-ERROR-COUNT              PIC S9(07) COMP VALUE 0.
       77  WS-SEVERE-COUNT             PIC S9(07) COMP VALUE 0.
       77  WS-PAGED-COUNT              PIC S9(07) COMP VALUE 0.
       77  WS-PGM-COUNT                PIC S9(04) COMP VALUE 0.
       77  WS-PGM-IX                   PIC S9(04) COMP VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-ALR-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-ALR-FILE      VALUE "Y".
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE     VALUE "Y".
           05  WS-ALR-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-ALR-OPEN             VALUE "Y".
           05  WS-PAGE-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-PAGE-OPEN            VALUE "Y".
           05  WS-PGM-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-PGM-FOUND            VALUE "Y".
           05  WS-PGM-TABLE-FULL-SW    PIC X(01) VALUE "N".
               88  WS-PGM-TABLE-FULL       VALUE "Y".

      *****************************************************************
      *  ALERTS PER PROGRAM, BUILT AS THE PROGRAMS APPEAR ON THE FILE.
      *  THERE ARE FEWER THAN 40 BATCH STEPS; A PROGRAM PAST THE TABLE
      *  IS STILL LISTED AND COUNTED IN THE TOTALS, AND THE REPORT
      *  SAYS THE PER-PROGRAM COUNTS ARE INCOMPLETE.
      *****************************************************************
       01  WS-PGM-TOTAL-TABLE.
           05  WS-PGM-TOTAL-ENTRY      OCCURS 50 TIMES.
               10  WS-PT-PROGRAM       PIC X(12).
               10  WS-PT-WARNING       PIC S9(07) COMP.
               10  WS-PT-ERROR         PIC S9(07) COMP.
               10  WS-PT-SEVERE        PIC S9(07) COMP.
               10  WS-PT-PAGED         PIC S9(07) COMP.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(39)
                   VALUE "CALCALRR OPERATIONS ALERTS FOR BUSINESS".
           05  FILLER                  PIC X(07) VALUE " DATES ".
           05  TL-FROM-DATE            PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  TL-TO-DATE              PIC 9(08).
           05  FILLER                  PIC X(19)
                   VALUE "   PAGING SEVERITY ".
           05  TL-PAGE-SEVERITY        PIC 9(02).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-ALR-DETAIL-LINE.
           05  AD-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-TIME                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-PROGRAM              PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-RUN-ID               PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-SEVERITY             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-ALERT-CODE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-MESSAGE              PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-PAGE-FLAG            PIC X(04).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL                PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-PGM-TOTAL-LINE.
           05  PL-PROGRAM              PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-WARNING              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-ERROR                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-SEVERE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-PAGED                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCALRR".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 1200-READ-PAGE-SEVERITY THRU 1200-EXIT
               PERFORM 1500-OPEN-FILES THRU 1500-EXIT
           END-IF

           IF RETURN-CODE = 0
               OPEN OUTPUT ALRT-RPT-FILE
               PERFORM 7000-PRINT-HEADING THRU 7000-EXIT
               IF WS-ALR-OPEN
                   PERFORM 2000-LIST-ONE-ALERT THRU 2000-EXIT
                       UNTIL WS-END-OF-ALR-FILE
               END-IF
               PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
               CLOSE ALRT-RPT-FILE
           END-IF

           IF WS-ALR-OPEN
               CLOSE CALC-ALR-FILE
           END-IF
           IF WS-PAGE-OPEN
               CLOSE ALRT-PAGE-FILE
           END-IF

           IF RETURN-CODE = 0 AND WS-PAGED-COUNT > 0
               MOVE WS-PAGED-COUNT TO RT-COUNT
               DISPLAY "CALCALRR - " RT-COUNT " ALERTS WRITTEN TO "
                   "ALRTPAGE FOR THE ON-CALL"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-INITIALIZE - PICK UP THE PERIOD.  A TO DATE OF ZERO
      *  MEANS NO UPPER BOUND.
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
                       DISPLAY "CALCALRR - FROM DATE " WS-TOKEN-1
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
                       DISPLAY "CALCALRR - TO DATE " WS-TOKEN-2
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
      *  1200-READ-PAGE-SEVERITY - ALERT-PAGE-SEVERITY FROM CALCPARM.
      *  NO CALCPARM, NO KEYWORD OR A VALUE THAT IS NOT A SEVERITY
      *  LEAVES THE DEFAULT OF 08.
      *****************************************************************
       1200-READ-PAGE-SEVERITY.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALCALRR - PARAMETER FILE CALCPARM NOT "
                   "AVAILABLE, FILE STATUS " WS-PARM-FILE-STATUS
                   " - PAGING AT SEVERITY " WS-PAGE-SEVERITY
           ELSE
               PERFORM 1250-READ-PARM-RECORD THRU 1250-EXIT
               PERFORM 1300-SCAN-PARM-RECORD THRU 1300-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE
           END-IF
           .
       1200-EXIT.
           EXIT.

       1250-READ-PARM-RECORD.
           READ CALC-PARM-FILE
               AT END
                   SET WS-END-OF-PARM-FILE TO TRUE
           END-READ
           .
       1250-EXIT.
           EXIT.

       1300-SCAN-PARM-RECORD.
           IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD, WS-PARM-VALUE
               END-UNSTRING
               IF WS-PARM-KEYWORD = "ALERT-PAGE-SEVERITY"
                   IF WS-PARM-VALUE(1:2) = "04" OR "08" OR "16"
                       MOVE WS-PARM-VALUE(1:2) TO WS-PAGE-SEVERITY
                   ELSE
                       DISPLAY "CALCALRR - ALERT-PAGE-SEVERITY "
                           WS-PARM-VALUE(1:2) " IS NOT 04, 08 OR 16"
                           " - PAGING AT SEVERITY " WS-PAGE-SEVERITY
                   END-IF
               END-IF
           END-IF

           PERFORM 1250-READ-PARM-RECORD THRU 1250-EXIT
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1500-OPEN-FILES - AN ALERT FILE THAT DOES NOT EXIST YET MEANS
      *  NOTHING HAS EVER BEEN RAISED: THE REPORT STILL PRINTS, WITH
      *  ZERO COUNTS, AND ALRTPAGE IS EMPTY.  ANY OTHER FAILURE IS
      *  RC 16 - AN UNREAD ALERT FILE MUST NOT LOOK LIKE A QUIET NIGHT.
      *****************************************************************
       1500-OPEN-FILES.
           OPEN INPUT CALC-ALR-FILE
           EVALUATE WS-ALR-FILE-STATUS
               WHEN "00"
                   SET WS-ALR-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALCALRR - UNABLE TO OPEN CALCALRT, STATUS "
                       WS-ALR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE = 0
               OPEN OUTPUT ALRT-PAGE-FILE
               IF WS-PAGE-FILE-STATUS NOT = "00"
                   DISPLAY "CALCALRR - UNABLE TO OPEN ALRTPAGE, STATUS "
                       WS-PAGE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-PAGE-OPEN TO TRUE
               END-IF
           END-IF
           .
       1500-EXIT.
           EXIT.

       2000-LIST-ONE-ALERT.
           READ CALC-ALR-FILE
               AT END
                   SET WS-END-OF-ALR-FILE TO TRUE
               NOT AT END
                   IF AL-BUSINESS-DATE = 0
                       MOVE AL-DATE TO WS-ALERT-DATE
                   ELSE
                       MOVE AL-BUSINESS-DATE TO WS-ALERT-DATE
                   END-IF
                   IF WS-ALERT-DATE NOT < WS-FROM-DATE
                      AND WS-ALERT-DATE NOT > WS-HIGH-DATE
                       PERFORM 7200-PRINT-DETAIL THRU 7200-EXIT
                   END-IF
           END-READ
           .
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PAGE-ALERT - AT OR ABOVE THE PAGING SEVERITY THE ALERT
      *  GOES TO THE ON-CALL AS IT STANDS ON THE FILE.
      *****************************************************************
       3000-PAGE-ALERT.
           MOVE SPACES TO AD-PAGE-FLAG
           IF AL-SEVERITY NOT < WS-PAGE-SEVERITY
               WRITE PAGE-RECORD FROM CALC-ALR-RECORD
               IF WS-PAGE-FILE-STATUS NOT = "00"
                   DISPLAY "CALCALRR - WRITE TO ALRTPAGE FAILED, "
                       "STATUS " WS-PAGE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-ALR-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-PAGED-COUNT
                   MOVE "PAGE" TO AD-PAGE-FLAG
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-COUNT-PROGRAM - ADD THE ALERT TO ITS PROGRAM'S COUNTS,
      *  OPENING AN ENTRY THE FIRST TIME THE PROGRAM APPEARS.
      *****************************************************************
       4000-COUNT-PROGRAM.
           MOVE "N" TO WS-PGM-FOUND-SW
           MOVE 0 TO WS-PGM-IX
           PERFORM 4100-SCAN-ONE-PROGRAM THRU 4100-EXIT
               UNTIL WS-PGM-FOUND OR WS-PGM-IX >= WS-PGM-COUNT

           IF NOT WS-PGM-FOUND
               IF WS-PGM-COUNT >= 50
                   SET WS-PGM-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-IX
                   MOVE AL-PROGRAM TO WS-PT-PROGRAM(WS-PGM-IX)
                   MOVE 0 TO WS-PT-WARNING(WS-PGM-IX)
                   MOVE 0 TO WS-PT-ERROR(WS-PGM-IX)
                   MOVE 0 TO WS-PT-SEVERE(WS-PGM-IX)
                   MOVE 0 TO WS-PT-PAGED(WS-PGM-IX)
                   SET WS-PGM-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-PGM-FOUND
               EVALUATE TRUE
                   WHEN AL-WARNING
                       ADD 1 TO WS-PT-WARNING(WS-PGM-IX)
                   WHEN AL-ERROR
                       ADD 1 TO WS-PT-ERROR(WS-PGM-IX)
                   WHEN AL-SEVERE
                       ADD 1 TO WS-PT-SEVERE(WS-PGM-IX)
               END-EVALUATE
               IF AD-PAGE-FLAG = "PAGE"
                   ADD 1 TO WS-PT-PAGED(WS-PGM-IX)
               END-IF
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-SCAN-ONE-PROGRAM.
           ADD 1 TO WS-PGM-IX
           IF WS-PT-PROGRAM(WS-PGM-IX) = AL-PROGRAM
               SET WS-PGM-FOUND TO TRUE
           END-IF
           .
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-HEADING - REPORT TITLE WITH THE PERIOD AND THE
      *  PAGING SEVERITY IN FORCE.
      *****************************************************************
       7000-PRINT-HEADING.
           MOVE WS-FROM-DATE     TO TL-FROM-DATE
           MOVE WS-HIGH-DATE     TO TL-TO-DATE
           MOVE WS-PAGE-SEVERITY TO TL-PAGE-SEVERITY
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RAISED   TIME   BUS DATE PROGRAM      RUN ID"
               TO RPT-LINE
           MOVE "SV CODE     MESSAGE" TO RPT-LINE(56:19)
           MOVE "PAGE" TO RPT-LINE(109:4)
           WRITE RPT-LINE
           .
       7000-EXIT.
           EXIT.

       7200-PRINT-DETAIL.
           ADD 1 TO WS-ALERT-COUNT
           EVALUATE TRUE
               WHEN AL-WARNING
                   ADD 1 TO WS-WARNING-COUNT
               WHEN AL-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN AL-SEVERE
                   ADD 1 TO WS-SEVERE-COUNT
           END-EVALUATE
           PERFORM 3000-PAGE-ALERT THRU 3000-EXIT
           PERFORM 4000-COUNT-PROGRAM THRU 4000-EXIT

           MOVE AL-DATE          TO AD-DATE
           MOVE AL-TIME(1:6)     TO AD-TIME
           MOVE AL-BUSINESS-DATE TO AD-BUSINESS-DATE
           MOVE AL-PROGRAM       TO AD-PROGRAM
           MOVE AL-RUN-ID        TO AD-RUN-ID
           MOVE AL-SEVERITY      TO AD-SEVERITY
           MOVE AL-ALERT-CODE    TO AD-ALERT-CODE
           MOVE AL-MESSAGE       TO AD-MESSAGE
           MOVE WS-ALR-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       7200-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ALERTS IN PERIOD"       TO RT-LABEL
           MOVE WS-ALERT-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  04 WARNING"           TO RT-LABEL
           MOVE WS-WARNING-COUNT        TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  08 ERROR"             TO RT-LABEL
           MOVE WS-ERROR-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  16 SEVERE"            TO RT-LABEL
           MOVE WS-SEVERE-COUNT         TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           MOVE "PAGED TO THE ON-CALL"   TO RT-LABEL
           MOVE WS-PAGED-COUNT          TO RT-COUNT
           MOVE WS-RPT-TOTAL-LINE       TO RPT-LINE
           WRITE RPT-LINE

           IF WS-PGM-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ALERTS BY PROGRAM" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PROGRAM       WARNING    ERROR   SEVERE    PAGED"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 0 TO WS-PGM-IX
               PERFORM 7600-PRINT-ONE-PROGRAM THRU 7600-EXIT
                   UNTIL WS-PGM-IX >= WS-PGM-COUNT
           END-IF

           IF WS-PGM-TABLE-FULL
               MOVE "** MORE THAN 50 PROGRAMS - COUNTS BY PROGRAM ARE "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** INCOMPLETE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF NOT WS-ALR-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** NO ALERT FILE ON FILE YET - NOTHING HAS BEEN "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "** RAISED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       7500-EXIT.
           EXIT.

       7600-PRINT-ONE-PROGRAM.
           ADD 1 TO WS-PGM-IX
           MOVE WS-PT-PROGRAM(WS-PGM-IX)  TO PL-PROGRAM
           MOVE WS-PT-WARNING(WS-PGM-IX)  TO PL-WARNING
           MOVE WS-PT-ERROR(WS-PGM-IX)    TO PL-ERROR
           MOVE WS-PT-SEVERE(WS-PGM-IX)   TO PL-SEVERE
           MOVE WS-PT-PAGED(WS-PGM-IX)    TO PL-PAGED
           MOVE WS-PGM-TOTAL-LINE TO RPT-LINE
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
