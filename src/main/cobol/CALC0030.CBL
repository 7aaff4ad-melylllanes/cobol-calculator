      *****************************************************************
      *  PROGRAM-ID:  CALC0030
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      CALLABLE OPERATIONS ALERT WRITER FOR THE BATCH STEPS.
      *      EACH STEP USED TO DISPLAY ITS TROUBLE AND SET A RETURN
      *      CODE, LEAVING THE NIGHT OPERATOR TO DIG THROUGH A DOZEN
      *      SPOOL FILES.  NOW EVERY CONDITION THAT SETS A NON-ZERO
      *      RETURN CODE IS ALSO APPENDED, AS ONE STRUCTURED RECORD,
      *      TO THE SHARED ALERT FILE (CALCALRT, SEE CALCALR.CPY)
      *      THROUGH THIS ONE ROUTINE, SO EVERY STEP WRITES THE SAME
      *      RECORD THE SAME WAY.  CALCALRR REPORTS ON THE FILE AND
      *      PICKS OUT WHAT MUST PAGE THE ON-CALL.
      *
      *      THE ROUTINE STAMPS THE DATE AND TIME AND THE CALCPARM
      *      BUSINESS DATE ITSELF.  CALCPARM IS READ ON THE FIRST
      *      CALL ONLY; A CALCPARM THAT CANNOT BE READ LEAVES THE
      *      BUSINESS DATE ZERO ON THE ALERT RATHER THAN LOSING IT.
      *
      *      THE ALERT FILE IS OPENED EXTEND AND CLOSED ON EVERY
      *      CALL, SO AN ALERT IS ON FILE EVEN IF THE STEP ABENDS
      *      AFTERWARDS.  AN ALERT FILE THAT CANNOT BE WRITTEN DOES
      *      NOT FAIL THE STEP: THE ALERT IS DISPLAYED ON THE CONSOLE
      *      INSTEAD, WHERE IT WOULD HAVE BEEN BEFORE.
      *
      *      A CALL ENDS WITH THE CALLER'S RETURN-CODE SET TO THIS
      *      ROUTINE'S (ZERO), SO EVERY CALLER SAVES ITS RETURN CODE
      *      ROUND THE CALL (SEE EACH STEP'S 9800-RAISE-ALERT).
      *
      *      LINKAGE.
      *          ALR-PROGRAM       PIC X(12)       RAISING PROGRAM.
      *          ALR-RUN-ID        PIC X(16)       ITS RUN-LOG RUN
      *                                            ID, OR SPACES.
      *          ALR-SEVERITY      PIC 9(02)       04, 08 OR 16.
      *          ALR-CODE          PIC X(08)       ALERT CODE.
      *          ALR-MESSAGE       PIC X(40)       SHORT MESSAGE.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC0030.
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

           SELECT CALC-PARM-FILE ASSIGN TO CALCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-ALR-FILE
           RECORDING MODE IS F.
           COPY CALCALR.

       FD  CALC-PARM-FILE.
       01  PARM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ALR-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARM-READ-SW         PIC X(01) VALUE "N".
               88  WS-PARM-READ            VALUE "Y".
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE      VALUE "Y".

       LINKAGE SECTION.
       01  ALR-PROGRAM                 PIC X(12).
       01  ALR-RUN-ID                  PIC X(16).
       01  ALR-SEVERITY                PIC 9(02).
       01  ALR-CODE                    PIC X(08).
       01  ALR-MESSAGE                 PIC X(40).

       PROCEDURE DIVISION USING ALR-PROGRAM, ALR-RUN-ID,
               ALR-SEVERITY, ALR-CODE, ALR-MESSAGE.

       0000-MAINLINE.
           IF NOT WS-PARM-READ
               PERFORM 1000-READ-BUSINESS-DATE THRU 1000-EXIT
           END-IF

           PERFORM 2000-WRITE-ALERT THRU 2000-EXIT

           GOBACK
           .

      *****************************************************************
      *  1000-READ-BUSINESS-DATE - THE BUSINESS DATE THE STEP RAN FOR,
      *  FROM THE SAME CALCPARM THE BATCH RUN USES.  READ ONCE PER
      *  STEP; A MISSING FILE OR KEYWORD LEAVES IT ZERO.
      *****************************************************************
       1000-READ-BUSINESS-DATE.
           SET WS-PARM-READ TO TRUE
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
               PERFORM 1100-SCAN-PARM-RECORD THRU 1100-EXIT
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CALC-PARM-FILE
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
               END-IF
           END-IF

           PERFORM 1050-READ-PARM-RECORD THRU 1050-EXIT
           .
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WRITE-ALERT - APPEND THE ALERT, CREATING THE FILE ON
      *  FIRST USE.  IF IT CANNOT BE WRITTEN, PUT IT ON THE CONSOLE.
      *****************************************************************
       2000-WRITE-ALERT.
           MOVE SPACES           TO CALC-ALR-RECORD
           ACCEPT AL-DATE FROM DATE YYYYMMDD
           ACCEPT AL-TIME FROM TIME
           MOVE ALR-PROGRAM      TO AL-PROGRAM
           MOVE ALR-RUN-ID       TO AL-RUN-ID
           MOVE WS-BUSINESS-DATE TO AL-BUSINESS-DATE
           MOVE ALR-SEVERITY     TO AL-SEVERITY
           MOVE ALR-CODE         TO AL-ALERT-CODE
           MOVE ALR-MESSAGE      TO AL-MESSAGE

           OPEN EXTEND CALC-ALR-FILE
           IF WS-ALR-FILE-STATUS = "35"
               OPEN OUTPUT CALC-ALR-FILE
           END-IF

           IF WS-ALR-FILE-STATUS NOT = "00"
               DISPLAY "CALC0030 - ALERT FILE CALCALRT NOT AVAILABLE, "
                   "STATUS " WS-ALR-FILE-STATUS
               DISPLAY "CALC0030 - ALERT " AL-PROGRAM " " AL-RUN-ID
                   " SEVERITY " AL-SEVERITY " " AL-ALERT-CODE " "
                   AL-MESSAGE
           ELSE
               WRITE CALC-ALR-RECORD
               CLOSE CALC-ALR-FILE
           END-IF
           .
       2000-EXIT.
           EXIT.
