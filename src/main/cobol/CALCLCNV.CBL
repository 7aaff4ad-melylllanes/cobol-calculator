      *****************************************************************
      *  PROGRAM-ID:  CALCLCNV
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      ONE-TIME CONVERSION OF THE RUN LOG TO THE LAYOUT CARRYING
      *      THE OPERATOR ID (SEE CALCRUN.CPY).  READS THE OLD 59-BYTE
      *      RUN LOG (CALCRLOG) AND WRITES EVERY RECORD, IN THE SAME
      *      ORDER, TO CALCRLGN WITH A BLANK OPERATOR ID - WHAT EVERY
      *      BATCH RUN AND EVERY TRAILER CARRIES, AND THE TRUTH FOR
      *      THE OLD ONLINE SESSIONS, WHICH HAD NO SIGN-ON.  THE JOB
      *      STEP CATALOGS CALCRLGN AS THE NEXT CALCRLOG.
      *
      *      ENDS RC 16 WHEN EITHER FILE CANNOT BE OPENED.  RUN ONCE,
      *      WITH NOTHING IN FLIGHT, BEFORE ANY PROGRAM ON THE NEW
      *      LAYOUT APPENDS TO THE RUN LOG.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLCNV.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RUNOLD-FILE ASSIGN TO CALCRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNOLD-FILE-STATUS.

           SELECT CALC-RUNNEW-FILE ASSIGN TO CALCRLGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNNEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RUNOLD-FILE
           RECORDING MODE IS F.
       01  CALC-RUNO-RECORD.
           05  RO-RECORD-TYPE          PIC X(01).
           05  RO-RUN-ID               PIC X(16).
           05  RO-RUN-MODE             PIC X(08).
           05  RO-TIMESTAMP.
               10  RO-DATE             PIC 9(08).
               10  RO-TIME             PIC 9(08).
           05  RO-RECORD-COUNT         PIC S9(07).
           05  RO-ERROR-COUNT          PIC S9(07).
           05  RO-RETURN-CODE          PIC S9(04).

       FD  CALC-RUNNEW-FILE
           RECORDING MODE IS F.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.
       77  WS-RUNOLD-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-RUNNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-CONVERT-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

       01  WS-SWITCHES.
           05  WS-EOF-RUN-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-RUN-FILE       VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
                   UNTIL WS-END-OF-RUN-FILE
               CLOSE CALC-RUNOLD-FILE
               CLOSE CALC-RUNNEW-FILE
               MOVE WS-CONVERT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "CALCLCNV - RUN LOG RECORDS CONVERTED: "
                   WS-DISPLAY-COUNT
           END-IF

           STOP RUN
           .

      *****************************************************************
      *  1000-OPEN-FILES - BOTH RUN LOGS MUST OPEN; THERE IS NOTHING
      *  TO CONVERT WITHOUT AN OLD RUN LOG.
      *****************************************************************
       1000-OPEN-FILES.
           OPEN INPUT CALC-RUNOLD-FILE
           IF WS-RUNOLD-FILE-STATUS NOT = "00"
               DISPLAY "CALCLCNV - UNABLE TO OPEN CALCRLOG, STATUS "
                   WS-RUNOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CALC-RUNNEW-FILE
               IF WS-RUNNEW-FILE-STATUS NOT = "00"
                   DISPLAY "CALCLCNV - UNABLE TO OPEN CALCRLGN, STATUS "
                       WS-RUNNEW-FILE-STATUS
                   CLOSE CALC-RUNOLD-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .
       1000-EXIT.
           EXIT.

       2000-CONVERT-ONE.
           READ CALC-RUNOLD-FILE
               AT END
                   SET WS-END-OF-RUN-FILE TO TRUE
               NOT AT END
                   MOVE RO-RECORD-TYPE  TO CR-RECORD-TYPE
                   MOVE RO-RUN-ID       TO CR-RUN-ID
                   MOVE RO-RUN-MODE     TO CR-RUN-MODE
                   MOVE RO-DATE         TO CR-DATE
                   MOVE RO-TIME         TO CR-TIME
                   MOVE RO-RECORD-COUNT TO CR-RECORD-COUNT
                   MOVE RO-ERROR-COUNT  TO CR-ERROR-COUNT
                   MOVE RO-RETURN-CODE  TO CR-RETURN-CODE
                   MOVE SPACES          TO CR-OPERATOR-ID
                   WRITE CALC-RUN-RECORD
                   ADD 1 TO WS-CONVERT-COUNT
           END-READ
           .
       2000-EXIT.
           EXIT.
