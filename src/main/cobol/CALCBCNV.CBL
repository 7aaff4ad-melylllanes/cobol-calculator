      *****************************************************************
      *  PROGRAM-ID:  CALCBCNV
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      ONE-TIME CONVERSION OF THE ACCOUNT BALANCE MASTER TO THE
      *      LAYOUT CARRYING AN ACCOUNT STATUS AND MINIMUM-BALANCE
      *      FLOOR (SEE CALCBAL.CPY).  READS THE OLD 15-BYTE MASTER
      *      (BALMAST) AND WRITES EVERY ACCOUNT, IN THE SAME SEQUENCE,
      *      TO BALMSTN AS OPEN WITH A FLOOR OF ZERO - THE SAME
      *      DEFAULTS THE ACCUM RUN GIVES A NEW ACCOUNT, SO NO POSTING
      *      IS REFUSED UNTIL CALCBMNT SETS A STATUS OR FLOOR.  THE
      *      JOB STEP CATALOGS BALMSTN AS THE NEXT BALMAST.
      *
      *      ENDS RC 16 WHEN EITHER FILE CANNOT BE OPENED.  RUN ONCE,
      *      BEFORE THE FIRST ACCUM RUN ON THE NEW LAYOUT.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBCNV.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-BALOLD-FILE ASSIGN TO BALMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALOLD-FILE-STATUS.

           SELECT CALC-BALNEW-FILE ASSIGN TO BALMSTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALNEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-BALOLD-FILE
           RECORDING MODE IS F.
       01  CALC-BALO-RECORD.
           05  BO-ACCOUNT-NO           PIC X(08).
           05  BO-BALANCE              PIC S9(05)V99.

       FD  CALC-BALNEW-FILE
           RECORDING MODE IS F.
           COPY CALCBAL.

       WORKING-STORAGE SECTION.
       77  WS-BALOLD-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-BALNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-CONVERT-COUNT            PIC S9(07) COMP VALUE 0.
       77  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

       01  WS-SWITCHES.
           05  WS-EOF-BAL-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-BAL-FILE       VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
                   UNTIL WS-END-OF-BAL-FILE
               CLOSE CALC-BALOLD-FILE
               CLOSE CALC-BALNEW-FILE
               MOVE WS-CONVERT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "CALCBCNV - ACCOUNTS CONVERTED: "
                   WS-DISPLAY-COUNT
           END-IF

           STOP RUN
           .

      *****************************************************************
      *  1000-OPEN-FILES - BOTH MASTERS MUST OPEN; THERE IS NOTHING TO
      *  CONVERT WITHOUT AN OLD MASTER.
      *****************************************************************
       1000-OPEN-FILES.
           OPEN INPUT CALC-BALOLD-FILE
           IF WS-BALOLD-FILE-STATUS NOT = "00"
               DISPLAY "CALCBCNV - UNABLE TO OPEN BALMAST, STATUS "
                   WS-BALOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CALC-BALNEW-FILE
               IF WS-BALNEW-FILE-STATUS NOT = "00"
                   DISPLAY "CALCBCNV - UNABLE TO OPEN BALMSTN, STATUS "
                       WS-BALNEW-FILE-STATUS
                   CLOSE CALC-BALOLD-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .
       1000-EXIT.
           EXIT.

       2000-CONVERT-ONE.
           READ CALC-BALOLD-FILE
               AT END
                   SET WS-END-OF-BAL-FILE TO TRUE
               NOT AT END
                   MOVE BO-ACCOUNT-NO TO CB-ACCOUNT-NO
                   MOVE BO-BALANCE    TO CB-BALANCE
                   SET CB-STATUS-OPEN TO TRUE
                   MOVE ZERO          TO CB-MIN-BALANCE
                   WRITE CALC-BAL-RECORD
                   ADD 1 TO WS-CONVERT-COUNT
           END-READ
           .
       2000-EXIT.
           EXIT.
