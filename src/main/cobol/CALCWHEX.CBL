      *****************************************************************
      *  PROGRAM-ID:  CALCWHEX
      *  AUTHOR:      D. MELYLLANES
      *  INSTALLATION: OPERATIONS BATCH CALCULATION UNIT
      *  DATE-WRITTEN: 10/05/2026
      *  DATE-COMPILED:
      *
      *  REMARKS.
      *      DATA WAREHOUSE EXTRACT OF THE AUDIT LOGS.  THE REPORTING
      *      TEAM USED TO BE SENT WHOLE CALCAUD/CALCAUD4 DUMPS THAT
      *      REPEATED EVERYTHING ALREADY SENT.  THIS STEP SENDS ONLY
      *      WHAT IS NEW: IT STARTS EACH KEYED LOG JUST PAST THE LOG
      *      KEY ON THE WATERMARK (WHMARK, SEE CALCWHM.CPY) AND WRITES
      *      EVERY RECORD FROM THERE TO THE END OF THE LOG TO ONE
      *      DELIMITED FILE (WHEXTR), WITH CONTROL RECORDS THE
      *      WAREHOUSE LOAD CAN VERIFY:
      *
      *          H|<BUSINESS DATE>|CALCAUDIT|<EXTRACT RUN ID>
      *            |<CALCAUD FROM KEY>|<CALCAUD4 FROM KEY>
      *          D|<AUDIT DATE>|<AUDIT TIME>|<TIE SEQ NO>|<RUN ID>
      *            |<SCALE>|<OPERACION>|<NUM1>|<NUM2>|<RESULTADO>
      *            |<ERROR FLAG>
      *          T|<DETAIL COUNT>|<CALCAUD COUNT>|<CALCAUD4 COUNT>
      *            |<HASH TOTAL OF RESULTADO>
      *
      *      (EACH RECORD IS ONE LINE.)  THE SCALE IS 2 FOR A CALCAUD
      *      RECORD AND 4 FOR A CALCAUD4 RECORD, AND THE AMOUNTS ARE
      *      WRITTEN AT THAT SCALE WITH AN EXPLICIT LEADING SIGN AND
      *      FULL ZERO PADDING, THE SAME AS THE GL INTERFACE.  THE
      *      HASH TOTAL IS TAKEN AT FOUR DECIMALS OVER BOTH LOGS.  THE
      *      FROM KEYS ON THE HEADER ARE THE WATERMARK THE EXTRACT
      *      STARTED PAST.
      *
      *      THE ADVANCED WATERMARK IS WRITTEN AS WHMARKN ONLY WHEN
      *      THE EXTRACT ENDED CLEAN, AND THE TRAILER IS WRITTEN ONLY
      *      THEN TOO, SO A FAILED NIGHT'S PARTIAL FILE NEVER PASSES
      *      THE LOAD'S CONTROL CHECK.  THE JOB STEP CATALOGS WHMARKN
      *      AS THE NEXT WHMARK ON RETURN CODE 0 ONLY; OTHERWISE THE
      *      WATERMARK STAYS WHERE IT WAS AND THE NEXT EXTRACT RESENDS
      *      THE SAME RECORDS - NOTHING IS SKIPPED OR SENT TWICE.
      *
      *      THE EXTRACT MUST RUN BEFORE CALCARCH SWEEPS THE LOGS, OR
      *      THE RECORDS SWEPT OFF WILL NEVER HAVE BEEN SENT.  A LOG
      *      THAT DOES NOT EXIST YET (NO BATCH4 FEED HAS EVER RUN) IS
      *      TAKEN AS EMPTY AND ITS WATERMARK IS LEFT AS IT WAS.
      *
      *      COMMAND LINE: "INIT" FOR THE FIRST EXTRACT EVER - THERE
      *      IS NO WATERMARK YET AND BOTH LOGS ARE SENT FROM THEIR
      *      FIRST RECORD.  WITHOUT "INIT" A MISSING WATERMARK STOPS
      *      THE STEP RATHER THAN RESEND THE WHOLE HISTORY.
      *
      *      THE EXTRACT REGISTERS ITSELF ON CALCRLOG AS "WHEXTR",
      *      WITH THE DETAIL RECORDS WRITTEN ON THE TRAILER.
      *
      *      RETURN CODES: 0 EXTRACT COMPLETE, WHMARKN WRITTEN (ALSO
      *      WHEN THERE WAS NOTHING NEW TO SEND); 16 THE WATERMARK IS
      *      MISSING OR EMPTY, OR A LOG OR THE EXTRACT FILE CANNOT BE
      *      OPENED OR READ - NO TRAILER, NO WHMARKN.
      *
      *      ALERTS (CALCALRT, SEE CALCALR.CPY):
      *          RUNFAIL   16  NO EXTRACT WAS SENT.
      *
      *  MODIFICATION HISTORY.
      *      10/05/2026  DLM  ORIGINAL VERSION.
      *      10/05/2026  DLM  RUN-LOG RECORDS CARRY THE NEW OPERATOR ID
      *                       FIELD, LEFT BLANK BY BATCH RUNS (SEE
      *                       CALCRUN.CPY).
      *      10/05/2026  DLM  A FAILED EXTRACT IS NOW ALSO RAISED ON THE
      *                       SHARED ALERT FILE THROUGH CALC0030.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCWHEX.
       AUTHOR. D. MELYLLANES.
       INSTALLATION. OPERATIONS BATCH CALCULATION UNIT.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-AUDIT-FILE ASSIGN TO CALCAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-LOG-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CALC-AUDIT4-FILE ASSIGN TO CALCAUD4
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA4-LOG-KEY
               FILE STATUS IS WS-AUDIT4-FILE-STATUS.

           SELECT CALC-WHM-FILE ASSIGN TO WHMARK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHM-FILE-STATUS.

           SELECT CALC-WHMNEW-FILE ASSIGN TO WHMARKN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHMNEW-FILE-STATUS.

           SELECT WH-EXTR-FILE ASSIGN TO WHEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

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

       FD  CALC-WHM-FILE
           RECORDING MODE IS F.
           COPY CALCWHM.

       FD  CALC-WHMNEW-FILE
           RECORDING MODE IS F.
       01  CALC-WHMN-RECORD            PIC X(80).

       FD  WH-EXTR-FILE.
       01  WH-EXTR-LINE                PIC X(120).

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
       77  WS-WHM-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-WHMNEW-FILE-STATUS       PIC X(02) VALUE "00".
       77  WS-EXTR-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-RUN-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       77  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       77  WS-DETAIL-COUNT             PIC 9(07) VALUE 0.
       77  WS-AUD-COUNT                PIC 9(07) VALUE 0.
       77  WS-AUD4-COUNT               PIC 9(07) VALUE 0.
       77  WS-HASH-TOTAL               PIC S9(11)V9(04) VALUE 0.
       77  WS-ALERT-SAVE-RC            PIC S9(04) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-INIT-MODE-SW         PIC X(01) VALUE "N".
               88  WS-INIT-MODE             VALUE "Y".
           05  WS-EOF-AUD-SW           PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT          VALUE "Y".
           05  WS-EOF-AUD4-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-AUDIT4         VALUE "Y".
           05  WS-EOF-PARM-SW          PIC X(01) VALUE "N".
               88  WS-END-OF-PARM-FILE      VALUE "Y".
           05  WS-DATE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-DATE-PARM-FOUND       VALUE "Y".

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08).

      *****************************************************************
      *  THE EXTRACT'S OWN RUN ID - DATE + HHMMSS + "WX", THE SAME
      *  SHAPE CALCULADORA BUILDS.
      *****************************************************************
       01  WS-RUN-ID-BUILD.
           05  WS-RIB-DATE             PIC 9(08).
           05  WS-RIB-TIME             PIC 9(06).
           05  WS-RIB-MODE-CODE        PIC X(02) VALUE "WX".

      *****************************************************************
      *  THE WATERMARK THE EXTRACT STARTED PAST, AS READ FROM WHMARK
      *  (ZEROS UNDER "INIT"), KEPT FOR THE HEADER.
      *****************************************************************
       01  WS-FROM-MARK.
           05  WS-FROM-AUD-LOG-KEY     PIC X(19) VALUE ALL "0".
           05  WS-FROM-AUD4-LOG-KEY    PIC X(19) VALUE ALL "0".

      *****************************************************************
      *  THE ADVANCED WATERMARK, IN THE CALCWHM.CPY LAYOUT.  EACH LOG
      *  KEY STARTS AT THE OLD WATERMARK AND MOVES UP TO THE KEY OF
      *  EVERY RECORD WRITTEN TO THE EXTRACT.
      *****************************************************************
       01  WS-WHM-OUT-RECORD.
           05  WS-WO-AUD-LOG-KEY       PIC X(19).
           05  WS-WO-AUD4-LOG-KEY      PIC X(19).
           05  WS-WO-RUN-ID            PIC X(16).
           05  WS-WO-AUD-SENT-COUNT    PIC S9(07).
           05  WS-WO-AUD4-SENT-COUNT   PIC S9(07).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-EDITED-FIELDS.
           05  WS-ED-NUM1              PIC +9(07).99.
           05  WS-ED-NUM2              PIC +9(07).99.
           05  WS-ED-RESULT            PIC +9(07).99.
           05  WS-ED-NUM1-4            PIC +9(07).9999.
           05  WS-ED-NUM2-4            PIC +9(07).9999.
           05  WS-ED-RESULT-4          PIC +9(07).9999.
           05  WS-ED-HASH              PIC +9(11).9999.
           05  WS-ED-DATE              PIC 9(08).

       01  WS-EXTR-WORK-LINE           PIC X(120).

      *****************************************************************
      *  THE ALERT HANDED TO CALC0030 FOR THE SHARED ALERT FILE (SEE
      *  CALCALR.CPY).
      *****************************************************************
       01  WS-ALERT-PARMS.
           05  WS-ALERT-PROGRAM        PIC X(12) VALUE "CALCWHEX".
           05  WS-ALERT-RUN-ID         PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC 9(02) VALUE 0.
           05  WS-ALERT-CODE           PIC X(08) VALUE SPACES.
           05  WS-ALERT-MESSAGE        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF RETURN-CODE = 0
               PERFORM 2000-EXTRACT THRU 2000-EXIT
           END-IF

           IF RETURN-CODE = 0
               PERFORM 5000-ADVANCE-WATERMARK THRU 5000-EXIT
           END-IF

           DISPLAY "CALCWHEX - " WS-AUD-COUNT " CALCAUD AND "
               WS-AUD4-COUNT " CALCAUD4 RECORDS EXTRACTED"

           PERFORM 1300-CLOSE-RUN THRU 1300-EXIT

           PERFORM 9700-ALERT-IF-FAILED THRU 9700-EXIT

           STOP RUN
           .

      *****************************************************************
      *  1000-INITIALIZE - PICK UP "INIT", THE BUSINESS DATE FOR THE
      *  HEADER, REGISTER THE RUN AND READ THE WATERMARK.
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

           PERFORM 1400-READ-WATERMARK THRU 1400-EXIT
           .
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-BUSINESS-DATE - THE BUSINESS-DATE THE NIGHT'S RUNS
      *  TOOK FROM CALCPARM, FOR THE HEADER.  TODAY'S DATE IS THE
      *  FALLBACK ONLY WHEN CALCPARM IS NOT AVAILABLE OR CARRIES NO
      *  BUSINESS-DATE - THE BUSINESS DATE ONLY LABELS THE FILE, IT
      *  DOES NOT SELECT THE RECORDS.
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
               DISPLAY "CALCWHEX - NO BUSINESS-DATE ON CALCPARM, "
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
      *  1200-REGISTER-RUN - APPEND THE EXTRACT'S HEADER TO THE RUN
      *  LOG AS "WHEXTR".  THE EXTRACT ONLY READS THE LOGS, IS NOT A
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
           MOVE "WHEXTR"    TO CR-RUN-MODE
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
      *  1300-CLOSE-RUN - APPEND THE TRAILER: DETAIL RECORDS WRITTEN
      *  AND THE FINAL RETURN CODE.
      *****************************************************************
       1300-CLOSE-RUN.
           OPEN EXTEND CALC-RUN-FILE
           SET CR-TRAILER TO TRUE
           MOVE WS-RUN-ID              TO CR-RUN-ID
           MOVE "WHEXTR"               TO CR-RUN-MODE
           ACCEPT CR-DATE FROM DATE YYYYMMDD
           ACCEPT CR-TIME FROM TIME
           MOVE WS-DETAIL-COUNT        TO CR-RECORD-COUNT
           MOVE ZERO                   TO CR-ERROR-COUNT
           MOVE RETURN-CODE            TO CR-RETURN-CODE
           MOVE SPACES                 TO CR-OPERATOR-ID
           WRITE CALC-RUN-RECORD
           CLOSE CALC-RUN-FILE
           .
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1400-READ-WATERMARK - THE LOG KEYS THE LAST CLEAN EXTRACT
      *  SENT UP TO.  UNDER "INIT" THERE IS NO WATERMARK YET AND BOTH
      *  LOGS ARE SENT FROM THE TOP.  OTHERWISE A MISSING OR EMPTY
      *  WATERMARK STOPS THE STEP - SENDING EVERYTHING AGAIN WOULD
      *  LOAD THE WAREHOUSE TWICE OVER.
      *****************************************************************
       1400-READ-WATERMARK.
           IF WS-INIT-MODE
               DISPLAY "CALCWHEX - INIT - EXTRACTING BOTH AUDIT LOGS "
                   "FROM THEIR FIRST RECORD"
           ELSE
               OPEN INPUT CALC-WHM-FILE
               IF WS-WHM-FILE-STATUS NOT = "00"
                   DISPLAY "CALCWHEX - UNABLE TO OPEN WATERMARK "
                       "WHMARK, FILE STATUS " WS-WHM-FILE-STATUS
                       " - RUN WITH INIT ONLY FOR THE FIRST EXTRACT"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   READ CALC-WHM-FILE
                       AT END
                           DISPLAY "CALCWHEX - WATERMARK WHMARK IS "
                               "EMPTY - NOTHING EXTRACTED"
                           MOVE 16 TO RETURN-CODE
                       NOT AT END
                           MOVE WM-AUD-LOG-KEY
                               TO WS-FROM-AUD-LOG-KEY
                           MOVE WM-AUD4-LOG-KEY
                               TO WS-FROM-AUD4-LOG-KEY
                   END-READ
                   CLOSE CALC-WHM-FILE
               END-IF
           END-IF

           MOVE WS-FROM-AUD-LOG-KEY  TO WS-WO-AUD-LOG-KEY
           MOVE WS-FROM-AUD4-LOG-KEY TO WS-WO-AUD4-LOG-KEY
           .
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  2000-EXTRACT - HEADER, EVERY NEW CALCAUD RECORD, EVERY NEW
      *  CALCAUD4 RECORD, AND - ONLY WHEN BOTH LOGS WERE READ TO THE
      *  END CLEAN - THE TRAILER.
      *****************************************************************
       2000-EXTRACT.
           OPEN OUTPUT WH-EXTR-FILE
           IF WS-EXTR-FILE-STATUS NOT = "00"
               DISPLAY "CALCWHEX - UNABLE TO OPEN WHEXTR, FILE "
                   "STATUS " WS-EXTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2100-WRITE-HEADER THRU 2100-EXIT

               PERFORM 2200-EXTRACT-AUD THRU 2200-EXIT

               IF RETURN-CODE = 0
                   PERFORM 2400-EXTRACT-AUD4 THRU 2400-EXIT
               END-IF

               IF RETURN-CODE = 0
                   PERFORM 2600-WRITE-TRAILER THRU 2600-EXIT
               END-IF

               CLOSE WH-EXTR-FILE
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-WRITE-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-ED-DATE
           MOVE SPACES TO WS-EXTR-WORK-LINE
           STRING "H|"                 DELIMITED BY SIZE
                  WS-ED-DATE           DELIMITED BY SIZE
                  "|CALCAUDIT|"        DELIMITED BY SIZE
                  WS-RUN-ID            DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-FROM-AUD-LOG-KEY  DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-FROM-AUD4-LOG-KEY DELIMITED BY SIZE
               INTO WS-EXTR-WORK-LINE
           END-STRING
           WRITE WH-EXTR-LINE FROM WS-EXTR-WORK-LINE
           .
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-EXTRACT-AUD - POSITION CALCAUD JUST PAST THE WATERMARK
      *  AND SEND EVERYTHING FROM THERE TO THE END OF THE LOG.  A LOG
      *  THAT DOES NOT EXIST YET HAS NOTHING TO SEND.
      *****************************************************************
       2200-EXTRACT-AUD.
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               DISPLAY "CALCWHEX - CALCAUD DOES NOT EXIST - NOTHING "
                   "TO SEND FROM IT"
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "CALCWHEX - UNABLE TO OPEN CALCAUD, FILE "
                       "STATUS " WS-AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-FROM-AUD-LOG-KEY TO CA-LOG-KEY
                   START CALC-AUDIT-FILE KEY > CA-LOG-KEY
                       INVALID KEY
                           SET WS-END-OF-AUDIT TO TRUE
                   END-START

                   PERFORM 2300-EXTRACT-ONE-AUD THRU 2300-EXIT
                       UNTIL WS-END-OF-AUDIT

                   CLOSE CALC-AUDIT-FILE
               END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-EXTRACT-ONE-AUD - ONE CALCAUD RECORD TO THE EXTRACT AT
      *  SCALE 2.  A READ THAT FAILS FOR ANY REASON BUT END OF FILE
      *  ENDS THE EXTRACT UNSENT.
      *****************************************************************
       2300-EXTRACT-ONE-AUD.
           READ CALC-AUDIT-FILE NEXT
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-COUNT
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD CA-RESULTADO TO WS-HASH-TOTAL
                   MOVE CA-NUM1      TO WS-ED-NUM1
                   MOVE CA-NUM2      TO WS-ED-NUM2
                   MOVE CA-RESULTADO TO WS-ED-RESULT
                   MOVE SPACES TO WS-EXTR-WORK-LINE
                   STRING "D|"          DELIMITED BY SIZE
                          CA-DATE       DELIMITED BY SIZE
                          "|"           DELIMITED BY SIZE
                          CA-TIME       DELIMITED BY SIZE
                          "|"           DELIMITED BY SIZE
                          CA-TIE-SEQ-NO DELIMITED BY SIZE
                          "|"           DELIMITED BY SIZE
                          CA-RUN-ID     DELIMITED BY SIZE
                          "|2|"         DELIMITED BY SIZE
                          CA-OPERACION  DELIMITED BY SIZE
                          "|"           DELIMITED BY SIZE
                          WS-ED-NUM1    DELIMITED BY SIZE
                          "|"           DELIMITED BY SIZE
                          WS-ED-NUM2    DELIMITED BY SIZE
                          "|"           DELIMITED BY SIZE
                          WS-ED-RESULT  DELIMITED BY SIZE
                          "|"           DELIMITED BY SIZE
                          CA-ERROR-FLAG DELIMITED BY SIZE
                       INTO WS-EXTR-WORK-LINE
                   END-STRING
                   WRITE WH-EXTR-LINE FROM WS-EXTR-WORK-LINE
                   MOVE CA-LOG-KEY TO WS-WO-AUD-LOG-KEY
           END-READ

           IF WS-AUDIT-FILE-STATUS NOT = "00"
              AND NOT WS-END-OF-AUDIT
               DISPLAY "CALCWHEX - READ ERROR ON CALCAUD, FILE "
                   "STATUS " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-AUDIT TO TRUE
           END-IF
           .
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-EXTRACT-AUD4 - THE CALCAUD4 COUNTERPART OF
      *  2200-EXTRACT-AUD.
      *****************************************************************
       2400-EXTRACT-AUD4.
           OPEN INPUT CALC-AUDIT4-FILE
           IF WS-AUDIT4-FILE-STATUS = "35"
               DISPLAY "CALCWHEX - CALCAUD4 DOES NOT EXIST - NOTHING "
                   "TO SEND FROM IT"
           ELSE
               IF WS-AUDIT4-FILE-STATUS NOT = "00"
                   DISPLAY "CALCWHEX - UNABLE TO OPEN CALCAUD4, FILE "
                       "STATUS " WS-AUDIT4-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-FROM-AUD4-LOG-KEY TO CA4-LOG-KEY
                   START CALC-AUDIT4-FILE KEY > CA4-LOG-KEY
                       INVALID KEY
                           SET WS-END-OF-AUDIT4 TO TRUE
                   END-START

                   PERFORM 2500-EXTRACT-ONE-AUD4 THRU 2500-EXIT
                       UNTIL WS-END-OF-AUDIT4

                   CLOSE CALC-AUDIT4-FILE
               END-IF
           END-IF
           .
       2400-EXIT.
           EXIT.

       2500-EXTRACT-ONE-AUD4.
           READ CALC-AUDIT4-FILE NEXT
               AT END
                   SET WS-END-OF-AUDIT4 TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD4-COUNT
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD CA4-RESULTADO TO WS-HASH-TOTAL
                   MOVE CA4-NUM1      TO WS-ED-NUM1-4
                   MOVE CA4-NUM2      TO WS-ED-NUM2-4
                   MOVE CA4-RESULTADO TO WS-ED-RESULT-4
                   MOVE SPACES TO WS-EXTR-WORK-LINE
                   STRING "D|"           DELIMITED BY SIZE
                          CA4-DATE       DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          CA4-TIME       DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          CA4-TIE-SEQ-NO DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          CA4-RUN-ID     DELIMITED BY SIZE
                          "|4|"          DELIMITED BY SIZE
                          CA4-OPERACION  DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          WS-ED-NUM1-4   DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          WS-ED-NUM2-4   DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          WS-ED-RESULT-4 DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          CA4-ERROR-FLAG DELIMITED BY SIZE
                       INTO WS-EXTR-WORK-LINE
                   END-STRING
                   WRITE WH-EXTR-LINE FROM WS-EXTR-WORK-LINE
                   MOVE CA4-LOG-KEY TO WS-WO-AUD4-LOG-KEY
           END-READ

           IF WS-AUDIT4-FILE-STATUS NOT = "00"
              AND NOT WS-END-OF-AUDIT4
               DISPLAY "CALCWHEX - READ ERROR ON CALCAUD4, FILE "
                   "STATUS " WS-AUDIT4-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-AUDIT4 TO TRUE
           END-IF
           .
       2500-EXIT.
           EXIT.

       2600-WRITE-TRAILER.
           MOVE WS-HASH-TOTAL TO WS-ED-HASH
           MOVE SPACES TO WS-EXTR-WORK-LINE
           STRING "T|"            DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-AUD-COUNT    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-AUD4-COUNT   DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-ED-HASH      DELIMITED BY SIZE
               INTO WS-EXTR-WORK-LINE
           END-STRING
           WRITE WH-EXTR-LINE FROM WS-EXTR-WORK-LINE
           .
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  5000-ADVANCE-WATERMARK - THE EXTRACT ENDED CLEAN: WRITE THE
      *  WATERMARK FORWARD AS WHMARKN FOR THE JOB STEP TO CATALOG.  A
      *  LOG WITH NOTHING NEW KEEPS ITS OLD KEY.
      *****************************************************************
       5000-ADVANCE-WATERMARK.
           MOVE WS-RUN-ID     TO WS-WO-RUN-ID
           MOVE WS-AUD-COUNT  TO WS-WO-AUD-SENT-COUNT
           MOVE WS-AUD4-COUNT TO WS-WO-AUD4-SENT-COUNT

           OPEN OUTPUT CALC-WHMNEW-FILE
           IF WS-WHMNEW-FILE-STATUS NOT = "00"
               DISPLAY "CALCWHEX - UNABLE TO OPEN WHMARKN, FILE "
                   "STATUS " WS-WHMNEW-FILE-STATUS
                   " - WATERMARK NOT ADVANCED"
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE CALC-WHMN-RECORD FROM WS-WHM-OUT-RECORD
               CLOSE CALC-WHMNEW-FILE
           END-IF
           .
       5000-EXIT.
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
