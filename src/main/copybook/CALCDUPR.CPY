      *****************************************************************
      *  CALCDUPR.CPY
      *  DUPLICATE-CHECK RELEASE CARD
      *  THE OPERATOR'S DECISION ON ONE HELD TRANSACTION, KEYED INTO
      *  THE DUPRLSE TEXT FILE (ONE CARD PER LINE, "*" IN COLUMN 1
      *  FOR COMMENTS, THE SAME WAY CALCPARM IS MAINTAINED) FROM THE
      *  DUPRPT HOLD REPORT BEFORE CALCDUPS IS RERUN:
      *
      *      YYYYMMDD F NNNNNNNNN D OPERATOR
      *
      *  DR-BUSINESS-DATE MUST BE THE RUN'S BUSINESS DATE (A CARD LEFT
      *  OVER FROM ANOTHER DAY IS IGNORED), DR-FEED "B" OR "A" AND
      *  DR-TRAN-SEQ-NO AS PRINTED ON THE REPORT, DR-DECISION "R" TO
      *  RELEASE THE TRANSACTION FOR POSTING OR "D" TO DROP IT AS A
      *  CONFIRMED DUPLICATE, AND DR-OPERATOR THE DECIDING OPERATOR.
      *****************************************************************
       01  CALC-DUPR-RECORD.
           05  DR-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DR-FEED                 PIC X(01).
               88  DR-FEED-BATCH           VALUE "B".
               88  DR-FEED-ACCUM           VALUE "A".
           05  FILLER                  PIC X(01).
           05  DR-TRAN-SEQ-NO          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  DR-DECISION             PIC X(01).
               88  DR-RELEASE              VALUE "R".
               88  DR-DISCARD              VALUE "D".
           05  FILLER                  PIC X(01).
           05  DR-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(49).
