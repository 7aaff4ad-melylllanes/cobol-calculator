      *  CR-RECORD-COUNT, CR-ERROR-COUNT AND CR-RETURN-CODE ARE
      *  MEANINGFUL ON THE TRAILER ONLY AND ARE ZERO ON THE HEADER.
      *
      *  CR-OPERATOR-ID IS THE OPERATOR SIGNED ON TO AN ONLINE SESSION
      *  (CALCONLN, CALCBMNT, CALCSECM - SEE CALCOPR.CPY), CARRIED ON
      *  THE SESSION'S HEADER.  IT IS SPACES ON EVERY BATCH RUN AND ON
      *  EVERY TRAILER.  THE FIELD WIDENED THE RECORD FROM 59 TO 67
      *  BYTES; BECAUSE THE RUN LOG IS ONLY EVER APPENDED TO, THE
      *  CUT-OVER IS ONE RUN OF CALCLCNV, WITH NOTHING IN FLIGHT,
      *  BEFORE ANY PROGRAM ON THE NEW LAYOUT RUNS - IT COPIES THE OLD
      *  LOG TO CALCRLGN WITH A BLANK OPERATOR ID, AND CALCRLGN IS
      *  CATALOGED AS THE NEXT CALCRLOG.
      *
      *  THE END-OF-DAY PROOF STEPS REGISTER THE SAME WAY - CALCRCN
      *  AS "RECON", "RECON4" OR "RECONA" FOR THE FEED IT PROVED,
      *  CALCBPRF AS "BALPROOF", CALCGLAK AS "GLACK" - AND SO DOES
      *  THE DAY-CLOSE ITSELF ("DAYCLOSE"), SO CALCDCLS CAN CONFIRM
      *  FROM THIS ONE FILE THAT EVERY STEP THE DAY REQUIRES ENDED
      *  CLEAN BEFORE IT ROLLS THE BUSINESS DATE.  NONE OF THESE IS
      *  A BATCH-MODE RUN, SO NONE OF THEM TRIPS THE IN-FLIGHT GUARD.
      *
      *  A PARTITIONED ACCUM DAY RUNS ONE "ACCUM" STEP PER ACCOUNT-
      *  RANGE PARTITION, EACH REGISTERED UNDER ITS OWN RUN ID WHOSE
      *  MODE CODE IS "A" PLUS THE PARTITION NUMBER (A1 TO A9).  THE
      *  IN-FLIGHT GUARD LETS DIFFERENT PARTITIONS RUN SIDE BY SIDE -
      *  EACH HAS ITS OWN CHECKPOINT FILE - BUT STILL HOLDS A
      *  PARTITION WHILE THE SAME PARTITION, OR ANY OTHER BATCH-MODE
      *  RUN, IS IN FLIGHT.  THE MERGE STEP (CALCAMRG) REGISTERS AS
      *  "ACCMERGE".
      *
      *  THE DATA WAREHOUSE EXTRACT (CALCWHEX) REGISTERS AS "WHEXTR"
      *  AND THE DAY-END AUDIT LOG SEAL (CALCSEAL) AS "AUDSEAL".
      *  OPERATOR SECURITY MAINTENANCE SESSIONS (CALCSECM) REGISTER AS
      *  "SECMAINT".
      *
      *  CR-RUN-ID IS DATE + HHMMSS + A TWO-CHARACTER MODE CODE (BA,
      *  B4, AC, A1-A9, RC, CP, SI, ON, BM, RN, R4, RA, BP, GK, DC,
      *  AM, WX, SL, SM), SO RUNS OF DIFFERENT MODES LAUNCHED IN THE
      *  SAME INSTANT STILL CARRY DISTINCT IDS; RUNS OF THE SAME BATCH
      *  MODE (OR THE SAME ACCUM PARTITION) ARE SERIALIZED BY THE
      *  IN-FLIGHT GUARD.
      *****************************************************************
       01  CALC-RUN-RECORD.
           05  CR-RECORD-TYPE          PIC X(01).
           05  CR-RECORD-COUNT         PIC S9(07).
           05  CR-ERROR-COUNT          PIC S9(07).
           05  CR-RETURN-CODE          PIC S9(04).
           05  CR-OPERATOR-ID          PIC X(08).
