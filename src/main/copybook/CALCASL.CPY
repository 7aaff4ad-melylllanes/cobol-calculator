      *****************************************************************
      *  CALCASL.CPY
      *  AUDIT LOG DAILY SEAL RECORD
      *  ONE RECORD PER AUDIT LOG PER AUDIT DATE: HOW MANY RECORDS THE
      *  LOG HELD FOR THAT DATE AND THE HASH TOTAL OF THEIR RESULTADO
      *  WHEN THE DATE WAS SEALED AT DAY END.  SL-LOG IS "2" FOR THE
      *  TWO-DECIMAL CALCAUD AND "4" FOR THE FOUR-DECIMAL CALCAUD4;
      *  THE HASH IS TAKEN AT FOUR DECIMALS FOR BOTH.  THE AUDIT DATE
      *  IS THE CA-DATE/CA4-DATE OF THE RECORDS SEALED - THE SAME DATE
      *  CALCARCH SWEEPS BY AND CALCHIST REPORTS BY.
      *
      *  THE FILE IS IN SL-KEY ORDER (ALL CALCAUD DATES, THEN ALL
      *  CALCAUD4 DATES, EACH ASCENDING) SO EVERY READER CAN MATCH IT
      *  AGAINST A LOG READ IN KEY ORDER.  CALCSEAL READS THE SEALS AS
      *  AUDSEAL AND WRITES THEM FORWARD, WITH THE DAY'S NEW SEALS
      *  MERGED IN, AS AUDSEALN; THE JOB STEP CATALOGS AUDSEALN AS THE
      *  NEXT AUDSEAL ON RETURN CODE 0 ONLY.  A SEAL IS NEVER CHANGED
      *  ONCE WRITTEN.
      *
      *  SL-RUN-ID IS THE RUN ID OF THE CALCSEAL RUN THAT TOOK THE
      *  SEAL (SEE CALCRUN.CPY) AND SL-SEAL-DATE THE BUSINESS DATE IT
      *  RAN FOR.
      *****************************************************************
       01  CALC-SEAL-RECORD.
           05  SL-KEY.
               10  SL-LOG              PIC X(01).
                   88  SL-LOG-AUD          VALUE "2".
                   88  SL-LOG-AUD4         VALUE "4".
               10  SL-AUDIT-DATE       PIC 9(08).
           05  SL-RECORD-COUNT         PIC S9(07).
           05  SL-HASH-TOTAL           PIC S9(11)V9(04).
           05  SL-RUN-ID               PIC X(16).
           05  SL-SEAL-DATE            PIC 9(08).
           05  FILLER                  PIC X(25).
