      *****************************************************************
      *  CALCALR.CPY
      *  OPERATIONS ALERT RECORD
      *  ONE RECORD FOR EVERY CONDITION A BATCH STEP RAISES FOR THE
      *  NIGHT OPERATOR AND THE MORNING SHIFT - AN OUT-OF-BALANCE
      *  RECONCILIATION, A MASTER THAT DOES NOT PROVE, A PARTIAL GL
      *  POSTING, AN ERROR RATE OVER THE THRESHOLD, A STEP THAT
      *  FAILED OUTRIGHT.  EVERY BATCH PROGRAM APPENDS ITS ALERTS
      *  THROUGH CALC0030 TO THE ONE SHARED ALERT FILE (CALCALRT,
      *  SEQUENTIAL, OPENED EXTEND AND CREATED ON FIRST USE).
      *  CALCALRR PRINTS THE ALERT SUMMARY AND WRITES THE ON-CALL
      *  PAGE EXTRACT (ALRTPAGE, THIS SAME LAYOUT) FROM IT.
      *
      *  AL-DATE AND AL-TIME ARE WHEN THE ALERT WAS RAISED;
      *  AL-BUSINESS-DATE IS THE CALCPARM BUSINESS DATE AT THE TIME
      *  (ZERO WHEN CALCPARM COULD NOT BE READ).  AL-RUN-ID IS THE
      *  STEP'S RUN-LOG RUN ID, SPACES FOR A STEP THAT REGISTERS NO
      *  RUN.
      *
      *  SEVERITY IS THE RETURN CODE THE CONDITION GIVES THE STEP:
      *      04  WARNING - ITEMS TO FOLLOW UP;
      *      08  ERROR   - THE DAY'S OUTPUT IS NOT TO BE TRUSTED
      *                    UNTIL SOMEONE LOOKS;
      *      16  SEVERE  - THE STEP FAILED AND DID NOT DO ITS WORK.
      *  A MODE DISABLED FOR THE NIGHT BY CALCPARM IS RAISED AT 04,
      *  NOT AT THE 8 IT ENDS WITH - IT WAS SOMEONE'S DECISION.
      *
      *  ALERT CODES ARE FIXED PER CONDITION (SEE EACH PROGRAM'S
      *  REMARKS); "RUNFAIL" IS COMMON TO ALL STEPS AND MEANS THE
      *  STEP ENDED RC 16 - ITS JOB OUTPUT CARRIES THE DETAIL.
      *****************************************************************
       01  CALC-ALR-RECORD.
           05  AL-DATE                 PIC 9(08).
           05  AL-TIME                 PIC 9(08).
           05  AL-PROGRAM              PIC X(12).
           05  AL-RUN-ID               PIC X(16).
           05  AL-BUSINESS-DATE        PIC 9(08).
           05  AL-SEVERITY             PIC 9(02).
               88  AL-WARNING              VALUE 04.
               88  AL-ERROR                VALUE 08.
               88  AL-SEVERE               VALUE 16.
           05  AL-ALERT-CODE           PIC X(08).
           05  AL-MESSAGE              PIC X(40).
           05  FILLER                  PIC X(08).
