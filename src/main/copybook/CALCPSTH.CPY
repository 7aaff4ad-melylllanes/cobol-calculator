      *****************************************************************
      *  CALCPSTH.CPY
      *  ACCUM POSTING HISTORY RECORD
      *  ONE RECORD PER TRANSACTION AN ACCUM RUN ACTUALLY APPLIED TO
      *  THE BALANCE MASTER (A TRANOUTA RECORD WITH A BLANK STATUS),
      *  FILED UNDER THE CALCPARM BUSINESS DATE OF THAT RUN.  TRANOUTA
      *  ITSELF CARRIES NO DATE AND IS REPLACED BY EVERY ACCUM RUN, SO
      *  CALCPHST CAPTURES IT HERE AFTER EACH RUN FOR CALCDUPS TO
      *  COMPARE THE NEXT DAYS' TRANINA AGAINST, AND FOR CALCUNUS TO
      *  JUDGE EACH DAY'S ADJUSTMENTS AGAINST THE ACCOUNT'S HISTORY.
      *  THE AUDIT LOG CANNOT SERVE THAT PURPOSE - AN ACCUM AUDIT
      *  RECORD DOES NOT CARRY THE ACCOUNT NUMBER.
      *
      *  THE FILE IS IN PH-BUSINESS-DATE SEQUENCE AND, WITHIN A DATE,
      *  IN TRANOUTA'S OWN ACCOUNT SEQUENCE.  IT IS KEPT OLD-MASTER/
      *  NEW-MASTER (POSTHIST IN, POSTHSTN OUT) AND HOLDS ONLY THE
      *  LONGER OF THE DUPLICATE-CHECK LOOK-BACK WINDOW AND THE
      *  UNUSUAL-AMOUNT HISTORY.
      *****************************************************************
       01  CALC-PSTH-RECORD.
           05  PH-BUSINESS-DATE        PIC 9(08).
           05  PH-ACCOUNT-NO           PIC X(08).
           05  PH-AMOUNT               PIC S9(05)V99.
           05  PH-OPERACION            PIC X(01).
