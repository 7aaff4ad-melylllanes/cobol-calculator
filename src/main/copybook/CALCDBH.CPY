      *****************************************************************
      *  CALCDBH.CPY
      *  DAILY BALANCE HISTORY RECORD
      *  ONE RECORD PER ACCOUNT PER BUSINESS DATE: THE ACCOUNT'S
      *  BALANCE AS THE DAY'S ACCUM RUN LEFT IT ON BALMSTN.  CALCDBAL
      *  CAPTURES THE SNAPSHOT AFTER EACH ACCUM RUN, SO THE FILE IS IN
      *  DBH-BUSINESS-DATE SEQUENCE AND, WITHIN A DATE, IN ACCOUNT
      *  SEQUENCE (THE MASTER'S OWN ORDER).  AN ACCOUNT MISSING FROM
      *  A DATE'S SNAPSHOT WAS NOT ON THE MASTER THAT DAY.
      *
      *  A DATE'S BALANCE STANDS FOR EVERY CALENDAR DAY UNTIL THE NEXT
      *  CAPTURED DATE - FRIDAY'S SNAPSHOT IS THE WEEKEND'S BALANCE -
      *  WHICH IS HOW CALCINTR BUILDS THE AVERAGE DAILY BALANCE.  THE
      *  HISTORY IS KEPT OLD-MASTER/NEW-MASTER (BALHIST IN, BALHSTN
      *  OUT) AND HOLDS THE CURRENT AND PRIOR MONTH.
      *****************************************************************
       01  CALC-DBH-RECORD.
           05  DBH-BUSINESS-DATE       PIC 9(08).
           05  DBH-ACCOUNT-NO          PIC X(08).
           05  DBH-BALANCE             PIC S9(05)V99.
