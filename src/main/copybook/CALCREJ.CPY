      *  FOR CALCULADORA'S RECYCLE MODE.  CJ-TRAN-SEQ-NO KEEPS THE
      *  TRANSACTION'S ORIGINAL SEQUENCE NUMBER SO THE RECYCLED
      *  RESULT CAN BE TIED BACK TO THE DAY'S INPUT FILE.
      *
      *  THE ACCUM RUN ALSO WRITES HERE WHEN IT REFUSES A TRANSACTION
      *  UNDER THE ACCOUNT'S STATUS OR FLOOR: CJ-TRAN-SEQ-NO IS THE
      *  TRANINA SEQUENCE NUMBER, CJ-NUM1 THE BALANCE IT WOULD HAVE
      *  APPLIED TO, CJ-NUM2 THE AMOUNT, AND CJ-REASON BEGINS
      *  "REFUSED - " AND NAMES THE ACCOUNT.  THOSE GO BACK TO THE
      *  ACCOUNT'S OWNER FOR RESUBMISSION ON TRANINA, NOT THROUGH
      *  RECYCLE MODE.
      *****************************************************************
       01  CALC-REJ-RECORD.
           05  CJ-TRAN-SEQ-NO          PIC 9(09).
