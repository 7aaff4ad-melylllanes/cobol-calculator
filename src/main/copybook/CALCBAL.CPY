      *  ACCOUNTS ON THE OLD MASTER WITH NO TRANSACTIONS TODAY ARE
      *  COPIED THROUGH UNCHANGED; ACCOUNTS APPEARING ONLY ON THE
      *  TRANSACTION FILE ARE NEW AND OPEN AT ZERO.
      *
      *  CB-ACCOUNT-STATUS AND CB-MIN-BALANCE ARE SET THROUGH CALCBMNT
      *  AND CARRIED FORWARD UNCHANGED BY THE ACCUM RUN, WHICH REFUSES
      *  ANY TRANSACTION AGAINST A FROZEN ACCOUNT AND ANY TRANSACTION
      *  THAT WOULD TAKE THE BALANCE DOWN BELOW CB-MIN-BALANCE (THE
      *  FLOOR MAY BE NEGATIVE, FOR AN AGREED OVERDRAFT).  A PENDING-
      *  CLOSE ACCOUNT STILL TAKES POSTINGS UNTIL CALCBMNT CLOSES IT.
      *  AN ACCOUNT OPENED BY ITS FIRST ACCUM TRANSACTION STARTS OPEN
      *  WITH A FLOOR OF ZERO.
      *****************************************************************
       01  CALC-BAL-RECORD.
           05  CB-ACCOUNT-NO           PIC X(08).
           05  CB-BALANCE              PIC S9(05)V99.
           05  CB-ACCOUNT-STATUS       PIC X(01).
               88  CB-STATUS-OPEN          VALUE "O".
               88  CB-STATUS-FROZEN        VALUE "F".
               88  CB-STATUS-PENDING-CLOSE VALUE "P".
           05  CB-MIN-BALANCE          PIC S9(05)V99.
