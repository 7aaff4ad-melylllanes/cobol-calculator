      *****************************************************************
      *  CALCPEND.CPY
      *  BALANCE MAINTENANCE PENDING-APPROVAL QUEUE RECORD
      *  A BALANCE ADJUSTMENT ("J") OR ACCOUNT CLOSE ("C") KEYED IN
      *  CALCBMNT DOES NOT TOUCH THE MASTER OR THE AUDIT LOG WHEN IT
      *  IS KEYED.  IT IS WRITTEN HERE AS A PENDING ITEM CARRYING THE
      *  KEYING OPERATOR AND THE REASON, AND ONLY REACHES BALMSTN AND
      *  CALCAUD WHEN A SECOND, DIFFERENT OPERATOR APPROVES IT FROM
      *  CALCBMNT'S QUEUE REVIEW.  A DECLINED ITEM STAYS ON THE QUEUE
      *  AS A RECORD OF WHO DECLINED IT.  CALCPNDR LISTS WHATEVER IS
      *  STILL PENDING AT DAY-CLOSE.
      *
      *  THE QUEUE (CALCPEND) IS AN INDEXED FILE KEYED ON PQ-KEY, THE
      *  TIMESTAMP THE ITEM WAS KEYED PLUS A TIE-BREAKER BUMPED FROM
      *  ZERO UNTIL THE WRITE TAKES - THE SAME SCHEME AS THE AUDIT LOG
      *  (SEE CALCAUD.CPY) - SO THE QUEUE READS OLDEST ITEM FIRST.
      *
      *  PQ-AMOUNT IS THE SIGNED ADJUSTMENT FOR A "J" AND THE BALANCE
      *  AT THE TIME OF KEYING FOR A "C" (FOR THE APPROVER'S
      *  INFORMATION - THE CLOSE WRITES OFF WHATEVER THE BALANCE IS
      *  WHEN IT IS APPROVED).
      *****************************************************************
       01  CALC-PEND-RECORD.
           05  PQ-KEY.
               10  PQ-ENTRY-DATE       PIC 9(08).
               10  PQ-ENTRY-TIME       PIC 9(08).
               10  PQ-TIE-SEQ-NO       PIC 9(03).
           05  PQ-ACTION               PIC X(01).
               88  PQ-ACTION-ADJUST        VALUE "J".
               88  PQ-ACTION-CLOSE         VALUE "C".
           05  PQ-ACCOUNT-NO           PIC X(08).
           05  PQ-AMOUNT               PIC S9(05)V99.
           05  PQ-REASON               PIC X(30).
           05  PQ-KEYED-BY             PIC X(08).
           05  PQ-STATUS               PIC X(01).
               88  PQ-PENDING              VALUE "P".
               88  PQ-APPROVED             VALUE "A".
               88  PQ-DECLINED             VALUE "D".
           05  PQ-DECIDED-BY           PIC X(08).
           05  PQ-DECIDED-DATE         PIC 9(08).
           05  PQ-DECIDED-TIME         PIC 9(08).
