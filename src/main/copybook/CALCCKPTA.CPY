      *
      *  CKA-RUN-STATUS IS THE ACCUM COUNTERPART OF CK-RUN-STATUS ON
      *  CALCCKPT.CPY - SEE THAT COPYBOOK FOR WHY IT IS NEEDED.
      *
      *  CKA-FROZEN-COUNT AND CKA-FLOOR-COUNT ARE THE TRANSACTIONS
      *  REFUSED AGAINST A FROZEN ACCOUNT OR AT THE ACCOUNT'S FLOOR.
      *  THEY ARE COUNTED IN CKA-GRAND-COUNT BUT NOT IN CKA-ERROR-COUNT
      *  OR ANY OPERATION COUNT.
      *
      *  A PARTITIONED ACCUM DAY (SEE ACCUM-PARTITIONS ON CALCPARM)
      *  RUNS EACH ACCOUNT-RANGE PARTITION AS ITS OWN STEP WITH ITS
      *  OWN CHECKPOINT FILE.  CKA-PARTITION NAMES THE PARTITION THAT
      *  WROTE THE RECORD (0 FOR AN UNPARTITIONED RUN, AND FOR THE
      *  WHOLE-DAY RECORD CALCAMRG WRITES AFTER THE MERGE), SO A
      *  PARTITION NEVER RESTARTS FROM ANOTHER PARTITION'S CHECKPOINT,
      *  AND CKA-BUSINESS-DATE LETS THE MERGE TELL TONIGHT'S COMPLETED
      *  PARTITION FROM LAST NIGHT'S.  CKA-OVFL-COUNT IS THE "OF WHICH
      *  OVERFLOWS" SUB-COUNT OF CKA-ERROR-COUNT, CARRIED SO THE
      *  MERGED CALCRPTA CAN PRINT IT FOR THE WHOLE DAY.
      *****************************************************************
       01  CALC-CKPTA-RECORD.
           05  CKA-LAST-SEQ-NO         PIC 9(09).
           05  CKA-REM-COUNT           PIC S9(07).
           05  CKA-ERROR-COUNT         PIC S9(07).
           05  CKA-GRAND-COUNT         PIC S9(07).
           05  CKA-FROZEN-COUNT        PIC S9(07).
           05  CKA-FLOOR-COUNT         PIC S9(07).
           05  CKA-OVFL-COUNT          PIC S9(07).
           05  CKA-PARTITION           PIC 9(01).
           05  CKA-BUSINESS-DATE       PIC 9(08).
           05  CKA-RUN-STATUS          PIC X(01).
               88  CKA-RUN-COMPLETE        VALUE "C".
               88  CKA-RUN-INTERRUPTED     VALUE "I".
