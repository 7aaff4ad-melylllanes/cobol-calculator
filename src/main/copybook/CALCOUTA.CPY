      *  THE ACCOUNT'S RUNNING BALANCE AFTER THIS TRANSACTION WAS
      *  APPLIED (OR THE UNCHANGED PRIOR BALANCE, IF THE TRANSACTION
      *  ERRORED).
      *
      *  A TRANSACTION THE ACCUM RUN REFUSED UNDER THE ACCOUNT'S
      *  STATUS OR MINIMUM-BALANCE FLOOR (SEE CALCBAL.CPY) IS NOT AN
      *  ERROR - IT WAS NEVER APPLIED - SO IT CARRIES ITS OWN STATUS
      *  ("F" FROZEN, "L" BELOW FLOOR) AND THE UNCHANGED PRIOR BALANCE.
      *****************************************************************
       01  CALC-OUTA-RECORD.
           05  COA-ACCOUNT-NO          PIC X(08).
           05  COA-STATUS              PIC X(01).
               88  COA-STATUS-OK           VALUE " ".
               88  COA-STATUS-ERROR        VALUE "E".
               88  COA-STATUS-REFUSED      VALUE "F" "L".
               88  COA-STATUS-FROZEN       VALUE "F".
               88  COA-STATUS-BELOW-FLOOR  VALUE "L".
