      *****************************************************************
      *  CALCVIO.CPY
      *  SECURITY VIOLATION LOG RECORD
      *  ONE RECORD FOR EVERY SIGN-ON OR ACTION AN ONLINE SCREEN
      *  REFUSED AGAINST THE OPERATOR SECURITY FILE (SEE CALCOPR.CPY).
      *  CALC0020 APPENDS THEM (CALCSVIO, SEQUENTIAL, OPENED EXTEND
      *  AND CREATED ON FIRST USE); CALCVIOR LISTS THEM FOR THE
      *  WEEKLY REVIEW.
      *
      *  SV-ACTION IS THE ACTION CODE REFUSED, SPACE FOR A REFUSED
      *  SIGN-ON.  SV-TARGET IS THE ACCOUNT (CALCBMNT) OR USER ID
      *  (CALCSECM) THE ACTION WAS AGAINST, SPACES WHEN NONE.
      *
      *  REASONS:
      *      NF  USER ID NOT ON THE SECURITY FILE (OR NONE KEYED);
      *      RV  USER ID REVOKED;
      *      NS  NO AUTHORITY FOR THE SCREEN;
      *      NA  NO AUTHORITY FOR THE ACTION;
      *      OW  OPERATOR TRIED TO CHANGE THEIR OWN SECURITY RECORD.
      *****************************************************************
       01  CALC-VIO-RECORD.
           05  SV-DATE                 PIC 9(08).
           05  SV-TIME                 PIC 9(08).
           05  SV-OPERATOR-ID          PIC X(08).
           05  SV-PROGRAM              PIC X(08).
           05  SV-ACTION               PIC X(01).
           05  SV-TARGET               PIC X(08).
           05  SV-REASON               PIC X(02).
               88  SV-NOT-ON-FILE          VALUE "NF".
               88  SV-REVOKED              VALUE "RV".
               88  SV-NO-SCREEN            VALUE "NS".
               88  SV-NO-ACTION            VALUE "NA".
               88  SV-OWN-RECORD           VALUE "OW".
           05  FILLER                  PIC X(37).
