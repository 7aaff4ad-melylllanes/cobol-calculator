      *****************************************************************
      *  CALCOPR.CPY
      *  OPERATOR SECURITY RECORD
      *  ONE RECORD PER USER ID ALLOWED AT THE ONLINE SCREENS, WITH
      *  THE SCREENS AND ACTIONS THAT OPERATOR MAY USE.  THE ONLINE
      *  PROGRAMS SIGN THE OPERATOR ON AGAINST THIS FILE THROUGH
      *  CALC0020 AND REFUSE ANY SCREEN OR ACTION WHOSE AUTHORITY IS
      *  NOT "Y"; EVERY REFUSAL IS WRITTEN TO THE SECURITY VIOLATION
      *  LOG (SEE CALCVIO.CPY).  CALCSECM MAINTAINS THE FILE.
      *
      *  THE FILE (CALCSEC) IS AN INDEXED FILE KEYED ON THE USER ID.
      *  AN OPERATOR WHO LEAVES IS REVOKED RATHER THAN DELETED, SO
      *  THE ID STAYS ON FILE FOR THE VIOLATION REVIEW AND CANNOT BE
      *  HANDED TO SOMEONE ELSE.
      *
      *  AUTHORITIES ("Y" = MAY, "N" = MAY NOT):
      *      OP-AUTH-INQUIRY   CALCINQR - BROWSE THE AUDIT LOG.
      *      OP-AUTH-CALC      CALCONLN - KEY CALCULATION ENTRIES.
      *      OP-AUTH-BALANCE   CALCBMNT - INQUIRE (I), OPEN (A), SET
      *                        STATUS (S) AND FLOOR (F).
      *      OP-AUTH-ADJUST    CALCBMNT - KEY CLOSES (C) AND BALANCE
      *                        ADJUSTMENTS (J) FOR APPROVAL.
      *      OP-AUTH-APPROVE   CALCBMNT - REVIEW THE APPROVAL QUEUE (Q).
      *      OP-AUTH-SECURITY  CALCSECM - MAINTAIN THIS FILE.
      *  ANY ONE OF THE THREE CALCBMNT AUTHORITIES SIGNS AN OPERATOR
      *  ON TO CALCBMNT AND ALLOWS THE I ACTION THERE.
      *
      *  OP-CHANGED-BY, -DATE AND -TIME ARE THE OPERATOR AND
      *  TIMESTAMP OF THE LAST CALCSECM ADD OR CHANGE.
      *****************************************************************
       01  CALC-OPR-RECORD.
           05  OP-OPERATOR-ID          PIC X(08).
           05  OP-OPERATOR-NAME        PIC X(30).
           05  OP-STATUS               PIC X(01).
               88  OP-ACTIVE               VALUE "A".
               88  OP-REVOKED              VALUE "R".
           05  OP-AUTHORITIES.
               10  OP-AUTH-INQUIRY     PIC X(01).
                   88  OP-MAY-INQUIRE      VALUE "Y".
               10  OP-AUTH-CALC        PIC X(01).
                   88  OP-MAY-CALC         VALUE "Y".
               10  OP-AUTH-BALANCE     PIC X(01).
                   88  OP-MAY-MAINTAIN     VALUE "Y".
               10  OP-AUTH-ADJUST      PIC X(01).
                   88  OP-MAY-ADJUST       VALUE "Y".
               10  OP-AUTH-APPROVE     PIC X(01).
                   88  OP-MAY-APPROVE      VALUE "Y".
               10  OP-AUTH-SECURITY    PIC X(01).
                   88  OP-MAY-ADMINISTER   VALUE "Y".
           05  OP-AUTH-TABLE REDEFINES OP-AUTHORITIES.
               10  OP-AUTH-FLAG        OCCURS 6 TIMES PIC X(01).
           05  OP-CHANGED-BY           PIC X(08).
           05  OP-CHANGED-DATE         PIC 9(08).
           05  OP-CHANGED-TIME         PIC 9(08).
           05  FILLER                  PIC X(11).
