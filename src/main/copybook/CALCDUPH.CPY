      *****************************************************************
      *  CALCDUPH.CPY
      *  DUPLICATE-CHECK HOLD RECORD
      *  ONE RECORD PER TRANSACTION OF THE DAY'S TRANIN ("B") OR
      *  TRANINA ("A") THAT CALCDUPS FOUND ALREADY PROCESSED WITHIN
      *  THE LOOK-BACK WINDOW - THE SAME OPERANDS AND OPERACION ON A
      *  BATCH AUDIT RECORD, OR THE SAME ACCOUNT, AMOUNT AND
      *  OPERACION ON THE ACCUM POSTING HISTORY (SEE CALCPSTH.CPY).
      *  DH-MATCH-DATE IS THE LATEST DATE THE MATCH WAS FOUND ON (THE
      *  AUDIT DATE FOR "C", THE BUSINESS DATE FOR "P").
      *
      *  DH-TRAN-SEQ-NO IS THE TRANSACTION'S SEQUENCE NUMBER ON THE
      *  FEED AS CALCDUPS READ IT - THE NUMBER THE OPERATOR QUOTES ON
      *  A RELEASE CARD (SEE CALCDUPR.CPY).  A HELD TRANSACTION IS
      *  KEPT OFF THE CLEAN FEED UNTIL AN OPERATOR RELEASES IT ("R",
      *  IT THEN POSTS) OR CONFIRMS IT AS A DUPLICATE ("D", IT IS
      *  DROPPED).  THE HOLD FILE (DUPHOLD) IS REWRITTEN BY EVERY RUN
      *  WITH EACH SUSPECT'S STANDING, SO IT ALSO RECORDS WHO DECIDED
      *  WHAT.
      *****************************************************************
       01  CALC-DUPH-RECORD.
           05  DH-BUSINESS-DATE        PIC 9(08).
           05  DH-FEED                 PIC X(01).
               88  DH-FEED-BATCH           VALUE "B".
               88  DH-FEED-ACCUM           VALUE "A".
           05  DH-TRAN-SEQ-NO          PIC 9(09).
           05  DH-ACCOUNT-NO           PIC X(08).
           05  DH-NUM1                 PIC S9(05)V99.
           05  DH-NUM2                 PIC S9(05)V99.
           05  DH-OPERACION            PIC X(01).
           05  DH-MATCH-SOURCE         PIC X(01).
               88  DH-MATCH-AUDIT          VALUE "C".
               88  DH-MATCH-POSTED         VALUE "P".
           05  DH-MATCH-DATE           PIC 9(08).
           05  DH-STATUS               PIC X(01).
               88  DH-HELD                 VALUE "H".
               88  DH-RELEASED             VALUE "R".
               88  DH-DISCARDED            VALUE "D".
           05  DH-DECIDED-BY           PIC X(08).
