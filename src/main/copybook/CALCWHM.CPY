      *****************************************************************
      *  CALCWHM.CPY
      *  WAREHOUSE EXTRACT WATERMARK RECORD
      *  ONE RECORD: THE LOG KEY OF THE LAST CALCAUD AND THE LAST
      *  CALCAUD4 RECORD SENT TO THE DATA WAREHOUSE BY CALCWHEX, SO
      *  EACH EXTRACT STARTS JUST PAST WHAT THE LAST ONE SENT.  A KEY
      *  OF ZEROS MEANS NOTHING HAS BEEN SENT FROM THAT LOG YET.
      *
      *  CALCWHEX READS THE WATERMARK AS WHMARK AND WRITES THE
      *  ADVANCED ONE AS WHMARKN ONLY WHEN THE EXTRACT ENDED CLEAN;
      *  THE JOB STEP CATALOGS WHMARKN AS THE NEXT WHMARK ON RETURN
      *  CODE 0 ONLY, SO A FAILED NIGHT LEAVES THE WATERMARK WHERE IT
      *  WAS AND THE NEXT EXTRACT RESENDS THE SAME RECORDS.
      *
      *  WM-RUN-ID IS THE RUN ID OF THE EXTRACT THAT SET THE
      *  WATERMARK (SEE CALCRUN.CPY), AND THE SENT COUNTS ARE THAT
      *  EXTRACT'S DETAIL RECORDS FROM EACH LOG.
      *****************************************************************
       01  CALC-WHM-RECORD.
           05  WM-AUD-LOG-KEY.
               10  WM-AUD-DATE         PIC 9(08).
               10  WM-AUD-TIME         PIC 9(08).
               10  WM-AUD-TIE-SEQ-NO   PIC 9(03).
           05  WM-AUD4-LOG-KEY.
               10  WM-AUD4-DATE        PIC 9(08).
               10  WM-AUD4-TIME        PIC 9(08).
               10  WM-AUD4-TIE-SEQ-NO  PIC 9(03).
           05  WM-RUN-ID               PIC X(16).
           05  WM-AUD-SENT-COUNT       PIC S9(07).
           05  WM-AUD4-SENT-COUNT      PIC S9(07).
           05  FILLER                  PIC X(12).
