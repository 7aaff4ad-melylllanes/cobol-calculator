      *****************************************************************
      *  CALCCAL.CPY
      *  BUSINESS CALENDAR RECORD
      *  THE CALENDAR THE DAY-CLOSE (CALCDCLS) ROLLS THE CALCPARM
      *  BUSINESS DATE BY.  A LINE-SEQUENTIAL FILE KEPT BY OPERATIONS
      *  THE SAME WAY AS CALCPARM, ONE DATE PER LINE, "*" IN COLUMN 1
      *  FOR COMMENTS:
      *
      *      YYYYMMDD H DESCRIPTION       (A HOLIDAY - NOT A WORKING
      *                                    DAY, WHATEVER THE WEEKDAY)
      *      YYYYMMDD W DESCRIPTION       (A WORKING DAY, WHATEVER
      *                                    THE WEEKDAY - A SATURDAY
      *                                    OPENED TO MAKE UP A HOLIDAY)
      *
      *  A DATE NOT ON THE CALENDAR FOLLOWS THE WEEK: MONDAY TO
      *  FRIDAY ARE WORKING DAYS, SATURDAY AND SUNDAY ARE NOT.  THE
      *  CALENDAR MUST CARRY AT LEAST ONE ENTRY IN THE YEAR OF ANY
      *  DATE THE BUSINESS DATE IS ROLLED TO, SO A NEW YEAR WHOSE
      *  HOLIDAYS WERE NEVER LOADED STOPS THE DAY-CLOSE INSTEAD OF
      *  BEING TREATED AS A YEAR WITHOUT HOLIDAYS.  THE LINES MAY BE
      *  IN ANY ORDER.
      *****************************************************************
       01  CALC-CAL-RECORD.
           05  CL-DATE                 PIC 9(08).
           05  CL-DATE-PARTS REDEFINES CL-DATE.
               10  CL-YEAR             PIC 9(04).
               10  CL-MONTH            PIC 9(02).
               10  CL-DAY              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CL-DAY-TYPE             PIC X(01).
               88  CL-WORKING-DAY          VALUE "W".
               88  CL-HOLIDAY              VALUE "H".
           05  FILLER                  PIC X(01).
           05  CL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(39).
