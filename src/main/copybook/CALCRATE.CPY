      *****************************************************************
      *  CALCRATE.CPY
      *  INTEREST RATE TABLE RECORD
      *  ONE RECORD PER RATE, EITHER FOR ONE ACCOUNT OR FOR A WHOLE
      *  ACCOUNT CLASS.  AN ACCOUNT'S CLASS IS THE FIRST TWO
      *  CHARACTERS OF ITS ACCOUNT NUMBER (THE PRODUCT PREFIX); A
      *  CLASS RECORD CARRIES THE CLASS IN THE FIRST TWO BYTES OF
      *  RT-RATE-KEY AND SPACES AFTER.  AN ACCOUNT RATE OVERRIDES ITS
      *  CLASS RATE.  AN ACCOUNT WITH NEITHER EARNS NO INTEREST AND IS
      *  LISTED BY CALCINTR SO THE TABLE GETS FIXED.
      *
      *  RT-ANNUAL-RATE IS A PERCENTAGE PER YEAR (03.2500 IS 3.25%),
      *  APPLIED ON AN ACTUAL/365 DAY BASIS.
      *****************************************************************
       01  CALC-RATE-RECORD.
           05  RT-RATE-TYPE            PIC X(01).
               88  RT-RATE-ACCOUNT         VALUE "A".
               88  RT-RATE-CLASS           VALUE "C".
           05  RT-RATE-KEY             PIC X(08).
           05  RT-ANNUAL-RATE          PIC 9(02)V9(04).
