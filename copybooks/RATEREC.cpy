      *****************************************************************
      * RATEREC - FOREIGN-EXCHANGE RATE TABLE RECORD.  ONE RECORD PER *
      * CURRENCY PER VALUE DATE, KEYED ON THE ISO CURRENCY CODE PLUS  *
      * THE VALUE DATE (YYMMDD), CARRYING THE NUMBER OF BASE-CURRENCY *
      * UNITS ONE UNIT OF THE CURRENCY BUYS ON THAT DATE.  TREASURY   *
      * LOADS THE TABLE DAILY THROUGH RATELOAD, WHICH STAMPS WHO      *
      * LOADED THE RATE AND WHEN.  THE BASE CURRENCY ITSELF (PARMGET  *
      * KEY BASECCY) IS NEVER CARRIED - ITS RATE IS ALWAYS 1.  THERE  *
      * IS NO NEAREST-DATE LOOKUP: A BATCH WHOSE CURRENCY HAS NO      *
      * RECORD FOR ITS OWN VALUE DATE HAS NO RATE.  COPY THIS MEMBER, *
      * WITH REPLACING LEADING ==RT== BY A CALLER PREFIX WHEN NEEDED, *
      * WHEREVER A PROGRAM READS OR MAINTAINS THE RATE TABLE          *
      * (RATELOAD, TRANEDIT, DAILYBAL, REBAL, AND ANY FUTURE CALLER). *
      *****************************************************************
       01  RT-RECORD.
           05  RT-KEY.
               10  RT-CCY-CODE         PIC X(03).
               10  RT-VALUE-DATE       PIC 9(06).
           05  RT-RATE                 PIC 9(05)V9(07).
           05  RT-LOAD-USER            PIC X(08).
           05  RT-LOAD-DATE            PIC 9(06).
           05  RT-LOAD-TIME            PIC 9(08).
           05  FILLER                  PIC X(07).
