      *****************************************************************
      * FXAUD - FOREIGN-CURRENCY POSTING AUDIT RECORD.  ONE RECORD    *
      * PER GL POSTING BUILT FROM A BATCH BOOKED IN A CURRENCY OTHER  *
      * THAN THE BASE CURRENCY, CARRYING THE ORIGINAL CURRENCY AND    *
      * AMOUNT BESIDE THE RATE USED AND THE BASE-CURRENCY AMOUNT THE  *
      * LEDGER WAS SENT, SO EVERY CONVERTED POSTING CAN BE TRACED     *
      * BACK TO THE SOURCE FIGURES.  THE POSTING FIELDS (REFERENCE,   *
      * DATE, SIDE, ACCOUNT, RUN DATE, CYCLE) MATCH THE GLPOST RECORD *
      * THEY DESCRIBE.  THE FILE IS PERMANENT AND ONLY EVER APPENDED  *
      * TO.  COPY THIS MEMBER, WITH REPLACING LEADING ==FX== BY A     *
      * CALLER PREFIX WHEN NEEDED, WHEREVER A PROGRAM WRITES OR READS *
      * THE AUDIT FILE (GLEXTR, REBAL, GLREVRS, SUSPAGE, AND ANY      *
      * FUTURE CALLER OF THE SAME PATTERN).                           *
      *****************************************************************
       01  FX-RECORD.
           05  FX-PROGRAM              PIC X(08).
           05  FX-POST-REF             PIC X(06).
           05  FX-POST-DATE            PIC 9(06).
           05  FX-POST-RUN-DATE        PIC 9(06).
           05  FX-POST-CYCLE           PIC 9(02).
           05  FX-ACCT-CODE            PIC X(08).
           05  FX-DR-CR-CODE           PIC X(01).
           05  FX-CCY-CODE             PIC X(03).
           05  FX-ORIG-AMOUNT          PIC 9(11)V99.
           05  FX-RATE                 PIC 9(05)V9(07).
           05  FX-BASE-CCY-CODE        PIC X(03).
           05  FX-BASE-AMOUNT          PIC 9(11)V99.
           05  FX-LOG-DATE             PIC 9(06).
           05  FX-LOG-TIME             PIC 9(08).
           05  FILLER                  PIC X(05).
