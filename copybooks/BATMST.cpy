      * THE SUMMARY VIEW REDEFINING THE DETAIL FIELDS.  READERS OF    *
      * THE DAILY FIELDS MUST TEST THE KIND FIRST.                    *
      *                                                               *
      * THE RECON STATUS IS 'OK' OR 'BREAK' AS DAILYBAL OR REBAL LEFT *
      * IT, 'REVSD' ONCE GLREVRS HAS POSTED THE MIRROR IMAGE OF AN OK *
      * BATCH BACK TO THE LEDGER, OR 'WROFF' ONCE SUSPAGE HAS WRITTEN *
      * A BREAK OFF TO THE SUSPENSE CLEARING ACCOUNT - STILL A BREAK, *
      * NEVER A CLEAR.  THE ADJUSTMENT FIELDS AT THE END OF THE       *
      * RECORD CARRY WHO ASKED FOR SUCH AN AFTER-THE-FACT CHANGE, THE *
      * DATE IT WAS APPLIED, AND WHY; SPACES UNTIL ONE IS MADE.       *
      *                                                               *
      * THE ITEM AMOUNTS, SUMS, AND CONTROL TOTAL ABOVE ARE ALWAYS IN *
      * THE BATCH'S OWN CURRENCY, AS THE SOURCE BOOKED THEM, AND THE  *
      * BATCH BALANCES IN THAT CURRENCY.  THE CURRENCY FIELDS AT THE  *
      * END OF THE RECORD CARRY THE CURRENCY CODE, THE RATE TO THE    *
      * BASE CURRENCY FOR THE BATCH'S VALUE DATE, AND THE BASE-       *
      * CURRENCY EQUIVALENTS THE LEDGER IS POSTED WITH.  EACH ITEM IS *
      * CONVERTED SEPARATELY, ROUNDED TO THE CENT, AND THE BASE SUMS  *
      * ARE THE SUMS OF THE CONVERTED ITEMS, SO THEY FOOT TO THE GL   *
      * POSTINGS EXACTLY.  A BASE-CURRENCY BATCH CARRIES A RATE OF 1  *
      * AND BASE FIGURES EQUAL TO ITS OWN.  DETAIL RECORDS ONLY.      *
      *                                                               *
      * COPY THIS                                                     *
      * MEMBER, WITH REPLACING LEADING ==BM== BY A CALLER PREFIX WHEN *
      * NEEDED, WHEREVER A PROGRAM WRITES OR READS THE BATCH MASTER   *
           05  BM-ALT-KEY.
               10  BM-ALT-RUN-DATE     PIC 9(06).
               10  BM-ALT-CYCLE        PIC 9(02).
      *    WHO ASKED FOR AN AFTER-THE-FACT ADJUSTMENT TO THE BATCH
      *    (A REVERSAL OR A WRITE-OFF), THE DATE IT WAS APPLIED, AND
      *    THE REASON GIVEN.  DETAIL RECORDS ONLY.
           05  BM-ADJ-USER             PIC X(08).
           05  BM-ADJ-DATE             PIC 9(06).
           05  BM-ADJ-REASON           PIC X(30).
      *    THE BATCH'S CURRENCY, ITS RATE TO THE BASE CURRENCY ON THE
      *    VALUE DATE (BASE UNITS PER UNIT), AND THE BASE-CURRENCY
      *    EQUIVALENTS OF THE POSITIVE SUM, NEGATIVE SUM, AND CONTROL
      *    TOTAL.  DETAIL RECORDS ONLY.
           05  BM-CCY-CODE             PIC X(03).
           05  BM-FX-RATE              PIC 9(05)V9(07).
           05  BM-BASE-RESULT          PIC 9(11)V99.
           05  BM-BASE-NEG-RESULT      PIC S9(11)V99.
           05  BM-BASE-CONTROL-TOTAL   PIC S9(11)V99.
           05  FILLER                  PIC X(18).
