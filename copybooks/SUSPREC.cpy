      * SUSPENDED IT, THE SOURCE CONTROL TOTAL, AND THE TOTALS THE    *
      * BALANCING RUN COMPUTED, FOLLOWED BY                           *
      * THE BATCH'S DETAIL ITEMS, SO THE BATCH CAN BE RE-BALANCED ON  *
      * A LATER DAY WITHOUT THE ORIGINAL TRANFILE.  AMOUNTS ARE IN    *
      * THE BATCH'S OWN CURRENCY, NAMED ON THE HEADER (SPACES FOR A   *
      * BATCH SUSPENDED BEFORE CURRENCIES WERE CARRIED, WHICH IS THE  *
      * BASE CURRENCY).  THE HEADER ALSO SAYS WHY THE BATCH WENT INTO *
      * SUSPENSE: 'B' (OR SPACE, ON A HEADER WRITTEN BEFORE THE CODE  *
      * WAS CARRIED) FOR A RECONCILIATION BREAK, 'F' FOR A BATCH THAT *
      * BALANCED BUT HAD NO FX RATE; IT IS CARRIED UNCHANGED UNTIL    *
      * THE BATCH LEAVES SUSPENSE.  COPY THIS MEMBER,                 *
      * WITH REPLACING ==SUSP== BY A CALLER PREFIX WHEN NEEDED,       *
      * WHEREVER A PROGRAM WRITES OR READS THE SUSPENSE FILE          *
      * (DAILYBAL, REBAL, AND ANY FUTURE CALLER OF THE SAME PATTERN). *
               10  SUSP-HDR-NEG-COUNT      PIC 9(05).
               10  SUSP-HDR-VALUE-DATE     PIC 9(06).
               10  SUSP-HDR-CYCLE          PIC 9(02).
               10  SUSP-HDR-CCY-CODE       PIC X(03).
               10  SUSP-HDR-ENTRY-CODE     PIC X(01).
                   88  SUSP-HDR-ENTRY-BREAK    VALUES 'B' SPACE.
                   88  SUSP-HDR-ENTRY-NO-RATE  VALUE 'F'.
               10  FILLER                  PIC X(02).
           05  SUSP-DTL-DATA REDEFINES SUSP-REC-DATA.
               10  SUSP-DTL-ITEM-INDEX     PIC 9(03).
               10  SUSP-DTL-AMOUNT         PIC S9(07)V99.
