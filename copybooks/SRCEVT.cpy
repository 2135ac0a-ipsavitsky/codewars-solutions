      *****************************************************************
      * SRCEVT - SOURCE-SYSTEM EVENT RECORD.  ONE RECORD PER THING    *
      * THAT HAPPENS TO A SOURCE SYSTEM'S BATCH ON ITS WAY THROUGH    *
      * THE DAY, APPENDED BY THE PROGRAM THAT SAW IT: RELEASED ('R'), *
      * REJECTED WITH ITS DROP REASON ('J'), HELD AS A DUPLICATE OF A *
      * BATCH ID ALREADY USED ('H'), OR HELD FOR WANT OF AN FX RATE   *
      * ('F') BY TRANEDIT; BROKEN ON THE CONTROL-TOTAL RECONCILIATION *
      * ('B') BY DAILYBAL; CLEARED FROM SUSPENSE ('C', WITH THE RUN   *
      * DATE IT WENT INTO SUSPENSE) BY REBAL; RETURNED TO ITS         *
      * DEPARTMENT ON A CORRECTION TRANSMITTAL ('X', WITH THE         *
      * DEPARTMENT) BY CORRXMIT.                                      *
      *                                                               *
      * THE FILE (PROD.DAILY.SRCEVT) IS PERMANENT AND ONLY EVER       *
      * APPENDED TO, EXCEPT THAT THE MONTHLY SOURCE SCORECARD         *
      * (SRCSCORE) DROPS EVENTS OLDER THAN THE MONTH BEFORE THE MONTH *
      * IT SCORES.  COPY THIS MEMBER, WITH REPLACING LEADING ==SE==   *
      * BY A CALLER PREFIX WHEN NEEDED, WHEREVER A PROGRAM WRITES OR  *
      * READS THE EVENT FILE.                                         *
      *****************************************************************
       01  SE-RECORD.
           05  SE-EVENT-DATE           PIC 9(06).
           05  SE-BATCH-ID             PIC X(06).
           05  SE-EVENT                PIC X(01).
               88  SE-RELEASED         VALUE 'R'.
               88  SE-REJECTED         VALUE 'J'.
               88  SE-DUP-HELD         VALUE 'H'.
               88  SE-RATE-HELD        VALUE 'F'.
               88  SE-RECON-BREAK      VALUE 'B'.
               88  SE-SUSP-CLEARED     VALUE 'C'.
               88  SE-RETURNED         VALUE 'X'.
           05  SE-PROGRAM              PIC X(08).
           05  SE-REASON               PIC X(30).
           05  SE-SUSP-DATE            PIC 9(06).
           05  SE-XMIT-DEPT            PIC X(02).
           05  FILLER                  PIC X(21).
