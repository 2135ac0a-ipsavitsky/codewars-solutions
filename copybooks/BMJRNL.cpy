      *****************************************************************
      * BMJRNL - BATCH-MASTER UPDATE JOURNAL RECORD.  ONE RECORD PER  *
      * WRITE, REWRITE, OR DELETE AGAINST THE BATCH-MASTER HISTORY    *
      * FILE (BATCHMST), APPENDED BY THE UPDATING PROGRAM IMMEDIATELY *
      * AFTER THE UPDATE SUCCEEDS, STAMPED WITH THE PROGRAM, THE RUN  *
      * ID (PARMGET KEY RUNID), AND THE DATE AND TIME.  THE ACTION    *
      * SAYS WHAT WAS DONE: 'A' A RECORD ADDED (NO BEFORE IMAGE), 'C' *
      * A RECORD CHANGED (BOTH IMAGES), 'D' A RECORD DELETED (NO      *
      * AFTER IMAGE).  THE IMAGES ARE WHOLE BATMST RECORDS.           *
      *                                                               *
      * THE LIVE JOURNAL (PROD.DAILY.BMJRNL) HOLDS EVERY UPDATE SINCE *
      * THE LAST NIGHTLY BACKUP OF THE MASTER: THE BACKUP JOB COPIES  *
      * IT TO THE JOURNAL HISTORY AND EMPTIES IT IN THE SAME RUN THAT *
      * COPIES THE MASTER.  BMRECOV RESTORES A BACKUP AND REPLAYS THE *
      * JOURNAL FORWARD FROM IT.                                      *
      *                                                               *
      * COPY THIS MEMBER, WITH REPLACING LEADING ==JR== BY A CALLER   *
      * PREFIX WHEN NEEDED, WHEREVER A PROGRAM WRITES OR READS THE    *
      * JOURNAL (DAILYBAL, REBAL, GLACKMAT, MSTCLOSE, GLREVRS,        *
      * SUSPAGE, BMRECOV, AND ANY FUTURE UPDATER OF THE MASTER).      *
      *****************************************************************
       01  JR-RECORD.
           05  JR-PROGRAM              PIC X(08).
           05  JR-RUN-ID               PIC X(08).
           05  JR-DATE                 PIC 9(06).
           05  JR-TIME                 PIC 9(08).
           05  JR-ACTION               PIC X(01).
               88  JR-ADDED            VALUE 'A'.
               88  JR-CHANGED          VALUE 'C'.
               88  JR-DELETED          VALUE 'D'.
           05  JR-BM-KEY               PIC X(14).
           05  JR-BEFORE-IMAGE         PIC X(200).
           05  JR-AFTER-IMAGE          PIC X(200).
           05  FILLER                  PIC X(15).
