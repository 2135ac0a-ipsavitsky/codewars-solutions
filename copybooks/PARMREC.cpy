      *              (PIC 9(03), 000 DISABLES THE CHECK)              *
      *   INQBATCH - BATCHINQ BATCH ID (PIC X(06))                    *
      *   INQDATE  - BATCHINQ RUN DATE (YYMMDD, OR SPACES FOR ALL)    *
      *   SUSPWOFF - SUSPAGE WRITE-OFF THRESHOLD, DAYS IN SUSPENSE    *
      *              (PIC 9(03), 000 DISABLES AUTOMATIC WRITE-OFF)    *
      *   SUSPACCT - SUSPAGE SUSPENSE CLEARING GL ACCOUNT (X(08))     *
      *   XMITOVRD - GLEXTR SUPERVISOR OVERRIDE TO RE-EXTRACT A RUN   *
      *              ALREADY TRANSMITTED (RUN DATE + CYCLE, YYMMDDCC; *
      *              SPACES WHEN NO OVERRIDE IS IN FORCE)             *
      *   ACCTMTD  - ACCTACT MONTH-TO-DATE BALANCES CARRIED (Y/N)     *
      *   BASECCY  - BASE (LEDGER) CURRENCY CODE (X(03), ALPHABETIC)  *
      *   APPRDAYS - PARMUPDT DAYS A PENDING CHANGE WAITS FOR         *
      *              APPROVAL BEFORE IT EXPIRES (01-99, DEFAULT 01)   *
      * RUNID, CYCLE, EXTRDATE, DUPLKBK, XMITOVRD, SUSPWOFF AND       *
      * SUSPACCT NEED A SECOND USER'S APPROVAL: A CHANGE TO ONE IS    *
      * HELD ON THE PENDING-CHANGE FILE (PARMPND) AND THIS FILE KEEPS *
      * THE APPROVED VALUE UNTIL THEN.                                *
      * COPY THIS MEMBER, WITH REPLACING LEADING ==PARM== BY A CALLER *
      * PREFIX WHEN NEEDED, WHEREVER A PROGRAM READS OR MAINTAINS THE *
      * RUN-PARAMETER FILE (PARMGET, PARMUPDT, AND ANY FUTURE CALLER).*
