      *****************************************************************
      * PARMPND - PENDING RUN-PARAMETER CHANGE RECORD.  A SET OF ONE  *
      * OF THE SENSITIVE KEYS (RUNID, CYCLE, EXTRDATE, DUPLKBK,       *
      * XMITOVRD, SUSPWOFF, SUSPACCT) IS NOT APPLIED TO THE RUN-      *
      * PARAMETER FILE; PARMUPDT HOLDS IT HERE, KEYED ON THE          *
      * PARAMETER NAME, UNTIL A SECOND, DIFFERENT USER APPROVES IT IN *
      * A LATER PARMUPDT RUN (APPR CARD), SOMEONE REJECTS IT (REJ     *
      * CARD), OR IT EXPIRES.  ONE CHANGE AT A TIME MAY BE PENDING    *
      * FOR A KEY.  THE OLD VALUE IS THE VALUE IN FORCE WHEN THE      *
      * CHANGE WAS ASKED FOR; PARMGET GOES ON RETURNING IT UNTIL THE  *
      * CHANGE IS APPROVED.  THE CHANGE EXPIRES AT THE EXPIRY STAMP,  *
      * THE REQUEST STAMP PLUS THE APPRDAYS PARAMETER IN DAYS.        *
      *                                                               *
      * THE FILE (PROD.DAILY.PARMPEND) IS WRITTEN ONLY BY PARMUPDT.   *
      * COPY THIS MEMBER, WITH REPLACING LEADING ==PP== BY A CALLER   *
      * PREFIX WHEN NEEDED, WHEREVER A PROGRAM READS OR MAINTAINS IT  *
      * (PARMUPDT, PARMSIGN).                                         *
      *****************************************************************
       01  PP-RECORD.
           05  PP-KEY                  PIC X(08).
           05  PP-OLD-VALUE            PIC X(16).
           05  PP-NEW-VALUE            PIC X(16).
           05  PP-REQ-USER             PIC X(08).
           05  PP-REQ-STAMP.
               10  PP-REQ-DATE         PIC 9(06).
               10  PP-REQ-TIME         PIC 9(08).
           05  PP-EXPIRE-STAMP.
               10  PP-EXPIRE-DATE      PIC 9(06).
               10  PP-EXPIRE-TIME      PIC 9(08).
           05  FILLER                  PIC X(04).
