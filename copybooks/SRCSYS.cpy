      *****************************************************************
      * SRCSYS - SOURCE-SYSTEM TABLE RECORD.  ONE RECORD PER RANGE OF *
      * BATCH IDS, NAMING THE SYSTEM THAT SENDS THEM AND WHO TO CALL  *
      * ABOUT IT.  WITH A HIGH ID, THE ENTRY COVERS EVERY BATCH ID    *
      * FROM THE LOW ID TO THE HIGH ID INCLUSIVE; WITH THE HIGH ID    *
      * BLANK, THE LOW ID IS A PREFIX AND THE ENTRY COVERS EVERY      *
      * BATCH ID THAT BEGINS WITH IT (A FULL SIX-CHARACTER LOW ID     *
      * MATCHES THAT ONE BATCH ID).  A SYSTEM FED FROM SEVERAL RANGES *
      * HAS ONE RECORD PER RANGE UNDER THE SAME SYSTEM ID; THE NAME   *
      * AND CONTACT ARE TAKEN FROM ITS FIRST RECORD.  WHERE RANGES    *
      * OVERLAP THE FIRST RECORD IN THE FILE WINS.                    *
      *                                                               *
      * THE TABLE (PROD.DAILY.SRCSYS) IS KEPT BY HAND BY THE CONTROL  *
      * DESK.  A BATCH ID NO RECORD COVERS IS SCORED UNDER SYSTEM ID  *
      * 'UNKNOWN'.                                                    *
      *****************************************************************
       01  SS-RECORD.
           05  SS-LOW-BATCH-ID         PIC X(06).
           05  SS-HIGH-BATCH-ID        PIC X(06).
           05  SS-SYSTEM-ID            PIC X(08).
           05  SS-SYSTEM-NAME          PIC X(30).
           05  SS-CONTACT              PIC X(28).
           05  FILLER                  PIC X(02).
