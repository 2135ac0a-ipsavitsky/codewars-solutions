      * THAT PRODUCED THE POSTING.  ONE TYPE '9' TRAILER              *
      * CARRIES THE POSTING RECORD COUNT AND THE HASH TOTAL OF THE    *
      * POSTING AMOUNTS SO THE GL SIDE CAN VERIFY THE TRANSMISSION.   *
      * THE RESEND FLAG IS SPACE ON A POSTING'S FIRST TRANSMISSION    *
      * AND 'R' WHEN GLRESUB RETRANSMITS IT AFTER THE LEDGER REJECTED *
      * OR NEVER ACKNOWLEDGED IT.  THE FAIL CODE IS SET ONLY ON THE   *
      * FAILED-POSTING QUEUE (GLFAIL) GLACKMAT WRITES: 'R' REJECTED   *
      * BY THE LEDGER, 'U' NEVER ACKNOWLEDGED.                        *
      * COPY THIS MEMBER, WITH REPLACING LEADING ==GL== BY A CALLER   *
      * PREFIX WHEN NEEDED, WHEREVER A PROGRAM WRITES OR READS THE    *
      * GL INTERFACE FILE (GLEXTR AND ANY FUTURE CALLER).             *
               10  GL-POST-RUN-DATE    PIC 9(06).
               10  GL-ACCT-CODE        PIC X(08).
               10  GL-POST-CYCLE       PIC 9(02).
               10  GL-RESEND-FLAG      PIC X(01).
                   88  GL-FIRST-SEND   VALUE SPACE.
                   88  GL-RESENT       VALUE 'R'.
               10  GL-FAIL-CODE        PIC X(01).
                   88  GL-FAIL-REJECTED VALUE 'R'.
                   88  GL-FAIL-UNACKED VALUE 'U'.
               10  FILLER              PIC X(04).
           05  GL-TRL-DATA REDEFINES GL-REC-DATA.
               10  GL-TRL-REC-COUNT    PIC 9(07).
               10  GL-TRL-HASH-TOTAL   PIC 9(13)V99.
