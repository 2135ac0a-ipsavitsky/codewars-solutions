      *****************************************************************
      * GLXREG - GL TRANSMISSION REGISTER RECORD.  ONE RECORD PER GL  *
      * INTERFACE FILE BUILT FOR THE LEDGER, KEYED ON THE RUN DATE,   *
      * THE CYCLE, AND WHICH FILE IT IS ('GLFILE' FOR THE GLEXTR      *
      * EXTRACT OF THAT RUN DATE AND CYCLE; 'GLSUPP' FOR A REBAL      *
      * SUPPLEMENTAL FILE, UNDER THE DATE REBAL RAN AND A SEQUENCE    *
      * NUMBER IN PLACE OF THE CYCLE), SO THE SAME RUN CAN NEVER BE   *
      * SENT TO THE LEDGER TWICE UNNOTICED.  EACH ENTRY CARRIES THE   *
      * RUN ID, THE POSTING COUNT AND HASH TOTAL FROM THE FILE'S      *
      * GLPOST TRAILER, AND THE FILE'S PROGRESS:                      *
      *   'B' BUILT        - WRITTEN BY GLEXTR OR REBAL               *
      *   'T' TRANSMITTED  - SET BY GLXMARK ONCE THE FILE HAS GONE    *
      *   'A' ACKNOWLEDGED - SET BY GLACKMAT WHEN THE LEDGER'S ACK    *
      *                      FILE FOR THE TRANSMISSION IS MATCHED     *
      * WITH THE DATE AND TIME OF EACH STEP, HOW MANY TIMES THE FILE  *
      * HAS BEEN BUILT, AND WHETHER THE LATEST BUILD WAS A RE-EXTRACT *
      * UNDER THE SUPERVISOR OVERRIDE (PARMGET KEY XMITOVRD).  COPY   *
      * THIS MEMBER, WITH REPLACING LEADING ==XR== BY A CALLER PREFIX *
      * WHEN NEEDED, WHEREVER A PROGRAM WRITES OR READS THE REGISTER  *
      * (GLEXTR, REBAL, GLXMARK, GLACKMAT, CTLSHEET, GLREVRS, AND ANY *
      * FUTURE CALLER OF THE SAME PATTERN).                           *
      *****************************************************************
       01  XR-RECORD.
           05  XR-KEY.
               10  XR-RUN-DATE         PIC 9(06).
               10  XR-CYCLE            PIC 9(02).
               10  XR-FILE-ID          PIC X(06).
           05  XR-RUN-ID               PIC X(08).
           05  XR-POST-COUNT           PIC 9(07).
           05  XR-HASH-TOTAL           PIC 9(13)V99.
           05  XR-STATUS               PIC X(01).
               88  XR-BUILT            VALUE 'B'.
               88  XR-TRANSMITTED      VALUE 'T'.
               88  XR-ACKNOWLEDGED     VALUE 'A'.
           05  XR-BUILD-COUNT          PIC 9(02).
           05  XR-OVERRIDE-SW          PIC X(01).
               88  XR-OVERRIDE-BUILD   VALUE 'Y'.
           05  XR-BUILD-DATE           PIC 9(06).
           05  XR-BUILD-TIME           PIC 9(08).
           05  XR-XMIT-DATE            PIC 9(06).
           05  XR-XMIT-TIME            PIC 9(08).
           05  XR-ACK-DATE             PIC 9(06).
           05  XR-ACK-TIME             PIC 9(08).
           05  FILLER                  PIC X(10).
