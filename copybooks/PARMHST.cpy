      *****************************************************************
      * PARMHST - RUN-PARAMETER HISTORY RECORD.  ONE RECORD FOR EVERY *
      * THING THAT HAPPENS TO A RUN PARAMETER IN PARMUPDT, WITH THE   *
      * OLD VALUE AND THE NEW VALUE: 'S' A SET APPLIED AT ONCE; 'P' A *
      * CHANGE TO A SENSITIVE KEY ASKED FOR AND HELD PENDING; 'A' A   *
      * PENDING CHANGE APPROVED AND APPLIED; 'R' A PENDING CHANGE     *
      * REJECTED; 'E' A PENDING CHANGE EXPIRED UNAPPROVED.  THE USER, *
      * DATE AND TIME ARE WHO ACTED AND WHEN (PARMUPDT ITSELF FOR AN  *
      * EXPIRY); THE REQUEST FIELDS NAME WHO ASKED FOR THE CHANGE AND *
      * WHEN, SO AN APPROVAL CARRIES BOTH NAMES.                      *
      *                                                               *
      * THE FILE (PROD.DAILY.PARMHIST) IS PERMANENT AND ONLY EVER     *
      * APPENDED TO.  PARMSIGN LISTS THE RECENT RECORDS ON THE DAILY  *
      * PARAMETER SIGN-OFF REPORT.  COPY THIS MEMBER, WITH REPLACING  *
      * LEADING ==PH== BY A CALLER PREFIX WHEN NEEDED, WHEREVER A     *
      * PROGRAM WRITES OR READS THE HISTORY.                          *
      *****************************************************************
       01  PH-RECORD.
           05  PH-KEY                  PIC X(08).
           05  PH-ACTION               PIC X(01).
               88  PH-SET-APPLIED      VALUE 'S'.
               88  PH-REQUESTED        VALUE 'P'.
               88  PH-APPROVED         VALUE 'A'.
               88  PH-REJECTED         VALUE 'R'.
               88  PH-EXPIRED          VALUE 'E'.
           05  PH-OLD-VALUE            PIC X(16).
           05  PH-NEW-VALUE            PIC X(16).
           05  PH-USER                 PIC X(08).
           05  PH-DATE                 PIC 9(06).
           05  PH-TIME                 PIC 9(08).
           05  PH-REQ-USER             PIC X(08).
           05  PH-REQ-DATE             PIC 9(06).
           05  PH-REQ-TIME             PIC 9(08).
           05  FILLER                  PIC X(15).
