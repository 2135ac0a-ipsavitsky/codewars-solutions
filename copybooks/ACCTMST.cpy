      *****************************************************************
      * ACCTMST - GL ACCOUNT MASTER RECORD.  ONE RECORD PER GL        *
      * ACCOUNT CODE THE DAILY ITEMS MAY BE CODED TO, KEYED ON THE    *
      * CODE.  REPLACES THE FLAT LIST OF BARE CODES (ACCTTBL) WITH    *
      * WHAT GL ACCOUNTING KNOWS ABOUT EACH ACCOUNT: ITS DESCRIPTION,  *
      * ACCOUNT TYPE, NORMAL (DEBIT OR CREDIT) SIDE, THE DATE IT      *
      * OPENED, THE DATE IT CLOSED (ZERO WHILE THE ACCOUNT IS OPEN;   *
      * A CLOSE MAY BE ENTERED AHEAD FOR A FUTURE DATE), AND WHO      *
      * LAST CHANGED IT AND WHEN.  AN ACCOUNT IS USABLE FOR A VALUE   *
      * DATE ON OR AFTER ITS OPEN DATE AND BEFORE ITS CLOSE DATE.     *
      * ACCTUPDT IS THE ONLY WRITER.  COPY THIS MEMBER, WITH          *
      * REPLACING LEADING ==AM== BY A CALLER PREFIX WHEN NEEDED,      *
      * WHEREVER A PROGRAM READS OR MAINTAINS THE ACCOUNT MASTER      *
      * (ACCTUPDT, TRANEDIT, BATCHINQ, GLRESUB, AND ANY FUTURE        *
      * CALLER OF THE SAME PATTERN).                                  *
      *****************************************************************
       01  AM-RECORD.
           05  AM-ACCT-CODE            PIC X(08).
           05  AM-DESCRIPTION          PIC X(30).
           05  AM-ACCT-TYPE            PIC X(01).
               88  AM-TYPE-ASSET       VALUE 'A'.
               88  AM-TYPE-LIABILITY   VALUE 'L'.
               88  AM-TYPE-EQUITY      VALUE 'E'.
               88  AM-TYPE-INCOME      VALUE 'I'.
               88  AM-TYPE-EXPENSE     VALUE 'X'.
               88  AM-TYPE-VALID       VALUES 'A' 'L' 'E' 'I' 'X'.
           05  AM-NORMAL-SIDE          PIC X(01).
               88  AM-NORMAL-DEBIT     VALUE 'D'.
               88  AM-NORMAL-CREDIT    VALUE 'C'.
               88  AM-SIDE-VALID       VALUES 'D' 'C'.
           05  AM-OPEN-DATE            PIC 9(06).
           05  AM-CLOSE-DATE           PIC 9(06).
               88  AM-NOT-CLOSED       VALUE ZERO.
           05  AM-UPD-USER             PIC X(08).
           05  AM-UPD-DATE             PIC 9(06).
           05  AM-UPD-TIME             PIC 9(08).
           05  FILLER                  PIC X(06).
