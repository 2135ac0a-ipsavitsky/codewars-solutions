      *****************************************************************
      * ACCTBAL - GL ACCOUNT MONTH-TO-DATE BALANCE RECORD.  ONE       *
      * RECORD PER GL ACCOUNT PER VALUE-DATE MONTH, KEYED ON THE      *
      * ACCOUNT CODE PLUS THE MONTH (YYMM), CARRYING THE DEBITS AND   *
      * CREDITS POSTED TO THE ACCOUNT SO FAR IN THE MONTH.  THE       *
      * PRIOR FIELDS HOLD THE TOTALS AS THEY STOOD BEFORE THE LAST    *
      * RUN (RUN DATE + CYCLE) WAS ADDED IN, SO A RERUN OF THAT SAME  *
      * RUN BACKS ITS FIRST PASS OUT INSTEAD OF COUNTING IT TWICE.    *
      * ACCTACT IS THE ONLY WRITER.  COPY THIS MEMBER, WITH           *
      * REPLACING LEADING ==AB== BY A CALLER PREFIX WHEN NEEDED,      *
      * WHEREVER A PROGRAM READS OR MAINTAINS THE BALANCE FILE        *
      * (ACCTACT AND ANY FUTURE CALLER OF THE SAME PATTERN).          *
      *****************************************************************
       01  AB-RECORD.
           05  AB-KEY.
               10  AB-ACCT-CODE        PIC X(08).
               10  AB-MONTH            PIC 9(04).
           05  AB-MTD-DEBITS           PIC 9(13)V99.
           05  AB-MTD-CREDITS          PIC 9(13)V99.
           05  AB-PRIOR-DEBITS         PIC 9(13)V99.
           05  AB-PRIOR-CREDITS        PIC 9(13)V99.
           05  AB-LAST-RUN.
               10  AB-LAST-RUN-DATE    PIC 9(06).
               10  AB-LAST-CYCLE       PIC 9(02).
           05  AB-UPD-DATE             PIC 9(06).
           05  AB-UPD-TIME             PIC 9(08).
           05  FILLER                  PIC X(06).
