000010******************************************************************
000020* PROGRAM-ID: ACCTUPDT                                           *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - MAINTENANCE AND LISTING     *
000100*                  UTILITY FOR THE KEYED GL ACCOUNT MASTER THAT  *
000110*                  REPLACES THE FLAT ACCOUNT TABLE (ACCTTBL)     *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. ACCTUPDT.
000150 AUTHOR. R. OKONKWO.
000160 INSTALLATION. DATA CENTER OPERATIONS.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190******************************************************************
000200* ADDS, CHANGES, CLOSES, AND LISTS THE ACCOUNTS ON THE GL        *
000210* ACCOUNT MASTER (ACCTMST) THAT TRANEDIT VALIDATES EVERY DETAIL  *
000220* ITEM AGAINST AND THE RESEARCH AND GL REPORTS TAKE ACCOUNT      *
000230* DESCRIPTIONS FROM.  EVERY CARD IS VALIDATED BEFORE IT TOUCHES  *
000240* THE MASTER - AN ADD NEEDS A NEW CODE, A DESCRIPTION, A VALID   *
000250* ACCOUNT TYPE AND NORMAL SIDE, AND A REAL OPEN DATE; A CLOSE    *
000260* DATE MUST BE A REAL DATE AFTER THE OPEN DATE AND MAY LIE IN    *
000270* THE FUTURE, SO A CLOSE CAN BE ENTERED AHEAD OF TIME; A CLOSE   *
000280* DATE OF 000000 WITHDRAWS A CLOSE AND REOPENS THE ACCOUNT.  AN  *
000290* ACCOUNT IS NEVER DELETED, SO HISTORY CODED TO IT STILL HAS A   *
000300* DESCRIPTION.  EVERY ACCEPTED CARD IS WRITTEN TO THE CHANGE LOG *
000310* (ACCTLOG) WITH THE ACCOUNT BEFORE AND AFTER, WHO MADE THE      *
000320* CHANGE, AND WHEN, AND IS PRINTED ON THE CHANGE REPORT          *
000330* (ACCTRPT) AS A WAS LINE AND A NOW LINE.                        *
000340******************************************************************
000350* ACCTCTL CONTROL CARDS, ONE ACTION PER CARD:                    *
000360*   COLS  1-4   VERB: 'ADD ', 'CHG ', 'CLOS' OR 'LIST'           *
000370*   COLS  6-13  GL ACCOUNT CODE (NOT LIST)                       *
000380*   COLS 15-44  DESCRIPTION (ADD; CHG WHEN CHANGING IT)          *
000390*   COL  46     ACCOUNT TYPE - A ASSET, L LIABILITY, E EQUITY,   *
000400*               I INCOME, X EXPENSE (ADD; CHG WHEN CHANGING IT)  *
000410*   COL  48     NORMAL SIDE - D DEBIT, C CREDIT (ADD; CHG WHEN   *
000420*               CHANGING IT)                                     *
000430*   COLS 50-55  DATE (YYMMDD) - OPEN DATE FOR ADD AND CHG, CLOSE *
000440*               DATE FOR CLOS; BLANK MEANS TODAY ON ADD AND CLOS *
000450*               AND NO CHANGE ON CHG                             *
000460*   COLS 57-64  USER ID MAKING THE CHANGE (NOT LIST)             *
000470*                                                                *
000480* CONDITION CODES: 0 ALL ACTIONS APPLIED, 4 ONE OR MORE CARDS    *
000490* REJECTED, 12 ACCOUNT MASTER UNAVAILABLE.                       *
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ACCTCTL  ASSIGN TO ACCTCTL
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT ACCTMST  ASSIGN TO ACCTMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS AM-ACCT-CODE
000630         FILE STATUS IS AU100-ACCT-FILE-STATUS.
000640     SELECT ACCTLOG  ASSIGN TO ACCTLOG
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT ACCTRPT  ASSIGN TO ACCTRPT
000670         ORGANIZATION IS SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ACCTCTL
000720     RECORDING MODE IS F.
000730 01  CTL-CARD.
000740     05  CTL-VERB                PIC X(04).
000750         88  CTL-ADD-VERB        VALUE 'ADD '.
000760         88  CTL-CHANGE-VERB     VALUE 'CHG '.
000770         88  CTL-CLOSE-VERB      VALUE 'CLOS'.
000780         88  CTL-LIST-VERB       VALUE 'LIST'.
000790     05  FILLER                  PIC X(01).
000800     05  CTL-ACCT-CODE           PIC X(08).
000810     05  FILLER                  PIC X(01).
000820     05  CTL-DESCRIPTION         PIC X(30).
000830     05  FILLER                  PIC X(01).
000840     05  CTL-ACCT-TYPE           PIC X(01).
000850         88  CTL-TYPE-VALID      VALUES 'A' 'L' 'E' 'I' 'X'.
000860     05  FILLER                  PIC X(01).
000870     05  CTL-NORMAL-SIDE         PIC X(01).
000880         88  CTL-SIDE-VALID      VALUES 'D' 'C'.
000890     05  FILLER                  PIC X(01).
000900     05  CTL-DATE                PIC X(06).
000910     05  FILLER                  PIC X(01).
000920     05  CTL-USER                PIC X(08).
000930     05  FILLER                  PIC X(16).
000940
000950 FD  ACCTMST.
000960     COPY ACCTMST.
000970
000980 FD  ACCTLOG
000990     RECORDING MODE IS F.
001000 01  ALOG-RECORD.
001010     05  ALOG-VERB               PIC X(04).
001020     05  ALOG-USER               PIC X(08).
001030     05  ALOG-DATE               PIC 9(06).
001040     05  ALOG-TIME               PIC 9(08).
001050     05  ALOG-OLD-IMAGE          PIC X(80).
001060     05  ALOG-NEW-IMAGE          PIC X(80).
001070     05  FILLER                  PIC X(14).
001080
001090 FD  ACCTRPT
001100     RECORDING MODE IS F.
001110 01  ACCT-REPORT-LINE            PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140 01  AU100-SWITCHES.
001150     05  AU100-EOF-SW            PIC X(01)  VALUE 'N'.
001160         88  AU100-EOF           VALUE 'Y'.
001170     05  AU100-LIST-EOF-SW       PIC X(01)  VALUE 'N'.
001180         88  AU100-LIST-EOF      VALUE 'Y'.
001190     05  AU100-VALID-SW          PIC X(01).
001200         88  AU100-CARD-VALID    VALUE 'Y'.
001210     05  AU100-EXISTS-SW         PIC X(01).
001220         88  AU100-ACCT-EXISTS   VALUE 'Y'.
001230     05  AU100-MAST-OPEN-SW      PIC X(01)  VALUE 'N'.
001240         88  AU100-MAST-OPEN     VALUE 'Y'.
001250
001260 01  AU100-COUNTERS.
001270     05  AU100-ADD-COUNT         PIC 9(05)  COMP  VALUE ZERO.
001280     05  AU100-CHANGE-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001290     05  AU100-CLOSE-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001300     05  AU100-REJECT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001310     05  AU100-MONTH-SUB         PIC 9(02)  COMP.
001320
001330 01  AU100-ACCT-FILE-STATUS      PIC X(02).
001340
001350 01  AU100-RUN-DATE              PIC 9(06).
001360 01  AU100-RUN-TIME              PIC 9(08).
001370 01  AU100-NEW-DATE              PIC 9(06).
001380 01  AU100-REJECT-REASON         PIC X(30).
001390 01  AU100-NOW-LABEL             PIC X(07).
001400
001410*    THE ACCOUNT AS IT STOOD BEFORE THE CARD, AND THE ACCOUNT
001420*    BEING PRINTED ON THE REPORT.
001430     COPY ACCTMST REPLACING LEADING ==AM== BY ==AU100-OLD==.
001440
001450     COPY ACCTMST REPLACING LEADING ==AM== BY ==AU100-LN==.
001460
001470 01  AU100-DATE-WORK.
001480     05  AU100-DW-YY             PIC 9(02).
001490     05  AU100-DW-MM             PIC 9(02).
001500     05  AU100-DW-DD             PIC 9(02).
001510
001520 01  AU100-DATE-CHECK REDEFINES AU100-DATE-WORK.
001530     05  AU100-DC-VALUE          PIC X(06).
001540
001550 01  AU100-LEAP-QUOTIENT         PIC 9(02).
001560 01  AU100-LEAP-REMAINDER        PIC 9(02).
001570
001580 01  AU100-MONTH-DAYS-VALUES     PIC X(24) VALUE
001590     '312831303130313130313031'.
001600 01  AU100-MONTH-DAYS REDEFINES AU100-MONTH-DAYS-VALUES.
001610     05  AU100-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
001620
001630 01  AU100-REPORT-HEADING.
001640     05  FILLER                  PIC X(34) VALUE
001650         'GL ACCOUNT MAINTENANCE REPORT     '.
001660     05  FILLER                  PIC X(05) VALUE 'DATE '.
001670     05  AU100-HDG-DATE          PIC 9(06).
001680     05  FILLER                  PIC X(35) VALUE SPACE.
001690
001700 01  AU100-COLUMN-HEADING.
001710     05  FILLER                  PIC X(09) VALUE ' ACTION  '.
001720     05  FILLER                  PIC X(09) VALUE 'ACCOUNT  '.
001730     05  FILLER                  PIC X(31) VALUE
001740         'DESCRIPTION                    '.
001750     05  FILLER                  PIC X(04) VALUE 'T S '.
001760     05  FILLER                  PIC X(07) VALUE 'OPENED '.
001770     05  FILLER                  PIC X(10) VALUE 'CLOSED    '.
001780     05  FILLER                  PIC X(10) VALUE 'CHANGED BY'.
001790
001800 01  AU100-ACCT-LINE.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  AU100-ACL-LABEL         PIC X(07).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  AU100-ACL-ACCT          PIC X(08).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  AU100-ACL-DESC          PIC X(30).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  AU100-ACL-TYPE          PIC X(01).
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  AU100-ACL-SIDE          PIC X(01).
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  AU100-ACL-OPEN          PIC 9(06).
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  AU100-ACL-CLOSE         PIC X(06).
001950     05  FILLER                  PIC X(04) VALUE ' BY '.
001960     05  AU100-ACL-USER          PIC X(08).
001970     05  FILLER                  PIC X(02) VALUE SPACE.
001980
001990 01  AU100-REJECT-LINE.
002000     05  FILLER                  PIC X(10) VALUE ' REJECTED '.
002010     05  AU100-REJ-VERB          PIC X(04).
002020     05  FILLER                  PIC X(01) VALUE SPACE.
002030     05  AU100-REJ-ACCT          PIC X(08).
002040     05  FILLER                  PIC X(03) VALUE ' - '.
002050     05  AU100-REJ-REASON        PIC X(30).
002060     05  FILLER                  PIC X(24) VALUE SPACE.
002070
002080 01  AU100-TRAILER-LINE.
002090     05  AU100-TRL-TEXT          PIC X(28).
002100     05  AU100-TRL-COUNT         PIC ZZZZ9.
002110     05  FILLER                  PIC X(47) VALUE SPACE.
002120
002130 PROCEDURE DIVISION.
002140******************************************************************
002150* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
002160******************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE
002190         THRU 1000-EXIT.
002200
002210     PERFORM 2000-APPLY-ONE-CARD
002220         THRU 2000-EXIT
002230         UNTIL AU100-EOF.
002240
002250     PERFORM 9000-TERMINATE
002260         THRU 9000-EXIT.
002270
002280     GOBACK.
002290
002300******************************************************************
002310* 1000-INITIALIZE - OPEN FILES (CREATING THE ACCOUNT MASTER ON   *
002320*                   FIRST USE), WRITE THE HEADINGS, PRIME THE    *
002330*                   CARD READ                                    *
002340******************************************************************
002350 1000-INITIALIZE.
002360     ACCEPT AU100-RUN-DATE FROM DATE.
002370     ACCEPT AU100-RUN-TIME FROM TIME.
002380
002390     OPEN OUTPUT ACCTRPT.
002400     OPEN EXTEND ACCTLOG.
002410
002420     MOVE AU100-RUN-DATE       TO AU100-HDG-DATE.
002430     MOVE AU100-REPORT-HEADING TO ACCT-REPORT-LINE.
002440     WRITE ACCT-REPORT-LINE.
002450
002460     OPEN I-O ACCTMST.
002470
002480     IF AU100-ACCT-FILE-STATUS = '35'
002490         OPEN OUTPUT ACCTMST
002500         CLOSE ACCTMST
002510         OPEN I-O ACCTMST
002520     END-IF.
002530
002540     IF AU100-ACCT-FILE-STATUS NOT = '00'
002550         DISPLAY 'AU100 - ACCOUNT MASTER UNAVAILABLE, STATUS '
002560             AU100-ACCT-FILE-STATUS
002570         MOVE 'Y' TO AU100-EOF-SW
002580         MOVE 12 TO RETURN-CODE
002590         GO TO 1000-EXIT
002600     END-IF.
002610
002620     MOVE 'Y' TO AU100-MAST-OPEN-SW.
002630
002640     MOVE AU100-COLUMN-HEADING TO ACCT-REPORT-LINE.
002650     WRITE ACCT-REPORT-LINE.
002660
002670     OPEN INPUT ACCTCTL.
002680
002690     PERFORM 5000-READ-CARD
002700         THRU 5000-EXIT.
002710
002720 1000-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760* 2000-APPLY-ONE-CARD - DISPATCH ONE CONTROL CARD                *
002770******************************************************************
002780 2000-APPLY-ONE-CARD.
002790     MOVE 'Y' TO AU100-VALID-SW.
002800     MOVE SPACES TO AU100-REJECT-REASON.
002810
002820     EVALUATE TRUE
002830         WHEN CTL-ADD-VERB
002840             PERFORM 3000-ADD-ACCOUNT
002850                 THRU 3000-EXIT
002860         WHEN CTL-CHANGE-VERB
002870             PERFORM 3100-CHANGE-ACCOUNT
002880                 THRU 3100-EXIT
002890         WHEN CTL-CLOSE-VERB
002900             PERFORM 3200-CLOSE-ACCOUNT
002910                 THRU 3200-EXIT
002920         WHEN CTL-LIST-VERB
002930             PERFORM 4000-LIST-ACCOUNTS
002940                 THRU 4000-EXIT
002950         WHEN OTHER
002960             MOVE 'UNKNOWN ACTION VERB'
002970                 TO AU100-REJECT-REASON
002980             PERFORM 3900-WRITE-REJECT
002990                 THRU 3900-EXIT
003000     END-EVALUATE.
003010
003020     PERFORM 5000-READ-CARD
003030         THRU 5000-EXIT.
003040
003050 2000-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090* 3000-ADD-ACCOUNT - VALIDATE A NEW ACCOUNT, WRITE IT TO THE     *
003100*                    MASTER, AND LOG AND REPORT THE ADD          *
003110******************************************************************
003120 3000-ADD-ACCOUNT.
003130     PERFORM 3010-VALIDATE-ADD
003140         THRU 3010-EXIT.
003150
003160     IF NOT AU100-CARD-VALID
003170         PERFORM 3900-WRITE-REJECT
003180             THRU 3900-EXIT
003190         GO TO 3000-EXIT
003200     END-IF.
003210
003220     MOVE SPACES TO AU100-OLD-RECORD.
003230
003240     MOVE SPACES          TO AM-RECORD.
003250     MOVE CTL-ACCT-CODE   TO AM-ACCT-CODE.
003260     MOVE CTL-DESCRIPTION TO AM-DESCRIPTION.
003270     MOVE CTL-ACCT-TYPE   TO AM-ACCT-TYPE.
003280     MOVE CTL-NORMAL-SIDE TO AM-NORMAL-SIDE.
003290     MOVE AU100-NEW-DATE  TO AM-OPEN-DATE.
003300     MOVE ZERO            TO AM-CLOSE-DATE.
003310     MOVE CTL-USER        TO AM-UPD-USER.
003320     MOVE AU100-RUN-DATE  TO AM-UPD-DATE.
003330     MOVE AU100-RUN-TIME  TO AM-UPD-TIME.
003340
003350     WRITE AM-RECORD.
003360
003370     IF AU100-ACCT-FILE-STATUS NOT = '00'
003380         DISPLAY 'AU100 - ACCOUNT WRITE FAILED, ACCOUNT '
003390             CTL-ACCT-CODE ' STATUS ' AU100-ACCT-FILE-STATUS
003400         MOVE 12 TO RETURN-CODE
003410         GO TO 3000-EXIT
003420     END-IF.
003430
003440     PERFORM 3800-LOG-CHANGE
003450         THRU 3800-EXIT.
003460
003470     MOVE AM-RECORD TO AU100-LN-RECORD.
003480     MOVE 'ADDED  ' TO AU100-ACL-LABEL.
003490     PERFORM 3700-WRITE-ACCT-LINE
003500         THRU 3700-EXIT.
003510
003520     ADD 1 TO AU100-ADD-COUNT.
003530
003540 3000-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 3010-VALIDATE-ADD - A NEW CODE, A DESCRIPTION, A VALID TYPE    *
003590*                     AND SIDE, AND A REAL OPEN DATE (TODAY      *
003600*                     WHEN LEFT BLANK)                           *
003610******************************************************************
003620 3010-VALIDATE-ADD.
003630     IF CTL-ACCT-CODE = SPACES
003640         MOVE 'N' TO AU100-VALID-SW
003650         MOVE 'ACCOUNT CODE MISSING'
003660             TO AU100-REJECT-REASON
003670         GO TO 3010-EXIT
003680     END-IF.
003690
003700     PERFORM 3500-READ-ACCOUNT
003710         THRU 3500-EXIT.
003720
003730     IF AU100-ACCT-EXISTS
003740         MOVE 'N' TO AU100-VALID-SW
003750         MOVE 'ACCOUNT ALREADY ON MASTER'
003760             TO AU100-REJECT-REASON
003770         GO TO 3010-EXIT
003780     END-IF.
003790
003800     IF CTL-DESCRIPTION = SPACES
003810         MOVE 'N' TO AU100-VALID-SW
003820         MOVE 'DESCRIPTION MISSING'
003830             TO AU100-REJECT-REASON
003840         GO TO 3010-EXIT
003850     END-IF.
003860
003870     IF NOT CTL-TYPE-VALID
003880         MOVE 'N' TO AU100-VALID-SW
003890         MOVE 'TYPE NOT A, L, E, I OR X'
003900             TO AU100-REJECT-REASON
003910         GO TO 3010-EXIT
003920     END-IF.
003930
003940     IF NOT CTL-SIDE-VALID
003950         MOVE 'N' TO AU100-VALID-SW
003960         MOVE 'NORMAL SIDE NOT D OR C'
003970             TO AU100-REJECT-REASON
003980         GO TO 3010-EXIT
003990     END-IF.
004000
004010     IF CTL-DATE = SPACES
004020         MOVE AU100-RUN-DATE TO AU100-NEW-DATE
004030     ELSE
004040         PERFORM 3600-CHECK-DATE
004050             THRU 3600-EXIT
004060     END-IF.
004070
004080 3010-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 3100-CHANGE-ACCOUNT - APPLY THE FIELDS THE CARD SUPPLIES TO AN *
004130*                       ACCOUNT ALREADY ON THE MASTER, AND LOG   *
004140*                       AND REPORT IT BEFORE AND AFTER           *
004150******************************************************************
004160 3100-CHANGE-ACCOUNT.
004170     PERFORM 3110-VALIDATE-CHANGE
004180         THRU 3110-EXIT.
004190
004200     IF NOT AU100-CARD-VALID
004210         PERFORM 3900-WRITE-REJECT
004220             THRU 3900-EXIT
004230         GO TO 3100-EXIT
004240     END-IF.
004250
004260     MOVE AM-RECORD TO AU100-OLD-RECORD.
004270
004280     IF CTL-DESCRIPTION NOT = SPACES
004290         MOVE CTL-DESCRIPTION TO AM-DESCRIPTION
004300     END-IF.
004310
004320     IF CTL-ACCT-TYPE NOT = SPACE
004330         MOVE CTL-ACCT-TYPE TO AM-ACCT-TYPE
004340     END-IF.
004350
004360     IF CTL-NORMAL-SIDE NOT = SPACE
004370         MOVE CTL-NORMAL-SIDE TO AM-NORMAL-SIDE
004380     END-IF.
004390
004400     IF CTL-DATE NOT = SPACES
004410         MOVE AU100-NEW-DATE TO AM-OPEN-DATE
004420     END-IF.
004430
004440     PERFORM 3300-REWRITE-ACCOUNT
004450         THRU 3300-EXIT.
004460
004470     IF AU100-ACCT-FILE-STATUS NOT = '00'
004480         GO TO 3100-EXIT
004490     END-IF.
004500
004510     MOVE 'CHANGED' TO AU100-NOW-LABEL.
004520     PERFORM 3400-REPORT-CHANGE
004530         THRU 3400-EXIT.
004540
004550     ADD 1 TO AU100-CHANGE-COUNT.
004560
004570 3100-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 3110-VALIDATE-CHANGE - THE ACCOUNT MUST BE ON THE MASTER, THE  *
004620*                        CARD MUST CHANGE SOMETHING, AND EACH    *
004630*                        FIELD SUPPLIED MUST PASS THE SAME EDIT  *
004640*                        AS ON AN ADD                            *
004650******************************************************************
004660 3110-VALIDATE-CHANGE.
004670     PERFORM 3500-READ-ACCOUNT
004680         THRU 3500-EXIT.
004690
004700     IF NOT AU100-ACCT-EXISTS
004710         MOVE 'N' TO AU100-VALID-SW
004720         MOVE 'ACCOUNT NOT ON MASTER'
004730             TO AU100-REJECT-REASON
004740         GO TO 3110-EXIT
004750     END-IF.
004760
004770     IF CTL-DESCRIPTION = SPACES
004780         AND CTL-ACCT-TYPE = SPACE
004790         AND CTL-NORMAL-SIDE = SPACE
004800         AND CTL-DATE = SPACES
004810         MOVE 'N' TO AU100-VALID-SW
004820         MOVE 'NOTHING TO CHANGE'
004830             TO AU100-REJECT-REASON
004840         GO TO 3110-EXIT
004850     END-IF.
004860
004870     IF CTL-ACCT-TYPE NOT = SPACE
004880         AND NOT CTL-TYPE-VALID
004890         MOVE 'N' TO AU100-VALID-SW
004900         MOVE 'TYPE NOT A, L, E, I OR X'
004910             TO AU100-REJECT-REASON
004920         GO TO 3110-EXIT
004930     END-IF.
004940
004950     IF CTL-NORMAL-SIDE NOT = SPACE
004960         AND NOT CTL-SIDE-VALID
004970         MOVE 'N' TO AU100-VALID-SW
004980         MOVE 'NORMAL SIDE NOT D OR C'
004990             TO AU100-REJECT-REASON
005000         GO TO 3110-EXIT
005010     END-IF.
005020
005030     IF CTL-DATE = SPACES
005040         GO TO 3110-EXIT
005050     END-IF.
005060
005070     PERFORM 3600-CHECK-DATE
005080         THRU 3600-EXIT.
005090
005100     IF AU100-CARD-VALID
005110         AND NOT AM-NOT-CLOSED
005120         AND AU100-NEW-DATE NOT LESS THAN AM-CLOSE-DATE
005130         MOVE 'N' TO AU100-VALID-SW
005140         MOVE 'OPEN DATE ON/AFTER CLOSE DATE'
005150             TO AU100-REJECT-REASON
005160     END-IF.
005170
005180 3110-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 3200-CLOSE-ACCOUNT - SET (OR, WITH 000000, WITHDRAW) THE DATE  *
005230*                      FROM WHICH THE ACCOUNT TAKES NO MORE      *
005240*                      POSTINGS, AND LOG AND REPORT IT           *
005250******************************************************************
005260 3200-CLOSE-ACCOUNT.
005270     PERFORM 3210-VALIDATE-CLOSE
005280         THRU 3210-EXIT.
005290
005300     IF NOT AU100-CARD-VALID
005310         PERFORM 3900-WRITE-REJECT
005320             THRU 3900-EXIT
005330         GO TO 3200-EXIT
005340     END-IF.
005350
005360     MOVE AM-RECORD      TO AU100-OLD-RECORD.
005370     MOVE AU100-NEW-DATE TO AM-CLOSE-DATE.
005380
005390     PERFORM 3300-REWRITE-ACCOUNT
005400         THRU 3300-EXIT.
005410
005420     IF AU100-ACCT-FILE-STATUS NOT = '00'
005430         GO TO 3200-EXIT
005440     END-IF.
005450
005460     IF AM-NOT-CLOSED
005470         MOVE 'REOPEN ' TO AU100-NOW-LABEL
005480     ELSE
005490         MOVE 'CLOSED ' TO AU100-NOW-LABEL
005500     END-IF.
005510
005520     PERFORM 3400-REPORT-CHANGE
005530         THRU 3400-EXIT.
005540
005550     ADD 1 TO AU100-CLOSE-COUNT.
005560
005570 3200-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 3210-VALIDATE-CLOSE - THE ACCOUNT MUST BE ON THE MASTER; THE   *
005620*                       CLOSE DATE (TODAY WHEN LEFT BLANK) MUST  *
005630*                       BE A REAL DATE AFTER THE OPEN DATE, AND  *
005640*                       000000 IS ONLY GOOD FOR AN ACCOUNT THAT  *
005650*                       HAS A CLOSE TO WITHDRAW                  *
005660******************************************************************
005670 3210-VALIDATE-CLOSE.
005680     PERFORM 3500-READ-ACCOUNT
005690         THRU 3500-EXIT.
005700
005710     IF NOT AU100-ACCT-EXISTS
005720         MOVE 'N' TO AU100-VALID-SW
005730         MOVE 'ACCOUNT NOT ON MASTER'
005740             TO AU100-REJECT-REASON
005750         GO TO 3210-EXIT
005760     END-IF.
005770
005780     IF CTL-DATE = '000000'
005790         MOVE ZERO TO AU100-NEW-DATE
005800         IF AM-NOT-CLOSED
005810             MOVE 'N' TO AU100-VALID-SW
005820             MOVE 'NO CLOSE DATE TO WITHDRAW'
005830                 TO AU100-REJECT-REASON
005840         END-IF
005850         GO TO 3210-EXIT
005860     END-IF.
005870
005880     IF CTL-DATE = SPACES
005890         MOVE AU100-RUN-DATE TO AU100-NEW-DATE
005900     ELSE
005910         PERFORM 3600-CHECK-DATE
005920             THRU 3600-EXIT
005930     END-IF.
005940
005950     IF AU100-CARD-VALID
005960         AND AU100-NEW-DATE NOT GREATER THAN AM-OPEN-DATE
005970         MOVE 'N' TO AU100-VALID-SW
005980         MOVE 'CLOSE DATE NOT AFTER OPEN DATE'
005990             TO AU100-REJECT-REASON
006000     END-IF.
006010
006020 3210-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 3300-REWRITE-ACCOUNT - STAMP WHO CHANGED THE ACCOUNT AND WHEN, *
006070*                        REWRITE IT, AND LOG THE CHANGE          *
006080******************************************************************
006090 3300-REWRITE-ACCOUNT.
006100     MOVE CTL-USER       TO AM-UPD-USER.
006110     MOVE AU100-RUN-DATE TO AM-UPD-DATE.
006120     MOVE AU100-RUN-TIME TO AM-UPD-TIME.
006130
006140     REWRITE AM-RECORD.
006150
006160     IF AU100-ACCT-FILE-STATUS NOT = '00'
006170         DISPLAY 'AU100 - ACCOUNT REWRITE FAILED, ACCOUNT '
006180             CTL-ACCT-CODE ' STATUS ' AU100-ACCT-FILE-STATUS
006190         MOVE 12 TO RETURN-CODE
006200         GO TO 3300-EXIT
006210     END-IF.
006220
006230     PERFORM 3800-LOG-CHANGE
006240         THRU 3800-EXIT.
006250
006260 3300-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 3400-REPORT-CHANGE - PRINT THE ACCOUNT AS IT WAS, THEN AS IT   *
006310*                      IS NOW UNDER THE LABEL FOR THE ACTION     *
006320******************************************************************
006330 3400-REPORT-CHANGE.
006340     MOVE AU100-OLD-RECORD TO AU100-LN-RECORD.
006350     MOVE 'WAS    '        TO AU100-ACL-LABEL.
006360     PERFORM 3700-WRITE-ACCT-LINE
006370         THRU 3700-EXIT.
006380
006390     MOVE AM-RECORD        TO AU100-LN-RECORD.
006400     MOVE AU100-NOW-LABEL  TO AU100-ACL-LABEL.
006410     PERFORM 3700-WRITE-ACCT-LINE
006420         THRU 3700-EXIT.
006430
006440 3400-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 3500-READ-ACCOUNT - READ THE CARD'S ACCOUNT FROM THE MASTER    *
006490******************************************************************
006500 3500-READ-ACCOUNT.
006510     MOVE CTL-ACCT-CODE TO AM-ACCT-CODE.
006520     MOVE 'N' TO AU100-EXISTS-SW.
006530
006540     READ ACCTMST
006550         INVALID KEY
006560             MOVE 'N' TO AU100-EXISTS-SW
006570         NOT INVALID KEY
006580             MOVE 'Y' TO AU100-EXISTS-SW
006590     END-READ.
006600
006610 3500-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650* 3600-CHECK-DATE - THE CARD DATE MUST BE A REAL YYMMDD          *
006660*                   CALENDAR DATE; A GOOD ONE IS LEFT IN         *
006670*                   AU100-NEW-DATE                               *
006680******************************************************************
006690 3600-CHECK-DATE.
006700     MOVE CTL-DATE TO AU100-DC-VALUE.
006710
006720     IF AU100-DC-VALUE NOT NUMERIC
006730         MOVE 'N' TO AU100-VALID-SW
006740         MOVE 'DATE NOT NUMERIC YYMMDD'
006750             TO AU100-REJECT-REASON
006760         GO TO 3600-EXIT
006770     END-IF.
006780
006790     IF AU100-DW-MM LESS THAN 1
006800         OR AU100-DW-MM GREATER THAN 12
006810         MOVE 'N' TO AU100-VALID-SW
006820         MOVE 'MONTH NOT 01 THRU 12'
006830             TO AU100-REJECT-REASON
006840         GO TO 3600-EXIT
006850     END-IF.
006860
006870     MOVE AU100-DW-MM TO AU100-MONTH-SUB.
006880
006890     IF AU100-DW-DD LESS THAN 1
006900         MOVE 'N' TO AU100-VALID-SW
006910         MOVE 'DAY NOT VALID FOR MONTH'
006920             TO AU100-REJECT-REASON
006930         GO TO 3600-EXIT
006940     END-IF.
006950
006960     DIVIDE AU100-DW-YY BY 4
006970         GIVING AU100-LEAP-QUOTIENT
006980         REMAINDER AU100-LEAP-REMAINDER.
006990
007000     IF AU100-DW-MM = 2
007010         AND AU100-LEAP-REMAINDER = 0
007020         IF AU100-DW-DD GREATER THAN 29
007030             MOVE 'N' TO AU100-VALID-SW
007040             MOVE 'DAY NOT VALID FOR MONTH'
007050                 TO AU100-REJECT-REASON
007060         END-IF
007070     ELSE
007080         IF AU100-DW-DD GREATER THAN
007090             AU100-DAYS-IN-MONTH (AU100-MONTH-SUB)
007100             MOVE 'N' TO AU100-VALID-SW
007110             MOVE 'DAY NOT VALID FOR MONTH'
007120                 TO AU100-REJECT-REASON
007130         END-IF
007140     END-IF.
007150
007160     IF AU100-CARD-VALID
007170         MOVE AU100-DATE-WORK TO AU100-NEW-DATE
007180     END-IF.
007190
007200 3600-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 3700-WRITE-ACCT-LINE - PRINT THE ACCOUNT IN AU100-LN-RECORD    *
007250*                        UNDER THE LABEL ALREADY SET             *
007260******************************************************************
007270 3700-WRITE-ACCT-LINE.
007280     MOVE AU100-LN-ACCT-CODE   TO AU100-ACL-ACCT.
007290     MOVE AU100-LN-DESCRIPTION TO AU100-ACL-DESC.
007300     MOVE AU100-LN-ACCT-TYPE   TO AU100-ACL-TYPE.
007310     MOVE AU100-LN-NORMAL-SIDE TO AU100-ACL-SIDE.
007320     MOVE AU100-LN-OPEN-DATE   TO AU100-ACL-OPEN.
007330     MOVE AU100-LN-UPD-USER    TO AU100-ACL-USER.
007340
007350     IF AU100-LN-NOT-CLOSED
007360         MOVE SPACES TO AU100-ACL-CLOSE
007370     ELSE
007380         MOVE AU100-LN-CLOSE-DATE TO AU100-ACL-CLOSE
007390     END-IF.
007400
007410     MOVE AU100-ACCT-LINE TO ACCT-REPORT-LINE.
007420     WRITE ACCT-REPORT-LINE.
007430
007440 3700-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 3800-LOG-CHANGE - WRITE THE ACCOUNT BEFORE AND AFTER TO THE    *
007490*                   CHANGE LOG WITH WHO CHANGED IT AND WHEN      *
007500******************************************************************
007510 3800-LOG-CHANGE.
007520     MOVE SPACES           TO ALOG-RECORD.
007530     MOVE CTL-VERB         TO ALOG-VERB.
007540     MOVE CTL-USER         TO ALOG-USER.
007550     MOVE AU100-RUN-DATE   TO ALOG-DATE.
007560     MOVE AU100-RUN-TIME   TO ALOG-TIME.
007570     MOVE AU100-OLD-RECORD TO ALOG-OLD-IMAGE.
007580     MOVE AM-RECORD        TO ALOG-NEW-IMAGE.
007590     WRITE ALOG-RECORD.
007600
007610 3800-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650* 3900-WRITE-REJECT - REPORT ONE REJECTED CARD                   *
007660******************************************************************
007670 3900-WRITE-REJECT.
007680     MOVE CTL-VERB            TO AU100-REJ-VERB.
007690     MOVE CTL-ACCT-CODE       TO AU100-REJ-ACCT.
007700     MOVE AU100-REJECT-REASON TO AU100-REJ-REASON.
007710     MOVE AU100-REJECT-LINE   TO ACCT-REPORT-LINE.
007720     WRITE ACCT-REPORT-LINE.
007730
007740     ADD 1 TO AU100-REJECT-COUNT.
007750
007760 3900-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 4000-LIST-ACCOUNTS - LIST EVERY ACCOUNT WITH ITS STANDING AS   *
007810*                      OF TODAY AND ITS LAST CHANGE              *
007820******************************************************************
007830 4000-LIST-ACCOUNTS.
007840     MOVE LOW-VALUES TO AM-ACCT-CODE.
007850     MOVE 'N' TO AU100-LIST-EOF-SW.
007860
007870     START ACCTMST KEY NOT LESS THAN AM-ACCT-CODE
007880         INVALID KEY
007890             MOVE 'Y' TO AU100-LIST-EOF-SW
007900     END-START.
007910
007920     PERFORM 4100-LIST-ONE-ACCOUNT
007930         THRU 4100-EXIT
007940         UNTIL AU100-LIST-EOF.
007950
007960 4000-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 4100-LIST-ONE-ACCOUNT - WRITE ONE ACCOUNT LINE, LABELLED OPEN, *
008010*                         CLOSED, OR CLOSING (A CLOSE ENTERED    *
008020*                         FOR A FUTURE DATE)                     *
008030******************************************************************
008040 4100-LIST-ONE-ACCOUNT.
008050     READ ACCTMST NEXT RECORD
008060         AT END
008070             MOVE 'Y' TO AU100-LIST-EOF-SW
008080             GO TO 4100-EXIT
008090     END-READ.
008100
008110     EVALUATE TRUE
008120         WHEN AM-NOT-CLOSED
008130             MOVE 'OPEN   ' TO AU100-ACL-LABEL
008140         WHEN AM-CLOSE-DATE GREATER THAN AU100-RUN-DATE
008150             MOVE 'CLOSING' TO AU100-ACL-LABEL
008160         WHEN OTHER
008170             MOVE 'CLOSED ' TO AU100-ACL-LABEL
008180     END-EVALUATE.
008190
008200     MOVE AM-RECORD TO AU100-LN-RECORD.
008210     PERFORM 3700-WRITE-ACCT-LINE
008220         THRU 3700-EXIT.
008230
008240 4100-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280* 5000-READ-CARD - READ NEXT CONTROL CARD, SET EOF SWITCH        *
008290******************************************************************
008300 5000-READ-CARD.
008310     READ ACCTCTL
008320         AT END
008330             MOVE 'Y' TO AU100-EOF-SW
008340     END-READ.
008350
008360 5000-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* 9000-TERMINATE - WRITE THE TRAILER COUNTS, CLOSE FILES, SET    *
008410*                  THE RETURN CODE                               *
008420******************************************************************
008430 9000-TERMINATE.
008440     MOVE 'ACCOUNTS ADDED:            ' TO AU100-TRL-TEXT.
008450     MOVE AU100-ADD-COUNT TO AU100-TRL-COUNT.
008460     PERFORM 9100-WRITE-TRAILER
008470         THRU 9100-EXIT.
008480
008490     MOVE 'ACCOUNTS CHANGED:          ' TO AU100-TRL-TEXT.
008500     MOVE AU100-CHANGE-COUNT TO AU100-TRL-COUNT.
008510     PERFORM 9100-WRITE-TRAILER
008520         THRU 9100-EXIT.
008530
008540     MOVE 'ACCOUNTS CLOSED/REOPENED:  ' TO AU100-TRL-TEXT.
008550     MOVE AU100-CLOSE-COUNT TO AU100-TRL-COUNT.
008560     PERFORM 9100-WRITE-TRAILER
008570         THRU 9100-EXIT.
008580
008590     MOVE 'CARDS REJECTED:            ' TO AU100-TRL-TEXT.
008600     MOVE AU100-REJECT-COUNT TO AU100-TRL-COUNT.
008610     PERFORM 9100-WRITE-TRAILER
008620         THRU 9100-EXIT.
008630
008640     IF AU100-MAST-OPEN
008650         CLOSE ACCTMST
008660         CLOSE ACCTCTL
008670     END-IF.
008680
008690     CLOSE ACCTLOG
008700           ACCTRPT.
008710
008720     IF AU100-REJECT-COUNT GREATER THAN ZERO
008730         AND RETURN-CODE LESS THAN 4
008740         MOVE 4 TO RETURN-CODE
008750     END-IF.
008760
008770 9000-EXIT.
008780     EXIT.
008790
008800******************************************************************
008810* 9100-WRITE-TRAILER - WRITE ONE TRAILER COUNT LINE              *
008820******************************************************************
008830 9100-WRITE-TRAILER.
008840     MOVE AU100-TRAILER-LINE TO ACCT-REPORT-LINE.
008850     WRITE ACCT-REPORT-LINE.
008860
008870 9100-EXIT.
008880     EXIT.
008890
008900 END PROGRAM ACCTUPDT.
