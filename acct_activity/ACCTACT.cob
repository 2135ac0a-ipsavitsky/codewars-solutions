000010******************************************************************
000020* PROGRAM-ID: ACCTACT                                            *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - NIGHTLY GL ACCOUNT ACTIVITY *
000100*                  AND TRIAL-BALANCE REPORT AND EXTRACT FROM THE *
000110*                  DAY'S SPLIT FILES AND REBAL CLEARS            *
000111*  10/15/2026  RO  REPORT FOREIGN-CURRENCY ITEMS AT THEIR BASE-  *
000112*                  CURRENCY EQUIVALENT, CONVERTED ITEM BY ITEM   *
000113*                  AT THE RATE ON THE BATCH MASTER AS GLEXTR     *
000114*                  POSTS THEM, SO THE SPLIT-FILE FOOTING STILL   *
000115*                  AGREES WITH THE GLFILE HASH; A BATCH WITH NO  *
000116*                  RATE IS HELD, AS THE EXTRACT HOLDS IT         *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. ACCTACT.
000150 AUTHOR. R. OKONKWO.
000160 INSTALLATION. DATA CENTER OPERATIONS.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190******************************************************************
000200* REPORTS THE DAY'S BUSINESS BY GL ACCOUNT INSTEAD OF BY BATCH.  *
000210* THE BATCH MASTER SUPPLIES, FOR EVERY BATCH BALANCED ON THE     *
000220* RUN DATE AND CYCLE THE GL EXTRACT COVERED, ITS RECONCILIATION  *
000230* STATUS AND VALUE DATE; THE DAY'S POSOUT/NEGOUT SPLIT FILES     *
000240* SUPPLY THE ITEMS WITH THEIR GL ACCOUNT CODES.  ONLY ITEMS OF   *
000250* BATCHES THAT BALANCED OK ARE TAKEN - EXACTLY THE ITEMS GLEXTR  *
000260* POSTS - POSITIVE ITEMS AS DEBITS AND NEGATIVE ITEMS, SIGN      *
000270* REVERSED, AS CREDITS.  THE POSTINGS ON THE SUPPLEMENTAL GL     *
000280* FILE (GLSUPP) FOR BATCHES A REBAL RUN CLEARED FROM SUSPENSE    *
000290* ARE TAKEN AS WELL, EACH POSTING COUNTING AS ONE ITEM.          *
000291* ALL AMOUNTS ARE IN THE BASE CURRENCY.  A SPLIT ITEM OF A       *
000292* FOREIGN-CURRENCY BATCH IS CONVERTED AT THE RATE ON ITS MASTER  *
000293* RECORD AND ROUNDED TO THE CENT, ITEM BY ITEM, EXACTLY AS       *
000294* GLEXTR CONVERTS IT; A BATCH WITH NO RATE IS HELD, AS GLEXTR    *
000295* HOLDS IT.  GLSUPP POSTINGS ARE ALREADY IN THE BASE CURRENCY.   *
000300*                                                                *
000310* FOR EVERY GL ACCOUNT, WITH ITS DESCRIPTION FROM THE GL         *
000320* ACCOUNT MASTER, AND EVERY VALUE DATE POSTED TO IT, ACTVRPT     *
000330* SHOWS THE DEBIT TOTAL, CREDIT TOTAL, NET (DEBITS LESS          *
000340* CREDITS), ITEM COUNT, AND THE BATCH IDS THAT CONTRIBUTED, WITH *
000350* AN ACCOUNT TOTAL UNDER EACH ACCOUNT.  THE SPLIT-FILE DEBITS    *
000360* AND CREDITS TOGETHER MUST FOOT TO THE HASH TOTAL ON THE GLFILE *
000370* TRAILER, AND THE REBAL POSTINGS TO THE HASH TOTAL ON THE       *
000380* GLSUPP TRAILER; BOTH FOOTINGS ARE PRINTED AT THE END.  THE     *
000390* SAME FIGURES GO TO A FIXED-FORMAT EXTRACT (ACTVEXT), ONE       *
000400* RECORD PER ACCOUNT PER VALUE DATE AND A TRAILER, FOR GL        *
000410* ACCOUNTING'S SPREADSHEET.                                      *
000420*                                                                *
000430* WHEN THE RUN-PARAMETER FILE SAYS SO (PARMGET KEY ACCTMTD = Y)  *
000440* EACH LINE ALSO CARRIES THE ACCOUNT'S MONTH-TO-DATE BALANCE FOR *
000450* THE VALUE DATE'S MONTH, KEPT ON THE BALANCE FILE (ACCTBAL).    *
000460* A RERUN OF THE SAME RUN DATE AND CYCLE BACKS THE FIRST PASS    *
000470* OUT BEFORE ADDING THE DAY IN AGAIN; A BALANCE A LATER RUN HAS  *
000480* ALREADY MOVED ON IS LEFT ALONE AND FLAGGED '*'.                *
000490******************************************************************
000500* SYSIN CARD 1: ALL ASTERISKS (OR BLANK) TO TAKE THE RUN DATE    *
000510* FROM THE RUN-PARAMETER FILE (KEY EXTRDATE, AS GLEXTR DOES), OR *
000520* A YYMMDD DATE AS AN EMERGENCY OVERRIDE.                        *
000530* SYSIN CARD 2: ALL ASTERISKS (OR BLANK) TO TAKE THE CYCLE (KEY  *
000540* CYCLE), OR A TWO-DIGIT CYCLE AS AN EMERGENCY OVERRIDE.         *
000550*                                                                *
000560* CONDITION CODES: 0 CLEAN, 4 GLSUPP UNAVAILABLE OR MONTH-TO-    *
000570* DATE BALANCE(S) NOT UPDATED, 8 A FOOTING DOES NOT AGREE - SEE  *
000580* ACTVRPT, 12 NO RUN DATE, BATCH MASTER UNAVAILABLE, A TABLE     *
000590* OVERFLOWED, OR A BALANCE UPDATE FAILED - SEE THE JOB LOG.      *
000600******************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT BATCHMST ASSIGN TO BATCHMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS BM-KEY
000710         ALTERNATE RECORD KEY IS BM-ALT-KEY
000720             WITH DUPLICATES
000730         FILE STATUS IS AA100-MAST-FILE-STATUS.
000740     SELECT POSOUT   ASSIGN TO POSOUT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS AA100-POS-FILE-STATUS.
000770     SELECT NEGOUT   ASSIGN TO NEGOUT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS AA100-NEG-FILE-STATUS.
000800     SELECT GLSUPP   ASSIGN TO GLSUPP
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS AA100-SUPP-FILE-STATUS.
000830     SELECT GLFILE   ASSIGN TO GLFILE
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS AA100-GLF-FILE-STATUS.
000860     SELECT ACCTMST  ASSIGN TO ACCTMST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS AM-ACCT-CODE
000900         FILE STATUS IS AA100-ACCT-FILE-STATUS.
000910     SELECT ACCTBAL  ASSIGN TO ACCTBAL
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS AB-KEY
000950         FILE STATUS IS AA100-BAL-FILE-STATUS.
000960     SELECT ACTVRPT  ASSIGN TO ACTVRPT
000970         ORGANIZATION IS SEQUENTIAL.
000980     SELECT ACTVEXT  ASSIGN TO ACTVEXT
000990         ORGANIZATION IS SEQUENTIAL.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  BATCHMST.
001040     COPY BATMST.
001050
001060 FD  POSOUT
001070     RECORDING MODE IS F.
001080 01  POS-SPLIT-RECORD.
001090     05  POS-BATCH-ID            PIC X(06).
001100     05  POS-ITEM-INDEX          PIC 9(03).
001110     05  POS-ITEM-VALUE          PIC S9(07)V99.
001120     05  POS-ACCT-CODE           PIC X(08).
001130
001140 FD  NEGOUT
001150     RECORDING MODE IS F.
001160 01  NEG-SPLIT-RECORD.
001170     05  NEG-BATCH-ID            PIC X(06).
001180     05  NEG-ITEM-INDEX          PIC 9(03).
001190     05  NEG-ITEM-VALUE          PIC S9(07)V99.
001200     05  NEG-ACCT-CODE           PIC X(08).
001210
001220 FD  GLSUPP
001230     RECORDING MODE IS F.
001240     COPY GLPOST REPLACING LEADING ==GL== BY ==GS==.
001250
001260 FD  GLFILE
001270     RECORDING MODE IS F.
001280     COPY GLPOST.
001290
001300 FD  ACCTMST.
001310     COPY ACCTMST.
001320
001330 FD  ACCTBAL.
001340     COPY ACCTBAL.
001350
001360 FD  ACTVRPT
001370     RECORDING MODE IS F.
001380 01  ACTV-REPORT-LINE            PIC X(80).
001390
001400*    ONE RECORD PER GL ACCOUNT PER VALUE DATE, THEN ONE TRAILER.
001410*    AMOUNTS CARRY AN EXPLICIT DECIMAL POINT (AND A LEADING SIGN
001420*    WHERE ONE IS NEEDED) SO THE SPREADSHEET READS THEM AS THEY
001430*    STAND.  THE MONTH-TO-DATE FLAG IS 'Y' WHEN THE BALANCE WAS
001440*    UPDATED, '*' WHEN A LATER RUN HAD ALREADY MOVED IT ON, AND
001450*    'N' WHEN MONTH-TO-DATE BALANCES ARE NOT BEING CARRIED.
001460 FD  ACTVEXT
001470     RECORDING MODE IS F.
001480 01  EXT-RECORD.
001490     05  EXT-REC-TYPE            PIC X(01).
001500         88  EXT-DETAIL-REC      VALUE 'D'.
001510         88  EXT-TRAILER-REC     VALUE 'T'.
001520     05  EXT-RUN-DATE            PIC 9(06).
001530     05  EXT-CYCLE               PIC 9(02).
001540     05  EXT-REC-DATA            PIC X(121).
001550     05  EXT-DTL-DATA REDEFINES EXT-REC-DATA.
001560         10  EXT-ACCT-CODE       PIC X(08).
001570         10  EXT-DESCRIPTION     PIC X(30).
001580         10  EXT-VALUE-DATE      PIC 9(06).
001590         10  EXT-DEBITS          PIC 9(11).99.
001600         10  EXT-CREDITS         PIC 9(11).99.
001610         10  EXT-NET             PIC -9(11).99.
001620         10  EXT-ITEM-COUNT      PIC 9(07).
001630         10  EXT-BATCH-COUNT     PIC 9(05).
001640         10  EXT-MTD-BALANCE     PIC -9(13).99.
001650         10  EXT-MTD-FLAG        PIC X(01).
001660         10  FILLER              PIC X(04).
001670     05  EXT-TRL-DATA REDEFINES EXT-REC-DATA.
001680         10  EXT-TRL-REC-COUNT   PIC 9(07).
001690         10  EXT-TRL-DEBITS      PIC 9(13).99.
001700         10  EXT-TRL-CREDITS     PIC 9(13).99.
001710         10  EXT-TRL-GLF-HASH    PIC 9(13).99.
001720         10  EXT-TRL-SUPP-HASH   PIC 9(13).99.
001730         10  EXT-TRL-FOOTS       PIC X(01).
001740         10  FILLER              PIC X(49).
001750
001760 WORKING-STORAGE SECTION.
001770 01  AA100-SWITCHES.
001780     05  AA100-EOF-SW            PIC X(01)  VALUE 'N'.
001790         88  AA100-EOF           VALUE 'Y'.
001800     05  AA100-POS-EOF-SW        PIC X(01)  VALUE 'N'.
001810         88  AA100-POS-EOF       VALUE 'Y'.
001820     05  AA100-NEG-EOF-SW        PIC X(01)  VALUE 'N'.
001830         88  AA100-NEG-EOF       VALUE 'Y'.
001840     05  AA100-SUPP-EOF-SW       PIC X(01)  VALUE 'N'.
001850         88  AA100-SUPP-EOF      VALUE 'Y'.
001860     05  AA100-GLF-EOF-SW        PIC X(01)  VALUE 'N'.
001870         88  AA100-GLF-EOF       VALUE 'Y'.
001880     05  AA100-ACCT-OPEN-SW      PIC X(01)  VALUE 'N'.
001890         88  AA100-ACCT-OPEN     VALUE 'Y'.
001900     05  AA100-BAL-OPEN-SW       PIC X(01)  VALUE 'N'.
001910         88  AA100-BAL-OPEN      VALUE 'Y'.
001920     05  AA100-MTD-SW            PIC X(01)  VALUE 'N'.
001930         88  AA100-MTD-WANTED    VALUE 'Y'.
001940     05  AA100-BT-FOUND-SW       PIC X(01)  VALUE 'N'.
001950         88  AA100-BT-FOUND      VALUE 'Y'.
001960     05  AA100-BT-FULL-SW        PIC X(01)  VALUE 'N'.
001970         88  AA100-BT-FULL       VALUE 'Y'.
001980     05  AA100-AE-PLACED-SW      PIC X(01)  VALUE 'N'.
001990         88  AA100-AE-PLACED     VALUE 'Y'.
002000     05  AA100-AE-FULL-SW        PIC X(01)  VALUE 'N'.
002010         88  AA100-AE-FULL       VALUE 'Y'.
002020     05  AA100-GRP-END-SW        PIC X(01)  VALUE 'N'.
002030         88  AA100-GRP-ENDED     VALUE 'Y'.
002040     05  AA100-BAL-HELD-SW       PIC X(01)  VALUE 'N'.
002050         88  AA100-BAL-HELD      VALUE 'Y'.
002060     05  AA100-BAL-FOUND-SW      PIC X(01)  VALUE 'N'.
002070         88  AA100-BAL-FOUND     VALUE 'Y'.
002080     05  AA100-BAL-FROZEN-SW     PIC X(01)  VALUE 'N'.
002090         88  AA100-BAL-FROZEN    VALUE 'Y'.
002100     05  AA100-SUPP-TRL-SW       PIC X(01)  VALUE 'N'.
002110         88  AA100-SUPP-TRL-SEEN VALUE 'Y'.
002120     05  AA100-GLF-TRL-SW        PIC X(01)  VALUE 'N'.
002130         88  AA100-GLF-TRL-SEEN  VALUE 'Y'.
002140     05  AA100-GLF-FOOT-SW       PIC X(01)  VALUE 'N'.
002150         88  AA100-GLF-FOOTS     VALUE 'Y'.
002160     05  AA100-SUPP-FOOT-SW      PIC X(01)  VALUE 'N'.
002170         88  AA100-SUPP-FOOTS    VALUE 'Y'.
002180
002190 01  AA100-COUNTERS.
002200     05  AA100-BT-INDEX          PIC 9(05)  COMP.
002210     05  AA100-BT-SCAN           PIC 9(05)  COMP.
002220     05  AA100-AE-INDEX          PIC 9(05)  COMP.
002230     05  AA100-AE-SCAN           PIC 9(05)  COMP.
002240     05  AA100-AE-SHIFT          PIC 9(05)  COMP.
002250     05  AA100-GRP-START         PIC 9(05)  COMP.
002260     05  AA100-GRP-LAST          PIC 9(05)  COMP.
002270     05  AA100-BTL-INDEX         PIC 9(05)  COMP.
002280     05  AA100-ITEM-COUNT        PIC 9(07)  COMP  VALUE ZERO.
002290     05  AA100-HELD-ITEMS        PIC 9(07)  COMP  VALUE ZERO.
002300     05  AA100-SKIP-ITEMS        PIC 9(07)  COMP  VALUE ZERO.
002310     05  AA100-SUPP-POSTINGS     PIC 9(07)  COMP  VALUE ZERO.
002320     05  AA100-GLF-POSTINGS      PIC 9(07)  COMP  VALUE ZERO.
002330     05  AA100-GLF-OTHER-RUN     PIC 9(07)  COMP  VALUE ZERO.
002340     05  AA100-ACCT-COUNT        PIC 9(07)  COMP  VALUE ZERO.
002350     05  AA100-LINE-COUNT        PIC 9(07)  COMP  VALUE ZERO.
002360     05  AA100-FROZEN-COUNT      PIC 9(07)  COMP  VALUE ZERO.
002370     05  AA100-EXT-COUNT         PIC 9(07)  COMP  VALUE ZERO.
002380
002390*    THE OPTIONAL FILES ARE ONLY OPENED WHEN THE RUN CAN GO
002400*    AHEAD, SO THEIR STATUS FIELDS START OUT AS NOT-OPEN.
002410 01  AA100-MAST-FILE-STATUS      PIC X(02)  VALUE '35'.
002420 01  AA100-POS-FILE-STATUS       PIC X(02)  VALUE '35'.
002430 01  AA100-NEG-FILE-STATUS       PIC X(02)  VALUE '35'.
002440 01  AA100-SUPP-FILE-STATUS      PIC X(02)  VALUE '35'.
002450 01  AA100-GLF-FILE-STATUS       PIC X(02)  VALUE '35'.
002460 01  AA100-ACCT-FILE-STATUS      PIC X(02)  VALUE '35'.
002470 01  AA100-BAL-FILE-STATUS       PIC X(02)  VALUE '35'.
002480
002490 01  AA100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
002500
002510*    THE RUN BEING REPORTED - THE SAME RUN DATE AND CYCLE THE
002520*    GL EXTRACT COVERED - AS ONE COMPARABLE KEY FOR THE
002530*    MONTH-TO-DATE RERUN CHECK.
002540 01  AA100-THIS-RUN.
002550     05  AA100-RUN-DATE          PIC 9(06).
002560     05  AA100-RUN-CYCLE         PIC 9(02).
002570
002580 01  AA100-TODAY                 PIC 9(06).
002590 01  AA100-TIME                  PIC 9(08).
002600
002610 01  AA100-PARM-CARD             PIC X(16).
002620
002630 01  AA100-PARM-WORK.
002640     05  AA100-PW-DATE           PIC X(06).
002650     05  FILLER                  PIC X(10).
002660
002670 01  AA100-CYCLE-WORK REDEFINES AA100-PARM-WORK.
002680     05  AA100-PW-CYCLE          PIC X(02).
002690     05  FILLER                  PIC X(14).
002700
002710 01  AA100-FLAG-WORK REDEFINES AA100-PARM-WORK.
002720     05  AA100-PW-FLAG           PIC X(01).
002730     05  FILLER                  PIC X(15).
002740
002750     COPY PGCTL REPLACING LEADING ==PG== BY ==AA100-PG==.
002760
002770*    THE SPLIT ITEM OR GLSUPP POSTING IN HAND.
002780 01  AA100-LAST-BATCH-ID         PIC X(06)  VALUE SPACES.
002790 01  AA100-WORK-DEBIT            PIC 9(11)V99.
002800 01  AA100-WORK-CREDIT           PIC 9(11)V99.
002810
002820 01  AA100-NEW-KEY.
002830     05  AA100-NK-ACCT           PIC X(08).
002840     05  AA100-NK-VALUE-DATE     PIC 9(06).
002850     05  AA100-NK-BATCH-ID       PIC X(06).
002860     05  AA100-NK-SOURCE         PIC X(01).
002870
002880*    FOOTING TOTALS, TAKEN AS EACH ITEM IS READ SO THEY STAND
002890*    EVEN IF THE ACTIVITY TABLE OVERFLOWS.
002900 01  AA100-SPLIT-DEBITS          PIC 9(13)V99  VALUE ZERO.
002910 01  AA100-SPLIT-CREDITS         PIC 9(13)V99  VALUE ZERO.
002920 01  AA100-SPLIT-GROSS           PIC 9(13)V99  VALUE ZERO.
002930 01  AA100-SUPP-DEBITS           PIC 9(13)V99  VALUE ZERO.
002940 01  AA100-SUPP-CREDITS          PIC 9(13)V99  VALUE ZERO.
002950 01  AA100-SUPP-GROSS            PIC 9(13)V99  VALUE ZERO.
002960 01  AA100-ALL-DEBITS            PIC 9(13)V99  VALUE ZERO.
002970 01  AA100-ALL-CREDITS           PIC 9(13)V99  VALUE ZERO.
002980 01  AA100-ALL-NET               PIC S9(13)V99 VALUE ZERO.
002990 01  AA100-GLF-HASH              PIC 9(13)V99  VALUE ZERO.
003000 01  AA100-SUPP-HASH             PIC 9(13)V99  VALUE ZERO.
003010 01  AA100-GLF-NOTE              PIC X(20)  VALUE SPACES.
003020 01  AA100-SUPP-NOTE             PIC X(20)  VALUE SPACES.
003030
003040*    EVERY BATCH THE MASTER BALANCED ON THE RUN DATE AND CYCLE,
003045*    WITH ITS STATUS, VALUE DATE, AND RATE TO THE BASE CURRENCY,
003050*    SO THE SPLIT-FILE PASSES CAN TELL WHAT TO TAKE AND WHAT TO
003055*    LEAVE.
003070 01  AA100-BATCH-TABLE.
003080     05  AA100-BT-COUNT          PIC 9(05)  COMP  VALUE ZERO.
003090     05  AA100-BATCH-ENTRY OCCURS 999 TIMES.
003100         10  AA100-BT-BATCH-ID   PIC X(06).
003110         10  AA100-BT-STATUS     PIC X(05).
003120         10  AA100-BT-VALUE-DATE PIC X(06).
003125         10  AA100-BT-FX-RATE    PIC 9(05)V9(07).
003130
003140*    THE DAY'S ACTIVITY, ONE ENTRY PER ACCOUNT, VALUE DATE,
003150*    BATCH, AND SOURCE ('S' SPLIT FILES, 'R' REBAL CLEAR ON
003160*    GLSUPP), HELD IN KEY ORDER AS IT IS BUILT SO THE REPORT
003170*    CAN BE WRITTEN STRAIGHT DOWN THE TABLE.
003180 01  AA100-ACTIVITY-TABLE.
003190     05  AA100-AE-COUNT          PIC 9(05)  COMP  VALUE ZERO.
003200     05  AA100-ACT-ENTRY OCCURS 2500 TIMES.
003210         10  AA100-AE-KEY.
003220             15  AA100-AE-ACCT   PIC X(08).
003230             15  AA100-AE-VALUE-DATE
003240                                 PIC 9(06).
003250             15  AA100-AE-BATCH-ID
003260                                 PIC X(06).
003270             15  AA100-AE-SOURCE PIC X(01).
003280         10  AA100-AE-DEBITS     PIC 9(11)V99.
003290         10  AA100-AE-CREDITS    PIC 9(11)V99.
003300         10  AA100-AE-ITEMS      PIC 9(07)  COMP.
003310
003320*    THE ACCOUNT AND VALUE DATE BEING REPORTED.
003330 01  AA100-CUR-ACCT              PIC X(08)  VALUE SPACES.
003340 01  AA100-CUR-DESC              PIC X(30)  VALUE SPACES.
003350 01  AA100-GRP-ACCT              PIC X(08).
003360 01  AA100-GRP-VALUE-DATE.
003370     05  AA100-GV-MONTH          PIC 9(04).
003380     05  AA100-GV-DAY            PIC 9(02).
003390 01  AA100-GRP-DEBITS            PIC 9(13)V99.
003400 01  AA100-GRP-CREDITS           PIC 9(13)V99.
003410 01  AA100-GRP-ITEMS             PIC 9(07)  COMP.
003420 01  AA100-GRP-BATCHES           PIC 9(05)  COMP.
003430 01  AA100-ACT-DEBITS            PIC 9(13)V99.
003440 01  AA100-ACT-CREDITS           PIC 9(13)V99.
003450 01  AA100-ACT-ITEMS             PIC 9(07)  COMP.
003460 01  AA100-NET-AMOUNT            PIC S9(13)V99.
003470
003480*    THE MONTH-TO-DATE BALANCE RECORD WANTED FOR THE LINE IN
003490*    HAND; THE ONE HELD IN THE RECORD AREA IS WRITTEN BACK WHEN
003500*    THE ACCOUNT OR MONTH CHANGES.
003510 01  AA100-WANT-KEY.
003520     05  AA100-WK-ACCT           PIC X(08).
003530     05  AA100-WK-MONTH          PIC 9(04).
003540 01  AA100-MTD-NET               PIC S9(13)V99.
003550 01  AA100-MTD-FLAG              PIC X(01).
003560
003570 01  AA100-REPORT-HEADING.
003580     05  FILLER                  PIC X(30) VALUE
003590         'GL ACCOUNT ACTIVITY           '.
003600     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
003610     05  AA100-HDG-RUN-DATE      PIC 9(06).
003620     05  FILLER                  PIC X(07) VALUE ' CYCLE '.
003630     05  AA100-HDG-CYCLE         PIC 9(02).
003640     05  FILLER                  PIC X(26) VALUE SPACE.
003650
003660 01  AA100-MTD-HEADING.
003670     05  FILLER                  PIC X(25) VALUE
003680         ' MONTH-TO-DATE BALANCES: '.
003690     05  AA100-MTH-TEXT          PIC X(12).
003700     05  FILLER                  PIC X(43) VALUE SPACE.
003710
003720 01  AA100-LEGEND-LINE.
003730     05  FILLER                  PIC X(40) VALUE
003740         ' BATCH IDS MARKED + WERE CLEARED FROM SU'.
003750     05  FILLER                  PIC X(40) VALUE
003760         'SPENSE BY REBAL (GLSUPP)                '.
003770
003780 01  AA100-COLUMN-HEADING.
003790     05  FILLER                  PIC X(02) VALUE SPACE.
003800     05  FILLER                  PIC X(06) VALUE 'VAL DT'.
003810     05  FILLER                  PIC X(14) VALUE
003820         '        DEBITS'.
003830     05  FILLER                  PIC X(14) VALUE
003840         '       CREDITS'.
003850     05  FILLER                  PIC X(15) VALUE
003860         '            NET'.
003870     05  FILLER                  PIC X(06) VALUE ' ITEMS'.
003880     05  FILLER                  PIC X(16) VALUE
003890         '     MTD BALANCE'.
003900     05  FILLER                  PIC X(07) VALUE SPACE.
003910
003920 01  AA100-ACCOUNT-LINE.
003930     05  FILLER                  PIC X(09) VALUE ' ACCOUNT '.
003940     05  AA100-ACL-ACCT          PIC X(08).
003950     05  FILLER                  PIC X(02) VALUE SPACE.
003960     05  AA100-ACL-DESC          PIC X(30).
003970     05  FILLER                  PIC X(31) VALUE SPACE.
003980
003990 01  AA100-DETAIL-LINE.
004000     05  FILLER                  PIC X(02) VALUE SPACE.
004010     05  AA100-RPT-VALUE-DATE    PIC X(06).
004020     05  FILLER                  PIC X(01) VALUE SPACE.
004030     05  AA100-RPT-DEBITS        PIC ZZZZZZZZZ9.99.
004040     05  FILLER                  PIC X(01) VALUE SPACE.
004050     05  AA100-RPT-CREDITS       PIC ZZZZZZZZZ9.99.
004060     05  FILLER                  PIC X(01) VALUE SPACE.
004070     05  AA100-RPT-NET           PIC -ZZZZZZZZZ9.99.
004080     05  FILLER                  PIC X(01) VALUE SPACE.
004090     05  AA100-RPT-ITEMS         PIC ZZZZ9.
004100     05  FILLER                  PIC X(01) VALUE SPACE.
004110     05  AA100-RPT-MTD-AREA.
004120         10  AA100-RPT-MTD       PIC -ZZZZZZZZZZ9.99.
004130     05  AA100-RPT-MTD-BLANK REDEFINES AA100-RPT-MTD-AREA
004140                                 PIC X(15).
004150     05  AA100-RPT-MTD-FLAG      PIC X(01).
004160     05  FILLER                  PIC X(06) VALUE SPACE.
004170
004180 01  AA100-BATCH-LINE.
004190     05  AA100-BTL-LABEL         PIC X(10).
004200     05  AA100-BTL-SLOTS.
004210         10  AA100-BTL-SLOT OCCURS 8 TIMES.
004220             15  FILLER          PIC X(01).
004230             15  AA100-BTL-BATCH-ID
004240                                 PIC X(06).
004250             15  AA100-BTL-MARK  PIC X(01).
004260     05  FILLER                  PIC X(06) VALUE SPACE.
004270
004280 01  AA100-TOTAL-LINE.
004290     05  AA100-TTL-TEXT          PIC X(28).
004300     05  AA100-TTL-AMOUNT        PIC -ZZZZZZZZZZZZ9.99.
004310     05  FILLER                  PIC X(02) VALUE SPACE.
004320     05  AA100-TTL-NOTE          PIC X(20).
004330     05  FILLER                  PIC X(13) VALUE SPACE.
004340
004350 01  AA100-TRAILER-LINE.
004360     05  AA100-TRL-TEXT          PIC X(28).
004370     05  AA100-TRL-COUNT         PIC ZZZZZZ9.
004380     05  FILLER                  PIC X(45) VALUE SPACE.
004390
004400 PROCEDURE DIVISION.
004410******************************************************************
004420* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
004430******************************************************************
004440 0000-MAINLINE.
004450     PERFORM 1000-INITIALIZE
004460         THRU 1000-EXIT.
004470
004480     PERFORM 1500-LOAD-ONE-MASTER
004490         THRU 1500-EXIT
004500         UNTIL AA100-EOF.
004510
004520     PERFORM 2000-PROCESS-ONE-POS
004530         THRU 2000-EXIT
004540         UNTIL AA100-POS-EOF.
004550
004560     PERFORM 2100-PROCESS-ONE-NEG
004570         THRU 2100-EXIT
004580         UNTIL AA100-NEG-EOF.
004590
004600     PERFORM 3000-PROCESS-ONE-SUPP
004610         THRU 3000-EXIT
004620         UNTIL AA100-SUPP-EOF.
004630
004640     PERFORM 3100-PROCESS-ONE-GLFILE
004650         THRU 3100-EXIT
004660         UNTIL AA100-GLF-EOF.
004670
004680     MOVE 1 TO AA100-GRP-START.
004690     PERFORM 5000-REPORT-ONE-GROUP
004700         THRU 5000-EXIT
004710         UNTIL AA100-GRP-START GREATER THAN AA100-AE-COUNT.
004720
004730     IF AA100-ACCT-COUNT GREATER THAN ZERO
004740         PERFORM 5600-ACCOUNT-TOTAL
004750             THRU 5600-EXIT
004760     END-IF.
004770
004780     IF AA100-BAL-HELD
004790         PERFORM 5310-PUT-BALANCE
004800             THRU 5310-EXIT
004810     END-IF.
004820
004830     PERFORM 8000-FOOTING
004840         THRU 8000-EXIT.
004850
004860     PERFORM 9000-TERMINATE
004870         THRU 9000-EXIT.
004880
004890     GOBACK.
004900
004910******************************************************************
004920* 1000-INITIALIZE - RESOLVE THE RUN, OPEN FILES, WRITE THE       *
004930*                   HEADINGS, PRIME THE READS                    *
004940******************************************************************
004950 1000-INITIALIZE.
004960     ACCEPT AA100-TODAY FROM DATE.
004970
004980     PERFORM 1100-GET-RUN
004990         THRU 1100-EXIT.
005000
005010     PERFORM 1200-GET-MTD-OPTION
005020         THRU 1200-EXIT.
005030
005040     OPEN OUTPUT ACTVRPT
005050                 ACTVEXT.
005060
005070     MOVE AA100-RUN-DATE       TO AA100-HDG-RUN-DATE.
005080     MOVE AA100-RUN-CYCLE      TO AA100-HDG-CYCLE.
005090     MOVE AA100-REPORT-HEADING TO ACTV-REPORT-LINE.
005100     WRITE ACTV-REPORT-LINE.
005110
005120     IF AA100-MTD-WANTED
005130         MOVE 'CARRIED'     TO AA100-MTH-TEXT
005140     ELSE
005150         MOVE 'NOT CARRIED' TO AA100-MTH-TEXT
005160     END-IF.
005170
005180     MOVE AA100-MTD-HEADING TO ACTV-REPORT-LINE.
005190     WRITE ACTV-REPORT-LINE.
005200     MOVE AA100-LEGEND-LINE TO ACTV-REPORT-LINE.
005210     WRITE ACTV-REPORT-LINE.
005220     MOVE AA100-COLUMN-HEADING TO ACTV-REPORT-LINE.
005230     WRITE ACTV-REPORT-LINE.
005240
005250     IF AA100-EOF
005260         GO TO 1000-EXIT
005270     END-IF.
005280
005290     OPEN INPUT BATCHMST.
005300
005310     IF AA100-MAST-FILE-STATUS NOT = '00'
005320         DISPLAY 'AA100 - CANNOT OPEN BATCH MASTER, STATUS '
005330             AA100-MAST-FILE-STATUS
005340         MOVE 'Y' TO AA100-EOF-SW
005350                     AA100-POS-EOF-SW
005360                     AA100-NEG-EOF-SW
005370                     AA100-SUPP-EOF-SW
005380                     AA100-GLF-EOF-SW
005390         MOVE 12 TO AA100-MAX-COND-CODE
005400         GO TO 1000-EXIT
005410     END-IF.
005420
005430     OPEN INPUT POSOUT.
005440
005450     IF AA100-POS-FILE-STATUS NOT = '00'
005460         DISPLAY 'AA100 - CANNOT OPEN POSOUT, STATUS '
005470             AA100-POS-FILE-STATUS
005480         MOVE 'Y' TO AA100-POS-EOF-SW
005490     END-IF.
005500
005510     OPEN INPUT NEGOUT.
005520
005530     IF AA100-NEG-FILE-STATUS NOT = '00'
005540         DISPLAY 'AA100 - CANNOT OPEN NEGOUT, STATUS '
005550             AA100-NEG-FILE-STATUS
005560         MOVE 'Y' TO AA100-NEG-EOF-SW
005570     END-IF.
005580
005590     OPEN INPUT GLSUPP.
005600
005610     IF AA100-SUPP-FILE-STATUS NOT = '00'
005620         DISPLAY 'AA100 - CANNOT OPEN GLSUPP, STATUS '
005630             AA100-SUPP-FILE-STATUS ' - REBAL CLEARS LEFT OUT'
005640         MOVE 'Y' TO AA100-SUPP-EOF-SW
005650         IF AA100-MAX-COND-CODE LESS THAN 4
005660             MOVE 4 TO AA100-MAX-COND-CODE
005670         END-IF
005680     END-IF.
005690
005700     OPEN INPUT GLFILE.
005710
005720     IF AA100-GLF-FILE-STATUS NOT = '00'
005730         DISPLAY 'AA100 - CANNOT OPEN GLFILE, STATUS '
005740             AA100-GLF-FILE-STATUS ' - NOTHING TO FOOT TO'
005750         MOVE 'Y' TO AA100-GLF-EOF-SW
005760     END-IF.
005770
005780     OPEN INPUT ACCTMST.
005790
005800     IF AA100-ACCT-FILE-STATUS = '00'
005810         MOVE 'Y' TO AA100-ACCT-OPEN-SW
005820     ELSE
005830         DISPLAY 'AA100 - ACCOUNT MASTER UNAVAILABLE, STATUS '
005840             AA100-ACCT-FILE-STATUS ' - NO DESCRIPTIONS'
005850     END-IF.
005860
005870     IF AA100-MTD-WANTED
005880         OPEN I-O ACCTBAL
005890         IF AA100-BAL-FILE-STATUS = '00'
005900             MOVE 'Y' TO AA100-BAL-OPEN-SW
005910         ELSE
005920             DISPLAY 'AA100 - BALANCE FILE UNAVAILABLE, STATUS '
005930                 AA100-BAL-FILE-STATUS
005940                 ' - MONTH-TO-DATE NOT UPDATED'
005950             MOVE 'N' TO AA100-MTD-SW
005960             IF AA100-MAX-COND-CODE LESS THAN 4
005970                 MOVE 4 TO AA100-MAX-COND-CODE
005980             END-IF
005990         END-IF
006000     END-IF.
006010
006020     PERFORM 1400-START-MASTER
006030         THRU 1400-EXIT.
006040
006050     IF NOT AA100-POS-EOF
006060         PERFORM 7000-READ-POSOUT
006070             THRU 7000-EXIT
006080     END-IF.
006090
006100     IF NOT AA100-NEG-EOF
006110         PERFORM 7100-READ-NEGOUT
006120             THRU 7100-EXIT
006130     END-IF.
006140
006150     IF NOT AA100-SUPP-EOF
006160         PERFORM 7200-READ-GLSUPP
006170             THRU 7200-EXIT
006180     END-IF.
006190
006200     IF NOT AA100-GLF-EOF
006210         PERFORM 7300-READ-GLFILE
006220             THRU 7300-EXIT
006230     END-IF.
006240
006250 1000-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 1100-GET-RUN - RESOLVE THE RUN DATE AND CYCLE FROM THE         *
006300*                RUN-PARAMETER FILE, OR FROM SYSIN OVERRIDE      *
006310*                CARDS THAT ARE NOT ALL ASTERISKS                *
006320******************************************************************
006330 1100-GET-RUN.
006340     MOVE ZERO TO AA100-RUN-DATE.
006350
006360     ACCEPT AA100-PARM-CARD FROM SYSIN.
006370
006380     IF AA100-PARM-CARD = ALL '*'
006390         OR AA100-PARM-CARD = SPACES
006400         MOVE 'EXTRDATE' TO AA100-PG-PARM-KEY
006410         CALL 'PARMGET' USING AA100-PG-CONTROL
006420         IF NOT AA100-PG-PARM-FOUND
006430             DISPLAY 'AA100 - EXTRDATE PARAMETER UNAVAILABLE'
006440         END-IF
006450         MOVE AA100-PG-PARM-VALUE TO AA100-PARM-WORK
006460     ELSE
006470         DISPLAY 'AA100 - RUN DATE FROM SYSIN OVERRIDE'
006480         MOVE AA100-PARM-CARD TO AA100-PARM-WORK
006490     END-IF.
006500
006510     IF AA100-PW-DATE NUMERIC
006520         MOVE AA100-PW-DATE TO AA100-RUN-DATE
006530     ELSE
006540         DISPLAY 'AA100 - NO USABLE RUN DATE - NO REPORT'
006550         MOVE 'Y' TO AA100-EOF-SW
006560                     AA100-POS-EOF-SW
006570                     AA100-NEG-EOF-SW
006580                     AA100-SUPP-EOF-SW
006590                     AA100-GLF-EOF-SW
006600         MOVE 12 TO AA100-MAX-COND-CODE
006610     END-IF.
006620
006630     ACCEPT AA100-PARM-CARD FROM SYSIN.
006640
006650     IF AA100-PARM-CARD = ALL '*'
006660         OR AA100-PARM-CARD = SPACES
006670         MOVE 'CYCLE   ' TO AA100-PG-PARM-KEY
006680         CALL 'PARMGET' USING AA100-PG-CONTROL
006690         IF NOT AA100-PG-PARM-FOUND
006700             DISPLAY 'AA100 - CYCLE PARAMETER UNAVAILABLE'
006710         END-IF
006720         MOVE AA100-PG-PARM-VALUE TO AA100-PARM-WORK
006730     ELSE
006740         DISPLAY 'AA100 - CYCLE FROM SYSIN OVERRIDE'
006750         MOVE AA100-PARM-CARD TO AA100-PARM-WORK
006760     END-IF.
006770
006780*    A SHOP STILL RUNNING ONE CYCLE A DAY NEVER SETS THE CYCLE
006790*    PARAMETER AND THE REPORT COVERS CYCLE 01.
006800     IF AA100-PW-CYCLE NUMERIC
006810         AND AA100-PW-CYCLE NOT = '00'
006820         MOVE AA100-PW-CYCLE TO AA100-RUN-CYCLE
006830     ELSE
006840         MOVE 1 TO AA100-RUN-CYCLE
006850     END-IF.
006860
006870 1100-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* 1200-GET-MTD-OPTION - CARRY MONTH-TO-DATE BALANCES ONLY WHEN   *
006920*                       THE RUN-PARAMETER FILE ASKS FOR THEM     *
006930******************************************************************
006940 1200-GET-MTD-OPTION.
006950     MOVE 'ACCTMTD ' TO AA100-PG-PARM-KEY.
006960     CALL 'PARMGET' USING AA100-PG-CONTROL.
006970     MOVE AA100-PG-PARM-VALUE TO AA100-PARM-WORK.
006980
006990     IF AA100-PG-PARM-FOUND
007000         AND AA100-PW-FLAG = 'Y'
007010         MOVE 'Y' TO AA100-MTD-SW
007020     ELSE
007030         MOVE 'N' TO AA100-MTD-SW
007040     END-IF.
007050
007060 1200-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 1400-START-MASTER - POSITION THE MASTER AT THE RUN DATE AND    *
007110*                     CYCLE ON THE RUN DATE + CYCLE ALTERNATE    *
007120*                     INDEX, SO ONLY THE ONE RUN'S RECORDS ARE   *
007130*                     READ                                       *
007140******************************************************************
007150 1400-START-MASTER.
007160     MOVE AA100-RUN-DATE  TO BM-ALT-RUN-DATE.
007170     MOVE AA100-RUN-CYCLE TO BM-ALT-CYCLE.
007180
007190     START BATCHMST KEY NOT LESS THAN BM-ALT-KEY
007200         INVALID KEY
007210             MOVE 'Y' TO AA100-EOF-SW
007220             GO TO 1400-EXIT
007230     END-START.
007240
007250     PERFORM 6000-READ-MASTER
007260         THRU 6000-EXIT.
007270
007280 1400-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 1500-LOAD-ONE-MASTER - NOTE ONE OF THE RUN'S BATCHES WITH ITS  *
007330*                        STATUS AND VALUE DATE.  THE FIRST       *
007340*                        RECORD PAST THE RUN ENDS THE LOAD       *
007350******************************************************************
007360 1500-LOAD-ONE-MASTER.
007370     IF BM-ALT-RUN-DATE NOT = AA100-RUN-DATE
007380         OR BM-ALT-CYCLE NOT = AA100-RUN-CYCLE
007390         MOVE 'Y' TO AA100-EOF-SW
007400         GO TO 1500-EXIT
007410     END-IF.
007420
007430     IF NOT BM-DETAIL-REC-KIND
007440         GO TO 1500-READ-NEXT
007450     END-IF.
007460
007470     IF AA100-BT-COUNT LESS THAN 999
007480         ADD 1 TO AA100-BT-COUNT
007490         MOVE BM-BATCH-ID     TO
007500             AA100-BT-BATCH-ID   (AA100-BT-COUNT)
007510         MOVE BM-RECON-STATUS TO
007520             AA100-BT-STATUS     (AA100-BT-COUNT)
007530         MOVE BM-VALUE-DATE   TO
007540             AA100-BT-VALUE-DATE (AA100-BT-COUNT)
007542         MOVE BM-FX-RATE      TO
007544             AA100-BT-FX-RATE    (AA100-BT-COUNT)
007550     ELSE
007560         IF NOT AA100-BT-FULL
007570             DISPLAY 'AA100 - BATCH TABLE FULL - REMAINING'
007580                 ' BATCHES NOT REPORTED'
007590             MOVE 'Y' TO AA100-BT-FULL-SW
007600             MOVE 12 TO AA100-MAX-COND-CODE
007610         END-IF
007620     END-IF.
007630
007640 1500-READ-NEXT.
007650     PERFORM 6000-READ-MASTER
007660         THRU 6000-EXIT.
007670
007680 1500-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 2000-PROCESS-ONE-POS - TAKE ONE POSITIVE SPLIT ITEM AS A DEBIT *
007730******************************************************************
007740 2000-PROCESS-ONE-POS.
007750     IF POS-BATCH-ID NOT = AA100-LAST-BATCH-ID
007760         MOVE POS-BATCH-ID TO AA100-LAST-BATCH-ID
007770         PERFORM 4100-FIND-BATCH
007780             THRU 4100-EXIT
007790     END-IF.
007800
007810     MOVE POS-ITEM-VALUE TO AA100-WORK-DEBIT.
007820     MOVE ZERO           TO AA100-WORK-CREDIT.
007830     MOVE POS-ACCT-CODE  TO AA100-NK-ACCT.
007840
007850     PERFORM 2500-TAKE-SPLIT-ITEM
007860         THRU 2500-EXIT.
007870
007880     PERFORM 7000-READ-POSOUT
007890         THRU 7000-EXIT.
007900
007910 2000-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 2100-PROCESS-ONE-NEG - TAKE ONE NEGATIVE SPLIT ITEM, SIGN      *
007960*                        REVERSED, AS A CREDIT                   *
007970******************************************************************
007980 2100-PROCESS-ONE-NEG.
007990     IF NEG-BATCH-ID NOT = AA100-LAST-BATCH-ID
008000         MOVE NEG-BATCH-ID TO AA100-LAST-BATCH-ID
008010         PERFORM 4100-FIND-BATCH
008020             THRU 4100-EXIT
008030     END-IF.
008040
008050     MOVE ZERO TO AA100-WORK-DEBIT.
008060     COMPUTE AA100-WORK-CREDIT = 0 - NEG-ITEM-VALUE.
008070     MOVE NEG-ACCT-CODE TO AA100-NK-ACCT.
008080
008090     PERFORM 2500-TAKE-SPLIT-ITEM
008100         THRU 2500-EXIT.
008110
008120     PERFORM 7100-READ-NEGOUT
008130         THRU 7100-EXIT.
008140
008150 2100-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190* 2500-TAKE-SPLIT-ITEM - FOLD THE SPLIT ITEM IN HAND INTO THE    *
008200*                        ACTIVITY WHEN ITS BATCH BALANCED OK;    *
008210*                        ITEMS OF OTHER BATCHES ARE ONLY COUNTED *
008220******************************************************************
008230 2500-TAKE-SPLIT-ITEM.
008240     IF NOT AA100-BT-FOUND
008250         ADD 1 TO AA100-SKIP-ITEMS
008260         GO TO 2500-EXIT
008270     END-IF.
008280
008290     IF AA100-BT-STATUS (AA100-BT-INDEX) NOT = 'OK'
008300         ADD 1 TO AA100-HELD-ITEMS
008310         GO TO 2500-EXIT
008320     END-IF.
008321
008322*    A BATCH WITH NO RATE FOR ITS VALUE DATE IS HELD BY GLEXTR.
008323     IF AA100-BT-FX-RATE (AA100-BT-INDEX) = ZERO
008324         ADD 1 TO AA100-HELD-ITEMS
008325         GO TO 2500-EXIT
008326     END-IF.
008327
008328     COMPUTE AA100-WORK-DEBIT ROUNDED =
008329         AA100-WORK-DEBIT * AA100-BT-FX-RATE (AA100-BT-INDEX).
008330     COMPUTE AA100-WORK-CREDIT ROUNDED =
008331         AA100-WORK-CREDIT * AA100-BT-FX-RATE (AA100-BT-INDEX).
008332
008340     IF AA100-BT-VALUE-DATE (AA100-BT-INDEX) NUMERIC
008350         MOVE AA100-BT-VALUE-DATE (AA100-BT-INDEX)
008360             TO AA100-NK-VALUE-DATE
008370     ELSE
008380         MOVE AA100-RUN-DATE TO AA100-NK-VALUE-DATE
008390     END-IF.
008400
008410     MOVE AA100-BT-BATCH-ID (AA100-BT-INDEX)
008420         TO AA100-NK-BATCH-ID.
008430     MOVE 'S' TO AA100-NK-SOURCE.
008440
008450     ADD AA100-WORK-DEBIT  TO AA100-SPLIT-DEBITS.
008460     ADD AA100-WORK-CREDIT TO AA100-SPLIT-CREDITS.
008470     ADD 1 TO AA100-ITEM-COUNT.
008480
008490     PERFORM 4000-ADD-ACTIVITY
008500         THRU 4000-EXIT.
008510
008520 2500-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560* 3000-PROCESS-ONE-SUPP - TAKE ONE REBAL POSTING FROM GLSUPP,    *
008570*                         OR NOTE ITS TRAILER HASH               *
008580******************************************************************
008590 3000-PROCESS-ONE-SUPP.
008600     IF GS-TRAILER-REC
008610         MOVE 'Y' TO AA100-SUPP-TRL-SW
008620         MOVE GS-TRL-HASH-TOTAL TO AA100-SUPP-HASH
008630         GO TO 3000-READ-NEXT
008640     END-IF.
008650
008660     IF NOT GS-DETAIL-REC
008670         GO TO 3000-READ-NEXT
008680     END-IF.
008690
008700     MOVE GS-ACCT-CODE TO AA100-NK-ACCT.
008710     MOVE GS-POST-DATE TO AA100-NK-VALUE-DATE.
008720     MOVE GS-POST-REF  TO AA100-NK-BATCH-ID.
008730     MOVE 'R'          TO AA100-NK-SOURCE.
008740
008750     IF GS-DEBIT
008760         MOVE GS-POST-AMOUNT TO AA100-WORK-DEBIT
008770         MOVE ZERO           TO AA100-WORK-CREDIT
008780         ADD GS-POST-AMOUNT  TO AA100-SUPP-DEBITS
008790     ELSE
008800         MOVE ZERO           TO AA100-WORK-DEBIT
008810         MOVE GS-POST-AMOUNT TO AA100-WORK-CREDIT
008820         ADD GS-POST-AMOUNT  TO AA100-SUPP-CREDITS
008830     END-IF.
008840
008850     ADD 1 TO AA100-SUPP-POSTINGS.
008860
008870     PERFORM 4000-ADD-ACTIVITY
008880         THRU 4000-EXIT.
008890
008900 3000-READ-NEXT.
008910     PERFORM 7200-READ-GLSUPP
008920         THRU 7200-EXIT.
008930
008940 3000-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980* 3100-PROCESS-ONE-GLFILE - NOTE THE GLFILE TRAILER HASH AND     *
008990*                           CHECK THE POSTINGS ARE FOR THIS RUN  *
009000******************************************************************
009010 3100-PROCESS-ONE-GLFILE.
009020     IF GL-TRAILER-REC
009030         MOVE 'Y' TO AA100-GLF-TRL-SW
009040         MOVE GL-TRL-HASH-TOTAL TO AA100-GLF-HASH
009050         GO TO 3100-READ-NEXT
009060     END-IF.
009070
009080     IF NOT GL-DETAIL-REC
009090         GO TO 3100-READ-NEXT
009100     END-IF.
009110
009120     ADD 1 TO AA100-GLF-POSTINGS.
009130
009140     IF GL-POST-RUN-DATE NOT = AA100-RUN-DATE
009150         OR GL-POST-CYCLE NOT = AA100-RUN-CYCLE
009160         ADD 1 TO AA100-GLF-OTHER-RUN
009170     END-IF.
009180
009190 3100-READ-NEXT.
009200     PERFORM 7300-READ-GLFILE
009210         THRU 7300-EXIT.
009220
009230 3100-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270* 4000-ADD-ACTIVITY - ADD THE AMOUNT IN HAND TO ITS ACTIVITY     *
009280*                     ENTRY, OPENING THE ENTRY IN KEY ORDER ON   *
009290*                     FIRST SIGHT                                *
009300******************************************************************
009310 4000-ADD-ACTIVITY.
009320     MOVE 'N' TO AA100-AE-PLACED-SW.
009330     COMPUTE AA100-AE-INDEX = AA100-AE-COUNT + 1.
009340
009350     PERFORM 4010-SCAN-ACTIVITY
009360         THRU 4010-EXIT
009370         VARYING AA100-AE-SCAN FROM 1 BY 1
009380         UNTIL AA100-AE-SCAN GREATER THAN AA100-AE-COUNT
009390             OR AA100-AE-PLACED.
009400
009410     IF AA100-AE-PLACED
009420         AND AA100-AE-KEY (AA100-AE-INDEX) = AA100-NEW-KEY
009430         GO TO 4000-ACCUMULATE
009440     END-IF.
009450
009460     IF AA100-AE-COUNT NOT LESS THAN 2500
009470         IF NOT AA100-AE-FULL
009480             DISPLAY 'AA100 - ACTIVITY TABLE FULL AT ACCOUNT '
009490                 AA100-NK-ACCT ' - REPORT INCOMPLETE'
009500             MOVE 'Y' TO AA100-AE-FULL-SW
009510             MOVE 12 TO AA100-MAX-COND-CODE
009520         END-IF
009530         GO TO 4000-EXIT
009540     END-IF.
009550
009560     PERFORM 4020-SHIFT-ONE-ENTRY
009570         THRU 4020-EXIT
009580         VARYING AA100-AE-SHIFT FROM AA100-AE-COUNT BY -1
009590         UNTIL AA100-AE-SHIFT LESS THAN AA100-AE-INDEX.
009600
009610     ADD 1 TO AA100-AE-COUNT.
009620     MOVE AA100-NEW-KEY TO AA100-AE-KEY (AA100-AE-INDEX).
009630     MOVE ZERO TO AA100-AE-DEBITS  (AA100-AE-INDEX)
009640                  AA100-AE-CREDITS (AA100-AE-INDEX)
009650                  AA100-AE-ITEMS   (AA100-AE-INDEX).
009660
009670 4000-ACCUMULATE.
009680     ADD AA100-WORK-DEBIT  TO AA100-AE-DEBITS  (AA100-AE-INDEX).
009690     ADD AA100-WORK-CREDIT TO AA100-AE-CREDITS (AA100-AE-INDEX).
009700     ADD 1 TO AA100-AE-ITEMS (AA100-AE-INDEX).
009710
009720 4000-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* 4010-SCAN-ACTIVITY - STOP AT THE FIRST ENTRY NOT BELOW THE KEY *
009770*                      IN HAND - ITS OWN ENTRY OR ITS PLACE      *
009780******************************************************************
009790 4010-SCAN-ACTIVITY.
009800     IF AA100-AE-KEY (AA100-AE-SCAN) NOT LESS THAN AA100-NEW-KEY
009810         MOVE 'Y' TO AA100-AE-PLACED-SW
009820         MOVE AA100-AE-SCAN TO AA100-AE-INDEX
009830     END-IF.
009840
009850 4010-EXIT.
009860     EXIT.
009870
009880******************************************************************
009890* 4020-SHIFT-ONE-ENTRY - MOVE ONE ENTRY UP A PLACE TO OPEN THE   *
009900*                        SLOT FOR A NEW KEY                      *
009910******************************************************************
009920 4020-SHIFT-ONE-ENTRY.
009930     MOVE AA100-ACT-ENTRY (AA100-AE-SHIFT)
009940         TO AA100-ACT-ENTRY (AA100-AE-SHIFT + 1).
009950
009960 4020-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000* 4100-FIND-BATCH - LOOK THE SPLIT ITEM'S BATCH UP IN THE BATCH  *
010010*                   TABLE                                        *
010020******************************************************************
010030 4100-FIND-BATCH.
010040     MOVE 'N' TO AA100-BT-FOUND-SW.
010050
010060     PERFORM 4110-SCAN-BATCH-TABLE
010070         THRU 4110-EXIT
010080         VARYING AA100-BT-SCAN FROM 1 BY 1
010090         UNTIL AA100-BT-SCAN GREATER THAN AA100-BT-COUNT
010100             OR AA100-BT-FOUND.
010110
010120     IF NOT AA100-BT-FOUND
010130         DISPLAY 'AA100 - SPLIT BATCH ' AA100-LAST-BATCH-ID
010140             ' NOT ON MASTER FOR RUN - SKIPPED'
010150     END-IF.
010160
010170 4100-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210* 4110-SCAN-BATCH-TABLE - COMPARE ONE NOTED BATCH                *
010220******************************************************************
010230 4110-SCAN-BATCH-TABLE.
010240     IF AA100-BT-BATCH-ID (AA100-BT-SCAN) = AA100-LAST-BATCH-ID
010250         MOVE 'Y' TO AA100-BT-FOUND-SW
010260         MOVE AA100-BT-SCAN TO AA100-BT-INDEX
010270     END-IF.
010280
010290 4110-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 5000-REPORT-ONE-GROUP - REPORT ONE ACCOUNT'S ACTIVITY FOR ONE  *
010340*                         VALUE DATE: THE TOTALS LINE, THE       *
010350*                         EXTRACT RECORD, AND THE BATCH IDS      *
010360******************************************************************
010370 5000-REPORT-ONE-GROUP.
010380     MOVE AA100-AE-ACCT (AA100-GRP-START) TO AA100-GRP-ACCT.
010390     MOVE AA100-AE-VALUE-DATE (AA100-GRP-START)
010400         TO AA100-GRP-VALUE-DATE.
010410
010420     IF AA100-GRP-ACCT NOT = AA100-CUR-ACCT
010430         IF AA100-ACCT-COUNT GREATER THAN ZERO
010440             PERFORM 5600-ACCOUNT-TOTAL
010450                 THRU 5600-EXIT
010460         END-IF
010470         PERFORM 5500-ACCOUNT-HEADING
010480             THRU 5500-EXIT
010490     END-IF.
010500
010510     MOVE ZERO TO AA100-GRP-DEBITS
010520                  AA100-GRP-CREDITS
010530                  AA100-GRP-ITEMS
010540                  AA100-GRP-BATCHES.
010550     MOVE 'N' TO AA100-GRP-END-SW.
010560
010570     PERFORM 5100-SUM-ONE-ENTRY
010580         THRU 5100-EXIT
010590         VARYING AA100-AE-INDEX FROM AA100-GRP-START BY 1
010600         UNTIL AA100-AE-INDEX GREATER THAN AA100-AE-COUNT
010610             OR AA100-GRP-ENDED.
010620
010630     PERFORM 5300-APPLY-MTD
010640         THRU 5300-EXIT.
010650
010660     COMPUTE AA100-NET-AMOUNT =
010670         AA100-GRP-DEBITS - AA100-GRP-CREDITS.
010680
010690     MOVE AA100-GRP-VALUE-DATE TO AA100-RPT-VALUE-DATE.
010700     MOVE AA100-GRP-DEBITS     TO AA100-RPT-DEBITS.
010710     MOVE AA100-GRP-CREDITS    TO AA100-RPT-CREDITS.
010720     MOVE AA100-NET-AMOUNT     TO AA100-RPT-NET.
010730     MOVE AA100-GRP-ITEMS      TO AA100-RPT-ITEMS.
010740
010750     IF AA100-MTD-FLAG = 'N'
010760         MOVE SPACES TO AA100-RPT-MTD-BLANK
010770                        AA100-RPT-MTD-FLAG
010780     ELSE
010790         MOVE AA100-MTD-NET TO AA100-RPT-MTD
010800         IF AA100-MTD-FLAG = '*'
010810             MOVE '*' TO AA100-RPT-MTD-FLAG
010820         ELSE
010830             MOVE SPACE TO AA100-RPT-MTD-FLAG
010840         END-IF
010850     END-IF.
010860
010870     MOVE AA100-DETAIL-LINE TO ACTV-REPORT-LINE.
010880     WRITE ACTV-REPORT-LINE.
010890     ADD 1 TO AA100-LINE-COUNT.
010900
010910     PERFORM 5400-WRITE-EXTRACT
010920         THRU 5400-EXIT.
010930
010940     MOVE '   BATCHES' TO AA100-BTL-LABEL.
010950     MOVE SPACES TO AA100-BTL-SLOTS.
010960     MOVE ZERO TO AA100-BTL-INDEX.
010970
010980     PERFORM 5200-LIST-ONE-BATCH
010990         THRU 5200-EXIT
011000         VARYING AA100-AE-INDEX FROM AA100-GRP-START BY 1
011010         UNTIL AA100-AE-INDEX GREATER THAN AA100-GRP-LAST.
011020
011030     IF AA100-BTL-INDEX GREATER THAN ZERO
011040         MOVE AA100-BATCH-LINE TO ACTV-REPORT-LINE
011050         WRITE ACTV-REPORT-LINE
011060     END-IF.
011070
011080     ADD AA100-GRP-DEBITS  TO AA100-ACT-DEBITS.
011090     ADD AA100-GRP-CREDITS TO AA100-ACT-CREDITS.
011100     ADD AA100-GRP-ITEMS   TO AA100-ACT-ITEMS.
011110     ADD AA100-GRP-DEBITS  TO AA100-ALL-DEBITS.
011120     ADD AA100-GRP-CREDITS TO AA100-ALL-CREDITS.
011130
011140     COMPUTE AA100-GRP-START = AA100-GRP-LAST + 1.
011150
011160 5000-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200* 5100-SUM-ONE-ENTRY - ADD ONE BATCH'S ENTRY INTO THE ACCOUNT    *
011210*                      AND VALUE DATE TOTALS, STOPPING AT THE    *
011220*                      FIRST ENTRY OF THE NEXT GROUP             *
011230******************************************************************
011240 5100-SUM-ONE-ENTRY.
011250     IF AA100-AE-ACCT (AA100-AE-INDEX) NOT = AA100-GRP-ACCT
011260         OR AA100-AE-VALUE-DATE (AA100-AE-INDEX)
011270             NOT = AA100-GRP-VALUE-DATE
011280         MOVE 'Y' TO AA100-GRP-END-SW
011290         GO TO 5100-EXIT
011300     END-IF.
011310
011320     ADD AA100-AE-DEBITS  (AA100-AE-INDEX) TO AA100-GRP-DEBITS.
011330     ADD AA100-AE-CREDITS (AA100-AE-INDEX) TO AA100-GRP-CREDITS.
011340     ADD AA100-AE-ITEMS   (AA100-AE-INDEX) TO AA100-GRP-ITEMS.
011350     ADD 1 TO AA100-GRP-BATCHES.
011360     MOVE AA100-AE-INDEX TO AA100-GRP-LAST.
011370
011380 5100-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420* 5200-LIST-ONE-BATCH - PUT ONE CONTRIBUTING BATCH ID ON THE     *
011430*                       BATCH LINE, EIGHT TO A LINE              *
011440******************************************************************
011450 5200-LIST-ONE-BATCH.
011460     IF AA100-BTL-INDEX NOT LESS THAN 8
011470         MOVE AA100-BATCH-LINE TO ACTV-REPORT-LINE
011480         WRITE ACTV-REPORT-LINE
011490         MOVE SPACES TO AA100-BTL-LABEL
011500                        AA100-BTL-SLOTS
011510         MOVE ZERO TO AA100-BTL-INDEX
011520     END-IF.
011530
011540     ADD 1 TO AA100-BTL-INDEX.
011550     MOVE AA100-AE-BATCH-ID (AA100-AE-INDEX)
011560         TO AA100-BTL-BATCH-ID (AA100-BTL-INDEX).
011570
011580     IF AA100-AE-SOURCE (AA100-AE-INDEX) = 'R'
011590         MOVE '+' TO AA100-BTL-MARK (AA100-BTL-INDEX)
011600     END-IF.
011610
011620 5200-EXIT.
011630     EXIT.
011640
011650******************************************************************
011660* 5300-APPLY-MTD - ROLL THE GROUP INTO ITS ACCOUNT'S BALANCE FOR *
011670*                  THE VALUE DATE'S MONTH AND PICK UP THE        *
011680*                  RUNNING MONTH-TO-DATE NET                     *
011690******************************************************************
011700 5300-APPLY-MTD.
011710     MOVE 'N' TO AA100-MTD-FLAG.
011720     MOVE ZERO TO AA100-MTD-NET.
011730
011740     IF NOT AA100-MTD-WANTED
011750         GO TO 5300-EXIT
011760     END-IF.
011770
011780     MOVE AA100-GRP-ACCT TO AA100-WK-ACCT.
011790     MOVE AA100-GV-MONTH TO AA100-WK-MONTH.
011800
011810     IF AA100-BAL-HELD
011820         AND AB-KEY NOT = AA100-WANT-KEY
011830         PERFORM 5310-PUT-BALANCE
011840             THRU 5310-EXIT
011850     END-IF.
011860
011870     IF NOT AA100-BAL-HELD
011880         PERFORM 5320-GET-BALANCE
011890             THRU 5320-EXIT
011900     END-IF.
011910
011920     IF AA100-BAL-FROZEN
011930         MOVE '*' TO AA100-MTD-FLAG
011940         ADD 1 TO AA100-FROZEN-COUNT
011950     ELSE
011960         MOVE 'Y' TO AA100-MTD-FLAG
011970         ADD AA100-GRP-DEBITS  TO AB-MTD-DEBITS
011980         ADD AA100-GRP-CREDITS TO AB-MTD-CREDITS
011990     END-IF.
012000
012010     COMPUTE AA100-MTD-NET = AB-MTD-DEBITS - AB-MTD-CREDITS.
012020
012030 5300-EXIT.
012040     EXIT.
012050
012060******************************************************************
012070* 5310-PUT-BALANCE - WRITE THE HELD BALANCE RECORD BACK, UNLESS  *
012080*                    A LATER RUN OWNS IT                         *
012090******************************************************************
012100 5310-PUT-BALANCE.
012110     MOVE 'N' TO AA100-BAL-HELD-SW.
012120
012130     IF AA100-BAL-FROZEN
012140         GO TO 5310-EXIT
012150     END-IF.
012160
012170     ACCEPT AA100-TIME FROM TIME.
012180     MOVE AA100-TODAY TO AB-UPD-DATE.
012190     MOVE AA100-TIME  TO AB-UPD-TIME.
012200
012210     IF AA100-BAL-FOUND
012220         REWRITE AB-RECORD
012230     ELSE
012240         WRITE AB-RECORD
012250     END-IF.
012260
012270     IF AA100-BAL-FILE-STATUS NOT = '00'
012280         DISPLAY 'AA100 - BALANCE FILE UPDATE FAILED FOR '
012290             AB-ACCT-CODE ' ' AB-MONTH ', STATUS '
012300             AA100-BAL-FILE-STATUS
012310         MOVE 12 TO AA100-MAX-COND-CODE
012320     END-IF.
012330
012340 5310-EXIT.
012350     EXIT.
012360
012370******************************************************************
012380* 5320-GET-BALANCE - FETCH THE ACCOUNT'S BALANCE FOR THE MONTH   *
012390*                    AND READY IT FOR THIS RUN: A NEW MONTH      *
012400*                    STARTS AT ZERO, A RERUN OF THE LAST RUN     *
012410*                    BACKS THAT RUN OUT FIRST, AND A BALANCE A   *
012420*                    LATER RUN HAS MOVED ON IS LEFT ALONE        *
012430******************************************************************
012440 5320-GET-BALANCE.
012450     MOVE 'Y' TO AA100-BAL-HELD-SW.
012460     MOVE 'N' TO AA100-BAL-FROZEN-SW.
012470     MOVE 'Y' TO AA100-BAL-FOUND-SW.
012480     MOVE AA100-WANT-KEY TO AB-KEY.
012490
012500     READ ACCTBAL
012510         INVALID KEY
012520             MOVE 'N' TO AA100-BAL-FOUND-SW
012530     END-READ.
012540
012550     IF NOT AA100-BAL-FOUND
012560         MOVE SPACES TO AB-RECORD
012570         MOVE AA100-WANT-KEY TO AB-KEY
012580         MOVE ZERO TO AB-MTD-DEBITS
012590                      AB-MTD-CREDITS
012600                      AB-PRIOR-DEBITS
012610                      AB-PRIOR-CREDITS
012620         MOVE AA100-THIS-RUN TO AB-LAST-RUN
012630         GO TO 5320-EXIT
012640     END-IF.
012650
012660     IF AB-LAST-RUN = AA100-THIS-RUN
012670         MOVE AB-PRIOR-DEBITS  TO AB-MTD-DEBITS
012680         MOVE AB-PRIOR-CREDITS TO AB-MTD-CREDITS
012690         GO TO 5320-EXIT
012700     END-IF.
012710
012720     IF AB-LAST-RUN GREATER THAN AA100-THIS-RUN
012730         MOVE 'Y' TO AA100-BAL-FROZEN-SW
012740         DISPLAY 'AA100 - MONTH-TO-DATE FOR ' AB-ACCT-CODE ' '
012750             AB-MONTH ' ALREADY CARRIES RUN ' AB-LAST-RUN-DATE
012760             ' CYCLE ' AB-LAST-CYCLE ' - NOT UPDATED'
012770         IF AA100-MAX-COND-CODE LESS THAN 4
012780             MOVE 4 TO AA100-MAX-COND-CODE
012790         END-IF
012800         GO TO 5320-EXIT
012810     END-IF.
012820
012830     MOVE AB-MTD-DEBITS  TO AB-PRIOR-DEBITS.
012840     MOVE AB-MTD-CREDITS TO AB-PRIOR-CREDITS.
012850     MOVE AA100-THIS-RUN TO AB-LAST-RUN.
012860
012870 5320-EXIT.
012880     EXIT.
012890
012900******************************************************************
012910* 5400-WRITE-EXTRACT - WRITE THE GROUP'S SPREADSHEET RECORD      *
012920******************************************************************
012930 5400-WRITE-EXTRACT.
012940     MOVE SPACES TO EXT-RECORD.
012950     MOVE 'D'                  TO EXT-REC-TYPE.
012960     MOVE AA100-RUN-DATE       TO EXT-RUN-DATE.
012970     MOVE AA100-RUN-CYCLE      TO EXT-CYCLE.
012980     MOVE AA100-GRP-ACCT       TO EXT-ACCT-CODE.
012990     MOVE AA100-CUR-DESC       TO EXT-DESCRIPTION.
013000     MOVE AA100-GRP-VALUE-DATE TO EXT-VALUE-DATE.
013010     MOVE AA100-GRP-DEBITS     TO EXT-DEBITS.
013020     MOVE AA100-GRP-CREDITS    TO EXT-CREDITS.
013030     MOVE AA100-NET-AMOUNT     TO EXT-NET.
013040     MOVE AA100-GRP-ITEMS      TO EXT-ITEM-COUNT.
013050     MOVE AA100-GRP-BATCHES    TO EXT-BATCH-COUNT.
013060     MOVE AA100-MTD-NET        TO EXT-MTD-BALANCE.
013070     MOVE AA100-MTD-FLAG       TO EXT-MTD-FLAG.
013080     WRITE EXT-RECORD.
013090
013100     ADD 1 TO AA100-EXT-COUNT.
013110
013120 5400-EXIT.
013130     EXIT.
013140
013150******************************************************************
013160* 5500-ACCOUNT-HEADING - START A NEW ACCOUNT: ITS CODE AND       *
013170*                        DESCRIPTION FROM THE ACCOUNT MASTER     *
013180******************************************************************
013190 5500-ACCOUNT-HEADING.
013200     MOVE AA100-GRP-ACCT TO AA100-CUR-ACCT.
013210     MOVE SPACES TO AA100-CUR-DESC.
013220     MOVE ZERO TO AA100-ACT-DEBITS
013230                  AA100-ACT-CREDITS
013240                  AA100-ACT-ITEMS.
013250     ADD 1 TO AA100-ACCT-COUNT.
013260
013270     IF AA100-ACCT-OPEN
013280         MOVE AA100-GRP-ACCT TO AM-ACCT-CODE
013290         READ ACCTMST
013300             INVALID KEY
013310                 MOVE '** NOT ON ACCOUNT MASTER **'
013320                     TO AA100-CUR-DESC
013330             NOT INVALID KEY
013340                 MOVE AM-DESCRIPTION TO AA100-CUR-DESC
013350         END-READ
013360     END-IF.
013370
013380     MOVE SPACES TO ACTV-REPORT-LINE.
013390     WRITE ACTV-REPORT-LINE.
013400
013410     MOVE AA100-CUR-ACCT TO AA100-ACL-ACCT.
013420     MOVE AA100-CUR-DESC TO AA100-ACL-DESC.
013430     MOVE AA100-ACCOUNT-LINE TO ACTV-REPORT-LINE.
013440     WRITE ACTV-REPORT-LINE.
013450
013460 5500-EXIT.
013470     EXIT.
013480
013490******************************************************************
013500* 5600-ACCOUNT-TOTAL - CLOSE OFF THE ACCOUNT WITH ITS TOTALS     *
013510*                      OVER ALL ITS VALUE DATES                  *
013520******************************************************************
013530 5600-ACCOUNT-TOTAL.
013540     COMPUTE AA100-NET-AMOUNT =
013550         AA100-ACT-DEBITS - AA100-ACT-CREDITS.
013560
013570     MOVE 'TOTAL '           TO AA100-RPT-VALUE-DATE.
013580     MOVE AA100-ACT-DEBITS   TO AA100-RPT-DEBITS.
013590     MOVE AA100-ACT-CREDITS  TO AA100-RPT-CREDITS.
013600     MOVE AA100-NET-AMOUNT   TO AA100-RPT-NET.
013610     MOVE AA100-ACT-ITEMS    TO AA100-RPT-ITEMS.
013620     MOVE SPACES             TO AA100-RPT-MTD-BLANK
013630                                AA100-RPT-MTD-FLAG.
013640     MOVE AA100-DETAIL-LINE  TO ACTV-REPORT-LINE.
013650     WRITE ACTV-REPORT-LINE.
013660
013670 5600-EXIT.
013680     EXIT.
013690
013700******************************************************************
013710* 6000-READ-MASTER - READ NEXT MASTER RECORD IN KEY SEQUENCE     *
013720******************************************************************
013730 6000-READ-MASTER.
013740     READ BATCHMST NEXT RECORD
013750         AT END
013760             MOVE 'Y' TO AA100-EOF-SW
013770     END-READ.
013780
013790 6000-EXIT.
013800     EXIT.
013810
013820******************************************************************
013830* 7000-READ-POSOUT - READ NEXT POSITIVE SPLIT RECORD             *
013840******************************************************************
013850 7000-READ-POSOUT.
013860     READ POSOUT
013870         AT END
013880             MOVE 'Y' TO AA100-POS-EOF-SW
013890     END-READ.
013900
013910 7000-EXIT.
013920     EXIT.
013930
013940******************************************************************
013950* 7100-READ-NEGOUT - READ NEXT NEGATIVE SPLIT RECORD             *
013960******************************************************************
013970 7100-READ-NEGOUT.
013980     READ NEGOUT
013990         AT END
014000             MOVE 'Y' TO AA100-NEG-EOF-SW
014010     END-READ.
014020
014030 7100-EXIT.
014040     EXIT.
014050
014060******************************************************************
014070* 7200-READ-GLSUPP - READ NEXT SUPPLEMENTAL GL RECORD            *
014080******************************************************************
014090 7200-READ-GLSUPP.
014100     READ GLSUPP
014110         AT END
014120             MOVE 'Y' TO AA100-SUPP-EOF-SW
014130     END-READ.
014140
014150 7200-EXIT.
014160     EXIT.
014170
014180******************************************************************
014190* 7300-READ-GLFILE - READ NEXT GL INTERFACE RECORD               *
014200******************************************************************
014210 7300-READ-GLFILE.
014220     READ GLFILE
014230         AT END
014240             MOVE 'Y' TO AA100-GLF-EOF-SW
014250     END-READ.
014260
014270 7300-EXIT.
014280     EXIT.
014290
014300******************************************************************
014310* 8000-FOOTING - FOOT THE SPLIT-FILE ACTIVITY TO THE GLFILE      *
014320*                TRAILER AND THE REBAL ACTIVITY TO THE GLSUPP    *
014330*                TRAILER, THEN PRINT THE GRAND TOTALS            *
014340******************************************************************
014350 8000-FOOTING.
014360     COMPUTE AA100-SPLIT-GROSS =
014370         AA100-SPLIT-DEBITS + AA100-SPLIT-CREDITS.
014380     COMPUTE AA100-SUPP-GROSS =
014390         AA100-SUPP-DEBITS + AA100-SUPP-CREDITS.
014400
014410     EVALUATE TRUE
014420         WHEN AA100-GLF-FILE-STATUS NOT = '00'
014430             AND AA100-GLF-FILE-STATUS NOT = '10'
014440             MOVE 'GLFILE UNAVAILABLE' TO AA100-GLF-NOTE
014450         WHEN NOT AA100-GLF-TRL-SEEN
014460             MOVE 'NO GLFILE TRAILER' TO AA100-GLF-NOTE
014470         WHEN AA100-GLF-OTHER-RUN GREATER THAN ZERO
014480             MOVE 'GLFILE IS OTHER RUN' TO AA100-GLF-NOTE
014490         WHEN AA100-SPLIT-GROSS = AA100-GLF-HASH
014500             MOVE 'AGREES' TO AA100-GLF-NOTE
014510             MOVE 'Y' TO AA100-GLF-FOOT-SW
014520         WHEN OTHER
014530             MOVE 'DOES NOT AGREE' TO AA100-GLF-NOTE
014540     END-EVALUATE.
014550
014560     EVALUATE TRUE
014570         WHEN AA100-SUPP-FILE-STATUS NOT = '00'
014580             AND AA100-SUPP-FILE-STATUS NOT = '10'
014590             MOVE 'GLSUPP UNAVAILABLE' TO AA100-SUPP-NOTE
014600             MOVE 'Y' TO AA100-SUPP-FOOT-SW
014610         WHEN NOT AA100-SUPP-TRL-SEEN
014620             AND AA100-SUPP-POSTINGS = ZERO
014630             MOVE 'NO REBAL CLEARS' TO AA100-SUPP-NOTE
014640             MOVE 'Y' TO AA100-SUPP-FOOT-SW
014650         WHEN NOT AA100-SUPP-TRL-SEEN
014660             MOVE 'NO GLSUPP TRAILER' TO AA100-SUPP-NOTE
014670         WHEN AA100-SUPP-GROSS = AA100-SUPP-HASH
014680             MOVE 'AGREES' TO AA100-SUPP-NOTE
014690             MOVE 'Y' TO AA100-SUPP-FOOT-SW
014700         WHEN OTHER
014710             MOVE 'DOES NOT AGREE' TO AA100-SUPP-NOTE
014720     END-EVALUATE.
014730
014740     IF NOT AA100-GLF-FOOTS
014750         OR NOT AA100-SUPP-FOOTS
014760         DISPLAY 'AA100 - ACTIVITY DOES NOT FOOT - GLFILE '
014770             AA100-GLF-NOTE ' GLSUPP ' AA100-SUPP-NOTE
014780         IF AA100-MAX-COND-CODE LESS THAN 8
014790             MOVE 8 TO AA100-MAX-COND-CODE
014800         END-IF
014810     END-IF.
014820
014830     MOVE SPACES TO ACTV-REPORT-LINE.
014840     WRITE ACTV-REPORT-LINE.
014850
014860     MOVE 'SPLIT-FILE DEBITS:          ' TO AA100-TTL-TEXT.
014870     MOVE AA100-SPLIT-DEBITS TO AA100-TTL-AMOUNT.
014880     MOVE SPACES TO AA100-TTL-NOTE.
014890     PERFORM 8100-WRITE-TOTAL-LINE
014900         THRU 8100-EXIT.
014910
014920     MOVE 'SPLIT-FILE CREDITS:         ' TO AA100-TTL-TEXT.
014930     MOVE AA100-SPLIT-CREDITS TO AA100-TTL-AMOUNT.
014940     PERFORM 8100-WRITE-TOTAL-LINE
014950         THRU 8100-EXIT.
014960
014970     MOVE 'SPLIT-FILE DEBITS+CREDITS:  ' TO AA100-TTL-TEXT.
014980     MOVE AA100-SPLIT-GROSS TO AA100-TTL-AMOUNT.
014990     PERFORM 8100-WRITE-TOTAL-LINE
015000         THRU 8100-EXIT.
015010
015020     MOVE 'GLFILE TRAILER HASH TOTAL:  ' TO AA100-TTL-TEXT.
015030     MOVE AA100-GLF-HASH TO AA100-TTL-AMOUNT.
015040     MOVE AA100-GLF-NOTE TO AA100-TTL-NOTE.
015050     PERFORM 8100-WRITE-TOTAL-LINE
015060         THRU 8100-EXIT.
015070
015080     MOVE 'REBAL (GLSUPP) DEBITS:      ' TO AA100-TTL-TEXT.
015090     MOVE AA100-SUPP-DEBITS TO AA100-TTL-AMOUNT.
015100     MOVE SPACES TO AA100-TTL-NOTE.
015110     PERFORM 8100-WRITE-TOTAL-LINE
015120         THRU 8100-EXIT.
015130
015140     MOVE 'REBAL (GLSUPP) CREDITS:     ' TO AA100-TTL-TEXT.
015150     MOVE AA100-SUPP-CREDITS TO AA100-TTL-AMOUNT.
015160     PERFORM 8100-WRITE-TOTAL-LINE
015170         THRU 8100-EXIT.
015180
015190     MOVE 'GLSUPP TRAILER HASH TOTAL:  ' TO AA100-TTL-TEXT.
015200     MOVE AA100-SUPP-HASH TO AA100-TTL-AMOUNT.
015210     MOVE AA100-SUPP-NOTE TO AA100-TTL-NOTE.
015220     PERFORM 8100-WRITE-TOTAL-LINE
015230         THRU 8100-EXIT.
015240
015250     COMPUTE AA100-ALL-NET = AA100-ALL-DEBITS - AA100-ALL-CREDITS.
015260
015270     MOVE 'TOTAL DEBITS REPORTED:      ' TO AA100-TTL-TEXT.
015280     MOVE AA100-ALL-DEBITS TO AA100-TTL-AMOUNT.
015290     MOVE SPACES TO AA100-TTL-NOTE.
015300     PERFORM 8100-WRITE-TOTAL-LINE
015310         THRU 8100-EXIT.
015320
015330     MOVE 'TOTAL CREDITS REPORTED:     ' TO AA100-TTL-TEXT.
015340     MOVE AA100-ALL-CREDITS TO AA100-TTL-AMOUNT.
015350     PERFORM 8100-WRITE-TOTAL-LINE
015360         THRU 8100-EXIT.
015370
015380     MOVE 'NET (DEBITS LESS CREDITS):  ' TO AA100-TTL-TEXT.
015390     MOVE AA100-ALL-NET TO AA100-TTL-AMOUNT.
015400     PERFORM 8100-WRITE-TOTAL-LINE
015410         THRU 8100-EXIT.
015420
015430 8000-EXIT.
015440     EXIT.
015450
015460******************************************************************
015470* 8100-WRITE-TOTAL-LINE - WRITE ONE FOOTING OR GRAND-TOTAL LINE  *
015480******************************************************************
015490 8100-WRITE-TOTAL-LINE.
015500     MOVE AA100-TOTAL-LINE TO ACTV-REPORT-LINE.
015510     WRITE ACTV-REPORT-LINE.
015520
015530 8100-EXIT.
015540     EXIT.
015550
015560******************************************************************
015570* 9000-TERMINATE - WRITE THE COUNTS AND THE EXTRACT TRAILER,     *
015580*                  CLOSE, SET THE CONDITION CODE                 *
015590******************************************************************
015600 9000-TERMINATE.
015610     MOVE SPACES TO ACTV-REPORT-LINE.
015620     WRITE ACTV-REPORT-LINE.
015630
015640     MOVE 'BATCHES ON MASTER FOR RUN:  ' TO AA100-TRL-TEXT.
015650     MOVE AA100-BT-COUNT TO AA100-TRL-COUNT.
015660     PERFORM 9100-WRITE-TRAILER
015670         THRU 9100-EXIT.
015680
015690     MOVE 'SPLIT ITEMS REPORTED:       ' TO AA100-TRL-TEXT.
015700     MOVE AA100-ITEM-COUNT TO AA100-TRL-COUNT.
015710     PERFORM 9100-WRITE-TRAILER
015720         THRU 9100-EXIT.
015730
015740     MOVE 'SPLIT ITEMS NOT POSTED:     ' TO AA100-TRL-TEXT.
015750     MOVE AA100-HELD-ITEMS TO AA100-TRL-COUNT.
015760     PERFORM 9100-WRITE-TRAILER
015770         THRU 9100-EXIT.
015780
015790     MOVE 'SPLIT ITEMS NOT ON MASTER:  ' TO AA100-TRL-TEXT.
015800     MOVE AA100-SKIP-ITEMS TO AA100-TRL-COUNT.
015810     PERFORM 9100-WRITE-TRAILER
015820         THRU 9100-EXIT.
015830
015840     MOVE 'REBAL POSTINGS REPORTED:    ' TO AA100-TRL-TEXT.
015850     MOVE AA100-SUPP-POSTINGS TO AA100-TRL-COUNT.
015860     PERFORM 9100-WRITE-TRAILER
015870         THRU 9100-EXIT.
015880
015890     MOVE 'GLFILE POSTINGS READ:       ' TO AA100-TRL-TEXT.
015900     MOVE AA100-GLF-POSTINGS TO AA100-TRL-COUNT.
015910     PERFORM 9100-WRITE-TRAILER
015920         THRU 9100-EXIT.
015930
015940     MOVE 'ACCOUNTS REPORTED:          ' TO AA100-TRL-TEXT.
015950     MOVE AA100-ACCT-COUNT TO AA100-TRL-COUNT.
015960     PERFORM 9100-WRITE-TRAILER
015970         THRU 9100-EXIT.
015980
015990     MOVE 'ACCOUNT/VALUE DATE LINES:   ' TO AA100-TRL-TEXT.
016000     MOVE AA100-LINE-COUNT TO AA100-TRL-COUNT.
016010     PERFORM 9100-WRITE-TRAILER
016020         THRU 9100-EXIT.
016030
016040     IF AA100-MTD-WANTED
016050         MOVE 'MTD BALANCES NOT UPDATED:   ' TO AA100-TRL-TEXT
016060         MOVE AA100-FROZEN-COUNT TO AA100-TRL-COUNT
016070         PERFORM 9100-WRITE-TRAILER
016080             THRU 9100-EXIT
016090     END-IF.
016100
016110     MOVE SPACES TO EXT-RECORD.
016120     MOVE 'T'                 TO EXT-REC-TYPE.
016130     MOVE AA100-RUN-DATE      TO EXT-RUN-DATE.
016140     MOVE AA100-RUN-CYCLE     TO EXT-CYCLE.
016150     MOVE AA100-EXT-COUNT     TO EXT-TRL-REC-COUNT.
016160     MOVE AA100-ALL-DEBITS    TO EXT-TRL-DEBITS.
016170     MOVE AA100-ALL-CREDITS   TO EXT-TRL-CREDITS.
016180     MOVE AA100-GLF-HASH      TO EXT-TRL-GLF-HASH.
016190     MOVE AA100-SUPP-HASH     TO EXT-TRL-SUPP-HASH.
016200
016210     IF AA100-GLF-FOOTS
016220         AND AA100-SUPP-FOOTS
016230         MOVE 'Y' TO EXT-TRL-FOOTS
016240     ELSE
016250         MOVE 'N' TO EXT-TRL-FOOTS
016260     END-IF.
016270
016280     WRITE EXT-RECORD.
016290
016300     CLOSE ACTVRPT
016310           ACTVEXT.
016320
016330     IF AA100-MAST-FILE-STATUS = '00' OR '10'
016340         CLOSE BATCHMST
016350     END-IF.
016360
016370     IF AA100-POS-FILE-STATUS = '00' OR '10'
016380         CLOSE POSOUT
016390     END-IF.
016400
016410     IF AA100-NEG-FILE-STATUS = '00' OR '10'
016420         CLOSE NEGOUT
016430     END-IF.
016440
016450     IF AA100-SUPP-FILE-STATUS = '00' OR '10'
016460         CLOSE GLSUPP
016470     END-IF.
016480
016490     IF AA100-GLF-FILE-STATUS = '00' OR '10'
016500         CLOSE GLFILE
016510     END-IF.
016520
016530     IF AA100-ACCT-OPEN
016540         CLOSE ACCTMST
016550     END-IF.
016560
016570     IF AA100-BAL-OPEN
016580         CLOSE ACCTBAL
016590     END-IF.
016600
016610     MOVE AA100-MAX-COND-CODE TO RETURN-CODE.
016620
016630 9000-EXIT.
016640     EXIT.
016650
016660******************************************************************
016670* 9100-WRITE-TRAILER - WRITE ONE COUNT LINE                      *
016680******************************************************************
016690 9100-WRITE-TRAILER.
016700     MOVE AA100-TRAILER-LINE TO ACTV-REPORT-LINE.
016710     WRITE ACTV-REPORT-LINE.
016720
016730 9100-EXIT.
016740     EXIT.
016750
016760 END PROGRAM ACCTACT.
