000010******************************************************************
000020* PROGRAM-ID: SUSPAGE                                            *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - AGE THE SUSPENSE FILE AND   *
000100*                  WRITE OFF AGED OR SUPERVISOR-NAMED BATCHES TO *
000110*                  THE SUSPENSE CLEARING ACCOUNT                 *
000111*  10/15/2026  RO  WRITE OFF A FOREIGN-CURRENCY BATCH IN THE     *
000112*                  BASE CURRENCY AT THE TREASURY RATE FOR ITS    *
000113*                  VALUE DATE (RATEFILE), LOG EACH CONVERTED     *
000114*                  POSTING TO THE FX AUDIT FILE (FXAUDIT), AND   *
000115*                  STAMP THE CURRENCY FIELDS ON THE MASTER; HOLD *
000116*                  A BATCH WITH NO RATE, AND NEVER AGE OUT A     *
000117*                  BALANCED BATCH THAT IS ONLY WAITING FOR ITS   *
000118*                  RATE                                          *
000120*  10/15/2026  RO  JOURNAL EACH MASTER RECORD STAMPED WROFF,     *
000122*                  WITH ITS BEFORE AND AFTER IMAGES, TO THE      *
000124*                  MASTER UPDATE JOURNAL (BMJRNL) FOR FORWARD    *
000126*                  RECOVERY                                      *
000128*  10/15/2026  RO  STAMP THE MASTER BEFORE WRITING A BATCH'S     *
000130*                  WRITE-OFF POSTINGS; A BATCH WHOSE MASTER      *
000132*                  UPDATE FAILS IS HELD ON SUSPENSE, NOT POSTED  *
000134*                  OR COUNTED                                    *
000136******************************************************************
000138 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. SUSPAGE.
000150 AUTHOR. R. OKONKWO.
000160 INSTALLATION. DATA CENTER OPERATIONS.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190******************************************************************
000200* AGES EVERY BATCH ON THE SUSPENSE FILE.  DAYS IN SUSPENSE ARE   *
000210* COUNTED FROM THE RUN THAT SUSPENDED THE BATCH (THE SUSPENSE    *
000220* HEADER'S RUN DATE) TO TODAY AND BUCKETED 0-5, 6-15, 16-30, AND *
000230* OVER 30 DAYS; THE AGE OF THE BUSINESS ITSELF, FROM THE         *
000240* HEADER'S VALUE DATE, IS SHOWN ALONGSIDE.  EACH BUCKET IS       *
000250* TOTALLED FOR BATCHES, THE AMOUNT HELD (THE BATCH'S COMPUTED    *
000260* NET), AND THE DIFFERENCE FROM THE SOURCE CONTROL TOTAL.        *
000270*                                                                *
000280* A BATCH IS WRITTEN OFF WHEN IT HAS SAT IN SUSPENSE LONGER      *
000290* THAN THE WRITE-OFF THRESHOLD ON THE RUN-PARAMETER FILE         *
000300* (PARMGET KEY SUSPWOFF, DAYS; 000 TURNS THE AUTOMATIC WRITE-OFF *
000310* OFF) OR WHEN A SUPERVISOR NAMES IT ON A WOFFCTL CARD.  A       *
000320* WRITTEN-OFF BATCH'S ITEMS POST PER GL ACCOUNT, AS REBAL POSTS  *
000330* A CLEARED BATCH, AND ITS NET DIFFERENCE POSTS TO THE SUSPENSE  *
000340* CLEARING ACCOUNT (PARMGET KEY SUSPACCT) ON THE OPPOSITE SIDE,  *
000350* SO THE BATCH REACHES THE LEDGER AT ITS CONTROL TOTAL.  THE     *
000360* POSTINGS GO TO GLWOFF (GLPOST LAYOUT WITH ITS OWN TRAILER)     *
000370* UNDER THE BATCH'S ORIGINAL RUN DATE AND CYCLE FOR THE          *
000380* ACKNOWLEDGMENT MATCH-BACK.  THE BATCH'S BREAK RECORD ON THE    *
000390* BATCH MASTER IS REWRITTEN TO RECON STATUS 'WROFF' WITH WHO     *
000400* WROTE IT OFF, THE DATE, AND WHY, SO A WRITE-OFF IS NEVER       *
000410* MISTAKEN FOR A TRUE CLEAR.  EVERY OTHER BATCH IS CARRIED TO    *
000420* THE NEW SUSPENSE FILE (SUSPOUT) UNCHANGED; THE JOB COPIES IT   *
000430* BACK OVER THE LIVE SUSPENSE FILE.                              *
000431******************************************************************
000432* CURRENCY: A SUSPENDED BATCH IS HELD AND AGED IN ITS OWN        *
000433* CURRENCY (FROM THE SUSPENSE HEADER; BLANK MEANS THE BASE       *
000434* CURRENCY), SO THE HELD AND DIFFERENCE AMOUNTS ON THE REPORT    *
000435* ARE THE BATCH'S OWN.  A WRITE-OFF POSTS IN THE BASE CURRENCY   *
000436* AT THE TREASURY RATE FOR THE VALUE DATE: EACH ITEM IS          *
000437* CONVERTED AND ROUNDED TO THE CENT AND SUMMED PER ACCOUNT, AND  *
000438* THE CLEARING-ACCOUNT POSTING BRINGS THE BATCH TO ITS CONVERTED *
000439* CONTROL TOTAL.  EACH POSTING OF A FOREIGN-CURRENCY BATCH IS    *
000440* LOGGED TO FXAUDIT WITH ITS ORIGINAL CURRENCY AND AMOUNT.  A    *
000441* FOREIGN BATCH WITH NO RATE IS HELD.  A BATCH THAT BALANCED BUT *
000442* HAD NO RATE SITS ON SUSPENSE ONLY UNTIL REBAL CAN POST IT, SO  *
000443* IT IS NEVER WRITTEN OFF FOR AGE.                               *
000444******************************************************************
000446* JOURNAL: EACH MASTER RECORD STAMPED WROFF IS ALSO APPENDED TO  *
000448* THE MASTER UPDATE JOURNAL (BMJRNL) - A CHANGE WITH THE BREAK   *
000450* RECORD AS READ AS ITS BEFORE IMAGE, OR AN ADD WHEN THE RECORD  *
000452* IS WRITTEN FRESH - STAMPED WITH THE PROGRAM, RUN ID, DATE, AND *
000454* TIME, SO BMRECOV CAN REPLAY THE RUN ONTO A RESTORED BACKUP.    *
000456******************************************************************
000458* WOFFCTL CARDS, ONE SUSPENDED BATCH PER CARD:                   *
000460*   COLS  1-6   BATCH ID                                         *
000470*   COLS  8-13  RUN DATE THAT SUSPENDED THE BATCH (YYMMDD)       *
000480*   COLS 15-16  BALANCING CYCLE THAT SUSPENDED THE BATCH         *
000490*   COLS 18-25  SUPERVISOR USER ID AUTHORIZING THE WRITE-OFF     *
000500*   COLS 27-56  REASON                                           *
000510*                                                                *
000520* CONDITION CODES: 0 CLEAN, 4 CARD(S) REJECTED OR NOT ON         *
000525* SUSPENSE, OR WRITE-OFF(S) HELD - SEE SAGERPT - OR THE MASTER   *
000530* JOURNAL UNAVAILABLE, 8 A BATCH MASTER UPDATE FAILED - THAT     *
000535* BATCH HELD, 12 SUSPENSE FILE OR BATCH MASTER UNAVAILABLE -     *
000540* NOTHING WRITTEN OFF.                                           *
000550******************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT SUSPIN   ASSIGN TO SUSPIN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS SA100-SUSP-FILE-STATUS.
000650     SELECT WOFFCTL  ASSIGN TO WOFFCTL
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT SUSPOUT  ASSIGN TO SUSPOUT
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT GLWOFF   ASSIGN TO GLWOFF
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT SAGERPT  ASSIGN TO SAGERPT
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT BATCHMST ASSIGN TO BATCHMST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS BM-KEY
000770         FILE STATUS IS SA100-MAST-FILE-STATUS.
000771     SELECT RATEFILE ASSIGN TO RATEFILE
000772         ORGANIZATION IS INDEXED
000773         ACCESS MODE IS RANDOM
000774         RECORD KEY IS RT-KEY
000775         FILE STATUS IS SA100-RATE-FILE-STATUS.
000776     SELECT FXAUDIT  ASSIGN TO FXAUDIT
000777         ORGANIZATION IS SEQUENTIAL.
000779     SELECT BMJRNL   ASSIGN TO BMJRNL
000781         ORGANIZATION IS SEQUENTIAL
000783         FILE STATUS IS SA100-JRNL-FILE-STATUS.
000785
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  SUSPIN
000820     RECORDING MODE IS F.
000830     COPY SUSPREC.
000840
000850 FD  WOFFCTL
000860     RECORDING MODE IS F.
000870 01  WOFF-CARD.
000880     05  WOFF-BATCH-ID           PIC X(06).
000890     05  FILLER                  PIC X(01).
000900     05  WOFF-RUN-DATE           PIC X(06).
000910     05  FILLER                  PIC X(01).
000920     05  WOFF-CYCLE              PIC X(02).
000930     05  FILLER                  PIC X(01).
000940     05  WOFF-USER               PIC X(08).
000950     05  FILLER                  PIC X(01).
000960     05  WOFF-REASON             PIC X(30).
000970     05  FILLER                  PIC X(24).
000980
000990 FD  SUSPOUT
001000     RECORDING MODE IS F.
001010 01  SUSPOUT-RECORD              PIC X(88).
001020
001030 FD  GLWOFF
001040     RECORDING MODE IS F.
001050     COPY GLPOST.
001060
001070 FD  SAGERPT
001080     RECORDING MODE IS F.
001090 01  SAGE-REPORT-LINE            PIC X(80).
001100
001110 FD  BATCHMST.
001120     COPY BATMST.
001130
001131 FD  RATEFILE.
001132     COPY RATEREC.
001133
001134 FD  FXAUDIT
001135     RECORDING MODE IS F.
001136     COPY FXAUD.
001137
001139 FD  BMJRNL
001141     RECORDING MODE IS F.
001143     COPY BMJRNL.
001145
001147 WORKING-STORAGE SECTION.
001150 01  SA100-SWITCHES.
001160     05  SA100-EOF-SW            PIC X(01)  VALUE 'N'.
001170         88  SA100-EOF           VALUE 'Y'.
001180     05  SA100-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
001190         88  SA100-CARD-EOF      VALUE 'Y'.
001200     05  SA100-SUSP-OPEN-SW      PIC X(01)  VALUE 'N'.
001210         88  SA100-SUSP-OPEN     VALUE 'Y'.
001220     05  SA100-MAST-OPEN-SW      PIC X(01)  VALUE 'N'.
001230         88  SA100-MAST-OPEN     VALUE 'Y'.
001232     05  SA100-RATE-OPEN-SW      PIC X(01)  VALUE 'N'.
001234         88  SA100-RATE-OPEN     VALUE 'Y'.
001236     05  SA100-JRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
001238         88  SA100-JRNL-OPEN     VALUE 'Y'.
001240     05  SA100-VALID-SW          PIC X(01)  VALUE 'N'.
001250         88  SA100-CARD-VALID    VALUE 'Y'.
001260     05  SA100-MAST-FOUND-SW     PIC X(01)  VALUE 'N'.
001270         88  SA100-MAST-FOUND    VALUE 'Y'.
001280     05  SA100-AS-FOUND-SW       PIC X(01)  VALUE 'N'.
001290         88  SA100-AS-FOUND      VALUE 'Y'.
001292     05  SA100-STAMP-SW          PIC X(01)  VALUE 'N'.
001294         88  SA100-STAMP-DONE    VALUE 'Y'.
001300     05  SA100-WOFF-SW           PIC X(01)  VALUE SPACE.
001310         88  SA100-WOFF-NONE     VALUE SPACE.
001320         88  SA100-WOFF-AGED     VALUE 'A'.
001330         88  SA100-WOFF-SUPV     VALUE 'S'.
001340
001350 01  SA100-COUNTERS.
001360     05  SA100-SUSP-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001370     05  SA100-WOFF-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001380     05  SA100-CARRY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001390     05  SA100-HELD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001400     05  SA100-CARD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001410     05  SA100-REJECT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001420     05  SA100-ITEM-INDEX        PIC 9(05)  COMP.
001430     05  SA100-ITEM-COUNT        PIC 9(05)  COMP.
001440     05  SA100-CT-INDEX          PIC 9(05)  COMP.
001450     05  SA100-CT-MATCH          PIC 9(05)  COMP.
001460     05  SA100-AS-INDEX          PIC 9(05)  COMP.
001470     05  SA100-AS-SCAN           PIC 9(05)  COMP.
001480     05  SA100-BKT-INDEX         PIC 9(05)  COMP.
001490
001500 01  SA100-SUSP-FILE-STATUS      PIC X(02).
001510 01  SA100-MAST-FILE-STATUS      PIC X(02).
001515 01  SA100-RATE-FILE-STATUS      PIC X(02).
001517 01  SA100-JRNL-FILE-STATUS      PIC X(02).
001520
001530 01  SA100-RUN-DATE              PIC 9(06).
001535 01  SA100-RUN-TIME              PIC 9(08).
001540 01  SA100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
001550 01  SA100-REJECT-REASON         PIC X(30).
001551
001552*    JOURNAL WORK AREAS: THE RUN ID STAMPED ON EACH ENTRY AND THE
001553*    ACTION AND BEFORE IMAGE OF THE MASTER UPDATE BEING JOURNALED.
001554 01  SA100-RUN-ID                PIC X(08)  VALUE SPACES.
001555 01  SA100-JRNL-ACTION           PIC X(01).
001556 01  SA100-JRNL-BEFORE           PIC X(200).
001557 01  SA100-JRNL-DATE             PIC 9(06).
001558 01  SA100-JRNL-TIME             PIC 9(08).
001560
001570*    WRITE-OFF THRESHOLD (DAYS) AND CLEARING ACCOUNT FROM THE
001580*    RUN-PARAMETER FILE.  A ZERO THRESHOLD LEAVES ONLY THE
001590*    SUPERVISOR'S CARDS; WITHOUT A CLEARING ACCOUNT NOTHING CAN
001600*    BE WRITTEN OFF.
001610 01  SA100-WOFF-DAYS             PIC 9(03)  VALUE ZERO.
001620 01  SA100-CLEAR-ACCT            PIC X(08)  VALUE SPACES.
001630
001640     COPY PGCTL REPLACING LEADING ==PG== BY ==SA100-PG==.
001650
001660 01  SA100-PARM-WORK.
001670     05  SA100-PW-DAYS           PIC X(03).
001680     05  FILLER                  PIC X(13).
001681 01  SA100-BASE-WORK REDEFINES SA100-PARM-WORK.
001682     05  SA100-PW-BASE-CCY       PIC X(03).
001683     05  FILLER                  PIC X(13).
001684
001685*    THE BASE CURRENCY, AND THE BATCH IN HAND'S CURRENCY AND RATE.
001686*    A ZERO RATE MEANS NONE WAS FOUND FOR THE VALUE DATE.
001687 01  SA100-BASE-CCY              PIC X(03)  VALUE SPACES.
001688 01  SA100-CCY-CODE              PIC X(03).
001689 01  SA100-FX-RATE               PIC 9(05)V9(07).
001690
001700 01  SA100-DATE-WORK.
001710     05  SA100-DW-YY             PIC 9(02).
001720     05  SA100-DW-MM             PIC 9(02).
001730     05  SA100-DW-DD             PIC 9(02).
001740 01  SA100-DATE-WORK-N REDEFINES SA100-DATE-WORK
001750                                 PIC 9(06).
001760
001770 01  SA100-MONTH-SUB             PIC 9(02)  COMP.
001780 01  SA100-LEAP-QUOTIENT         PIC 9(02).
001790 01  SA100-LEAP-REMAINDER        PIC 9(02).
001800
001810 01  SA100-MONTH-DAYS-VALUES     PIC X(24) VALUE
001820     '312831303130313130313031'.
001830 01  SA100-MONTH-DAYS REDEFINES SA100-MONTH-DAYS-VALUES.
001840     05  SA100-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
001850
001860*    DAY COUNTS ARE TAKEN BY STEPPING BACK FROM TODAY ONE
001870*    CALENDAR DAY AT A TIME; 999 IS THE MOST THE REPORT SHOWS.
001880 01  SA100-AGE-TARGET            PIC 9(06).
001890 01  SA100-AGE-DAYS              PIC 9(03).
001900 01  SA100-SUSP-DAYS             PIC 9(03).
001910 01  SA100-VALUE-DAYS            PIC 9(03).
001920
001930*    THE SUSPENDED BATCH IN HAND: ITS HEADER AND DETAIL RECORDS
001940*    AS READ, SO A CARRIED BATCH IS COPIED FORWARD UNCHANGED.
001950 01  SA100-HDR-RECORD            PIC X(88).
001960 01  SA100-DTL-TABLE.
001970     05  SA100-DTL-RECORD        PIC X(88)  OCCURS 999 TIMES.
001980
001990     COPY SUSPREC REPLACING LEADING ==SUSP== BY ==SA100-SUSP==.
002000
002010 01  SA100-SAVE-BATCH-ID         PIC X(06).
002020 01  SA100-SAVE-RUN-DATE         PIC 9(06).
002030 01  SA100-SAVE-CYCLE            PIC 9(02).
002040 01  SA100-VALUE-DATE            PIC 9(06).
002050 01  SA100-HELD-AMOUNT           PIC S9(10)V99.
002060 01  SA100-DIFF-AMOUNT           PIC S9(11)V99.
002065 01  SA100-CONTROL-TOTAL         PIC S9(10)V99.
002070 01  SA100-WOFF-USER             PIC X(08).
002080 01  SA100-WOFF-REASON           PIC X(30).
002090 01  SA100-ACTION-TEXT           PIC X(12).
002100
002110 01  SA100-AUTO-REASON.
002120     05  FILLER                  PIC X(05) VALUE 'AGED '.
002130     05  SA100-AR-DAYS           PIC ZZ9.
002140     05  FILLER                  PIC X(22) VALUE
002150         ' DAYS - OVER THRESHOLD'.
002160
002170*    SUPERVISOR WRITE-OFF CARDS, HELD UNTIL THE SUSPENSE FILE
002180*    HAS BEEN PASSED.
002190 01  SA100-CARD-TABLE.
002200     05  SA100-CARD-TBL-COUNT    PIC 9(05)  COMP  VALUE ZERO.
002210     05  SA100-CARD-ENTRY OCCURS 200 TIMES.
002220         10  SA100-CT-BATCH-ID   PIC X(06).
002230         10  SA100-CT-RUN-DATE   PIC 9(06).
002240         10  SA100-CT-CYCLE      PIC 9(02).
002250         10  SA100-CT-USER       PIC X(08).
002260         10  SA100-CT-REASON     PIC X(30).
002270         10  SA100-CT-USED       PIC X(01).
002280
002290*    THE WRITTEN-OFF BATCH'S ITEMS ARE SUMMED HERE PER GL
002300*    ACCOUNT BEFORE POSTING - ONE DEBIT AND/OR ONE CREDIT PER
002305*    ACCOUNT, AS REBAL POSTS A CLEARED BATCH.  THE POSTED SUMS ARE
002310*    IN THE BASE CURRENCY; THE ORIGINAL-CURRENCY SUMS BESIDE THEM
002315*    ARE KEPT FOR THE FX AUDIT FILE.
002320 01  SA100-ACCT-SUM-TABLE.
002330     05  SA100-ACCT-SUM-COUNT    PIC 9(05)  COMP.
002340     05  SA100-ACCT-SUM-ENTRY OCCURS 999 TIMES.
002350         10  SA100-AS-CODE       PIC X(08).
002351         10  SA100-AS-DR-AMOUNT  PIC 9(11)V99.
002352         10  SA100-AS-CR-AMOUNT  PIC 9(11)V99.
002353         10  SA100-AS-DR-ORIG    PIC 9(10)V99.
002354         10  SA100-AS-CR-ORIG    PIC 9(10)V99.
002355
002356*    BASE-CURRENCY FIGURES FOR THE BATCH BEING WRITTEN OFF: EACH
002357*    CONVERTED ITEM, THEIR POSITIVE AND NEGATIVE SUMS, THE
002358*    CONVERTED CONTROL TOTAL, AND THE DIFFERENCE THE CLEARING
002359*    ACCOUNT TAKES.
002360 01  SA100-BASE-ITEM             PIC S9(11)V99.
002361 01  SA100-BASE-RESULT           PIC 9(11)V99.
002362 01  SA100-BASE-NEG-RESULT       PIC S9(11)V99.
002363 01  SA100-BASE-CONTROL-TOTAL    PIC S9(11)V99.
002364 01  SA100-BASE-DIFF             PIC S9(12)V99.
002365 01  SA100-AUD-ORIG              PIC 9(11)V99.
002366 01  SA100-AUD-BASE              PIC 9(11)V99.
002380
002390 01  SA100-POST-COUNT            PIC 9(07)  COMP  VALUE ZERO.
002400 01  SA100-HASH-TOTAL            PIC 9(13)V99  VALUE ZERO.
002410
002420*    AGING BUCKETS: 1 = 0-5 DAYS, 2 = 6-15, 3 = 16-30, 4 = OVER
002430*    30, 5 = ALL BATCHES.
002440 01  SA100-BUCKET-NAME-VALUES.
002450     05  FILLER                  PIC X(25) VALUE
002460         '0-5  0-5 DAYS:           '.
002470     05  FILLER                  PIC X(25) VALUE
002480         '6-15 6-15 DAYS:          '.
002490     05  FILLER                  PIC X(25) VALUE
002500         '16-3016-30 DAYS:         '.
002510     05  FILLER                  PIC X(25) VALUE
002520         '>30  OVER 30 DAYS:       '.
002530     05  FILLER                  PIC X(25) VALUE
002540         '     TOTAL SUSPENSE:     '.
002550 01  SA100-BUCKET-NAMES REDEFINES SA100-BUCKET-NAME-VALUES.
002560     05  SA100-BUCKET-NAME-ENTRY OCCURS 5 TIMES.
002570         10  SA100-BKT-LABEL     PIC X(05).
002580         10  SA100-BUCKET-NAME   PIC X(20).
002590
002600 01  SA100-BUCKET-TABLE.
002610     05  SA100-BUCKET-ENTRY OCCURS 5 TIMES.
002620         10  SA100-BKT-COUNT     PIC 9(05)  COMP.
002630         10  SA100-BKT-HELD      PIC S9(12)V99.
002640         10  SA100-BKT-DIFF      PIC S9(12)V99.
002650
002660 01  SA100-REPORT-HEADING.
002670     05  FILLER                  PIC X(30) VALUE
002680         'SUSPENSE AGING REPORT         '.
002690     05  FILLER                  PIC X(05) VALUE 'DATE '.
002700     05  SA100-HDG-RUN-DATE      PIC 9(06).
002710     05  FILLER                  PIC X(39) VALUE SPACE.
002720
002730 01  SA100-PARM-LINE.
002740     05  FILLER                  PIC X(22) VALUE
002750         ' WRITE-OFF THRESHOLD: '.
002760     05  SA100-PRM-DAYS          PIC ZZ9.
002770     05  FILLER                  PIC X(24) VALUE
002780         ' DAYS  CLEARING ACCOUNT '.
002790     05  SA100-PRM-ACCT          PIC X(08).
002800     05  FILLER                  PIC X(23) VALUE SPACE.
002810
002820 01  SA100-COLUMN-HEADING.
002830     05  FILLER                  PIC X(40) VALUE
002840         ' BATCH  RUN DT CY VAL DT DYS VAL BUCKT  '.
002850     05  FILLER                  PIC X(40) VALUE
002860         '  HELD AMOUNT    DIFFERENCE ACTION      '.
002870
002880 01  SA100-DETAIL-LINE.
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  SA100-RPT-BATCH-ID      PIC X(06).
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  SA100-RPT-RUN-DATE      PIC X(06).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  SA100-RPT-CYCLE         PIC X(02).
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  SA100-RPT-VALUE-DATE    PIC X(06).
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  SA100-RPT-SUSP-DAYS     PIC ZZ9.
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  SA100-RPT-VALUE-DAYS    PIC ZZ9.
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  SA100-RPT-BUCKET        PIC X(05).
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  SA100-RPT-HELD          PIC -ZZZZZZZZZ9.99.
003050     05  SA100-RPT-DIFF          PIC -ZZZZZZZZZ9.99.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  SA100-RPT-ACTION        PIC X(12).
003080
003090 01  SA100-WOFF-LINE.
003100     05  FILLER                  PIC X(17) VALUE
003110         '   WRITTEN OFF BY'.
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  SA100-WFL-USER          PIC X(08).
003140     05  FILLER                  PIC X(03) VALUE ' - '.
003150     05  SA100-WFL-REASON        PIC X(30).
003160     05  FILLER                  PIC X(21) VALUE SPACE.
003170
003180 01  SA100-CARD-LINE.
003190     05  FILLER                  PIC X(07) VALUE ' CARD  '.
003200     05  SA100-CRD-BATCH-ID      PIC X(06).
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  SA100-CRD-RUN-DATE      PIC X(06).
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  SA100-CRD-CYCLE         PIC X(02).
003250     05  FILLER                  PIC X(01) VALUE SPACE.
003260     05  SA100-CRD-USER          PIC X(08).
003270     05  FILLER                  PIC X(03) VALUE ' - '.
003280     05  SA100-CRD-REASON        PIC X(30).
003290     05  FILLER                  PIC X(15) VALUE SPACE.
003300
003310 01  SA100-BUCKET-LINE.
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  SA100-BKL-NAME          PIC X(20).
003340     05  SA100-BKL-COUNT         PIC ZZZZ9.
003350     05  FILLER                  PIC X(03) VALUE SPACE.
003360     05  SA100-BKL-HELD          PIC -ZZZZZZZZZZZ9.99.
003370     05  FILLER                  PIC X(03) VALUE SPACE.
003380     05  SA100-BKL-DIFF          PIC -ZZZZZZZZZZZ9.99.
003390     05  FILLER                  PIC X(16) VALUE SPACE.
003400
003410 01  SA100-TRAILER-LINE.
003420     05  SA100-TRL-TEXT          PIC X(28).
003430     05  SA100-TRL-COUNT         PIC ZZZZ9.
003440     05  FILLER                  PIC X(47) VALUE SPACE.
003450
003460 01  SA100-HASH-LINE.
003470     05  FILLER                  PIC X(28) VALUE
003480         'WRITE-OFF HASH TOTAL:       '.
003490     05  SA100-HSH-AMOUNT        PIC ZZZZZZZZZZZZ9.99.
003500     05  FILLER                  PIC X(36) VALUE SPACE.
003510
003520 PROCEDURE DIVISION.
003530******************************************************************
003540* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
003550******************************************************************
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE
003580         THRU 1000-EXIT.
003590
003600     PERFORM 2000-PROCESS-ONE-BATCH
003610         THRU 2000-EXIT
003620         UNTIL SA100-EOF.
003630
003640     PERFORM 4000-CHECK-ONE-CARD
003650         THRU 4000-EXIT
003660         VARYING SA100-CT-INDEX FROM 1 BY 1
003670         UNTIL SA100-CT-INDEX GREATER THAN SA100-CARD-TBL-COUNT.
003680
003690     PERFORM 9000-TERMINATE
003700         THRU 9000-EXIT.
003710
003720     GOBACK.
003730
003740******************************************************************
003750* 1000-INITIALIZE - OPEN FILES, FETCH THE WRITE-OFF PARAMETERS,  *
003760*                   LOAD THE SUPERVISOR'S CARDS, PRIME THE       *
003770*                   SUSPENSE READ                                *
003780******************************************************************
003790 1000-INITIALIZE.
003800     ACCEPT SA100-RUN-DATE FROM DATE.
003810
003820     PERFORM 1900-CLEAR-ONE-BUCKET
003830         THRU 1900-EXIT
003840         VARYING SA100-BKT-INDEX FROM 1 BY 1
003850         UNTIL SA100-BKT-INDEX GREATER THAN 5.
003860
003870     OPEN OUTPUT SUSPOUT
003880                 GLWOFF
003890                 SAGERPT.
003900
003910     MOVE SA100-RUN-DATE       TO SA100-HDG-RUN-DATE.
003920     MOVE SA100-REPORT-HEADING TO SAGE-REPORT-LINE.
003930     WRITE SAGE-REPORT-LINE.
003940
003950     PERFORM 1100-GET-PARAMETERS
003960         THRU 1100-EXIT.
003970
003971     OPEN INPUT RATEFILE.
003972
003973     IF SA100-RATE-FILE-STATUS = '00'
003974         MOVE 'Y' TO SA100-RATE-OPEN-SW
003975     ELSE
003976         DISPLAY 'SA100 - RATE TABLE UNAVAILABLE, STATUS '
003977             SA100-RATE-FILE-STATUS ' - FOREIGN WRITE-OFFS HELD'
003978     END-IF.
003979
003980     OPEN EXTEND FXAUDIT.
003981
003982     MOVE SA100-COLUMN-HEADING TO SAGE-REPORT-LINE.
003990     WRITE SAGE-REPORT-LINE.
004000
004010     OPEN INPUT WOFFCTL.
004020
004030     PERFORM 7100-READ-CARD
004040         THRU 7100-EXIT.
004050
004060     PERFORM 1200-LOAD-ONE-CARD
004070         THRU 1200-EXIT
004080         UNTIL SA100-CARD-EOF.
004090
004100     OPEN I-O BATCHMST.
004110
004120     IF SA100-MAST-FILE-STATUS = '00'
004130         MOVE 'Y' TO SA100-MAST-OPEN-SW
004140     ELSE
004150         DISPLAY 'SA100 - BATCH MASTER UNAVAILABLE, STATUS '
004160             SA100-MAST-FILE-STATUS ' - NOTHING WRITTEN OFF'
004170         MOVE 12 TO SA100-MAX-COND-CODE
004180     END-IF.
004190
004191     IF SA100-MAST-OPEN
004192         PERFORM 1300-OPEN-JOURNAL
004193             THRU 1300-EXIT
004194     END-IF.
004195
004200     OPEN INPUT SUSPIN.
004210
004220     IF SA100-SUSP-FILE-STATUS = '00'
004230         MOVE 'Y' TO SA100-SUSP-OPEN-SW
004240         PERFORM 7000-READ-SUSPIN
004250             THRU 7000-EXIT
004260     ELSE
004270         DISPLAY 'SA100 - SUSPENSE FILE UNAVAILABLE, STATUS '
004280             SA100-SUSP-FILE-STATUS
004290         MOVE 12 TO SA100-MAX-COND-CODE
004300         MOVE 'Y' TO SA100-EOF-SW
004310     END-IF.
004320
004330 1000-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370* 1100-GET-PARAMETERS - FETCH THE WRITE-OFF THRESHOLD AND THE    *
004380*                       SUSPENSE CLEARING ACCOUNT AND SHOW THEM  *
004390*                       ON THE REPORT                            *
004400******************************************************************
004410 1100-GET-PARAMETERS.
004420     MOVE 'SUSPWOFF' TO SA100-PG-PARM-KEY.
004430     CALL 'PARMGET' USING SA100-PG-CONTROL.
004440     MOVE SA100-PG-PARM-VALUE TO SA100-PARM-WORK.
004450
004460     IF SA100-PG-PARM-FOUND
004470         AND SA100-PW-DAYS NUMERIC
004480         MOVE SA100-PW-DAYS TO SA100-WOFF-DAYS
004490     ELSE
004500         DISPLAY 'SA100 - SUSPWOFF PARAMETER UNAVAILABLE -'
004510             ' AUTOMATIC WRITE-OFF SUSPENDED'
004520         MOVE ZERO TO SA100-WOFF-DAYS
004530     END-IF.
004540
004550     MOVE 'SUSPACCT' TO SA100-PG-PARM-KEY.
004560     CALL 'PARMGET' USING SA100-PG-CONTROL.
004570
004580     IF SA100-PG-PARM-FOUND
004590         MOVE SA100-PG-PARM-VALUE TO SA100-CLEAR-ACCT
004600     ELSE
004610         MOVE SPACES TO SA100-CLEAR-ACCT
004620     END-IF.
004630
004640     IF SA100-CLEAR-ACCT = SPACES
004650         DISPLAY 'SA100 - SUSPACCT PARAMETER UNAVAILABLE -'
004660             ' NO BATCH CAN BE WRITTEN OFF'
004661     END-IF.
004662
004663     MOVE 'BASECCY ' TO SA100-PG-PARM-KEY.
004664     CALL 'PARMGET' USING SA100-PG-CONTROL.
004665     MOVE SA100-PG-PARM-VALUE TO SA100-PARM-WORK.
004666
004667     IF SA100-PG-PARM-FOUND
004668         MOVE SA100-PW-BASE-CCY TO SA100-BASE-CCY
004669     ELSE
004670         DISPLAY 'SA100 - BASECCY PARAMETER UNAVAILABLE - ONLY'
004671             ' UNCODED BATCHES TAKEN AS BASE CURRENCY'
004672     END-IF.
004680
004690     MOVE SA100-WOFF-DAYS  TO SA100-PRM-DAYS.
004700     MOVE SA100-CLEAR-ACCT TO SA100-PRM-ACCT.
004710     MOVE SA100-PARM-LINE  TO SAGE-REPORT-LINE.
004720     WRITE SAGE-REPORT-LINE.
004730
004740 1100-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 1200-LOAD-ONE-CARD - VALIDATE ONE SUPERVISOR WRITE-OFF CARD    *
004790*                      AND HOLD IT IN THE CARD TABLE             *
004800******************************************************************
004810 1200-LOAD-ONE-CARD.
004820     ADD 1 TO SA100-CARD-COUNT.
004830     MOVE 'N' TO SA100-VALID-SW.
004840
004850     EVALUATE TRUE
004860         WHEN WOFF-BATCH-ID = SPACES
004870             MOVE 'BATCH ID MISSING' TO SA100-REJECT-REASON
004880         WHEN WOFF-RUN-DATE NOT NUMERIC
004890             MOVE 'RUN DATE NOT NUMERIC YYMMDD'
004900                 TO SA100-REJECT-REASON
004910         WHEN WOFF-CYCLE NOT NUMERIC
004920             OR WOFF-CYCLE = '00'
004930             MOVE 'CYCLE NOT 01 THRU 99' TO SA100-REJECT-REASON
004940         WHEN WOFF-USER = SPACES
004950             MOVE 'SUPERVISOR USER ID MISSING'
004960                 TO SA100-REJECT-REASON
004970         WHEN WOFF-REASON = SPACES
004980             MOVE 'REASON MISSING' TO SA100-REJECT-REASON
004990         WHEN SA100-CARD-TBL-COUNT NOT LESS THAN 200
005000             MOVE 'CARD TABLE FULL' TO SA100-REJECT-REASON
005010         WHEN OTHER
005020             MOVE 'Y' TO SA100-VALID-SW
005030     END-EVALUATE.
005040
005050     IF NOT SA100-CARD-VALID
005060         MOVE WOFF-BATCH-ID TO SA100-CRD-BATCH-ID
005070         MOVE WOFF-RUN-DATE TO SA100-CRD-RUN-DATE
005080         MOVE WOFF-CYCLE    TO SA100-CRD-CYCLE
005090         MOVE WOFF-USER     TO SA100-CRD-USER
005100         MOVE SA100-REJECT-REASON TO SA100-CRD-REASON
005110         PERFORM 3900-WRITE-CARD-REJECT
005120             THRU 3900-EXIT
005130         GO TO 1200-READ-NEXT
005140     END-IF.
005150
005160     ADD 1 TO SA100-CARD-TBL-COUNT.
005170     MOVE SA100-CARD-TBL-COUNT TO SA100-CT-INDEX.
005180     MOVE WOFF-BATCH-ID TO SA100-CT-BATCH-ID (SA100-CT-INDEX).
005190     MOVE WOFF-RUN-DATE TO SA100-CT-RUN-DATE (SA100-CT-INDEX).
005200     MOVE WOFF-CYCLE    TO SA100-CT-CYCLE    (SA100-CT-INDEX).
005210     MOVE WOFF-USER     TO SA100-CT-USER     (SA100-CT-INDEX).
005220     MOVE WOFF-REASON   TO SA100-CT-REASON   (SA100-CT-INDEX).
005230     MOVE 'N'           TO SA100-CT-USED     (SA100-CT-INDEX).
005240
005250 1200-READ-NEXT.
005260     PERFORM 7100-READ-CARD
005270         THRU 7100-EXIT.
005280
005290 1200-EXIT.
005291     EXIT.
005292
005293******************************************************************
005294* 1300-OPEN-JOURNAL - FETCH THE RUN ID AND OPEN THE MASTER       *
005295*                     UPDATE JOURNAL.  WRITE-OFFS GO ON          *
005296*                     UNJOURNALED IF IT CANNOT BE OPENED.        *
005297******************************************************************
005298 1300-OPEN-JOURNAL.
005299     MOVE 'RUNID   ' TO SA100-PG-PARM-KEY.
005300     CALL 'PARMGET' USING SA100-PG-CONTROL.
005301
005302     IF SA100-PG-PARM-FOUND
005303         MOVE SA100-PG-PARM-VALUE TO SA100-RUN-ID
005304     ELSE
005305         DISPLAY 'SA100 - RUNID PARAMETER UNAVAILABLE'
005306     END-IF.
005307
005308     OPEN EXTEND BMJRNL.
005309
005310     IF SA100-JRNL-FILE-STATUS = '00'
005311         MOVE 'Y' TO SA100-JRNL-OPEN-SW
005312     ELSE
005313         DISPLAY 'SA100 - MASTER JOURNAL UNAVAILABLE, STATUS '
005314             SA100-JRNL-FILE-STATUS ' - UPDATES NOT JOURNALED'
005315         IF SA100-MAX-COND-CODE LESS THAN 4
005316             MOVE 4 TO SA100-MAX-COND-CODE
005317         END-IF
005318     END-IF.
005319
005320 1300-EXIT.
005321     EXIT.
005322
005323******************************************************************
005330* 1900-CLEAR-ONE-BUCKET - ZERO ONE AGING BUCKET'S TOTALS         *
005340******************************************************************
005350 1900-CLEAR-ONE-BUCKET.
005360     MOVE ZERO TO SA100-BKT-COUNT (SA100-BKT-INDEX)
005370                  SA100-BKT-HELD  (SA100-BKT-INDEX)
005380                  SA100-BKT-DIFF  (SA100-BKT-INDEX).
005390
005400 1900-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 2000-PROCESS-ONE-BATCH - LOAD ONE SUSPENDED BATCH, AGE IT, AND *
005450*                          WRITE IT OFF OR CARRY IT FORWARD      *
005460******************************************************************
005470 2000-PROCESS-ONE-BATCH.
005480     IF NOT SUSP-HEADER-REC
005490         DISPLAY 'SA100 - EXPECTED SUSPENSE HEADER, BATCH '
005500                 SUSP-BATCH-ID
005510         PERFORM 7000-READ-SUSPIN
005520             THRU 7000-EXIT
005530         GO TO 2000-EXIT
005540     END-IF.
005550
005560     ADD 1 TO SA100-SUSP-COUNT.
005570     MOVE SPACES TO SA100-ACTION-TEXT.
005580
005590     MOVE SUSP-RECORD   TO SA100-HDR-RECORD.
005600     MOVE SUSP-BATCH-ID TO SA100-SAVE-BATCH-ID.
005610
005620     IF SUSP-HDR-RUN-DATE NUMERIC
005630         MOVE SUSP-HDR-RUN-DATE TO SA100-SAVE-RUN-DATE
005640     ELSE
005650         MOVE SA100-RUN-DATE    TO SA100-SAVE-RUN-DATE
005660     END-IF.
005670
005680     IF SUSP-HDR-CYCLE NUMERIC
005690         AND SUSP-HDR-CYCLE NOT = ZERO
005700         MOVE SUSP-HDR-CYCLE    TO SA100-SAVE-CYCLE
005710     ELSE
005720         MOVE 1                 TO SA100-SAVE-CYCLE
005730     END-IF.
005740
005750     IF SUSP-HDR-VALUE-DATE NUMERIC
005760         MOVE SUSP-HDR-VALUE-DATE TO SA100-VALUE-DATE
005770     ELSE
005780         MOVE SA100-SAVE-RUN-DATE TO SA100-VALUE-DATE
005790     END-IF.
005800
005801     IF SUSP-HDR-CCY-CODE = SPACES
005802         MOVE SA100-BASE-CCY    TO SA100-CCY-CODE
005803     ELSE
005804         MOVE SUSP-HDR-CCY-CODE TO SA100-CCY-CODE
005805     END-IF.
005806
005810     MOVE SUSP-HDR-COMPUTED-TOTAL TO SA100-HELD-AMOUNT.
005815     MOVE SUSP-HDR-CONTROL-TOTAL  TO SA100-CONTROL-TOTAL.
005820     COMPUTE SA100-DIFF-AMOUNT =
005830         SUSP-HDR-COMPUTED-TOTAL - SUSP-HDR-CONTROL-TOTAL.
005840
005850     MOVE SUSP-HDR-ITEM-COUNT TO SA100-ITEM-COUNT.
005860     PERFORM 7000-READ-SUSPIN
005870         THRU 7000-EXIT.
005880
005890     PERFORM 2100-LOAD-ONE-DETAIL
005900         THRU 2100-EXIT
005910         VARYING SA100-ITEM-INDEX FROM 1 BY 1
005920         UNTIL SA100-ITEM-INDEX GREATER THAN SA100-ITEM-COUNT.
005930
005940     PERFORM 2200-AGE-BATCH
005950         THRU 2200-EXIT.
005960
005970     PERFORM 2300-DECIDE-WRITE-OFF
005980         THRU 2300-EXIT.
005990
006000     IF SA100-WOFF-NONE
006010         PERFORM 2900-CARRY-FORWARD
006020             THRU 2900-EXIT
006030     ELSE
006040         PERFORM 3000-WRITE-OFF-BATCH
006050             THRU 3000-EXIT
006060     END-IF.
006070
006080     MOVE SA100-ACTION-TEXT TO SA100-RPT-ACTION.
006090     MOVE SA100-DETAIL-LINE TO SAGE-REPORT-LINE.
006100     WRITE SAGE-REPORT-LINE.
006110
006120     IF NOT SA100-WOFF-NONE
006130         MOVE SA100-WOFF-USER   TO SA100-WFL-USER
006140         MOVE SA100-WOFF-REASON TO SA100-WFL-REASON
006150         MOVE SA100-WOFF-LINE   TO SAGE-REPORT-LINE
006160         WRITE SAGE-REPORT-LINE
006170     END-IF.
006180
006190 2000-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230* 2100-LOAD-ONE-DETAIL - HOLD ONE SUSPENDED DETAIL RECORD        *
006240******************************************************************
006250 2100-LOAD-ONE-DETAIL.
006260     IF SA100-EOF OR NOT SUSP-DETAIL-REC
006270         DISPLAY 'SA100 - MISSING SUSPENSE DETAIL, BATCH '
006280                 SA100-SAVE-BATCH-ID
006290         COMPUTE SA100-ITEM-COUNT = SA100-ITEM-INDEX - 1
006300         GO TO 2100-EXIT
006310     END-IF.
006320
006330     MOVE SUSP-RECORD TO SA100-DTL-RECORD (SA100-ITEM-INDEX).
006340
006350     PERFORM 7000-READ-SUSPIN
006360         THRU 7000-EXIT.
006370
006380 2100-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 2200-AGE-BATCH - COUNT THE DAYS IN SUSPENSE AND SINCE THE      *
006430*                  VALUE DATE, BUCKET THE BATCH, AND ADD IT TO   *
006440*                  ITS BUCKET AND THE OVERALL TOTALS             *
006450******************************************************************
006460 2200-AGE-BATCH.
006470     MOVE SA100-SAVE-RUN-DATE TO SA100-AGE-TARGET.
006480     PERFORM 2250-COUNT-DAYS
006490         THRU 2250-EXIT.
006500     MOVE SA100-AGE-DAYS TO SA100-SUSP-DAYS.
006510
006520     MOVE SA100-VALUE-DATE TO SA100-AGE-TARGET.
006530     PERFORM 2250-COUNT-DAYS
006540         THRU 2250-EXIT.
006550     MOVE SA100-AGE-DAYS TO SA100-VALUE-DAYS.
006560
006570     EVALUATE TRUE
006580         WHEN SA100-SUSP-DAYS NOT GREATER THAN 5
006590             MOVE 1 TO SA100-BKT-INDEX
006600         WHEN SA100-SUSP-DAYS NOT GREATER THAN 15
006610             MOVE 2 TO SA100-BKT-INDEX
006620         WHEN SA100-SUSP-DAYS NOT GREATER THAN 30
006630             MOVE 3 TO SA100-BKT-INDEX
006640         WHEN OTHER
006650             MOVE 4 TO SA100-BKT-INDEX
006660     END-EVALUATE.
006670
006680     MOVE SA100-BKT-LABEL (SA100-BKT-INDEX) TO SA100-RPT-BUCKET.
006690
006700     ADD 1                 TO SA100-BKT-COUNT (SA100-BKT-INDEX)
006710                              SA100-BKT-COUNT (5).
006720     ADD SA100-HELD-AMOUNT TO SA100-BKT-HELD  (SA100-BKT-INDEX)
006730                              SA100-BKT-HELD  (5).
006740     ADD SA100-DIFF-AMOUNT TO SA100-BKT-DIFF  (SA100-BKT-INDEX)
006750                              SA100-BKT-DIFF  (5).
006760
006770     MOVE SA100-SAVE-BATCH-ID TO SA100-RPT-BATCH-ID.
006780     MOVE SA100-SAVE-RUN-DATE TO SA100-RPT-RUN-DATE.
006790     MOVE SA100-SAVE-CYCLE    TO SA100-RPT-CYCLE.
006800     MOVE SA100-VALUE-DATE    TO SA100-RPT-VALUE-DATE.
006810     MOVE SA100-SUSP-DAYS     TO SA100-RPT-SUSP-DAYS.
006820     MOVE SA100-VALUE-DAYS    TO SA100-RPT-VALUE-DAYS.
006830     MOVE SA100-HELD-AMOUNT   TO SA100-RPT-HELD.
006840     MOVE SA100-DIFF-AMOUNT   TO SA100-RPT-DIFF.
006850
006860 2200-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 2250-COUNT-DAYS - COUNT CALENDAR DAYS FROM THE TARGET DATE     *
006910*                   FORWARD TO TODAY (ZERO FOR TODAY OR LATER,   *
006920*                   999 AT MOST)                                 *
006930******************************************************************
006940 2250-COUNT-DAYS.
006950     MOVE ZERO           TO SA100-AGE-DAYS.
006960     MOVE SA100-RUN-DATE TO SA100-DATE-WORK.
006970
006980     PERFORM 2260-BACK-ONE-DAY
006990         THRU 2260-EXIT
007000         UNTIL SA100-DATE-WORK-N NOT GREATER THAN SA100-AGE-TARGET
007010             OR SA100-AGE-DAYS = 999.
007020
007030 2250-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 2260-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE CALENDAR DAY   *
007080*                     AND COUNT IT                               *
007090******************************************************************
007100 2260-BACK-ONE-DAY.
007110     ADD 1 TO SA100-AGE-DAYS.
007120
007130     IF SA100-DW-DD GREATER THAN 1
007140         SUBTRACT 1 FROM SA100-DW-DD
007150         GO TO 2260-EXIT
007160     END-IF.
007170
007180     IF SA100-DW-MM GREATER THAN 1
007190         SUBTRACT 1 FROM SA100-DW-MM
007200     ELSE
007210         MOVE 12 TO SA100-DW-MM
007220         IF SA100-DW-YY = ZERO
007230             MOVE 99 TO SA100-DW-YY
007240         ELSE
007250             SUBTRACT 1 FROM SA100-DW-YY
007260         END-IF
007270     END-IF.
007280
007290     MOVE SA100-DW-MM TO SA100-MONTH-SUB.
007300
007310     DIVIDE SA100-DW-YY BY 4
007320         GIVING SA100-LEAP-QUOTIENT
007330         REMAINDER SA100-LEAP-REMAINDER.
007340
007350     IF SA100-DW-MM = 2
007360         AND SA100-LEAP-REMAINDER = 0
007370         MOVE 29 TO SA100-DW-DD
007380     ELSE
007390         MOVE SA100-DAYS-IN-MONTH (SA100-MONTH-SUB)
007400             TO SA100-DW-DD
007410     END-IF.
007420
007430 2260-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 2300-DECIDE-WRITE-OFF - A SUPERVISOR'S CARD FOR THE BATCH      *
007480*                         WINS; OTHERWISE A BATCH OLDER THAN     *
007490*                         THE THRESHOLD IS WRITTEN OFF           *
007500******************************************************************
007510 2300-DECIDE-WRITE-OFF.
007520     MOVE SPACE TO SA100-WOFF-SW.
007530     MOVE ZERO  TO SA100-CT-MATCH.
007540
007550     PERFORM 2310-MATCH-ONE-CARD
007560         THRU 2310-EXIT
007570         VARYING SA100-CT-INDEX FROM 1 BY 1
007580         UNTIL SA100-CT-INDEX GREATER THAN SA100-CARD-TBL-COUNT
007590             OR SA100-CT-MATCH NOT = ZERO.
007600
007610     IF SA100-CT-MATCH NOT = ZERO
007620         MOVE 'S' TO SA100-WOFF-SW
007630         MOVE SA100-CT-USER   (SA100-CT-MATCH)
007640             TO SA100-WOFF-USER
007650         MOVE SA100-CT-REASON (SA100-CT-MATCH)
007660             TO SA100-WOFF-REASON
007670         GO TO 2300-EXIT
007680     END-IF.
007690
007692*    A BATCH WITH NO DIFFERENCE BALANCED BUT HAD NO RATE; IT WAITS
007694*    FOR TREASURY AND REBAL, HOWEVER LONG THAT TAKES.
007700     IF SA100-WOFF-DAYS NOT = ZERO
007710         AND SA100-SUSP-DAYS GREATER THAN SA100-WOFF-DAYS
007715         AND SA100-DIFF-AMOUNT NOT = ZERO
007720         MOVE 'A' TO SA100-WOFF-SW
007730         MOVE 'SUSPAGE ' TO SA100-WOFF-USER
007740         MOVE SA100-SUSP-DAYS TO SA100-AR-DAYS
007750         MOVE SA100-AUTO-REASON TO SA100-WOFF-REASON
007760     END-IF.
007770
007780 2300-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820* 2310-MATCH-ONE-CARD - TIE THE BATCH TO ONE SUPERVISOR CARD     *
007830******************************************************************
007840 2310-MATCH-ONE-CARD.
007850     IF SA100-CT-USED     (SA100-CT-INDEX) = 'N'
007860         AND SA100-CT-BATCH-ID (SA100-CT-INDEX)
007870             = SA100-SAVE-BATCH-ID
007880         AND SA100-CT-RUN-DATE (SA100-CT-INDEX)
007890             = SA100-SAVE-RUN-DATE
007900         AND SA100-CT-CYCLE    (SA100-CT-INDEX)
007910             = SA100-SAVE-CYCLE
007920         MOVE SA100-CT-INDEX TO SA100-CT-MATCH
007930         MOVE 'Y' TO SA100-CT-USED (SA100-CT-INDEX)
007940     END-IF.
007950
007960 2310-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 2900-CARRY-FORWARD - COPY THE BATCH TO THE NEW SUSPENSE FILE   *
008010*                      EXACTLY AS IT WAS READ                    *
008020******************************************************************
008030 2900-CARRY-FORWARD.
008040     MOVE SA100-HDR-RECORD TO SUSPOUT-RECORD.
008050     WRITE SUSPOUT-RECORD.
008060
008070     PERFORM 2910-CARRY-ONE-DETAIL
008080         THRU 2910-EXIT
008090         VARYING SA100-ITEM-INDEX FROM 1 BY 1
008100         UNTIL SA100-ITEM-INDEX GREATER THAN SA100-ITEM-COUNT.
008110
008120     ADD 1 TO SA100-CARRY-COUNT.
008130
008140     IF SA100-ACTION-TEXT = SPACES
008150         MOVE 'CARRIED' TO SA100-ACTION-TEXT
008160     END-IF.
008170
008180 2900-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 2910-CARRY-ONE-DETAIL - COPY ONE DETAIL RECORD FORWARD         *
008230******************************************************************
008240 2910-CARRY-ONE-DETAIL.
008250     MOVE SA100-DTL-RECORD (SA100-ITEM-INDEX) TO SUSPOUT-RECORD.
008260     WRITE SUSPOUT-RECORD.
008270
008280 2910-EXIT.
008290     EXIT.
008300
008310******************************************************************
008320* 3000-WRITE-OFF-BATCH - CHECK THE BATCH CAN BE WRITTEN OFF,     *
008325*                        STAMP THE MASTER, THEN POST IT AND ITS  *
008330*                        DIFFERENCE.  A BATCH THAT CANNOT BE     *
008335*                        WRITTEN OFF, OR WHOSE MASTER RECORD     *
008340*                        CANNOT BE UPDATED, STAYS ON SUSPENSE.   *
008360******************************************************************
008370 3000-WRITE-OFF-BATCH.
008380     MOVE SPACES TO SA100-ACTION-TEXT.
008390
008400     IF SA100-CLEAR-ACCT = SPACES
008410         MOVE 'HELD-NO ACCT' TO SA100-ACTION-TEXT
008420         GO TO 3000-HOLD
008430     END-IF.
008440
008450     IF NOT SA100-MAST-OPEN
008460         MOVE 'HELD-MASTER' TO SA100-ACTION-TEXT
008470         GO TO 3000-HOLD
008480     END-IF.
008490
008500     MOVE SA100-SAVE-BATCH-ID TO BM-BATCH-ID.
008510     MOVE SA100-SAVE-RUN-DATE TO BM-RUN-DATE.
008520     MOVE SA100-SAVE-CYCLE    TO BM-CYCLE.
008530     MOVE 'Y' TO SA100-MAST-FOUND-SW.
008540
008550     READ BATCHMST
008560         INVALID KEY
008570             MOVE 'N' TO SA100-MAST-FOUND-SW
008580     END-READ.
008590
008600*    ONLY A BREAK CAN BE WRITTEN OFF - A RECORD ALREADY CLEARED,
008610*    WRITTEN OFF, OR REVERSED MEANS THE SUSPENSE COPY IS STALE.
008620     IF SA100-MAST-FOUND
008630         AND BM-RECON-STATUS NOT = 'BREAK'
008640         MOVE 'HELD-NOT BRK' TO SA100-ACTION-TEXT
008650         GO TO 3000-HOLD
008660     END-IF.
008670
008671     PERFORM 3050-GET-RATE
008672         THRU 3050-EXIT.
008673
008674     IF SA100-FX-RATE = ZERO
008675         MOVE 'HELD-NO RATE' TO SA100-ACTION-TEXT
008676         GO TO 3000-HOLD
008677     END-IF.
008678
008683     PERFORM 3080-SUM-BATCH
008688         THRU 3080-EXIT.
008700
008710     PERFORM 3500-STAMP-MASTER
008720         THRU 3500-EXIT.
008721
008722     IF NOT SA100-STAMP-DONE
008723         MOVE 'HELD-MST ERR' TO SA100-ACTION-TEXT
008724         GO TO 3000-HOLD
008725     END-IF.
008726
008727     PERFORM 3100-WRITE-GL-POSTINGS
008728         THRU 3100-EXIT.
008730
008740     ADD 1 TO SA100-WOFF-COUNT.
008750     MOVE 'WRITTEN OFF' TO SA100-ACTION-TEXT.
008760     GO TO 3000-EXIT.
008770
008780 3000-HOLD.
008790     MOVE SPACE TO SA100-WOFF-SW.
008800     ADD 1 TO SA100-HELD-COUNT.
008810
008820     IF SA100-MAX-COND-CODE LESS THAN 4
008830         MOVE 4 TO SA100-MAX-COND-CODE
008840     END-IF.
008850
008860     PERFORM 2900-CARRY-FORWARD
008870         THRU 2900-EXIT.
008880
008890 3000-EXIT.
008900     EXIT.
008910
008920******************************************************************
008921* 3050-GET-RATE - FIND THE RATE FOR THE BATCH'S CURRENCY ON ITS  *
008922*                 VALUE DATE; THE BASE CURRENCY IS ALWAYS 1, AND *
008923*                 ZERO IS LEFT WHEN THERE IS NONE                *
008924******************************************************************
008925 3050-GET-RATE.
008926     MOVE ZERO TO SA100-FX-RATE.
008927
008928     IF SA100-CCY-CODE = SA100-BASE-CCY
008929         MOVE 1 TO SA100-FX-RATE
008930         GO TO 3050-EXIT
008931     END-IF.
008932
008933     IF NOT SA100-RATE-OPEN
008934         GO TO 3050-EXIT
008935     END-IF.
008936
008937     MOVE SA100-CCY-CODE   TO RT-CCY-CODE.
008938     MOVE SA100-VALUE-DATE TO RT-VALUE-DATE.
008939
008940     READ RATEFILE
008941         INVALID KEY
008942             GO TO 3050-EXIT
008943     END-READ.
008944
008945     MOVE RT-RATE TO SA100-FX-RATE.
008946
008947 3050-EXIT.
008948     EXIT.
008949
008950******************************************************************
008955* 3080-SUM-BATCH - SUM THE BATCH'S ITEMS PER GL ACCOUNT IN THE   *
008960*                  BASE CURRENCY AND WORK OUT THE DIFFERENCE THE *
008965*                  CLEARING ACCOUNT TAKES                        *
008970******************************************************************
008975 3080-SUM-BATCH.
008985     MOVE ZERO TO SA100-ACCT-SUM-COUNT
008990                  SA100-BASE-RESULT
008995                  SA100-BASE-NEG-RESULT.
009000
009010     PERFORM 3110-SUM-ONE-ITEM
009020         THRU 3110-EXIT
009030         VARYING SA100-ITEM-INDEX FROM 1 BY 1
009040         UNTIL SA100-ITEM-INDEX GREATER THAN SA100-ITEM-COUNT.
009041
009042     COMPUTE SA100-BASE-CONTROL-TOTAL ROUNDED =
009043         SA100-CONTROL-TOTAL * SA100-FX-RATE.
009044     COMPUTE SA100-BASE-DIFF =
009045         SA100-BASE-RESULT + SA100-BASE-NEG-RESULT
009046         - SA100-BASE-CONTROL-TOTAL.
009050
009051 3080-EXIT.
009052     EXIT.
009053
009054******************************************************************
009055* 3100-WRITE-GL-POSTINGS - WRITE ONE DEBIT AND/OR ONE CREDIT PER *
009056*                          ACCOUNT FROM THE SUMS, AND POST THE   *
009057*                          DIFFERENCE TO THE CLEARING ACCOUNT    *
009058******************************************************************
009059 3100-WRITE-GL-POSTINGS.
009060     PERFORM 3150-POST-ONE-ACCOUNT
009070         THRU 3150-EXIT
009080         VARYING SA100-AS-INDEX FROM 1 BY 1
009090         UNTIL SA100-AS-INDEX GREATER THAN
009100             SA100-ACCT-SUM-COUNT.
009110
009120*    THE ITEMS NET TO THE COMPUTED TOTAL; THE OPPOSITE OF THE
009130*    DIFFERENCE ON THE CLEARING ACCOUNT BRINGS THE BATCH TO ITS
009140*    CONTROL TOTAL.  BOTH ARE TAKEN IN THE BASE CURRENCY.
009150     IF SA100-BASE-DIFF GREATER THAN ZERO
009160         PERFORM 3180-BUILD-POSTING
009170             THRU 3180-EXIT
009180         MOVE SA100-CLEAR-ACCT  TO GL-ACCT-CODE
009190         MOVE 'C'               TO GL-DR-CR-CODE
009200         MOVE SA100-BASE-DIFF   TO GL-POST-AMOUNT
009210         PERFORM 3190-WRITE-POSTING
009220             THRU 3190-EXIT
009222         MOVE SA100-DIFF-AMOUNT TO SA100-AUD-ORIG
009224         MOVE SA100-BASE-DIFF   TO SA100-AUD-BASE
009226         PERFORM 3195-WRITE-FX-AUDIT
009228             THRU 3195-EXIT
009230     END-IF.
009240
009250     IF SA100-BASE-DIFF LESS THAN ZERO
009260         PERFORM 3180-BUILD-POSTING
009270             THRU 3180-EXIT
009280         MOVE SA100-CLEAR-ACCT  TO GL-ACCT-CODE
009290         MOVE 'D'               TO GL-DR-CR-CODE
009300         COMPUTE GL-POST-AMOUNT = ZERO - SA100-BASE-DIFF
009310         PERFORM 3190-WRITE-POSTING
009320             THRU 3190-EXIT
009322         COMPUTE SA100-AUD-ORIG = ZERO - SA100-DIFF-AMOUNT
009324         COMPUTE SA100-AUD-BASE = ZERO - SA100-BASE-DIFF
009326         PERFORM 3195-WRITE-FX-AUDIT
009328             THRU 3195-EXIT
009330     END-IF.
009340
009350 3100-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390* 3110-SUM-ONE-ITEM - FOLD ONE ITEM INTO ITS ACCOUNT'S DEBIT OR  *
009400*                     CREDIT SUM, ADDING THE ACCOUNT ON FIRST    *
009410*                     SIGHT                                      *
009420******************************************************************
009430 3110-SUM-ONE-ITEM.
009440     MOVE SA100-DTL-RECORD (SA100-ITEM-INDEX)
009450         TO SA100-SUSP-RECORD.
009460     MOVE 'N' TO SA100-AS-FOUND-SW.
009470
009480     PERFORM 3120-SCAN-ACCT-SUM
009490         THRU 3120-EXIT
009500         VARYING SA100-AS-SCAN FROM 1 BY 1
009510         UNTIL SA100-AS-SCAN GREATER THAN SA100-ACCT-SUM-COUNT
009520             OR SA100-AS-FOUND.
009530
009540     IF NOT SA100-AS-FOUND
009550         ADD 1 TO SA100-ACCT-SUM-COUNT
009560         MOVE SA100-ACCT-SUM-COUNT TO SA100-AS-INDEX
009570         MOVE SA100-SUSP-DTL-ACCT-CODE
009580             TO SA100-AS-CODE (SA100-AS-INDEX)
009590         MOVE ZERO TO SA100-AS-DR-AMOUNT (SA100-AS-INDEX)
009600                      SA100-AS-CR-AMOUNT (SA100-AS-INDEX)
009602                      SA100-AS-DR-ORIG (SA100-AS-INDEX)
009604                      SA100-AS-CR-ORIG (SA100-AS-INDEX)
009610     END-IF.
009612
009614     COMPUTE SA100-BASE-ITEM ROUNDED =
009616         SA100-SUSP-DTL-AMOUNT * SA100-FX-RATE.
009620
009630     IF SA100-SUSP-DTL-AMOUNT GREATER THAN 0
009640         ADD SA100-SUSP-DTL-AMOUNT
009642             TO SA100-AS-DR-ORIG (SA100-AS-INDEX)
009644         ADD SA100-BASE-ITEM
009650             TO SA100-AS-DR-AMOUNT (SA100-AS-INDEX)
009655                SA100-BASE-RESULT
009660     ELSE
009662         COMPUTE SA100-AS-CR-ORIG (SA100-AS-INDEX) =
009664             SA100-AS-CR-ORIG (SA100-AS-INDEX)
009666             - SA100-SUSP-DTL-AMOUNT
009670         COMPUTE SA100-AS-CR-AMOUNT (SA100-AS-INDEX) =
009680             SA100-AS-CR-AMOUNT (SA100-AS-INDEX)
009685             - SA100-BASE-ITEM
009690         ADD SA100-BASE-ITEM TO SA100-BASE-NEG-RESULT
009700     END-IF.
009710
009720 3110-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* 3120-SCAN-ACCT-SUM - COMPARE ONE ACCOUNT ALREADY IN THE SUM    *
009770*                      TABLE                                     *
009780******************************************************************
009790 3120-SCAN-ACCT-SUM.
009800     IF SA100-AS-CODE (SA100-AS-SCAN) = SA100-SUSP-DTL-ACCT-CODE
009810         MOVE 'Y' TO SA100-AS-FOUND-SW
009820         MOVE SA100-AS-SCAN TO SA100-AS-INDEX
009830     END-IF.
009840
009850 3120-EXIT.
009860     EXIT.
009870
009880******************************************************************
009890* 3150-POST-ONE-ACCOUNT - WRITE ONE ACCOUNT'S DEBIT AND/OR       *
009900*                         CREDIT POSTING                         *
009910******************************************************************
009920 3150-POST-ONE-ACCOUNT.
009930     IF SA100-AS-DR-AMOUNT (SA100-AS-INDEX) GREATER THAN 0
009940         PERFORM 3180-BUILD-POSTING
009950             THRU 3180-EXIT
009960         MOVE SA100-AS-CODE (SA100-AS-INDEX) TO GL-ACCT-CODE
009970         MOVE 'D'                 TO GL-DR-CR-CODE
009980         MOVE SA100-AS-DR-AMOUNT (SA100-AS-INDEX)
009990             TO GL-POST-AMOUNT
010000         PERFORM 3190-WRITE-POSTING
010010             THRU 3190-EXIT
010011         MOVE SA100-AS-DR-ORIG (SA100-AS-INDEX) TO SA100-AUD-ORIG
010012         MOVE SA100-AS-DR-AMOUNT (SA100-AS-INDEX)
010013             TO SA100-AUD-BASE
010014         PERFORM 3195-WRITE-FX-AUDIT
010015             THRU 3195-EXIT
010020     END-IF.
010030
010040     IF SA100-AS-CR-AMOUNT (SA100-AS-INDEX) GREATER THAN 0
010050         PERFORM 3180-BUILD-POSTING
010060             THRU 3180-EXIT
010070         MOVE SA100-AS-CODE (SA100-AS-INDEX) TO GL-ACCT-CODE
010080         MOVE 'C'                 TO GL-DR-CR-CODE
010090         MOVE SA100-AS-CR-AMOUNT (SA100-AS-INDEX)
010100             TO GL-POST-AMOUNT
010110         PERFORM 3190-WRITE-POSTING
010120             THRU 3190-EXIT
010121         MOVE SA100-AS-CR-ORIG (SA100-AS-INDEX) TO SA100-AUD-ORIG
010122         MOVE SA100-AS-CR-AMOUNT (SA100-AS-INDEX)
010123             TO SA100-AUD-BASE
010124         PERFORM 3195-WRITE-FX-AUDIT
010125             THRU 3195-EXIT
010130     END-IF.
010140
010150 3150-EXIT.
010160     EXIT.
010170
010180******************************************************************
010190* 3180-BUILD-POSTING - START A POSTING RECORD FOR THE BATCH      *
010200*                      UNDER ITS VALUE DATE AND ORIGINAL RUN     *
010210******************************************************************
010220 3180-BUILD-POSTING.
010230     MOVE SPACES TO GL-POSTING-RECORD.
010240     MOVE '1'                 TO GL-REC-TYPE.
010250     MOVE SA100-SAVE-BATCH-ID TO GL-POST-REF.
010260     MOVE SA100-VALUE-DATE    TO GL-POST-DATE.
010270     MOVE SA100-SAVE-RUN-DATE TO GL-POST-RUN-DATE.
010280     MOVE SA100-SAVE-CYCLE    TO GL-POST-CYCLE.
010290
010300 3180-EXIT.
010310     EXIT.
010320
010330******************************************************************
010340* 3190-WRITE-POSTING - WRITE ONE POSTING AND ROLL THE HASH       *
010350******************************************************************
010360 3190-WRITE-POSTING.
010370     WRITE GL-POSTING-RECORD.
010380     ADD 1 TO SA100-POST-COUNT.
010390     ADD GL-POST-AMOUNT TO SA100-HASH-TOTAL.
010400
010410 3190-EXIT.
010420     EXIT.
010430
010440******************************************************************
010441* 3195-WRITE-FX-AUDIT - LOG THE POSTING JUST WRITTEN, WITH ITS   *
010442*                       ORIGINAL CURRENCY AND AMOUNT, WHEN THE   *
010443*                       BATCH IS NOT IN THE BASE CURRENCY        *
010444******************************************************************
010445 3195-WRITE-FX-AUDIT.
010446     IF SA100-CCY-CODE = SA100-BASE-CCY
010447         GO TO 3195-EXIT
010448     END-IF.
010449
010450     ACCEPT SA100-RUN-TIME FROM TIME.
010451
010452     MOVE SPACES TO FX-RECORD.
010453     MOVE 'SUSPAGE '           TO FX-PROGRAM.
010454     MOVE GL-POST-REF          TO FX-POST-REF.
010455     MOVE GL-POST-DATE         TO FX-POST-DATE.
010456     MOVE GL-POST-RUN-DATE     TO FX-POST-RUN-DATE.
010457     MOVE GL-POST-CYCLE        TO FX-POST-CYCLE.
010458     MOVE GL-ACCT-CODE         TO FX-ACCT-CODE.
010459     MOVE GL-DR-CR-CODE        TO FX-DR-CR-CODE.
010460     MOVE SA100-CCY-CODE       TO FX-CCY-CODE.
010461     MOVE SA100-AUD-ORIG       TO FX-ORIG-AMOUNT.
010462     MOVE SA100-FX-RATE        TO FX-RATE.
010463     MOVE SA100-BASE-CCY       TO FX-BASE-CCY-CODE.
010464     MOVE SA100-AUD-BASE       TO FX-BASE-AMOUNT.
010465     MOVE SA100-RUN-DATE       TO FX-LOG-DATE.
010466     MOVE SA100-RUN-TIME       TO FX-LOG-TIME.
010467     WRITE FX-RECORD.
010468
010469 3195-EXIT.
010470     EXIT.
010471
010472******************************************************************
010473* 3500-STAMP-MASTER - REWRITE THE BATCH'S BREAK RECORD TO RECON  *
010474*                     STATUS WROFF WITH WHO WROTE IT OFF, WHEN,  *
010475*                     AND WHY.  A RECORD MISSING FROM THE MASTER *
010480*                     (IT WAS UNAVAILABLE THAT DAY) IS WRITTEN   *
010485*                     FRESH FROM THE SUSPENSE HEADER.  THE       *
010490*                     UPDATE IS JOURNALED ONCE IT IS MADE.       *
010500******************************************************************
010510 3500-STAMP-MASTER.
010511     MOVE 'N' TO SA100-STAMP-SW.
010512     IF SA100-MAST-FOUND
010513         MOVE 'C'       TO SA100-JRNL-ACTION
010514         MOVE BM-RECORD TO SA100-JRNL-BEFORE
010515     ELSE
010516         MOVE 'A'       TO SA100-JRNL-ACTION
010517         MOVE SPACES    TO SA100-JRNL-BEFORE
010518     END-IF.
010519
010520     IF NOT SA100-MAST-FOUND
010530         MOVE SA100-HDR-RECORD TO SA100-SUSP-RECORD
010540         MOVE SPACES TO BM-RECORD
010550         MOVE SA100-SAVE-BATCH-ID     TO BM-BATCH-ID
010560         MOVE SA100-SAVE-RUN-DATE     TO BM-RUN-DATE
010570                                         BM-ALT-RUN-DATE
010580         MOVE SA100-SAVE-CYCLE        TO BM-CYCLE
010590                                         BM-ALT-CYCLE
010600         MOVE SA100-SUSP-HDR-ITEM-COUNT
010610             TO BM-ITEM-COUNT
010620         MOVE SA100-SUSP-HDR-RESULT   TO BM-RESULT
010630         MOVE SA100-SUSP-HDR-NEG-RESULT
010640             TO BM-NEG-RESULT
010650         MOVE SA100-SUSP-HDR-POS-COUNT
010660             TO BM-POS-COUNT
010670         MOVE SA100-SUSP-HDR-NEG-COUNT
010680             TO BM-NEG-COUNT
010690         MOVE SA100-SUSP-HDR-CONTROL-TOTAL
010700             TO BM-CONTROL-TOTAL
010710         MOVE 'D'                     TO BM-REC-KIND
010720         MOVE SA100-VALUE-DATE        TO BM-VALUE-DATE
010730     END-IF.
010731
010732*    THE CURRENCY FIELDS CARRY THE RATE THE WRITE-OFF POSTED AT.
010733     MOVE SA100-CCY-CODE           TO BM-CCY-CODE.
010734     MOVE SA100-FX-RATE            TO BM-FX-RATE.
010735     MOVE SA100-BASE-RESULT        TO BM-BASE-RESULT.
010736     MOVE SA100-BASE-NEG-RESULT    TO BM-BASE-NEG-RESULT.
010737     MOVE SA100-BASE-CONTROL-TOTAL TO BM-BASE-CONTROL-TOTAL.
010740
010750     MOVE 'WROFF'           TO BM-RECON-STATUS.
010760     MOVE SA100-WOFF-USER   TO BM-ADJ-USER.
010770     MOVE SA100-RUN-DATE    TO BM-ADJ-DATE.
010780     MOVE SA100-WOFF-REASON TO BM-ADJ-REASON.
010790
010800     IF SA100-MAST-FOUND
010810         REWRITE BM-RECORD
010820     ELSE
010830         WRITE BM-RECORD
010840     END-IF.
010850
010860     IF SA100-MAST-FILE-STATUS NOT = '00'
010870         DISPLAY 'SA100 - BATCH MASTER UPDATE FAILED, BATCH '
010880             SA100-SAVE-BATCH-ID ' STATUS '
010890             SA100-MAST-FILE-STATUS
010892         IF SA100-MAX-COND-CODE LESS THAN 8
010894             MOVE 8 TO SA100-MAX-COND-CODE
010896         END-IF
010905         GO TO 3500-EXIT
010910     END-IF.
010912
010914     MOVE 'Y' TO SA100-STAMP-SW.
010920
010922     PERFORM 3550-WRITE-JOURNAL
010924         THRU 3550-EXIT.
010926
010930 3500-EXIT.
010931     EXIT.
010932
010933******************************************************************
010934* 3550-WRITE-JOURNAL - APPEND THE MASTER UPDATE JUST MADE TO THE *
010935*                      MASTER UPDATE JOURNAL                     *
010936******************************************************************
010937 3550-WRITE-JOURNAL.
010938     IF NOT SA100-JRNL-OPEN
010939         GO TO 3550-EXIT
010940     END-IF.
010941
010942     ACCEPT SA100-JRNL-DATE FROM DATE.
010943     ACCEPT SA100-JRNL-TIME FROM TIME.
010944
010945     MOVE SPACES             TO JR-RECORD.
010946     MOVE 'SUSPAGE'          TO JR-PROGRAM.
010947     MOVE SA100-RUN-ID       TO JR-RUN-ID.
010948     MOVE SA100-JRNL-DATE    TO JR-DATE.
010949     MOVE SA100-JRNL-TIME    TO JR-TIME.
010950     MOVE SA100-JRNL-ACTION  TO JR-ACTION.
010951     MOVE BM-KEY             TO JR-BM-KEY.
010952     MOVE SA100-JRNL-BEFORE  TO JR-BEFORE-IMAGE.
010953     MOVE BM-RECORD          TO JR-AFTER-IMAGE.
010954     WRITE JR-RECORD.
010955
010956 3550-EXIT.
010957     EXIT.
010958
010960******************************************************************
010970* 3900-WRITE-CARD-REJECT - REPORT ONE CARD THAT WAS REJECTED OR  *
010980*                          NAMED NO SUSPENDED BATCH              *
010990******************************************************************
011000 3900-WRITE-CARD-REJECT.
011010     MOVE SA100-CARD-LINE TO SAGE-REPORT-LINE.
011020     WRITE SAGE-REPORT-LINE.
011030
011040     ADD 1 TO SA100-REJECT-COUNT.
011050
011060     IF SA100-MAX-COND-CODE LESS THAN 4
011070         MOVE 4 TO SA100-MAX-COND-CODE
011080     END-IF.
011090
011100 3900-EXIT.
011110     EXIT.
011120
011130******************************************************************
011140* 4000-CHECK-ONE-CARD - REPORT A SUPERVISOR CARD THAT NAMED NO   *
011150*                       BATCH ON THE SUSPENSE FILE               *
011160******************************************************************
011170 4000-CHECK-ONE-CARD.
011180     IF SA100-CT-USED (SA100-CT-INDEX) = 'Y'
011190         GO TO 4000-EXIT
011200     END-IF.
011210
011220     MOVE SA100-CT-BATCH-ID (SA100-CT-INDEX)
011230         TO SA100-CRD-BATCH-ID.
011240     MOVE SA100-CT-RUN-DATE (SA100-CT-INDEX)
011250         TO SA100-CRD-RUN-DATE.
011260     MOVE SA100-CT-CYCLE    (SA100-CT-INDEX) TO SA100-CRD-CYCLE.
011270     MOVE SA100-CT-USER     (SA100-CT-INDEX) TO SA100-CRD-USER.
011280     MOVE 'BATCH NOT ON SUSPENSE' TO SA100-CRD-REASON.
011290     PERFORM 3900-WRITE-CARD-REJECT
011300         THRU 3900-EXIT.
011310
011320 4000-EXIT.
011330     EXIT.
011340
011350******************************************************************
011360* 7000-READ-SUSPIN - READ NEXT SUSPENSE RECORD, SET EOF SWITCH   *
011370******************************************************************
011380 7000-READ-SUSPIN.
011390     READ SUSPIN
011400         AT END
011410             MOVE 'Y' TO SA100-EOF-SW
011420     END-READ.
011430
011440 7000-EXIT.
011450     EXIT.
011460
011470******************************************************************
011480* 7100-READ-CARD - READ NEXT WRITE-OFF CARD, SET EOF SWITCH      *
011490******************************************************************
011500 7100-READ-CARD.
011510     READ WOFFCTL
011520         AT END
011530             MOVE 'Y' TO SA100-CARD-EOF-SW
011540     END-READ.
011550
011560 7100-EXIT.
011570     EXIT.
011580
011590******************************************************************
011600* 9000-TERMINATE - WRITE THE BUCKET TOTALS, THE GLWOFF TRAILER,  *
011610*                  AND THE TRAILER COUNTS, CLOSE FILES, SET THE  *
011620*                  RETURN CODE                                   *
011630******************************************************************
011640 9000-TERMINATE.
011650     PERFORM 9200-WRITE-ONE-BUCKET
011660         THRU 9200-EXIT
011670         VARYING SA100-BKT-INDEX FROM 1 BY 1
011680         UNTIL SA100-BKT-INDEX GREATER THAN 5.
011690
011700     MOVE SPACES TO GL-POSTING-RECORD.
011710     MOVE '9'              TO GL-REC-TYPE.
011720     MOVE SA100-POST-COUNT TO GL-TRL-REC-COUNT.
011730     MOVE SA100-HASH-TOTAL TO GL-TRL-HASH-TOTAL.
011740     WRITE GL-POSTING-RECORD.
011750
011760     MOVE 'SUSPENSE BATCHES READ:     ' TO SA100-TRL-TEXT.
011770     MOVE SA100-SUSP-COUNT TO SA100-TRL-COUNT.
011780     PERFORM 9100-WRITE-TRAILER
011790         THRU 9100-EXIT.
011800
011810     MOVE 'BATCHES WRITTEN OFF:       ' TO SA100-TRL-TEXT.
011820     MOVE SA100-WOFF-COUNT TO SA100-TRL-COUNT.
011830     PERFORM 9100-WRITE-TRAILER
011840         THRU 9100-EXIT.
011850
011860     MOVE 'WRITE-OFFS HELD:           ' TO SA100-TRL-TEXT.
011870     MOVE SA100-HELD-COUNT TO SA100-TRL-COUNT.
011880     PERFORM 9100-WRITE-TRAILER
011890         THRU 9100-EXIT.
011900
011910     MOVE 'BATCHES STILL IN SUSPENSE: ' TO SA100-TRL-TEXT.
011920     MOVE SA100-CARRY-COUNT TO SA100-TRL-COUNT.
011930     PERFORM 9100-WRITE-TRAILER
011940         THRU 9100-EXIT.
011950
011960     MOVE 'WRITE-OFF CARDS READ:      ' TO SA100-TRL-TEXT.
011970     MOVE SA100-CARD-COUNT TO SA100-TRL-COUNT.
011980     PERFORM 9100-WRITE-TRAILER
011990         THRU 9100-EXIT.
012000
012010     MOVE 'CARDS REJECTED:            ' TO SA100-TRL-TEXT.
012020     MOVE SA100-REJECT-COUNT TO SA100-TRL-COUNT.
012030     PERFORM 9100-WRITE-TRAILER
012040         THRU 9100-EXIT.
012050
012060     MOVE 'WRITE-OFF POSTING RECORDS: ' TO SA100-TRL-TEXT.
012070     MOVE SA100-POST-COUNT TO SA100-TRL-COUNT.
012080     PERFORM 9100-WRITE-TRAILER
012090         THRU 9100-EXIT.
012100
012110     MOVE SA100-HASH-TOTAL TO SA100-HSH-AMOUNT.
012120     MOVE SA100-HASH-LINE  TO SAGE-REPORT-LINE.
012130     WRITE SAGE-REPORT-LINE.
012140
012150     CLOSE WOFFCTL
012160           SUSPOUT
012170           GLWOFF
012172           SAGERPT
012174           FXAUDIT.
012176
012178     IF SA100-RATE-OPEN
012180         CLOSE RATEFILE
012182     END-IF.
012190
012200     IF SA100-SUSP-OPEN
012210         CLOSE SUSPIN
012220     END-IF.
012230
012240     IF SA100-MAST-OPEN
012250         CLOSE BATCHMST
012260     END-IF.
012270
012272     IF SA100-JRNL-OPEN
012274         CLOSE BMJRNL
012276     END-IF.
012278
012280     MOVE SA100-MAX-COND-CODE TO RETURN-CODE.
012290
012300 9000-EXIT.
012310     EXIT.
012320
012330******************************************************************
012340* 9100-WRITE-TRAILER - WRITE ONE TRAILER COUNT LINE              *
012350******************************************************************
012360 9100-WRITE-TRAILER.
012370     MOVE SA100-TRAILER-LINE TO SAGE-REPORT-LINE.
012380     WRITE SAGE-REPORT-LINE.
012390
012400 9100-EXIT.
012410     EXIT.
012420
012430******************************************************************
012440* 9200-WRITE-ONE-BUCKET - WRITE ONE AGING BUCKET'S TOTALS        *
012450******************************************************************
012460 9200-WRITE-ONE-BUCKET.
012470     MOVE SA100-BUCKET-NAME (SA100-BKT-INDEX) TO SA100-BKL-NAME.
012480     MOVE SA100-BKT-COUNT   (SA100-BKT-INDEX) TO SA100-BKL-COUNT.
012490     MOVE SA100-BKT-HELD    (SA100-BKT-INDEX) TO SA100-BKL-HELD.
012500     MOVE SA100-BKT-DIFF    (SA100-BKT-INDEX) TO SA100-BKL-DIFF.
012510     MOVE SA100-BUCKET-LINE TO SAGE-REPORT-LINE.
012520     WRITE SAGE-REPORT-LINE.
012530
012540 9200-EXIT.
012550     EXIT.
012560
012570 END PROGRAM SUSPAGE.
