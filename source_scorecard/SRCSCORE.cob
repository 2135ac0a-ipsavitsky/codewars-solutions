000010******************************************************************
000020* PROGRAM-ID: SRCSCORE                                           *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - MONTHLY SOURCE-SYSTEM       *
000100*                  QUALITY SCORECARD FROM THE SOURCE EVENT FILE  *
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. SRCSCORE.
000140 AUTHOR. R. OKONKWO.
000150 INSTALLATION. DATA CENTER OPERATIONS.
000160 DATE-WRITTEN. 10/15/2026.
000170 DATE-COMPILED.
000180******************************************************************
000190* MONTHLY SOURCE-SYSTEM QUALITY SCORECARD.  EVERY BATCH ID IS    *
000200* TIED TO THE SYSTEM THAT SENDS IT THROUGH THE SOURCE-SYSTEM     *
000210* TABLE (SRCSYS), AND EVERY EVENT ON THE SOURCE EVENT FILE       *
000220* (SRCEVT) FOR THE MONTH SCORED AND THE MONTH BEFORE IT IS       *
000230* COUNTED AGAINST ITS SYSTEM: BATCHES RECEIVED, REJECTED BY      *
000240* TRANEDIT (BY DROP REASON), HELD AS DUPLICATES, HELD FOR NO FX  *
000250* RATE, RECONCILIATION BREAKS, SUSPENSE CLEARS AND THE DAYS      *
000260* THEY TOOK, AND CORRECTION TRANSMITTALS SENT.                   *
000270*                                                                *
000280* A SOURCE'S PROBLEM RATE IS ITS REJECTS, DUPLICATES HELD AND    *
000290* RECONCILIATION BREAKS AS A PERCENT OF THE BATCHES IT SENT.     *
000300* SOURCES ARE RANKED BY IT, WORST FIRST, IN EACH MONTH, AND THE  *
000310* SUMMARY PAGE SHOWS BOTH RANKS AND WHICH WAY THE SOURCE MOVED.  *
000320* A DETAIL PAGE FOLLOWS FOR EACH SOURCE WITH ANY ACTIVITY.       *
000330******************************************************************
000340* SYSIN CARD, COLUMNS 1-4: THE MONTH TO SCORE AS YYMM.  ALL      *
000350* ASTERISKS OR SPACES SCORES THE MONTH BEFORE THE RUN DATE.      *
000360*                                                                *
000370* THE PROGRAM ALSO COPIES THE EVENT FILE TO SRCNEW, LEAVING OUT  *
000380* EVENTS OLDER THAN THE PRIOR MONTH (THEY WILL NOT BE SCORED     *
000390* AGAIN); THE JOB COPIES SRCNEW BACK OVER THE EVENT FILE.        *
000400******************************************************************
000410* CONDITION CODES: 0 SCORECARD PRODUCED, 4 SCORECARD PRODUCED BUT*
000420* THE SOURCE TABLE WAS UNAVAILABLE, FULL, OR HAD ENTRIES IGNORED,*
000430* 12 NO SCORECARD - NO USABLE MONTH OR EVENT FILE UNAVAILABLE    *
000440* (THE EVENT FILE MUST NOT BE REPLACED).                         *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SRCSYS   ASSIGN TO SRCSYS
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS SC100-SYS-FILE-STATUS.
000550     SELECT SRCEVT   ASSIGN TO SRCEVT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS SC100-EVT-FILE-STATUS.
000580     SELECT SRCNEW   ASSIGN TO SRCNEW
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT SCORERPT ASSIGN TO SCORERPT
000610         ORGANIZATION IS SEQUENTIAL.
000615
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SRCSYS
000650     RECORDING MODE IS F.
000660     COPY SRCSYS.
000665
000670 FD  SRCEVT
000680     RECORDING MODE IS F.
000690     COPY SRCEVT.
000695
000700 FD  SRCNEW
000710     RECORDING MODE IS F.
000720 01  SRCNEW-RECORD               PIC X(80).
000725
000730 FD  SCORERPT
000740     RECORDING MODE IS F.
000750 01  SCORE-REPORT-LINE           PIC X(80).
000755
000760 WORKING-STORAGE SECTION.
000770 01  SC100-SWITCHES.
000780     05  SC100-EVT-EOF-SW        PIC X(01)  VALUE 'N'.
000790         88  SC100-EVT-EOF       VALUE 'Y'.
000800     05  SC100-SYS-EOF-SW        PIC X(01)  VALUE 'N'.
000810         88  SC100-SYS-EOF       VALUE 'Y'.
000820     05  SC100-ABANDON-SW        PIC X(01)  VALUE 'N'.
000830         88  SC100-ABANDON       VALUE 'Y'.
000840     05  SC100-EVT-OPEN-SW       PIC X(01)  VALUE 'N'.
000850         88  SC100-EVT-OPEN      VALUE 'Y'.
000860     05  SC100-SYS-OPEN-SW       PIC X(01)  VALUE 'N'.
000870         88  SC100-SYS-OPEN      VALUE 'Y'.
000880     05  SC100-SYS-FULL-SW       PIC X(01)  VALUE 'N'.
000890         88  SC100-SYS-FULL      VALUE 'Y'.
000900     05  SC100-RANGE-FULL-SW     PIC X(01)  VALUE 'N'.
000910         88  SC100-RANGE-FULL    VALUE 'Y'.
000920     05  SC100-FOUND-SW          PIC X(01).
000930         88  SC100-FOUND         VALUE 'Y'.
000935
000940 01  SC100-COUNTERS.
000950     05  SC100-READ-COUNT        PIC 9(07)  COMP  VALUE ZERO.
000960     05  SC100-SCORED-COUNT      PIC 9(07)  COMP  VALUE ZERO.
000970     05  SC100-KEPT-COUNT        PIC 9(07)  COMP  VALUE ZERO.
000980     05  SC100-AGED-OUT-COUNT    PIC 9(07)  COMP  VALUE ZERO.
000990     05  SC100-BAD-DATE-COUNT    PIC 9(07)  COMP  VALUE ZERO.
001000     05  SC100-IDLE-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001010     05  SC100-PAGE-COUNT        PIC 9(03)  COMP  VALUE ZERO.
001020     05  SC100-SHOWN-COUNT       PIC 9(03)  COMP  VALUE ZERO.
001025
001030 01  SC100-SYS-FILE-STATUS       PIC X(02).
001040 01  SC100-EVT-FILE-STATUS       PIC X(02).
001050 01  SC100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
001060 01  SC100-RUN-DATE              PIC 9(06).
001070 01  SC100-RUN-DATE-PARTS REDEFINES SC100-RUN-DATE.
001080     05  SC100-RUN-YY            PIC 9(02).
001090     05  SC100-RUN-MM            PIC 9(02).
001100     05  SC100-RUN-DD            PIC 9(02).
001105
001110*    SYSIN CARD: THE MONTH TO SCORE, YYMM, IN COLUMNS 1-4.
001120 01  SC100-CONTROL-CARD.
001130     05  SC100-CARD-MONTH        PIC X(04).
001140     05  FILLER                  PIC X(76).
001145
001150*    MONTHS ARE CARRIED AS YYMM SO ONE COMPARE ORDERS THEM.
001160 01  SC100-MONTH-WORK.
001170     05  SC100-MW-YY             PIC 9(02).
001180     05  SC100-MW-MM             PIC 9(02).
001185
001190 01  SC100-MONTH-WORK-N REDEFINES SC100-MONTH-WORK
001200                                 PIC 9(04).
001205
001210 01  SC100-SCORE-MONTH           PIC 9(04).
001220 01  SC100-PRIOR-MONTH           PIC 9(04).
001230 01  SC100-EVENT-MONTH           PIC 9(04).
001235
001240*    COLUMN OF THE SYSTEM TABLE AN EVENT IS COUNTED IN: THE MONTH
001250*    SCORED OR THE MONTH BEFORE IT.
001260 01  SC100-MON-SUB               PIC 9(01)  COMP.
001270 01  SC100-CUR-MON               PIC 9(01)  COMP  VALUE 1.
001280 01  SC100-PRI-MON               PIC 9(01)  COMP  VALUE 2.
001285
001290*    BATCH-ID RANGES FROM THE SOURCE TABLE, IN FILE ORDER.  A
001300*    PREFIX ENTRY IS HELD AS THE PREFIX PADDED WITH SPACES TO
001310*    THE PREFIX PADDED WITH HIGH-VALUES.
001320 01  SC100-RANGE-TABLE.
001330     05  SC100-RANGE-ENTRY OCCURS 200 TIMES.
001340         10  SC100-RG-LOW        PIC X(06).
001350         10  SC100-RG-HIGH       PIC X(06).
001360         10  SC100-RG-SS-LOW     PIC X(06).
001370         10  SC100-RG-SS-HIGH    PIC X(06).
001380         10  SC100-RG-SYS        PIC 9(03)  COMP.
001385
001390 01  SC100-RANGE-COUNT           PIC 9(03)  COMP  VALUE ZERO.
001400 01  SC100-RANGE-MAX             PIC 9(03)  COMP  VALUE 200.
001410 01  SC100-RANGE-SUB             PIC 9(03)  COMP.
001415
001420*    ONE ENTRY PER SOURCE SYSTEM; ENTRY 1 IS 'UNKNOWN', FOR BATCH
001430*    IDS NO RANGE COVERS.  EACH HOLDS TWO MONTHS OF COUNTS: 1 THE
001440*    MONTH SCORED, 2 THE MONTH BEFORE IT.  THE REJECT COUNTS BY
001450*    REASON LINE UP WITH SC100-REASON-TABLE.
001460 01  SC100-SYSTEM-TABLE.
001470     05  SC100-SYSTEM-ENTRY OCCURS 51 TIMES.
001480         10  SC100-SY-ID         PIC X(08).
001490         10  SC100-SY-NAME       PIC X(30).
001500         10  SC100-SY-CONTACT    PIC X(28).
001510         10  SC100-SY-MONTH OCCURS 2 TIMES.
001520             15  SC100-SY-RECEIVED   PIC 9(05)  COMP.
001530             15  SC100-SY-RELEASED   PIC 9(05)  COMP.
001540             15  SC100-SY-REJECTED   PIC 9(05)  COMP.
001550             15  SC100-SY-DUP-HELD   PIC 9(05)  COMP.
001560             15  SC100-SY-RATE-HELD  PIC 9(05)  COMP.
001570             15  SC100-SY-BREAKS     PIC 9(05)  COMP.
001580             15  SC100-SY-CLEARS     PIC 9(05)  COMP.
001590             15  SC100-SY-CLEAR-DAYS PIC 9(07)  COMP.
001600             15  SC100-SY-RETURNED   PIC 9(05)  COMP.
001610             15  SC100-SY-XMITS      PIC 9(05)  COMP.
001620             15  SC100-SY-LAST-XMIT  PIC X(08).
001630             15  SC100-SY-ACTIVITY   PIC 9(07)  COMP.
001640             15  SC100-SY-RATE       PIC 9(03)V9.
001650             15  SC100-SY-AVG-DAYS   PIC 9(03)V9.
001660             15  SC100-SY-RANK       PIC 9(03)  COMP.
001670             15  SC100-SY-REASON-CNT PIC 9(05)  COMP
001680                                     OCCURS 20 TIMES.
001685
001690 01  SC100-SYSTEM-COUNT          PIC 9(03)  COMP  VALUE ZERO.
001700 01  SC100-SYSTEM-MAX            PIC 9(03)  COMP  VALUE 51.
001710 01  SC100-SYS-SUB               PIC 9(03)  COMP.
001720 01  SC100-CMP-SUB               PIC 9(03)  COMP.
001730 01  SC100-MATCH-SUB             PIC 9(03)  COMP.
001735
001740*    A TRANSMITTAL IS ONE DEPARTMENT ON ONE RUN DATE; RETURNS
001750*    FOR THE SAME DATE AND DEPARTMENT IN A ROW ARE ONE SENDING.
001760 01  SC100-XMIT-KEY.
001770     05  SC100-XMIT-DATE         PIC 9(06).
001780     05  SC100-XMIT-DEPT         PIC X(02).
001785
001790*    DROP REASONS IN THE ORDER FIRST SEEN; PAST 19, THE REST ARE
001800*    COUNTED TOGETHER IN ENTRY 20.
001810 01  SC100-REASON-TABLE.
001820     05  SC100-REASON-TEXT       PIC X(30)  OCCURS 20 TIMES.
001825
001830 01  SC100-REASON-COUNT          PIC 9(03)  COMP  VALUE ZERO.
001840 01  SC100-RSN-SUB               PIC 9(03)  COMP.
001845
001850*    ALL SOURCES TOGETHER, BY MONTH.
001860 01  SC100-TOTALS.
001870     05  SC100-TOT-MONTH OCCURS 2 TIMES.
001880         10  SC100-TOT-RECEIVED  PIC 9(07)  COMP.
001890         10  SC100-TOT-REJECTED  PIC 9(07)  COMP.
001900         10  SC100-TOT-DUP-HELD  PIC 9(07)  COMP.
001910         10  SC100-TOT-BREAKS    PIC 9(07)  COMP.
001920         10  SC100-TOT-CLEARS    PIC 9(07)  COMP.
001930         10  SC100-TOT-CLEAR-DAYS PIC 9(09) COMP.
001940         10  SC100-TOT-XMITS     PIC 9(07)  COMP.
001950         10  SC100-TOT-RATE      PIC 9(03)V9.
001960         10  SC100-TOT-AVG-DAYS  PIC 9(03)V9.
001965
001970*    THE SYSTEMS IN REPORT ORDER: RANKED SOURCES WORST FIRST,
001980*    THEN SOURCES THAT SENT NOTHING THIS MONTH BUT HAD ACTIVITY.
001990 01  SC100-ORDER-TABLE.
002000     05  SC100-ORDER-SYS         PIC 9(03)  COMP  OCCURS 51 TIMES.
002005
002010 01  SC100-ORDER-COUNT           PIC 9(03)  COMP  VALUE ZERO.
002020 01  SC100-ORD-SUB               PIC 9(03)  COMP.
002030 01  SC100-RANK-WANTED           PIC 9(03)  COMP.
002035
002040 01  SC100-DATE-WORK.
002050     05  SC100-DW-YY             PIC 9(02).
002060     05  SC100-DW-MM             PIC 9(02).
002070     05  SC100-DW-DD             PIC 9(02).
002075
002080 01  SC100-DATE-WORK-N REDEFINES SC100-DATE-WORK
002090                                 PIC 9(06).
002095
002100 01  SC100-MONTH-SUB             PIC 9(02)  COMP.
002110 01  SC100-LEAP-QUOTIENT         PIC 9(02).
002120 01  SC100-LEAP-REMAINDER        PIC 9(02).
002130 01  SC100-MONTH-DAYS-VALUES     PIC X(24) VALUE
002140     '312831303130313130313031'.
002145
002150 01  SC100-MONTH-DAYS REDEFINES SC100-MONTH-DAYS-VALUES.
002160     05  SC100-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
002165
002170*    DAYS IN SUSPENSE ARE TAKEN BY STEPPING BACK FROM THE CLEAR
002180*    DATE ONE CALENDAR DAY AT A TIME; 999 IS THE MOST COUNTED.
002190 01  SC100-AGE-TARGET            PIC 9(06).
002200 01  SC100-AGE-DAYS              PIC 9(03).
002210 01  SC100-EDIT-RANK             PIC ZZ9.
002220 01  SC100-EDIT-PCT              PIC ZZ9.9.
002230 01  SC100-EDIT-COUNT            PIC Z(09)9.
002240 01  SC100-EDIT-TENTHS           PIC Z(07)9.9.
002250 01  SC100-PROBLEM-COUNT         PIC 9(07)  COMP.
002260 01  SC100-LINE-CUR              PIC 9(07)  COMP.
002270 01  SC100-LINE-PRI              PIC 9(07)  COMP.
002275
002280 01  SC100-PAGE-HEADING.
002290     05  FILLER                  PIC X(32) VALUE
002300         'SOURCE-SYSTEM QUALITY SCORECARD '.
002310     05  FILLER                  PIC X(06) VALUE 'MONTH '.
002320     05  SC100-HDG-MONTH         PIC 9(04).
002330     05  FILLER                  PIC X(08) VALUE '  PRIOR '.
002340     05  SC100-HDG-PRIOR         PIC 9(04).
002350     05  FILLER                  PIC X(07) VALUE '   RUN '.
002360     05  SC100-HDG-RUN-DATE      PIC 9(06).
002370     05  FILLER                  PIC X(07) VALUE '  PAGE '.
002380     05  SC100-HDG-PAGE          PIC ZZ9.
002390     05  FILLER                  PIC X(03) VALUE SPACE.
002395
002400 01  SC100-TEXT-LINE.
002410     05  SC100-TXT-TEXT          PIC X(80).
002415
002420*    THE KEY PRINTED UNDER THE SUMMARY TITLE.
002430 01  SC100-LEGEND-VALUES.
002440     05  FILLER                  PIC X(40) VALUE
002450         'PROB% = (REJECTED + DUPLICATES HELD + '.
002460     05  FILLER                  PIC X(40) VALUE
002470         'RECON BREAKS) X 100 / RECEIVED'.
002480     05  FILLER                  PIC X(40) VALUE
002490         'RANK 1 = HIGHEST PROB%;  -- = NOTHING RE'.
002500     05  FILLER                  PIC X(40) VALUE
002510         'CEIVED THAT MONTH'.
002520     05  FILLER                  PIC X(40) VALUE
002530         'AVG DAYS = DAYS TO CLEAR SUSPENSE;  CORR'.
002540     05  FILLER                  PIC X(40) VALUE
002550         ' SENT = CORRECTION TRANSMITTALS'.
002560     05  FILLER                  PIC X(40) VALUE
002570         'TREND = PROB% AGAINST THE PRIOR MONTH;  '.
002580     05  FILLER                  PIC X(40) VALUE
002590         'NEW = NOTHING SENT LAST MONTH,'.
002600     05  FILLER                  PIC X(40) VALUE
002610         '        QUIET = NOTHING SENT THIS MONTH'.
002620     05  FILLER                  PIC X(40) VALUE SPACE.
002625
002630 01  SC100-LEGEND-TABLE REDEFINES SC100-LEGEND-VALUES.
002640     05  SC100-LEGEND-TEXT       PIC X(80)  OCCURS 5 TIMES.
002645
002650 01  SC100-LEGEND-SUB            PIC 9(02)  COMP.
002655
002660 01  SC100-SUMMARY-HDG-1.
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  FILLER                  PIC X(03) VALUE 'NOW'.
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  FILLER                  PIC X(03) VALUE 'PRI'.
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  FILLER                  PIC X(05) VALUE 'BATCH'.
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  FILLER                  PIC X(05) VALUE 'TRAN-'.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  FILLER                  PIC X(05) VALUE 'DUPL'.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  FILLER                  PIC X(05) VALUE 'RECON'.
002810     05  FILLER                  PIC X(02) VALUE SPACE.
002820     05  FILLER                  PIC X(05) VALUE 'PROB%'.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  FILLER                  PIC X(05) VALUE 'PROB%'.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  FILLER                  PIC X(05) VALUE ' AVG'.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  FILLER                  PIC X(04) VALUE 'CORR'.
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  FILLER                  PIC X(14) VALUE 'TREND'.
002905
002910 01  SC100-SUMMARY-HDG-2.
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  FILLER                  PIC X(03) VALUE 'RNK'.
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  FILLER                  PIC X(03) VALUE 'RNK'.
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  FILLER                  PIC X(08) VALUE 'SYSTEM'.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  FILLER                  PIC X(05) VALUE 'RECVD'.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  FILLER                  PIC X(05) VALUE 'EDREJ'.
003020     05  FILLER                  PIC X(01) VALUE SPACE.
003030     05  FILLER                  PIC X(05) VALUE 'HELD'.
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  FILLER                  PIC X(05) VALUE 'BREAK'.
003060     05  FILLER                  PIC X(02) VALUE SPACE.
003070     05  FILLER                  PIC X(05) VALUE 'THIS'.
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  FILLER                  PIC X(05) VALUE 'PRIOR'.
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  FILLER                  PIC X(05) VALUE 'DAYS'.
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  FILLER                  PIC X(04) VALUE 'SENT'.
003140     05  FILLER                  PIC X(15) VALUE SPACE.
003145
003150 01  SC100-SUMMARY-LINE.
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  SC100-SUM-RANK          PIC X(03).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  SC100-SUM-PRIOR-RANK    PIC X(03).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  SC100-SUM-SYSTEM        PIC X(08).
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  SC100-SUM-RECEIVED      PIC ZZZZ9.
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  SC100-SUM-REJECTED      PIC ZZZZ9.
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  SC100-SUM-DUP-HELD      PIC ZZZZ9.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  SC100-SUM-BREAKS        PIC ZZZZ9.
003300     05  FILLER                  PIC X(02) VALUE SPACE.
003310     05  SC100-SUM-RATE          PIC X(05).
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  SC100-SUM-PRIOR-RATE    PIC X(05).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  SC100-SUM-AVG-DAYS      PIC X(05).
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  SC100-SUM-XMITS         PIC ZZZ9.
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  SC100-SUM-TREND         PIC X(06).
003400     05  FILLER                  PIC X(08) VALUE SPACE.
003405
003410 01  SC100-SOURCE-LINE.
003420     05  FILLER                  PIC X(15) VALUE
003430         'SOURCE SYSTEM: '.
003440     05  SC100-SRC-ID            PIC X(08).
003450     05  FILLER                  PIC X(03) VALUE ' - '.
003460     05  SC100-SRC-NAME          PIC X(30).
003470     05  FILLER                  PIC X(24) VALUE SPACE.
003475
003480 01  SC100-CONTACT-LINE.
003490     05  FILLER                  PIC X(15) VALUE
003500         'CONTACT:       '.
003510     05  SC100-CON-CONTACT       PIC X(28).
003520     05  FILLER                  PIC X(37) VALUE SPACE.
003525
003530 01  SC100-RANGE-LINE.
003540     05  SC100-RNG-LABEL         PIC X(15).
003550     05  SC100-RNG-TEXT          PIC X(40).
003560     05  FILLER                  PIC X(25) VALUE SPACE.
003565
003570 01  SC100-DETAIL-HDG.
003580     05  FILLER                  PIC X(36) VALUE SPACE.
003590     05  FILLER                  PIC X(12) VALUE ' THIS MONTH'.
003600     05  FILLER                  PIC X(12) VALUE ' PRIOR MONTH'.
003610     05  FILLER                  PIC X(20) VALUE SPACE.
003615
003620 01  SC100-COUNT-LINE.
003630     05  SC100-CNT-LABEL         PIC X(36).
003640     05  SC100-CNT-CUR           PIC X(10).
003650     05  FILLER                  PIC X(03) VALUE SPACE.
003660     05  SC100-CNT-PRI           PIC X(10).
003670     05  FILLER                  PIC X(21) VALUE SPACE.
003675
003680 01  SC100-TRAILER-LINE.
003690     05  SC100-TRL-TEXT          PIC X(48).
003700     05  SC100-TRL-COUNT         PIC ZZZZZZ9.
003710     05  FILLER                  PIC X(25) VALUE SPACE.
003720
003730 PROCEDURE DIVISION.
003740******************************************************************
003750* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
003760******************************************************************
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALIZE
003790         THRU 1000-EXIT.
003800
003810     IF NOT SC100-ABANDON
003820         PERFORM 2000-PROCESS-EVENT
003830             THRU 2000-EXIT
003840             UNTIL SC100-EVT-EOF
003850         PERFORM 3000-SCORE-MONTH
003860             THRU 3000-EXIT
003870             VARYING SC100-MON-SUB FROM 1 BY 1
003880             UNTIL SC100-MON-SUB GREATER THAN 2
003890         PERFORM 4000-BUILD-ORDER
003900             THRU 4000-EXIT
003910         PERFORM 6000-WRITE-SUMMARY
003920             THRU 6000-EXIT
003930         PERFORM 7000-WRITE-DETAIL
003940             THRU 7000-EXIT
003950             VARYING SC100-ORD-SUB FROM 1 BY 1
003960             UNTIL SC100-ORD-SUB GREATER THAN SC100-ORDER-COUNT
003970     END-IF.
003980
003990     PERFORM 9000-TERMINATE
004000         THRU 9000-EXIT.
004010
004020     GOBACK.
004030
004040******************************************************************
004050* 1000-INITIALIZE - OPEN THE OUTPUT, SETTLE THE MONTHS TO SCORE, *
004060*                   OPEN THE EVENT FILE, LOAD THE SOURCE TABLE,  *
004070*                   AND READ THE FIRST EVENT                     *
004080******************************************************************
004090 1000-INITIALIZE.
004100     ACCEPT SC100-RUN-DATE FROM DATE.
004110
004120     OPEN OUTPUT SCORERPT
004130                 SRCNEW.
004140
004150     INITIALIZE SC100-SYSTEM-TABLE
004160                SC100-REASON-TABLE
004170                SC100-TOTALS.
004180
004190     MOVE 1                       TO SC100-SYSTEM-COUNT.
004200     MOVE 'UNKNOWN'               TO SC100-SY-ID (1).
004210     MOVE 'IDS NOT ON SOURCE TABLE'
004220                                  TO SC100-SY-NAME (1).
004230     MOVE 'CONTROL DESK'          TO SC100-SY-CONTACT (1).
004240
004250     PERFORM 1100-GET-MONTH
004260         THRU 1100-EXIT.
004270
004280     IF SC100-ABANDON
004290         GO TO 1000-EXIT
004300     END-IF.
004310
004320     OPEN INPUT SRCEVT.
004330
004340     IF SC100-EVT-FILE-STATUS NOT = '00'
004350         DISPLAY 'SC100 - SOURCE EVENT FILE UNAVAILABLE, STATUS '
004360             SC100-EVT-FILE-STATUS ' - NO SCORECARD'
004370         PERFORM 1900-ABANDON
004380             THRU 1900-EXIT
004390         GO TO 1000-EXIT
004400     END-IF.
004410
004420     MOVE 'Y' TO SC100-EVT-OPEN-SW.
004430     OPEN INPUT SRCSYS.
004440
004450     IF SC100-SYS-FILE-STATUS NOT = '00'
004460         DISPLAY 'SC100 - SOURCE TABLE UNAVAILABLE, STATUS '
004470             SC100-SYS-FILE-STATUS
004480             ' - ALL BATCHES SCORED AS UNKNOWN'
004490         MOVE 4 TO SC100-MAX-COND-CODE
004500     ELSE
004510         MOVE 'Y' TO SC100-SYS-OPEN-SW
004520         PERFORM 5100-READ-SOURCE
004530             THRU 5100-EXIT
004540         PERFORM 1200-LOAD-SOURCE
004550             THRU 1200-EXIT
004560             UNTIL SC100-SYS-EOF
004570     END-IF.
004580
004590     PERFORM 5000-READ-EVENT
004600         THRU 5000-EXIT.
004610
004620 1000-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 1100-GET-MONTH - THE MONTH TO SCORE FROM THE SYSIN CARD, OR    *
004670*                  THE MONTH BEFORE THE RUN DATE, AND THE        *
004680*                  MONTH BEFORE THAT FOR COMPARISON              *
004690******************************************************************
004700 1100-GET-MONTH.
004710     ACCEPT SC100-CONTROL-CARD FROM SYSIN.
004720
004730     IF SC100-CARD-MONTH = ALL '*'
004740         OR SC100-CARD-MONTH = SPACES
004750         MOVE SC100-RUN-YY TO SC100-MW-YY
004760         MOVE SC100-RUN-MM TO SC100-MW-MM
004770         PERFORM 1150-BACK-ONE-MONTH
004780             THRU 1150-EXIT
004790     ELSE
004800         DISPLAY 'SC100 - SCORECARD MONTH FROM SYSIN OVERRIDE'
004810         IF SC100-CARD-MONTH NOT NUMERIC
004820             DISPLAY 'SC100 - NO USABLE SCORECARD MONTH: '
004830                 SC100-CARD-MONTH
004840             PERFORM 1900-ABANDON
004850                 THRU 1900-EXIT
004860             GO TO 1100-EXIT
004870         END-IF
004880         MOVE SC100-CARD-MONTH TO SC100-MONTH-WORK
004890     END-IF.
004900
004910     IF SC100-MW-MM LESS THAN 1
004920         OR SC100-MW-MM GREATER THAN 12
004930         DISPLAY 'SC100 - NO USABLE SCORECARD MONTH: '
004940             SC100-CARD-MONTH
004950         PERFORM 1900-ABANDON
004960             THRU 1900-EXIT
004970         GO TO 1100-EXIT
004980     END-IF.
004990
005000     MOVE SC100-MONTH-WORK-N TO SC100-SCORE-MONTH.
005010
005020     PERFORM 1150-BACK-ONE-MONTH
005030         THRU 1150-EXIT.
005040     MOVE SC100-MONTH-WORK-N TO SC100-PRIOR-MONTH.
005050
005060     MOVE SC100-SCORE-MONTH TO SC100-HDG-MONTH.
005070     MOVE SC100-PRIOR-MONTH TO SC100-HDG-PRIOR.
005080     MOVE SC100-RUN-DATE    TO SC100-HDG-RUN-DATE.
005090
005100 1100-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 1150-BACK-ONE-MONTH - STEP THE WORK MONTH BACK ONE MONTH       *
005150******************************************************************
005160 1150-BACK-ONE-MONTH.
005170     IF SC100-MW-MM GREATER THAN 1
005180         SUBTRACT 1 FROM SC100-MW-MM
005190     ELSE
005200         MOVE 12 TO SC100-MW-MM
005210         IF SC100-MW-YY = ZERO
005220             MOVE 99 TO SC100-MW-YY
005230         ELSE
005240             SUBTRACT 1 FROM SC100-MW-YY
005250         END-IF
005260     END-IF.
005270
005280 1150-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320* 1200-LOAD-SOURCE - CHECK ONE SOURCE TABLE RECORD, STORE ITS    *
005330*                    RANGE, AND READ THE NEXT                    *
005340******************************************************************
005350 1200-LOAD-SOURCE.
005360     IF SS-LOW-BATCH-ID = SPACES
005370         OR SS-SYSTEM-ID = SPACES
005380         OR (SS-HIGH-BATCH-ID NOT = SPACES
005390             AND SS-HIGH-BATCH-ID LESS THAN SS-LOW-BATCH-ID)
005400         DISPLAY 'SC100 - SOURCE TABLE ENTRY IGNORED: '
005410             SS-LOW-BATCH-ID ' ' SS-HIGH-BATCH-ID ' '
005420             SS-SYSTEM-ID
005430         MOVE 4 TO SC100-MAX-COND-CODE
005440     ELSE
005450         PERFORM 1210-STORE-RANGE
005460             THRU 1210-EXIT
005470     END-IF.
005480
005490     PERFORM 5100-READ-SOURCE
005500         THRU 5100-EXIT.
005510
005520 1200-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 1210-STORE-RANGE - FIND OR ADD THE SYSTEM AND ADD THE RANGE    *
005570******************************************************************
005580 1210-STORE-RANGE.
005590     PERFORM 1220-FIND-SYSTEM-ID
005600         THRU 1220-EXIT.
005610
005620     IF SC100-SYS-SUB = ZERO
005630         GO TO 1210-EXIT
005640     END-IF.
005650
005660     IF SC100-RANGE-COUNT NOT LESS THAN SC100-RANGE-MAX
005670         IF NOT SC100-RANGE-FULL
005680             DISPLAY 'SC100 - SOURCE TABLE HAS MORE THAN 200 '
005690                 'RANGES - THE REST SCORED AS UNKNOWN'
005700             MOVE 'Y' TO SC100-RANGE-FULL-SW
005710             MOVE 4   TO SC100-MAX-COND-CODE
005720         END-IF
005730         GO TO 1210-EXIT
005740     END-IF.
005750
005760     ADD 1 TO SC100-RANGE-COUNT.
005770     MOVE SC100-RANGE-COUNT TO SC100-RANGE-SUB.
005780
005790     MOVE SS-LOW-BATCH-ID  TO SC100-RG-SS-LOW (SC100-RANGE-SUB)
005800                              SC100-RG-LOW (SC100-RANGE-SUB).
005810     MOVE SS-HIGH-BATCH-ID TO SC100-RG-SS-HIGH (SC100-RANGE-SUB).
005820     MOVE SC100-SYS-SUB    TO SC100-RG-SYS (SC100-RANGE-SUB).
005830
005840     IF SS-HIGH-BATCH-ID = SPACES
005850         MOVE HIGH-VALUES TO SC100-RG-HIGH (SC100-RANGE-SUB)
005860         STRING SS-LOW-BATCH-ID DELIMITED BY SPACE
005870             INTO SC100-RG-HIGH (SC100-RANGE-SUB)
005880     ELSE
005890         MOVE SS-HIGH-BATCH-ID TO SC100-RG-HIGH (SC100-RANGE-SUB)
005900     END-IF.
005910
005920 1210-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 1220-FIND-SYSTEM-ID - POINT SC100-SYS-SUB AT THE SYSTEM NAMED  *
005970*                       ON THE SOURCE RECORD, ADDING IT WHEN     *
005980*                       NEW (ZERO WHEN THE SYSTEM TABLE IS FULL) *
005990******************************************************************
006000 1220-FIND-SYSTEM-ID.
006010     MOVE ZERO TO SC100-MATCH-SUB.
006020
006030     PERFORM 1230-MATCH-SYSTEM-ID
006040         THRU 1230-EXIT
006050         VARYING SC100-CMP-SUB FROM 1 BY 1
006060         UNTIL SC100-CMP-SUB GREATER THAN SC100-SYSTEM-COUNT
006070             OR SC100-MATCH-SUB NOT = ZERO.
006080
006090     IF SC100-MATCH-SUB = ZERO
006100         IF SC100-SYSTEM-COUNT NOT LESS THAN SC100-SYSTEM-MAX
006110             IF NOT SC100-SYS-FULL
006120                 DISPLAY 'SC100 - SOURCE TABLE HAS MORE THAN 50 '
006130                     'SYSTEMS - THE REST SCORED AS UNKNOWN'
006140                 MOVE 'Y' TO SC100-SYS-FULL-SW
006150                 MOVE 4   TO SC100-MAX-COND-CODE
006160             END-IF
006170         ELSE
006180             ADD 1 TO SC100-SYSTEM-COUNT
006190             MOVE SC100-SYSTEM-COUNT TO SC100-MATCH-SUB
006200             MOVE SS-SYSTEM-ID   TO SC100-SY-ID (SC100-MATCH-SUB)
006210             MOVE SS-SYSTEM-NAME
006220                 TO SC100-SY-NAME (SC100-MATCH-SUB)
006230             MOVE SS-CONTACT
006240                 TO SC100-SY-CONTACT (SC100-MATCH-SUB)
006250         END-IF
006260     END-IF.
006270
006280     MOVE SC100-MATCH-SUB TO SC100-SYS-SUB.
006290
006300 1220-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 1230-MATCH-SYSTEM-ID - COMPARE ONE SYSTEM TABLE ENTRY          *
006350******************************************************************
006360 1230-MATCH-SYSTEM-ID.
006370     IF SC100-SY-ID (SC100-CMP-SUB) = SS-SYSTEM-ID
006380         MOVE SC100-CMP-SUB TO SC100-MATCH-SUB
006390     END-IF.
006400
006410 1230-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 1900-ABANDON - NO SCORECARD CAN BE PRODUCED                    *
006460******************************************************************
006470 1900-ABANDON.
006480     MOVE 'Y'  TO SC100-ABANDON-SW.
006490     MOVE 12   TO SC100-MAX-COND-CODE.
006500
006510     MOVE 'NO SCORECARD PRODUCED - SEE THE JOB LOG'
006520         TO SC100-TXT-TEXT.
006530     MOVE SC100-TEXT-LINE TO SCORE-REPORT-LINE.
006540     WRITE SCORE-REPORT-LINE.
006550
006560 1900-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600* 2000-PROCESS-EVENT - KEEP THE EVENT UNLESS IT IS OLDER THAN    *
006610*                      THE PRIOR MONTH, SCORE IT IF IT FALLS IN  *
006620*                      EITHER MONTH, AND READ THE NEXT           *
006630******************************************************************
006640 2000-PROCESS-EVENT.
006650     IF SE-EVENT-DATE NOT NUMERIC
006660         ADD 1 TO SC100-BAD-DATE-COUNT
006670         GO TO 2000-READ
006680     END-IF.
006690
006700     DIVIDE SE-EVENT-DATE BY 100
006710         GIVING SC100-EVENT-MONTH.
006720
006730     IF SC100-EVENT-MONTH LESS THAN SC100-PRIOR-MONTH
006740         ADD 1 TO SC100-AGED-OUT-COUNT
006750         GO TO 2000-READ
006760     END-IF.
006770
006780     MOVE SE-RECORD TO SRCNEW-RECORD.
006790     WRITE SRCNEW-RECORD.
006800     ADD 1 TO SC100-KEPT-COUNT.
006810
006820     EVALUATE SC100-EVENT-MONTH
006830         WHEN SC100-SCORE-MONTH
006840             MOVE SC100-CUR-MON TO SC100-MON-SUB
006850         WHEN SC100-PRIOR-MONTH
006860             MOVE SC100-PRI-MON TO SC100-MON-SUB
006870         WHEN OTHER
006880             GO TO 2000-READ
006890     END-EVALUATE.
006900
006910     ADD 1 TO SC100-SCORED-COUNT.
006920
006930     PERFORM 2100-FIND-SYSTEM
006940         THRU 2100-EXIT.
006950
006960     PERFORM 2200-SCORE-EVENT
006970         THRU 2200-EXIT.
006980
006990 2000-READ.
007000     PERFORM 5000-READ-EVENT
007010         THRU 5000-EXIT.
007020
007030 2000-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 2100-FIND-SYSTEM - THE SYSTEM WHOSE RANGE COVERS THE BATCH ID, *
007080*                    THE FIRST RANGE IN THE TABLE WINNING, OR    *
007090*                    'UNKNOWN'                                   *
007100******************************************************************
007110 2100-FIND-SYSTEM.
007120     MOVE 1   TO SC100-SYS-SUB.
007130     MOVE 'N' TO SC100-FOUND-SW.
007140
007150     PERFORM 2110-MATCH-RANGE
007160         THRU 2110-EXIT
007170         VARYING SC100-RANGE-SUB FROM 1 BY 1
007180         UNTIL SC100-RANGE-SUB GREATER THAN SC100-RANGE-COUNT
007190             OR SC100-FOUND.
007200
007210 2100-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 2110-MATCH-RANGE - COMPARE THE BATCH ID WITH ONE RANGE         *
007260******************************************************************
007270 2110-MATCH-RANGE.
007280     IF SE-BATCH-ID NOT LESS THAN SC100-RG-LOW (SC100-RANGE-SUB)
007290         AND SE-BATCH-ID
007300             NOT GREATER THAN SC100-RG-HIGH (SC100-RANGE-SUB)
007310         MOVE SC100-RG-SYS (SC100-RANGE-SUB) TO SC100-SYS-SUB
007320         MOVE 'Y' TO SC100-FOUND-SW
007330     END-IF.
007340
007350 2110-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 2200-SCORE-EVENT - COUNT THE EVENT AGAINST ITS SYSTEM AND MONTH*
007400******************************************************************
007410 2200-SCORE-EVENT.
007420     EVALUATE TRUE
007430         WHEN SE-RELEASED
007440             ADD 1 TO SC100-SY-RECEIVED
007450                 (SC100-SYS-SUB SC100-MON-SUB)
007460             ADD 1 TO SC100-SY-RELEASED
007470                 (SC100-SYS-SUB SC100-MON-SUB)
007480         WHEN SE-REJECTED
007490             ADD 1 TO SC100-SY-RECEIVED
007500                 (SC100-SYS-SUB SC100-MON-SUB)
007510             ADD 1 TO SC100-SY-REJECTED
007520                 (SC100-SYS-SUB SC100-MON-SUB)
007530             PERFORM 2300-FIND-REASON
007540                 THRU 2300-EXIT
007550             ADD 1 TO SC100-SY-REASON-CNT
007560                 (SC100-SYS-SUB SC100-MON-SUB SC100-RSN-SUB)
007570         WHEN SE-DUP-HELD
007580             ADD 1 TO SC100-SY-RECEIVED
007590                 (SC100-SYS-SUB SC100-MON-SUB)
007600             ADD 1 TO SC100-SY-DUP-HELD
007610                 (SC100-SYS-SUB SC100-MON-SUB)
007620         WHEN SE-RATE-HELD
007630             ADD 1 TO SC100-SY-RECEIVED
007640                 (SC100-SYS-SUB SC100-MON-SUB)
007650             ADD 1 TO SC100-SY-RATE-HELD
007660                 (SC100-SYS-SUB SC100-MON-SUB)
007670         WHEN SE-RECON-BREAK
007680             ADD 1 TO SC100-SY-BREAKS
007690                 (SC100-SYS-SUB SC100-MON-SUB)
007700         WHEN SE-SUSP-CLEARED
007710             ADD 1 TO SC100-SY-CLEARS
007720                 (SC100-SYS-SUB SC100-MON-SUB)
007730             PERFORM 2400-COUNT-DAYS
007740                 THRU 2400-EXIT
007750             ADD SC100-AGE-DAYS TO SC100-SY-CLEAR-DAYS
007760                 (SC100-SYS-SUB SC100-MON-SUB)
007770         WHEN SE-RETURNED
007780             ADD 1 TO SC100-SY-RETURNED
007790                 (SC100-SYS-SUB SC100-MON-SUB)
007800             MOVE SE-EVENT-DATE TO SC100-XMIT-DATE
007810             MOVE SE-XMIT-DEPT  TO SC100-XMIT-DEPT
007820             IF SC100-XMIT-KEY NOT = SC100-SY-LAST-XMIT
007830                 (SC100-SYS-SUB SC100-MON-SUB)
007840                 ADD 1 TO SC100-SY-XMITS
007850                     (SC100-SYS-SUB SC100-MON-SUB)
007860                 MOVE SC100-XMIT-KEY TO SC100-SY-LAST-XMIT
007870                     (SC100-SYS-SUB SC100-MON-SUB)
007880             END-IF
007890         WHEN OTHER
007900             CONTINUE
007910     END-EVALUATE.
007920
007930 2200-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 2300-FIND-REASON - POINT SC100-RSN-SUB AT THE REJECT'S DROP    *
007980*                    REASON, ADDING IT WHEN NEW                  *
007990******************************************************************
008000 2300-FIND-REASON.
008010     MOVE ZERO TO SC100-MATCH-SUB.
008020
008030     PERFORM 2310-MATCH-REASON
008040         THRU 2310-EXIT
008050         VARYING SC100-CMP-SUB FROM 1 BY 1
008060         UNTIL SC100-CMP-SUB GREATER THAN SC100-REASON-COUNT
008070             OR SC100-MATCH-SUB NOT = ZERO.
008080
008090     IF SC100-MATCH-SUB = ZERO
008100         IF SC100-REASON-COUNT LESS THAN 19
008110             ADD 1 TO SC100-REASON-COUNT
008120             MOVE SC100-REASON-COUNT TO SC100-MATCH-SUB
008130             MOVE SE-REASON TO SC100-REASON-TEXT (SC100-MATCH-SUB)
008140         ELSE
008150             MOVE 20 TO SC100-REASON-COUNT
008160                        SC100-MATCH-SUB
008170             MOVE 'ALL OTHER REASONS' TO SC100-REASON-TEXT (20)
008180         END-IF
008190     END-IF.
008200
008210     MOVE SC100-MATCH-SUB TO SC100-RSN-SUB.
008220
008230 2300-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 2310-MATCH-REASON - COMPARE ONE DROP REASON                    *
008280******************************************************************
008290 2310-MATCH-REASON.
008300     IF SC100-REASON-TEXT (SC100-CMP-SUB) = SE-REASON
008310         MOVE SC100-CMP-SUB TO SC100-MATCH-SUB
008320     END-IF.
008330
008340 2310-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 2400-COUNT-DAYS - COUNT CALENDAR DAYS FROM THE DATE THE BATCH  *
008390*                   WENT INTO SUSPENSE FORWARD TO THE DATE IT    *
008400*                   CLEARED (ZERO WHEN THE DATE IS MISSING, 999  *
008410*                   AT MOST)                                     *
008420******************************************************************
008430 2400-COUNT-DAYS.
008440     MOVE ZERO TO SC100-AGE-DAYS.
008450
008460     IF SE-SUSP-DATE NOT NUMERIC
008470         OR SE-SUSP-DATE = ZERO
008480         GO TO 2400-EXIT
008490     END-IF.
008500
008510     MOVE SE-SUSP-DATE  TO SC100-AGE-TARGET.
008520     MOVE SE-EVENT-DATE TO SC100-DATE-WORK.
008530
008540     PERFORM 2410-BACK-ONE-DAY
008550         THRU 2410-EXIT
008560         UNTIL SC100-DATE-WORK-N NOT GREATER THAN SC100-AGE-TARGET
008570             OR SC100-AGE-DAYS = 999.
008580
008590 2400-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 2410-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE CALENDAR DAY   *
008640*                     AND COUNT IT                               *
008650******************************************************************
008660 2410-BACK-ONE-DAY.
008670     ADD 1 TO SC100-AGE-DAYS.
008680
008690     IF SC100-DW-DD GREATER THAN 1
008700         SUBTRACT 1 FROM SC100-DW-DD
008710         GO TO 2410-EXIT
008720     END-IF.
008730
008740     IF SC100-DW-MM GREATER THAN 1
008750         SUBTRACT 1 FROM SC100-DW-MM
008760     ELSE
008770         MOVE 12 TO SC100-DW-MM
008780         IF SC100-DW-YY = ZERO
008790             MOVE 99 TO SC100-DW-YY
008800         ELSE
008810             SUBTRACT 1 FROM SC100-DW-YY
008820         END-IF
008830     END-IF.
008840
008850     MOVE SC100-DW-MM TO SC100-MONTH-SUB.
008860
008870     DIVIDE SC100-DW-YY BY 4
008880         GIVING SC100-LEAP-QUOTIENT
008890         REMAINDER SC100-LEAP-REMAINDER.
008900
008910     IF SC100-DW-MM = 2
008920         AND SC100-LEAP-REMAINDER = 0
008930         MOVE 29 TO SC100-DW-DD
008940     ELSE
008950         MOVE SC100-DAYS-IN-MONTH (SC100-MONTH-SUB)
008960             TO SC100-DW-DD
008970     END-IF.
008980
008990 2410-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030* 3000-SCORE-MONTH - RATES AND AVERAGES FOR EVERY SYSTEM AND FOR *
009040*                    ALL SOURCES IN MONTH SC100-MON-SUB, THEN THE*
009050*                    RANKS                                       *
009060******************************************************************
009070 3000-SCORE-MONTH.
009080     PERFORM 3100-RATE-SYSTEM
009090         THRU 3100-EXIT
009100         VARYING SC100-SYS-SUB FROM 1 BY 1
009110         UNTIL SC100-SYS-SUB GREATER THAN SC100-SYSTEM-COUNT.
009120
009130     IF SC100-TOT-RECEIVED (SC100-MON-SUB) GREATER THAN ZERO
009140         ADD SC100-TOT-REJECTED (SC100-MON-SUB)
009150             SC100-TOT-DUP-HELD (SC100-MON-SUB)
009160             SC100-TOT-BREAKS (SC100-MON-SUB)
009170             GIVING SC100-PROBLEM-COUNT
009180         COMPUTE SC100-TOT-RATE (SC100-MON-SUB) ROUNDED =
009190             SC100-PROBLEM-COUNT * 100
009200             / SC100-TOT-RECEIVED (SC100-MON-SUB)
009210             ON SIZE ERROR
009220                 MOVE 999.9 TO SC100-TOT-RATE (SC100-MON-SUB)
009230         END-COMPUTE
009240     END-IF.
009250
009260     IF SC100-TOT-CLEARS (SC100-MON-SUB) GREATER THAN ZERO
009270         COMPUTE SC100-TOT-AVG-DAYS (SC100-MON-SUB) ROUNDED =
009280             SC100-TOT-CLEAR-DAYS (SC100-MON-SUB)
009290             / SC100-TOT-CLEARS (SC100-MON-SUB)
009300     END-IF.
009310
009320     PERFORM 3200-RANK-SYSTEM
009330         THRU 3200-EXIT
009340         VARYING SC100-SYS-SUB FROM 1 BY 1
009350         UNTIL SC100-SYS-SUB GREATER THAN SC100-SYSTEM-COUNT.
009360
009370 3000-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410* 3100-RATE-SYSTEM - PROBLEM RATE, AVERAGE DAYS TO CLEAR, AND    *
009420*                    ACTIVITY FOR ONE SYSTEM, ADDED INTO THE     *
009430*                    TOTALS                                      *
009440******************************************************************
009450 3100-RATE-SYSTEM.
009455     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-MON-SUB)
009460             GREATER THAN ZERO
009470         ADD SC100-SY-REJECTED (SC100-SYS-SUB SC100-MON-SUB)
009480             SC100-SY-DUP-HELD (SC100-SYS-SUB SC100-MON-SUB)
009490             SC100-SY-BREAKS (SC100-SYS-SUB SC100-MON-SUB)
009500             GIVING SC100-PROBLEM-COUNT
009510         COMPUTE SC100-SY-RATE (SC100-SYS-SUB SC100-MON-SUB)
009520             ROUNDED = SC100-PROBLEM-COUNT * 100
009530             / SC100-SY-RECEIVED (SC100-SYS-SUB SC100-MON-SUB)
009540             ON SIZE ERROR
009550                 MOVE 999.9 TO SC100-SY-RATE
009560                     (SC100-SYS-SUB SC100-MON-SUB)
009570         END-COMPUTE
009580     END-IF.
009590
009595     IF SC100-SY-CLEARS (SC100-SYS-SUB SC100-MON-SUB)
009600             GREATER THAN ZERO
009610         COMPUTE SC100-SY-AVG-DAYS (SC100-SYS-SUB SC100-MON-SUB)
009620             ROUNDED =
009630             SC100-SY-CLEAR-DAYS (SC100-SYS-SUB SC100-MON-SUB)
009640             / SC100-SY-CLEARS (SC100-SYS-SUB SC100-MON-SUB)
009650     END-IF.
009660
009670     COMPUTE SC100-SY-ACTIVITY (SC100-SYS-SUB SC100-MON-SUB) =
009680         SC100-SY-RECEIVED (SC100-SYS-SUB SC100-MON-SUB)
009690         + SC100-SY-BREAKS (SC100-SYS-SUB SC100-MON-SUB)
009700         + SC100-SY-CLEARS (SC100-SYS-SUB SC100-MON-SUB)
009710         + SC100-SY-RETURNED (SC100-SYS-SUB SC100-MON-SUB).
009720
009730     ADD SC100-SY-RECEIVED (SC100-SYS-SUB SC100-MON-SUB)
009740         TO SC100-TOT-RECEIVED (SC100-MON-SUB).
009750     ADD SC100-SY-REJECTED (SC100-SYS-SUB SC100-MON-SUB)
009760         TO SC100-TOT-REJECTED (SC100-MON-SUB).
009770     ADD SC100-SY-DUP-HELD (SC100-SYS-SUB SC100-MON-SUB)
009780         TO SC100-TOT-DUP-HELD (SC100-MON-SUB).
009790     ADD SC100-SY-BREAKS (SC100-SYS-SUB SC100-MON-SUB)
009800         TO SC100-TOT-BREAKS (SC100-MON-SUB).
009810     ADD SC100-SY-CLEARS (SC100-SYS-SUB SC100-MON-SUB)
009820         TO SC100-TOT-CLEARS (SC100-MON-SUB).
009830     ADD SC100-SY-CLEAR-DAYS (SC100-SYS-SUB SC100-MON-SUB)
009840         TO SC100-TOT-CLEAR-DAYS (SC100-MON-SUB).
009850     ADD SC100-SY-XMITS (SC100-SYS-SUB SC100-MON-SUB)
009860         TO SC100-TOT-XMITS (SC100-MON-SUB).
009870
009880 3100-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920* 3200-RANK-SYSTEM - RANK ONE SYSTEM: ONE MORE THAN THE NUMBER OF*
009930*                    SOURCES WITH A HIGHER PROBLEM RATE, SO TIES *
009940*                    SHARE A RANK (ZERO WHEN IT SENT NOTHING)    *
009950******************************************************************
009960 3200-RANK-SYSTEM.
009970     MOVE ZERO TO SC100-SY-RANK (SC100-SYS-SUB SC100-MON-SUB).
009980
009990     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-MON-SUB) = ZERO
010000         GO TO 3200-EXIT
010010     END-IF.
010020
010030     MOVE 1 TO SC100-SY-RANK (SC100-SYS-SUB SC100-MON-SUB).
010040
010050     PERFORM 3210-COMPARE-RATE
010060         THRU 3210-EXIT
010070         VARYING SC100-CMP-SUB FROM 1 BY 1
010080         UNTIL SC100-CMP-SUB GREATER THAN SC100-SYSTEM-COUNT.
010090
010100 3200-EXIT.
010110     EXIT.
010120
010130******************************************************************
010140* 3210-COMPARE-RATE - COUNT ONE SOURCE THAT DID WORSE            *
010150******************************************************************
010160 3210-COMPARE-RATE.
010165     IF SC100-SY-RECEIVED (SC100-CMP-SUB SC100-MON-SUB)
010170             GREATER THAN ZERO
010180         AND SC100-SY-RATE (SC100-CMP-SUB SC100-MON-SUB)
010185             GREATER THAN
010190                 SC100-SY-RATE (SC100-SYS-SUB SC100-MON-SUB)
010200         ADD 1 TO SC100-SY-RANK (SC100-SYS-SUB SC100-MON-SUB)
010210     END-IF.
010220
010230 3210-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270* 4000-BUILD-ORDER - LIST THE SYSTEMS TO REPORT: RANKED SOURCES  *
010280*                    WORST FIRST, THEN THE REST WITH ANY ACTIVITY*
010290*                    IN EITHER MONTH                             *
010300******************************************************************
010310 4000-BUILD-ORDER.
010320     PERFORM 4100-TAKE-RANK
010330         THRU 4100-EXIT
010340         VARYING SC100-RANK-WANTED FROM 1 BY 1
010350         UNTIL SC100-RANK-WANTED GREATER THAN SC100-SYSTEM-COUNT.
010360
010370     PERFORM 4200-TAKE-UNRANKED
010380         THRU 4200-EXIT
010390         VARYING SC100-SYS-SUB FROM 1 BY 1
010400         UNTIL SC100-SYS-SUB GREATER THAN SC100-SYSTEM-COUNT.
010410
010420 4000-EXIT.
010430     EXIT.
010440
010450******************************************************************
010460* 4100-TAKE-RANK - TAKE EVERY SOURCE HOLDING ONE RANK            *
010470******************************************************************
010480 4100-TAKE-RANK.
010490     PERFORM 4110-TAKE-IF-RANKED
010500         THRU 4110-EXIT
010510         VARYING SC100-SYS-SUB FROM 1 BY 1
010520         UNTIL SC100-SYS-SUB GREATER THAN SC100-SYSTEM-COUNT.
010530
010540 4100-EXIT.
010550     EXIT.
010560
010570******************************************************************
010580* 4110-TAKE-IF-RANKED - TAKE ONE SOURCE IF IT HOLDS THE RANK     *
010590******************************************************************
010600 4110-TAKE-IF-RANKED.
010605     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
010610             GREATER THAN ZERO
010620         AND SC100-SY-RANK (SC100-SYS-SUB SC100-CUR-MON)
010630             = SC100-RANK-WANTED
010640         ADD 1 TO SC100-ORDER-COUNT
010650         MOVE SC100-SYS-SUB TO SC100-ORDER-SYS (SC100-ORDER-COUNT)
010660     END-IF.
010670
010680 4110-EXIT.
010690     EXIT.
010700
010710******************************************************************
010720* 4200-TAKE-UNRANKED - TAKE ONE SOURCE THAT SENT NOTHING THIS    *
010730*                      MONTH IF IT HAD ANY ACTIVITY; COUNT TABLE *
010740*                      SOURCES WITH NONE                         *
010750******************************************************************
010760 4200-TAKE-UNRANKED.
010765     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
010770             GREATER THAN ZERO
010780         GO TO 4200-EXIT
010790     END-IF.
010800
010805     IF SC100-SY-ACTIVITY (SC100-SYS-SUB SC100-CUR-MON)
010810             GREATER THAN ZERO
010815         OR SC100-SY-ACTIVITY (SC100-SYS-SUB SC100-PRI-MON)
010820                 GREATER THAN ZERO
010830         ADD 1 TO SC100-ORDER-COUNT
010840         MOVE SC100-SYS-SUB TO SC100-ORDER-SYS (SC100-ORDER-COUNT)
010850     ELSE
010860         IF SC100-SYS-SUB GREATER THAN 1
010870             ADD 1 TO SC100-IDLE-COUNT
010880         END-IF
010890     END-IF.
010900
010910 4200-EXIT.
010920     EXIT.
010930
010940******************************************************************
010950* 5000-READ-EVENT - READ THE NEXT SOURCE EVENT                   *
010960******************************************************************
010970 5000-READ-EVENT.
010980     READ SRCEVT
010990         AT END
011000             MOVE 'Y' TO SC100-EVT-EOF-SW
011010             GO TO 5000-EXIT
011020     END-READ.
011030
011040     ADD 1 TO SC100-READ-COUNT.
011050
011060 5000-EXIT.
011070     EXIT.
011080
011090******************************************************************
011100* 5100-READ-SOURCE - READ THE NEXT SOURCE TABLE RECORD           *
011110******************************************************************
011120 5100-READ-SOURCE.
011130     READ SRCSYS
011140         AT END
011150             MOVE 'Y' TO SC100-SYS-EOF-SW
011160     END-READ.
011170
011180 5100-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220* 6000-WRITE-SUMMARY - THE SUMMARY PAGE: ONE LINE PER SOURCE IN  *
011230*                      REPORT ORDER, ALL SOURCES, AND THE COUNTS *
011240******************************************************************
011250 6000-WRITE-SUMMARY.
011260     PERFORM 8000-WRITE-PAGE-HEADING
011270         THRU 8000-EXIT.
011280
011290     MOVE 'SUMMARY - SOURCES RANKED WORST FIRST BY PROBLEM RATE'
011300         TO SC100-TXT-TEXT.
011310     PERFORM 8100-WRITE-TEXT
011320         THRU 8100-EXIT.
011330     PERFORM 6050-WRITE-LEGEND
011340         THRU 6050-EXIT
011350         VARYING SC100-LEGEND-SUB FROM 1 BY 1
011360         UNTIL SC100-LEGEND-SUB GREATER THAN 5.
011370
011380     MOVE SPACES TO SC100-TXT-TEXT.
011390     PERFORM 8100-WRITE-TEXT
011400         THRU 8100-EXIT.
011410     MOVE SC100-SUMMARY-HDG-1 TO SCORE-REPORT-LINE.
011420     WRITE SCORE-REPORT-LINE.
011430     MOVE SC100-SUMMARY-HDG-2 TO SCORE-REPORT-LINE.
011440     WRITE SCORE-REPORT-LINE.
011450
011460     IF SC100-ORDER-COUNT = ZERO
011470         MOVE '  NO SOURCE-SYSTEM ACTIVITY IN EITHER MONTH'
011480             TO SC100-TXT-TEXT
011490         PERFORM 8100-WRITE-TEXT
011500             THRU 8100-EXIT
011510     ELSE
011520         PERFORM 6100-WRITE-SUMMARY-LINE
011530             THRU 6100-EXIT
011540             VARYING SC100-ORD-SUB FROM 1 BY 1
011550             UNTIL SC100-ORD-SUB GREATER THAN SC100-ORDER-COUNT
011560     END-IF.
011570
011580     PERFORM 6200-WRITE-TOTAL-LINE
011590         THRU 6200-EXIT.
011600
011610     MOVE SPACES TO SC100-TXT-TEXT.
011620     PERFORM 8100-WRITE-TEXT
011630         THRU 8100-EXIT.
011640
011650     MOVE 'SOURCE EVENTS READ:' TO SC100-TRL-TEXT.
011660     MOVE SC100-READ-COUNT TO SC100-TRL-COUNT.
011670     PERFORM 8200-WRITE-TRAILER
011680         THRU 8200-EXIT.
011690     MOVE 'EVENTS SCORED (THIS MONTH OR PRIOR):'
011700         TO SC100-TRL-TEXT.
011710     MOVE SC100-SCORED-COUNT TO SC100-TRL-COUNT.
011720     PERFORM 8200-WRITE-TRAILER
011730         THRU 8200-EXIT.
011740     MOVE 'EVENTS KEPT ON THE EVENT FILE:' TO SC100-TRL-TEXT.
011750     MOVE SC100-KEPT-COUNT TO SC100-TRL-COUNT.
011760     PERFORM 8200-WRITE-TRAILER
011770         THRU 8200-EXIT.
011780     MOVE 'EVENTS DROPPED, OLDER THAN THE PRIOR MONTH:'
011790         TO SC100-TRL-TEXT.
011800     MOVE SC100-AGED-OUT-COUNT TO SC100-TRL-COUNT.
011810     PERFORM 8200-WRITE-TRAILER
011820         THRU 8200-EXIT.
011830     MOVE 'EVENTS DROPPED, EVENT DATE INVALID:' TO SC100-TRL-TEXT.
011840     MOVE SC100-BAD-DATE-COUNT TO SC100-TRL-COUNT.
011850     PERFORM 8200-WRITE-TRAILER
011860         THRU 8200-EXIT.
011870     MOVE 'TABLE SOURCES WITH NO ACTIVITY IN EITHER MONTH:'
011880         TO SC100-TRL-TEXT.
011890     MOVE SC100-IDLE-COUNT TO SC100-TRL-COUNT.
011900     PERFORM 8200-WRITE-TRAILER
011910         THRU 8200-EXIT.
011920
011930 6000-EXIT.
011940     EXIT.
011950
011960******************************************************************
011970* 6050-WRITE-LEGEND - ONE LINE OF THE KEY TO THE SUMMARY PAGE    *
011980******************************************************************
011990 6050-WRITE-LEGEND.
012000     MOVE SC100-LEGEND-TEXT (SC100-LEGEND-SUB) TO SC100-TXT-TEXT.
012010     PERFORM 8100-WRITE-TEXT
012020         THRU 8100-EXIT.
012030
012040 6050-EXIT.
012050     EXIT.
012060
012070******************************************************************
012080* 6100-WRITE-SUMMARY-LINE - ONE SOURCE ON THE SUMMARY PAGE       *
012090******************************************************************
012100 6100-WRITE-SUMMARY-LINE.
012110     MOVE SC100-ORDER-SYS (SC100-ORD-SUB) TO SC100-SYS-SUB.
012120
012130     MOVE SC100-SY-ID (SC100-SYS-SUB) TO SC100-SUM-SYSTEM.
012140     MOVE SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
012150         TO SC100-SUM-RECEIVED.
012160     MOVE SC100-SY-REJECTED (SC100-SYS-SUB SC100-CUR-MON)
012170         TO SC100-SUM-REJECTED.
012180     MOVE SC100-SY-DUP-HELD (SC100-SYS-SUB SC100-CUR-MON)
012190         TO SC100-SUM-DUP-HELD.
012200     MOVE SC100-SY-BREAKS (SC100-SYS-SUB SC100-CUR-MON)
012210         TO SC100-SUM-BREAKS.
012220     MOVE SC100-SY-XMITS (SC100-SYS-SUB SC100-CUR-MON)
012230         TO SC100-SUM-XMITS.
012240
012245     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
012250             GREATER THAN ZERO
012260         MOVE SC100-SY-RANK (SC100-SYS-SUB SC100-CUR-MON)
012270             TO SC100-EDIT-RANK
012280         MOVE SC100-EDIT-RANK TO SC100-SUM-RANK
012290         MOVE SC100-SY-RATE (SC100-SYS-SUB SC100-CUR-MON)
012300             TO SC100-EDIT-PCT
012310         MOVE SC100-EDIT-PCT TO SC100-SUM-RATE
012320     ELSE
012330         MOVE ' --'   TO SC100-SUM-RANK
012340         MOVE '   --' TO SC100-SUM-RATE
012350     END-IF.
012360
012365     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-PRI-MON)
012370             GREATER THAN ZERO
012380         MOVE SC100-SY-RANK (SC100-SYS-SUB SC100-PRI-MON)
012390             TO SC100-EDIT-RANK
012400         MOVE SC100-EDIT-RANK TO SC100-SUM-PRIOR-RANK
012410         MOVE SC100-SY-RATE (SC100-SYS-SUB SC100-PRI-MON)
012420             TO SC100-EDIT-PCT
012430         MOVE SC100-EDIT-PCT TO SC100-SUM-PRIOR-RATE
012440     ELSE
012450         MOVE ' --'   TO SC100-SUM-PRIOR-RANK
012460         MOVE '   --' TO SC100-SUM-PRIOR-RATE
012470     END-IF.
012480
012485     IF SC100-SY-CLEARS (SC100-SYS-SUB SC100-CUR-MON)
012490             GREATER THAN ZERO
012500         MOVE SC100-SY-AVG-DAYS (SC100-SYS-SUB SC100-CUR-MON)
012510             TO SC100-EDIT-PCT
012520         MOVE SC100-EDIT-PCT TO SC100-SUM-AVG-DAYS
012530     ELSE
012540         MOVE '   --' TO SC100-SUM-AVG-DAYS
012550     END-IF.
012560
012570     EVALUATE TRUE
012580         WHEN SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
012590                 = ZERO
012600             AND SC100-SY-RECEIVED (SC100-SYS-SUB SC100-PRI-MON)
012610                 = ZERO
012620             MOVE SPACES   TO SC100-SUM-TREND
012630         WHEN SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
012640                 = ZERO
012650             MOVE 'QUIET'  TO SC100-SUM-TREND
012660         WHEN SC100-SY-RECEIVED (SC100-SYS-SUB SC100-PRI-MON)
012670                 = ZERO
012680             MOVE 'NEW'    TO SC100-SUM-TREND
012690         WHEN SC100-SY-RATE (SC100-SYS-SUB SC100-CUR-MON)
012695             GREATER THAN
012700                 SC100-SY-RATE (SC100-SYS-SUB SC100-PRI-MON)
012710             MOVE 'WORSE'  TO SC100-SUM-TREND
012720         WHEN SC100-SY-RATE (SC100-SYS-SUB SC100-CUR-MON)
012730             LESS THAN SC100-SY-RATE (SC100-SYS-SUB SC100-PRI-MON)
012740             MOVE 'BETTER' TO SC100-SUM-TREND
012750         WHEN OTHER
012760             MOVE 'SAME'   TO SC100-SUM-TREND
012770     END-EVALUATE.
012780
012790     MOVE SC100-SUMMARY-LINE TO SCORE-REPORT-LINE.
012800     WRITE SCORE-REPORT-LINE.
012810
012820 6100-EXIT.
012830     EXIT.
012840
012850******************************************************************
012860* 6200-WRITE-TOTAL-LINE - ALL SOURCES ON THE SUMMARY PAGE        *
012870******************************************************************
012880 6200-WRITE-TOTAL-LINE.
012890     MOVE SPACES   TO SC100-SUM-RANK
012900                      SC100-SUM-PRIOR-RANK
012910                      SC100-SUM-TREND.
012920     MOVE 'TOTAL'  TO SC100-SUM-SYSTEM.
012930     MOVE SC100-TOT-RECEIVED (SC100-CUR-MON)
012940         TO SC100-SUM-RECEIVED.
012950     MOVE SC100-TOT-REJECTED (SC100-CUR-MON)
012960         TO SC100-SUM-REJECTED.
012970     MOVE SC100-TOT-DUP-HELD (SC100-CUR-MON)
012980         TO SC100-SUM-DUP-HELD.
012990     MOVE SC100-TOT-BREAKS (SC100-CUR-MON)   TO SC100-SUM-BREAKS.
013000     MOVE SC100-TOT-XMITS (SC100-CUR-MON)    TO SC100-SUM-XMITS.
013010
013020     IF SC100-TOT-RECEIVED (SC100-CUR-MON) GREATER THAN ZERO
013030         MOVE SC100-TOT-RATE (SC100-CUR-MON) TO SC100-EDIT-PCT
013040         MOVE SC100-EDIT-PCT TO SC100-SUM-RATE
013050     ELSE
013060         MOVE '   --' TO SC100-SUM-RATE
013070     END-IF.
013080
013090     IF SC100-TOT-RECEIVED (SC100-PRI-MON) GREATER THAN ZERO
013100         MOVE SC100-TOT-RATE (SC100-PRI-MON) TO SC100-EDIT-PCT
013110         MOVE SC100-EDIT-PCT TO SC100-SUM-PRIOR-RATE
013120     ELSE
013130         MOVE '   --' TO SC100-SUM-PRIOR-RATE
013140     END-IF.
013150
013160     IF SC100-TOT-CLEARS (SC100-CUR-MON) GREATER THAN ZERO
013170         MOVE SC100-TOT-AVG-DAYS (SC100-CUR-MON) TO SC100-EDIT-PCT
013180         MOVE SC100-EDIT-PCT TO SC100-SUM-AVG-DAYS
013190     ELSE
013200         MOVE '   --' TO SC100-SUM-AVG-DAYS
013210     END-IF.
013220
013230     MOVE SC100-SUMMARY-LINE TO SCORE-REPORT-LINE.
013240     WRITE SCORE-REPORT-LINE.
013250
013260 6200-EXIT.
013270     EXIT.
013280
013290******************************************************************
013300* 7000-WRITE-DETAIL - THE DETAIL PAGE FOR ONE SOURCE: WHO IT IS, *
013310*                     ITS BATCH IDS, ITS COUNTS FOR BOTH MONTHS, *
013320*                     AND ITS REJECTS BY DROP REASON             *
013330******************************************************************
013340 7000-WRITE-DETAIL.
013350     MOVE SC100-ORDER-SYS (SC100-ORD-SUB) TO SC100-SYS-SUB.
013360
013370     PERFORM 8000-WRITE-PAGE-HEADING
013380         THRU 8000-EXIT.
013390
013400     MOVE SC100-SY-ID (SC100-SYS-SUB)      TO SC100-SRC-ID.
013410     MOVE SC100-SY-NAME (SC100-SYS-SUB)    TO SC100-SRC-NAME.
013420     MOVE SC100-SOURCE-LINE TO SCORE-REPORT-LINE.
013430     WRITE SCORE-REPORT-LINE.
013440     MOVE SC100-SY-CONTACT (SC100-SYS-SUB) TO SC100-CON-CONTACT.
013450     MOVE SC100-CONTACT-LINE TO SCORE-REPORT-LINE.
013460     WRITE SCORE-REPORT-LINE.
013470
013480     MOVE 'BATCH IDS:     ' TO SC100-RNG-LABEL.
013490
013500     IF SC100-SYS-SUB = 1
013510         MOVE 'ANY BATCH ID NO TABLE ENTRY COVERS'
013520             TO SC100-RNG-TEXT
013530         MOVE SC100-RANGE-LINE TO SCORE-REPORT-LINE
013540         WRITE SCORE-REPORT-LINE
013550     ELSE
013560         PERFORM 7100-WRITE-RANGE
013570             THRU 7100-EXIT
013580             VARYING SC100-RANGE-SUB FROM 1 BY 1
013590             UNTIL SC100-RANGE-SUB GREATER THAN SC100-RANGE-COUNT
013600     END-IF.
013610
013620     MOVE SPACES TO SC100-TXT-TEXT.
013630     PERFORM 8100-WRITE-TEXT
013640         THRU 8100-EXIT.
013650     MOVE SC100-DETAIL-HDG TO SCORE-REPORT-LINE.
013660     WRITE SCORE-REPORT-LINE.
013670
013680     MOVE 'BATCHES RECEIVED' TO SC100-CNT-LABEL.
013690     MOVE SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
013700         TO SC100-LINE-CUR.
013710     MOVE SC100-SY-RECEIVED (SC100-SYS-SUB SC100-PRI-MON)
013720         TO SC100-LINE-PRI.
013730     PERFORM 7200-WRITE-COUNT
013740         THRU 7200-EXIT.
013750
013760     MOVE '  RELEASED BY TRANEDIT' TO SC100-CNT-LABEL.
013770     MOVE SC100-SY-RELEASED (SC100-SYS-SUB SC100-CUR-MON)
013780         TO SC100-LINE-CUR.
013790     MOVE SC100-SY-RELEASED (SC100-SYS-SUB SC100-PRI-MON)
013800         TO SC100-LINE-PRI.
013810     PERFORM 7200-WRITE-COUNT
013820         THRU 7200-EXIT.
013830
013840     MOVE '  REJECTED BY TRANEDIT' TO SC100-CNT-LABEL.
013850     MOVE SC100-SY-REJECTED (SC100-SYS-SUB SC100-CUR-MON)
013860         TO SC100-LINE-CUR.
013870     MOVE SC100-SY-REJECTED (SC100-SYS-SUB SC100-PRI-MON)
013880         TO SC100-LINE-PRI.
013890     PERFORM 7200-WRITE-COUNT
013900         THRU 7200-EXIT.
013910
013920     MOVE '  HELD AS DUPLICATES' TO SC100-CNT-LABEL.
013930     MOVE SC100-SY-DUP-HELD (SC100-SYS-SUB SC100-CUR-MON)
013940         TO SC100-LINE-CUR.
013950     MOVE SC100-SY-DUP-HELD (SC100-SYS-SUB SC100-PRI-MON)
013960         TO SC100-LINE-PRI.
013970     PERFORM 7200-WRITE-COUNT
013980         THRU 7200-EXIT.
013990
014000     MOVE '  HELD FOR NO FX RATE' TO SC100-CNT-LABEL.
014010     MOVE SC100-SY-RATE-HELD (SC100-SYS-SUB SC100-CUR-MON)
014020         TO SC100-LINE-CUR.
014030     MOVE SC100-SY-RATE-HELD (SC100-SYS-SUB SC100-PRI-MON)
014040         TO SC100-LINE-PRI.
014050     PERFORM 7200-WRITE-COUNT
014060         THRU 7200-EXIT.
014070
014080     MOVE 'RECONCILIATION BREAKS' TO SC100-CNT-LABEL.
014090     MOVE SC100-SY-BREAKS (SC100-SYS-SUB SC100-CUR-MON)
014100         TO SC100-LINE-CUR.
014110     MOVE SC100-SY-BREAKS (SC100-SYS-SUB SC100-PRI-MON)
014120         TO SC100-LINE-PRI.
014130     PERFORM 7200-WRITE-COUNT
014140         THRU 7200-EXIT.
014150
014160     MOVE 'BATCHES CLEARED FROM SUSPENSE' TO SC100-CNT-LABEL.
014170     MOVE SC100-SY-CLEARS (SC100-SYS-SUB SC100-CUR-MON)
014180         TO SC100-LINE-CUR.
014190     MOVE SC100-SY-CLEARS (SC100-SYS-SUB SC100-PRI-MON)
014200         TO SC100-LINE-PRI.
014210     PERFORM 7200-WRITE-COUNT
014220         THRU 7200-EXIT.
014230
014240     MOVE 'AVERAGE DAYS TO CLEAR SUSPENSE' TO SC100-CNT-LABEL.
014245     IF SC100-SY-CLEARS (SC100-SYS-SUB SC100-CUR-MON)
014250             GREATER THAN ZERO
014260         MOVE SC100-SY-AVG-DAYS (SC100-SYS-SUB SC100-CUR-MON)
014270             TO SC100-EDIT-TENTHS
014280         MOVE SC100-EDIT-TENTHS TO SC100-CNT-CUR
014290     ELSE
014300         MOVE '        --' TO SC100-CNT-CUR
014310     END-IF.
014315     IF SC100-SY-CLEARS (SC100-SYS-SUB SC100-PRI-MON)
014320             GREATER THAN ZERO
014330         MOVE SC100-SY-AVG-DAYS (SC100-SYS-SUB SC100-PRI-MON)
014340             TO SC100-EDIT-TENTHS
014350         MOVE SC100-EDIT-TENTHS TO SC100-CNT-PRI
014360     ELSE
014370         MOVE '        --' TO SC100-CNT-PRI
014380     END-IF.
014390     MOVE SC100-COUNT-LINE TO SCORE-REPORT-LINE.
014400     WRITE SCORE-REPORT-LINE.
014410
014420     MOVE 'CORRECTION TRANSMITTALS SENT' TO SC100-CNT-LABEL.
014430     MOVE SC100-SY-XMITS (SC100-SYS-SUB SC100-CUR-MON)
014440         TO SC100-LINE-CUR.
014450     MOVE SC100-SY-XMITS (SC100-SYS-SUB SC100-PRI-MON)
014460         TO SC100-LINE-PRI.
014470     PERFORM 7200-WRITE-COUNT
014480         THRU 7200-EXIT.
014490
014500     MOVE '  BATCHES RETURNED ON THEM' TO SC100-CNT-LABEL.
014510     MOVE SC100-SY-RETURNED (SC100-SYS-SUB SC100-CUR-MON)
014520         TO SC100-LINE-CUR.
014530     MOVE SC100-SY-RETURNED (SC100-SYS-SUB SC100-PRI-MON)
014540         TO SC100-LINE-PRI.
014550     PERFORM 7200-WRITE-COUNT
014560         THRU 7200-EXIT.
014570
014580     MOVE 'PROBLEM RATE (PERCENT)' TO SC100-CNT-LABEL.
014585     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
014590             GREATER THAN ZERO
014600         MOVE SC100-SY-RATE (SC100-SYS-SUB SC100-CUR-MON)
014610             TO SC100-EDIT-TENTHS
014620         MOVE SC100-EDIT-TENTHS TO SC100-CNT-CUR
014630     ELSE
014640         MOVE '        --' TO SC100-CNT-CUR
014650     END-IF.
014655     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-PRI-MON)
014660             GREATER THAN ZERO
014670         MOVE SC100-SY-RATE (SC100-SYS-SUB SC100-PRI-MON)
014680             TO SC100-EDIT-TENTHS
014690         MOVE SC100-EDIT-TENTHS TO SC100-CNT-PRI
014700     ELSE
014710         MOVE '        --' TO SC100-CNT-PRI
014720     END-IF.
014730     MOVE SC100-COUNT-LINE TO SCORE-REPORT-LINE.
014740     WRITE SCORE-REPORT-LINE.
014750
014760     MOVE 'RANK AMONG SOURCES (1 = WORST)' TO SC100-CNT-LABEL.
014765     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-CUR-MON)
014770             GREATER THAN ZERO
014780         MOVE SC100-SY-RANK (SC100-SYS-SUB SC100-CUR-MON)
014790             TO SC100-EDIT-COUNT
014800         MOVE SC100-EDIT-COUNT TO SC100-CNT-CUR
014810     ELSE
014820         MOVE '        --' TO SC100-CNT-CUR
014830     END-IF.
014835     IF SC100-SY-RECEIVED (SC100-SYS-SUB SC100-PRI-MON)
014840             GREATER THAN ZERO
014850         MOVE SC100-SY-RANK (SC100-SYS-SUB SC100-PRI-MON)
014860             TO SC100-EDIT-COUNT
014870         MOVE SC100-EDIT-COUNT TO SC100-CNT-PRI
014880     ELSE
014890         MOVE '        --' TO SC100-CNT-PRI
014900     END-IF.
014910     MOVE SC100-COUNT-LINE TO SCORE-REPORT-LINE.
014920     WRITE SCORE-REPORT-LINE.
014930
014940     MOVE SPACES TO SC100-TXT-TEXT.
014950     PERFORM 8100-WRITE-TEXT
014960         THRU 8100-EXIT.
014970     MOVE 'REJECTS BY DROP REASON' TO SC100-TXT-TEXT.
014980     PERFORM 8100-WRITE-TEXT
014990         THRU 8100-EXIT.
015000
015010     MOVE ZERO TO SC100-SHOWN-COUNT.
015020     PERFORM 7300-WRITE-REASON
015030         THRU 7300-EXIT
015040         VARYING SC100-RSN-SUB FROM 1 BY 1
015050         UNTIL SC100-RSN-SUB GREATER THAN SC100-REASON-COUNT.
015060
015070     IF SC100-SHOWN-COUNT = ZERO
015080         MOVE '  NO REJECTS IN EITHER MONTH' TO SC100-TXT-TEXT
015090         PERFORM 8100-WRITE-TEXT
015100             THRU 8100-EXIT
015110     END-IF.
015120
015130 7000-EXIT.
015140     EXIT.
015150
015160******************************************************************
015170* 7100-WRITE-RANGE - ONE BATCH-ID RANGE OF THE SOURCE, IF IT IS  *
015180*                    THE SOURCE'S                                *
015190******************************************************************
015200 7100-WRITE-RANGE.
015210     IF SC100-RG-SYS (SC100-RANGE-SUB) NOT = SC100-SYS-SUB
015220         GO TO 7100-EXIT
015230     END-IF.
015240
015250     MOVE SPACES TO SC100-RNG-TEXT.
015260
015270     IF SC100-RG-SS-HIGH (SC100-RANGE-SUB) = SPACES
015280         STRING SC100-RG-SS-LOW (SC100-RANGE-SUB)
015290             DELIMITED BY SPACE
015300             ' (PREFIX)' DELIMITED BY SIZE
015310             INTO SC100-RNG-TEXT
015320     ELSE
015330         STRING SC100-RG-SS-LOW (SC100-RANGE-SUB) ' TO '
015340             SC100-RG-SS-HIGH (SC100-RANGE-SUB)
015350             DELIMITED BY SIZE INTO SC100-RNG-TEXT
015360     END-IF.
015370
015380     MOVE SC100-RANGE-LINE TO SCORE-REPORT-LINE.
015390     WRITE SCORE-REPORT-LINE.
015400     MOVE SPACES TO SC100-RNG-LABEL.
015410
015420 7100-EXIT.
015430     EXIT.
015440
015450******************************************************************
015460* 7200-WRITE-COUNT - ONE COUNT LINE OF THE DETAIL PAGE           *
015470******************************************************************
015480 7200-WRITE-COUNT.
015490     MOVE SC100-LINE-CUR   TO SC100-EDIT-COUNT.
015500     MOVE SC100-EDIT-COUNT TO SC100-CNT-CUR.
015510     MOVE SC100-LINE-PRI   TO SC100-EDIT-COUNT.
015520     MOVE SC100-EDIT-COUNT TO SC100-CNT-PRI.
015530
015540     MOVE SC100-COUNT-LINE TO SCORE-REPORT-LINE.
015550     WRITE SCORE-REPORT-LINE.
015560
015570 7200-EXIT.
015580     EXIT.
015590
015600******************************************************************
015610* 7300-WRITE-REASON - ONE DROP REASON OF THE SOURCE, IF IT HAD   *
015620*                     REJECTS FOR IT IN EITHER MONTH             *
015630******************************************************************
015640 7300-WRITE-REASON.
015650     MOVE SC100-SY-REASON-CNT
015660         (SC100-SYS-SUB SC100-CUR-MON SC100-RSN-SUB)
015670         TO SC100-LINE-CUR.
015680     MOVE SC100-SY-REASON-CNT
015690         (SC100-SYS-SUB SC100-PRI-MON SC100-RSN-SUB)
015700         TO SC100-LINE-PRI.
015710
015720     IF SC100-LINE-CUR = ZERO
015730         AND SC100-LINE-PRI = ZERO
015740         GO TO 7300-EXIT
015750     END-IF.
015760
015770     ADD 1 TO SC100-SHOWN-COUNT.
015780     MOVE SPACES TO SC100-CNT-LABEL.
015790     STRING '  ' SC100-REASON-TEXT (SC100-RSN-SUB)
015800         DELIMITED BY SIZE INTO SC100-CNT-LABEL.
015810     PERFORM 7200-WRITE-COUNT
015820         THRU 7200-EXIT.
015830
015840 7300-EXIT.
015850     EXIT.
015860
015870******************************************************************
015880* 8000-WRITE-PAGE-HEADING - START A NEW PAGE OF THE SCORECARD    *
015890******************************************************************
015900 8000-WRITE-PAGE-HEADING.
015910     ADD 1 TO SC100-PAGE-COUNT.
015920     MOVE SC100-PAGE-COUNT TO SC100-HDG-PAGE.
015930
015940     IF SC100-PAGE-COUNT GREATER THAN 1
015950         MOVE SPACES TO SC100-TXT-TEXT
015960         PERFORM 8100-WRITE-TEXT
015970             THRU 8100-EXIT
015980     END-IF.
015990
016000     MOVE SC100-PAGE-HEADING TO SCORE-REPORT-LINE.
016010     WRITE SCORE-REPORT-LINE.
016020     MOVE SPACES TO SC100-TXT-TEXT.
016030     PERFORM 8100-WRITE-TEXT
016040         THRU 8100-EXIT.
016050
016060 8000-EXIT.
016070     EXIT.
016080
016090******************************************************************
016100* 8100-WRITE-TEXT - WRITE ONE LINE OF TEXT                       *
016110******************************************************************
016120 8100-WRITE-TEXT.
016130     MOVE SC100-TEXT-LINE TO SCORE-REPORT-LINE.
016140     WRITE SCORE-REPORT-LINE.
016150
016160 8100-EXIT.
016170     EXIT.
016180
016190******************************************************************
016200* 8200-WRITE-TRAILER - WRITE ONE COUNT OF THE RUN                *
016210******************************************************************
016220 8200-WRITE-TRAILER.
016230     MOVE SC100-TRAILER-LINE TO SCORE-REPORT-LINE.
016240     WRITE SCORE-REPORT-LINE.
016250
016260 8200-EXIT.
016270     EXIT.
016280
016290******************************************************************
016300* 9000-TERMINATE - CLOSE FILES AND SET THE CONDITION CODE        *
016310******************************************************************
016320 9000-TERMINATE.
016330     IF SC100-EVT-OPEN
016340         CLOSE SRCEVT
016350     END-IF.
016360
016370     IF SC100-SYS-OPEN
016380         CLOSE SRCSYS
016390     END-IF.
016400
016410     CLOSE SRCNEW
016420           SCORERPT.
016430
016440     MOVE SC100-MAX-COND-CODE TO RETURN-CODE.
016450
016460 9000-EXIT.
016470     EXIT.
