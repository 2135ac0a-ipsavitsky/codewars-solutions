000010******************************************************************
000020* PROGRAM-ID: BMRECOV                                            *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - FORWARD RECOVERY OF THE     *
000100*                  BATCH-MASTER HISTORY FILE FROM THE NIGHTLY    *
000110*                  BACKUP AND THE MASTER UPDATE JOURNAL          *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. BMRECOV.
000150 AUTHOR. R. OKONKWO.
000160 INSTALLATION. DATA CENTER OPERATIONS.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190******************************************************************
000200* FORWARD RECOVERY FOR THE BATCH-MASTER HISTORY FILE.  THE JOB   *
000210* RESTORES THE MASTER FROM A NIGHTLY BACKUP (BMBACKUP) BEFORE    *
000220* THIS STEP RUNS; THIS PROGRAM THEN REPLAYS THE MASTER UPDATE    *
000230* JOURNAL (BMJRNL) ONTO IT, OLDEST ENTRY FIRST, UP TO THE        *
000240* RECOVERY POINT ON THE SYSIN CARD:                              *
000250*                                                                *
000260*   ALL                  EVERY ENTRY ON THE JOURNAL              *
000270*   RUNID XXXXXXXX       THROUGH THE LAST ENTRY STAMPED WITH     *
000280*                        THAT RUN ID                             *
000290*   TIME  YYMMDD HHMMSSHH  EVERY ENTRY STAMPED AT OR BEFORE      *
000300*                        THAT DATE AND TIME                      *
000310*                                                                *
000320* REPLAY STOPS AT THE FIRST ENTRY PAST THE POINT; THAT ENTRY AND *
000330* EVERYTHING AFTER IT ARE COUNTED BUT NOT APPLIED.  EACH ENTRY   *
000340* IS APPLIED FROM ITS AFTER IMAGE (OR DELETED), AND ITS BEFORE   *
000350* IMAGE IS FIRST CHECKED AGAINST THE RECORD ON FILE: AN ADD THAT *
000360* FINDS THE RECORD ALREADY THERE, A CHANGE OR DELETE THAT FINDS  *
000370* IT MISSING OR DIFFERENT, IS APPLIED ANYWAY AND LISTED AS AN    *
000380* EXCEPTION - IT MEANS THE BACKUP AND JOURNAL DO NOT BELONG      *
000390* TOGETHER.                                                      *
000400******************************************************************
000410* PROOF: THE MASTER IS COUNTED BEFORE THE REPLAY (THE BACKUP AS  *
000420* RESTORED) AND AGAIN AFTER IT.  DETAIL AND SUMMARY RECORDS ARE  *
000430* COUNTED APART, AND BM-RESULT AND BM-NEG-RESULT ARE TOTALED     *
000440* OVER THE DETAIL RECORDS.  THE SAME FIGURES ARE TAKEN FROM THE  *
000450* JOURNAL IMAGES APPLIED - AN ADD CONTRIBUTES ITS AFTER IMAGE, A *
000460* DELETE TAKES AWAY ITS BEFORE IMAGE, A CHANGE DOES BOTH - AND   *
000470* THE BACKUP PLUS THE JOURNAL MUST EQUAL THE RESTORED MASTER.    *
000480******************************************************************
000490* CONDITION CODES: 0 RECOVERY PROVED, 8 EXCEPTIONS OR THE        *
000500* RECOVERY DID NOT PROVE (DO NOT RELEASE THE MASTER), 12 NOTHING *
000510* REPLAYED - CONTROL CARD INVALID, RUN ID NOT ON THE JOURNAL, OR *
000520* MASTER OR JOURNAL UNAVAILABLE.                                 *
000530******************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT BATCHMST ASSIGN TO BATCHMST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS BM-KEY
000640         FILE STATUS IS BR100-MAST-FILE-STATUS.
000650     SELECT BMJRNL   ASSIGN TO BMJRNL
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS BR100-JRNL-FILE-STATUS.
000680     SELECT RECOVRPT ASSIGN TO RECOVRPT
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  BATCHMST.
000740     COPY BATMST.
000750
000760 FD  BMJRNL
000770     RECORDING MODE IS F.
000780     COPY BMJRNL.
000790
000800 FD  RECOVRPT
000810     RECORDING MODE IS F.
000820 01  RECOV-REPORT-LINE           PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850 01  BR100-SWITCHES.
000860     05  BR100-MAST-EOF-SW       PIC X(01)  VALUE 'N'.
000870         88  BR100-MAST-EOF      VALUE 'Y'.
000880     05  BR100-JRNL-EOF-SW       PIC X(01)  VALUE 'N'.
000890         88  BR100-JRNL-EOF      VALUE 'Y'.
000900     05  BR100-ABANDON-SW        PIC X(01)  VALUE 'N'.
000910         88  BR100-ABANDON       VALUE 'Y'.
000920     05  BR100-PAST-POINT-SW     PIC X(01)  VALUE 'N'.
000930         88  BR100-PAST-POINT    VALUE 'Y'.
000940     05  BR100-FOUND-SW          PIC X(01).
000950         88  BR100-FOUND         VALUE 'Y'.
000960     05  BR100-MAST-OPEN-SW      PIC X(01)  VALUE 'N'.
000970         88  BR100-MAST-OPEN     VALUE 'Y'.
000980     05  BR100-JRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
000990         88  BR100-JRNL-OPEN     VALUE 'Y'.
001000
001010 01  BR100-COUNTERS.
001020     05  BR100-READ-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001030     05  BR100-STOP-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001040     05  BR100-ADD-COUNT         PIC 9(07)  COMP  VALUE ZERO.
001050     05  BR100-CHANGE-COUNT      PIC 9(07)  COMP  VALUE ZERO.
001060     05  BR100-DELETE-COUNT      PIC 9(07)  COMP  VALUE ZERO.
001070     05  BR100-UNAPPLIED-COUNT   PIC 9(07)  COMP  VALUE ZERO.
001080     05  BR100-EXCEPTION-COUNT   PIC 9(07)  COMP  VALUE ZERO.
001090
001100 01  BR100-MAST-FILE-STATUS      PIC X(02).
001110 01  BR100-JRNL-FILE-STATUS      PIC X(02).
001120
001130 01  BR100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
001140 01  BR100-RUN-DATE              PIC 9(06).
001150
001160*    SYSIN CARD 1: THE RECOVERY POINT.  THE MODE IN COLUMNS 1-5,
001170*    THEN A RUN ID OR A DATE AND TIME FROM COLUMN 7.
001180 01  BR100-CONTROL-CARD.
001190     05  BR100-CARD-MODE         PIC X(05).
001200         88  BR100-MODE-ALL      VALUE 'ALL  '.
001210         88  BR100-MODE-RUNID    VALUE 'RUNID'.
001220         88  BR100-MODE-TIME     VALUE 'TIME '.
001230     05  FILLER                  PIC X(01).
001240     05  BR100-CARD-POINT        PIC X(17).
001250     05  BR100-CARD-RUNID-VIEW REDEFINES BR100-CARD-POINT.
001260         10  BR100-CARD-RUN-ID   PIC X(08).
001270         10  FILLER              PIC X(09).
001280     05  BR100-CARD-TIME-VIEW REDEFINES BR100-CARD-POINT.
001290         10  BR100-CARD-DATE     PIC X(06).
001300         10  FILLER              PIC X(01).
001310         10  BR100-CARD-TIME     PIC X(08).
001320         10  FILLER              PIC X(02).
001330     05  FILLER                  PIC X(57).
001340
001350*    THE RECOVERY POINT AND THE ENTRY IN HAND AS DATE PLUS TIME,
001360*    SO ONE COMPARE ORDERS THEM.
001370 01  BR100-STOP-STAMP.
001380     05  BR100-STOP-DATE         PIC X(06).
001390     05  BR100-STOP-TIME         PIC X(08).
001400 01  BR100-ENTRY-STAMP.
001410     05  BR100-ENTRY-DATE        PIC 9(06).
001420     05  BR100-ENTRY-TIME        PIC 9(08).
001430
001440*    THE LAST JOURNAL ENTRY APPLIED, FOR THE REPORT.
001450 01  BR100-LAST-APPLIED.
001460     05  BR100-LAST-PROGRAM      PIC X(08)  VALUE SPACES.
001470     05  BR100-LAST-RUN-ID       PIC X(08)  VALUE SPACES.
001480     05  BR100-LAST-DATE         PIC 9(06)  VALUE ZERO.
001490     05  BR100-LAST-TIME         PIC 9(08)  VALUE ZERO.
001500
001510*    A BEFORE OR AFTER IMAGE FROM THE JOURNAL, LAID OUT AS A
001520*    MASTER RECORD SO ITS KIND AND RESULTS CAN BE TALLIED.
001530     COPY BATMST REPLACING LEADING ==BM== BY ==BR100-IMG==.
001540 01  BR100-IMAGE-SIGN            PIC S9(01).
001550
001560*    THE PROOF: ONE ROW EACH FOR THE BACKUP AS RESTORED, THE NET
001570*    OF THE JOURNAL ENTRIES APPLIED, THE TWO ADDED TOGETHER, AND
001580*    THE MASTER AS COUNTED AFTER THE REPLAY.
001590 01  BR100-PROOF-TABLE.
001600     05  BR100-PROOF-ROW OCCURS 4 TIMES.
001610         10  BR100-ROW-DTL-COUNT PIC S9(07)     COMP.
001620         10  BR100-ROW-SUMM-COUNT PIC S9(07)    COMP.
001630         10  BR100-ROW-RESULT    PIC S9(13)V99.
001640         10  BR100-ROW-NEG-RESULT PIC S9(13)V99.
001650 01  BR100-ROW-SUB               PIC 9(02)  COMP.
001660 01  BR100-BACKUP-ROW            PIC 9(02)  COMP  VALUE 1.
001670 01  BR100-JOURNAL-ROW           PIC 9(02)  COMP  VALUE 2.
001680 01  BR100-EXPECTED-ROW          PIC 9(02)  COMP  VALUE 3.
001690 01  BR100-RESTORED-ROW          PIC 9(02)  COMP  VALUE 4.
001700
001710 01  BR100-ROW-LABEL-VALUES.
001720     05  FILLER                  PIC X(10)  VALUE 'BACKUP    '.
001730     05  FILLER                  PIC X(10)  VALUE 'JOURNAL   '.
001740     05  FILLER                  PIC X(10)  VALUE 'EXPECTED  '.
001750     05  FILLER                  PIC X(10)  VALUE 'RESTORED  '.
001760 01  BR100-ROW-LABEL-TABLE REDEFINES BR100-ROW-LABEL-VALUES.
001770     05  BR100-ROW-LABEL         PIC X(10)  OCCURS 4 TIMES.
001780
001790 01  BR100-REPORT-HEADING.
001800     05  FILLER                  PIC X(31) VALUE
001810         'BATCH MASTER FORWARD RECOVERY  '.
001820     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
001830     05  BR100-HDG-RUN-DATE      PIC 9(06).
001840     05  FILLER                  PIC X(34) VALUE SPACE.
001850
001860 01  BR100-POINT-LINE.
001870     05  FILLER                  PIC X(16) VALUE
001880         'RECOVERY POINT: '.
001890     05  BR100-PNT-TEXT          PIC X(30).
001900     05  FILLER                  PIC X(34) VALUE SPACE.
001910
001920 01  BR100-EXCEPTION-LINE.
001930     05  FILLER                  PIC X(10) VALUE 'EXCEPTION '.
001940     05  BR100-EXC-KEY           PIC X(14).
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  BR100-EXC-ACTION        PIC X(01).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  BR100-EXC-PROGRAM       PIC X(08).
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  BR100-EXC-RUN-ID        PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  BR100-EXC-TEXT          PIC X(35) VALUE SPACE.
002030
002040 01  BR100-COUNT-LINE.
002050     05  BR100-CNT-TEXT          PIC X(35).
002060     05  BR100-CNT-VALUE         PIC ZZZZZZ9.
002070     05  FILLER                  PIC X(38) VALUE SPACE.
002080
002090 01  BR100-LAST-LINE.
002100     05  FILLER                  PIC X(20) VALUE
002110         'LAST ENTRY APPLIED: '.
002120     05  BR100-LST-PROGRAM       PIC X(08).
002130     05  FILLER                  PIC X(08) VALUE ' RUN ID '.
002140     05  BR100-LST-RUN-ID        PIC X(08).
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  BR100-LST-DATE          PIC 9(06).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  BR100-LST-TIME          PIC 9(08).
002190     05  FILLER                  PIC X(20) VALUE SPACE.
002200
002210 01  BR100-PROOF-HEADING.
002220     05  FILLER                  PIC X(10) VALUE SPACE.
002230     05  FILLER                  PIC X(08) VALUE '  DETAIL'.
002240     05  FILLER                  PIC X(08) VALUE ' SUMMARY'.
002250     05  FILLER                  PIC X(18) VALUE
002260         '         BM-RESULT'.
002270     05  FILLER                  PIC X(18) VALUE
002280         '     BM-NEG-RESULT'.
002290     05  FILLER                  PIC X(18) VALUE SPACE.
002300
002310 01  BR100-PROOF-LINE.
002320     05  BR100-PRF-TEXT          PIC X(10).
002330     05  BR100-PRF-DTL-COUNT     PIC -ZZZZZZ9.
002340     05  BR100-PRF-SUMM-COUNT    PIC -ZZZZZZ9.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  BR100-PRF-RESULT        PIC -ZZZZZZZZZZZZ9.99.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  BR100-PRF-NEG-RESULT    PIC -ZZZZZZZZZZZZ9.99.
002390     05  FILLER                  PIC X(18) VALUE SPACE.
002400
002410 01  BR100-BALANCE-LINE.
002420     05  BR100-BAL-TEXT          PIC X(60).
002430     05  FILLER                  PIC X(20) VALUE SPACE.
002440
002450 PROCEDURE DIVISION.
002460******************************************************************
002470* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
002480******************************************************************
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-EXIT.
002520
002530     IF NOT BR100-ABANDON
002540         MOVE BR100-BACKUP-ROW TO BR100-ROW-SUB
002550         PERFORM 2000-TALLY-MASTER
002560             THRU 2000-EXIT
002570         PERFORM 3000-REPLAY-ENTRY
002580             THRU 3000-EXIT
002590             UNTIL BR100-JRNL-EOF
002600         MOVE BR100-RESTORED-ROW TO BR100-ROW-SUB
002610         PERFORM 2000-TALLY-MASTER
002620             THRU 2000-EXIT
002630     END-IF.
002640
002650     PERFORM 9000-TERMINATE
002660         THRU 9000-EXIT.
002670
002680     GOBACK.
002690
002700******************************************************************
002710* 1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, OPEN FILES, *
002720*                   WRITE THE HEADING, AND FOR A RUN ID RECOVERY *
002730*                   FIND WHERE THE RUN ENDS ON THE JOURNAL       *
002740******************************************************************
002750 1000-INITIALIZE.
002760     ACCEPT BR100-CONTROL-CARD FROM SYSIN.
002770     ACCEPT BR100-RUN-DATE FROM DATE.
002780
002790     INITIALIZE BR100-PROOF-TABLE.
002800
002810     OPEN OUTPUT RECOVRPT.
002820
002830     MOVE BR100-RUN-DATE       TO BR100-HDG-RUN-DATE.
002840     MOVE BR100-REPORT-HEADING TO RECOV-REPORT-LINE.
002850     WRITE RECOV-REPORT-LINE.
002860
002870     MOVE SPACES TO BR100-PNT-TEXT.
002880     EVALUATE TRUE
002890         WHEN BR100-MODE-ALL
002900             MOVE 'END OF JOURNAL' TO BR100-PNT-TEXT
002910         WHEN BR100-MODE-RUNID
002920             AND BR100-CARD-RUN-ID NOT = SPACES
002930             STRING 'END OF RUN ID ' BR100-CARD-RUN-ID
002940                 DELIMITED BY SIZE INTO BR100-PNT-TEXT
002950         WHEN BR100-MODE-TIME
002960             AND BR100-CARD-DATE NUMERIC
002970             AND BR100-CARD-TIME NUMERIC
002980             MOVE BR100-CARD-DATE TO BR100-STOP-DATE
002990             MOVE BR100-CARD-TIME TO BR100-STOP-TIME
003000             STRING 'TIME ' BR100-CARD-DATE ' ' BR100-CARD-TIME
003010                 DELIMITED BY SIZE INTO BR100-PNT-TEXT
003020         WHEN OTHER
003030             DISPLAY 'BR100 - CONTROL CARD INVALID: '
003040                 BR100-CONTROL-CARD
003050             MOVE 'CONTROL CARD INVALID' TO BR100-PNT-TEXT
003060     END-EVALUATE.
003070
003080     MOVE BR100-POINT-LINE TO RECOV-REPORT-LINE.
003090     WRITE RECOV-REPORT-LINE.
003100
003110     IF BR100-PNT-TEXT = 'CONTROL CARD INVALID'
003120         PERFORM 1900-ABANDON
003130             THRU 1900-EXIT
003140         GO TO 1000-EXIT
003150     END-IF.
003160
003170     OPEN I-O BATCHMST.
003180
003190     IF BR100-MAST-FILE-STATUS NOT = '00'
003200         DISPLAY 'BR100 - CANNOT OPEN BATCH MASTER, STATUS '
003210             BR100-MAST-FILE-STATUS ' - NOTHING REPLAYED'
003220         PERFORM 1900-ABANDON
003230             THRU 1900-EXIT
003240         GO TO 1000-EXIT
003250     END-IF.
003260
003270     MOVE 'Y' TO BR100-MAST-OPEN-SW.
003280     OPEN INPUT BMJRNL.
003290
003300     IF BR100-JRNL-FILE-STATUS NOT = '00'
003310         DISPLAY 'BR100 - CANNOT OPEN MASTER JOURNAL, STATUS '
003320             BR100-JRNL-FILE-STATUS ' - NOTHING REPLAYED'
003330         PERFORM 1900-ABANDON
003340             THRU 1900-EXIT
003350         GO TO 1000-EXIT
003360     END-IF.
003370
003380     MOVE 'Y' TO BR100-JRNL-OPEN-SW.
003390
003400     IF BR100-MODE-RUNID
003410         PERFORM 1500-FIND-RUN-END
003420             THRU 1500-EXIT
003430     END-IF.
003440
003450 1000-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 1500-FIND-RUN-END - PASS THE JOURNAL ONCE TO FIND THE LAST     *
003500*                     ENTRY STAMPED WITH THE RUN ID ON THE CARD, *
003510*                     THEN REOPEN IT FOR THE REPLAY              *
003520******************************************************************
003530 1500-FIND-RUN-END.
003540     PERFORM 5000-READ-JOURNAL
003550         THRU 5000-EXIT.
003560
003570     PERFORM 1510-CHECK-RUN-ID
003580         THRU 1510-EXIT
003590         UNTIL BR100-JRNL-EOF.
003600
003610     CLOSE BMJRNL.
003620     MOVE 'N' TO BR100-JRNL-OPEN-SW.
003630
003640     IF BR100-STOP-COUNT = ZERO
003650         DISPLAY 'BR100 - RUN ID ' BR100-CARD-RUN-ID
003660             ' NOT ON THE JOURNAL - NOTHING REPLAYED'
003670         PERFORM 1900-ABANDON
003680             THRU 1900-EXIT
003690         GO TO 1500-EXIT
003700     END-IF.
003710
003720     MOVE ZERO TO BR100-READ-COUNT.
003730     MOVE 'N'  TO BR100-JRNL-EOF-SW.
003740     OPEN INPUT BMJRNL.
003750
003760     IF BR100-JRNL-FILE-STATUS NOT = '00'
003770         DISPLAY 'BR100 - CANNOT REOPEN MASTER JOURNAL, STATUS '
003780             BR100-JRNL-FILE-STATUS ' - NOTHING REPLAYED'
003790         PERFORM 1900-ABANDON
003800             THRU 1900-EXIT
003810     ELSE
003820         MOVE 'Y' TO BR100-JRNL-OPEN-SW
003830     END-IF.
003840
003850 1500-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 1510-CHECK-RUN-ID - NOTE THE POSITION OF AN ENTRY FOR THE RUN  *
003900*                     ID BEING RECOVERED TO, AND READ THE NEXT   *
003910******************************************************************
003920 1510-CHECK-RUN-ID.
003930     IF JR-RUN-ID = BR100-CARD-RUN-ID
003940         MOVE BR100-READ-COUNT TO BR100-STOP-COUNT
003950     END-IF.
003960
003970     PERFORM 5000-READ-JOURNAL
003980         THRU 5000-EXIT.
003990
004000 1510-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 1900-ABANDON - NOTHING CAN BE REPLAYED: SAY SO ON THE REPORT   *
004050*                AND SET THE CONDITION CODE                      *
004060******************************************************************
004070 1900-ABANDON.
004080     MOVE 'Y'  TO BR100-ABANDON-SW.
004090     MOVE 12   TO BR100-MAX-COND-CODE.
004100
004110     MOVE 'NOTHING REPLAYED - MASTER LEFT AS RESTORED FROM BACKUP'
004120         TO BR100-BAL-TEXT.
004130     MOVE BR100-BALANCE-LINE TO RECOV-REPORT-LINE.
004140     WRITE RECOV-REPORT-LINE.
004150
004160 1900-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200* 2000-TALLY-MASTER - COUNT THE MASTER FROM THE TOP INTO THE     *
004210*                     PROOF ROW BR100-ROW-SUB SELECTS            *
004220******************************************************************
004230 2000-TALLY-MASTER.
004240     MOVE 'N' TO BR100-MAST-EOF-SW.
004250     MOVE LOW-VALUES TO BM-KEY.
004260
004270     START BATCHMST KEY IS NOT LESS THAN BM-KEY
004280         INVALID KEY
004290             MOVE 'Y' TO BR100-MAST-EOF-SW
004300     END-START.
004310
004320     PERFORM 2100-TALLY-ONE-RECORD
004330         THRU 2100-EXIT
004340         UNTIL BR100-MAST-EOF.
004350
004360 2000-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 2100-TALLY-ONE-RECORD - READ THE NEXT MASTER RECORD AND ADD IT *
004410*                         TO THE PROOF ROW                       *
004420******************************************************************
004430 2100-TALLY-ONE-RECORD.
004440     READ BATCHMST NEXT RECORD
004450         AT END
004460             MOVE 'Y' TO BR100-MAST-EOF-SW
004470             GO TO 2100-EXIT
004480     END-READ.
004490
004500     IF BM-SUMMARY-REC-KIND
004510         ADD 1 TO BR100-ROW-SUMM-COUNT (BR100-ROW-SUB)
004520     ELSE
004530         ADD 1 TO BR100-ROW-DTL-COUNT (BR100-ROW-SUB)
004540         ADD BM-RESULT     TO BR100-ROW-RESULT (BR100-ROW-SUB)
004550         ADD BM-NEG-RESULT TO BR100-ROW-NEG-RESULT (BR100-ROW-SUB)
004560     END-IF.
004570
004580 2100-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 3000-REPLAY-ENTRY - READ THE NEXT JOURNAL ENTRY AND APPLY IT   *
004630*                     UNLESS IT IS PAST THE RECOVERY POINT       *
004640******************************************************************
004650 3000-REPLAY-ENTRY.
004660     PERFORM 5000-READ-JOURNAL
004670         THRU 5000-EXIT.
004680
004690     IF BR100-JRNL-EOF
004700         GO TO 3000-EXIT
004710     END-IF.
004720
004730     MOVE JR-DATE TO BR100-ENTRY-DATE.
004740     MOVE JR-TIME TO BR100-ENTRY-TIME.
004750
004760     EVALUATE TRUE
004770         WHEN BR100-PAST-POINT
004780             CONTINUE
004790         WHEN BR100-MODE-RUNID
004800             AND BR100-READ-COUNT GREATER THAN BR100-STOP-COUNT
004810             MOVE 'Y' TO BR100-PAST-POINT-SW
004820         WHEN BR100-MODE-TIME
004830             AND BR100-ENTRY-STAMP GREATER THAN BR100-STOP-STAMP
004840             MOVE 'Y' TO BR100-PAST-POINT-SW
004850     END-EVALUATE.
004860
004870     IF BR100-PAST-POINT
004880         ADD 1 TO BR100-UNAPPLIED-COUNT
004890         GO TO 3000-EXIT
004900     END-IF.
004910
004920     PERFORM 3100-APPLY-ENTRY
004930         THRU 3100-EXIT.
004940
004950 3000-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 3100-APPLY-ENTRY - CHECK THE ENTRY'S BEFORE IMAGE AGAINST THE  *
005000*                    RECORD ON FILE, TALLY ITS IMAGES INTO THE   *
005010*                    JOURNAL ROW, AND APPLY IT TO THE MASTER     *
005020******************************************************************
005030 3100-APPLY-ENTRY.
005040     IF NOT JR-ADDED AND NOT JR-CHANGED AND NOT JR-DELETED
005050         MOVE 'UNKNOWN ACTION - NOT APPLIED' TO BR100-EXC-TEXT
005060         PERFORM 3900-WRITE-EXCEPTION
005070             THRU 3900-EXIT
005080         GO TO 3100-EXIT
005090     END-IF.
005100
005110     MOVE JR-BM-KEY TO BM-KEY.
005120     READ BATCHMST
005130         INVALID KEY
005140             MOVE 'N' TO BR100-FOUND-SW
005150         NOT INVALID KEY
005160             MOVE 'Y' TO BR100-FOUND-SW
005170     END-READ.
005180
005190     EVALUATE TRUE
005200         WHEN JR-ADDED
005210             AND BR100-FOUND
005220             MOVE 'ADDED RECORD ALREADY ON FILE' TO BR100-EXC-TEXT
005230             PERFORM 3900-WRITE-EXCEPTION
005240                 THRU 3900-EXIT
005250         WHEN JR-ADDED
005260             CONTINUE
005270         WHEN NOT BR100-FOUND
005280             MOVE 'RECORD NOT ON FILE' TO BR100-EXC-TEXT
005290             PERFORM 3900-WRITE-EXCEPTION
005300                 THRU 3900-EXIT
005310         WHEN BM-RECORD NOT = JR-BEFORE-IMAGE
005320             MOVE 'BEFORE IMAGE DIFFERS FROM FILE'
005330                 TO BR100-EXC-TEXT
005340             PERFORM 3900-WRITE-EXCEPTION
005350                 THRU 3900-EXIT
005360     END-EVALUATE.
005370
005380     IF JR-CHANGED OR JR-DELETED
005390         MOVE JR-BEFORE-IMAGE TO BR100-IMG-RECORD
005400         MOVE -1 TO BR100-IMAGE-SIGN
005410         PERFORM 3600-TALLY-IMAGE
005420             THRU 3600-EXIT
005430     END-IF.
005440
005450     IF JR-ADDED OR JR-CHANGED
005460         MOVE JR-AFTER-IMAGE TO BR100-IMG-RECORD
005470         MOVE 1 TO BR100-IMAGE-SIGN
005480         PERFORM 3600-TALLY-IMAGE
005490             THRU 3600-EXIT
005500     END-IF.
005510
005520     EVALUATE TRUE
005530         WHEN JR-DELETED
005540             AND BR100-FOUND
005550             DELETE BATCHMST RECORD
005560         WHEN JR-DELETED
005570             CONTINUE
005580         WHEN BR100-FOUND
005590             MOVE JR-AFTER-IMAGE TO BM-RECORD
005600             REWRITE BM-RECORD
005610         WHEN OTHER
005620             MOVE JR-AFTER-IMAGE TO BM-RECORD
005630             WRITE BM-RECORD
005640     END-EVALUATE.
005650
005660     IF BR100-MAST-FILE-STATUS NOT = '00'
005670         AND (BR100-FOUND OR NOT JR-DELETED)
005680         STRING 'MASTER UPDATE FAILED, STATUS '
005690             BR100-MAST-FILE-STATUS
005700             DELIMITED BY SIZE INTO BR100-EXC-TEXT
005710         PERFORM 3900-WRITE-EXCEPTION
005720             THRU 3900-EXIT
005730     END-IF.
005740
005750     EVALUATE TRUE
005760         WHEN JR-ADDED
005770             ADD 1 TO BR100-ADD-COUNT
005780         WHEN JR-CHANGED
005790             ADD 1 TO BR100-CHANGE-COUNT
005800         WHEN OTHER
005810             ADD 1 TO BR100-DELETE-COUNT
005820     END-EVALUATE.
005830
005840     MOVE JR-PROGRAM TO BR100-LAST-PROGRAM.
005850     MOVE JR-RUN-ID  TO BR100-LAST-RUN-ID.
005860     MOVE JR-DATE    TO BR100-LAST-DATE.
005870     MOVE JR-TIME    TO BR100-LAST-TIME.
005880
005890 3100-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 3600-TALLY-IMAGE - ADD (SIGN +1) OR TAKE AWAY (SIGN -1) ONE    *
005940*                    JOURNAL IMAGE IN THE JOURNAL ROW            *
005950******************************************************************
005960 3600-TALLY-IMAGE.
005970     IF BR100-IMG-SUMMARY-REC-KIND
005980         ADD BR100-IMAGE-SIGN
005990             TO BR100-ROW-SUMM-COUNT (BR100-JOURNAL-ROW)
006000     ELSE
006010         ADD BR100-IMAGE-SIGN
006020             TO BR100-ROW-DTL-COUNT (BR100-JOURNAL-ROW)
006030         COMPUTE BR100-ROW-RESULT (BR100-JOURNAL-ROW) =
006040             BR100-ROW-RESULT (BR100-JOURNAL-ROW)
006050             + BR100-IMAGE-SIGN * BR100-IMG-RESULT
006060         COMPUTE BR100-ROW-NEG-RESULT (BR100-JOURNAL-ROW) =
006070             BR100-ROW-NEG-RESULT (BR100-JOURNAL-ROW)
006080             + BR100-IMAGE-SIGN * BR100-IMG-NEG-RESULT
006090     END-IF.
006100
006110 3600-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* 3900-WRITE-EXCEPTION - LIST THE JOURNAL ENTRY IN HAND AS AN    *
006160*                        EXCEPTION ON THE REPORT                 *
006170******************************************************************
006180 3900-WRITE-EXCEPTION.
006190     MOVE JR-BM-KEY  TO BR100-EXC-KEY.
006200     MOVE JR-ACTION  TO BR100-EXC-ACTION.
006210     MOVE JR-PROGRAM TO BR100-EXC-PROGRAM.
006220     MOVE JR-RUN-ID  TO BR100-EXC-RUN-ID.
006230     MOVE BR100-EXCEPTION-LINE TO RECOV-REPORT-LINE.
006240     WRITE RECOV-REPORT-LINE.
006250
006260     MOVE SPACES TO BR100-EXC-TEXT.
006270     ADD 1 TO BR100-EXCEPTION-COUNT.
006280     MOVE 8 TO BR100-MAX-COND-CODE.
006290
006300 3900-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 5000-READ-JOURNAL - READ THE NEXT JOURNAL ENTRY                *
006350******************************************************************
006360 5000-READ-JOURNAL.
006370     READ BMJRNL
006380         AT END
006390             MOVE 'Y' TO BR100-JRNL-EOF-SW
006400             GO TO 5000-EXIT
006410     END-READ.
006420
006430     ADD 1 TO BR100-READ-COUNT.
006440
006450 5000-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 9000-TERMINATE - WRITE THE PROOF UNLESS NOTHING WAS REPLAYED,  *
006500*                  CLOSE FILES, SET THE CONDITION CODE           *
006510******************************************************************
006520 9000-TERMINATE.
006530     IF NOT BR100-ABANDON
006540         PERFORM 9300-WRITE-PROOF
006550             THRU 9300-EXIT
006560     END-IF.
006570
006580     IF BR100-MAST-OPEN
006590         CLOSE BATCHMST
006600     END-IF.
006610
006620     IF BR100-JRNL-OPEN
006630         CLOSE BMJRNL
006640     END-IF.
006650
006660     CLOSE RECOVRPT.
006670
006680     MOVE BR100-MAX-COND-CODE TO RETURN-CODE.
006690
006700 9000-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 9100-WRITE-COUNT - WRITE ONE COUNT LINE TO THE RECOVERY REPORT *
006750******************************************************************
006760 9100-WRITE-COUNT.
006770     MOVE BR100-COUNT-LINE TO RECOV-REPORT-LINE.
006780     WRITE RECOV-REPORT-LINE.
006790
006800 9100-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 9200-WRITE-PROOF-ROW - WRITE ONE ROW OF THE PROOF              *
006850******************************************************************
006860 9200-WRITE-PROOF-ROW.
006870     MOVE BR100-ROW-LABEL (BR100-ROW-SUB) TO BR100-PRF-TEXT.
006880     MOVE BR100-ROW-DTL-COUNT (BR100-ROW-SUB)
006890         TO BR100-PRF-DTL-COUNT.
006900     MOVE BR100-ROW-SUMM-COUNT (BR100-ROW-SUB)
006910         TO BR100-PRF-SUMM-COUNT.
006920     MOVE BR100-ROW-RESULT (BR100-ROW-SUB) TO BR100-PRF-RESULT.
006930     MOVE BR100-ROW-NEG-RESULT (BR100-ROW-SUB)
006940         TO BR100-PRF-NEG-RESULT.
006950     MOVE BR100-PROOF-LINE TO RECOV-REPORT-LINE.
006960     WRITE RECOV-REPORT-LINE.
006970
006980 9200-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 9300-WRITE-PROOF - WRITE THE REPLAY COUNTS, THE LAST ENTRY     *
007030*                    APPLIED, AND THE PROOF ROWS, AND SAY        *
007040*                    WHETHER THE RECOVERY PROVES                 *
007050******************************************************************
007060 9300-WRITE-PROOF.
007070     MOVE 'JOURNAL ENTRIES READ:              ' TO BR100-CNT-TEXT.
007080     MOVE BR100-READ-COUNT TO BR100-CNT-VALUE.
007090     PERFORM 9100-WRITE-COUNT
007100         THRU 9100-EXIT.
007110
007120     MOVE 'RECORDS ADDED:                     ' TO BR100-CNT-TEXT.
007130     MOVE BR100-ADD-COUNT TO BR100-CNT-VALUE.
007140     PERFORM 9100-WRITE-COUNT
007150         THRU 9100-EXIT.
007160
007170     MOVE 'RECORDS CHANGED:                   ' TO BR100-CNT-TEXT.
007180     MOVE BR100-CHANGE-COUNT TO BR100-CNT-VALUE.
007190     PERFORM 9100-WRITE-COUNT
007200         THRU 9100-EXIT.
007210
007220     MOVE 'RECORDS DELETED:                   ' TO BR100-CNT-TEXT.
007230     MOVE BR100-DELETE-COUNT TO BR100-CNT-VALUE.
007240     PERFORM 9100-WRITE-COUNT
007250         THRU 9100-EXIT.
007260
007270     MOVE 'ENTRIES PAST POINT (NOT APPLIED):  ' TO BR100-CNT-TEXT.
007280     MOVE BR100-UNAPPLIED-COUNT TO BR100-CNT-VALUE.
007290     PERFORM 9100-WRITE-COUNT
007300         THRU 9100-EXIT.
007310
007320     MOVE 'EXCEPTIONS:                        ' TO BR100-CNT-TEXT.
007330     MOVE BR100-EXCEPTION-COUNT TO BR100-CNT-VALUE.
007340     PERFORM 9100-WRITE-COUNT
007350         THRU 9100-EXIT.
007360
007370     MOVE BR100-LAST-PROGRAM TO BR100-LST-PROGRAM.
007380     MOVE BR100-LAST-RUN-ID  TO BR100-LST-RUN-ID.
007390     MOVE BR100-LAST-DATE    TO BR100-LST-DATE.
007400     MOVE BR100-LAST-TIME    TO BR100-LST-TIME.
007410     MOVE BR100-LAST-LINE    TO RECOV-REPORT-LINE.
007420     WRITE RECOV-REPORT-LINE.
007430
007440     COMPUTE BR100-ROW-DTL-COUNT (BR100-EXPECTED-ROW) =
007450         BR100-ROW-DTL-COUNT (BR100-BACKUP-ROW)
007460         + BR100-ROW-DTL-COUNT (BR100-JOURNAL-ROW).
007470     COMPUTE BR100-ROW-SUMM-COUNT (BR100-EXPECTED-ROW) =
007480         BR100-ROW-SUMM-COUNT (BR100-BACKUP-ROW)
007490         + BR100-ROW-SUMM-COUNT (BR100-JOURNAL-ROW).
007500     COMPUTE BR100-ROW-RESULT (BR100-EXPECTED-ROW) =
007510         BR100-ROW-RESULT (BR100-BACKUP-ROW)
007520         + BR100-ROW-RESULT (BR100-JOURNAL-ROW).
007530     COMPUTE BR100-ROW-NEG-RESULT (BR100-EXPECTED-ROW) =
007540         BR100-ROW-NEG-RESULT (BR100-BACKUP-ROW)
007550         + BR100-ROW-NEG-RESULT (BR100-JOURNAL-ROW).
007560
007570     MOVE BR100-PROOF-HEADING TO RECOV-REPORT-LINE.
007580     WRITE RECOV-REPORT-LINE.
007590
007600     PERFORM 9200-WRITE-PROOF-ROW
007610         THRU 9200-EXIT
007620         VARYING BR100-ROW-SUB FROM 1 BY 1
007630         UNTIL BR100-ROW-SUB GREATER THAN 4.
007640
007650     IF BR100-ROW-DTL-COUNT (BR100-EXPECTED-ROW) =
007660            BR100-ROW-DTL-COUNT (BR100-RESTORED-ROW)
007670         AND BR100-ROW-SUMM-COUNT (BR100-EXPECTED-ROW) =
007680            BR100-ROW-SUMM-COUNT (BR100-RESTORED-ROW)
007690         AND BR100-ROW-RESULT (BR100-EXPECTED-ROW) =
007700            BR100-ROW-RESULT (BR100-RESTORED-ROW)
007710         AND BR100-ROW-NEG-RESULT (BR100-EXPECTED-ROW) =
007720            BR100-ROW-NEG-RESULT (BR100-RESTORED-ROW)
007730         MOVE 'RECOVERY PROVED - MASTER = BACKUP PLUS JOURNAL'
007740             TO BR100-BAL-TEXT
007750     ELSE
007760         MOVE 'RECOVERY NOT PROVED - DO NOT RELEASE THE MASTER'
007770             TO BR100-BAL-TEXT
007780         MOVE 8 TO BR100-MAX-COND-CODE
007790     END-IF.
007800     MOVE BR100-BALANCE-LINE TO RECOV-REPORT-LINE.
007810     WRITE RECOV-REPORT-LINE.
007820
007830 9300-EXIT.
007840     EXIT.
007850
007860 END PROGRAM BMRECOV.
