000010******************************************************************
000020* PROGRAM-ID: GLREVRS                                            *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - REVERSE A BATCH ALREADY     *
000100*                  BALANCED OK AND SENT TO THE LEDGER, THROUGH   *
000110*                  MAKE-NEGATIVE-BATCH, WITH MIRROR-IMAGE GL     *
000120*                  POSTINGS AND THE MASTER MARKED REVERSED       *
000121*  10/15/2026  RO  MIRROR A FOREIGN-CURRENCY BATCH IN THE BASE   *
000122*                  CURRENCY AT THE RATE ON ITS MASTER RECORD,    *
000123*                  ITEM BY ITEM AS IT WAS FIRST POSTED, AND LOG  *
000124*                  EACH CONVERTED REVERSING POSTING TO THE FX    *
000125*                  AUDIT FILE (FXAUDIT); REFUSE A BATCH WITH NO  *
000126*                  RATE, WHICH NEVER POSTED                      *
000128*  10/15/2026  RO  JOURNAL EACH MASTER RECORD MARKED REVERSED,   *
000130*                  WITH ITS BEFORE AND AFTER IMAGES, TO THE      *
000132*                  MASTER UPDATE JOURNAL (BMJRNL) FOR FORWARD    *
000134*                  RECOVERY                                      *
000135*  10/15/2026  RO  REVERSE ONLY A BATCH WHOSE RUN DATE AND CYCLE *
000136*                  THE GL TRANSMISSION REGISTER (GLXREG) SHOWS   *
000137*                  TRANSMITTED OR ACKNOWLEDGED                   *
000138******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. GLREVRS.
000160 AUTHOR. R. OKONKWO.
000170 INSTALLATION. DATA CENTER OPERATIONS.
000180 DATE-WRITTEN. 10/15/2026.
000190 DATE-COMPILED.
000200******************************************************************
000210* BACKS OUT A BATCH THAT BALANCED OK AND WENT TO THE LEDGER BUT  *
000220* SHOULD NEVER HAVE POSTED (SENT TWICE UNDER TWO IDS, KEYED TO   *
000230* THE WRONG DAY, WITHDRAWN BY THE SOURCE SYSTEM).  FOR EACH      *
000240* REVERSAL CARD THE BATCH'S ITEMS ARE REBUILT - FROM THE         *
000250* POSOUT/NEGOUT SPLIT FILES WHEN THEY STILL HOLD THE RUN, FROM   *
000260* THE SUSPENSE COPY ON SUSPIN WHEN THE BATCH CLEARED THROUGH     *
000270* REBAL - AND ACCEPTED ONLY WHEN THEY FOOT BACK TO THE SUMS AND  *
000280* COUNTS ON THE BATCH-MASTER RECORD.  THE ITEMS ARE THEN PASSED  *
000290* THROUGH MAKE-NEGATIVE-BATCH AND EVERY ORIGINAL DEBIT COMES     *
000300* BACK AS A CREDIT AND EVERY ORIGINAL CREDIT AS A DEBIT, SUMMED  *
000310* PER GL ACCOUNT EXACTLY AS THE ORIGINAL POSTINGS WERE.  THE     *
000320* MASTER RECORD IS REWRITTEN TO RECON STATUS 'REVSD' WITH WHO    *
000330* ASKED, TODAY'S DATE, AND THE REASON BEFORE ANY POSTING IS      *
000340* WRITTEN, SO THE REVERSAL FILE (GLREVS, GLPOST LAYOUT WITH ITS  *
000350* OWN TRAILER) NEVER CARRIES A BATCH THE MASTER DOES NOT SHOW    *
000360* REVERSED.  THE POSTINGS CARRY THE ORIGINAL POSTING REFERENCE,  *
000370* VALUE DATE, RUN DATE, AND CYCLE SO GLACKMAT MATCHES THE        *
000380* LEDGER'S ANSWER BACK TO THE SAME MASTER RECORD.                *
000381******************************************************************
000382* CURRENCY: THE ITEMS ARE REBUILT IN THE BATCH'S OWN CURRENCY    *
000383* AND FOOTED TO THE MASTER IN THAT CURRENCY.  EACH FLIPPED ITEM  *
000384* IS THEN CONVERTED AT THE RATE ON THE MASTER RECORD AND ROUNDED *
000385* TO THE CENT, EXACTLY AS THE ORIGINAL POSTINGS WERE BUILT, SO   *
000386* THE REVERSAL TAKES OUT OF THE LEDGER THE SAME BASE-CURRENCY    *
000387* AMOUNTS THAT WENT IN.  EACH REVERSING POSTING OF A FOREIGN-    *
000388* CURRENCY BATCH IS LOGGED TO FXAUDIT WITH ITS ORIGINAL CURRENCY *
000389* AND AMOUNT.  A MASTER WITH NO RATE NEVER POSTED AND IS         *
000390* REFUSED.                                                       *
000391******************************************************************
000392* JOURNAL: EACH MASTER RECORD MARKED REVERSED IS ALSO APPENDED   *
000393* TO THE MASTER UPDATE JOURNAL (BMJRNL) AS A CHANGE, WITH THE    *
000394* RECORD AS READ FOR THE CARD AS ITS BEFORE IMAGE, STAMPED WITH  *
000395* THE PROGRAM, RUN ID, DATE, AND TIME, SO BMRECOV CAN REPLAY THE *
000396* RUN ONTO A RESTORED BACKUP.                                    *
000397******************************************************************
000398* TRANSMISSION: A BATCH IS REVERSED ONLY WHEN THE GL             *
000399* TRANSMISSION REGISTER (GLXREG) SHOWS THE GLFILE OF ITS RUN     *
000400* DATE AND CYCLE TRANSMITTED OR ACKNOWLEDGED.  A BATCH NOT YET   *
000401* SENT IS STILL WAITING FOR THE EXTRACT, WHICH WOULD HOLD IT     *
000402* ONCE IT WAS MARKED REVERSED AND LEAVE THE LEDGER WITH A        *
000403* REVERSAL AND NO ORIGINAL.  WITH THE REGISTER UNAVAILABLE EVERY *
000404* CARD IS REJECTED.                                              *
000405******************************************************************
000406* REVCTL CONTROL CARDS, ONE BATCH TO REVERSE PER CARD:           *
000410*   COLS  1-6   BATCH ID                                         *
000420*   COLS  8-13  RUN DATE OF THE ORIGINAL BALANCING RUN (YYMMDD)  *
000430*   COLS 15-16  BALANCING CYCLE OF THAT RUN                      *
000440*   COLS 18-25  USER ID REQUESTING THE REVERSAL                  *
000450*   COLS 27-56  REASON FOR THE REVERSAL                          *
000460*                                                                *
000470* CONDITION CODES: 0 EVERY CARD REVERSED, 4 ONE OR MORE CARDS    *
000480* REJECTED (SEE REVRPT) OR THE MASTER JOURNAL UNAVAILABLE, 12    *
000490* BATCH MASTER UNAVAILABLE - NOTHING WAS REVERSED.               *
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT REVCTL   ASSIGN TO REVCTL
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT BATCHMST ASSIGN TO BATCHMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS BM-KEY
000630         FILE STATUS IS RV100-MAST-FILE-STATUS.
000640     SELECT POSOUT   ASSIGN TO POSOUT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS RV100-POS-FILE-STATUS.
000670     SELECT NEGOUT   ASSIGN TO NEGOUT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS RV100-NEG-FILE-STATUS.
000700     SELECT SUSPIN   ASSIGN TO SUSPIN
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS RV100-SUSP-FILE-STATUS.
000730     SELECT GLREVS   ASSIGN TO GLREVS
000732         ORGANIZATION IS SEQUENTIAL.
000734     SELECT FXAUDIT  ASSIGN TO FXAUDIT
000740         ORGANIZATION IS SEQUENTIAL.
000741     SELECT GLXREG   ASSIGN TO GLXREG
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS RANDOM
000744         RECORD KEY IS XR-KEY
000745         FILE STATUS IS RV100-REG-FILE-STATUS.
000746     SELECT BMJRNL   ASSIGN TO BMJRNL
000747         ORGANIZATION IS SEQUENTIAL
000748         FILE STATUS IS RV100-JRNL-FILE-STATUS.
000750     SELECT REVRPT   ASSIGN TO REVRPT
000760         ORGANIZATION IS SEQUENTIAL.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  REVCTL
000810     RECORDING MODE IS F.
000820 01  REV-CARD.
000830     05  REV-BATCH-ID            PIC X(06).
000840     05  FILLER                  PIC X(01).
000850     05  REV-RUN-DATE            PIC X(06).
000860     05  FILLER                  PIC X(01).
000870     05  REV-CYCLE               PIC X(02).
000880     05  FILLER                  PIC X(01).
000890     05  REV-USER                PIC X(08).
000900     05  FILLER                  PIC X(01).
000910     05  REV-REASON              PIC X(30).
000920     05  FILLER                  PIC X(24).
000930
000940 FD  BATCHMST.
000950     COPY BATMST.
000960
000970 FD  POSOUT
000980     RECORDING MODE IS F.
000990 01  POS-SPLIT-RECORD.
001000     05  POS-BATCH-ID            PIC X(06).
001010     05  POS-ITEM-INDEX          PIC 9(03).
001020     05  POS-ITEM-VALUE          PIC S9(07)V99.
001030     05  POS-ACCT-CODE           PIC X(08).
001040
001050 FD  NEGOUT
001060     RECORDING MODE IS F.
001070 01  NEG-SPLIT-RECORD.
001080     05  NEG-BATCH-ID            PIC X(06).
001090     05  NEG-ITEM-INDEX          PIC 9(03).
001100     05  NEG-ITEM-VALUE          PIC S9(07)V99.
001110     05  NEG-ACCT-CODE           PIC X(08).
001120
001130 FD  SUSPIN
001140     RECORDING MODE IS F.
001150     COPY SUSPREC.
001160
001170 FD  GLREVS
001180     RECORDING MODE IS F.
001190     COPY GLPOST.
001200
001210 FD  REVRPT
001220     RECORDING MODE IS F.
001230 01  REV-REPORT-LINE             PIC X(80).
001240
001242 FD  FXAUDIT
001244     RECORDING MODE IS F.
001246     COPY FXAUD.
001248
001250 FD  BMJRNL
001252     RECORDING MODE IS F.
001254     COPY BMJRNL.
001256
001258 FD  GLXREG.
001260     COPY GLXREG.
001262
001264 WORKING-STORAGE SECTION.
001266 01  RV100-SWITCHES.
001270     05  RV100-EOF-SW            PIC X(01)  VALUE 'N'.
001280         88  RV100-EOF           VALUE 'Y'.
001290     05  RV100-MAST-OPEN-SW      PIC X(01)  VALUE 'N'.
001300         88  RV100-MAST-OPEN     VALUE 'Y'.
001310     05  RV100-POS-EOF-SW        PIC X(01)  VALUE 'N'.
001320         88  RV100-POS-EOF       VALUE 'Y'.
001330     05  RV100-NEG-EOF-SW        PIC X(01)  VALUE 'N'.
001340         88  RV100-NEG-EOF       VALUE 'Y'.
001350     05  RV100-SUSP-EOF-SW       PIC X(01)  VALUE 'N'.
001360         88  RV100-SUSP-EOF      VALUE 'Y'.
001370     05  RV100-SUSP-FOUND-SW     PIC X(01)  VALUE 'N'.
001380         88  RV100-SUSP-FOUND    VALUE 'Y'.
001390     05  RV100-VALID-SW          PIC X(01)  VALUE 'N'.
001400         88  RV100-CARD-VALID    VALUE 'Y'.
001410     05  RV100-ITEMS-SW          PIC X(01)  VALUE 'N'.
001420         88  RV100-ITEMS-AGREE   VALUE 'Y'.
001430     05  RV100-OVERFLOW-SW       PIC X(01)  VALUE 'N'.
001440         88  RV100-TABLE-OVERFLOW VALUE 'Y'.
001450     05  RV100-FLIP-SW           PIC X(01)  VALUE 'N'.
001460         88  RV100-FLIP-FAILED   VALUE 'Y'.
001462     05  RV100-JRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
001464         88  RV100-JRNL-OPEN     VALUE 'Y'.
001466     05  RV100-REG-OPEN-SW       PIC X(01)  VALUE 'N'.
001468         88  RV100-REG-OPEN      VALUE 'Y'.
001470
001480 01  RV100-COUNTERS.
001490     05  RV100-CARD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001500     05  RV100-REVERSE-COUNT     PIC 9(05)  COMP  VALUE ZERO.
001510     05  RV100-REJECT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001520     05  RV100-ITEM-INDEX        PIC 9(03)  COMP.
001530     05  RV100-POS-COUNT         PIC 9(05)  COMP.
001540     05  RV100-NEG-COUNT         PIC 9(05)  COMP.
001550
001560 01  RV100-MAST-FILE-STATUS      PIC X(02).
001570 01  RV100-POS-FILE-STATUS       PIC X(02).
001580 01  RV100-NEG-FILE-STATUS       PIC X(02).
001590 01  RV100-SUSP-FILE-STATUS      PIC X(02).
001595 01  RV100-JRNL-FILE-STATUS      PIC X(02).
001597 01  RV100-REG-FILE-STATUS       PIC X(02).
001600
001610 01  RV100-RUN-DATE              PIC 9(06).
001615 01  RV100-RUN-TIME              PIC 9(08).
001620 01  RV100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
001630 01  RV100-REJECT-REASON         PIC X(30).
001640 01  RV100-ITEM-SOURCE           PIC X(08).
001641
001642*    JOURNAL WORK AREAS: THE RUN ID STAMPED ON EACH ENTRY AND THE
001643*    MASTER RECORD AS IT STOOD BEFORE IT WAS MARKED REVERSED.
001644 01  RV100-RUN-ID                PIC X(08)  VALUE SPACES.
001645 01  RV100-JRNL-BEFORE           PIC X(200).
001646 01  RV100-JRNL-DATE             PIC 9(06).
001647 01  RV100-JRNL-TIME             PIC 9(08).
001648
001649     COPY PGCTL REPLACING LEADING ==PG== BY ==RV100-PG==.
001650
001651 01  RV100-BASE-WORK.
001652     05  RV100-BW-CCY            PIC X(03).
001653     05  FILLER                  PIC X(13).
001654
001655 01  RV100-BASE-CCY              PIC X(03)  VALUE SPACES.
001656 01  RV100-BASE-ITEM             PIC 9(11)V99.
001657 01  RV100-AUD-ORIG              PIC 9(11)V99.
001658 01  RV100-AUD-BASE              PIC 9(11)V99.
001659
001660 01  RV100-CARD-KEY.
001670     05  RV100-CK-BATCH-ID       PIC X(06).
001680     05  RV100-CK-RUN-DATE       PIC 9(06).
001690     05  RV100-CK-CYCLE          PIC 9(02).
001700
001710*    THE REBUILT ITEMS ARE FOOTED HERE AND MUST AGREE WITH THE
001720*    SUMS AND COUNTS ON THE MASTER BEFORE ANYTHING IS REVERSED.
001730 01  RV100-POS-SUM               PIC 9(10)V99.
001740 01  RV100-NEG-SUM               PIC S9(10)V99.
001750
001760 01  RV100-POST-COUNT            PIC 9(07)  COMP  VALUE ZERO.
001770 01  RV100-HASH-TOTAL            PIC 9(13)V99  VALUE ZERO.
001780 01  RV100-BATCH-AMOUNT          PIC 9(13)V99.
001790 01  RV100-REV-AMOUNT            PIC 9(10)V99.
001800
001810     COPY ARRREC REPLACING ==ARR== BY ==RV100-ARR-RECORD==
001820                           ==ARR-LENGTH== BY ==RV100-ARR-LENGTH==
001830                           ==XS== BY ==RV100-XS==.
001840
001850     COPY ACTREC REPLACING ==ACT== BY ==RV100-ACT-RECORD==
001860                           ==ACT-LENGTH== BY ==RV100-ACT-LENGTH==
001870                           ==ACT-CODE== BY ==RV100-ACT-CODE==.
001880
001890*    MAKE-NEGATIVE-BATCH'S PARALLEL OUTPUT AND STATUS TABLES.
001900 01  RV100-OUT-ARR.
001910     05  RV100-YS                PIC S9(07)V99 OCCURS 0 TO 999
001920                                  TIMES
001930                                  DEPENDING ON RV100-ARR-LENGTH.
001940 01  RV100-OUT-STATUS.
001950     05  RV100-YS-STATUS         PIC X(01) OCCURS 0 TO 999
001960                                  TIMES
001970                                  DEPENDING ON RV100-ARR-LENGTH.
001980
001990*    THE REVERSING AMOUNTS ARE SUMMED HERE PER GL ACCOUNT BEFORE
002000*    POSTING - ONE DEBIT AND/OR ONE CREDIT PER ACCOUNT.
002002*    THE POSTED SUMS ARE IN THE BASE CURRENCY; THE ORIGINAL-
002004*    CURRENCY SUMS BESIDE THEM ARE KEPT FOR THE FX AUDIT FILE.
002010 01  RV100-ACCT-SUM-TABLE.
002020     05  RV100-ACCT-SUM-COUNT    PIC 9(03)  COMP.
002030     05  RV100-ACCT-SUM-ENTRY OCCURS 999 TIMES.
002040         10  RV100-AS-CODE       PIC X(08).
002045         10  RV100-AS-DR-AMOUNT  PIC 9(11)V99.
002050         10  RV100-AS-CR-AMOUNT  PIC 9(11)V99.
002055         10  RV100-AS-DR-ORIG    PIC 9(10)V99.
002060         10  RV100-AS-CR-ORIG    PIC 9(10)V99.
002070
002080 01  RV100-AS-INDEX              PIC 9(03)  COMP.
002090 01  RV100-AS-SCAN               PIC 9(03)  COMP.
002100 01  RV100-AS-FOUND-SW           PIC X(01).
002110     88  RV100-AS-FOUND          VALUE 'Y'.
002120
002130 01  RV100-REPORT-HEADING.
002140     05  FILLER                  PIC X(30) VALUE
002150         'BATCH REVERSAL REPORT         '.
002160     05  FILLER                  PIC X(05) VALUE 'DATE '.
002170     05  RV100-HDG-RUN-DATE      PIC 9(06).
002180     05  FILLER                  PIC X(39) VALUE SPACE.
002190
002200 01  RV100-COLUMN-HEADING.
002210     05  FILLER                  PIC X(25) VALUE
002220         ' BATCH  RUN DT CY USER   '.
002230     05  FILLER                  PIC X(25) VALUE
002240         '  ACTION        REVERSED '.
002250     05  FILLER                  PIC X(30) VALUE
002260         'SOURCE / REASON               '.
002270
002280 01  RV100-DETAIL-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  RV100-RPT-BATCH-ID      PIC X(06).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  RV100-RPT-RUN-DATE      PIC X(06).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  RV100-RPT-CYCLE         PIC X(02).
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  RV100-RPT-USER          PIC X(08).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  RV100-RPT-ACTION        PIC X(08).
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  RV100-RPT-AMOUNT        PIC ZZZZZZZZZ9.99.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  RV100-RPT-TEXT          PIC X(30).
002430
002440 01  RV100-TRAILER-LINE.
002450     05  RV100-TRL-TEXT          PIC X(28).
002460     05  RV100-TRL-COUNT         PIC ZZZZ9.
002470     05  FILLER                  PIC X(47) VALUE SPACE.
002480
002490 01  RV100-HASH-LINE.
002500     05  FILLER                  PIC X(28) VALUE
002510         'REVERSAL HASH TOTAL:        '.
002520     05  RV100-HSH-AMOUNT        PIC ZZZZZZZZZZZZ9.99.
002530     05  FILLER                  PIC X(36) VALUE SPACE.
002540
002550 PROCEDURE DIVISION.
002560******************************************************************
002570* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
002580******************************************************************
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE
002610         THRU 1000-EXIT.
002620
002630     PERFORM 2000-REVERSE-ONE-CARD
002640         THRU 2000-EXIT
002650         UNTIL RV100-EOF.
002660
002670     PERFORM 9000-TERMINATE
002680         THRU 9000-EXIT.
002690
002700     GOBACK.
002710
002720******************************************************************
002730* 1000-INITIALIZE - OPEN FILES, WRITE THE HEADINGS, PRIME THE    *
002740*                   CARD READ                                    *
002750******************************************************************
002760 1000-INITIALIZE.
002770     ACCEPT RV100-RUN-DATE FROM DATE.
002780
002790     OPEN OUTPUT GLREVS
002800                 REVRPT.
002810
002820     MOVE RV100-RUN-DATE       TO RV100-HDG-RUN-DATE.
002830     MOVE RV100-REPORT-HEADING TO REV-REPORT-LINE.
002840     WRITE REV-REPORT-LINE.
002850     MOVE RV100-COLUMN-HEADING TO REV-REPORT-LINE.
002860     WRITE REV-REPORT-LINE.
002870
002880     OPEN I-O BATCHMST.
002890
002900     IF RV100-MAST-FILE-STATUS = '00'
002910         MOVE 'Y' TO RV100-MAST-OPEN-SW
002920     ELSE
002930         DISPLAY 'RV100 - BATCH MASTER UNAVAILABLE, STATUS '
002940             RV100-MAST-FILE-STATUS ' - NOTHING REVERSED'
002950         MOVE 12 TO RV100-MAX-COND-CODE
002960         MOVE 'Y' TO RV100-EOF-SW
002970         GO TO 1000-EXIT
002980     END-IF.
002990
003000     OPEN INPUT REVCTL.
003001
003002     MOVE 'BASECCY ' TO RV100-PG-PARM-KEY.
003003     CALL 'PARMGET' USING RV100-PG-CONTROL.
003004     MOVE RV100-PG-PARM-VALUE TO RV100-BASE-WORK.
003005
003006     IF RV100-PG-PARM-FOUND
003007         MOVE RV100-BW-CCY TO RV100-BASE-CCY
003008     ELSE
003009         DISPLAY 'RV100 - BASECCY PARAMETER UNAVAILABLE - EVERY'
003010             ' CODED BATCH LOGGED AS FOREIGN'
003011     END-IF.
003012
003013     OPEN EXTEND FXAUDIT.
003014
003015     MOVE 'RUNID   ' TO RV100-PG-PARM-KEY.
003016     CALL 'PARMGET' USING RV100-PG-CONTROL.
003017
003018     IF RV100-PG-PARM-FOUND
003019         MOVE RV100-PG-PARM-VALUE TO RV100-RUN-ID
003020     ELSE
003021         DISPLAY 'RV100 - RUNID PARAMETER UNAVAILABLE'
003022     END-IF.
003023
003024     OPEN EXTEND BMJRNL.
003025
003026     IF RV100-JRNL-FILE-STATUS = '00'
003027         MOVE 'Y' TO RV100-JRNL-OPEN-SW
003028     ELSE
003029         DISPLAY 'RV100 - MASTER JOURNAL UNAVAILABLE, STATUS '
003030             RV100-JRNL-FILE-STATUS ' - UPDATES NOT JOURNALED'
003031         IF RV100-MAX-COND-CODE LESS THAN 4
003032             MOVE 4 TO RV100-MAX-COND-CODE
003033         END-IF
003034     END-IF.
003035
003036     OPEN INPUT GLXREG.
003037
003038     IF RV100-REG-FILE-STATUS = '00'
003039         MOVE 'Y' TO RV100-REG-OPEN-SW
003040     ELSE
003041         DISPLAY 'RV100 - TRANSMISSION REGISTER UNAVAILABLE, '
003042             'STATUS ' RV100-REG-FILE-STATUS ' - NOTHING REVERSED'
003043     END-IF.
003044
003045     PERFORM 5000-READ-CARD
003046         THRU 5000-EXIT.
003047
003050 1000-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090* 2000-REVERSE-ONE-CARD - VALIDATE ONE REVERSAL CARD AGAINST THE *
003100*                         MASTER, REBUILD AND FLIP THE BATCH'S   *
003110*                         ITEMS, MARK THE MASTER, AND WRITE THE  *
003120*                         REVERSING POSTINGS                     *
003130******************************************************************
003140 2000-REVERSE-ONE-CARD.
003150     ADD 1 TO RV100-CARD-COUNT.
003160
003170     MOVE REV-BATCH-ID TO RV100-RPT-BATCH-ID.
003180     MOVE REV-RUN-DATE TO RV100-RPT-RUN-DATE.
003190     MOVE REV-CYCLE    TO RV100-RPT-CYCLE.
003200     MOVE REV-USER     TO RV100-RPT-USER.
003210
003220     PERFORM 2100-VALIDATE-CARD
003230         THRU 2100-EXIT.
003240
003250     IF NOT RV100-CARD-VALID
003260         PERFORM 3900-WRITE-REJECT
003270             THRU 3900-EXIT
003280         GO TO 2000-READ-NEXT
003290     END-IF.
003300
003310     PERFORM 2200-READ-MASTER
003320         THRU 2200-EXIT.
003330
003340     IF NOT RV100-CARD-VALID
003350         PERFORM 3900-WRITE-REJECT
003360             THRU 3900-EXIT
003370         GO TO 2000-READ-NEXT
003380     END-IF.
003390
003400     PERFORM 2300-LOAD-FROM-SPLIT
003410         THRU 2300-EXIT.
003420
003430     IF NOT RV100-ITEMS-AGREE
003440         PERFORM 2400-LOAD-FROM-SUSPENSE
003450             THRU 2400-EXIT
003460     END-IF.
003470
003480     IF NOT RV100-ITEMS-AGREE
003490         MOVE 'ITEMS NOT FOUND OR DO NOT FOOT'
003500             TO RV100-REJECT-REASON
003510         PERFORM 3900-WRITE-REJECT
003520             THRU 3900-EXIT
003530         GO TO 2000-READ-NEXT
003540     END-IF.
003550
003560     CALL 'MAKE-NEGATIVE-BATCH' USING RV100-ARR-RECORD
003570                                      RV100-OUT-ARR
003580                                      RV100-OUT-STATUS.
003590
003600     MOVE 'N' TO RV100-FLIP-SW.
003610     PERFORM 2500-CHECK-ONE-FLIP
003620         THRU 2500-EXIT
003630         VARYING RV100-ITEM-INDEX FROM 1 BY 1
003640         UNTIL RV100-ITEM-INDEX GREATER THAN RV100-ARR-LENGTH.
003650
003660     IF RV100-FLIP-FAILED
003670         MOVE 'ITEM REFUSED BY MAKE-NEGATIVE'
003680             TO RV100-REJECT-REASON
003690         PERFORM 3900-WRITE-REJECT
003700             THRU 3900-EXIT
003710         GO TO 2000-READ-NEXT
003720     END-IF.
003730
003740     PERFORM 3000-SUM-REVERSAL
003750         THRU 3000-EXIT.
003760
003770     PERFORM 3500-MARK-MASTER
003780         THRU 3500-EXIT.
003790
003800     IF NOT RV100-CARD-VALID
003810         PERFORM 3900-WRITE-REJECT
003820             THRU 3900-EXIT
003830         GO TO 2000-READ-NEXT
003840     END-IF.
003850
003860     MOVE ZERO TO RV100-BATCH-AMOUNT.
003870
003880     PERFORM 3650-POST-ONE-ACCOUNT
003890         THRU 3650-EXIT
003900         VARYING RV100-AS-INDEX FROM 1 BY 1
003910         UNTIL RV100-AS-INDEX GREATER THAN
003920             RV100-ACCT-SUM-COUNT.
003930
003940     ADD 1 TO RV100-REVERSE-COUNT.
003950     MOVE 'REVERSED'         TO RV100-RPT-ACTION.
003960     MOVE RV100-BATCH-AMOUNT TO RV100-RPT-AMOUNT.
003970     MOVE RV100-ITEM-SOURCE  TO RV100-RPT-TEXT.
003980     MOVE RV100-DETAIL-LINE  TO REV-REPORT-LINE.
003990     WRITE REV-REPORT-LINE.
004000
004010 2000-READ-NEXT.
004020     PERFORM 5000-READ-CARD
004030         THRU 5000-EXIT.
004040
004050 2000-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* 2100-VALIDATE-CARD - CHECK THE CARD'S FIELDS; WHO ASKED AND    *
004100*                      WHY ARE BOTH REQUIRED                     *
004110******************************************************************
004120 2100-VALIDATE-CARD.
004130     MOVE 'N' TO RV100-VALID-SW.
004140
004150     IF REV-BATCH-ID = SPACES
004160         MOVE 'BATCH ID MISSING' TO RV100-REJECT-REASON
004170         GO TO 2100-EXIT
004180     END-IF.
004190
004200     IF REV-RUN-DATE NOT NUMERIC
004210         MOVE 'RUN DATE NOT NUMERIC YYMMDD'
004220             TO RV100-REJECT-REASON
004230         GO TO 2100-EXIT
004240     END-IF.
004250
004260     IF REV-CYCLE NOT NUMERIC
004270         OR REV-CYCLE = '00'
004280         MOVE 'CYCLE MUST BE 01-99' TO RV100-REJECT-REASON
004290         GO TO 2100-EXIT
004300     END-IF.
004310
004320     IF REV-USER = SPACES
004330         MOVE 'REQUESTING USER ID MISSING'
004340             TO RV100-REJECT-REASON
004350         GO TO 2100-EXIT
004360     END-IF.
004370
004380     IF REV-REASON = SPACES
004390         MOVE 'REVERSAL REASON MISSING' TO RV100-REJECT-REASON
004400         GO TO 2100-EXIT
004410     END-IF.
004420
004430     MOVE REV-BATCH-ID TO RV100-CK-BATCH-ID.
004440     MOVE REV-RUN-DATE TO RV100-CK-RUN-DATE.
004450     MOVE REV-CYCLE    TO RV100-CK-CYCLE.
004460     MOVE 'Y' TO RV100-VALID-SW.
004470
004480 2100-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 2200-READ-MASTER - THE BATCH MUST BE ON THE MASTER, BALANCED   *
004530*                    OK, NOT ALREADY REVERSED, NOT REFUSED BY    *
004540*                    THE LEDGER, AND ITS RUN ALREADY TRANSMITTED *
004550******************************************************************
004560 2200-READ-MASTER.
004570     MOVE 'N' TO RV100-VALID-SW.
004580     MOVE RV100-CARD-KEY TO BM-KEY.
004590
004600     READ BATCHMST
004610         INVALID KEY
004620             MOVE 'NO MASTER RECORD FOR BATCH'
004630                 TO RV100-REJECT-REASON
004640             GO TO 2200-EXIT
004650     END-READ.
004660
004670     IF BM-SUMMARY-REC-KIND
004680         MOVE 'PERIOD SUMMARY-NOT REVERSIBLE'
004690             TO RV100-REJECT-REASON
004700         GO TO 2200-EXIT
004710     END-IF.
004720
004730     IF BM-RECON-STATUS = 'REVSD'
004740         MOVE 'BATCH ALREADY REVERSED' TO RV100-REJECT-REASON
004750         GO TO 2200-EXIT
004760     END-IF.
004770
004780     IF BM-RECON-STATUS NOT = 'OK'
004790         MOVE 'BATCH NOT BALANCED OK' TO RV100-REJECT-REASON
004800         GO TO 2200-EXIT
004810     END-IF.
004820
004830*    A BATCH THE LEDGER REFUSED NEVER FULLY POSTED, SO THERE IS
004840*    NOTHING WHOLE TO MIRROR - IT IS CORRECTED AND RESENT.
004850     IF BM-GL-REJECTED
004860         MOVE 'REJECTED BY LEDGER-NOT POSTED'
004870             TO RV100-REJECT-REASON
004871         GO TO 2200-EXIT
004872     END-IF.
004873
004874*    A FOREIGN-CURRENCY BATCH THAT HAD NO RATE FOR ITS VALUE DATE
004875*    WAS HELD BY THE EXTRACT AND NEVER REACHED THE LEDGER.
004876     IF BM-FX-RATE = ZERO
004877         MOVE 'NO FX RATE - NEVER POSTED' TO RV100-REJECT-REASON
004878         GO TO 2200-EXIT
004879     END-IF.
004880
004881*    THE RUN'S GLFILE MUST HAVE GONE TO THE LEDGER.  A BATCH STILL
004882*    WAITING FOR THE EXTRACT WOULD BE HELD ONCE MARKED REVERSED,
004883*    AND ONLY ITS MIRROR-IMAGE POSTINGS WOULD REACH THE LEDGER.
004884     IF NOT RV100-REG-OPEN
004885         MOVE 'TRANSMISSION REGISTER DOWN' TO RV100-REJECT-REASON
004886         GO TO 2200-EXIT
004887     END-IF.
004888
004889     MOVE BM-RUN-DATE TO XR-RUN-DATE.
004890     MOVE BM-CYCLE    TO XR-CYCLE.
004891     MOVE 'GLFILE'    TO XR-FILE-ID.
004892
004893     READ GLXREG
004894         INVALID KEY
004895             MOVE 'BATCH NOT YET TRANSMITTED'
004896                 TO RV100-REJECT-REASON
004897             GO TO 2200-EXIT
004898     END-READ.
004899
004900     IF NOT XR-TRANSMITTED
004901         AND NOT XR-ACKNOWLEDGED
004902         MOVE 'BATCH NOT YET TRANSMITTED' TO RV100-REJECT-REASON
004903         GO TO 2200-EXIT
004904     END-IF.
004905
004910     MOVE 'Y' TO RV100-VALID-SW.
004920
004930 2200-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 2300-LOAD-FROM-SPLIT - REBUILD THE BATCH'S ITEMS FROM THE      *
004980*                        POSOUT/NEGOUT SPLIT FILES.  THE SPLIT   *
004990*                        FILES HOLD ONLY THE RUN THAT CUT THEM,  *
005000*                        SO THE ITEMS COUNT ONLY WHEN THEY FOOT  *
005010*                        TO THE MASTER RECORD BEING REVERSED.    *
005020******************************************************************
005030 2300-LOAD-FROM-SPLIT.
005040     PERFORM 2900-CLEAR-ITEMS
005050         THRU 2900-EXIT.
005060     MOVE 'SPLIT   ' TO RV100-ITEM-SOURCE.
005070
005080     MOVE 'N' TO RV100-POS-EOF-SW.
005090     OPEN INPUT POSOUT.
005100
005110     IF RV100-POS-FILE-STATUS NOT = '00'
005120         GO TO 2300-EXIT
005130     END-IF.
005140
005150     PERFORM 2310-LOAD-ONE-POS
005160         THRU 2310-EXIT
005170         UNTIL RV100-POS-EOF.
005180
005190     CLOSE POSOUT.
005200
005210     MOVE 'N' TO RV100-NEG-EOF-SW.
005220     OPEN INPUT NEGOUT.
005230
005240     IF RV100-NEG-FILE-STATUS NOT = '00'
005250         GO TO 2300-EXIT
005260     END-IF.
005270
005280     PERFORM 2320-LOAD-ONE-NEG
005290         THRU 2320-EXIT
005300         UNTIL RV100-NEG-EOF.
005310
005320     CLOSE NEGOUT.
005330
005340     PERFORM 2800-CHECK-AGREEMENT
005350         THRU 2800-EXIT.
005360
005370 2300-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410* 2310-LOAD-ONE-POS - ADD ONE POSITIVE ITEM OF THE BATCH         *
005420******************************************************************
005430 2310-LOAD-ONE-POS.
005440     READ POSOUT
005450         AT END
005460             MOVE 'Y' TO RV100-POS-EOF-SW
005470             GO TO 2310-EXIT
005480     END-READ.
005490
005500     IF POS-BATCH-ID = RV100-CK-BATCH-ID
005510         PERFORM 2910-ADD-ITEM
005520             THRU 2910-EXIT
005530         IF NOT RV100-TABLE-OVERFLOW
005540             MOVE POS-ITEM-VALUE
005550                 TO RV100-XS (RV100-ARR-LENGTH)
005560             MOVE POS-ACCT-CODE
005570                 TO RV100-ACT-CODE (RV100-ACT-LENGTH)
005580         END-IF
005590     END-IF.
005600
005610 2310-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 2320-LOAD-ONE-NEG - ADD ONE NEGATIVE ITEM OF THE BATCH         *
005660******************************************************************
005670 2320-LOAD-ONE-NEG.
005680     READ NEGOUT
005690         AT END
005700             MOVE 'Y' TO RV100-NEG-EOF-SW
005710             GO TO 2320-EXIT
005720     END-READ.
005730
005740     IF NEG-BATCH-ID = RV100-CK-BATCH-ID
005750         PERFORM 2910-ADD-ITEM
005760             THRU 2910-EXIT
005770         IF NOT RV100-TABLE-OVERFLOW
005780             MOVE NEG-ITEM-VALUE
005790                 TO RV100-XS (RV100-ARR-LENGTH)
005800             MOVE NEG-ACCT-CODE
005810                 TO RV100-ACT-CODE (RV100-ACT-LENGTH)
005820         END-IF
005830     END-IF.
005840
005850 2320-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 2400-LOAD-FROM-SUSPENSE - REBUILD THE BATCH'S ITEMS FROM THE   *
005900*                           SUSPENSE COPY ON SUSPIN, FOR A BATCH *
005910*                           THAT BROKE AND LATER CLEARED THROUGH *
005920*                           REBAL.  THE HEADER MUST CARRY THE    *
005930*                           SAME RUN DATE AND CYCLE AS THE       *
005940*                           MASTER RECORD BEING REVERSED.        *
005950******************************************************************
005960 2400-LOAD-FROM-SUSPENSE.
005970     PERFORM 2900-CLEAR-ITEMS
005980         THRU 2900-EXIT.
005990     MOVE 'SUSPENSE' TO RV100-ITEM-SOURCE.
006000
006010     MOVE 'N' TO RV100-SUSP-EOF-SW
006020                 RV100-SUSP-FOUND-SW.
006030     OPEN INPUT SUSPIN.
006040
006050     IF RV100-SUSP-FILE-STATUS NOT = '00'
006060         GO TO 2400-EXIT
006070     END-IF.
006080
006090     PERFORM 2410-FIND-SUSP-HEADER
006100         THRU 2410-EXIT
006110         UNTIL RV100-SUSP-EOF OR RV100-SUSP-FOUND.
006120
006130     IF RV100-SUSP-FOUND
006140         PERFORM 5100-READ-SUSPIN
006150             THRU 5100-EXIT
006160         PERFORM 2420-LOAD-ONE-SUSP
006170             THRU 2420-EXIT
006180             UNTIL RV100-SUSP-EOF
006190     END-IF.
006200
006210     CLOSE SUSPIN.
006220
006230     IF RV100-SUSP-FOUND
006240         PERFORM 2800-CHECK-AGREEMENT
006250             THRU 2800-EXIT
006260     END-IF.
006270
006280 2400-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 2410-FIND-SUSP-HEADER - READ ONE SUSPENSE RECORD LOOKING FOR   *
006330*                         THIS BATCH'S HEADER                    *
006340******************************************************************
006350 2410-FIND-SUSP-HEADER.
006360     PERFORM 5100-READ-SUSPIN
006370         THRU 5100-EXIT.
006380
006390     IF RV100-SUSP-EOF
006400         GO TO 2410-EXIT
006410     END-IF.
006420
006430     IF SUSP-HEADER-REC
006440         AND SUSP-BATCH-ID = RV100-CK-BATCH-ID
006450         AND SUSP-HDR-RUN-DATE = RV100-CK-RUN-DATE
006460         AND SUSP-HDR-CYCLE = RV100-CK-CYCLE
006470         MOVE 'Y' TO RV100-SUSP-FOUND-SW
006480     END-IF.
006490
006500 2410-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540* 2420-LOAD-ONE-SUSP - ADD ONE SUSPENDED DETAIL ITEM, STOPPING   *
006550*                      AT THE NEXT BATCH'S HEADER                *
006560******************************************************************
006570 2420-LOAD-ONE-SUSP.
006580     IF NOT SUSP-DETAIL-REC
006590         OR SUSP-BATCH-ID NOT = RV100-CK-BATCH-ID
006600         MOVE 'Y' TO RV100-SUSP-EOF-SW
006610         GO TO 2420-EXIT
006620     END-IF.
006630
006640     PERFORM 2910-ADD-ITEM
006650         THRU 2910-EXIT.
006660
006670     IF NOT RV100-TABLE-OVERFLOW
006680         MOVE SUSP-DTL-AMOUNT
006690             TO RV100-XS (RV100-ARR-LENGTH)
006700         MOVE SUSP-DTL-ACCT-CODE
006710             TO RV100-ACT-CODE (RV100-ACT-LENGTH)
006720     END-IF.
006730
006740     PERFORM 5100-READ-SUSPIN
006750         THRU 5100-EXIT.
006760
006770 2420-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 2500-CHECK-ONE-FLIP - EVERY ITEM MUST COME BACK FROM           *
006820*                       MAKE-NEGATIVE WITH A CLEAN STATUS        *
006830******************************************************************
006840 2500-CHECK-ONE-FLIP.
006850     IF RV100-YS-STATUS (RV100-ITEM-INDEX) NOT = '0'
006860         MOVE 'Y' TO RV100-FLIP-SW
006870         DISPLAY 'RV100 - MAKE-NEGATIVE STATUS '
006880             RV100-YS-STATUS (RV100-ITEM-INDEX)
006890             ' ON BATCH ' RV100-CK-BATCH-ID
006900             ' ITEM ' RV100-ITEM-INDEX
006910     END-IF.
006920
006930 2500-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970* 2800-CHECK-AGREEMENT - FOOT THE REBUILT ITEMS THE WAY          *
006980*                        PositiveSum DID AND COMPARE THEM WITH   *
006990*                        THE MASTER RECORD                       *
007000******************************************************************
007010 2800-CHECK-AGREEMENT.
007020     MOVE 'N' TO RV100-ITEMS-SW.
007030
007040     IF RV100-TABLE-OVERFLOW
007050         OR RV100-ARR-LENGTH = ZERO
007060         GO TO 2800-EXIT
007070     END-IF.
007080
007090     MOVE ZERO TO RV100-POS-SUM
007100                  RV100-NEG-SUM
007110                  RV100-POS-COUNT
007120                  RV100-NEG-COUNT.
007130
007140     PERFORM 2810-FOOT-ONE-ITEM
007150         THRU 2810-EXIT
007160         VARYING RV100-ITEM-INDEX FROM 1 BY 1
007170         UNTIL RV100-ITEM-INDEX GREATER THAN RV100-ARR-LENGTH.
007180
007190     IF RV100-POS-SUM   = BM-RESULT
007200         AND RV100-NEG-SUM   = BM-NEG-RESULT
007210         AND RV100-POS-COUNT = BM-POS-COUNT
007220         AND RV100-NEG-COUNT = BM-NEG-COUNT
007230         MOVE 'Y' TO RV100-ITEMS-SW
007240     END-IF.
007250
007260 2800-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 2810-FOOT-ONE-ITEM - FOLD ONE REBUILT ITEM INTO THE FOOTINGS   *
007310******************************************************************
007320 2810-FOOT-ONE-ITEM.
007330     IF RV100-XS (RV100-ITEM-INDEX) GREATER THAN 0
007340         ADD RV100-XS (RV100-ITEM-INDEX) TO RV100-POS-SUM
007350         ADD 1 TO RV100-POS-COUNT
007360     ELSE
007370         ADD RV100-XS (RV100-ITEM-INDEX) TO RV100-NEG-SUM
007380         ADD 1 TO RV100-NEG-COUNT
007390     END-IF.
007400
007410 2810-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 2900-CLEAR-ITEMS - EMPTY THE ITEM TABLES BEFORE A REBUILD      *
007460******************************************************************
007470 2900-CLEAR-ITEMS.
007480     MOVE ZERO TO RV100-ARR-LENGTH
007490                  RV100-ACT-LENGTH.
007500     MOVE 'N'  TO RV100-OVERFLOW-SW
007510                  RV100-ITEMS-SW.
007520
007530 2900-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570* 2910-ADD-ITEM - OPEN ONE MORE ENTRY IN THE ITEM TABLES         *
007580******************************************************************
007590 2910-ADD-ITEM.
007600     IF RV100-ARR-LENGTH NOT LESS THAN 999
007610         MOVE 'Y' TO RV100-OVERFLOW-SW
007620         GO TO 2910-EXIT
007630     END-IF.
007640
007650     ADD 1 TO RV100-ARR-LENGTH
007660              RV100-ACT-LENGTH.
007670
007680 2910-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 3000-SUM-REVERSAL - SUM THE FLIPPED ITEMS PER GL ACCOUNT ON    *
007730*                     THE OPPOSITE SIDE FROM THE ORIGINAL        *
007740******************************************************************
007750 3000-SUM-REVERSAL.
007760     MOVE ZERO TO RV100-ACCT-SUM-COUNT.
007770
007780     PERFORM 3010-SUM-ONE-ITEM
007790         THRU 3010-EXIT
007800         VARYING RV100-ITEM-INDEX FROM 1 BY 1
007810         UNTIL RV100-ITEM-INDEX GREATER THAN RV100-ARR-LENGTH.
007820
007830 3000-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870* 3010-SUM-ONE-ITEM - FOLD ONE FLIPPED ITEM INTO ITS ACCOUNT'S   *
007880*                     SUM.  MAKE-NEGATIVE HANDS BACK EVERY ITEM  *
007890*                     AS A NEGATIVE AMOUNT, SO ITS MAGNITUDE IS  *
007900*                     0 - YS; THE ORIGINAL ITEM'S SIGN DECIDES   *
007910*                     THE SIDE - A POSITIVE ITEM WENT OUT AS A   *
007920*                     DEBIT AND COMES BACK A CREDIT, A NEGATIVE  *
007930*                     ITEM THE OTHER WAY ROUND.                  *
007940******************************************************************
007950 3010-SUM-ONE-ITEM.
007960     COMPUTE RV100-REV-AMOUNT =
007970         0 - RV100-YS (RV100-ITEM-INDEX).
007980
007990     IF RV100-REV-AMOUNT = ZERO
008000         GO TO 3010-EXIT
008010     END-IF.
008020
008030     MOVE 'N' TO RV100-AS-FOUND-SW.
008040
008050     PERFORM 3020-SCAN-ACCT-SUM
008060         THRU 3020-EXIT
008070         VARYING RV100-AS-SCAN FROM 1 BY 1
008080         UNTIL RV100-AS-SCAN GREATER THAN RV100-ACCT-SUM-COUNT
008090             OR RV100-AS-FOUND.
008100
008110     IF NOT RV100-AS-FOUND
008120         ADD 1 TO RV100-ACCT-SUM-COUNT
008130         MOVE RV100-ACCT-SUM-COUNT TO RV100-AS-INDEX
008140         MOVE RV100-ACT-CODE (RV100-ITEM-INDEX)
008150             TO RV100-AS-CODE (RV100-AS-INDEX)
008160         MOVE ZERO TO RV100-AS-DR-AMOUNT (RV100-AS-INDEX)
008170                      RV100-AS-CR-AMOUNT (RV100-AS-INDEX)
008172                      RV100-AS-DR-ORIG (RV100-AS-INDEX)
008174                      RV100-AS-CR-ORIG (RV100-AS-INDEX)
008180     END-IF.
008182
008184     COMPUTE RV100-BASE-ITEM ROUNDED =
008186         RV100-REV-AMOUNT * BM-FX-RATE.
008190
008200     IF RV100-XS (RV100-ITEM-INDEX) GREATER THAN 0
008210         ADD RV100-REV-AMOUNT
008212             TO RV100-AS-CR-ORIG (RV100-AS-INDEX)
008214         ADD RV100-BASE-ITEM
008220             TO RV100-AS-CR-AMOUNT (RV100-AS-INDEX)
008230     ELSE
008240         ADD RV100-REV-AMOUNT
008242             TO RV100-AS-DR-ORIG (RV100-AS-INDEX)
008244         ADD RV100-BASE-ITEM
008250             TO RV100-AS-DR-AMOUNT (RV100-AS-INDEX)
008260     END-IF.
008270
008280 3010-EXIT.
008290     EXIT.
008300
008310******************************************************************
008320* 3020-SCAN-ACCT-SUM - COMPARE ONE ACCOUNT ALREADY IN THE SUM    *
008330*                      TABLE                                     *
008340******************************************************************
008350 3020-SCAN-ACCT-SUM.
008360     IF RV100-AS-CODE (RV100-AS-SCAN)
008370         = RV100-ACT-CODE (RV100-ITEM-INDEX)
008380         MOVE 'Y' TO RV100-AS-FOUND-SW
008390         MOVE RV100-AS-SCAN TO RV100-AS-INDEX
008400     END-IF.
008410
008420 3020-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460* 3500-MARK-MASTER - REWRITE THE MASTER RECORD AS REVERSED WITH  *
008470*                    WHO ASKED, TODAY'S DATE, AND THE REASON.    *
008480*                    THE POSTINGS ARE WRITTEN ONLY AFTER THIS    *
008485*                    SUCCEEDS, SO THE TWO ALWAYS AGREE.  THE     *
008490*                    CHANGE IS JOURNALED ONCE IT IS MADE.        *
008500******************************************************************
008510 3500-MARK-MASTER.
008515     MOVE BM-RECORD        TO RV100-JRNL-BEFORE.
008520     MOVE 'REVSD'          TO BM-RECON-STATUS.
008530     MOVE REV-USER         TO BM-ADJ-USER.
008540     MOVE RV100-RUN-DATE   TO BM-ADJ-DATE.
008550     MOVE REV-REASON       TO BM-ADJ-REASON.
008560     MOVE BM-RUN-DATE      TO BM-ALT-RUN-DATE.
008570     MOVE BM-CYCLE         TO BM-ALT-CYCLE.
008580
008590     REWRITE BM-RECORD
008600         INVALID KEY
008610             CONTINUE
008620     END-REWRITE.
008630
008640     IF RV100-MAST-FILE-STATUS NOT = '00'
008650         DISPLAY 'RV100 - BATCH MASTER UPDATE FAILED, BATCH '
008660             RV100-CK-BATCH-ID ' STATUS '
008670             RV100-MAST-FILE-STATUS
008680         MOVE 'N' TO RV100-VALID-SW
008690         MOVE 'MASTER UPDATE FAILED' TO RV100-REJECT-REASON
008695         GO TO 3500-EXIT
008700     END-IF.
008710
008712     PERFORM 3550-WRITE-JOURNAL
008714         THRU 3550-EXIT.
008716
008720 3500-EXIT.
008721     EXIT.
008722
008723******************************************************************
008724* 3550-WRITE-JOURNAL - APPEND THE MASTER CHANGE JUST MADE TO THE *
008725*                      MASTER UPDATE JOURNAL                     *
008726******************************************************************
008727 3550-WRITE-JOURNAL.
008728     IF NOT RV100-JRNL-OPEN
008729         GO TO 3550-EXIT
008730     END-IF.
008731
008732     ACCEPT RV100-JRNL-DATE FROM DATE.
008733     ACCEPT RV100-JRNL-TIME FROM TIME.
008734
008735     MOVE SPACES             TO JR-RECORD.
008736     MOVE 'GLREVRS'          TO JR-PROGRAM.
008737     MOVE RV100-RUN-ID       TO JR-RUN-ID.
008738     MOVE RV100-JRNL-DATE    TO JR-DATE.
008739     MOVE RV100-JRNL-TIME    TO JR-TIME.
008740     MOVE 'C'                TO JR-ACTION.
008741     MOVE BM-KEY             TO JR-BM-KEY.
008742     MOVE RV100-JRNL-BEFORE  TO JR-BEFORE-IMAGE.
008743     MOVE BM-RECORD          TO JR-AFTER-IMAGE.
008744     WRITE JR-RECORD.
008745
008746 3550-EXIT.
008747     EXIT.
008748
008750******************************************************************
008760* 3650-POST-ONE-ACCOUNT - WRITE ONE ACCOUNT'S REVERSING DEBIT    *
008770*                         AND/OR CREDIT AND ROLL THE HASH        *
008780******************************************************************
008790 3650-POST-ONE-ACCOUNT.
008800     IF RV100-AS-DR-AMOUNT (RV100-AS-INDEX) GREATER THAN 0
008810         MOVE SPACES TO GL-POSTING-RECORD
008820         MOVE '1'                 TO GL-REC-TYPE
008830         MOVE RV100-CK-BATCH-ID   TO GL-POST-REF
008840         MOVE BM-VALUE-DATE       TO GL-POST-DATE
008850         MOVE RV100-CK-RUN-DATE   TO GL-POST-RUN-DATE
008860         MOVE RV100-CK-CYCLE      TO GL-POST-CYCLE
008870         MOVE RV100-AS-CODE (RV100-AS-INDEX) TO GL-ACCT-CODE
008880         MOVE 'D'                 TO GL-DR-CR-CODE
008890         MOVE RV100-AS-DR-AMOUNT (RV100-AS-INDEX)
008900             TO GL-POST-AMOUNT
008910         WRITE GL-POSTING-RECORD
008920         ADD 1 TO RV100-POST-COUNT
008930         ADD RV100-AS-DR-AMOUNT (RV100-AS-INDEX)
008940             TO RV100-HASH-TOTAL
008950                RV100-BATCH-AMOUNT
008951         MOVE RV100-AS-DR-ORIG (RV100-AS-INDEX) TO RV100-AUD-ORIG
008952         MOVE RV100-AS-DR-AMOUNT (RV100-AS-INDEX)
008953             TO RV100-AUD-BASE
008954         PERFORM 3660-WRITE-FX-AUDIT
008955             THRU 3660-EXIT
008960     END-IF.
008970
008980     IF RV100-AS-CR-AMOUNT (RV100-AS-INDEX) GREATER THAN 0
008990         MOVE SPACES TO GL-POSTING-RECORD
009000         MOVE '1'                 TO GL-REC-TYPE
009010         MOVE RV100-CK-BATCH-ID   TO GL-POST-REF
009020         MOVE BM-VALUE-DATE       TO GL-POST-DATE
009030         MOVE RV100-CK-RUN-DATE   TO GL-POST-RUN-DATE
009040         MOVE RV100-CK-CYCLE      TO GL-POST-CYCLE
009050         MOVE RV100-AS-CODE (RV100-AS-INDEX) TO GL-ACCT-CODE
009060         MOVE 'C'                 TO GL-DR-CR-CODE
009070         MOVE RV100-AS-CR-AMOUNT (RV100-AS-INDEX)
009080             TO GL-POST-AMOUNT
009090         WRITE GL-POSTING-RECORD
009100         ADD 1 TO RV100-POST-COUNT
009110         ADD RV100-AS-CR-AMOUNT (RV100-AS-INDEX)
009120             TO RV100-HASH-TOTAL
009130                RV100-BATCH-AMOUNT
009131         MOVE RV100-AS-CR-ORIG (RV100-AS-INDEX) TO RV100-AUD-ORIG
009132         MOVE RV100-AS-CR-AMOUNT (RV100-AS-INDEX)
009133             TO RV100-AUD-BASE
009134         PERFORM 3660-WRITE-FX-AUDIT
009135             THRU 3660-EXIT
009140     END-IF.
009150
009160 3650-EXIT.
009161     EXIT.
009162
009163******************************************************************
009164* 3660-WRITE-FX-AUDIT - LOG THE REVERSING POSTING JUST WRITTEN,  *
009165*                       WITH ITS ORIGINAL CURRENCY AND AMOUNT,   *
009166*                       WHEN THE BATCH IS NOT IN THE BASE        *
009167*                       CURRENCY                                 *
009168******************************************************************
009169 3660-WRITE-FX-AUDIT.
009170     IF BM-CCY-CODE = RV100-BASE-CCY
009171         GO TO 3660-EXIT
009172     END-IF.
009173
009174     ACCEPT RV100-RUN-TIME FROM TIME.
009175
009176     MOVE SPACES TO FX-RECORD.
009177     MOVE 'GLREVRS '           TO FX-PROGRAM.
009178     MOVE GL-POST-REF          TO FX-POST-REF.
009179     MOVE GL-POST-DATE         TO FX-POST-DATE.
009180     MOVE GL-POST-RUN-DATE     TO FX-POST-RUN-DATE.
009181     MOVE GL-POST-CYCLE        TO FX-POST-CYCLE.
009182     MOVE GL-ACCT-CODE         TO FX-ACCT-CODE.
009183     MOVE GL-DR-CR-CODE        TO FX-DR-CR-CODE.
009184     MOVE BM-CCY-CODE          TO FX-CCY-CODE.
009185     MOVE RV100-AUD-ORIG       TO FX-ORIG-AMOUNT.
009186     MOVE BM-FX-RATE           TO FX-RATE.
009187     MOVE RV100-BASE-CCY       TO FX-BASE-CCY-CODE.
009188     MOVE RV100-AUD-BASE       TO FX-BASE-AMOUNT.
009189     MOVE RV100-RUN-DATE       TO FX-LOG-DATE.
009190     MOVE RV100-RUN-TIME       TO FX-LOG-TIME.
009191     WRITE FX-RECORD.
009192
009193 3660-EXIT.
009194     EXIT.
009195
009196******************************************************************
009200* 3900-WRITE-REJECT - REPORT ONE REJECTED CARD AND RAISE THE     *
009210*                     CONDITION CODE TO 4                        *
009220******************************************************************
009230 3900-WRITE-REJECT.
009240     MOVE 'REJECTED'          TO RV100-RPT-ACTION.
009250     MOVE ZERO                TO RV100-RPT-AMOUNT.
009260     MOVE RV100-REJECT-REASON TO RV100-RPT-TEXT.
009270     MOVE RV100-DETAIL-LINE   TO REV-REPORT-LINE.
009280     WRITE REV-REPORT-LINE.
009290
009300     ADD 1 TO RV100-REJECT-COUNT.
009310
009320     IF RV100-MAX-COND-CODE LESS THAN 4
009330         MOVE 4 TO RV100-MAX-COND-CODE
009340     END-IF.
009350
009360 3900-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 5000-READ-CARD - READ NEXT REVERSAL CARD, SET EOF SWITCH       *
009410******************************************************************
009420 5000-READ-CARD.
009430     READ REVCTL
009440         AT END
009450             MOVE 'Y' TO RV100-EOF-SW
009460     END-READ.
009470
009480 5000-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520* 5100-READ-SUSPIN - READ NEXT SUSPENSE RECORD, SET EOF SWITCH   *
009530******************************************************************
009540 5100-READ-SUSPIN.
009550     READ SUSPIN
009560         AT END
009570             MOVE 'Y' TO RV100-SUSP-EOF-SW
009580     END-READ.
009590
009600 5100-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640* 9000-TERMINATE - WRITE THE GLREVS TRAILER AND THE REPORT       *
009650*                  TRAILER COUNTS, CLOSE FILES, SET THE RETURN   *
009660*                  CODE                                          *
009670******************************************************************
009680 9000-TERMINATE.
009690     MOVE SPACES TO GL-POSTING-RECORD.
009700     MOVE '9'              TO GL-REC-TYPE.
009710     MOVE RV100-POST-COUNT TO GL-TRL-REC-COUNT.
009720     MOVE RV100-HASH-TOTAL TO GL-TRL-HASH-TOTAL.
009730     WRITE GL-POSTING-RECORD.
009740
009750     MOVE 'REVERSAL CARDS READ:        ' TO RV100-TRL-TEXT.
009760     MOVE RV100-CARD-COUNT TO RV100-TRL-COUNT.
009770     PERFORM 9100-WRITE-TRAILER
009780         THRU 9100-EXIT.
009790
009800     MOVE 'BATCHES REVERSED:           ' TO RV100-TRL-TEXT.
009810     MOVE RV100-REVERSE-COUNT TO RV100-TRL-COUNT.
009820     PERFORM 9100-WRITE-TRAILER
009830         THRU 9100-EXIT.
009840
009850     MOVE 'CARDS REJECTED:             ' TO RV100-TRL-TEXT.
009860     MOVE RV100-REJECT-COUNT TO RV100-TRL-COUNT.
009870     PERFORM 9100-WRITE-TRAILER
009880         THRU 9100-EXIT.
009890
009900     MOVE 'REVERSING POSTINGS WRITTEN: ' TO RV100-TRL-TEXT.
009910     MOVE RV100-POST-COUNT TO RV100-TRL-COUNT.
009920     PERFORM 9100-WRITE-TRAILER
009930         THRU 9100-EXIT.
009940
009950     MOVE RV100-HASH-TOTAL TO RV100-HSH-AMOUNT.
009960     MOVE RV100-HASH-LINE  TO REV-REPORT-LINE.
009970     WRITE REV-REPORT-LINE.
009980
009990     CLOSE GLREVS
010000           REVRPT.
010010
010020     IF RV100-MAST-OPEN
010030         CLOSE BATCHMST
010040               REVCTL
010045               FXAUDIT
010050     END-IF.
010060
010062     IF RV100-JRNL-OPEN
010064         CLOSE BMJRNL
010066     END-IF.
010068
010070     IF RV100-REG-OPEN
010072         CLOSE GLXREG
010074     END-IF.
010076
010078     MOVE RV100-MAX-COND-CODE TO RETURN-CODE.
010080
010090 9000-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130* 9100-WRITE-TRAILER - WRITE ONE TRAILER COUNT LINE              *
010140******************************************************************
010150 9100-WRITE-TRAILER.
010160     MOVE RV100-TRAILER-LINE TO REV-REPORT-LINE.
010170     WRITE REV-REPORT-LINE.
010180
010190 9100-EXIT.
010200     EXIT.
010210
010220 END PROGRAM GLREVRS.
