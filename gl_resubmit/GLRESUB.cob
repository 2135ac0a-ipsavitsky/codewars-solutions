000010******************************************************************
000020* PROGRAM-ID: GLRESUB                                            *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - CORRECT AND RETRANSMIT THE  *
000100*                  POSTINGS THE LEDGER REJECTED OR NEVER         *
000110*                  ACKNOWLEDGED, ESCALATING SECOND FAILURES      *
000112*  10/15/2026  RO  PRINT EACH POSTING'S ACCOUNT DESCRIPTION FROM *
000114*                  THE GL ACCOUNT MASTER (ACCTMST) UNDER THE     *
000116*                  ACCOUNT CODE ON RESRPT AND ESCRPT             *
000117*  10/15/2026  RO  REJECT AN ACTION A CARD WHOSE REPLACEMENT     *
000118*                  ACCOUNT IS NOT ON THE GL ACCOUNT MASTER OR    *
000119*                  NOT OPEN ON THE POSTING'S DATE                *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. GLRESUB.
000150 AUTHOR. R. OKONKWO.
000160 INSTALLATION. DATA CENTER OPERATIONS.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190******************************************************************
000200* PICKS UP WHERE GLACKMAT LEAVES OFF.  GLACKMAT APPENDS EVERY    *
000210* POSTING THE LEDGER REJECTED OR NEVER ANSWERED, AS SENT, TO     *
000220* THE FAILED-POSTING QUEUE (GLFAIL).  GL ACCOUNTING DECIDES EACH *
000230* ONE ON A RESCTL CARD: RELEASE IT AS SENT, RESEND IT UNDER A    *
000240* REPLACEMENT GL ACCOUNT, OR CANCEL IT.  THIS PROGRAM APPLIES    *
000250* THE DECISIONS AND WRITES THE RETRANSMISSION FILE (GLRESEND,    *
000260* GLPOST LAYOUT WITH ITS OWN TRAILER), EVERY POSTING FLAGGED AS  *
000270* A RESEND AND CARRYING ITS ORIGINAL REFERENCE, VALUE DATE, RUN  *
000280* DATE, AND CYCLE, SO THE NEXT GLACKMAT RUN MATCHES THE LEDGER'S *
000290* ANSWER BACK TO THE SAME MASTER RECORD AND CAN MOVE IT TO       *
000300* CONFIRMED.                                                     *
000310*                                                                *
000320* A BATCH'S POSTINGS ARE RETRANSMITTED TOGETHER OR NOT AT ALL:   *
000330* UNTIL EVERY QUEUED POSTING OF THE BATCH HAS A DECISION, THE    *
000340* DECIDED ONES ARE HELD WITH THE REST, SINCE A PARTIAL RESEND    *
000350* COULD NEVER CONFIRM THE BATCH.  UNDECIDED POSTINGS ARE CARRIED *
000360* FORWARD TO GLFNEW, WHICH THE JOB COPIES BACK OVER THE QUEUE.   *
000370* A POSTING THAT FAILS AGAIN AFTER IT WAS RETRANSMITTED IS NOT   *
000380* SENT A THIRD TIME: IT IS TAKEN OFF THE QUEUE AND LISTED ON THE *
000390* ESCALATION REPORT (ESCRPT) FOR GL ACCOUNTING TO SETTLE WITH    *
000395* THE LEDGER SIDE BY HAND.  ON BOTH REPORTS EACH POSTING'S GL    *
000400* ACCOUNT DESCRIPTION, FROM THE GL ACCOUNT MASTER, PRINTS ON THE *
000405* LINE BELOW IT UNDER THE ACCOUNT CODE.                          *
000406*                                                                *
000407* A REPLACEMENT ACCOUNT MUST BE ON THE GL ACCOUNT MASTER AND     *
000408* OPEN ON THE POSTING'S DATE (ON OR AFTER ITS OPEN DATE AND      *
000409* BEFORE ANY CLOSE DATE), AS TRANEDIT REQUIRES OF THE ITEMS      *
000410* THEMSELVES; OTHERWISE THE CARD IS REJECTED AND THE POSTING     *
000411* WAITS FOR A NEW DECISION.  WITH THE MASTER UNAVAILABLE EVERY   *
000412* ACTION A CARD IS REJECTED.                                     *
000413******************************************************************
000420* RESCTL CORRECTION CARDS, ONE QUEUED POSTING PER CARD:          *
000430*   COLS  1-6   POSTING REFERENCE (BATCH ID)                     *
000440*   COLS  8-13  RUN DATE OF THE POSTING (YYMMDD)                 *
000450*   COLS 15-16  BALANCING CYCLE OF THE POSTING                   *
000460*   COL  18     DEBIT/CREDIT CODE (D OR C)                       *
000470*   COLS 20-27  GL ACCOUNT CODE AS SENT                          *
000480*   COL  29     ACTION - R RELEASE AS SENT, A RESEND UNDER A     *
000490*               NEW ACCOUNT, C CANCEL                            *
000500*   COLS 31-38  REPLACEMENT GL ACCOUNT CODE (ACTION A ONLY)      *
000510*   COLS 40-47  USER ID MAKING THE DECISION                      *
000520*                                                                *
000530* CONDITION CODES: 0 CLEAN, 4 CARD(S) REJECTED OR MATCHING NO    *
000540* QUEUED POSTING, 8 POSTING(S) ESCALATED - GL ACCOUNTING MUST    *
000550* FOLLOW UP, 12 FAILED-POSTING QUEUE UNAVAILABLE.                *
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT RESCTL   ASSIGN TO RESCTL
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT GLFAIL   ASSIGN TO GLFAIL
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS RS100-FAIL-FILE-STATUS.
000680     SELECT GLRESEND ASSIGN TO GLRESEND
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT GLFNEW   ASSIGN TO GLFNEW
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT RESRPT   ASSIGN TO RESRPT
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT ESCRPT   ASSIGN TO ESCRPT
000750         ORGANIZATION IS SEQUENTIAL.
000751     SELECT ACCTMST  ASSIGN TO ACCTMST
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS RANDOM
000754         RECORD KEY IS AM-ACCT-CODE
000755         FILE STATUS IS RS100-ACCT-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  RESCTL
000800     RECORDING MODE IS F.
000810 01  RES-CARD.
000820     05  RES-POST-REF            PIC X(06).
000830     05  FILLER                  PIC X(01).
000840     05  RES-RUN-DATE            PIC X(06).
000850     05  FILLER                  PIC X(01).
000860     05  RES-CYCLE               PIC X(02).
000870     05  FILLER                  PIC X(01).
000880     05  RES-DR-CR-CODE          PIC X(01).
000890     05  FILLER                  PIC X(01).
000900     05  RES-ACCT-CODE           PIC X(08).
000910     05  FILLER                  PIC X(01).
000920     05  RES-ACTION              PIC X(01).
000930         88  RES-RELEASE         VALUE 'R'.
000940         88  RES-NEW-ACCOUNT     VALUE 'A'.
000950         88  RES-CANCEL          VALUE 'C'.
000960     05  FILLER                  PIC X(01).
000970     05  RES-NEW-ACCT-CODE       PIC X(08).
000980     05  FILLER                  PIC X(01).
000990     05  RES-USER                PIC X(08).
001000     05  FILLER                  PIC X(33).
001010
001020 FD  GLFAIL
001030     RECORDING MODE IS F.
001040     COPY GLPOST REPLACING LEADING ==GL== BY ==FL==.
001050
001060 FD  GLRESEND
001070     RECORDING MODE IS F.
001080     COPY GLPOST.
001090
001100 FD  GLFNEW
001110     RECORDING MODE IS F.
001120     COPY GLPOST REPLACING LEADING ==GL== BY ==FN==.
001130
001140 FD  RESRPT
001150     RECORDING MODE IS F.
001160 01  RES-REPORT-LINE             PIC X(80).
001170
001180 FD  ESCRPT
001190     RECORDING MODE IS F.
001200 01  ESC-REPORT-LINE             PIC X(80).
001210
001212 FD  ACCTMST.
001214     COPY ACCTMST.
001216
001220 WORKING-STORAGE SECTION.
001230 01  RS100-SWITCHES.
001240     05  RS100-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
001250         88  RS100-CARD-EOF      VALUE 'Y'.
001260     05  RS100-FAIL-EOF-SW       PIC X(01)  VALUE 'N'.
001270         88  RS100-FAIL-EOF      VALUE 'Y'.
001280     05  RS100-FAIL-OPEN-SW      PIC X(01)  VALUE 'N'.
001290         88  RS100-FAIL-OPEN     VALUE 'Y'.
001300     05  RS100-VALID-SW          PIC X(01)  VALUE 'N'.
001310         88  RS100-CARD-VALID    VALUE 'Y'.
001320     05  RS100-DUP-SW            PIC X(01)  VALUE 'N'.
001330         88  RS100-DUPLICATE     VALUE 'Y'.
001340     05  RS100-UNDECIDED-SW      PIC X(01)  VALUE 'N'.
001350         88  RS100-BATCH-UNDECIDED VALUE 'Y'.
001360     05  RS100-OVERFLOW-SW       PIC X(01)  VALUE 'N'.
001370         88  RS100-TABLE-OVERFLOW VALUE 'Y'.
001372     05  RS100-ACCT-OPEN-SW      PIC X(01)  VALUE 'N'.
001374         88  RS100-ACCT-OPEN     VALUE 'Y'.
001380
001390 01  RS100-COUNTERS.
001400     05  RS100-CARD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001410     05  RS100-REJECT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001420     05  RS100-UNUSED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001430     05  RS100-QUEUED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001440     05  RS100-DUP-COUNT         PIC 9(05)  COMP  VALUE ZERO.
001450     05  RS100-RESEND-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001460     05  RS100-CANCEL-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001470     05  RS100-CARRY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001480     05  RS100-ESCALATE-COUNT    PIC 9(05)  COMP  VALUE ZERO.
001490     05  RS100-FT-INDEX          PIC 9(05)  COMP.
001500     05  RS100-FT-SCAN           PIC 9(05)  COMP.
001510     05  RS100-CT-INDEX          PIC 9(05)  COMP.
001520
001530 01  RS100-FAIL-FILE-STATUS      PIC X(02).
001535 01  RS100-ACCT-FILE-STATUS      PIC X(02).
001540
001550 01  RS100-RUN-DATE              PIC 9(06).
001560 01  RS100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
001570 01  RS100-REJECT-REASON         PIC X(28).
001580
001590 01  RS100-HASH-TOTAL            PIC 9(13)V99  VALUE ZERO.
001600
001610*    GL ACCOUNTING'S DECISIONS, HELD UNTIL THE QUEUE IS LOADED.
001620 01  RS100-CARD-TABLE.
001630     05  RS100-CARD-TBL-COUNT    PIC 9(05)  COMP  VALUE ZERO.
001640     05  RS100-CARD-ENTRY OCCURS 500 TIMES.
001650         10  RS100-CT-REF        PIC X(06).
001660         10  RS100-CT-RUN-DATE   PIC 9(06).
001670         10  RS100-CT-CYCLE      PIC 9(02).
001680         10  RS100-CT-DRCR       PIC X(01).
001690         10  RS100-CT-ACCT       PIC X(08).
001700         10  RS100-CT-ACTION     PIC X(01).
001710         10  RS100-CT-NEW-ACCT   PIC X(08).
001720         10  RS100-CT-USER       PIC X(08).
001730         10  RS100-CT-USED       PIC X(01).
001740
001750*    THE FAILED-POSTING QUEUE, WITH THE CARD THAT DECIDES EACH
001760*    POSTING AND WHAT BECAME OF IT: S RETRANSMIT, X CANCELLED,
001770*    H OR W CARRIED FORWARD, E ESCALATED, T TRANSMITTED.
001780 01  RS100-FAIL-TABLE.
001790     05  RS100-FAIL-TBL-COUNT    PIC 9(05)  COMP  VALUE ZERO.
001800     05  RS100-FAIL-ENTRY OCCURS 2500 TIMES.
001810         10  RS100-FT-REF        PIC X(06).
001820         10  RS100-FT-DATE       PIC 9(06).
001830         10  RS100-FT-DRCR       PIC X(01).
001840         10  RS100-FT-AMOUNT     PIC 9(10)V99.
001850         10  RS100-FT-RUN-DATE   PIC 9(06).
001860         10  RS100-FT-ACCT       PIC X(08).
001870         10  RS100-FT-CYCLE      PIC 9(02).
001880         10  RS100-FT-RESEND     PIC X(01).
001890         10  RS100-FT-FAIL-CODE  PIC X(01).
001900         10  RS100-FT-CARD       PIC 9(05)  COMP.
001910         10  RS100-FT-DISP       PIC X(01).
001920             88  RS100-FT-TO-SEND    VALUE 'S'.
001930             88  RS100-FT-CARRY      VALUES 'H' 'W'.
001940
001950 01  RS100-REPORT-HEADING.
001960     05  FILLER                  PIC X(30) VALUE
001970         'GL RESUBMISSION REPORT        '.
001980     05  FILLER                  PIC X(05) VALUE 'DATE '.
001990     05  RS100-HDG-RUN-DATE      PIC 9(06).
002000     05  FILLER                  PIC X(39) VALUE SPACE.
002010
002020 01  RS100-ESC-HEADING.
002030     05  FILLER                  PIC X(30) VALUE
002040         'GL RESUBMISSION ESCALATIONS   '.
002050     05  FILLER                  PIC X(05) VALUE 'DATE '.
002060     05  RS100-ESC-RUN-DATE      PIC 9(06).
002070     05  FILLER                  PIC X(39) VALUE SPACE.
002080
002090 01  RS100-COLUMN-HEADING.
002100     05  FILLER                  PIC X(28) VALUE
002110         ' REF    RUN DT CY D ACCOUNT '.
002120     05  FILLER                  PIC X(24) VALUE
002130         '        AMOUNT USER     '.
002140     05  FILLER                  PIC X(28) VALUE
002150         'DISPOSITION                 '.
002160
002170 01  RS100-DETAIL-LINE.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  RS100-RPT-REF           PIC X(06).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  RS100-RPT-RUN-DATE      PIC X(06).
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  RS100-RPT-CYCLE         PIC X(02).
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  RS100-RPT-DRCR          PIC X(01).
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  RS100-RPT-ACCT          PIC X(08).
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  RS100-RPT-AMOUNT        PIC ZZZZZZZZZ9.99.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  RS100-RPT-USER          PIC X(08).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  RS100-RPT-TEXT          PIC X(28).
002340     05  RS100-RPT-WAS-TEXT REDEFINES RS100-RPT-TEXT.
002350         10  FILLER              PIC X(18).
002360         10  RS100-RPT-WAS-ACCT  PIC X(08).
002370         10  FILLER              PIC X(02).
002380
002381 01  RS100-DESC-LINE.
002382     05  FILLER                  PIC X(20) VALUE SPACE.
002383     05  RS100-DSC-TEXT          PIC X(30).
002384     05  FILLER                  PIC X(30) VALUE SPACE.
002385
002390 01  RS100-TRAILER-LINE.
002400     05  RS100-TRL-TEXT          PIC X(28).
002410     05  RS100-TRL-COUNT         PIC ZZZZ9.
002420     05  FILLER                  PIC X(47) VALUE SPACE.
002430
002440 01  RS100-HASH-LINE.
002450     05  FILLER                  PIC X(28) VALUE
002460         'RETRANSMISSION HASH TOTAL:  '.
002470     05  RS100-HSH-AMOUNT        PIC ZZZZZZZZZZZZ9.99.
002480     05  FILLER                  PIC X(36) VALUE SPACE.
002490
002500 PROCEDURE DIVISION.
002510******************************************************************
002520* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
002530******************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE
002560         THRU 1000-EXIT.
002570
002580     PERFORM 2000-LOAD-ONE-CARD
002590         THRU 2000-EXIT
002600         UNTIL RS100-CARD-EOF.
002610
002620     PERFORM 2200-LOAD-ONE-FAILED
002630         THRU 2200-EXIT
002640         UNTIL RS100-FAIL-EOF.
002650
002660     PERFORM 3000-DECIDE-ONE-POSTING
002670         THRU 3000-EXIT
002680         VARYING RS100-FT-INDEX FROM 1 BY 1
002690         UNTIL RS100-FT-INDEX GREATER THAN RS100-FAIL-TBL-COUNT.
002700
002710     PERFORM 4000-WRITE-ONE-POSTING
002720         THRU 4000-EXIT
002730         VARYING RS100-FT-INDEX FROM 1 BY 1
002740         UNTIL RS100-FT-INDEX GREATER THAN RS100-FAIL-TBL-COUNT.
002750
002760     PERFORM 5000-CHECK-ONE-CARD
002770         THRU 5000-EXIT
002780         VARYING RS100-CT-INDEX FROM 1 BY 1
002790         UNTIL RS100-CT-INDEX GREATER THAN RS100-CARD-TBL-COUNT.
002800
002810     PERFORM 9000-TERMINATE
002820         THRU 9000-EXIT.
002830
002840     GOBACK.
002850
002860******************************************************************
002870* 1000-INITIALIZE - OPEN FILES, WRITE THE HEADINGS, PRIME THE    *
002880*                   CARD AND QUEUE READS                         *
002890******************************************************************
002900 1000-INITIALIZE.
002910     ACCEPT RS100-RUN-DATE FROM DATE.
002920
002930     OPEN OUTPUT GLRESEND
002940                 GLFNEW
002950                 RESRPT
002960                 ESCRPT.
002970
002980     MOVE RS100-RUN-DATE       TO RS100-HDG-RUN-DATE
002990                                  RS100-ESC-RUN-DATE.
003000     MOVE RS100-REPORT-HEADING TO RES-REPORT-LINE.
003010     WRITE RES-REPORT-LINE.
003020     MOVE RS100-COLUMN-HEADING TO RES-REPORT-LINE.
003030     WRITE RES-REPORT-LINE.
003040     MOVE RS100-ESC-HEADING    TO ESC-REPORT-LINE.
003050     WRITE ESC-REPORT-LINE.
003060     MOVE RS100-COLUMN-HEADING TO ESC-REPORT-LINE.
003070     WRITE ESC-REPORT-LINE.
003071
003072     OPEN INPUT ACCTMST.
003073
003074     IF RS100-ACCT-FILE-STATUS = '00'
003075         MOVE 'Y' TO RS100-ACCT-OPEN-SW
003076     ELSE
003077         DISPLAY 'RS100 - ACCOUNT MASTER UNAVAILABLE, STATUS '
003078             RS100-ACCT-FILE-STATUS ' - NO DESCRIPTIONS'
003079     END-IF.
003080
003090     OPEN INPUT RESCTL.
003100
003110     PERFORM 7000-READ-CARD
003120         THRU 7000-EXIT.
003130
003140     OPEN INPUT GLFAIL.
003150
003160     IF RS100-FAIL-FILE-STATUS = '00'
003170         MOVE 'Y' TO RS100-FAIL-OPEN-SW
003180         PERFORM 7100-READ-FAILED
003190             THRU 7100-EXIT
003200     ELSE
003210         DISPLAY 'RS100 - FAILED-POSTING QUEUE UNAVAILABLE, '
003220             'STATUS ' RS100-FAIL-FILE-STATUS
003230             ' - NOTHING RETRANSMITTED'
003240         MOVE 12 TO RS100-MAX-COND-CODE
003250         MOVE 'Y' TO RS100-FAIL-EOF-SW
003260     END-IF.
003270
003280 1000-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320* 2000-LOAD-ONE-CARD - VALIDATE ONE CORRECTION CARD AND HOLD IT  *
003330*                      IN THE CARD TABLE                         *
003340******************************************************************
003350 2000-LOAD-ONE-CARD.
003360     ADD 1 TO RS100-CARD-COUNT.
003370
003380     PERFORM 2100-VALIDATE-CARD
003390         THRU 2100-EXIT.
003400
003410     IF RS100-CARD-VALID
003420         AND RS100-CARD-TBL-COUNT NOT LESS THAN 500
003430         MOVE 'N' TO RS100-VALID-SW
003440         MOVE 'CARD TABLE FULL' TO RS100-REJECT-REASON
003450     END-IF.
003460
003470     IF NOT RS100-CARD-VALID
003480         PERFORM 2900-WRITE-CARD-REJECT
003490             THRU 2900-EXIT
003500         GO TO 2000-READ-NEXT
003510     END-IF.
003520
003530     ADD 1 TO RS100-CARD-TBL-COUNT.
003540     MOVE RS100-CARD-TBL-COUNT TO RS100-CT-INDEX.
003550     MOVE RES-POST-REF      TO RS100-CT-REF      (RS100-CT-INDEX).
003560     MOVE RES-RUN-DATE      TO RS100-CT-RUN-DATE (RS100-CT-INDEX).
003570     MOVE RES-CYCLE         TO RS100-CT-CYCLE    (RS100-CT-INDEX).
003580     MOVE RES-DR-CR-CODE    TO RS100-CT-DRCR     (RS100-CT-INDEX).
003590     MOVE RES-ACCT-CODE     TO RS100-CT-ACCT     (RS100-CT-INDEX).
003600     MOVE RES-ACTION        TO RS100-CT-ACTION   (RS100-CT-INDEX).
003610     MOVE RES-NEW-ACCT-CODE TO RS100-CT-NEW-ACCT (RS100-CT-INDEX).
003620     MOVE RES-USER          TO RS100-CT-USER     (RS100-CT-INDEX).
003630     MOVE 'N'               TO RS100-CT-USED     (RS100-CT-INDEX).
003640
003650 2000-READ-NEXT.
003660     PERFORM 7000-READ-CARD
003670         THRU 7000-EXIT.
003680
003690 2000-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 2100-VALIDATE-CARD - CHECK THE CARD'S FIELDS; WHO DECIDED IS   *
003735*                      REQUIRED, AND ON ACTION A A NEW ACCOUNT   *
003740*                      THAT IS ON THE GL ACCOUNT MASTER          *
003750******************************************************************
003760 2100-VALIDATE-CARD.
003770     MOVE 'N' TO RS100-VALID-SW.
003780
003790     IF RES-POST-REF = SPACES
003800         MOVE 'POSTING REFERENCE MISSING' TO RS100-REJECT-REASON
003810         GO TO 2100-EXIT
003820     END-IF.
003830
003840     IF RES-RUN-DATE NOT NUMERIC
003850         OR RES-CYCLE NOT NUMERIC
003860         MOVE 'RUN DATE/CYCLE NOT NUMERIC' TO RS100-REJECT-REASON
003870         GO TO 2100-EXIT
003880     END-IF.
003890
003900     IF RES-DR-CR-CODE NOT = 'D'
003910         AND RES-DR-CR-CODE NOT = 'C'
003920         MOVE 'DEBIT/CREDIT CODE NOT D OR C'
003930             TO RS100-REJECT-REASON
003940         GO TO 2100-EXIT
003950     END-IF.
003960
003970     IF NOT RES-RELEASE
003980         AND NOT RES-NEW-ACCOUNT
003990         AND NOT RES-CANCEL
004000         MOVE 'ACTION NOT R, A, OR C' TO RS100-REJECT-REASON
004010         GO TO 2100-EXIT
004020     END-IF.
004030
004040     IF RES-NEW-ACCOUNT
004050         AND RES-NEW-ACCT-CODE = SPACES
004060         MOVE 'REPLACEMENT ACCOUNT MISSING'
004070             TO RS100-REJECT-REASON
004080         GO TO 2100-EXIT
004081     END-IF.
004082
004083     IF RES-NEW-ACCOUNT
004084         AND NOT RS100-ACCT-OPEN
004085         MOVE 'ACCOUNT MASTER UNAVAILABLE'
004086             TO RS100-REJECT-REASON
004087         GO TO 2100-EXIT
004088     END-IF.
004089
004090     IF RES-NEW-ACCOUNT
004091         MOVE RES-NEW-ACCT-CODE TO AM-ACCT-CODE
004092         READ ACCTMST
004093             INVALID KEY
004094                 MOVE 'REPLACEMENT NOT ON MASTER'
004095                     TO RS100-REJECT-REASON
004096                 GO TO 2100-EXIT
004097         END-READ
004098     END-IF.
004100
004110     IF RES-USER = SPACES
004120         MOVE 'USER ID MISSING' TO RS100-REJECT-REASON
004130         GO TO 2100-EXIT
004140     END-IF.
004150
004160     MOVE 'Y' TO RS100-VALID-SW.
004170
004180 2100-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220* 2200-LOAD-ONE-FAILED - HOLD ONE QUEUED POSTING IN THE TABLE    *
004230*                        AND FIND THE CARD THAT DECIDES IT.  A   *
004240*                        POSTING QUEUED TWICE (A RERUN OF THE    *
004250*                        ACK MATCH) IS DROPPED SO IT CAN NEVER   *
004260*                        BE SENT TWICE.                          *
004270******************************************************************
004280 2200-LOAD-ONE-FAILED.
004290     IF NOT FL-DETAIL-REC
004300         GO TO 2200-READ-NEXT
004310     END-IF.
004320
004330     ADD 1 TO RS100-QUEUED-COUNT.
004340
004350     MOVE 'N' TO RS100-DUP-SW.
004360     PERFORM 2300-CHECK-ONE-DUPLICATE
004370         THRU 2300-EXIT
004380         VARYING RS100-FT-SCAN FROM 1 BY 1
004390         UNTIL RS100-FT-SCAN GREATER THAN RS100-FAIL-TBL-COUNT
004400             OR RS100-DUPLICATE.
004410
004420     IF RS100-DUPLICATE
004430         ADD 1 TO RS100-DUP-COUNT
004440         MOVE FL-POST-REF      TO RS100-RPT-REF
004450         MOVE FL-POST-RUN-DATE TO RS100-RPT-RUN-DATE
004460         MOVE FL-POST-CYCLE    TO RS100-RPT-CYCLE
004470         MOVE FL-DR-CR-CODE    TO RS100-RPT-DRCR
004480         MOVE FL-ACCT-CODE     TO RS100-RPT-ACCT
004490         MOVE FL-POST-AMOUNT   TO RS100-RPT-AMOUNT
004500         MOVE SPACES           TO RS100-RPT-USER
004510         MOVE 'DUPLICATE ON QUEUE - DROPPED'
004520             TO RS100-RPT-TEXT
004530         PERFORM 6000-WRITE-DETAIL
004540             THRU 6000-EXIT
004550         GO TO 2200-READ-NEXT
004560     END-IF.
004570
004580*    PAST THE TABLE LIMIT THE POSTING GOES BACK ON THE QUEUE
004590*    UNTOUCHED FOR THE NEXT RUN.
004600     IF RS100-FAIL-TBL-COUNT NOT LESS THAN 2500
004610         IF NOT RS100-TABLE-OVERFLOW
004620             DISPLAY 'RS100 - QUEUE TABLE FULL - REMAINING '
004630                 'POSTINGS CARRIED TO THE NEXT RUN'
004640             MOVE 'Y' TO RS100-OVERFLOW-SW
004650             IF RS100-MAX-COND-CODE LESS THAN 4
004660                 MOVE 4 TO RS100-MAX-COND-CODE
004670             END-IF
004680         END-IF
004690         MOVE FL-POSTING-RECORD TO FN-POSTING-RECORD
004700         WRITE FN-POSTING-RECORD
004710         ADD 1 TO RS100-CARRY-COUNT
004720         GO TO 2200-READ-NEXT
004730     END-IF.
004740
004750     ADD 1 TO RS100-FAIL-TBL-COUNT.
004760     MOVE RS100-FAIL-TBL-COUNT TO RS100-FT-INDEX.
004770     MOVE FL-POST-REF      TO RS100-FT-REF       (RS100-FT-INDEX).
004780     MOVE FL-POST-DATE     TO RS100-FT-DATE      (RS100-FT-INDEX).
004790     MOVE FL-DR-CR-CODE    TO RS100-FT-DRCR      (RS100-FT-INDEX).
004800     MOVE FL-POST-AMOUNT   TO RS100-FT-AMOUNT    (RS100-FT-INDEX).
004810     MOVE FL-POST-RUN-DATE TO RS100-FT-RUN-DATE  (RS100-FT-INDEX).
004820     MOVE FL-ACCT-CODE     TO RS100-FT-ACCT      (RS100-FT-INDEX).
004830     MOVE FL-POST-CYCLE    TO RS100-FT-CYCLE     (RS100-FT-INDEX).
004840     MOVE FL-RESEND-FLAG   TO RS100-FT-RESEND    (RS100-FT-INDEX).
004850     MOVE FL-FAIL-CODE     TO RS100-FT-FAIL-CODE (RS100-FT-INDEX).
004860     MOVE ZERO             TO RS100-FT-CARD      (RS100-FT-INDEX).
004870     MOVE SPACE            TO RS100-FT-DISP      (RS100-FT-INDEX).
004880
004890     PERFORM 2400-MATCH-ONE-CARD
004900         THRU 2400-EXIT
004910         VARYING RS100-CT-INDEX FROM 1 BY 1
004920         UNTIL RS100-CT-INDEX GREATER THAN RS100-CARD-TBL-COUNT
004930             OR RS100-FT-CARD (RS100-FT-INDEX) NOT = ZERO.
004940
004941     IF RS100-FT-CARD (RS100-FT-INDEX) NOT = ZERO
004942         PERFORM 2500-CHECK-NEW-ACCT
004943             THRU 2500-EXIT
004944     END-IF.
004945
004950 2200-READ-NEXT.
004960     PERFORM 7100-READ-FAILED
004970         THRU 7100-EXIT.
004980
004990 2200-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 2300-CHECK-ONE-DUPLICATE - COMPARE THE QUEUED POSTING WITH ONE *
005040*                            ALREADY IN THE TABLE                *
005050******************************************************************
005060 2300-CHECK-ONE-DUPLICATE.
005070     IF RS100-FT-REF      (RS100-FT-SCAN) = FL-POST-REF
005080         AND RS100-FT-DATE     (RS100-FT-SCAN) = FL-POST-DATE
005090         AND RS100-FT-DRCR     (RS100-FT-SCAN) = FL-DR-CR-CODE
005100         AND RS100-FT-AMOUNT   (RS100-FT-SCAN) = FL-POST-AMOUNT
005110         AND RS100-FT-RUN-DATE (RS100-FT-SCAN) = FL-POST-RUN-DATE
005120         AND RS100-FT-ACCT     (RS100-FT-SCAN) = FL-ACCT-CODE
005130         AND RS100-FT-CYCLE    (RS100-FT-SCAN) = FL-POST-CYCLE
005140         AND RS100-FT-RESEND   (RS100-FT-SCAN) = FL-RESEND-FLAG
005150         MOVE 'Y' TO RS100-DUP-SW
005160     END-IF.
005170
005180 2300-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 2400-MATCH-ONE-CARD - TIE THE QUEUED POSTING TO ONE CARD THAT  *
005230*                       NAMES IT                                 *
005240******************************************************************
005250 2400-MATCH-ONE-CARD.
005260     IF RS100-CT-USED     (RS100-CT-INDEX) = 'N'
005270         AND RS100-CT-REF      (RS100-CT-INDEX)
005280             = RS100-FT-REF      (RS100-FT-INDEX)
005290         AND RS100-CT-RUN-DATE (RS100-CT-INDEX)
005300             = RS100-FT-RUN-DATE (RS100-FT-INDEX)
005310         AND RS100-CT-CYCLE    (RS100-CT-INDEX)
005320             = RS100-FT-CYCLE    (RS100-FT-INDEX)
005330         AND RS100-CT-DRCR     (RS100-CT-INDEX)
005340             = RS100-FT-DRCR     (RS100-FT-INDEX)
005350         AND RS100-CT-ACCT     (RS100-CT-INDEX)
005360             = RS100-FT-ACCT     (RS100-FT-INDEX)
005370         MOVE RS100-CT-INDEX TO RS100-FT-CARD (RS100-FT-INDEX)
005380         MOVE 'Y' TO RS100-CT-USED (RS100-CT-INDEX)
005390     END-IF.
005400
005410 2400-EXIT.
005411     EXIT.
005412
005413******************************************************************
005414* 2500-CHECK-NEW-ACCT - ON AN ACTION A CARD, CHECK THE           *
005415*                       REPLACEMENT ACCOUNT IS OPEN ON THE       *
005416*                       POSTING'S DATE.  IF NOT, THE CARD IS     *
005417*                       REJECTED AND THE POSTING LEFT UNDECIDED. *
005418******************************************************************
005419 2500-CHECK-NEW-ACCT.
005420     MOVE RS100-FT-CARD (RS100-FT-INDEX) TO RS100-CT-INDEX.
005421
005422     IF RS100-CT-ACTION (RS100-CT-INDEX) NOT = 'A'
005423         GO TO 2500-EXIT
005424     END-IF.
005425
005426     MOVE RS100-CT-NEW-ACCT (RS100-CT-INDEX) TO AM-ACCT-CODE.
005427
005428     READ ACCTMST
005429         INVALID KEY
005430             MOVE 'REPLACEMENT NOT ON MASTER'
005431                 TO RS100-REJECT-REASON
005432             GO TO 2500-REJECT
005433     END-READ.
005434
005435     IF RS100-FT-DATE (RS100-FT-INDEX) = ZERO
005436         GO TO 2500-EXIT
005437     END-IF.
005438
005439     MOVE 'NOT OPEN ON POSTING DATE' TO RS100-REJECT-REASON.
005440
005441     IF RS100-FT-DATE (RS100-FT-INDEX) LESS THAN AM-OPEN-DATE
005442         GO TO 2500-REJECT
005443     END-IF.
005444
005445     IF NOT AM-NOT-CLOSED
005446         AND RS100-FT-DATE (RS100-FT-INDEX)
005447             NOT LESS THAN AM-CLOSE-DATE
005448         GO TO 2500-REJECT
005449     END-IF.
005450
005451     GO TO 2500-EXIT.
005452
005453 2500-REJECT.
005454     MOVE RS100-CT-REF      (RS100-CT-INDEX) TO RS100-RPT-REF.
005455     MOVE RS100-CT-RUN-DATE (RS100-CT-INDEX)
005456         TO RS100-RPT-RUN-DATE.
005457     MOVE RS100-CT-CYCLE    (RS100-CT-INDEX) TO RS100-RPT-CYCLE.
005458     MOVE RS100-CT-DRCR     (RS100-CT-INDEX) TO RS100-RPT-DRCR.
005459     MOVE RS100-CT-ACCT     (RS100-CT-INDEX) TO RS100-RPT-ACCT.
005460     MOVE ZERO                               TO RS100-RPT-AMOUNT.
005461     MOVE RS100-CT-USER     (RS100-CT-INDEX) TO RS100-RPT-USER.
005462     MOVE RS100-REJECT-REASON                TO RS100-RPT-TEXT.
005463     PERFORM 6000-WRITE-DETAIL
005464         THRU 6000-EXIT.
005465
005466     ADD 1 TO RS100-REJECT-COUNT.
005467
005468     IF RS100-MAX-COND-CODE LESS THAN 4
005469         MOVE 4 TO RS100-MAX-COND-CODE
005470     END-IF.
005471
005472     MOVE ZERO TO RS100-FT-CARD (RS100-FT-INDEX).
005473
005474 2500-EXIT.
005475     EXIT.
005476
005477******************************************************************
005478* 2900-WRITE-CARD-REJECT - REPORT ONE REJECTED CARD AND RAISE    *
005479*                          THE CONDITION CODE TO 4               *
005480******************************************************************
005481 2900-WRITE-CARD-REJECT.
005490     MOVE RES-POST-REF        TO RS100-RPT-REF.
005500     MOVE RES-RUN-DATE        TO RS100-RPT-RUN-DATE.
005510     MOVE RES-CYCLE           TO RS100-RPT-CYCLE.
005520     MOVE RES-DR-CR-CODE      TO RS100-RPT-DRCR.
005530     MOVE RES-ACCT-CODE       TO RS100-RPT-ACCT.
005540     MOVE ZERO                TO RS100-RPT-AMOUNT.
005550     MOVE RES-USER            TO RS100-RPT-USER.
005560     MOVE RS100-REJECT-REASON TO RS100-RPT-TEXT.
005570     PERFORM 6000-WRITE-DETAIL
005580         THRU 6000-EXIT.
005590
005600     ADD 1 TO RS100-REJECT-COUNT.
005610
005620     IF RS100-MAX-COND-CODE LESS THAN 4
005630         MOVE 4 TO RS100-MAX-COND-CODE
005640     END-IF.
005650
005660 2900-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700* 3000-DECIDE-ONE-POSTING - SETTLE WHAT BECOMES OF ONE QUEUED    *
005710*                           POSTING AND REPORT IT                *
005720******************************************************************
005730 3000-DECIDE-ONE-POSTING.
005740     PERFORM 3900-FORMAT-POSTING
005750         THRU 3900-EXIT.
005760
005770*    A SECOND FAILURE IS NEVER RETRANSMITTED, WHATEVER THE CARD
005780*    SAYS.
005790     IF RS100-FT-RESEND (RS100-FT-INDEX) = 'R'
005800         MOVE 'E' TO RS100-FT-DISP (RS100-FT-INDEX)
005810         PERFORM 3100-ESCALATE-POSTING
005820             THRU 3100-EXIT
005830         GO TO 3000-EXIT
005840     END-IF.
005850
005860     IF RS100-FT-CARD (RS100-FT-INDEX) = ZERO
005870         MOVE 'H' TO RS100-FT-DISP (RS100-FT-INDEX)
005880         ADD 1 TO RS100-CARRY-COUNT
005890         MOVE 'AWAITING CORRECTION' TO RS100-RPT-TEXT
005900         PERFORM 6000-WRITE-DETAIL
005910             THRU 6000-EXIT
005920         GO TO 3000-EXIT
005930     END-IF.
005940
005950     MOVE RS100-FT-CARD (RS100-FT-INDEX) TO RS100-CT-INDEX.
005960     MOVE RS100-CT-USER (RS100-CT-INDEX) TO RS100-RPT-USER.
005970
005980     MOVE 'N' TO RS100-UNDECIDED-SW.
005990     PERFORM 3200-CHECK-ONE-SIBLING
006000         THRU 3200-EXIT
006010         VARYING RS100-FT-SCAN FROM 1 BY 1
006020         UNTIL RS100-FT-SCAN GREATER THAN RS100-FAIL-TBL-COUNT
006030             OR RS100-BATCH-UNDECIDED.
006040
006050     IF RS100-BATCH-UNDECIDED
006060         MOVE 'W' TO RS100-FT-DISP (RS100-FT-INDEX)
006070         ADD 1 TO RS100-CARRY-COUNT
006080         MOVE 'HELD - BATCH NOT ALL DECIDED'
006090             TO RS100-RPT-TEXT
006100         PERFORM 6000-WRITE-DETAIL
006110             THRU 6000-EXIT
006120         GO TO 3000-EXIT
006130     END-IF.
006140
006150     EVALUATE RS100-CT-ACTION (RS100-CT-INDEX)
006160         WHEN 'C'
006170             MOVE 'X' TO RS100-FT-DISP (RS100-FT-INDEX)
006180             ADD 1 TO RS100-CANCEL-COUNT
006190             MOVE 'CANCELLED BY GL ACCOUNTING'
006200                 TO RS100-RPT-TEXT
006210         WHEN 'A'
006220             MOVE 'S' TO RS100-FT-DISP (RS100-FT-INDEX)
006230             MOVE RS100-CT-NEW-ACCT (RS100-CT-INDEX)
006240                 TO RS100-RPT-ACCT
006250             MOVE 'RESENT - WAS ACCT  '  TO RS100-RPT-TEXT
006260             MOVE RS100-FT-ACCT (RS100-FT-INDEX)
006270                 TO RS100-RPT-WAS-ACCT
006280         WHEN OTHER
006290             MOVE 'S' TO RS100-FT-DISP (RS100-FT-INDEX)
006300             MOVE 'RELEASED - RETRANSMITTED'
006310                 TO RS100-RPT-TEXT
006320     END-EVALUATE.
006330
006340     PERFORM 6000-WRITE-DETAIL
006350         THRU 6000-EXIT.
006360
006370 3000-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 3100-ESCALATE-POSTING - LIST A POSTING THAT FAILED AGAIN AFTER *
006420*                         RETRANSMISSION ON THE ESCALATION       *
006430*                         REPORT AND TAKE IT OFF THE QUEUE       *
006440******************************************************************
006450 3100-ESCALATE-POSTING.
006460     ADD 1 TO RS100-ESCALATE-COUNT.
006470
006480     IF RS100-FT-CARD (RS100-FT-INDEX) NOT = ZERO
006490         MOVE RS100-FT-CARD (RS100-FT-INDEX) TO RS100-CT-INDEX
006500         MOVE RS100-CT-USER (RS100-CT-INDEX) TO RS100-RPT-USER
006510     END-IF.
006520
006530     IF RS100-FT-FAIL-CODE (RS100-FT-INDEX) = 'R'
006540         MOVE 'REJECTED AGAIN ON RESUBMIT' TO RS100-RPT-TEXT
006550     ELSE
006560         MOVE 'UNANSWERED AGAIN ON RESUBMIT' TO RS100-RPT-TEXT
006570     END-IF.
006580
006590     MOVE RS100-DETAIL-LINE TO ESC-REPORT-LINE.
006600     WRITE ESC-REPORT-LINE.
006610
006611     PERFORM 6100-FORMAT-DESC
006612         THRU 6100-EXIT.
006613
006614     IF RS100-DSC-TEXT NOT = SPACES
006615         MOVE RS100-DESC-LINE TO ESC-REPORT-LINE
006616         WRITE ESC-REPORT-LINE
006617     END-IF.
006618
006620     MOVE 'ESCALATED - SEE ESCRPT' TO RS100-RPT-TEXT.
006630     PERFORM 6000-WRITE-DETAIL
006640         THRU 6000-EXIT.
006650
006660     IF RS100-MAX-COND-CODE LESS THAN 8
006670         MOVE 8 TO RS100-MAX-COND-CODE
006680     END-IF.
006690
006700 3100-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 3200-CHECK-ONE-SIBLING - LOOK FOR ANOTHER QUEUED POSTING OF    *
006750*                          THE SAME BATCH RUN THAT HAS NO        *
006760*                          DECISION YET                          *
006770******************************************************************
006780 3200-CHECK-ONE-SIBLING.
006790     IF RS100-FT-REF      (RS100-FT-SCAN)
006800             = RS100-FT-REF      (RS100-FT-INDEX)
006810         AND RS100-FT-RUN-DATE (RS100-FT-SCAN)
006820             = RS100-FT-RUN-DATE (RS100-FT-INDEX)
006830         AND RS100-FT-CYCLE    (RS100-FT-SCAN)
006840             = RS100-FT-CYCLE    (RS100-FT-INDEX)
006850         AND RS100-FT-RESEND   (RS100-FT-SCAN) NOT = 'R'
006860         AND RS100-FT-CARD     (RS100-FT-SCAN) = ZERO
006870         MOVE 'Y' TO RS100-UNDECIDED-SW
006880     END-IF.
006890
006900 3200-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 3900-FORMAT-POSTING - LOAD THE REPORT LINE WITH ONE QUEUED     *
006950*                       POSTING                                  *
006960******************************************************************
006970 3900-FORMAT-POSTING.
006980     MOVE RS100-FT-REF      (RS100-FT-INDEX) TO RS100-RPT-REF.
006990     MOVE RS100-FT-RUN-DATE (RS100-FT-INDEX)
007000         TO RS100-RPT-RUN-DATE.
007010     MOVE RS100-FT-CYCLE    (RS100-FT-INDEX) TO RS100-RPT-CYCLE.
007020     MOVE RS100-FT-DRCR     (RS100-FT-INDEX) TO RS100-RPT-DRCR.
007030     MOVE RS100-FT-ACCT     (RS100-FT-INDEX) TO RS100-RPT-ACCT.
007040     MOVE RS100-FT-AMOUNT   (RS100-FT-INDEX) TO RS100-RPT-AMOUNT.
007050     MOVE SPACES                             TO RS100-RPT-USER.
007060
007070 3900-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110* 4000-WRITE-ONE-POSTING - CARRY AN UNDECIDED POSTING FORWARD,   *
007120*                          OR RETRANSMIT A RELEASED ONE TOGETHER *
007130*                          WITH EVERY OTHER RELEASED POSTING OF  *
007140*                          ITS BATCH RUN SO THE ACK MATCH SEES   *
007150*                          THEM AS ONE GROUP                     *
007160******************************************************************
007170 4000-WRITE-ONE-POSTING.
007180     IF RS100-FT-CARRY (RS100-FT-INDEX)
007190         PERFORM 4200-CARRY-POSTING
007200             THRU 4200-EXIT
007210         GO TO 4000-EXIT
007220     END-IF.
007230
007240     IF NOT RS100-FT-TO-SEND (RS100-FT-INDEX)
007250         GO TO 4000-EXIT
007260     END-IF.
007270
007290     PERFORM 4100-SEND-ONE-SIBLING
007300         THRU 4100-EXIT
007310         VARYING RS100-FT-SCAN FROM RS100-FT-INDEX BY 1
007320         UNTIL RS100-FT-SCAN GREATER THAN RS100-FAIL-TBL-COUNT.
007330
007340 4000-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380* 4100-SEND-ONE-SIBLING - RETRANSMIT ONE RELEASED POSTING OF THE *
007390*                         BATCH RUN BEING SENT, UNDER ITS        *
007400*                         REPLACEMENT ACCOUNT IF IT HAS ONE      *
007410******************************************************************
007420 4100-SEND-ONE-SIBLING.
007430     IF NOT RS100-FT-TO-SEND (RS100-FT-SCAN)
007440         OR RS100-FT-REF      (RS100-FT-SCAN)
007450             NOT = RS100-FT-REF      (RS100-FT-INDEX)
007460         OR RS100-FT-RUN-DATE (RS100-FT-SCAN)
007470             NOT = RS100-FT-RUN-DATE (RS100-FT-INDEX)
007480         OR RS100-FT-CYCLE    (RS100-FT-SCAN)
007490             NOT = RS100-FT-CYCLE    (RS100-FT-INDEX)
007500         GO TO 4100-EXIT
007510     END-IF.
007520
007530     MOVE SPACES TO GL-POSTING-RECORD.
007540     MOVE '1'                                TO GL-REC-TYPE.
007550     MOVE RS100-FT-REF      (RS100-FT-SCAN)  TO GL-POST-REF.
007560     MOVE RS100-FT-DATE     (RS100-FT-SCAN)  TO GL-POST-DATE.
007570     MOVE RS100-FT-DRCR     (RS100-FT-SCAN)  TO GL-DR-CR-CODE.
007580     MOVE RS100-FT-AMOUNT   (RS100-FT-SCAN)  TO GL-POST-AMOUNT.
007590     MOVE RS100-FT-RUN-DATE (RS100-FT-SCAN)  TO GL-POST-RUN-DATE.
007600     MOVE RS100-FT-ACCT     (RS100-FT-SCAN)  TO GL-ACCT-CODE.
007610     MOVE RS100-FT-CYCLE    (RS100-FT-SCAN)  TO GL-POST-CYCLE.
007620     MOVE 'R'                                TO GL-RESEND-FLAG.
007630
007640     MOVE RS100-FT-CARD (RS100-FT-SCAN) TO RS100-CT-INDEX.
007650     IF RS100-CT-ACTION (RS100-CT-INDEX) = 'A'
007660         MOVE RS100-CT-NEW-ACCT (RS100-CT-INDEX) TO GL-ACCT-CODE
007670     END-IF.
007680
007690     WRITE GL-POSTING-RECORD.
007700
007710     ADD 1 TO RS100-RESEND-COUNT.
007720     ADD RS100-FT-AMOUNT (RS100-FT-SCAN) TO RS100-HASH-TOTAL.
007730     MOVE 'T' TO RS100-FT-DISP (RS100-FT-SCAN).
007740
007750 4100-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790* 4200-CARRY-POSTING - PUT ONE UNDECIDED POSTING BACK ON THE     *
007800*                      QUEUE EXACTLY AS IT CAME OFF              *
007810******************************************************************
007820 4200-CARRY-POSTING.
007830     MOVE SPACES TO FN-POSTING-RECORD.
007840     MOVE '1'                                 TO FN-REC-TYPE.
007850     MOVE RS100-FT-REF       (RS100-FT-INDEX) TO FN-POST-REF.
007860     MOVE RS100-FT-DATE      (RS100-FT-INDEX) TO FN-POST-DATE.
007870     MOVE RS100-FT-DRCR      (RS100-FT-INDEX) TO FN-DR-CR-CODE.
007880     MOVE RS100-FT-AMOUNT    (RS100-FT-INDEX) TO FN-POST-AMOUNT.
007890     MOVE RS100-FT-RUN-DATE  (RS100-FT-INDEX)
007900         TO FN-POST-RUN-DATE.
007910     MOVE RS100-FT-ACCT      (RS100-FT-INDEX) TO FN-ACCT-CODE.
007920     MOVE RS100-FT-CYCLE     (RS100-FT-INDEX) TO FN-POST-CYCLE.
007930     MOVE RS100-FT-RESEND    (RS100-FT-INDEX) TO FN-RESEND-FLAG.
007940     MOVE RS100-FT-FAIL-CODE (RS100-FT-INDEX) TO FN-FAIL-CODE.
007950     WRITE FN-POSTING-RECORD.
007960
007970 4200-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 5000-CHECK-ONE-CARD - REPORT A CARD THAT NAMED NO QUEUED       *
008020*                       POSTING                                  *
008030******************************************************************
008040 5000-CHECK-ONE-CARD.
008050     IF RS100-CT-USED (RS100-CT-INDEX) = 'Y'
008060         GO TO 5000-EXIT
008070     END-IF.
008080
008090     ADD 1 TO RS100-UNUSED-COUNT.
008100     MOVE RS100-CT-REF      (RS100-CT-INDEX) TO RS100-RPT-REF.
008110     MOVE RS100-CT-RUN-DATE (RS100-CT-INDEX)
008120         TO RS100-RPT-RUN-DATE.
008130     MOVE RS100-CT-CYCLE    (RS100-CT-INDEX) TO RS100-RPT-CYCLE.
008140     MOVE RS100-CT-DRCR     (RS100-CT-INDEX) TO RS100-RPT-DRCR.
008150     MOVE RS100-CT-ACCT     (RS100-CT-INDEX) TO RS100-RPT-ACCT.
008160     MOVE ZERO                               TO RS100-RPT-AMOUNT.
008170     MOVE RS100-CT-USER     (RS100-CT-INDEX) TO RS100-RPT-USER.
008180     MOVE 'NO QUEUED POSTING FOR CARD' TO RS100-RPT-TEXT.
008190     PERFORM 6000-WRITE-DETAIL
008200         THRU 6000-EXIT.
008210
008220     IF RS100-MAX-COND-CODE LESS THAN 4
008230         MOVE 4 TO RS100-MAX-COND-CODE
008240     END-IF.
008250
008260 5000-EXIT.
008270     EXIT.
008280
008290******************************************************************
008295* 6000-WRITE-DETAIL - WRITE ONE FORMATTED REPORT LINE, AND THE   *
008300*                     ACCOUNT DESCRIPTION UNDER IT               *
008310******************************************************************
008320 6000-WRITE-DETAIL.
008330     MOVE RS100-DETAIL-LINE TO RES-REPORT-LINE.
008340     WRITE RES-REPORT-LINE.
008350
008351     PERFORM 6100-FORMAT-DESC
008352         THRU 6100-EXIT.
008353
008354     IF RS100-DSC-TEXT NOT = SPACES
008355         MOVE RS100-DESC-LINE TO RES-REPORT-LINE
008356         WRITE RES-REPORT-LINE
008357     END-IF.
008358
008360 6000-EXIT.
008361     EXIT.
008362
008363******************************************************************
008364* 6100-FORMAT-DESC - LOOK UP THE DESCRIPTION OF THE ACCOUNT ON   *
008365*                    THE REPORT LINE; NONE WHEN THE LINE HAS NO  *
008366*                    ACCOUNT OR THE MASTER IS UNAVAILABLE        *
008367******************************************************************
008368 6100-FORMAT-DESC.
008369     MOVE SPACES TO RS100-DSC-TEXT.
008370
008371     IF NOT RS100-ACCT-OPEN
008372         OR RS100-RPT-ACCT = SPACES
008373         GO TO 6100-EXIT
008374     END-IF.
008375
008376     MOVE RS100-RPT-ACCT TO AM-ACCT-CODE.
008377
008378     READ ACCTMST
008379         INVALID KEY
008380             MOVE '** NOT ON ACCOUNT MASTER **' TO RS100-DSC-TEXT
008381         NOT INVALID KEY
008382             MOVE AM-DESCRIPTION TO RS100-DSC-TEXT
008383     END-READ.
008384
008385 6100-EXIT.
008386     EXIT.
008387
008390******************************************************************
008400* 7000-READ-CARD - READ NEXT CORRECTION CARD, SET EOF SWITCH     *
008410******************************************************************
008420 7000-READ-CARD.
008430     READ RESCTL
008440         AT END
008450             MOVE 'Y' TO RS100-CARD-EOF-SW
008460     END-READ.
008470
008480 7000-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 7100-READ-FAILED - READ NEXT QUEUED POSTING, SET EOF SWITCH    *
008530******************************************************************
008540 7100-READ-FAILED.
008550     READ GLFAIL
008560         AT END
008570             MOVE 'Y' TO RS100-FAIL-EOF-SW
008580     END-READ.
008590
008600 7100-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640* 9000-TERMINATE - WRITE THE GLRESEND TRAILER AND THE REPORT     *
008650*                  TRAILER COUNTS, CLOSE FILES, SET THE RETURN   *
008660*                  CODE                                          *
008670******************************************************************
008680 9000-TERMINATE.
008690     MOVE SPACES TO GL-POSTING-RECORD.
008700     MOVE '9'                TO GL-REC-TYPE.
008710     MOVE RS100-RESEND-COUNT TO GL-TRL-REC-COUNT.
008720     MOVE RS100-HASH-TOTAL   TO GL-TRL-HASH-TOTAL.
008730     WRITE GL-POSTING-RECORD.
008740
008750     MOVE 'CORRECTION CARDS READ:     ' TO RS100-TRL-TEXT.
008760     MOVE RS100-CARD-COUNT TO RS100-TRL-COUNT.
008770     PERFORM 9100-WRITE-TRAILER
008780         THRU 9100-EXIT.
008790
008800     MOVE 'CARDS REJECTED:            ' TO RS100-TRL-TEXT.
008810     MOVE RS100-REJECT-COUNT TO RS100-TRL-COUNT.
008820     PERFORM 9100-WRITE-TRAILER
008830         THRU 9100-EXIT.
008840
008850     MOVE 'CARDS MATCHING NO POSTING: ' TO RS100-TRL-TEXT.
008860     MOVE RS100-UNUSED-COUNT TO RS100-TRL-COUNT.
008870     PERFORM 9100-WRITE-TRAILER
008880         THRU 9100-EXIT.
008890
008900     MOVE 'POSTINGS ON THE QUEUE:     ' TO RS100-TRL-TEXT.
008910     MOVE RS100-QUEUED-COUNT TO RS100-TRL-COUNT.
008920     PERFORM 9100-WRITE-TRAILER
008930         THRU 9100-EXIT.
008940
008950     MOVE 'DUPLICATES DROPPED:        ' TO RS100-TRL-TEXT.
008960     MOVE RS100-DUP-COUNT TO RS100-TRL-COUNT.
008970     PERFORM 9100-WRITE-TRAILER
008980         THRU 9100-EXIT.
008990
009000     MOVE 'POSTINGS RETRANSMITTED:    ' TO RS100-TRL-TEXT.
009010     MOVE RS100-RESEND-COUNT TO RS100-TRL-COUNT.
009020     PERFORM 9100-WRITE-TRAILER
009030         THRU 9100-EXIT.
009040
009050     MOVE 'POSTINGS CANCELLED:        ' TO RS100-TRL-TEXT.
009060     MOVE RS100-CANCEL-COUNT TO RS100-TRL-COUNT.
009070     PERFORM 9100-WRITE-TRAILER
009080         THRU 9100-EXIT.
009090
009100     MOVE 'POSTINGS STILL QUEUED:     ' TO RS100-TRL-TEXT.
009110     MOVE RS100-CARRY-COUNT TO RS100-TRL-COUNT.
009120     PERFORM 9100-WRITE-TRAILER
009130         THRU 9100-EXIT.
009140
009150     MOVE 'POSTINGS ESCALATED:        ' TO RS100-TRL-TEXT.
009160     MOVE RS100-ESCALATE-COUNT TO RS100-TRL-COUNT.
009170     PERFORM 9100-WRITE-TRAILER
009180         THRU 9100-EXIT.
009190
009200     MOVE RS100-HASH-TOTAL TO RS100-HSH-AMOUNT.
009210     MOVE RS100-HASH-LINE  TO RES-REPORT-LINE.
009220     WRITE RES-REPORT-LINE.
009230
009240     MOVE RS100-TRAILER-LINE TO ESC-REPORT-LINE.
009250     WRITE ESC-REPORT-LINE.
009260
009270     CLOSE RESCTL
009280           GLRESEND
009290           GLFNEW
009300           RESRPT
009310           ESCRPT.
009320
009330     IF RS100-FAIL-OPEN
009340         CLOSE GLFAIL
009350     END-IF.
009360
009362     IF RS100-ACCT-OPEN
009364         CLOSE ACCTMST
009366     END-IF.
009368
009370     MOVE RS100-MAX-COND-CODE TO RETURN-CODE.
009380
009390 9000-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430* 9100-WRITE-TRAILER - WRITE ONE TRAILER COUNT LINE              *
009440******************************************************************
009450 9100-WRITE-TRAILER.
009460     MOVE RS100-TRAILER-LINE TO RES-REPORT-LINE.
009470     WRITE RES-REPORT-LINE.
009480
009490 9100-EXIT.
009500     EXIT.
009510
009520 END PROGRAM GLRESUB.
