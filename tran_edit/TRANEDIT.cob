000300*                  KEY DUPLKBK) TO THE HOLD FILE, UNLESS THE     *
000310*                  SUPERVISOR LISTED THE ID ON THE OVERRIDE      *
000320*                  FILE (DUPOVRD)                                *
000322*  10/15/2026  RO  VALIDATE ACCOUNT CODES AGAINST THE KEYED GL   *
000324*                  ACCOUNT MASTER (ACCTMST) IN PLACE OF THE FLAT *
000326*                  TABLE, AND DROP A BATCH CODED TO AN ACCOUNT   *
000328*                  NOT OPEN ON THE BATCH'S VALUE DATE            *
000329*  10/15/2026  RO  CARRY A CURRENCY CODE ON THE BATCH HEADER     *
000330*                  (TRAN RECORDS GROW 28 TO 31, REJECT RECORDS   *
000331*                  58 TO 61); DROP A BATCH WHOSE CODE IS NOT     *
000332*                  THREE LETTERS AND HOLD A FOREIGN-CURRENCY     *
000333*                  BATCH WITH NO RATE ON THE RATE TABLE FOR ITS  *
000334*                  VALUE DATE                                    *
000336*  10/15/2026  RO  LOG EVERY BATCH'S OUTCOME - RELEASED,         *
000338*                  REJECTED WITH ITS DROP REASON, HELD AS A      *
000340*                  DUPLICATE, OR HELD FOR WANT OF A RATE - TO    *
000342*                  THE SOURCE-SYSTEM EVENT FILE (SRCEVT) FOR THE *
000344*                  MONTHLY SOURCE SCORECARD                      *
000346******************************************************************
000348 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. TRANEDIT.
000360 AUTHOR. R. OKONKWO.
000370 INSTALLATION. DATA CENTER OPERATIONS.
000470*   - ANY DETAIL AMOUNT IS NOT NUMERIC;                          *
000480*   - ANY DETAIL ITEM INDEX IS OUT OF SEQUENCE;                  *
000490*   - ITS HEADER VALUE DATE IS NOT A REAL CALENDAR DATE;         *
000491*   - ITS HEADER CURRENCY CODE IS NEITHER BLANK (THE BASE        *
000492*     CURRENCY) NOR THREE LETTERS;                               *
000495*   - ANY DETAIL GL ACCOUNT CODE IS NOT ON THE GL ACCOUNT        *
000500*     MASTER (WHEN THE MASTER IS UNAVAILABLE OR EMPTY THE        *
000505*     ACCOUNT CHECK IS SUSPENDED, NOT FAILED);                   *
000510*   - ANY DETAIL GL ACCOUNT IS NOT OPEN ON THE HEADER VALUE      *
000515*     DATE - CLOSED ON OR BEFORE IT, OR NOT YET OPENED;          *
000530*   - ITS BATCH ID DUPLICATES AN EARLIER HEADER IN THE FILE.     *
000540* DROPPED BATCHES GO TO THE REJECT FILE (REJFILE) IN THEIR       *
000550* ORIGINAL RECORD IMAGES, AND EVERY DROP IS REPORTED ON THE      *
000700* THROUGH CORRTRAN OR THE NEXT DAY FILE.  WITH THE MASTER        *
000710* UNAVAILABLE THE CHECK IS SUSPENDED, NOT FAILED.                *
000720******************************************************************
000721* RATE CHECK: A BATCH BOOKED IN A CURRENCY OTHER THAN THE BASE   *
000722* CURRENCY (RUN-PARAMETER KEY BASECCY) IS RELEASED ONLY WHEN     *
000723* TREASURY HAS LOADED A RATE FOR THAT CURRENCY AND THE BATCH'S   *
000724* OWN VALUE DATE ON THE RATE TABLE (RATEFILE).  WITHOUT ONE - OR *
000725* WITH THE RATE TABLE UNAVAILABLE - THE BATCH GOES WHOLE TO THE  *
000726* HOLD FILE WITH A REPORT LINE NAMING THE MISSING RATE, RATHER   *
000727* THAN BALANCING AND POSTING AT A GUESSED RATE.  ONCE THE RATE   *
000728* IS LOADED THE HELD RECORDS ARE RESUBMITTED WITH THE NEXT DAY   *
000729* FILE.                                                          *
000730******************************************************************
000731* SCORECARD: EVERY BATCH'S OUTCOME - RELEASED, REJECTED WITH ITS *
000732* DROP REASON, HELD AS A PRIOR-USE DUPLICATE, OR HELD FOR WANT   *
000733* OF A RATE - IS ALSO APPENDED TO THE SOURCE-SYSTEM EVENT FILE   *
000734* (SRCEVT) SO SRCSCORE CAN SCORE EACH SOURCE SYSTEM'S EXTRACTS.  *
000735* A STRAY DETAIL WITH NO HEADER IS NOT A BATCH AND IS NOT        *
000736* LOGGED.  AN EVENT FILE THAT CANNOT BE OPENED IS REPORTED AND   *
000737* THE RUN GOES ON UNLOGGED.                                      *
000738******************************************************************
000739 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER. IBM-370.
000760 OBJECT-COMPUTER. IBM-370.
000840         ORGANIZATION IS SEQUENTIAL.
000850     SELECT EDITRPT  ASSIGN TO EDITRPT
000860         ORGANIZATION IS SEQUENTIAL.
000865     SELECT ACCTMST  ASSIGN TO ACCTMST
000870         ORGANIZATION IS INDEXED
000875         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS AM-ACCT-CODE
000890         FILE STATUS IS TE100-ACCT-FILE-STATUS.
000900     SELECT HOLDFILE ASSIGN TO HOLDFILE
000910         ORGANIZATION IS SEQUENTIAL.
000911     SELECT RATEFILE ASSIGN TO RATEFILE
000912         ORGANIZATION IS INDEXED
000913         ACCESS MODE IS RANDOM
000914         RECORD KEY IS RT-KEY
000915         FILE STATUS IS TE100-RATE-FILE-STATUS.
000920     SELECT DUPOVRD  ASSIGN TO DUPOVRD
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS TE100-OVRD-FILE-STATUS.
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS BM-KEY
000990         FILE STATUS IS TE100-MAST-FILE-STATUS.
000992     SELECT SRCEVT   ASSIGN TO SRCEVT
000994         ORGANIZATION IS SEQUENTIAL
000996         FILE STATUS IS TE100-EVT-FILE-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001070         88  TRAN-HEADER-REC     VALUE 'H'.
001080         88  TRAN-DETAIL-REC     VALUE 'D'.
001090     05  TRAN-BATCH-ID           PIC X(06).
001100     05  TRAN-DATA               PIC X(24).
001110     05  TRAN-HDR-DATA REDEFINES TRAN-DATA.
001120         10  TRAN-HDR-ITEM-COUNT     PIC 9(03).
001130         10  TRAN-HDR-CONTROL-TOTAL  PIC S9(10)V99.
001140         10  TRAN-HDR-VALUE-DATE     PIC 9(06).
001145         10  TRAN-HDR-CCY-CODE       PIC X(03).
001150     05  TRAN-DTL-DATA REDEFINES TRAN-DATA.
001160         10  TRAN-DTL-ITEM-INDEX     PIC 9(03).
001170         10  TRAN-DTL-AMOUNT         PIC S9(07)V99.
001180         10  TRAN-DTL-ACCT-CODE      PIC X(08).
001190         10  FILLER                  PIC X(04).
001200
001210 FD  TRANOUT
001220     RECORDING MODE IS F.
001230 01  TRANOUT-RECORD              PIC X(31).
001240
001250 FD  REJFILE
001260     RECORDING MODE IS F.
001270 01  REJ-RECORD.
001280     05  REJ-IMAGE               PIC X(31).
001290     05  REJ-REASON              PIC X(30).
001300
001310 FD  EDITRPT
001320     RECORDING MODE IS F.
001330 01  EDIT-REPORT-LINE            PIC X(80).
001340
001350 FD  ACCTMST.
001360     COPY ACCTMST.
001400
001410 FD  HOLDFILE
001420     RECORDING MODE IS F.
001430 01  HOLD-RECORD                 PIC X(31).
001440
001450 FD  DUPOVRD
001460     RECORDING MODE IS F.
001500
001510 FD  BATCHMST.
001520     COPY BATMST.
001522
001524 FD  RATEFILE.
001526     COPY RATEREC.
001530
001532 FD  SRCEVT
001534     RECORDING MODE IS F.
001536     COPY SRCEVT.
001538
001540 WORKING-STORAGE SECTION.
001550 01  TE100-SWITCHES.
001560     05  TE100-EOF-SW            PIC X(01)  VALUE 'N'.
001770         88  TE100-ACCT-ERR      VALUE 'Y'.
001780     05  TE100-ACCT-AVAIL-SW     PIC X(01)  VALUE 'N'.
001790         88  TE100-ACCT-AVAIL    VALUE 'Y'.
001800     05  TE100-CLOSED-ERR-SW     PIC X(01)  VALUE 'N'.
001810         88  TE100-CLOSED-ERR    VALUE 'Y'.
001812     05  TE100-CCY-ERR-SW        PIC X(01)  VALUE 'N'.
001814         88  TE100-CCY-ERR       VALUE 'Y'.
001816     05  TE100-NO-RATE-SW        PIC X(01)  VALUE 'N'.
001818         88  TE100-NO-RATE       VALUE 'Y'.
001820     05  TE100-RATE-OPEN-SW      PIC X(01)  VALUE 'N'.
001822         88  TE100-RATE-OPEN     VALUE 'Y'.
001840     05  TE100-MAST-OPEN-SW      PIC X(01)  VALUE 'N'.
001850         88  TE100-MAST-OPEN     VALUE 'Y'.
001860     05  TE100-HIST-DUP-SW       PIC X(01)  VALUE 'N'.
001910         88  TE100-OVRD-MATCH    VALUE 'Y'.
001920     05  TE100-RANGE-DONE-SW     PIC X(01)  VALUE 'N'.
001930         88  TE100-RANGE-DONE    VALUE 'Y'.
001932     05  TE100-EVT-OPEN-SW       PIC X(01)  VALUE 'N'.
001934         88  TE100-EVT-OPEN      VALUE 'Y'.
001940
001950 01  TE100-ACCT-FILE-STATUS      PIC X(02).
001960 01  TE100-OVRD-FILE-STATUS      PIC X(02).
001970 01  TE100-MAST-FILE-STATUS      PIC X(02).
001975 01  TE100-RATE-FILE-STATUS      PIC X(02).
001977 01  TE100-EVT-FILE-STATUS       PIC X(02).
001980
001990 01  TE100-COUNTERS.
002000     05  TE100-DTL-COUNT         PIC 9(03)  COMP.
002060     05  TE100-DROP-COUNT        PIC 9(05)  COMP  VALUE ZERO.
002070     05  TE100-STRAY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
002080     05  TE100-HELD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
002085     05  TE100-RATE-HELD-COUNT   PIC 9(05)  COMP  VALUE ZERO.
002090     05  TE100-OVRD-COUNT        PIC 9(03)  COMP  VALUE ZERO.
002100     05  TE100-OVRD-SCAN         PIC 9(03)  COMP.
002110
002120 01  TE100-HDR-IMAGE             PIC X(31).
002130
002140 01  TE100-DETAIL-TABLE.
002150     05  TE100-DTL-IMAGE         PIC X(31)  OCCURS 999 TIMES.
002160
002170 01  TE100-SEEN-TABLE.
002180     05  TE100-SEEN-BATCH-ID    PIC X(06)  OCCURS 999 TIMES.
002190
002250 01  TE100-OVRD-TABLE.
002260     05  TE100-OVRD-ID          PIC X(06)  OCCURS 99 TIMES.
002270
002280 01  TE100-LOOKBACK-DAYS         PIC 9(03)  VALUE ZERO.
002290 01  TE100-CUTOFF-DATE           PIC 9(06)  VALUE ZERO.
002300 01  TE100-EDIT-DATE             PIC 9(06).
002305 01  TE100-RUN-DATE              PIC 9(06).
002310 01  TE100-HIST-DATE             PIC 9(06).
002320
002330 01  TE100-PARM-WORK.
002340     05  TE100-PW-DAYS           PIC X(03).
002350     05  FILLER                  PIC X(13).
002360
002361 01  TE100-BASE-WORK REDEFINES TE100-PARM-WORK.
002362     05  TE100-BW-CCY            PIC X(03).
002363     05  FILLER                  PIC X(13).
002364
002365 01  TE100-BASE-CCY              PIC X(03)  VALUE SPACES.
002366
002367 01  TE100-CCY-WORK.
002368     05  TE100-CW-CHAR-1         PIC X(01).
002369     05  TE100-CW-CHAR-2         PIC X(01).
002370     05  TE100-CW-CHAR-3         PIC X(01).
002371
002372 01  TE100-CCY-CODE REDEFINES TE100-CCY-WORK
002373                                 PIC X(03).
002374
002375     COPY PGCTL REPLACING LEADING ==PG== BY ==TE100-PG==.
002380
002390 01  TE100-WORK-RECORD.
002400     05  TE100-WRK-REC-TYPE      PIC X(01).
002420     05  TE100-WRK-ITEM-INDEX    PIC 9(03).
002430     05  TE100-WRK-AMOUNT        PIC S9(07)V99.
002440     05  TE100-WRK-ACCT-CODE     PIC X(08).
002450     05  FILLER                  PIC X(04).
002460
002470 01  TE100-SAVE-BATCH-ID         PIC X(06).
002480 01  TE100-SAVE-ITEM-COUNT       PIC 9(03).
002485 01  TE100-SAVE-VALUE-DATE       PIC 9(06).
002490
002500*    THE FIRST REASON THE BATCH WAS DROPPED, IN THE SAME ORDER
002510*    THE REPORT LISTS THEM; IT RIDES THE HEADER'S REJECT RECORD
003150     05  TE100-RPT-HELD-COUNT    PIC ZZZZ9.
003160     05  FILLER                  PIC X(47) VALUE SPACE.
003170
003171 01  TE100-TRAILER-5.
003172     05  FILLER                  PIC X(28) VALUE
003173         'BATCHES HELD (NO FX RATE):  '.
003174     05  TE100-RPT-RATE-HELD     PIC ZZZZ9.
003175     05  FILLER                  PIC X(47) VALUE SPACE.
003176
003180 01  TE100-HOLD-LINE.
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  FILLER                  PIC X(12) VALUE
003240         ' - BALANCED ON '.
003250     05  TE100-HLD-DATE          PIC 9(06).
003260     05  FILLER                  PIC X(40) VALUE SPACE.
003261
003262 01  TE100-RATE-HOLD-LINE.
003263     05  FILLER                  PIC X(01) VALUE SPACE.
003264     05  FILLER                  PIC X(12) VALUE
003265         'BATCH HELD  '.
003266     05  TE100-RHL-BATCH-ID      PIC X(06).
003267     05  FILLER                  PIC X(15) VALUE
003268         ' - NO RATE FOR '.
003269     05  TE100-RHL-CCY-CODE      PIC X(03).
003270     05  FILLER                  PIC X(04) VALUE ' ON '.
003271     05  TE100-RHL-VALUE-DATE    PIC 9(06).
003272     05  FILLER                  PIC X(33) VALUE SPACE.
003273
003280 PROCEDURE DIVISION.
003290******************************************************************
003300* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
003560     MOVE TE100-REPORT-HEADING TO EDIT-REPORT-LINE.
003570     WRITE EDIT-REPORT-LINE.
003580
003590     PERFORM 1200-OPEN-ACCT-MASTER
003600         THRU 1200-EXIT.
003610
003620     PERFORM 1300-SET-UP-HISTORY
003630         THRU 1300-EXIT.
003632
003634     PERFORM 1400-OPEN-RATE-TABLE
003636         THRU 1400-EXIT.
003637
003638     ACCEPT TE100-RUN-DATE FROM DATE.
003639
003640     OPEN EXTEND SRCEVT.
003641
003642     IF TE100-EVT-FILE-STATUS = '00'
003643         MOVE 'Y' TO TE100-EVT-OPEN-SW
003644     ELSE
003645         DISPLAY 'TE100 - SOURCE EVENT FILE UNAVAILABLE, STATUS '
003646             TE100-EVT-FILE-STATUS ' - OUTCOMES NOT LOGGED'
003647     END-IF.
003648
003650     PERFORM 5000-READ-TRANIN
003660         THRU 5000-EXIT.
003670
003690     EXIT.
003700
003710******************************************************************
003715* 1200-OPEN-ACCT-MASTER - OPEN THE GL ACCOUNT MASTER FOR THE     *
003720*                         ACCOUNT CHECK.  WITH NO MASTER, OR AN  *
003725*                         EMPTY ONE, THE ACCOUNT CHECK IS        *
003730*                         SUSPENDED RATHER THAN DROPPING EVERY   *
003735*                         BATCH IN THE FILE.                     *
003760******************************************************************
003770 1200-OPEN-ACCT-MASTER.
003780     OPEN INPUT ACCTMST.
003790
003800     IF TE100-ACCT-FILE-STATUS NOT = '00'
003810         DISPLAY 'TE100 - ACCOUNT MASTER UNAVAILABLE, STATUS '
003820             TE100-ACCT-FILE-STATUS ' - ACCOUNT CHECK SUSPENDED'
003830         GO TO 1200-EXIT
003840     END-IF.
003850
003860     MOVE LOW-VALUES TO AM-ACCT-CODE.
003870     MOVE 'Y' TO TE100-ACCT-AVAIL-SW.
003890
003892     START ACCTMST KEY NOT LESS THAN AM-ACCT-CODE
003894         INVALID KEY
003896             MOVE 'N' TO TE100-ACCT-AVAIL-SW
003898     END-START.
003910
003920     IF NOT TE100-ACCT-AVAIL
003930         DISPLAY 'TE100 - ACCOUNT MASTER EMPTY - ACCOUNT CHECK'
003960             ' SUSPENDED'
003965         CLOSE ACCTMST
003970     END-IF.
003980
003990 1200-EXIT.
004260     EXIT.
004270
004280******************************************************************
005600     EXIT.
005610
005620******************************************************************
005621* 1400-OPEN-RATE-TABLE - RESOLVE THE BASE CURRENCY AND OPEN THE  *
005622*                        RATE TABLE.  WITHOUT THE TABLE, EVERY   *
005623*                        FOREIGN-CURRENCY BATCH IS HELD; WITHOUT *
005624*                        A BASE CURRENCY, ONLY A BLANK CODE IS   *
005625*                        TAKEN AS THE BASE CURRENCY.             *
005626******************************************************************
005627 1400-OPEN-RATE-TABLE.
005628     MOVE 'BASECCY ' TO TE100-PG-PARM-KEY.
005629     CALL 'PARMGET' USING TE100-PG-CONTROL.
005630     MOVE TE100-PG-PARM-VALUE TO TE100-PARM-WORK.
005631
005632     IF TE100-PG-PARM-FOUND
005633         MOVE TE100-BW-CCY TO TE100-BASE-CCY
005634     ELSE
005635         DISPLAY 'TE100 - BASECCY PARAMETER UNAVAILABLE - ONLY'
005636             ' UNCODED BATCHES TAKEN AS BASE CURRENCY'
005637     END-IF.
005638
005639     OPEN INPUT RATEFILE.
005640
005641     IF TE100-RATE-FILE-STATUS = '00'
005642         MOVE 'Y' TO TE100-RATE-OPEN-SW
005643     ELSE
005644         DISPLAY 'TE100 - RATE TABLE UNAVAILABLE, STATUS '
005645             TE100-RATE-FILE-STATUS
005646             ' - FOREIGN-CURRENCY BATCHES WILL BE HELD'
005647     END-IF.
005648
005649 1400-EXIT.
005650     EXIT.
005651
005652******************************************************************
005653* 2000-EDIT-BATCH - GATHER ONE BATCH (HEADER PLUS ITS DETAIL     *
005654*                   RECORDS), VALIDATE IT AS A UNIT, AND RELEASE *
005655*                   OR REJECT THE WHOLE BATCH                    *
005660******************************************************************
005670 2000-EDIT-BATCH.
005680     IF NOT TRAN-HEADER-REC
005850                  TE100-HDR-ERR-SW
005860                  TE100-OWNER-ERR-SW
005870                  TE100-ACCT-ERR-SW
005875                  TE100-CLOSED-ERR-SW
005877                  TE100-VDATE-ERR-SW
005879                  TE100-CCY-ERR-SW
005881                  TE100-NO-RATE-SW.
005890
005900     IF TRAN-HDR-ITEM-COUNT NUMERIC
005910         MOVE TRAN-HDR-ITEM-COUNT TO TE100-SAVE-ITEM-COUNT
006020
006030     PERFORM 2800-CHECK-VALUE-DATE
006040         THRU 2800-EXIT.
006041
006042     MOVE ZERO TO TE100-SAVE-VALUE-DATE.
006043     IF NOT TE100-VDATE-ERR
006044         MOVE TRAN-HDR-VALUE-DATE TO TE100-SAVE-VALUE-DATE
006045     END-IF.
006046
006047     PERFORM 2850-CHECK-CURRENCY
006048         THRU 2850-EXIT.
006050
006060     PERFORM 5000-READ-TRANIN
006070         THRU 5000-EXIT.
006330         WHEN TE100-HIST-DUP
006340             PERFORM 2550-HOLD-BATCH
006350                 THRU 2550-EXIT
006352         WHEN TE100-NO-RATE
006354             PERFORM 2570-HOLD-NO-RATE
006356                 THRU 2570-EXIT
006360         WHEN OTHER
006370             PERFORM 2400-RELEASE-BATCH
006380                 THRU 2400-EXIT
006400
006410     PERFORM 2700-RECORD-BATCH-ID
006420         THRU 2700-EXIT.
006422
006424     PERFORM 2750-LOG-OUTCOME
006426         THRU 2750-EXIT.
006430
006440 2000-EXIT.
006450     EXIT.
008300
008310******************************************************************
008320* 2310-CHECK-ACCT-CODE - THE ITEM'S GL ACCOUNT CODE MUST BE ON   *
008322*                        THE ACCOUNT MASTER AND, FOR A GOOD      *
008324*                        VALUE DATE, OPEN ON IT - OPENED ON OR   *
008326*                        BEFORE IT AND NOT CLOSED ON OR BEFORE   *
008328*                        IT                                      *
008340******************************************************************
008350 2310-CHECK-ACCT-CODE.
008360     MOVE TE100-WRK-ACCT-CODE TO AM-ACCT-CODE.
008370
008375     READ ACCTMST
008380         INVALID KEY
008385             MOVE 'Y' TO TE100-ACCT-ERR-SW
008390             MOVE 'N' TO TE100-BATCH-OK-SW
008395             GO TO 2310-EXIT
008400     END-READ.
008430
008432     IF TE100-SAVE-VALUE-DATE = ZERO
008434         GO TO 2310-EXIT
008436     END-IF.
008438
008440     IF TE100-SAVE-VALUE-DATE LESS THAN AM-OPEN-DATE
008442         MOVE 'Y' TO TE100-CLOSED-ERR-SW
008444         MOVE 'N' TO TE100-BATCH-OK-SW
008446     END-IF.
008448
008450     IF NOT AM-NOT-CLOSED
008452         AND TE100-SAVE-VALUE-DATE NOT LESS THAN AM-CLOSE-DATE
008454         MOVE 'Y' TO TE100-CLOSED-ERR-SW
008460         MOVE 'N' TO TE100-BATCH-OK-SW
008470     END-IF.
008480
008490 2310-EXIT.
008620     EXIT.
008630
008640******************************************************************
009030         WHEN TE100-VDATE-ERR
009040             MOVE 'VALUE DATE NOT A REAL DATE'
009050                 TO TE100-PRIMARY-REASON
009052         WHEN TE100-CCY-ERR
009054             MOVE 'INVALID CURRENCY CODE'
009056                 TO TE100-PRIMARY-REASON
009060         WHEN TE100-DUP-ERR
009070             MOVE 'DUPLICATE BATCH ID HEADER'
009080                 TO TE100-PRIMARY-REASON
009170                 TO TE100-PRIMARY-REASON
009180         WHEN TE100-ACCT-ERR
009190             MOVE 'INVALID GL ACCOUNT CODE'
009192                 TO TE100-PRIMARY-REASON
009194         WHEN TE100-CLOSED-ERR
009196             MOVE 'ACCOUNT NOT OPEN ON VALUE DATE'
009200                 TO TE100-PRIMARY-REASON
009210         WHEN OTHER
009220             MOVE SPACES TO TE100-PRIMARY-REASON
009490
009500     IF TE100-VDATE-ERR
009510         MOVE 'VALUE DATE NOT A REAL DATE'
009511             TO TE100-RPT-REASON
009512         PERFORM 2520-WRITE-DROP-LINE
009513             THRU 2520-EXIT
009514     END-IF.
009515
009516     IF TE100-CCY-ERR
009517         MOVE 'INVALID CURRENCY CODE'
009520             TO TE100-RPT-REASON
009530         PERFORM 2520-WRITE-DROP-LINE
009540             THRU 2520-EXIT
009840
009850     IF TE100-ACCT-ERR
009860         MOVE 'INVALID GL ACCOUNT CODE'
009861             TO TE100-RPT-REASON
009862         PERFORM 2520-WRITE-DROP-LINE
009863             THRU 2520-EXIT
009864     END-IF.
009865
009866     IF TE100-CLOSED-ERR
009867         MOVE 'ACCOUNT NOT OPEN ON VALUE DATE'
009870             TO TE100-RPT-REASON
009880         PERFORM 2520-WRITE-DROP-LINE
009890             THRU 2520-EXIT
010500     EXIT.
010510
010520******************************************************************
010521* 2570-HOLD-NO-RATE - WRITE A FOREIGN-CURRENCY BATCH WITH NO RATE*
010522*                     FOR ITS VALUE DATE TO THE HOLD FILE, IN    *
010523*                     ORIGINAL LAYOUT, AND REPORT THE MISSING    *
010524*                     RATE                                       *
010525******************************************************************
010526 2570-HOLD-NO-RATE.
010527     MOVE TE100-HDR-IMAGE TO HOLD-RECORD.
010528     WRITE HOLD-RECORD.
010529
010530     PERFORM 2560-HOLD-DETAIL
010531         THRU 2560-EXIT
010532         VARYING TE100-ITEM-INDEX FROM 1 BY 1
010533         UNTIL TE100-ITEM-INDEX GREATER THAN TE100-DTL-COUNT.
010534
010535     MOVE TE100-SAVE-BATCH-ID   TO TE100-RHL-BATCH-ID.
010536     MOVE TE100-CCY-CODE        TO TE100-RHL-CCY-CODE.
010537     MOVE TE100-SAVE-VALUE-DATE TO TE100-RHL-VALUE-DATE.
010538     MOVE TE100-RATE-HOLD-LINE  TO EDIT-REPORT-LINE.
010539     WRITE EDIT-REPORT-LINE.
010540
010541     ADD 1 TO TE100-RATE-HELD-COUNT.
010542
010543 2570-EXIT.
010544     EXIT.
010545
010546******************************************************************
010547* 2600-REJECT-STRAY - REJECT A RECORD THAT ARRIVED OUTSIDE ANY   *
010548*                     BATCH (NO OWNING HEADER)                   *
010550******************************************************************
010560 2600-REJECT-STRAY.
010570     MOVE TRAN-RECORD TO REJ-IMAGE.
010890     EXIT.
010900
010910******************************************************************
010911* 2750-LOG-OUTCOME - APPEND THE BATCH'S OUTCOME, IN THE SAME     *
010912*                    ORDER OF PRECEDENCE AS 2000-EDIT-BATCH, TO  *
010913*                    THE SOURCE-SYSTEM EVENT FILE                *
010914******************************************************************
010915 2750-LOG-OUTCOME.
010916     IF NOT TE100-EVT-OPEN
010917         GO TO 2750-EXIT
010918     END-IF.
010919
010920     MOVE SPACES              TO SE-RECORD.
010921     MOVE TE100-RUN-DATE      TO SE-EVENT-DATE.
010922     MOVE TE100-SAVE-BATCH-ID TO SE-BATCH-ID.
010923     MOVE 'TRANEDIT'          TO SE-PROGRAM.
010924     MOVE ZERO                TO SE-SUSP-DATE.
010925
010926     EVALUATE TRUE
010927         WHEN NOT TE100-BATCH-OK
010928             MOVE 'J'                  TO SE-EVENT
010929             MOVE TE100-PRIMARY-REASON TO SE-REASON
010930         WHEN TE100-HIST-DUP
010931             MOVE 'H'                  TO SE-EVENT
010932         WHEN TE100-NO-RATE
010933             MOVE 'F'                  TO SE-EVENT
010934         WHEN OTHER
010935             MOVE 'R'                  TO SE-EVENT
010936     END-EVALUATE.
010937
010938     WRITE SE-RECORD.
010939
010940 2750-EXIT.
010941     EXIT.
010942
010943******************************************************************
010944* 2800-CHECK-VALUE-DATE - THE HEADER'S VALUE DATE MUST BE A      *
010945*                         REAL YYMMDD CALENDAR DATE SO EACH      *
010946*                         DAY'S BUSINESS LANDS ON ITS OWN DAY    *
010950******************************************************************
010960 2800-CHECK-VALUE-DATE.
010970     IF TRAN-HDR-VALUE-DATE NOT NUMERIC
011340     EXIT.
011350
011360******************************************************************
011361* 2850-CHECK-CURRENCY - THE HEADER'S CURRENCY CODE MUST BE BLANK *
011362*                       (THE BASE CURRENCY) OR THREE LETTERS.  A *
011363*                       FOREIGN CURRENCY WITH A GOOD VALUE DATE  *
011364*                       MUST HAVE A RATE ON THE TABLE FOR THAT   *
011365*                       VERY DATE, OR THE BATCH IS HELD          *
011366******************************************************************
011367 2850-CHECK-CURRENCY.
011368     MOVE TRAN-HDR-CCY-CODE TO TE100-CCY-CODE.
011369
011370     IF TE100-CCY-CODE = SPACES
011371         GO TO 2850-EXIT
011372     END-IF.
011373
011374     IF TE100-CCY-CODE NOT ALPHABETIC-UPPER
011375         OR TE100-CW-CHAR-1 = SPACE
011376         OR TE100-CW-CHAR-2 = SPACE
011377         OR TE100-CW-CHAR-3 = SPACE
011378         MOVE 'Y' TO TE100-CCY-ERR-SW
011379         MOVE 'N' TO TE100-BATCH-OK-SW
011380         GO TO 2850-EXIT
011381     END-IF.
011382
011383     IF TE100-CCY-CODE = TE100-BASE-CCY
011384         OR TE100-VDATE-ERR
011385         GO TO 2850-EXIT
011386     END-IF.
011387
011388     IF NOT TE100-RATE-OPEN
011389         MOVE 'Y' TO TE100-NO-RATE-SW
011390         GO TO 2850-EXIT
011391     END-IF.
011392
011393     MOVE TE100-CCY-CODE        TO RT-CCY-CODE.
011394     MOVE TE100-SAVE-VALUE-DATE TO RT-VALUE-DATE.
011395
011396     READ RATEFILE
011397         INVALID KEY
011398             MOVE 'Y' TO TE100-NO-RATE-SW
011399             GO TO 2850-EXIT
011400     END-READ.
011401
011402     IF RT-RATE = ZERO
011403         MOVE 'Y' TO TE100-NO-RATE-SW
011404     END-IF.
011405
011406 2850-EXIT.
011407     EXIT.
011408
011409******************************************************************
011410* 5000-READ-TRANIN - READ NEXT RECORD, SET EOF SWITCH            *
011411******************************************************************
011412 5000-READ-TRANIN.
011413     READ TRANIN
011414         AT END
011420             MOVE 'Y' TO TE100-EOF-SW
011430         NOT AT END
011440             ADD 1 TO TE100-READ-COUNT
011680     MOVE TE100-TRAILER-4  TO EDIT-REPORT-LINE.
011690     WRITE EDIT-REPORT-LINE.
011700
011702     MOVE TE100-RATE-HELD-COUNT TO TE100-RPT-RATE-HELD.
011704     MOVE TE100-TRAILER-5       TO EDIT-REPORT-LINE.
011706     WRITE EDIT-REPORT-LINE.
011708
011710     IF TE100-DROP-COUNT GREATER THAN ZERO
011720         OR TE100-STRAY-COUNT GREATER THAN ZERO
011730         OR TE100-HELD-COUNT GREATER THAN ZERO
011735         OR TE100-RATE-HELD-COUNT GREATER THAN ZERO
011740         MOVE 4 TO RETURN-CODE
011750     END-IF.
011760
011840         CLOSE BATCHMST
011850     END-IF.
011860
011862     IF TE100-ACCT-AVAIL
011864         CLOSE ACCTMST
011866     END-IF.
011868
011870     IF TE100-RATE-OPEN
011872         CLOSE RATEFILE
011874     END-IF.
011876
011878     IF TE100-EVT-OPEN
011880         CLOSE SRCEVT
011882     END-IF.
011884
011886 9000-EXIT.
011888     EXIT.
011890
011900 END PROGRAM TRANEDIT.
