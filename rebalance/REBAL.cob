000370*  09/02/2026  RO  KEEP THE NEW ALTERNATE-INDEX FIELDS (RUN     *
000380*                  DATE PLUS CYCLE) ON EVERY MASTER RECORD SO   *
000390*                  THE GL EXTRACT CAN READ ONE RUN DIRECTLY     *
000392*  10/15/2026  RO  ENTER EACH GLSUPP FILE BUILT ON THE GL        *
000394*                  TRANSMISSION REGISTER (GLXREG) UNDER THE RUN  *
000396*                  DATE AND A SEQUENCE NUMBER                    *
000397*  10/15/2026  RO  CARRY THE BATCH CURRENCY THROUGH SUSPENSE AND *
000398*                  CORRECTIONS (CORRTRAN RECORDS NOW 31 BYTES);  *
000399*                  POST A CLEARED BATCH IN THE BASE CURRENCY AT  *
000400*                  THE VALUE DATE'S RATE, STAMP THE CURRENCY     *
000401*                  FIELDS ON THE MASTER, AND LOG EACH CONVERTED  *
000402*                  POSTING TO THE FX AUDIT FILE (FXAUDIT); A     *
000403*                  CLEARED FOREIGN BATCH WITH NO RATE STAYS IN   *
000404*                  SUSPENSE                                      *
000405*  10/15/2026  RO  JOURNAL EVERY BATCH-MASTER REWRITE OR ADD,    *
000406*                  WITH ITS BEFORE AND AFTER IMAGES, TO THE      *
000407*                  MASTER UPDATE JOURNAL (BMJRNL) FOR FORWARD    *
000408*                  RECOVERY                                      *
000409*  10/15/2026  RO  LOG EACH BATCH CLEARED FROM SUSPENSE, WITH    *
000410*                  THE RUN DATE IT WENT INTO SUSPENSE, TO THE    *
000411*                  SOURCE-SYSTEM EVENT FILE (SRCEVT) FOR THE     *
000412*                  MONTHLY SOURCE SCORECARD                      *
000413*  10/15/2026  RO  LOG A CLEAR ONLY FOR A BATCH THAT WENT INTO   *
000414*                  SUSPENSE ON A RECONCILIATION BREAK, NOT ONE   *
000415*                  HELD ONLY FOR WANT OF AN FX RATE, AND CARRY   *
000416*                  THE SUSPENSE ENTRY CODE FORWARD               *
000417******************************************************************
000418 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. REBAL.
000430 AUTHOR. R. OKONKWO.
000440 INSTALLATION. DATA CENTER OPERATIONS.
000680* A CORRECTION THAT IS INCOMPLETE OR NOT NUMERIC IS DISCARDED    *
000690* WHOLE AND THE BATCH IS RE-BALANCED FROM ITS SUSPENDED          *
000700* AMOUNTS INSTEAD.                                               *
000701* EACH GLSUPP FILE BUILT IS ENTERED ON THE GL TRANSMISSION       *
000702* REGISTER (GLXREG) AS BUILT, KEYED ON TODAY'S DATE, A SEQUENCE  *
000703* NUMBER IN PLACE OF THE CYCLE, AND FILE ID 'GLSUPP', WITH THE   *
000704* RUN ID AND THE TRAILER COUNT AND HASH.  A RE-RUN BEFORE THE    *
000705* TRANSMISSION REPLACES ITS OWN UNSENT ENTRY; ONCE AN ENTRY IS   *
000706* TRANSMITTED THE NEXT RUN TAKES THE NEXT SEQUENCE NUMBER.       *
000710******************************************************************
000711* CURRENCY: A BATCH BALANCES IN ITS OWN CURRENCY (FROM THE       *
000712* SUSPENSE HEADER, OR FROM THE CORRECTION WHEN ONE REPLACES THE  *
000713* BATCH; BLANK MEANS THE BASE CURRENCY).  A BATCH THAT CLEARS IS *
000714* POSTED IN THE BASE CURRENCY AT THE TREASURY RATE FOR ITS VALUE *
000715* DATE, EACH ITEM CONVERTED AND ROUNDED TO THE CENT BEFORE THE   *
000716* ACCOUNT SUMS ARE TAKEN, AND EVERY CONVERTED POSTING IS LOGGED  *
000717* WITH ITS ORIGINAL CURRENCY AND AMOUNT ON THE FX AUDIT FILE.  A *
000718* FOREIGN BATCH THAT TIES OUT BUT HAS NO RATE FOR ITS VALUE DATE *
000719* IS CARRIED FORWARD AS 'NO RATE' RATHER THAN POSTED AT A        *
000720* GUESSED RATE.                                                  *
000721******************************************************************
000722* JOURNAL: EVERY MASTER UPDATE IS ALSO APPENDED TO THE MASTER    *
000723* UPDATE JOURNAL (BMJRNL) - A CHANGE WITH THE BREAK RECORD READ  *
000724* BACK AS ITS BEFORE IMAGE, OR AN ADD WHEN THE BREAK RECORD WAS  *
000725* NEVER WRITTEN - STAMPED WITH THE PROGRAM, RUN ID, DATE, AND    *
000726* TIME, SO BMRECOV CAN REPLAY THE RUN ONTO A RESTORED BACKUP.  A *
000727* JOURNAL THAT CANNOT BE OPENED IS REPORTED AND THE RUN GOES ON  *
000728* UNJOURNALED.                                                   *
000729******************************************************************
000730* SCORECARD: EACH BATCH THAT CLEARS IS ALSO APPENDED TO THE      *
000731* SOURCE-SYSTEM EVENT FILE (SRCEVT) WITH THE RUN DATE IT WENT    *
000732* INTO SUSPENSE, SO SRCSCORE CAN COUNT EACH SOURCE'S CLEARS AND  *
000733* THE DAYS THEY TOOK.  AN EVENT FILE THAT CANNOT BE OPENED IS    *
000734* REPORTED AND THE RUN GOES ON UNLOGGED.                         *
000735******************************************************************
000736 ENVIRONMENT DIVISION.
000737 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. IBM-370.
000750 OBJECT-COMPUTER. IBM-370.
000760 INPUT-OUTPUT SECTION.
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS BM-KEY
000930         FILE STATUS IS RB100-MAST-FILE-STATUS.
000931     SELECT GLXREG   ASSIGN TO GLXREG
000932         ORGANIZATION IS INDEXED
000933         ACCESS MODE IS RANDOM
000934         RECORD KEY IS XR-KEY
000935         FILE STATUS IS RB100-REG-FILE-STATUS.
000936     SELECT RATEFILE ASSIGN TO RATEFILE
000937         ORGANIZATION IS INDEXED
000938         ACCESS MODE IS RANDOM
000939         RECORD KEY IS RT-KEY
000940         FILE STATUS IS RB100-RATE-FILE-STATUS.
000941     SELECT FXAUDIT  ASSIGN TO FXAUDIT
000942         ORGANIZATION IS SEQUENTIAL.
000943     SELECT BMJRNL   ASSIGN TO BMJRNL
000944         ORGANIZATION IS SEQUENTIAL
000945         FILE STATUS IS RB100-JRNL-FILE-STATUS.
000946     SELECT SRCEVT   ASSIGN TO SRCEVT
000947         ORGANIZATION IS SEQUENTIAL
000948         FILE STATUS IS RB100-EVT-FILE-STATUS.
000949
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  SUSPIN
001050         88  CORR-HEADER-REC     VALUE 'H'.
001060         88  CORR-DETAIL-REC     VALUE 'D'.
001070     05  CORR-BATCH-ID           PIC X(06).
001080     05  CORR-DATA               PIC X(24).
001090     05  CORR-HDR-DATA REDEFINES CORR-DATA.
001100         10  CORR-HDR-ITEM-COUNT     PIC 9(03).
001110         10  CORR-HDR-CONTROL-TOTAL  PIC S9(10)V99.
001120         10  CORR-HDR-VALUE-DATE     PIC 9(06).
001125         10  CORR-HDR-CCY-CODE       PIC X(03).
001130     05  CORR-DTL-DATA REDEFINES CORR-DATA.
001140         10  CORR-DTL-ITEM-INDEX     PIC 9(03).
001150         10  CORR-DTL-AMOUNT         PIC S9(07)V99.
001160         10  CORR-DTL-ACCT-CODE      PIC X(08).
001170         10  FILLER                  PIC X(04).
001180
001190 FD  SUSPOUT
001200     RECORDING MODE IS F.
001310 FD  BATCHMST.
001320     COPY BATMST.
001330
001332 FD  GLXREG.
001334     COPY GLXREG.
001336
001337 FD  RATEFILE.
001338     COPY RATEREC.
001339
001340 FD  FXAUDIT
001341     RECORDING MODE IS F.
001342     COPY FXAUD.
001343
001344 FD  BMJRNL
001345     RECORDING MODE IS F.
001346     COPY BMJRNL.
001347
001348 FD  SRCEVT
001349     RECORDING MODE IS F.
001350     COPY SRCEVT.
001351
001352 WORKING-STORAGE SECTION.
001353 01  RB100-SWITCHES.
001360     05  RB100-EOF-SW            PIC X(01)  VALUE 'N'.
001370         88  RB100-EOF           VALUE 'Y'.
001380     05  RB100-CORR-EOF-SW       PIC X(01)  VALUE 'N'.
001430         88  RB100-CORR-SHORT    VALUE 'Y'.
001440     05  RB100-MAST-OPEN-SW      PIC X(01)  VALUE 'N'.
001450         88  RB100-MAST-OPEN     VALUE 'Y'.
001452     05  RB100-REG-SLOT-SW       PIC X(01)  VALUE SPACE.
001454         88  RB100-REG-NEW       VALUE 'W'.
001456         88  RB100-REG-REPLACE   VALUE 'R'.
001458         88  RB100-REG-SLOT-SET  VALUE 'W' 'R'.
001460     05  RB100-RATE-OPEN-SW      PIC X(01)  VALUE 'N'.
001462         88  RB100-RATE-OPEN     VALUE 'Y'.
001464     05  RB100-NO-RATE-SW        PIC X(01)  VALUE 'N'.
001466         88  RB100-NO-RATE       VALUE 'Y'.
001467     05  RB100-JRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
001468         88  RB100-JRNL-OPEN     VALUE 'Y'.
001470     05  RB100-EVT-OPEN-SW       PIC X(01)  VALUE 'N'.
001472         88  RB100-EVT-OPEN      VALUE 'Y'.
001474
001476 01  RB100-COUNTERS.
001480     05  RB100-ITEM-INDEX        PIC 9(03)  COMP.
001490     05  RB100-SUSP-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001500     05  RB100-CLEAR-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001520
001530 01  RB100-CORR-FILE-STATUS      PIC X(02).
001540 01  RB100-MAST-FILE-STATUS      PIC X(02).
001545 01  RB100-REG-FILE-STATUS       PIC X(02).
001547 01  RB100-RATE-FILE-STATUS      PIC X(02).
001548 01  RB100-JRNL-FILE-STATUS      PIC X(02).
001549 01  RB100-EVT-FILE-STATUS       PIC X(02).
001550
001560 01  RB100-RUN-DATE              PIC 9(06).
001562 01  RB100-RUN-TIME              PIC 9(08).
001564 01  RB100-REG-SEQ               PIC 9(02).
001565
001566*    JOURNAL WORK AREAS: THE RUN ID STAMPED ON EACH ENTRY, THE
001567*    ACTION AND BEFORE IMAGE OF THE MASTER UPDATE BEING JOURNALED,
001568*    AND THE NEW RECORD HELD WHILE THE OLD ONE IS READ BACK.
001569 01  RB100-RUN-ID                PIC X(08)  VALUE SPACES.
001570 01  RB100-JRNL-ACTION           PIC X(01).
001571     88  RB100-JRNL-ADD          VALUE 'A'.
001572 01  RB100-JRNL-BEFORE           PIC X(200).
001573 01  RB100-NEW-MASTER            PIC X(200).
001574 01  RB100-JRNL-DATE             PIC 9(06).
001575 01  RB100-JRNL-TIME             PIC 9(08).
001576
001577     COPY PGCTL REPLACING LEADING ==PG== BY ==RB100-PG==.
001578
001579 01  RB100-BASE-WORK.
001580     05  RB100-BW-CCY            PIC X(03).
001581     05  FILLER                  PIC X(13).
001582
001583*    CORRECTED AMOUNTS ARE GATHERED HERE FIRST AND COMMITTED TO
001590*    THE ARR TABLE ONLY WHEN THE WHOLE CORRECTION IS PRESENT, SO
001600*    A SHORT CORRECTION NEVER LEAVES A HALF-CORRECTED TABLE.
001610 01  RB100-CORR-HOLD.
001620     05  RB100-CORR-HOLD-COUNT   PIC 9(03).
001630     05  RB100-CORR-HOLD-CONTROL PIC S9(10)V99.
001640     05  RB100-CORR-HOLD-VDATE   PIC X(06).
001645     05  RB100-CORR-HOLD-CCY     PIC X(03).
001650     05  RB100-CORR-HOLD-XS      PIC S9(07)V99
001660                                  OCCURS 999 TIMES.
001670     05  RB100-CORR-HOLD-ACCT    PIC X(08)
001810
001820*    THE CLEARED BATCH'S ITEMS ARE SUMMED HERE PER GL ACCOUNT
001830*    BEFORE POSTING - ONE DEBIT AND/OR ONE CREDIT PER ACCOUNT.
001832*    THE POSTED SUMS ARE IN THE BASE CURRENCY; THE ORIGINAL-
001834*    CURRENCY SUMS BESIDE THEM ARE KEPT FOR THE FX AUDIT FILE.
001840 01  RB100-ACCT-SUM-TABLE.
001850     05  RB100-ACCT-SUM-COUNT    PIC 9(03)  COMP.
001860     05  RB100-ACCT-SUM-ENTRY OCCURS 999 TIMES.
001870         10  RB100-AS-CODE       PIC X(08).
001875         10  RB100-AS-DR-AMOUNT  PIC 9(11)V99.
001880         10  RB100-AS-CR-AMOUNT  PIC 9(11)V99.
001885         10  RB100-AS-DR-ORIG    PIC 9(10)V99.
001890         10  RB100-AS-CR-ORIG    PIC 9(10)V99.
001900
001910 01  RB100-AS-INDEX              PIC 9(03)  COMP.
001920 01  RB100-AS-SCAN               PIC 9(03)  COMP.
002090 01  RB100-SAVE-RUN-DATE         PIC 9(06).
002100 01  RB100-VALUE-DATE            PIC 9(06).
002110 01  RB100-SAVE-CYCLE            PIC 9(02).
002112 01  RB100-SAVE-ENTRY-CODE       PIC X(01).
002114     88  RB100-SAVE-ENTRY-NO-RATE VALUE 'F'.
002120 01  RB100-POST-COUNT            PIC 9(07)  COMP  VALUE ZERO.
002130 01  RB100-HASH-TOTAL            PIC 9(13)V99  VALUE ZERO.
002140 01  RB100-CONTROL-TOTAL         PIC S9(10)V99.
002150 01  RB100-HDR-CONTROL-TOTAL     PIC S9(10)V99.
002160 01  RB100-COMPUTED-TOTAL        PIC S9(10)V99.
002170 01  RB100-RECON-DIFF            PIC S9(11)V99.
002171
002172 01  RB100-BASE-CCY              PIC X(03)  VALUE SPACES.
002173 01  RB100-CCY-CODE              PIC X(03).
002174 01  RB100-FX-RATE               PIC 9(05)V9(07).
002175 01  RB100-BASE-ITEM             PIC S9(11)V99.
002176 01  RB100-BASE-RESULT           PIC 9(11)V99.
002177 01  RB100-BASE-NEG-RESULT       PIC S9(11)V99.
002178 01  RB100-BASE-CONTROL-TOTAL    PIC S9(11)V99.
002179 01  RB100-AUD-SIDE              PIC X(01).
002180 01  RB100-AUD-ORIG              PIC 9(11)V99.
002181 01  RB100-AUD-BASE              PIC 9(11)V99.
002182
002190 01  RB100-REPORT-HEADING.
002200     05  FILLER                  PIC X(15) VALUE
002210         'SUSPENSE BATCH '.
002880     PERFORM 1800-OPEN-BATCH-MASTER
002890         THRU 1800-EXIT.
002900
002902     PERFORM 1400-OPEN-RATE-TABLE
002904         THRU 1400-EXIT.
002905
002906     OPEN EXTEND SRCEVT.
002907
002908     IF RB100-EVT-FILE-STATUS = '00'
002909         MOVE 'Y' TO RB100-EVT-OPEN-SW
002910     ELSE
002911         DISPLAY 'RB100 - SOURCE EVENT FILE UNAVAILABLE, STATUS '
002912             RB100-EVT-FILE-STATUS ' - CLEARS NOT LOGGED'
002913     END-IF.
002914
002915     MOVE RB100-REPORT-HEADING TO REBAL-REPORT-LINE.
002920     WRITE REBAL-REPORT-LINE.
002930
002940     PERFORM 5000-READ-SUSPIN
002950         THRU 5000-EXIT.
002960
002970 1000-EXIT.
002971     EXIT.
002972
002973******************************************************************
002974* 1400-OPEN-RATE-TABLE - RESOLVE THE BASE CURRENCY, OPEN THE     *
002975*                        TREASURY RATE TABLE, AND OPEN THE FX    *
002976*                        AUDIT FILE.  WITHOUT THE TABLE A CLEARED*
002977*                        FOREIGN BATCH STAYS IN SUSPENSE.        *
002978******************************************************************
002979 1400-OPEN-RATE-TABLE.
002980     MOVE 'BASECCY ' TO RB100-PG-PARM-KEY.
002981     CALL 'PARMGET' USING RB100-PG-CONTROL.
002982     MOVE RB100-PG-PARM-VALUE TO RB100-BASE-WORK.
002983
002984     IF RB100-PG-PARM-FOUND
002985         MOVE RB100-BW-CCY TO RB100-BASE-CCY
002986     ELSE
002987         DISPLAY 'RB100 - BASECCY PARAMETER UNAVAILABLE - ONLY'
002988             ' UNCODED BATCHES TAKEN AS BASE CURRENCY'
002989     END-IF.
002990
002991     OPEN INPUT RATEFILE.
002992
002993     IF RB100-RATE-FILE-STATUS = '00'
002994         MOVE 'Y' TO RB100-RATE-OPEN-SW
002995     ELSE
002996         DISPLAY 'RB100 - RATE TABLE UNAVAILABLE, STATUS '
002997             RB100-RATE-FILE-STATUS ' - FOREIGN BATCHES HELD'
002998     END-IF.
002999
003000     OPEN EXTEND FXAUDIT.
003001
003002 1400-EXIT.
003003     EXIT.
003004
003005******************************************************************
003010* 1800-OPEN-BATCH-MASTER - OPEN THE BATCH-MASTER HISTORY FILE,   *
003020*                          CREATING IT ON FIRST USE.  A CLEARED  *
003030*                          BATCH'S HISTORY GOES UNCORRECTED (ITS *
003040*                          GLSUPP POSTINGS STILL GO OUT) IF IT   *
003045*                          CANNOT BE OPENED.  THEN OPEN THE      *
003050*                          MASTER UPDATE JOURNAL UNDER THE RUN   *
003055*                          ID.                                   *
003060******************************************************************
003070 1800-OPEN-BATCH-MASTER.
003080     OPEN I-O BATCHMST.
003160     ELSE
003170         DISPLAY 'RB100 - BATCH MASTER UNAVAILABLE, STATUS '
003180             RB100-MAST-FILE-STATUS ' - HISTORY NOT UPDATED'
003181         GO TO 1800-EXIT
003182     END-IF.
003183
003184     MOVE 'RUNID   ' TO RB100-PG-PARM-KEY.
003185     CALL 'PARMGET' USING RB100-PG-CONTROL.
003186
003187     IF RB100-PG-PARM-FOUND
003188         MOVE RB100-PG-PARM-VALUE TO RB100-RUN-ID
003189     ELSE
003190         DISPLAY 'RB100 - RUNID PARAMETER UNAVAILABLE'
003191     END-IF.
003192
003193     OPEN EXTEND BMJRNL.
003194
003195     IF RB100-JRNL-FILE-STATUS = '00'
003196         MOVE 'Y' TO RB100-JRNL-OPEN-SW
003197     ELSE
003198         DISPLAY 'RB100 - MASTER JOURNAL UNAVAILABLE, STATUS '
003199             RB100-JRNL-FILE-STATUS ' - UPDATES NOT JOURNALED'
003200     END-IF.
003201
003210 1800-EXIT.
003220     EXIT.
003230
003600     ELSE
003610         MOVE RB100-SAVE-RUN-DATE TO RB100-VALUE-DATE
003620     END-IF.
003622
003624     MOVE SUSP-HDR-CCY-CODE TO RB100-CCY-CODE.
003626     MOVE SUSP-HDR-ENTRY-CODE TO RB100-SAVE-ENTRY-CODE.
003630
003640     PERFORM 5000-READ-SUSPIN
003650         THRU 5000-EXIT.
004460         MOVE CORR-HDR-ITEM-COUNT    TO RB100-CORR-HOLD-COUNT
004470         MOVE CORR-HDR-CONTROL-TOTAL TO RB100-CORR-HOLD-CONTROL
004480         MOVE CORR-HDR-VALUE-DATE    TO RB100-CORR-HOLD-VDATE
004485         MOVE CORR-HDR-CCY-CODE      TO RB100-CORR-HOLD-CCY
004490         MOVE 'N' TO RB100-CORR-SHORT-SW
004500         PERFORM 5100-READ-CORRTRAN
004510             THRU 5100-EXIT
004710         IF RB100-CORR-HOLD-VDATE NUMERIC
004720             MOVE RB100-CORR-HOLD-VDATE TO RB100-VALUE-DATE
004730         END-IF
004735         MOVE RB100-CORR-HOLD-CCY     TO RB100-CCY-CODE
004740         PERFORM 2230-COMMIT-CORR-ITEM
004750             THRU 2230-EXIT
004760             VARYING RB100-ITEM-INDEX FROM 1 BY 1
005720         MOVE SPACES      TO RB100-RPT-CORR-FLAG
005730     END-IF.
005740
005741     IF RB100-CCY-CODE = SPACES
005742         MOVE RB100-BASE-CCY TO RB100-CCY-CODE
005743     END-IF.
005744
005745     MOVE 'N' TO RB100-NO-RATE-SW.
005746
005747     IF RB100-RECON-DIFF = 0
005748         PERFORM 3050-GET-RATE
005749             THRU 3050-EXIT
005750     END-IF.
005751
005752     EVALUATE TRUE
005753         WHEN RB100-RECON-DIFF NOT = 0
005754             MOVE 'OPEN   ' TO RB100-RPT-STATUS
005755             ADD 1 TO RB100-OPEN-COUNT
005756             PERFORM 3100-CARRY-FORWARD
005757                 THRU 3100-EXIT
005758         WHEN RB100-NO-RATE
005759             DISPLAY 'RB100 - NO ' RB100-CCY-CODE ' RATE FOR '
005760                 RB100-VALUE-DATE ', BATCH ' RB100-SAVE-BATCH-ID
005761                 ' - LEFT IN SUSPENSE'
005762             MOVE 'NO RATE' TO RB100-RPT-STATUS
005763             ADD 1 TO RB100-OPEN-COUNT
005764             PERFORM 3100-CARRY-FORWARD
005765                 THRU 3100-EXIT
005766         WHEN OTHER
005767             MOVE 'CLEARED' TO RB100-RPT-STATUS
005770             ADD 1 TO RB100-CLEAR-COUNT
005780             PERFORM 3600-WRITE-GL-POSTINGS
005790                 THRU 3600-EXIT
005800             IF RB100-MAST-OPEN
005810                 PERFORM 3500-POST-MASTER
005820                     THRU 3500-EXIT
005830             END-IF
005832             PERFORM 3700-LOG-CLEAR
005834                 THRU 3700-EXIT
005840     END-EVALUATE.
005900
005910     MOVE RB100-DETAIL-LINE TO REBAL-REPORT-LINE.
005920     WRITE REBAL-REPORT-LINE.
005930
005940 3000-EXIT.
005941     EXIT.
005942
005943******************************************************************
005944* 3050-GET-RATE - FIND THE RATE FOR THE BATCH CURRENCY ON ITS    *
005945*                 VALUE DATE.  A BLANK CODE OR THE BASE CODE     *
005946*                 ITSELF CONVERTS AT 1; A MISSING OR ZERO RATE   *
005947*                 IS NO RATE.                                    *
005948******************************************************************
005949 3050-GET-RATE.
005950     MOVE ZERO TO RB100-FX-RATE.
005951
005952     IF RB100-CCY-CODE = RB100-BASE-CCY
005953         MOVE 1 TO RB100-FX-RATE
005954         GO TO 3050-EXIT
005955     END-IF.
005956
005957     IF NOT RB100-RATE-OPEN
005958         MOVE 'Y' TO RB100-NO-RATE-SW
005959         GO TO 3050-EXIT
005960     END-IF.
005961
005962     MOVE RB100-CCY-CODE   TO RT-CCY-CODE.
005963     MOVE RB100-VALUE-DATE TO RT-VALUE-DATE.
005964
005965     READ RATEFILE
005966         INVALID KEY
005967             MOVE 'Y' TO RB100-NO-RATE-SW
005968             GO TO 3050-EXIT
005969     END-READ.
005970
005971     IF RT-RATE = ZERO
005972         MOVE 'Y' TO RB100-NO-RATE-SW
005973     ELSE
005974         MOVE RT-RATE TO RB100-FX-RATE
005975     END-IF.
005976
005977 3050-EXIT.
005978     EXIT.
005979
005980******************************************************************
005981* 3100-CARRY-FORWARD - WRITE THE STILL-BROKEN BATCH TO THE NEW   *
005990*                      SUSPENSE FILE WITH ITS FRESH TOTALS       *
006000******************************************************************
006010 3100-CARRY-FORWARD.
006160     MOVE RB100-NEG-COUNT     TO RB100-SUSP-HDR-NEG-COUNT.
006170     MOVE RB100-VALUE-DATE    TO RB100-SUSP-HDR-VALUE-DATE.
006180     MOVE RB100-SAVE-CYCLE    TO RB100-SUSP-HDR-CYCLE.
006185     MOVE RB100-CCY-CODE      TO RB100-SUSP-HDR-CCY-CODE.
006186     MOVE RB100-SAVE-ENTRY-CODE
006187         TO RB100-SUSP-HDR-ENTRY-CODE.
006190     MOVE RB100-SUSP-RECORD   TO SUSPOUT-RECORD.
006200     WRITE SUSPOUT-RECORD.
006210
006520*                    THE RE-COMPUTED TOTALS.  A RECORD MISSING   *
006530*                    FROM THE MASTER (IT WAS UNAVAILABLE THAT    *
006540*                    DAY) IS WRITTEN FRESH UNDER THE SAME KEY.   *
006542*                    THE OLD RECORD IS READ BACK FIRST FOR THE   *
006544*                    JOURNAL'S BEFORE IMAGE.                     *
006550******************************************************************
006560 3500-POST-MASTER.
006570     MOVE SPACES TO BM-RECORD.
006690     MOVE RB100-HDR-CONTROL-TOTAL TO BM-CONTROL-TOTAL.
006700     MOVE 'D'                     TO BM-REC-KIND.
006710     MOVE RB100-VALUE-DATE        TO BM-VALUE-DATE.
006711     MOVE RB100-CCY-CODE          TO BM-CCY-CODE.
006712     MOVE RB100-FX-RATE           TO BM-FX-RATE.
006713     MOVE RB100-BASE-RESULT       TO BM-BASE-RESULT.
006714     MOVE RB100-BASE-NEG-RESULT   TO BM-BASE-NEG-RESULT.
006715     MOVE RB100-BASE-CONTROL-TOTAL TO BM-BASE-CONTROL-TOTAL.
006720
006725     MOVE BM-RECORD TO RB100-NEW-MASTER.
006730
006735     READ BATCHMST
006740         INVALID KEY
006742             MOVE 'A'    TO RB100-JRNL-ACTION
006744             MOVE SPACES TO RB100-JRNL-BEFORE
006746         NOT INVALID KEY
006748             MOVE 'C'       TO RB100-JRNL-ACTION
006750             MOVE BM-RECORD TO RB100-JRNL-BEFORE
006752     END-READ.
006754
006756     MOVE RB100-NEW-MASTER TO BM-RECORD.
006758
006760     IF RB100-JRNL-ADD
006762         WRITE BM-RECORD
006764     ELSE
006766         REWRITE BM-RECORD
006768     END-IF.
006770
006780     IF RB100-MAST-FILE-STATUS NOT = '00'
006790         DISPLAY 'RB100 - BATCH MASTER UPDATE FAILED, BATCH '
006800             RB100-SAVE-BATCH-ID ' STATUS '
006810             RB100-MAST-FILE-STATUS
006815         GO TO 3500-EXIT
006820     END-IF.
006830
006832     PERFORM 3550-WRITE-JOURNAL
006834         THRU 3550-EXIT.
006836
006840 3500-EXIT.
006841     EXIT.
006842
006843******************************************************************
006844* 3550-WRITE-JOURNAL - APPEND THE MASTER UPDATE JUST MADE TO THE *
006845*                      MASTER UPDATE JOURNAL                     *
006846******************************************************************
006847 3550-WRITE-JOURNAL.
006848     IF NOT RB100-JRNL-OPEN
006849         GO TO 3550-EXIT
006850     END-IF.
006851
006852     ACCEPT RB100-JRNL-DATE FROM DATE.
006853     ACCEPT RB100-JRNL-TIME FROM TIME.
006854
006855     MOVE SPACES             TO JR-RECORD.
006856     MOVE 'REBAL'            TO JR-PROGRAM.
006857     MOVE RB100-RUN-ID       TO JR-RUN-ID.
006858     MOVE RB100-JRNL-DATE    TO JR-DATE.
006859     MOVE RB100-JRNL-TIME    TO JR-TIME.
006860     MOVE RB100-JRNL-ACTION  TO JR-ACTION.
006861     MOVE BM-KEY             TO JR-BM-KEY.
006862     MOVE RB100-JRNL-BEFORE  TO JR-BEFORE-IMAGE.
006863     MOVE BM-RECORD          TO JR-AFTER-IMAGE.
006864     WRITE JR-RECORD.
006865
006866 3550-EXIT.
006867     EXIT.
006868
006870******************************************************************
006880* 3600-WRITE-GL-POSTINGS - SUM THE CLEARED BATCH'S ITEMS PER GL  *
006890*                          ACCOUNT AND WRITE ONE DEBIT AND/OR    *
006910*                          THE SUPPLEMENTAL GL FILE              *
006920******************************************************************
006930 3600-WRITE-GL-POSTINGS.
006935     MOVE ZERO TO RB100-ACCT-SUM-COUNT
006940                  RB100-BASE-RESULT
006945                  RB100-BASE-NEG-RESULT.
006950
006960     PERFORM 3610-SUM-ONE-ITEM
006970         THRU 3610-EXIT
006980         VARYING RB100-ITEM-INDEX FROM 1 BY 1
006990         UNTIL RB100-ITEM-INDEX GREATER THAN RB100-ARR-LENGTH.
006992
006994     COMPUTE RB100-BASE-CONTROL-TOTAL ROUNDED =
006996         RB100-HDR-CONTROL-TOTAL * RB100-FX-RATE.
007000
007010     PERFORM 3650-POST-ONE-ACCOUNT
007020         THRU 3650-EXIT
007080     EXIT.
007090
007100******************************************************************
007110* 3610-SUM-ONE-ITEM - CONVERT ONE ITEM TO THE BASE CURRENCY AND  *
007120*                     FOLD IT INTO ITS ACCOUNT'S DEBIT OR CREDIT *
007130*                     SUM, ADDING THE ACCOUNT ON FIRST SIGHT     *
007140******************************************************************
007150 3610-SUM-ONE-ITEM.
007160     MOVE 'N' TO RB100-AS-FOUND-SW.
007280             TO RB100-AS-CODE (RB100-AS-INDEX)
007290         MOVE ZERO TO RB100-AS-DR-AMOUNT (RB100-AS-INDEX)
007300                      RB100-AS-CR-AMOUNT (RB100-AS-INDEX)
007302                      RB100-AS-DR-ORIG (RB100-AS-INDEX)
007304                      RB100-AS-CR-ORIG (RB100-AS-INDEX)
007310     END-IF.
007312
007314     COMPUTE RB100-BASE-ITEM ROUNDED =
007316         RB100-XS (RB100-ITEM-INDEX) * RB100-FX-RATE.
007320
007330     IF RB100-XS (RB100-ITEM-INDEX) GREATER THAN 0
007340         ADD RB100-XS (RB100-ITEM-INDEX)
007342             TO RB100-AS-DR-ORIG (RB100-AS-INDEX)
007344         ADD RB100-BASE-ITEM
007350             TO RB100-AS-DR-AMOUNT (RB100-AS-INDEX)
007355                RB100-BASE-RESULT
007360     ELSE
007362         COMPUTE RB100-AS-CR-ORIG (RB100-AS-INDEX) =
007364             RB100-AS-CR-ORIG (RB100-AS-INDEX)
007366             - RB100-XS (RB100-ITEM-INDEX)
007370         COMPUTE RB100-AS-CR-AMOUNT (RB100-AS-INDEX) =
007380             RB100-AS-CR-AMOUNT (RB100-AS-INDEX)
007385             - RB100-BASE-ITEM
007390         ADD RB100-BASE-ITEM TO RB100-BASE-NEG-RESULT
007400     END-IF.
007410
007420 3610-EXIT.
007580
007590******************************************************************
007600* 3650-POST-ONE-ACCOUNT - WRITE ONE ACCOUNT'S DEBIT AND/OR       *
007605*                         CREDIT POSTING, ROLL THE TRANSMISSION  *
007610*                         HASH, AND LOG A CONVERTED POSTING TO   *
007615*                         THE FX AUDIT FILE                      *
007630******************************************************************
007640 3650-POST-ONE-ACCOUNT.
007650     IF RB100-AS-DR-AMOUNT (RB100-AS-INDEX) GREATER THAN 0
007770         ADD 1 TO RB100-POST-COUNT
007780         ADD RB100-AS-DR-AMOUNT (RB100-AS-INDEX)
007790             TO RB100-HASH-TOTAL
007792         MOVE RB100-AS-DR-ORIG (RB100-AS-INDEX) TO RB100-AUD-ORIG
007794         MOVE RB100-AS-DR-AMOUNT (RB100-AS-INDEX)
007795             TO RB100-AUD-BASE
007796         PERFORM 3660-WRITE-FX-AUDIT
007798             THRU 3660-EXIT
007800     END-IF.
007810
007820     IF RB100-AS-CR-AMOUNT (RB100-AS-INDEX) GREATER THAN 0
007940         ADD 1 TO RB100-POST-COUNT
007950         ADD RB100-AS-CR-AMOUNT (RB100-AS-INDEX)
007960             TO RB100-HASH-TOTAL
007962         MOVE RB100-AS-CR-ORIG (RB100-AS-INDEX) TO RB100-AUD-ORIG
007964         MOVE RB100-AS-CR-AMOUNT (RB100-AS-INDEX)
007965             TO RB100-AUD-BASE
007966         PERFORM 3660-WRITE-FX-AUDIT
007968             THRU 3660-EXIT
007970     END-IF.
007980
007990 3650-EXIT.
007991     EXIT.
007992
007993******************************************************************
007994* 3660-WRITE-FX-AUDIT - LOG THE POSTING JUST WRITTEN, WITH ITS   *
007995*                       ORIGINAL CURRENCY AND AMOUNT, WHEN THE   *
007996*                       BATCH IS NOT IN THE BASE CURRENCY        *
007997******************************************************************
007998 3660-WRITE-FX-AUDIT.
007999     IF RB100-CCY-CODE = RB100-BASE-CCY
008000         GO TO 3660-EXIT
008001     END-IF.
008002
008003     ACCEPT RB100-RUN-TIME FROM TIME.
008004
008005     MOVE SPACES TO FX-RECORD.
008006     MOVE 'REBAL   '           TO FX-PROGRAM.
008007     MOVE GL-POST-REF          TO FX-POST-REF.
008008     MOVE GL-POST-DATE         TO FX-POST-DATE.
008009     MOVE GL-POST-RUN-DATE     TO FX-POST-RUN-DATE.
008010     MOVE GL-POST-CYCLE        TO FX-POST-CYCLE.
008011     MOVE GL-ACCT-CODE         TO FX-ACCT-CODE.
008012     MOVE GL-DR-CR-CODE        TO FX-DR-CR-CODE.
008013     MOVE RB100-CCY-CODE       TO FX-CCY-CODE.
008014     MOVE RB100-AUD-ORIG       TO FX-ORIG-AMOUNT.
008015     MOVE RB100-FX-RATE        TO FX-RATE.
008016     MOVE RB100-BASE-CCY       TO FX-BASE-CCY-CODE.
008017     MOVE RB100-AUD-BASE       TO FX-BASE-AMOUNT.
008018     MOVE RB100-RUN-DATE       TO FX-LOG-DATE.
008019     MOVE RB100-RUN-TIME       TO FX-LOG-TIME.
008020     WRITE FX-RECORD.
008021
008022 3660-EXIT.
008023     EXIT.
008024
008025******************************************************************
008026* 3700-LOG-CLEAR - APPEND THE CLEARED BATCH, WITH THE RUN DATE   *
008027*                  IT WENT INTO SUSPENSE, TO THE SOURCE-SYSTEM   *
008028*                  EVENT FILE.  A BATCH THAT BALANCED AND WAS    *
008029*                  HELD ONLY FOR WANT OF A RATE NEVER LOGGED A   *
008030*                  BREAK, SO ITS CLEAR IS NOT LOGGED EITHER.     *
008031******************************************************************
008032 3700-LOG-CLEAR.
008033     IF NOT RB100-EVT-OPEN
008034         GO TO 3700-EXIT
008035     END-IF.
008036
008037     IF RB100-SAVE-ENTRY-NO-RATE
008038         GO TO 3700-EXIT
008039     END-IF.
008040
008041     MOVE SPACES              TO SE-RECORD.
008042     MOVE RB100-RUN-DATE      TO SE-EVENT-DATE.
008043     MOVE RB100-SAVE-BATCH-ID TO SE-BATCH-ID.
008044     MOVE 'C'                 TO SE-EVENT.
008045     MOVE 'REBAL'             TO SE-PROGRAM.
008046     MOVE RB100-SAVE-RUN-DATE TO SE-SUSP-DATE.
008047     WRITE SE-RECORD.
008048
008049 3700-EXIT.
008050     EXIT.
008051
008052******************************************************************
008053* 5000-READ-SUSPIN - READ NEXT SUSPENSE RECORD, SET EOF SWITCH   *
008054******************************************************************
008055 5000-READ-SUSPIN.
008060     READ SUSPIN
008070         AT END
008080             MOVE 'Y' TO RB100-EOF-SW
008460     WRITE GL-POSTING-RECORD.
008470     CLOSE GLSUPP.
008480
008482     PERFORM 9100-REGISTER-GLSUPP
008484         THRU 9100-EXIT.
008486
008490     CLOSE SUSPIN
008500           SUSPOUT
008510           REBALRPT.
008530     IF RB100-MAST-OPEN
008540         CLOSE BATCHMST
008550     END-IF.
008551
008552     IF RB100-JRNL-OPEN
008553         CLOSE BMJRNL
008554     END-IF.
008555
008556     IF RB100-EVT-OPEN
008557         CLOSE SRCEVT
008558     END-IF.
008559
008560     IF RB100-RATE-OPEN
008561         CLOSE RATEFILE
008562     END-IF.
008563
008564     CLOSE FXAUDIT.
008565
008570 9000-EXIT.
008580     EXIT.
008590
008600******************************************************************
008610* 9100-REGISTER-GLSUPP - ENTER TODAY'S GLSUPP FILE ON THE GL     *
008620*                        TRANSMISSION REGISTER AS BUILT.  THE    *
008630*                        FILE IS ALREADY WRITTEN, SO A REGISTER  *
008640*                        PROBLEM IS REPORTED AND THE RUN GOES ON *
008650******************************************************************
008660 9100-REGISTER-GLSUPP.
008670     OPEN I-O GLXREG.
008680
008690     IF RB100-REG-FILE-STATUS NOT = '00'
008700         DISPLAY 'RB100 - TRANSMISSION REGISTER UNAVAILABLE, '
008710             'STATUS ' RB100-REG-FILE-STATUS
008720             ' - GLSUPP NOT REGISTERED'
008730         GO TO 9100-EXIT
008740     END-IF.
008750
008760     MOVE ZERO  TO RB100-REG-SEQ.
008770     MOVE SPACE TO RB100-REG-SLOT-SW.
008780
008790     PERFORM 9110-FIND-REG-SLOT
008800         THRU 9110-EXIT
008810         UNTIL RB100-REG-SLOT-SET
008820            OR RB100-REG-SEQ = 99.
008830
008840     IF NOT RB100-REG-SLOT-SET
008850         DISPLAY 'RB100 - NO FREE GLSUPP SEQUENCE ON THE '
008860             'TRANSMISSION REGISTER FOR ' RB100-RUN-DATE
008870             ' - GLSUPP NOT REGISTERED'
008880         GO TO 9100-CLOSE
008890     END-IF.
008900
008910     IF RB100-REG-NEW
008920         MOVE SPACES TO XR-RECORD
008930         MOVE RB100-RUN-DATE TO XR-RUN-DATE
008940         MOVE RB100-REG-SEQ  TO XR-CYCLE
008950         MOVE 'GLSUPP'       TO XR-FILE-ID
008960         MOVE ZERO           TO XR-BUILD-COUNT
008970     END-IF.
008980
008990     MOVE SPACES TO XR-RUN-ID.
009000     MOVE 'RUNID   ' TO RB100-PG-PARM-KEY.
009010     CALL 'PARMGET' USING RB100-PG-CONTROL.
009020
009030     IF RB100-PG-PARM-FOUND
009040         MOVE RB100-PG-PARM-VALUE TO XR-RUN-ID
009050     ELSE
009060         DISPLAY 'RB100 - RUNID PARAMETER UNAVAILABLE'
009070     END-IF.
009080
009090     ACCEPT RB100-RUN-TIME FROM TIME.
009100
009110     MOVE RB100-POST-COUNT TO XR-POST-COUNT.
009120     MOVE RB100-HASH-TOTAL TO XR-HASH-TOTAL.
009130     MOVE 'B'              TO XR-STATUS.
009140     MOVE 'N'              TO XR-OVERRIDE-SW.
009150     MOVE RB100-RUN-DATE   TO XR-BUILD-DATE.
009160     MOVE RB100-RUN-TIME   TO XR-BUILD-TIME.
009170     MOVE ZERO             TO XR-XMIT-DATE
009180                              XR-XMIT-TIME
009190                              XR-ACK-DATE
009200                              XR-ACK-TIME.
009210
009220     IF XR-BUILD-COUNT LESS THAN 99
009230         ADD 1 TO XR-BUILD-COUNT
009240     END-IF.
009250
009260     IF RB100-REG-REPLACE
009270         REWRITE XR-RECORD
009280     ELSE
009290         WRITE XR-RECORD
009300     END-IF.
009310
009320     IF RB100-REG-FILE-STATUS NOT = '00'
009330         DISPLAY 'RB100 - TRANSMISSION REGISTER UPDATE FAILED, '
009340             'STATUS ' RB100-REG-FILE-STATUS
009350     ELSE
009360         DISPLAY 'RB100 - GLSUPP REGISTERED AS ' RB100-RUN-DATE
009370             ' SEQUENCE ' RB100-REG-SEQ
009380     END-IF.
009390
009400 9100-CLOSE.
009410     CLOSE GLXREG.
009420
009430 9100-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470* 9110-FIND-REG-SLOT - TRY THE NEXT GLSUPP SEQUENCE FOR TODAY:   *
009480*                      A FREE KEY IS WRITTEN, AN ENTRY STILL     *
009490*                      ONLY BUILT (NEVER SENT) IS REPLACED, AND  *
009500*                      ONE ALREADY SENT IS SKIPPED               *
009510******************************************************************
009520 9110-FIND-REG-SLOT.
009530     ADD 1 TO RB100-REG-SEQ.
009540     MOVE RB100-RUN-DATE TO XR-RUN-DATE.
009550     MOVE RB100-REG-SEQ  TO XR-CYCLE.
009560     MOVE 'GLSUPP'       TO XR-FILE-ID.
009570
009580     READ GLXREG
009590         INVALID KEY
009600             MOVE 'W' TO RB100-REG-SLOT-SW
009610             GO TO 9110-EXIT
009620     END-READ.
009630
009640     IF XR-BUILT
009650         MOVE 'R' TO RB100-REG-SLOT-SW
009660     END-IF.
009670
009680 9110-EXIT.
009690     EXIT.
009700
009710 END PROGRAM REBAL.
