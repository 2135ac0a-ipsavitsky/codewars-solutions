000010******************************************************************
000020* PROGRAM-ID: RATELOAD                                           *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - DAILY LOAD AND LISTING OF   *
000100*                  THE TREASURY FOREIGN-EXCHANGE RATE TABLE      *
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. RATELOAD.
000140 AUTHOR. R. OKONKWO.
000150 INSTALLATION. DATA CENTER OPERATIONS.
000160 DATE-WRITTEN. 10/15/2026.
000170 DATE-COMPILED.
000180******************************************************************
000190* LOADS AND LISTS THE FOREIGN-EXCHANGE RATE TABLE (RATEFILE)     *
000200* THAT TRANEDIT, DAILYBAL, AND REBAL CONVERT FOREIGN-CURRENCY    *
000210* BATCHES TO THE BASE CURRENCY WITH - ONE RATE PER CURRENCY PER  *
000220* VALUE DATE.  TREASURY RUNS IT EVERY DAY, BEFORE THE NIGHTLY    *
000230* STREAM, WITH THE DAY'S RATES.  EVERY CARD IS VALIDATED BEFORE  *
000240* IT TOUCHES THE TABLE - THE CURRENCY MUST BE THREE LETTERS AND  *
000250* NOT THE BASE CURRENCY ITSELF (RUN-PARAMETER KEY BASECCY, WHOSE *
000260* RATE IS ALWAYS 1), THE VALUE DATE A REAL CALENDAR DATE, AND    *
000270* THE RATE NUMERIC AND GREATER THAN ZERO.  A CARD FOR A CURRENCY *
000280* AND DATE ALREADY ON THE TABLE REPLACES THE RATE (TREASURY'S    *
000290* CORRECTION); A BATCH ALREADY BALANCED KEEPS THE RATE STAMPED   *
000300* ON ITS BATCH-MASTER RECORD.  A RATE IS NEVER DELETED.  EVERY   *
000310* ACCEPTED CARD IS WRITTEN TO THE CHANGE LOG (RATELOG) WITH THE  *
000320* RATE BEFORE AND AFTER, WHO LOADED IT, AND WHEN, AND IS PRINTED *
000330* ON THE LOAD REPORT (RATERPT).                                  *
000340******************************************************************
000350* RATECTL CONTROL CARDS, ONE ACTION PER CARD:                    *
000360*   COLS  1-4   VERB: 'SET ' OR 'LIST'                           *
000370*   COLS  6-8   CURRENCY CODE (SET ONLY)                         *
000380*   COLS 10-15  VALUE DATE (YYMMDD) - ON LIST, LIMITS THE        *
000390*               LISTING TO ONE DATE; BLANK LISTS THE WHOLE TABLE *
000400*   COLS 17-28  RATE, BASE UNITS PER ONE UNIT OF THE CURRENCY,   *
000410*               12 DIGITS WITH 7 IMPLIED DECIMALS (SET ONLY)     *
000420*   COLS 30-37  USER ID LOADING THE RATE (SET ONLY)              *
000430*                                                                *
000440* CONDITION CODES: 0 ALL ACTIONS APPLIED, 4 ONE OR MORE CARDS    *
000450* REJECTED, 12 RATE TABLE UNAVAILABLE.                           *
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT RATECTL  ASSIGN TO RATECTL
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT RATEFILE ASSIGN TO RATEFILE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RT-KEY
000590         FILE STATUS IS RL100-RATE-FILE-STATUS.
000600     SELECT RATELOG  ASSIGN TO RATELOG
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT RATERPT  ASSIGN TO RATERPT
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RATECTL
000680     RECORDING MODE IS F.
000690 01  CTL-CARD.
000700     05  CTL-VERB                PIC X(04).
000710         88  CTL-SET-VERB        VALUE 'SET '.
000720         88  CTL-LIST-VERB       VALUE 'LIST'.
000730     05  FILLER                  PIC X(01).
000740     05  CTL-CCY-CODE.
000750         10  CTL-CCY-CHAR-1      PIC X(01).
000760         10  CTL-CCY-CHAR-2      PIC X(01).
000770         10  CTL-CCY-CHAR-3      PIC X(01).
000780     05  FILLER                  PIC X(01).
000790     05  CTL-DATE                PIC X(06).
000800     05  FILLER                  PIC X(01).
000810     05  CTL-RATE                PIC X(12).
000820     05  CTL-RATE-NUM REDEFINES CTL-RATE
000830                                 PIC 9(05)V9(07).
000840     05  FILLER                  PIC X(01).
000850     05  CTL-USER                PIC X(08).
000860     05  FILLER                  PIC X(43).
000870
000880 FD  RATEFILE.
000890     COPY RATEREC.
000900
000910 FD  RATELOG
000920     RECORDING MODE IS F.
000930 01  RLOG-RECORD.
000940     05  RLOG-VERB               PIC X(04).
000950     05  RLOG-USER               PIC X(08).
000960     05  RLOG-DATE               PIC 9(06).
000970     05  RLOG-TIME               PIC 9(08).
000980     05  RLOG-OLD-IMAGE          PIC X(50).
000990     05  RLOG-NEW-IMAGE          PIC X(50).
001000     05  FILLER                  PIC X(04).
001010
001020 FD  RATERPT
001030     RECORDING MODE IS F.
001040 01  RATE-REPORT-LINE            PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 01  RL100-SWITCHES.
001080     05  RL100-EOF-SW            PIC X(01)  VALUE 'N'.
001090         88  RL100-EOF           VALUE 'Y'.
001100     05  RL100-LIST-EOF-SW       PIC X(01)  VALUE 'N'.
001110         88  RL100-LIST-EOF      VALUE 'Y'.
001120     05  RL100-VALID-SW          PIC X(01).
001130         88  RL100-CARD-VALID    VALUE 'Y'.
001140     05  RL100-EXISTS-SW         PIC X(01).
001150         88  RL100-RATE-EXISTS   VALUE 'Y'.
001160     05  RL100-TABLE-OPEN-SW     PIC X(01)  VALUE 'N'.
001170         88  RL100-TABLE-OPEN    VALUE 'Y'.
001180
001190 01  RL100-COUNTERS.
001200     05  RL100-ADD-COUNT         PIC 9(05)  COMP  VALUE ZERO.
001210     05  RL100-CHANGE-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001220     05  RL100-REJECT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001230     05  RL100-MONTH-SUB         PIC 9(02)  COMP.
001240
001250 01  RL100-RATE-FILE-STATUS      PIC X(02).
001260
001270 01  RL100-RUN-DATE              PIC 9(06).
001280 01  RL100-RUN-TIME              PIC 9(08).
001290 01  RL100-NEW-DATE              PIC 9(06).
001300 01  RL100-LIST-DATE             PIC X(06).
001310 01  RL100-BASE-CCY              PIC X(03)  VALUE SPACES.
001320 01  RL100-REJECT-REASON         PIC X(30).
001330
001340 01  RL100-BASE-WORK.
001350     05  RL100-BW-CCY            PIC X(03).
001360     05  FILLER                  PIC X(13).
001370
001380     COPY PGCTL REPLACING LEADING ==PG== BY ==RL100-PG==.
001390
001400*    THE RATE AS IT STOOD BEFORE THE CARD, AND THE RATE BEING
001410*    PRINTED ON THE REPORT.
001420     COPY RATEREC REPLACING LEADING ==RT== BY ==RL100-OLD==.
001430
001440     COPY RATEREC REPLACING LEADING ==RT== BY ==RL100-LN==.
001450
001460 01  RL100-DATE-WORK.
001470     05  RL100-DW-YY             PIC 9(02).
001480     05  RL100-DW-MM             PIC 9(02).
001490     05  RL100-DW-DD             PIC 9(02).
001500
001510 01  RL100-DATE-CHECK REDEFINES RL100-DATE-WORK.
001520     05  RL100-DC-VALUE          PIC X(06).
001530
001540 01  RL100-LEAP-QUOTIENT         PIC 9(02).
001550 01  RL100-LEAP-REMAINDER        PIC 9(02).
001560
001570 01  RL100-MONTH-DAYS-VALUES     PIC X(24) VALUE
001580     '312831303130313130313031'.
001590 01  RL100-MONTH-DAYS REDEFINES RL100-MONTH-DAYS-VALUES.
001600     05  RL100-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
001610
001620 01  RL100-REPORT-HEADING.
001630     05  FILLER                  PIC X(34) VALUE
001640         'FOREIGN-EXCHANGE RATE LOAD REPORT '.
001650     05  FILLER                  PIC X(05) VALUE 'DATE '.
001660     05  RL100-HDG-DATE          PIC 9(06).
001670     05  FILLER                  PIC X(06) VALUE ' BASE '.
001680     05  RL100-HDG-BASE-CCY      PIC X(03).
001690     05  FILLER                  PIC X(26) VALUE SPACE.
001700
001710 01  RL100-COLUMN-HEADING.
001720     05  FILLER                  PIC X(09) VALUE ' ACTION  '.
001730     05  FILLER                  PIC X(04) VALUE 'CCY '.
001740     05  FILLER                  PIC X(07) VALUE 'VALUE  '.
001750     05  FILLER                  PIC X(14) VALUE
001760         '          RATE'.
001770     05  FILLER                  PIC X(17) VALUE
001780         '  LOADED         '.
001790     05  FILLER                  PIC X(08) VALUE 'BY      '.
001800     05  FILLER                  PIC X(21) VALUE SPACE.
001810
001820 01  RL100-RATE-LINE.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  RL100-RTL-LABEL         PIC X(07).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  RL100-RTL-CCY           PIC X(03).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  RL100-RTL-VALUE-DATE    PIC 9(06).
001890     05  FILLER                  PIC X(02) VALUE SPACE.
001900     05  RL100-RTL-RATE          PIC ZZZZ9.9999999.
001910     05  FILLER                  PIC X(02) VALUE SPACE.
001920     05  RL100-RTL-LOAD-DATE     PIC 9(06).
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  RL100-RTL-LOAD-TIME     PIC 9(06).
001950     05  FILLER                  PIC X(02) VALUE SPACE.
001960     05  RL100-RTL-USER          PIC X(08).
001970     05  FILLER                  PIC X(21) VALUE SPACE.
001980
001990 01  RL100-REJECT-LINE.
002000     05  FILLER                  PIC X(10) VALUE ' REJECTED '.
002010     05  RL100-REJ-VERB          PIC X(04).
002020     05  FILLER                  PIC X(01) VALUE SPACE.
002030     05  RL100-REJ-CCY           PIC X(03).
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  RL100-REJ-DATE          PIC X(06).
002060     05  FILLER                  PIC X(03) VALUE ' - '.
002070     05  RL100-REJ-REASON        PIC X(30).
002080     05  FILLER                  PIC X(22) VALUE SPACE.
002090
002100 01  RL100-TRAILER-LINE.
002110     05  RL100-TRL-TEXT          PIC X(28).
002120     05  RL100-TRL-COUNT         PIC ZZZZ9.
002130     05  FILLER                  PIC X(47) VALUE SPACE.
002140
002150 PROCEDURE DIVISION.
002160******************************************************************
002170* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
002180******************************************************************
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE
002210         THRU 1000-EXIT.
002220
002230     PERFORM 2000-APPLY-ONE-CARD
002240         THRU 2000-EXIT
002250         UNTIL RL100-EOF.
002260
002270     PERFORM 9000-TERMINATE
002280         THRU 9000-EXIT.
002290
002300     GOBACK.
002310
002320******************************************************************
002330* 1000-INITIALIZE - RESOLVE THE BASE CURRENCY, OPEN FILES        *
002340*                   (CREATING THE RATE TABLE ON FIRST USE),      *
002350*                   WRITE THE HEADINGS, PRIME THE CARD READ      *
002360******************************************************************
002370 1000-INITIALIZE.
002380     ACCEPT RL100-RUN-DATE FROM DATE.
002390     ACCEPT RL100-RUN-TIME FROM TIME.
002400
002410*    WITHOUT A BASE CURRENCY ON THE PARAMETER FILE NO RATE CAN
002420*    BE CHECKED AGAINST IT - EVERY SET CARD IS REJECTED UNTIL
002430*    PARMUPDT LOADS KEY BASECCY.
002440     MOVE 'BASECCY ' TO RL100-PG-PARM-KEY.
002450     CALL 'PARMGET' USING RL100-PG-CONTROL.
002460
002470     IF RL100-PG-PARM-FOUND
002480         MOVE RL100-PG-PARM-VALUE TO RL100-BASE-WORK
002490         MOVE RL100-BW-CCY        TO RL100-BASE-CCY
002500     ELSE
002510         DISPLAY 'RL100 - BASE CURRENCY (BASECCY) NOT SET, '
002520             'RATE CARDS WILL BE REJECTED'
002530     END-IF.
002540
002550     OPEN OUTPUT RATERPT.
002560     OPEN EXTEND RATELOG.
002570
002580     MOVE RL100-RUN-DATE       TO RL100-HDG-DATE.
002590     MOVE RL100-BASE-CCY       TO RL100-HDG-BASE-CCY.
002600     MOVE RL100-REPORT-HEADING TO RATE-REPORT-LINE.
002610     WRITE RATE-REPORT-LINE.
002620
002630     OPEN I-O RATEFILE.
002640
002650     IF RL100-RATE-FILE-STATUS = '35'
002660         OPEN OUTPUT RATEFILE
002670         CLOSE RATEFILE
002680         OPEN I-O RATEFILE
002690     END-IF.
002700
002710     IF RL100-RATE-FILE-STATUS NOT = '00'
002720         DISPLAY 'RL100 - RATE TABLE UNAVAILABLE, STATUS '
002730             RL100-RATE-FILE-STATUS
002740         MOVE 'Y' TO RL100-EOF-SW
002750         MOVE 12 TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF.
002780
002790     MOVE 'Y' TO RL100-TABLE-OPEN-SW.
002800
002810     MOVE RL100-COLUMN-HEADING TO RATE-REPORT-LINE.
002820     WRITE RATE-REPORT-LINE.
002830
002840     OPEN INPUT RATECTL.
002850
002860     PERFORM 5000-READ-CARD
002870         THRU 5000-EXIT.
002880
002890 1000-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930* 2000-APPLY-ONE-CARD - DISPATCH ONE CONTROL CARD                *
002940******************************************************************
002950 2000-APPLY-ONE-CARD.
002960     MOVE 'Y' TO RL100-VALID-SW.
002970     MOVE SPACES TO RL100-REJECT-REASON.
002980
002990     EVALUATE TRUE
003000         WHEN CTL-SET-VERB
003010             PERFORM 3000-SET-RATE
003020                 THRU 3000-EXIT
003030         WHEN CTL-LIST-VERB
003040             PERFORM 4000-LIST-RATES
003050                 THRU 4000-EXIT
003060         WHEN OTHER
003070             MOVE 'UNKNOWN ACTION VERB'
003080                 TO RL100-REJECT-REASON
003090             PERFORM 3900-WRITE-REJECT
003100                 THRU 3900-EXIT
003110     END-EVALUATE.
003120
003130     PERFORM 5000-READ-CARD
003140         THRU 5000-EXIT.
003150
003160 2000-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200* 3000-SET-RATE - VALIDATE THE CARD, THEN ADD THE RATE OR        *
003210*                 REPLACE THE ONE ALREADY LOADED FOR THE SAME    *
003220*                 CURRENCY AND DATE, AND LOG AND REPORT IT       *
003230******************************************************************
003240 3000-SET-RATE.
003250     PERFORM 3010-VALIDATE-SET
003260         THRU 3010-EXIT.
003270
003280     IF NOT RL100-CARD-VALID
003290         PERFORM 3900-WRITE-REJECT
003300             THRU 3900-EXIT
003310         GO TO 3000-EXIT
003320     END-IF.
003330
003340     PERFORM 3500-READ-RATE
003350         THRU 3500-EXIT.
003360
003370     IF RL100-RATE-EXISTS
003380         MOVE RT-RECORD TO RL100-OLD-RECORD
003390     ELSE
003400         MOVE SPACES    TO RL100-OLD-RECORD
003410         MOVE SPACES    TO RT-RECORD
003420         MOVE CTL-CCY-CODE   TO RT-CCY-CODE
003430         MOVE RL100-NEW-DATE TO RT-VALUE-DATE
003440     END-IF.
003450
003460     MOVE CTL-RATE-NUM   TO RT-RATE.
003470     MOVE CTL-USER       TO RT-LOAD-USER.
003480     MOVE RL100-RUN-DATE TO RT-LOAD-DATE.
003490     MOVE RL100-RUN-TIME TO RT-LOAD-TIME.
003500
003510     IF RL100-RATE-EXISTS
003520         REWRITE RT-RECORD
003530     ELSE
003540         WRITE RT-RECORD
003550     END-IF.
003560
003570     IF RL100-RATE-FILE-STATUS NOT = '00'
003580         DISPLAY 'RL100 - RATE WRITE FAILED, CURRENCY '
003590             CTL-CCY-CODE ' DATE ' CTL-DATE
003600             ' STATUS ' RL100-RATE-FILE-STATUS
003610         MOVE 12 TO RETURN-CODE
003620         GO TO 3000-EXIT
003630     END-IF.
003640
003650     PERFORM 3800-LOG-CHANGE
003660         THRU 3800-EXIT.
003670
003680     IF RL100-RATE-EXISTS
003690         MOVE RL100-OLD-RECORD TO RL100-LN-RECORD
003700         MOVE 'WAS    '        TO RL100-RTL-LABEL
003710         PERFORM 3700-WRITE-RATE-LINE
003720             THRU 3700-EXIT
003730         MOVE 'CHANGED'        TO RL100-RTL-LABEL
003740         ADD 1 TO RL100-CHANGE-COUNT
003750     ELSE
003760         MOVE 'ADDED  '        TO RL100-RTL-LABEL
003770         ADD 1 TO RL100-ADD-COUNT
003780     END-IF.
003790
003800     MOVE RT-RECORD TO RL100-LN-RECORD.
003810     PERFORM 3700-WRITE-RATE-LINE
003820         THRU 3700-EXIT.
003830
003840 3000-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 3010-VALIDATE-SET - A THREE-LETTER CURRENCY OTHER THAN THE     *
003890*                     BASE CURRENCY, A REAL VALUE DATE, A RATE   *
003900*                     GREATER THAN ZERO, AND A USER ID           *
003910******************************************************************
003920 3010-VALIDATE-SET.
003930     IF RL100-BASE-CCY = SPACES
003940         MOVE 'N' TO RL100-VALID-SW
003950         MOVE 'BASE CURRENCY NOT SET'
003960             TO RL100-REJECT-REASON
003970         GO TO 3010-EXIT
003980     END-IF.
003990
004000     IF CTL-CCY-CODE NOT ALPHABETIC-UPPER
004010         OR CTL-CCY-CHAR-1 = SPACE
004020         OR CTL-CCY-CHAR-2 = SPACE
004030         OR CTL-CCY-CHAR-3 = SPACE
004040         MOVE 'N' TO RL100-VALID-SW
004050         MOVE 'CURRENCY NOT THREE LETTERS'
004060             TO RL100-REJECT-REASON
004070         GO TO 3010-EXIT
004080     END-IF.
004090
004100     IF CTL-CCY-CODE = RL100-BASE-CCY
004110         MOVE 'N' TO RL100-VALID-SW
004120         MOVE 'BASE CURRENCY TAKES NO RATE'
004130             TO RL100-REJECT-REASON
004140         GO TO 3010-EXIT
004150     END-IF.
004160
004170     PERFORM 3600-CHECK-DATE
004180         THRU 3600-EXIT.
004190
004200     IF NOT RL100-CARD-VALID
004210         GO TO 3010-EXIT
004220     END-IF.
004230
004240     IF CTL-RATE NOT NUMERIC
004250         MOVE 'N' TO RL100-VALID-SW
004260         MOVE 'RATE NOT 12 NUMERIC DIGITS'
004270             TO RL100-REJECT-REASON
004280         GO TO 3010-EXIT
004290     END-IF.
004300
004310     IF CTL-RATE-NUM = ZERO
004320         MOVE 'N' TO RL100-VALID-SW
004330         MOVE 'RATE IS ZERO'
004340             TO RL100-REJECT-REASON
004350         GO TO 3010-EXIT
004360     END-IF.
004370
004380     IF CTL-USER = SPACES
004390         MOVE 'N' TO RL100-VALID-SW
004400         MOVE 'USER ID MISSING'
004410             TO RL100-REJECT-REASON
004420     END-IF.
004430
004440 3010-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 3500-READ-RATE - READ THE CARD'S CURRENCY AND DATE FROM THE    *
004490*                  RATE TABLE                                    *
004500******************************************************************
004510 3500-READ-RATE.
004520     MOVE CTL-CCY-CODE   TO RT-CCY-CODE.
004530     MOVE RL100-NEW-DATE TO RT-VALUE-DATE.
004540     MOVE 'N' TO RL100-EXISTS-SW.
004550
004560     READ RATEFILE
004570         INVALID KEY
004580             MOVE 'N' TO RL100-EXISTS-SW
004590         NOT INVALID KEY
004600             MOVE 'Y' TO RL100-EXISTS-SW
004610     END-READ.
004620
004630 3500-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670* 3600-CHECK-DATE - THE CARD DATE MUST BE A REAL YYMMDD          *
004680*                   CALENDAR DATE; A GOOD ONE IS LEFT IN         *
004690*                   RL100-NEW-DATE                               *
004700******************************************************************
004710 3600-CHECK-DATE.
004720     MOVE CTL-DATE TO RL100-DC-VALUE.
004730
004740     IF RL100-DC-VALUE NOT NUMERIC
004750         MOVE 'N' TO RL100-VALID-SW
004760         MOVE 'DATE NOT NUMERIC YYMMDD'
004770             TO RL100-REJECT-REASON
004780         GO TO 3600-EXIT
004790     END-IF.
004800
004810     IF RL100-DW-MM LESS THAN 1
004820         OR RL100-DW-MM GREATER THAN 12
004830         MOVE 'N' TO RL100-VALID-SW
004840         MOVE 'MONTH NOT 01 THRU 12'
004850             TO RL100-REJECT-REASON
004860         GO TO 3600-EXIT
004870     END-IF.
004880
004890     MOVE RL100-DW-MM TO RL100-MONTH-SUB.
004900
004910     IF RL100-DW-DD LESS THAN 1
004920         MOVE 'N' TO RL100-VALID-SW
004930         MOVE 'DAY NOT VALID FOR MONTH'
004940             TO RL100-REJECT-REASON
004950         GO TO 3600-EXIT
004960     END-IF.
004970
004980     DIVIDE RL100-DW-YY BY 4
004990         GIVING RL100-LEAP-QUOTIENT
005000         REMAINDER RL100-LEAP-REMAINDER.
005010
005020     IF RL100-DW-MM = 2
005030         AND RL100-LEAP-REMAINDER = 0
005040         IF RL100-DW-DD GREATER THAN 29
005050             MOVE 'N' TO RL100-VALID-SW
005060             MOVE 'DAY NOT VALID FOR MONTH'
005070                 TO RL100-REJECT-REASON
005080         END-IF
005090     ELSE
005100         IF RL100-DW-DD GREATER THAN
005110             RL100-DAYS-IN-MONTH (RL100-MONTH-SUB)
005120             MOVE 'N' TO RL100-VALID-SW
005130             MOVE 'DAY NOT VALID FOR MONTH'
005140                 TO RL100-REJECT-REASON
005150         END-IF
005160     END-IF.
005170
005180     IF RL100-CARD-VALID
005190         MOVE RL100-DATE-WORK TO RL100-NEW-DATE
005200     END-IF.
005210
005220 3600-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 3700-WRITE-RATE-LINE - PRINT THE RATE IN RL100-LN-RECORD UNDER *
005270*                        THE LABEL ALREADY SET                   *
005280******************************************************************
005290 3700-WRITE-RATE-LINE.
005300     MOVE RL100-LN-CCY-CODE   TO RL100-RTL-CCY.
005310     MOVE RL100-LN-VALUE-DATE TO RL100-RTL-VALUE-DATE.
005320     MOVE RL100-LN-RATE       TO RL100-RTL-RATE.
005330     MOVE RL100-LN-LOAD-DATE  TO RL100-RTL-LOAD-DATE.
005340     MOVE RL100-LN-LOAD-TIME (1:6) TO RL100-RTL-LOAD-TIME.
005350     MOVE RL100-LN-LOAD-USER  TO RL100-RTL-USER.
005360
005370     MOVE RL100-RATE-LINE TO RATE-REPORT-LINE.
005380     WRITE RATE-REPORT-LINE.
005390
005400 3700-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 3800-LOG-CHANGE - WRITE THE RATE BEFORE AND AFTER TO THE       *
005450*                   CHANGE LOG WITH WHO LOADED IT AND WHEN       *
005460******************************************************************
005470 3800-LOG-CHANGE.
005480     MOVE SPACES           TO RLOG-RECORD.
005490     MOVE CTL-VERB         TO RLOG-VERB.
005500     MOVE CTL-USER         TO RLOG-USER.
005510     MOVE RL100-RUN-DATE   TO RLOG-DATE.
005520     MOVE RL100-RUN-TIME   TO RLOG-TIME.
005530     MOVE RL100-OLD-RECORD TO RLOG-OLD-IMAGE.
005540     MOVE RT-RECORD        TO RLOG-NEW-IMAGE.
005550     WRITE RLOG-RECORD.
005560
005570 3800-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 3900-WRITE-REJECT - REPORT ONE REJECTED CARD                   *
005620******************************************************************
005630 3900-WRITE-REJECT.
005640     MOVE CTL-VERB            TO RL100-REJ-VERB.
005650     MOVE CTL-CCY-CODE        TO RL100-REJ-CCY.
005660     MOVE CTL-DATE            TO RL100-REJ-DATE.
005670     MOVE RL100-REJECT-REASON TO RL100-REJ-REASON.
005680     MOVE RL100-REJECT-LINE   TO RATE-REPORT-LINE.
005690     WRITE RATE-REPORT-LINE.
005700
005710     ADD 1 TO RL100-REJECT-COUNT.
005720
005730 3900-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770* 4000-LIST-RATES - LIST THE RATES ON THE TABLE, FOR ONE VALUE   *
005780*                   DATE WHEN THE CARD NAMES ONE                 *
005790******************************************************************
005800 4000-LIST-RATES.
005810     MOVE CTL-DATE TO RL100-LIST-DATE.
005820     MOVE LOW-VALUES TO RT-KEY.
005830     MOVE 'N' TO RL100-LIST-EOF-SW.
005840
005850     START RATEFILE KEY NOT LESS THAN RT-KEY
005860         INVALID KEY
005870             MOVE 'Y' TO RL100-LIST-EOF-SW
005880     END-START.
005890
005900     PERFORM 4100-LIST-ONE-RATE
005910         THRU 4100-EXIT
005920         UNTIL RL100-LIST-EOF.
005930
005940 4000-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 4100-LIST-ONE-RATE - WRITE ONE RATE LINE, SKIPPING OTHER DATES *
005990*                      WHEN THE LISTING IS LIMITED TO ONE        *
006000******************************************************************
006010 4100-LIST-ONE-RATE.
006020     READ RATEFILE NEXT RECORD
006030         AT END
006040             MOVE 'Y' TO RL100-LIST-EOF-SW
006050             GO TO 4100-EXIT
006060     END-READ.
006070
006080     MOVE RT-VALUE-DATE TO RL100-DATE-WORK.
006090
006100     IF RL100-LIST-DATE NOT = SPACES
006110         AND RL100-DC-VALUE NOT = RL100-LIST-DATE
006120         GO TO 4100-EXIT
006130     END-IF.
006140
006150     MOVE 'ON FILE' TO RL100-RTL-LABEL.
006160     MOVE RT-RECORD TO RL100-LN-RECORD.
006170     PERFORM 3700-WRITE-RATE-LINE
006180         THRU 3700-EXIT.
006190
006200 4100-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240* 5000-READ-CARD - READ NEXT CONTROL CARD, SET EOF SWITCH        *
006250******************************************************************
006260 5000-READ-CARD.
006270     READ RATECTL
006280         AT END
006290             MOVE 'Y' TO RL100-EOF-SW
006300     END-READ.
006310
006320 5000-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 9000-TERMINATE - WRITE THE TRAILER COUNTS, CLOSE FILES, SET    *
006370*                  THE RETURN CODE                               *
006380******************************************************************
006390 9000-TERMINATE.
006400     MOVE 'RATES ADDED:               ' TO RL100-TRL-TEXT.
006410     MOVE RL100-ADD-COUNT TO RL100-TRL-COUNT.
006420     PERFORM 9100-WRITE-TRAILER
006430         THRU 9100-EXIT.
006440
006450     MOVE 'RATES CHANGED:             ' TO RL100-TRL-TEXT.
006460     MOVE RL100-CHANGE-COUNT TO RL100-TRL-COUNT.
006470     PERFORM 9100-WRITE-TRAILER
006480         THRU 9100-EXIT.
006490
006500     MOVE 'CARDS REJECTED:            ' TO RL100-TRL-TEXT.
006510     MOVE RL100-REJECT-COUNT TO RL100-TRL-COUNT.
006520     PERFORM 9100-WRITE-TRAILER
006530         THRU 9100-EXIT.
006540
006550     IF RL100-TABLE-OPEN
006560         CLOSE RATEFILE
006570         CLOSE RATECTL
006580     END-IF.
006590
006600     CLOSE RATELOG
006610           RATERPT.
006620
006630     IF RL100-REJECT-COUNT GREATER THAN ZERO
006640         AND RETURN-CODE LESS THAN 4
006650         MOVE 4 TO RETURN-CODE
006660     END-IF.
006670
006680 9000-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720* 9100-WRITE-TRAILER - WRITE ONE TRAILER COUNT LINE              *
006730******************************************************************
006740 9100-WRITE-TRAILER.
006750     MOVE RL100-TRAILER-LINE TO RATE-REPORT-LINE.
006760     WRITE RATE-REPORT-LINE.
006770
006780 9100-EXIT.
006790     EXIT.
006800
006810 END PROGRAM RATELOAD.
