000010******************************************************************
000020* PROGRAM-ID: PARMSIGN                                           *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - DAILY RUN-PARAMETER CHANGE  *
000100*                  REPORT FOR SUPERVISOR SIGN-OFF                *
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. PARMSIGN.
000140 AUTHOR. R. OKONKWO.
000150 INSTALLATION. DATA CENTER OPERATIONS.
000160 DATE-WRITTEN. 10/15/2026.
000170 DATE-COMPILED.
000180******************************************************************
000190* DAILY RUN-PARAMETER CHANGE REPORT FOR THE SUPERVISOR TO SIGN.  *
000200* THE FIRST PART LISTS EVERY CHANGE TO A KEY NEEDING APPROVAL    *
000210* THAT IS STILL PENDING ON THE PENDING-CHANGE FILE (PARMPEND):   *
000220* THE VALUE IN FORCE, WHICH PARMGET GOES ON RETURNING, THE VALUE *
000230* ASKED FOR, WHO ASKED AND WHEN, AND WHEN IT EXPIRES.  THE SECOND*
000240* PART LISTS EVERYTHING WRITTEN TO THE PARAMETER HISTORY FILE    *
000250* (PARMHIST) FROM THE FROM DATE ON - VALUES SET, CHANGES ASKED   *
000260* FOR, APPROVED, REJECTED AND EXPIRED - WITH THE OLD AND NEW     *
000270* VALUES, AND FOR AN APPROVAL BOTH THE REQUESTER AND THE         *
000280* APPROVER.  THE REPORT ENDS WITH A SIGN-OFF BLOCK.              *
000290******************************************************************
000300* SYSIN CARD, COLUMNS 1-6: THE FROM DATE AS YYMMDD.  ALL         *
000310* ASTERISKS OR SPACES LISTS FROM THE DAY BEFORE THE RUN DATE.    *
000320******************************************************************
000330* CONDITION CODES: 0 REPORT PRODUCED, 4 REPORT PRODUCED WITHOUT  *
000340* THE PENDING CHANGES - PENDING-CHANGE FILE UNAVAILABLE, 12 NO   *
000350* REPORT - NO USABLE FROM DATE OR HISTORY FILE UNAVAILABLE.      *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARMPEND ASSIGN TO PARMPEND
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS PP-KEY
000470         FILE STATUS IS PS100-PEND-FILE-STATUS.
000480     SELECT PARMHIST ASSIGN TO PARMHIST
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS PS100-HIST-FILE-STATUS.
000510     SELECT SIGNRPT  ASSIGN TO SIGNRPT
000520         ORGANIZATION IS SEQUENTIAL.
000525
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PARMPEND.
000560     COPY PARMPND.
000565
000570 FD  PARMHIST
000580     RECORDING MODE IS F.
000590     COPY PARMHST.
000595
000600 FD  SIGNRPT
000610     RECORDING MODE IS F.
000620 01  SIGN-REPORT-LINE            PIC X(80).
000625
000630 WORKING-STORAGE SECTION.
000640 01  PS100-SWITCHES.
000650     05  PS100-PEND-EOF-SW       PIC X(01)  VALUE 'N'.
000660         88  PS100-PEND-EOF      VALUE 'Y'.
000670     05  PS100-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
000680         88  PS100-HIST-EOF      VALUE 'Y'.
000690     05  PS100-ABANDON-SW        PIC X(01)  VALUE 'N'.
000700         88  PS100-ABANDON       VALUE 'Y'.
000710     05  PS100-PEND-OPEN-SW      PIC X(01)  VALUE 'N'.
000720         88  PS100-PEND-OPEN     VALUE 'Y'.
000730     05  PS100-HIST-OPEN-SW      PIC X(01)  VALUE 'N'.
000740         88  PS100-HIST-OPEN     VALUE 'Y'.
000745
000750 01  PS100-COUNTERS.
000760     05  PS100-PEND-COUNT        PIC 9(05)  COMP  VALUE ZERO.
000770     05  PS100-HIST-COUNT        PIC 9(05)  COMP  VALUE ZERO.
000780     05  PS100-MONTH-SUB         PIC 9(02)  COMP.
000785
000790 01  PS100-PEND-FILE-STATUS      PIC X(02).
000800 01  PS100-HIST-FILE-STATUS      PIC X(02).
000810 01  PS100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
000820 01  PS100-RUN-DATE              PIC 9(06).
000830 01  PS100-RUN-TIME              PIC 9(08).
000835
000840*    THIS RUN'S DATE AND TIME AS ONE STAMP, SO ONE COMPARE ORDERS
000850*    IT AGAINST A PENDING CHANGE'S EXPIRY STAMP.
000860 01  PS100-NOW-STAMP.
000870     05  PS100-NOW-DATE          PIC 9(06).
000880     05  PS100-NOW-TIME          PIC 9(08).
000885
000890*    SYSIN CARD: THE FROM DATE, YYMMDD, IN COLUMNS 1-6.
000900 01  PS100-CONTROL-CARD.
000910     05  PS100-CARD-DATE         PIC X(06).
000920     05  FILLER                  PIC X(74).
000925
000930 01  PS100-FROM-DATE             PIC 9(06).
000935
000940 01  PS100-DATE-WORK.
000950     05  PS100-DW-YY             PIC 9(02).
000960     05  PS100-DW-MM             PIC 9(02).
000970     05  PS100-DW-DD             PIC 9(02).
000975
000980 01  PS100-LEAP-QUOTIENT         PIC 9(02).
000990 01  PS100-LEAP-REMAINDER        PIC 9(02).
001000 01  PS100-MONTH-LIMIT           PIC 9(02).
001005
001010 01  PS100-MONTH-DAYS.
001020     05  FILLER                  PIC X(24)
001030                                 VALUE '312831303130313130313031'.
001035
001040 01  PS100-MONTH-TABLE REDEFINES PS100-MONTH-DAYS.
001050     05  PS100-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
001055
001060*    TIMES ARE STAMPED HHMMSSHH; THE REPORT SHOWS HOURS AND
001070*    MINUTES.
001080 01  PS100-TIME-WORK             PIC 9(08).
001090 01  PS100-TIME-PARTS REDEFINES PS100-TIME-WORK.
001100     05  PS100-TW-HHMM           PIC 9(04).
001110     05  FILLER                  PIC 9(04).
001115
001120 01  PS100-PAGE-HEADING.
001130     05  FILLER                  PIC X(44) VALUE
001140         'PARMSIGN - RUN-PARAMETER CHANGE SIGN-OFF'.
001150     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
001160     05  PS100-HDG-DATE          PIC 9(06).
001170     05  FILLER                  PIC X(21) VALUE SPACE.
001175
001180 01  PS100-TEXT-LINE.
001190     05  PS100-TXT-TEXT          PIC X(80).
001195
001200 01  PS100-HIST-TITLE.
001210     05  FILLER                  PIC X(32) VALUE
001220         'PARAMETER CHANGES RECORDED FROM '.
001230     05  PS100-HT-FROM           PIC 9(06).
001240     05  FILLER                  PIC X(09) VALUE ' THROUGH '.
001250     05  PS100-HT-TO             PIC 9(06).
001260     05  FILLER                  PIC X(27) VALUE SPACE.
001265
001270 01  PS100-PEND-COLUMNS.
001280     05  FILLER                  PIC X(40) VALUE
001290         'KEY      OLD (IN FORCE)   NEW VALUE     '.
001300     05  FILLER                  PIC X(40) VALUE
001310         '   ASKED BY ASKED  EXPIRES              '.
001315
001320 01  PS100-PEND-LINE.
001330     05  PS100-PD-KEY            PIC X(08).
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  PS100-PD-OLD            PIC X(16).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  PS100-PD-NEW            PIC X(16).
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  PS100-PD-USER           PIC X(08).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  PS100-PD-REQ-DATE       PIC 9(06).
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  PS100-PD-EXP-DATE       PIC 9(06).
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450     05  PS100-PD-EXP-TIME       PIC 9(04).
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  PS100-PD-FLAG           PIC X(07).
001480     05  FILLER                  PIC X(02) VALUE SPACE.
001485
001490 01  PS100-HIST-COLUMNS.
001500     05  FILLER                  PIC X(40) VALUE
001510         'DATE   TIME KEY      ACTION   OLD VALUE '.
001520     05  FILLER                  PIC X(40) VALUE
001530         '       NEW VALUE        BY              '.
001535
001540 01  PS100-HIST-LINE.
001550     05  PS100-HL-DATE           PIC 9(06).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  PS100-HL-TIME           PIC 9(04).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  PS100-HL-KEY            PIC X(08).
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  PS100-HL-ACTION         PIC X(08).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  PS100-HL-OLD            PIC X(16).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  PS100-HL-NEW            PIC X(16).
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  PS100-HL-USER           PIC X(08).
001680     05  FILLER                  PIC X(08) VALUE SPACE.
001685
001690 01  PS100-ASKED-LINE.
001700     05  FILLER                  PIC X(21) VALUE SPACE.
001710     05  FILLER                  PIC X(09) VALUE 'ASKED BY '.
001720     05  PS100-AL-USER           PIC X(08).
001730     05  FILLER                  PIC X(04) VALUE ' ON '.
001740     05  PS100-AL-DATE           PIC 9(06).
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  PS100-AL-TIME           PIC 9(04).
001770     05  FILLER                  PIC X(27) VALUE SPACE.
001775
001780 01  PS100-TRAILER-1.
001790     05  FILLER                  PIC X(28) VALUE
001800         'CHANGES AWAITING APPROVAL:  '.
001810     05  PS100-RPT-PEND-COUNT    PIC ZZZZ9.
001820     05  FILLER                  PIC X(47) VALUE SPACE.
001825
001830 01  PS100-TRAILER-2.
001840     05  FILLER                  PIC X(28) VALUE
001850         'HISTORY RECORDS LISTED:     '.
001860     05  PS100-RPT-HIST-COUNT    PIC ZZZZ9.
001870     05  FILLER                  PIC X(47) VALUE SPACE.
001875
001880 01  PS100-SIGN-LINE-1.
001890     05  FILLER                  PIC X(40) VALUE
001900         'REVIEWED BY ____________________________'.
001910     05  FILLER                  PIC X(40) VALUE
001920         '    DATE ____________                   '.
001925
001930 01  PS100-SIGN-LINE-2.
001940     05  FILLER                  PIC X(40) VALUE
001950         'SIGNATURE   ____________________________'.
001960     05  FILLER                  PIC X(40) VALUE SPACE.
001965
001970 PROCEDURE DIVISION.
001980******************************************************************
001990* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
002000******************************************************************
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE
002030         THRU 1000-EXIT.
002040
002050     IF NOT PS100-ABANDON
002060         PERFORM 2000-LIST-PENDING
002070             THRU 2000-EXIT
002080         PERFORM 3000-LIST-HISTORY
002090             THRU 3000-EXIT
002100         PERFORM 4000-WRITE-SIGN-OFF
002110             THRU 4000-EXIT
002120     END-IF.
002130
002140     PERFORM 9000-TERMINATE
002150         THRU 9000-EXIT.
002160
002170     GOBACK.
002180
002190******************************************************************
002200* 1000-INITIALIZE - OPEN THE REPORT, SETTLE THE FROM DATE, AND   *
002210*                   OPEN THE HISTORY AND PENDING-CHANGE FILES    *
002220******************************************************************
002230 1000-INITIALIZE.
002240     ACCEPT PS100-RUN-DATE FROM DATE.
002250     ACCEPT PS100-RUN-TIME FROM TIME.
002260     MOVE PS100-RUN-DATE TO PS100-NOW-DATE.
002270     MOVE PS100-RUN-TIME TO PS100-NOW-TIME.
002280
002290     OPEN OUTPUT SIGNRPT.
002300
002310     MOVE PS100-RUN-DATE     TO PS100-HDG-DATE.
002320     MOVE PS100-PAGE-HEADING TO SIGN-REPORT-LINE.
002330     WRITE SIGN-REPORT-LINE.
002340
002350     PERFORM 1100-GET-FROM-DATE
002360         THRU 1100-EXIT.
002370
002380     IF PS100-ABANDON
002390         GO TO 1000-EXIT
002400     END-IF.
002410
002420     OPEN INPUT PARMHIST.
002430
002440     IF PS100-HIST-FILE-STATUS NOT = '00'
002450         DISPLAY 'PS100 - PARAMETER HISTORY FILE UNAVAILABLE, '
002460             'STATUS ' PS100-HIST-FILE-STATUS ' - NO REPORT'
002470         PERFORM 1900-ABANDON
002480             THRU 1900-EXIT
002490         GO TO 1000-EXIT
002500     END-IF.
002510
002520     MOVE 'Y' TO PS100-HIST-OPEN-SW.
002530     OPEN INPUT PARMPEND.
002540
002550     IF PS100-PEND-FILE-STATUS = '00'
002560         MOVE 'Y' TO PS100-PEND-OPEN-SW
002570     ELSE
002580         DISPLAY 'PS100 - PENDING-CHANGE FILE UNAVAILABLE, '
002590             'STATUS ' PS100-PEND-FILE-STATUS
002600             ' - PENDING CHANGES NOT LISTED'
002610         MOVE 4 TO PS100-MAX-COND-CODE
002620     END-IF.
002630
002640 1000-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680* 1100-GET-FROM-DATE - THE FROM DATE FROM THE SYSIN CARD, OR THE *
002690*                      DAY BEFORE THE RUN DATE                   *
002700******************************************************************
002710 1100-GET-FROM-DATE.
002720     ACCEPT PS100-CONTROL-CARD FROM SYSIN.
002730
002740     IF PS100-CARD-DATE = ALL '*'
002750         OR PS100-CARD-DATE = SPACES
002760         MOVE PS100-RUN-DATE TO PS100-DATE-WORK
002770         PERFORM 1150-BACK-ONE-DAY
002780             THRU 1150-EXIT
002790         MOVE PS100-DATE-WORK TO PS100-FROM-DATE
002800         GO TO 1100-EXIT
002810     END-IF.
002820
002830     DISPLAY 'PS100 - FROM DATE FROM SYSIN OVERRIDE'.
002840
002850     IF PS100-CARD-DATE NOT NUMERIC
002860         DISPLAY 'PS100 - NO USABLE FROM DATE: ' PS100-CARD-DATE
002870         PERFORM 1900-ABANDON
002880             THRU 1900-EXIT
002890         GO TO 1100-EXIT
002900     END-IF.
002910
002920     MOVE PS100-CARD-DATE TO PS100-DATE-WORK.
002930
002940     IF PS100-DW-MM LESS THAN 1
002950         OR PS100-DW-MM GREATER THAN 12
002960         DISPLAY 'PS100 - NO USABLE FROM DATE: ' PS100-CARD-DATE
002970         PERFORM 1900-ABANDON
002980             THRU 1900-EXIT
002990         GO TO 1100-EXIT
003000     END-IF.
003010
003020     PERFORM 1160-MONTH-LIMIT
003030         THRU 1160-EXIT.
003040
003050     IF PS100-DW-DD LESS THAN 1
003060         OR PS100-DW-DD GREATER THAN PS100-MONTH-LIMIT
003070         DISPLAY 'PS100 - NO USABLE FROM DATE: ' PS100-CARD-DATE
003080         PERFORM 1900-ABANDON
003090             THRU 1900-EXIT
003100         GO TO 1100-EXIT
003110     END-IF.
003120
003130     MOVE PS100-DATE-WORK TO PS100-FROM-DATE.
003140
003150 1100-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 1150-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE CALENDAR DAY   *
003200******************************************************************
003210 1150-BACK-ONE-DAY.
003220     IF PS100-DW-DD GREATER THAN 1
003230         SUBTRACT 1 FROM PS100-DW-DD
003240         GO TO 1150-EXIT
003250     END-IF.
003260
003270     IF PS100-DW-MM GREATER THAN 1
003280         SUBTRACT 1 FROM PS100-DW-MM
003290     ELSE
003300         MOVE 12 TO PS100-DW-MM
003310         IF PS100-DW-YY = ZERO
003320             MOVE 99 TO PS100-DW-YY
003330         ELSE
003340             SUBTRACT 1 FROM PS100-DW-YY
003350         END-IF
003360     END-IF.
003370
003380     PERFORM 1160-MONTH-LIMIT
003390         THRU 1160-EXIT.
003400
003410     MOVE PS100-MONTH-LIMIT TO PS100-DW-DD.
003420
003430 1150-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 1160-MONTH-LIMIT - THE NUMBER OF DAYS IN THE WORK DATE'S MONTH *
003480******************************************************************
003490 1160-MONTH-LIMIT.
003500     MOVE PS100-DW-MM TO PS100-MONTH-SUB.
003510
003520     DIVIDE PS100-DW-YY BY 4
003530         GIVING PS100-LEAP-QUOTIENT
003540         REMAINDER PS100-LEAP-REMAINDER.
003550
003560     IF PS100-DW-MM = 2
003570         AND PS100-LEAP-REMAINDER = 0
003580         MOVE 29 TO PS100-MONTH-LIMIT
003590     ELSE
003600         MOVE PS100-DAYS-IN-MONTH (PS100-MONTH-SUB)
003610             TO PS100-MONTH-LIMIT
003620     END-IF.
003630
003640 1160-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 1900-ABANDON - NO REPORT CAN BE PRODUCED                       *
003690******************************************************************
003700 1900-ABANDON.
003710     MOVE 'Y'  TO PS100-ABANDON-SW.
003720     MOVE 12   TO PS100-MAX-COND-CODE.
003730
003740     MOVE 'NO REPORT PRODUCED - SEE THE JOB LOG'
003750         TO PS100-TXT-TEXT.
003760     MOVE PS100-TEXT-LINE TO SIGN-REPORT-LINE.
003770     WRITE SIGN-REPORT-LINE.
003780
003790 1900-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 2000-LIST-PENDING - LIST EVERY CHANGE STILL AWAITING APPROVAL  *
003840******************************************************************
003850 2000-LIST-PENDING.
003860     MOVE SPACES TO SIGN-REPORT-LINE.
003870     WRITE SIGN-REPORT-LINE.
003880
003890     MOVE 'CHANGES AWAITING APPROVAL - OLD VALUE STILL IN FORCE'
003900         TO PS100-TXT-TEXT.
003910     MOVE PS100-TEXT-LINE TO SIGN-REPORT-LINE.
003920     WRITE SIGN-REPORT-LINE.
003930
003940     IF NOT PS100-PEND-OPEN
003950         MOVE '   PENDING-CHANGE FILE UNAVAILABLE - SEE JOB LOG'
003960             TO PS100-TXT-TEXT
003970         MOVE PS100-TEXT-LINE TO SIGN-REPORT-LINE
003980         WRITE SIGN-REPORT-LINE
003990         GO TO 2000-EXIT
004000     END-IF.
004010
004020     MOVE PS100-PEND-COLUMNS TO SIGN-REPORT-LINE.
004030     WRITE SIGN-REPORT-LINE.
004040
004050     PERFORM 2100-READ-PENDING
004060         THRU 2100-EXIT.
004070
004080     PERFORM 2200-LIST-ONE-PENDING
004090         THRU 2200-EXIT
004100         UNTIL PS100-PEND-EOF.
004110
004120     IF PS100-PEND-COUNT = ZERO
004130         MOVE '   NONE' TO PS100-TXT-TEXT
004140         MOVE PS100-TEXT-LINE TO SIGN-REPORT-LINE
004150         WRITE SIGN-REPORT-LINE
004160     END-IF.
004170
004180 2000-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220* 2100-READ-PENDING - READ THE NEXT PENDING CHANGE               *
004230******************************************************************
004240 2100-READ-PENDING.
004250     READ PARMPEND NEXT RECORD
004260         AT END
004270             MOVE 'Y' TO PS100-PEND-EOF-SW
004280     END-READ.
004290
004300 2100-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 2200-LIST-ONE-PENDING - WRITE ONE PENDING CHANGE, FLAGGED IF   *
004350*                         ITS EXPIRY HAS PASSED (IT GOES AT THE  *
004360*                         NEXT PARMUPDT RUN)                     *
004370******************************************************************
004380 2200-LIST-ONE-PENDING.
004390     MOVE PP-KEY          TO PS100-PD-KEY.
004400     MOVE PP-OLD-VALUE    TO PS100-PD-OLD.
004410     MOVE PP-NEW-VALUE    TO PS100-PD-NEW.
004420     MOVE PP-REQ-USER     TO PS100-PD-USER.
004430     MOVE PP-REQ-DATE     TO PS100-PD-REQ-DATE.
004440     MOVE PP-EXPIRE-DATE  TO PS100-PD-EXP-DATE.
004450     MOVE PP-EXPIRE-TIME  TO PS100-TIME-WORK.
004460     MOVE PS100-TW-HHMM   TO PS100-PD-EXP-TIME.
004470
004480     IF PP-EXPIRE-STAMP GREATER THAN PS100-NOW-STAMP
004490         MOVE SPACES      TO PS100-PD-FLAG
004500     ELSE
004510         MOVE 'EXPIRED'   TO PS100-PD-FLAG
004520     END-IF.
004530
004540     MOVE PS100-PEND-LINE TO SIGN-REPORT-LINE.
004550     WRITE SIGN-REPORT-LINE.
004560
004570     ADD 1 TO PS100-PEND-COUNT.
004580
004590     PERFORM 2100-READ-PENDING
004600         THRU 2100-EXIT.
004610
004620 2200-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 3000-LIST-HISTORY - LIST THE PARAMETER HISTORY FROM THE FROM   *
004670*                     DATE ON                                    *
004680******************************************************************
004690 3000-LIST-HISTORY.
004700     MOVE SPACES TO SIGN-REPORT-LINE.
004710     WRITE SIGN-REPORT-LINE.
004720
004730     MOVE PS100-FROM-DATE  TO PS100-HT-FROM.
004740     MOVE PS100-RUN-DATE   TO PS100-HT-TO.
004750     MOVE PS100-HIST-TITLE TO SIGN-REPORT-LINE.
004760     WRITE SIGN-REPORT-LINE.
004770
004780     MOVE PS100-HIST-COLUMNS TO SIGN-REPORT-LINE.
004790     WRITE SIGN-REPORT-LINE.
004800
004810     PERFORM 3100-READ-HISTORY
004820         THRU 3100-EXIT.
004830
004840     PERFORM 3200-CHECK-ONE-HISTORY
004850         THRU 3200-EXIT
004860         UNTIL PS100-HIST-EOF.
004870
004880     IF PS100-HIST-COUNT = ZERO
004890         MOVE '   NONE' TO PS100-TXT-TEXT
004900         MOVE PS100-TEXT-LINE TO SIGN-REPORT-LINE
004910         WRITE SIGN-REPORT-LINE
004920     END-IF.
004930
004940 3000-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980* 3100-READ-HISTORY - READ THE NEXT PARAMETER HISTORY RECORD     *
004990******************************************************************
005000 3100-READ-HISTORY.
005010     READ PARMHIST
005020         AT END
005030             MOVE 'Y' TO PS100-HIST-EOF-SW
005040     END-READ.
005050
005060 3100-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 3200-CHECK-ONE-HISTORY - LIST A HISTORY RECORD WRITTEN ON OR   *
005110*                          AFTER THE FROM DATE                   *
005120******************************************************************
005130 3200-CHECK-ONE-HISTORY.
005140     IF PH-DATE NOT LESS THAN PS100-FROM-DATE
005150         PERFORM 3300-WRITE-HISTORY-LINE
005160             THRU 3300-EXIT
005170     END-IF.
005180
005190     PERFORM 3100-READ-HISTORY
005200         THRU 3100-EXIT.
005210
005220 3200-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 3300-WRITE-HISTORY-LINE - WRITE ONE HISTORY RECORD; FOR AN     *
005270*                           APPROVAL, REJECTION OR EXPIRY, SAY   *
005280*                           WHO ASKED FOR THE CHANGE AND WHEN    *
005290******************************************************************
005300 3300-WRITE-HISTORY-LINE.
005310     EVALUATE TRUE
005320         WHEN PH-SET-APPLIED
005330             MOVE 'SET'      TO PS100-HL-ACTION
005340         WHEN PH-REQUESTED
005350             MOVE 'ASKED'    TO PS100-HL-ACTION
005360         WHEN PH-APPROVED
005370             MOVE 'APPROVED' TO PS100-HL-ACTION
005380         WHEN PH-REJECTED
005390             MOVE 'REJECTED' TO PS100-HL-ACTION
005400         WHEN PH-EXPIRED
005410             MOVE 'EXPIRED'  TO PS100-HL-ACTION
005420         WHEN OTHER
005430             MOVE PH-ACTION  TO PS100-HL-ACTION
005440     END-EVALUATE.
005450
005460     MOVE PH-DATE         TO PS100-HL-DATE.
005470     MOVE PH-TIME         TO PS100-TIME-WORK.
005480     MOVE PS100-TW-HHMM   TO PS100-HL-TIME.
005490     MOVE PH-KEY          TO PS100-HL-KEY.
005500     MOVE PH-OLD-VALUE    TO PS100-HL-OLD.
005510     MOVE PH-NEW-VALUE    TO PS100-HL-NEW.
005520     MOVE PH-USER         TO PS100-HL-USER.
005530     MOVE PS100-HIST-LINE TO SIGN-REPORT-LINE.
005540     WRITE SIGN-REPORT-LINE.
005550
005560     ADD 1 TO PS100-HIST-COUNT.
005570
005580     IF PH-SET-APPLIED
005590         OR PH-REQUESTED
005600         GO TO 3300-EXIT
005610     END-IF.
005620
005630     MOVE PH-REQ-USER     TO PS100-AL-USER.
005640     MOVE PH-REQ-DATE     TO PS100-AL-DATE.
005650     MOVE PH-REQ-TIME     TO PS100-TIME-WORK.
005660     MOVE PS100-TW-HHMM   TO PS100-AL-TIME.
005670     MOVE PS100-ASKED-LINE TO SIGN-REPORT-LINE.
005680     WRITE SIGN-REPORT-LINE.
005690
005700 3300-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 4000-WRITE-SIGN-OFF - COUNTS AND THE SUPERVISOR'S SIGN-OFF     *
005750*                       BLOCK                                    *
005760******************************************************************
005770 4000-WRITE-SIGN-OFF.
005780     MOVE SPACES TO SIGN-REPORT-LINE.
005790     WRITE SIGN-REPORT-LINE.
005800
005810     MOVE PS100-PEND-COUNT TO PS100-RPT-PEND-COUNT.
005820     MOVE PS100-TRAILER-1  TO SIGN-REPORT-LINE.
005830     WRITE SIGN-REPORT-LINE.
005840
005850     MOVE PS100-HIST-COUNT TO PS100-RPT-HIST-COUNT.
005860     MOVE PS100-TRAILER-2  TO SIGN-REPORT-LINE.
005870     WRITE SIGN-REPORT-LINE.
005880
005890     MOVE SPACES TO SIGN-REPORT-LINE.
005900     WRITE SIGN-REPORT-LINE.
005910     WRITE SIGN-REPORT-LINE.
005920
005930     MOVE PS100-SIGN-LINE-1 TO SIGN-REPORT-LINE.
005940     WRITE SIGN-REPORT-LINE.
005950
005960     MOVE SPACES TO SIGN-REPORT-LINE.
005970     WRITE SIGN-REPORT-LINE.
005980     WRITE SIGN-REPORT-LINE.
005990
006000     MOVE PS100-SIGN-LINE-2 TO SIGN-REPORT-LINE.
006010     WRITE SIGN-REPORT-LINE.
006020
006030 4000-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION CODE    *
006080******************************************************************
006090 9000-TERMINATE.
006100     IF PS100-HIST-OPEN
006110         CLOSE PARMHIST
006120     END-IF.
006130
006140     IF PS100-PEND-OPEN
006150         CLOSE PARMPEND
006160     END-IF.
006170
006180     CLOSE SIGNRPT.
006190
006200     MOVE PS100-MAX-COND-CODE TO RETURN-CODE.
006210
006220 9000-EXIT.
006230     EXIT.
