000650*  09/02/2026  RO  KEEP THE NEW ALTERNATE-INDEX FIELDS (RUN     *
000660*                  DATE PLUS CYCLE) ON EVERY MASTER RECORD SO   *
000670*                  THE GL EXTRACT CAN READ ONE RUN DIRECTLY     *
000671*  10/15/2026  RO  CARRY EACH BATCH HEADER'S CURRENCY CODE (TRAN *
000672*                  RECORDS NOW 31 BYTES); CONVERT EVERY ITEM TO  *
000673*                  THE BASE CURRENCY AT THE VALUE DATE'S RATE    *
000674*                  FROM THE TREASURY RATE TABLE (RATEFILE) AND   *
000675*                  STAMP THE CURRENCY, RATE, AND BASE TOTALS ON  *
000676*                  THE BATCH MASTER; CURRENCY ON THE SUSPENSE    *
000677*                  HEADER AND RECONRPT                           *
000679*  10/15/2026  RO  JOURNAL EVERY BATCH-MASTER WRITE AND REWRITE, *
000681*                  WITH ITS BEFORE AND AFTER IMAGES, TO THE      *
000683*                  MASTER UPDATE JOURNAL (BMJRNL) FOR FORWARD    *
000685*                  RECOVERY                                      *
000686*  10/15/2026  RO  LOG EACH RECONCILIATION BREAK TO THE SOURCE-  *
000687*                  SYSTEM EVENT FILE (SRCEVT) FOR THE MONTHLY    *
000688*                  SOURCE SCORECARD                              *
000690*  10/15/2026  RO  MARK EACH SUSPENSE HEADER WITH WHY THE BATCH  *
000692*                  WENT INTO SUSPENSE - A BREAK OR NO FX RATE    *
000694******************************************************************
000696 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. DAILYBAL.
000710 AUTHOR. R. OKONKWO.
000720 INSTALLATION. DATA CENTER OPERATIONS.
000940* OUTCOME IS WRITTEN TO RECONRPT, FLAGGING ANY BATCH THAT DOES   *
000950* NOT TIE OUT.                                                   *
000960******************************************************************
000961* CURRENCY: EACH BATCH BALANCES IN ITS OWN CURRENCY AGAINST ITS  *
000962* OWN CONTROL TOTAL, EXACTLY AS BEFORE.  ONCE BALANCED, EVERY    *
000963* ITEM IS CONVERTED TO THE BASE CURRENCY (PARMGET KEY BASECCY)   *
000964* AT THE RATE TREASURY LOADED FOR THE CURRENCY AND VALUE DATE,   *
000965* ROUNDED TO THE CENT, AND THE BASE SUMS ARE STAMPED ON THE      *
000966* BATCH MASTER FOR THE GL EXTRACT.  A BLANK CODE MEANS THE BASE  *
000967* CURRENCY.  TRANEDIT HOLDS A BATCH WITH NO RATE, SO ONE         *
000968* ARRIVING HERE IS AN EXCEPTION: IT IS STILL BALANCED, BUT ITS   *
000969* MASTER RECORD CARRIES A ZERO RATE AND ZERO BASE FIGURES, WHICH *
000970* THE EXTRACT WILL NOT POST, AND THE BATCH IS ALSO WRITTEN TO    *
000971* SUSPENSE SO REBAL CAN POST IT ONCE THE RATE IS LOADED.         *
000972******************************************************************
000973* JOURNAL: EVERY RECORD WRITTEN TO THE BATCH MASTER IS ALSO      *
000974* APPENDED TO THE MASTER UPDATE JOURNAL (BMJRNL) - AN ADD WITH   *
000975* ITS AFTER IMAGE, OR, WHEN A RESTARTED RUN REWRITES A RECORD IT *
000976* ALREADY WROTE, A CHANGE WITH THE BEFORE IMAGE READ BACK FROM   *
000977* THE MASTER - STAMPED WITH THE PROGRAM, RUN ID, DATE, AND TIME, *
000978* SO BMRECOV CAN REPLAY THE RUN ONTO A RESTORED BACKUP.  A       *
000979* JOURNAL THAT CANNOT BE OPENED IS A SEVERITY-4 EXCEPTION: THE   *
000980* RUN GOES ON, BUT THE MASTER SHOULD BE BACKED UP AGAIN BEFORE   *
000981* IT IS RELIED ON FOR RECOVERY.                                  *
000982******************************************************************
000983* SCORECARD: EACH BATCH THAT BREAKS ON THE RECONCILIATION IS     *
000984* ALSO APPENDED TO THE SOURCE-SYSTEM EVENT FILE (SRCEVT) SO      *
000985* SRCSCORE CAN COUNT EACH SOURCE'S BREAKS.  AN EVENT FILE THAT   *
000986* CANNOT BE OPENED IS REPORTED AND THE RUN GOES ON UNLOGGED.     *
000987******************************************************************
000988 ENVIRONMENT DIVISION.
000989 CONFIGURATION SECTION.
000990 SOURCE-COMPUTER. IBM-370.
001000 OBJECT-COMPUTER. IBM-370.
001010 INPUT-OUTPUT SECTION.
001200         ACCESS MODE IS RANDOM
001210         RECORD KEY IS BM-KEY
001220         FILE STATUS IS DL100-MAST-FILE-STATUS.
001221     SELECT RATEFILE  ASSIGN TO RATEFILE
001222         ORGANIZATION IS INDEXED
001223         ACCESS MODE IS RANDOM
001224         RECORD KEY IS RT-KEY
001225         FILE STATUS IS DL100-RATE-FILE-STATUS.
001226     SELECT BMJRNL    ASSIGN TO BMJRNL
001227         ORGANIZATION IS SEQUENTIAL
001228         FILE STATUS IS DL100-JRNL-FILE-STATUS.
001230     SELECT SRCEVT    ASSIGN TO SRCEVT
001232         ORGANIZATION IS SEQUENTIAL
001234         FILE STATUS IS DL100-EVT-FILE-STATUS.
001236
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  TRANFILE
001300         88  TRAN-HEADER-REC     VALUE 'H'.
001310         88  TRAN-DETAIL-REC     VALUE 'D'.
001320     05  TRAN-BATCH-ID           PIC X(06).
001330     05  TRAN-DATA               PIC X(24).
001340     05  TRAN-HDR-DATA REDEFINES TRAN-DATA.
001350         10  TRAN-HDR-ITEM-COUNT     PIC 9(03).
001360         10  TRAN-HDR-CONTROL-TOTAL  PIC S9(10)V99.
001370         10  TRAN-HDR-VALUE-DATE     PIC 9(06).
001375         10  TRAN-HDR-CCY-CODE       PIC X(03).
001380     05  TRAN-DTL-DATA REDEFINES TRAN-DATA.
001390         10  TRAN-DTL-ITEM-INDEX     PIC 9(03).
001400         10  TRAN-DTL-AMOUNT         PIC S9(07)V99.
001410         10  TRAN-DTL-ACCT-CODE      PIC X(08).
001420         10  FILLER                  PIC X(04).
001430
001440 FD  SUMRPT
001450     RECORDING MODE IS F.
001860 FD  BATCHMST.
001870     COPY BATMST.
001880
001882 FD  RATEFILE.
001884     COPY RATEREC.
001886
001888 FD  BMJRNL
001890     RECORDING MODE IS F.
001892     COPY BMJRNL.
001894
001895 FD  SRCEVT
001896     RECORDING MODE IS F.
001897     COPY SRCEVT.
001898
001899 WORKING-STORAGE SECTION.
001900 01  DL100-SWITCHES.
001910     05  DL100-EOF-SW            PIC X(01)  VALUE 'N'.
001920         88  DL100-EOF           VALUE 'Y'.
002080         88  DL100-SEQ-ERR-LOGGED   VALUE 'Y'.
002090     05  DL100-PARM-ERR-SW       PIC X(01)  VALUE 'N'.
002100         88  DL100-PARM-ERR         VALUE 'Y'.
002102     05  DL100-RATE-OPEN-SW      PIC X(01)  VALUE 'N'.
002104         88  DL100-RATE-OPEN        VALUE 'Y'.
002106     05  DL100-NO-RATE-SW        PIC X(01)  VALUE 'N'.
002108         88  DL100-NO-RATE          VALUE 'Y'.
002110     05  DL100-JRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
002112         88  DL100-JRNL-OPEN        VALUE 'Y'.
002114     05  DL100-EVT-OPEN-SW       PIC X(01)  VALUE 'N'.
002116         88  DL100-EVT-OPEN         VALUE 'Y'.
002118
002120 01  DL100-COUNTERS.
002130     05  DL100-ITEM-INDEX        PIC 9(03)  COMP.
002140     05  DL100-BATCH-COUNT       PIC 9(05)  COMP  VALUE ZERO.
002160
002170 01  DL100-REST-FILE-STATUS      PIC X(02).
002180 01  DL100-MAST-FILE-STATUS      PIC X(02).
002185 01  DL100-RATE-FILE-STATUS      PIC X(02).
002187 01  DL100-JRNL-FILE-STATUS      PIC X(02).
002188 01  DL100-EVT-FILE-STATUS       PIC X(02).
002190
002200 01  DL100-RUN-DATE              PIC 9(06).
002210 01  DL100-RUN-ID                PIC X(08).
002230 01  DL100-CYCLE                 PIC 9(02)  VALUE 1.
002240 01  DL100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
002250 01  DL100-EXC-SEVERITY          PIC 9(02).
002251
002252*    JOURNAL WORK AREAS: THE ACTION AND BEFORE IMAGE OF THE
002253*    MASTER UPDATE BEING JOURNALED, AND THE NEW RECORD HELD WHILE
002254*    A RESTARTED RUN READS BACK THE ONE IT IS REPLACING.
002255 01  DL100-JRNL-ACTION           PIC X(01).
002256 01  DL100-JRNL-BEFORE           PIC X(200).
002257 01  DL100-NEW-MASTER            PIC X(200).
002258 01  DL100-JRNL-DATE             PIC 9(06).
002259 01  DL100-JRNL-TIME             PIC 9(08).
002260
002270 01  DL100-CHECKPOINT-INTERVAL   PIC 9(03)  VALUE ZERO.
002280
002380
002390 01  DL100-INTERVAL-WORK REDEFINES DL100-PARM-WORK.
002400     05  DL100-PW-INTERVAL       PIC X(03).
002402     05  FILLER                  PIC X(13).
002404
002406 01  DL100-BASE-WORK REDEFINES DL100-PARM-WORK.
002408     05  DL100-PW-BASE-CCY       PIC X(03).
002410     05  FILLER                  PIC X(13).
002420
002430     COPY PGCTL REPLACING LEADING ==PG== BY ==DL100-PG==.
002700 01  DL100-VALUE-DATE            PIC 9(06).
002710 01  DL100-COMPUTED-TOTAL        PIC S9(10)V99.
002720 01  DL100-RECON-DIFF            PIC S9(11)V99.
002721
002722 01  DL100-BASE-CCY              PIC X(03)  VALUE SPACES.
002723 01  DL100-CCY-CODE              PIC X(03).
002724 01  DL100-FX-RATE               PIC 9(05)V9(07).
002725 01  DL100-BASE-ITEM             PIC S9(11)V99.
002726 01  DL100-BASE-RESULT           PIC 9(11)V99.
002727 01  DL100-BASE-NEG-RESULT       PIC S9(11)V99.
002728 01  DL100-BASE-CONTROL-TOTAL    PIC S9(11)V99.
002730
002740 01  DL100-REPORT-HEADING.
002750     05  FILLER                  PIC X(15) VALUE
003610     05  DL100-RCN-STATUS        PIC X(05).
003620     05  FILLER                  PIC X(02) VALUE SPACE.
003630     05  DL100-RCN-VALUE-DATE    PIC 9(06).
003635     05  FILLER                  PIC X(02) VALUE SPACE.
003640     05  DL100-RCN-CCY-CODE      PIC X(03).
003645     05  FILLER                  PIC X(02) VALUE SPACE.
003650
003660 PROCEDURE DIVISION.
003670******************************************************************
004690     PERFORM 1800-OPEN-BATCH-MASTER
004700         THRU 1800-EXIT.
004710
004712     PERFORM 1400-OPEN-RATE-TABLE
004714         THRU 1400-EXIT.
004715
004716     OPEN EXTEND SRCEVT.
004717
004718     IF DL100-EVT-FILE-STATUS = '00'
004719         MOVE 'Y' TO DL100-EVT-OPEN-SW
004720     ELSE
004721         DISPLAY 'DL100 - SOURCE EVENT FILE UNAVAILABLE, STATUS '
004722             DL100-EVT-FILE-STATUS ' - BREAKS NOT LOGGED'
004723     END-IF.
004724
004725     PERFORM 5000-READ-TRANFILE
004730         THRU 5000-EXIT.
004740
004750 1000-EXIT.
005540     END-IF.
005550
005560 1100-EXIT.
005561     EXIT.
005562
005563******************************************************************
005564* 1400-OPEN-RATE-TABLE - RESOLVE THE BASE CURRENCY AND OPEN THE  *
005565*                        TREASURY RATE TABLE.  WITHOUT THE TABLE *
005566*                        NO FOREIGN-CURRENCY BATCH CAN BE        *
005567*                        CONVERTED AND EACH ONE IS LOGGED AS AN  *
005568*                        EXCEPTION.                              *
005569******************************************************************
005570 1400-OPEN-RATE-TABLE.
005571     MOVE 'BASECCY ' TO DL100-PG-PARM-KEY.
005572     CALL 'PARMGET' USING DL100-PG-CONTROL.
005573     MOVE DL100-PG-PARM-VALUE TO DL100-PARM-WORK.
005574
005575     IF DL100-PG-PARM-FOUND
005576         MOVE DL100-PW-BASE-CCY TO DL100-BASE-CCY
005577     ELSE
005578         MOVE SPACES TO DL100-EXC-RPT-BATCH-ID
005579         MOVE 'BASE CURRENCY NOT SET'
005580             TO DL100-EXC-RPT-TEXT
005581         MOVE 4 TO DL100-EXC-SEVERITY
005582         PERFORM 4800-LOG-EXCEPTION
005583             THRU 4800-EXIT
005584     END-IF.
005585
005586     OPEN INPUT RATEFILE.
005587
005588     IF DL100-RATE-FILE-STATUS = '00'
005589         MOVE 'Y' TO DL100-RATE-OPEN-SW
005590     ELSE
005591         DISPLAY 'DL100 - RATE TABLE UNAVAILABLE, STATUS '
005592             DL100-RATE-FILE-STATUS ' - NO CONVERSIONS'
005593     END-IF.
005594
005595 1400-EXIT.
005596     EXIT.
005597
005598******************************************************************
005600* 1500-READ-RESTART - LOOK FOR A CHECKPOINT LEFT BY AN ABENDED   *
005610*                     PRIOR RUN                                  *
005620******************************************************************
006620         MOVE 4 TO DL100-EXC-SEVERITY
006630         PERFORM 4800-LOG-EXCEPTION
006640             THRU 4800-EXIT
006641         GO TO 1800-EXIT
006642     END-IF.
006643
006644     OPEN EXTEND BMJRNL.
006645
006646     IF DL100-JRNL-FILE-STATUS = '00'
006647         MOVE 'Y' TO DL100-JRNL-OPEN-SW
006648     ELSE
006649         DISPLAY 'DL100 - MASTER JOURNAL UNAVAILABLE, STATUS '
006650             DL100-JRNL-FILE-STATUS ' - UPDATES NOT JOURNALED'
006651         MOVE SPACES TO DL100-EXC-RPT-BATCH-ID
006652         MOVE 'MASTER JOURNAL UNAVAILABLE'
006653             TO DL100-EXC-RPT-TEXT
006654         MOVE 4 TO DL100-EXC-SEVERITY
006655         PERFORM 4800-LOG-EXCEPTION
006656             THRU 4800-EXIT
006657     END-IF.
006660
006670 1800-EXIT.
006680     EXIT.
007150                                 DL100-ACT-LENGTH.
007160     MOVE TRAN-HDR-ITEM-COUNT TO DL100-RPT-ITEM-COUNT.
007170     MOVE TRAN-HDR-CONTROL-TOTAL TO DL100-HDR-CONTROL-TOTAL.
007175     MOVE TRAN-HDR-CCY-CODE TO DL100-CCY-CODE.
007180
007190*    A BATCH THAT SLIPPED PAST THE EDIT WITHOUT A USABLE VALUE
007200*    DATE BALANCES UNDER THE RUN DATE, AS EVERYTHING DID BEFORE.
007650                           DL100-SPLIT-CONTROL.
007660     MOVE 'E' TO DL100-SPL-OPEN-MODE.
007670
007672     PERFORM 2200-GET-RATE
007674         THRU 2200-EXIT.
007676
007680     PERFORM 4000-WRITE-SUMMARY
007690         THRU 4000-EXIT.
007700
007740     ADD 1 TO DL100-BATCH-COUNT.
007750
007760 2000-EXIT.
007761     EXIT.
007762
007763******************************************************************
007764* 2200-GET-RATE - FIND THE BATCH CURRENCY'S RATE FOR ITS VALUE   *
007765*                 DATE AND CONVERT EVERY ITEM, AND THE CONTROL   *
007766*                 TOTAL, TO THE BASE CURRENCY.  A BLANK CODE OR  *
007767*                 THE BASE CODE ITSELF CONVERTS AT 1.  NO RATE   *
007768*                 LEAVES A ZERO RATE AND ZERO BASE FIGURES.      *
007769******************************************************************
007770 2200-GET-RATE.
007771     MOVE 'N'  TO DL100-NO-RATE-SW.
007772     MOVE ZERO TO DL100-FX-RATE
007773                  DL100-BASE-RESULT
007774                  DL100-BASE-NEG-RESULT
007775                  DL100-BASE-CONTROL-TOTAL.
007776
007777     IF DL100-CCY-CODE = SPACES
007778         MOVE DL100-BASE-CCY TO DL100-CCY-CODE
007779     END-IF.
007780
007781     IF DL100-CCY-CODE = DL100-BASE-CCY
007782         MOVE 1 TO DL100-FX-RATE
007783     ELSE
007784         PERFORM 2210-READ-RATE
007785             THRU 2210-EXIT
007786     END-IF.
007787
007788     IF DL100-NO-RATE
007789         MOVE DL100-RPT-BATCH-ID TO DL100-EXC-RPT-BATCH-ID
007790         MOVE 'NO FX RATE - NOT CONVERTED'
007791             TO DL100-EXC-RPT-TEXT
007792         MOVE 8 TO DL100-EXC-SEVERITY
007793         PERFORM 4800-LOG-EXCEPTION
007794             THRU 4800-EXIT
007795         GO TO 2200-EXIT
007796     END-IF.
007797
007798     PERFORM 2220-CONVERT-ITEM
007799         THRU 2220-EXIT
007800         VARYING DL100-ITEM-INDEX FROM 1 BY 1
007801         UNTIL DL100-ITEM-INDEX GREATER THAN DL100-ARR-LENGTH.
007802
007803     COMPUTE DL100-BASE-CONTROL-TOTAL ROUNDED =
007804         DL100-HDR-CONTROL-TOTAL * DL100-FX-RATE.
007805
007806 2200-EXIT.
007807     EXIT.
007808
007809******************************************************************
007810* 2210-READ-RATE - LOOK UP THE RATE TABLE ON CURRENCY PLUS       *
007811*                  VALUE DATE; A MISSING OR ZERO RATE IS NO RATE *
007812******************************************************************
007813 2210-READ-RATE.
007814     IF NOT DL100-RATE-OPEN
007815         MOVE 'Y' TO DL100-NO-RATE-SW
007816         GO TO 2210-EXIT
007817     END-IF.
007818
007819     MOVE DL100-CCY-CODE   TO RT-CCY-CODE.
007820     MOVE DL100-VALUE-DATE TO RT-VALUE-DATE.
007821
007822     READ RATEFILE
007823         INVALID KEY
007824             MOVE 'Y' TO DL100-NO-RATE-SW
007825             GO TO 2210-EXIT
007826     END-READ.
007827
007828     IF RT-RATE = ZERO
007829         MOVE 'Y' TO DL100-NO-RATE-SW
007830     ELSE
007831         MOVE RT-RATE TO DL100-FX-RATE
007832     END-IF.
007833
007834 2210-EXIT.
007835     EXIT.
007836
007837******************************************************************
007838* 2220-CONVERT-ITEM - CONVERT ONE ITEM, ROUNDED TO THE CENT, AND *
007839*                     ADD IT TO THE MATCHING BASE SUM            *
007840******************************************************************
007841 2220-CONVERT-ITEM.
007842     COMPUTE DL100-BASE-ITEM ROUNDED =
007843         DL100-XS (DL100-ITEM-INDEX) * DL100-FX-RATE.
007844
007845     IF DL100-XS (DL100-ITEM-INDEX) GREATER THAN ZERO
007846         ADD DL100-BASE-ITEM TO DL100-BASE-RESULT
007847     ELSE
007848         ADD DL100-BASE-ITEM TO DL100-BASE-NEG-RESULT
007849     END-IF.
007850
007851 2220-EXIT.
007852     EXIT.
007853
007854******************************************************************
007855* 3000-LOAD-DETAIL - MOVE ONE DETAIL RECORD INTO THE ARR TABLE   *
007856******************************************************************
007857 3000-LOAD-DETAIL.
007858     IF DL100-EOF OR NOT TRAN-DETAIL-REC
007859         DISPLAY 'DL100 - MISSING DETAIL RECORD, BATCH '
007860                 TRAN-BATCH-ID
007861         IF NOT DL100-MISS-DTL-LOGGED
007870             MOVE 'Y' TO DL100-MISS-DTL-SW
007880             MOVE DL100-RPT-BATCH-ID TO DL100-EXC-RPT-BATCH-ID
007890             MOVE 'MISSING DETAIL RECORD'
008520     MOVE DL100-CONTROL-TOTAL  TO DL100-RCN-CONTROL.
008530     MOVE DL100-RECON-DIFF     TO DL100-RCN-DIFF.
008540     MOVE DL100-VALUE-DATE     TO DL100-RCN-VALUE-DATE.
008545     MOVE DL100-CCY-CODE       TO DL100-RCN-CCY-CODE.
008550
008560     IF DL100-RECON-DIFF = 0
008570         MOVE 'OK   ' TO DL100-RCN-STATUS
008640         MOVE 8 TO DL100-EXC-SEVERITY
008650         PERFORM 4800-LOG-EXCEPTION
008660             THRU 4800-EXIT
008662         PERFORM 4550-LOG-BREAK
008664             THRU 4550-EXIT
008670     END-IF.
008680
008690     MOVE DL100-RECON-LINE TO RECON-REPORT-LINE.
008700     WRITE RECON-REPORT-LINE.
008710
008712*    A BATCH LEFT WITHOUT A RATE GOES TO SUSPENSE AS WELL, SO
008714*    REBAL CAN POST IT ONCE TREASURY HAS LOADED THE RATE.
008720     IF DL100-RECON-DIFF NOT = 0
008725         OR DL100-NO-RATE
008730         PERFORM 4600-WRITE-SUSPENSE
008740             THRU 4600-EXIT
008750     END-IF.
008800     END-IF.
008810
008820 4500-EXIT.
008821     EXIT.
008822
008823******************************************************************
008824* 4550-LOG-BREAK - APPEND THE BROKEN BATCH TO THE SOURCE-SYSTEM  *
008825*                  EVENT FILE                                    *
008826******************************************************************
008827 4550-LOG-BREAK.
008828     IF NOT DL100-EVT-OPEN
008829         GO TO 4550-EXIT
008830     END-IF.
008831
008832     MOVE SPACES             TO SE-RECORD.
008833     MOVE DL100-RUN-DATE     TO SE-EVENT-DATE.
008834     MOVE DL100-RPT-BATCH-ID TO SE-BATCH-ID.
008835     MOVE 'B'                TO SE-EVENT.
008836     MOVE 'DAILYBAL'         TO SE-PROGRAM.
008837     MOVE ZERO               TO SE-SUSP-DATE.
008838     WRITE SE-RECORD.
008839
008840 4550-EXIT.
008841     EXIT.
008842
008850******************************************************************
008860* 4600-WRITE-SUSPENSE - WRITE THE BREAK BATCH (HEADER, CONTROL   *
008870*                       AND COMPUTED TOTALS, AND EVERY DETAIL    *
009020     MOVE DL100-NEG-COUNT        TO SUSP-HDR-NEG-COUNT.
009030     MOVE DL100-VALUE-DATE       TO SUSP-HDR-VALUE-DATE.
009040     MOVE DL100-CYCLE            TO SUSP-HDR-CYCLE.
009045     MOVE DL100-CCY-CODE         TO SUSP-HDR-CCY-CODE.
009046
009047*    A BATCH THAT BALANCED AND IS HERE ONLY FOR WANT OF A RATE
009048*    NEVER BROKE, SO ITS LATER CLEAR IS NOT A BREAK CLEARED.
009049     IF DL100-RECON-DIFF = 0
009050         MOVE 'F' TO SUSP-HDR-ENTRY-CODE
009051     ELSE
009052         MOVE 'B' TO SUSP-HDR-ENTRY-CODE
009053     END-IF.
009054
009055     WRITE SUSP-RECORD.
009060
009070     PERFORM 4610-WRITE-SUSP-DETAIL
009080         THRU 4610-EXIT
009500     MOVE DL100-HDR-CONTROL-TOTAL TO BM-CONTROL-TOTAL.
009510     MOVE 'D'                     TO BM-REC-KIND.
009520     MOVE DL100-VALUE-DATE        TO BM-VALUE-DATE.
009521     MOVE DL100-CCY-CODE          TO BM-CCY-CODE.
009522     MOVE DL100-FX-RATE           TO BM-FX-RATE.
009523     MOVE DL100-BASE-RESULT       TO BM-BASE-RESULT.
009524     MOVE DL100-BASE-NEG-RESULT   TO BM-BASE-NEG-RESULT.
009525     MOVE DL100-BASE-CONTROL-TOTAL TO BM-BASE-CONTROL-TOTAL.
009530
009532     MOVE 'A'    TO DL100-JRNL-ACTION.
009534     MOVE SPACES TO DL100-JRNL-BEFORE.
009536
009540     WRITE BM-RECORD
009550         INVALID KEY
009555             PERFORM 4710-REPLACE-MASTER
009560                 THRU 4710-EXIT
009570     END-WRITE.
009580
009590     IF DL100-MAST-FILE-STATUS NOT = '00'
009600         DISPLAY 'DL100 - BATCH MASTER WRITE FAILED, BATCH '
009610             DL100-RPT-BATCH-ID ' STATUS '
009620             DL100-MAST-FILE-STATUS
009625         GO TO 4700-EXIT
009630     END-IF.
009640
009642     PERFORM 4750-WRITE-JOURNAL
009644         THRU 4750-EXIT.
009646
009650 4700-EXIT.
009651     EXIT.
009652
009653******************************************************************
009654* 4710-REPLACE-MASTER - A RESTARTED RUN FOUND ITS OWN RECORD     *
009655*                       ALREADY ON FILE: READ IT BACK FOR THE    *
009656*                       JOURNAL'S BEFORE IMAGE, THEN REWRITE IT  *
009657******************************************************************
009658 4710-REPLACE-MASTER.
009659     MOVE BM-RECORD TO DL100-NEW-MASTER.
009660     MOVE 'C'       TO DL100-JRNL-ACTION.
009661
009662     READ BATCHMST
009663         INVALID KEY
009664             MOVE SPACES TO DL100-JRNL-BEFORE
009665         NOT INVALID KEY
009666             MOVE BM-RECORD TO DL100-JRNL-BEFORE
009667     END-READ.
009668
009669     MOVE DL100-NEW-MASTER TO BM-RECORD.
009670     REWRITE BM-RECORD.
009671
009672 4710-EXIT.
009673     EXIT.
009674
009675******************************************************************
009676* 4750-WRITE-JOURNAL - APPEND THE MASTER UPDATE JUST MADE TO THE *
009677*                      MASTER UPDATE JOURNAL                     *
009678******************************************************************
009679 4750-WRITE-JOURNAL.
009680     IF NOT DL100-JRNL-OPEN
009681         GO TO 4750-EXIT
009682     END-IF.
009683
009684     ACCEPT DL100-JRNL-DATE FROM DATE.
009685     ACCEPT DL100-JRNL-TIME FROM TIME.
009686
009687     MOVE SPACES             TO JR-RECORD.
009688     MOVE 'DAILYBAL'         TO JR-PROGRAM.
009689     MOVE DL100-RUN-ID       TO JR-RUN-ID.
009690     MOVE DL100-JRNL-DATE    TO JR-DATE.
009691     MOVE DL100-JRNL-TIME    TO JR-TIME.
009692     MOVE DL100-JRNL-ACTION  TO JR-ACTION.
009693     MOVE BM-KEY             TO JR-BM-KEY.
009694     MOVE DL100-JRNL-BEFORE  TO JR-BEFORE-IMAGE.
009695     MOVE BM-RECORD          TO JR-AFTER-IMAGE.
009696     WRITE JR-RECORD.
009697
009698 4750-EXIT.
009699     EXIT.
009700
009701******************************************************************
009702* 4800-LOG-EXCEPTION - WRITE ONE LINE TO THE OPERATOR EXCEPTION  *
009703*                      SUMMARY AND RAISE THE RUN'S CONDITION     *
009710*                      CODE TO THIS EXCEPTION'S SEVERITY         *
009720******************************************************************
009730 4800-LOG-EXCEPTION.
010140         CLOSE BATCHMST
010150     END-IF.
010160
010161     IF DL100-JRNL-OPEN
010162         CLOSE BMJRNL
010163     END-IF.
010164
010165     IF DL100-EVT-OPEN
010166         CLOSE SRCEVT
010167     END-IF.
010168
010169     IF DL100-RATE-OPEN
010170         CLOSE RATEFILE
010171     END-IF.
010172
010173     ACCEPT DL100-RUN-TIME FROM TIME.
010180
010190     MOVE SPACES TO RUNH-RECORD.
010200     MOVE 'C'                TO RUNH-REC-TYPE.
