000210*  09/02/2026  RO  CARRY THE POSTING'S CYCLE INTO THE MATCH      *
000220*                  TABLE AND THE MASTER KEY NOW THAT THE CYCLE   *
000230*                  JOINS BM-KEY                                  *
000232*  10/15/2026  RO  QUEUE EVERY REJECTED OR UNACKNOWLEDGED        *
000234*                  POSTING ON GLFAIL FOR GLRESUB, AND LET A      *
000236*                  FULLY ACCEPTED RETRANSMISSION MOVE A REJECTED *
000238*                  OR UNACKNOWLEDGED BATCH TO CONFIRMED          *
000240*  10/15/2026  RO  MARK THE TRANSMITTED ENTRIES ON THE GL        *
000242*                  TRANSMISSION REGISTER (GLXREG) ACKNOWLEDGED   *
000243*  10/15/2026  RO  JOURNAL EVERY BATCH-MASTER GRADE MARK, WITH   *
000244*                  ITS BEFORE AND AFTER IMAGES, TO THE MASTER    *
000245*                  UPDATE JOURNAL (BMJRNL) FOR FORWARD RECOVERY  *
000247*  10/15/2026  RO  ACKNOWLEDGE ONLY THE REGISTER ENTRIES WHOSE   *
000249*                  FILE THE LEDGER ANSWERED, MATCHED BY TRAILER  *
000251*                  COUNT AND HASH, AND NEVER PROMOTE A BUILT     *
000253*                  ENTRY                                         *
000254*  10/15/2026  RO  LIST A BATCH THE EXTRACT HELD FOR WANT OF AN  *
000255*                  EXCHANGE RATE AS HELD, INSTEAD OF MARKING IT  *
000256*                  NEVER TRANSMITTED                             *
000257******************************************************************
000258 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. GLACKMAT.
000270 AUTHOR. R. OKONKWO.
000280 INSTALLATION. DATA CENTER OPERATIONS.
000430* APPEARED IN THE TRANSMISSION AT ALL, SO A MISSING POSTING IS   *
000440* A REPORT LINE INSTEAD OF A HAND RECONSTRUCTION FROM THE        *
000450* GLFILE TRAILER HASH.                                           *
000451*                                                                *
000452* EVERY POSTING THE LEDGER REJECTED OR NEVER ANSWERED IS ALSO    *
000453* APPENDED TO THE FAILED-POSTING QUEUE (GLFAIL) FOR GL           *
000454* ACCOUNTING TO CORRECT AND GLRESUB TO RETRANSMIT.  A BATCH'S    *
000455* GRADE IS NORMALLY ONLY EVER MADE WORSE, BUT WHEN EVERY         *
000456* RETRANSMITTED POSTING OF A REJECTED OR UNACKNOWLEDGED BATCH    *
000457* COMES BACK ACCEPTED THE BATCH MOVES TO CONFIRMED.              *
000458*                                                                *
000459* ONCE THE ACKNOWLEDGMENT FILE IS MATCHED, THE GL TRANSMISSION   *
000460* REGISTER (GLXREG) IS MARKED.  EACH FILE IN GLSENT ENDS WITH    *
000461* ITS OWN TRAILER, AND A FILE IS ANSWERED WHEN THE LEDGER        *
000462* ACKNOWLEDGED ANY OF ITS POSTINGS.  A TRANSMITTED REGISTER      *
000463* ENTRY IS MARKED ACKNOWLEDGED, WITH TODAY'S DATE AND TIME, ONLY *
000464* WHEN AN ANSWERED FILE'S TRAILER COUNT AND HASH MATCH THE       *
000465* ENTRY'S, AND FOR A GLFILE ENTRY ITS POSTINGS' RUN DATE AND     *
000466* CYCLE TOO.  AN ENTRY STILL MARKED BUILT IS NEVER MARKED HERE;  *
000467* WHEN AN ANSWERED FILE MATCHES ONE IT IS REPORTED WITH A        *
000468* WARNING.  NOTHING IS MARKED WHEN NO ACKNOWLEDGMENT WAS READ.   *
000469*                                                                *
000470* EVERY GRADE MARKED ON THE BATCH MASTER IS ALSO APPENDED TO THE *
000471* MASTER UPDATE JOURNAL (BMJRNL) AS A CHANGE, WITH THE RECORD AS *
000472* READ AS ITS BEFORE IMAGE, STAMPED WITH THE PROGRAM, RUN ID,    *
000473* DATE, AND TIME, SO BMRECOV CAN REPLAY THE RUN ONTO A RESTORED  *
000474* BACKUP.                                                        *
000475******************************************************************
000476* SYSIN CARD 1: TRANSMISSION RUN DATE (YYMMDD) - THE DATE THE    *
000480* GL EXTRACT WAS RUN FOR.                                        *
000490*                                                                *
000500* CONDITION CODES: 0 EVERYTHING ACCEPTED, 4 STRAY ACKS OR A      *
000510* POSTING WITHOUT A MASTER RECORD, 8 REJECTED, UNACKNOWLEDGED,   *
000520* OR NEVER-TRANSMITTED POSTINGS (GL ACCOUNTING MUST FOLLOW UP).  *
000522* A REGISTER THAT CANNOT BE UPDATED, OR A GLFILE ENTRY NEVER     *
000524* MARKED TRANSMITTED, ALSO GIVES CONDITION CODE 4, AS DOES A     *
000526* MASTER UPDATE JOURNAL THAT CANNOT BE OPENED.                   *
000530******************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000640         FILE STATUS IS GA100-ACK-FILE-STATUS.
000650     SELECT ACKRPT   ASSIGN TO ACKRPT
000660         ORGANIZATION IS SEQUENTIAL.
000662     SELECT GLFAIL   ASSIGN TO GLFAIL
000664         ORGANIZATION IS SEQUENTIAL
000666         FILE STATUS IS GA100-FAIL-FILE-STATUS.
000670     SELECT BATCHMST ASSIGN TO BATCHMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS BM-KEY
000710         FILE STATUS IS GA100-MAST-FILE-STATUS.
000711     SELECT GLXREG   ASSIGN TO GLXREG
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS SEQUENTIAL
000714         RECORD KEY IS XR-KEY
000715         FILE STATUS IS GA100-REG-FILE-STATUS.
000716     SELECT BMJRNL   ASSIGN TO BMJRNL
000717         ORGANIZATION IS SEQUENTIAL
000718         FILE STATUS IS GA100-JRNL-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000830 FD  ACKRPT
000840     RECORDING MODE IS F.
000850 01  ACK-REPORT-LINE             PIC X(80).
000852
000854 FD  GLFAIL
000856     RECORDING MODE IS F.
000858     COPY GLPOST REPLACING LEADING ==GL== BY ==FL==.
000860
000870 FD  BATCHMST.
000880     COPY BATMST.
000882
000884 FD  GLXREG.
000886     COPY GLXREG.
000888
000890 FD  BMJRNL
000892     RECORDING MODE IS F.
000894     COPY BMJRNL.
000896
000900 WORKING-STORAGE SECTION.
000910 01  GA100-SWITCHES.
000920     05  GA100-SENT-EOF-SW       PIC X(01)  VALUE 'N'.
001070         88  GA100-MARK-DONE     VALUE 'Y'.
001080     05  GA100-RANGE-DONE-SW     PIC X(01)  VALUE 'N'.
001090         88  GA100-RANGE-DONE    VALUE 'Y'.
001092     05  GA100-FAIL-OPEN-SW      PIC X(01)  VALUE 'N'.
001094         88  GA100-FAIL-OPEN     VALUE 'Y'.
001096     05  GA100-RESEND-SW         PIC X(01)  VALUE 'N'.
001098         88  GA100-RESEND-GROUP  VALUE 'Y'.
001100     05  GA100-REG-EOF-SW        PIC X(01)  VALUE 'N'.
001102         88  GA100-REG-EOF       VALUE 'Y'.
001104     05  GA100-JRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
001106         88  GA100-JRNL-OPEN     VALUE 'Y'.
001108     05  GA100-SEG-OPEN-SW       PIC X(01)  VALUE 'N'.
001110         88  GA100-SEG-OPEN      VALUE 'Y'.
001112     05  GA100-SEG-FULL-SW       PIC X(01)  VALUE 'N'.
001114         88  GA100-SEG-FULL      VALUE 'Y'.
001116
001118 01  GA100-COUNTERS.
001120     05  GA100-ACK-COUNT         PIC 9(05)  COMP  VALUE ZERO.
001130     05  GA100-ACCEPT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001140     05  GA100-REJECT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001160     05  GA100-STRAY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001170     05  GA100-CONFIRM-COUNT     PIC 9(05)  COMP  VALUE ZERO.
001180     05  GA100-NOTSENT-COUNT     PIC 9(05)  COMP  VALUE ZERO.
001181     05  GA100-NORATE-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001182     05  GA100-QUEUED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001184     05  GA100-RECONFIRM-COUNT   PIC 9(05)  COMP  VALUE ZERO.
001186     05  GA100-REG-ACK-COUNT     PIC 9(05)  COMP  VALUE ZERO.
001190     05  GA100-SCAN-INDEX        PIC 9(05)  COMP.
001200     05  GA100-MATCH-INDEX       PIC 9(05)  COMP.
001210     05  GA100-GROUP-START       PIC 9(05)  COMP.
001220     05  GA100-GROUP-END         PIC 9(05)  COMP.
001222     05  GA100-SEG-INDEX         PIC 9(03)  COMP.
001224     05  GA100-SEG-MATCH         PIC 9(03)  COMP.
001230
001240 01  GA100-ACK-FILE-STATUS       PIC X(02).
001250 01  GA100-MAST-FILE-STATUS      PIC X(02).
001255 01  GA100-FAIL-FILE-STATUS      PIC X(02).
001257 01  GA100-REG-FILE-STATUS       PIC X(02).
001258 01  GA100-JRNL-FILE-STATUS      PIC X(02).
001260
001270 01  GA100-RUN-DATE              PIC 9(06).
001272 01  GA100-TODAY                 PIC 9(06).
001274 01  GA100-TIME                  PIC 9(08).
001280 01  GA100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
001290 01  GA100-BATCH-STATUS          PIC X(01).
001300 01  GA100-PRIOR-STATUS          PIC X(01).
001301
001302     COPY PGCTL REPLACING LEADING ==PG== BY ==GA100-PG==.
001303
001304*    JOURNAL WORK AREAS: THE RUN ID STAMPED ON EACH ENTRY AND THE
001305*    MASTER RECORD AS IT STOOD BEFORE ITS GRADE WAS MARKED.
001306 01  GA100-RUN-ID                PIC X(08)  VALUE SPACES.
001307 01  GA100-JRNL-BEFORE           PIC X(200).
001308 01  GA100-JRNL-DATE             PIC 9(06).
001309 01  GA100-JRNL-TIME             PIC 9(08).
001310
001320*    EVERY TRANSMITTED DETAIL POSTING IS HELD HERE UNTIL ITS
001330*    ACKNOWLEDGMENT ARRIVES - ONE POSTING PER GL ACCOUNT PER
001340*    BATCH PER SIDE, PLUS ANY GLSUPP, GLREVS, AND GLRESEND TAIL.
001350 01  GA100-POST-TABLE.
001360     05  GA100-POST-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001370     05  GA100-POST-ENTRY OCCURS 2500 TIMES.
001420         10  GA100-PT-CYCLE      PIC 9(02).
001430         10  GA100-PT-DRCR       PIC X(01).
001440         10  GA100-PT-AMOUNT     PIC 9(10)V99.
001445         10  GA100-PT-RESEND     PIC X(01).
001447         10  GA100-PT-SEG        PIC 9(03)  COMP.
001450         10  GA100-PT-ACK        PIC X(01).
001460             88  GA100-PT-UNACKED    VALUE 'N'.
001470             88  GA100-PT-ACCEPTED   VALUE 'A'.
001480             88  GA100-PT-REJECTED   VALUE 'R'.
001481
001482*    EACH FILE IN GLSENT (GLFILE, GLSUPP, GLREVS, GLRESEND AND
001483*    GLWOFF) ENDS WITH ITS OWN TRAILER.  ONE ENTRY PER FILE HOLDS
001484*    THE RUN DATE AND CYCLE OF ITS FIRST POSTING AND ITS TRAILER
001485*    COUNT AND HASH, SO THE FILES THE LEDGER ANSWERED CAN BE FOUND
001486*    AGAIN ON THE TRANSMISSION REGISTER.
001487 01  GA100-SEG-TABLE.
001488     05  GA100-SEG-COUNT         PIC 9(03)  COMP  VALUE ZERO.
001489     05  GA100-SEG-ENTRY OCCURS 50 TIMES.
001490         10  GA100-SG-RUN-DATE   PIC 9(06).
001491         10  GA100-SG-CYCLE      PIC 9(02).
001492         10  GA100-SG-POSTS      PIC 9(07).
001493         10  GA100-SG-HASH       PIC 9(13)V99.
001494         10  GA100-SG-ACK-SW     PIC X(01).
001495             88  GA100-SG-ANSWERED   VALUE 'Y'.
001496         10  GA100-SG-USED-SW    PIC X(01).
001497             88  GA100-SG-USED       VALUE 'Y'.
001498
001500 01  GA100-REPORT-HEADING.
001510     05  FILLER                  PIC X(31) VALUE
001520         'GL ACKNOWLEDGMENT MATCH REPORT '.
001920
001930     PERFORM 5000-CHECK-UNSENT
001940         THRU 5000-EXIT.
001942
001944     PERFORM 5500-MARK-REGISTER
001946         THRU 5500-EXIT.
001950
001960     PERFORM 9000-TERMINATE
001970         THRU 9000-EXIT.
002200         MOVE 'Y' TO GA100-ACK-EOF-SW
002210     END-IF.
002220
002221     OPEN EXTEND GLFAIL.
002222
002223     IF GA100-FAIL-FILE-STATUS = '00'
002224         MOVE 'Y' TO GA100-FAIL-OPEN-SW
002225     ELSE
002226         DISPLAY 'GA100 - CANNOT OPEN FAILED-POSTING QUEUE, '
002227             'STATUS ' GA100-FAIL-FILE-STATUS
002228             ' - FAILURES NOT QUEUED FOR RESUBMISSION'
002229         PERFORM 8000-RAISE-COND-8
002230             THRU 8000-EXIT
002231     END-IF.
002232
002233     PERFORM 1800-OPEN-BATCH-MASTER
002240         THRU 1800-EXIT.
002250
002260     PERFORM 7000-READ-SENT
002380* 1800-OPEN-BATCH-MASTER - OPEN THE BATCH-MASTER HISTORY FILE    *
002390*                          FOR UPDATE.  MATCHING AND REPORTING   *
002400*                          GO ON WITHOUT THE CONFIRMED-POSTED    *
002405*                          MARKS IF IT CANNOT BE OPENED.  THEN   *
002410*                          OPEN THE MASTER UPDATE JOURNAL UNDER  *
002415*                          THE RUN ID.                           *
002420******************************************************************
002430 1800-OPEN-BATCH-MASTER.
002440     OPEN I-O BATCHMST.
002480     ELSE
002490         DISPLAY 'GA100 - BATCH MASTER UNAVAILABLE, STATUS '
002500             GA100-MAST-FILE-STATUS ' - BATCHES NOT MARKED'
002501         GO TO 1800-EXIT
002502     END-IF.
002503
002504     MOVE 'RUNID   ' TO GA100-PG-PARM-KEY.
002505     CALL 'PARMGET' USING GA100-PG-CONTROL.
002506
002507     IF GA100-PG-PARM-FOUND
002508         MOVE GA100-PG-PARM-VALUE TO GA100-RUN-ID
002509     ELSE
002510         DISPLAY 'GA100 - RUNID PARAMETER UNAVAILABLE'
002511     END-IF.
002512
002513     OPEN EXTEND BMJRNL.
002514
002515     IF GA100-JRNL-FILE-STATUS = '00'
002516         MOVE 'Y' TO GA100-JRNL-OPEN-SW
002517     ELSE
002518         DISPLAY 'GA100 - MASTER JOURNAL UNAVAILABLE, STATUS '
002519             GA100-JRNL-FILE-STATUS ' - UPDATES NOT JOURNALED'
002520         IF GA100-MAX-COND-CODE LESS THAN 4
002521             MOVE 4 TO GA100-MAX-COND-CODE
002522         END-IF
002523     END-IF.
002524
002530 1800-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570* 2000-LOAD-ONE-SENT - HOLD ONE TRANSMITTED DETAIL POSTING IN    *
002575*                      THE MATCH TABLE, TAGGED WITH THE FILE IT  *
002580*                      CAME IN; A TRAILER CLOSES THAT FILE       *
002590******************************************************************
002600 2000-LOAD-ONE-SENT.
002601     IF GL-TRAILER-REC
002602         PERFORM 2200-CLOSE-SEGMENT
002603             THRU 2200-EXIT
002604         GO TO 2000-READ-NEXT
002605     END-IF.
002606
002610     IF GL-DETAIL-REC
002620         IF GA100-POST-COUNT LESS THAN 2500
002630             ADD 1 TO GA100-POST-COUNT
002850                 GA100-PT-DRCR   (GA100-POST-COUNT)
002860             MOVE GL-POST-AMOUNT TO
002870                 GA100-PT-AMOUNT (GA100-POST-COUNT)
002872             MOVE GL-RESEND-FLAG TO
002874                 GA100-PT-RESEND (GA100-POST-COUNT)
002880             MOVE 'N'            TO
002890                 GA100-PT-ACK    (GA100-POST-COUNT)
002892             PERFORM 2100-TAG-SEGMENT
002894                 THRU 2100-EXIT
002900         ELSE
002910             IF NOT GA100-TABLE-FULL
002920                 DISPLAY 'GA100 - POSTING TABLE FULL - '
002980         END-IF
002990     END-IF.
003000
003005 2000-READ-NEXT.
003010     PERFORM 7000-READ-SENT
003020         THRU 7000-EXIT.
003030
003040 2000-EXIT.
003041     EXIT.
003042
003043******************************************************************
003044* 2100-TAG-SEGMENT - TAG THE POSTING JUST HELD WITH THE FILE IT  *
003045*                    CAME IN, OPENING THAT FILE'S ENTRY ON ITS   *
003046*                    FIRST POSTING                               *
003047******************************************************************
003048 2100-TAG-SEGMENT.
003049     IF GA100-SEG-COUNT NOT LESS THAN 50
003050         MOVE ZERO TO GA100-PT-SEG (GA100-POST-COUNT)
003051         GO TO 2100-EXIT
003052     END-IF.
003053
003054     COMPUTE GA100-SEG-INDEX = GA100-SEG-COUNT + 1.
003055
003056     IF NOT GA100-SEG-OPEN
003057         MOVE 'Y' TO GA100-SEG-OPEN-SW
003058         MOVE GA100-PT-RUN-DATE (GA100-POST-COUNT)
003059             TO GA100-SG-RUN-DATE (GA100-SEG-INDEX)
003060         MOVE GA100-PT-CYCLE (GA100-POST-COUNT)
003061             TO GA100-SG-CYCLE (GA100-SEG-INDEX)
003062         MOVE 'N' TO GA100-SG-ACK-SW  (GA100-SEG-INDEX)
003063         MOVE 'N' TO GA100-SG-USED-SW (GA100-SEG-INDEX)
003064     END-IF.
003065
003066     MOVE GA100-SEG-INDEX TO GA100-PT-SEG (GA100-POST-COUNT).
003067
003068 2100-EXIT.
003069     EXIT.
003070
003071******************************************************************
003072* 2200-CLOSE-SEGMENT - KEEP THE TRAILER COUNT AND HASH OF THE    *
003073*                      FILE JUST READ AND START THE NEXT ONE     *
003074******************************************************************
003075 2200-CLOSE-SEGMENT.
003076     IF GA100-SEG-COUNT NOT LESS THAN 50
003077         IF NOT GA100-SEG-FULL
003078             DISPLAY 'GA100 - MORE THAN 50 FILES IN GLSENT - '
003079                 'REMAINING FILES NOT MARKED ON THE REGISTER'
003080             MOVE 'Y' TO GA100-SEG-FULL-SW
003081             IF GA100-MAX-COND-CODE LESS THAN 4
003082                 MOVE 4 TO GA100-MAX-COND-CODE
003083             END-IF
003084         END-IF
003085         GO TO 2200-EXIT
003086     END-IF.
003087
003088     ADD 1 TO GA100-SEG-COUNT.
003089
003090     IF NOT GA100-SEG-OPEN
003091         MOVE ZERO TO GA100-SG-RUN-DATE (GA100-SEG-COUNT)
003092                      GA100-SG-CYCLE    (GA100-SEG-COUNT)
003093         MOVE 'N'  TO GA100-SG-ACK-SW   (GA100-SEG-COUNT)
003094                      GA100-SG-USED-SW  (GA100-SEG-COUNT)
003095     END-IF.
003096
003097     MOVE GL-TRL-REC-COUNT  TO GA100-SG-POSTS (GA100-SEG-COUNT).
003098     MOVE GL-TRL-HASH-TOTAL TO GA100-SG-HASH  (GA100-SEG-COUNT).
003099     MOVE 'N' TO GA100-SEG-OPEN-SW.
003100
003101 2200-EXIT.
003102     EXIT.
003103
003104******************************************************************
003105* 3000-MATCH-ONE-ACK - FIND THE TRANSMITTED POSTING THIS         *
003106*                      ACKNOWLEDGMENT ANSWERS AND RECORD THE     *
003107*                      LEDGER'S DECISION ON IT                   *
003110******************************************************************
003120 3000-MATCH-ONE-ACK.
003130     ADD 1 TO GA100-ACK-COUNT.
003330             MOVE 4 TO GA100-MAX-COND-CODE
003340         END-IF
003350         GO TO 3000-READ-NEXT
003351     END-IF.
003352
003353     MOVE GA100-PT-SEG (GA100-MATCH-INDEX) TO GA100-SEG-INDEX.
003354
003355     IF GA100-SEG-INDEX GREATER THAN ZERO
003356         MOVE 'Y' TO GA100-SG-ACK-SW (GA100-SEG-INDEX)
003360     END-IF.
003370
003380     IF ACK-ACCEPTED
004100
004110     MOVE 'C' TO GA100-BATCH-STATUS.
004120
004121     IF GA100-PT-RESEND (GA100-GROUP-START) = 'R'
004122         MOVE 'Y' TO GA100-RESEND-SW
004123     ELSE
004124         MOVE 'N' TO GA100-RESEND-SW
004125     END-IF.
004126
004130     PERFORM 4200-GRADE-ONE-POSTING
004140         THRU 4200-EXIT
004150         VARYING GA100-SCAN-INDEX FROM GA100-GROUP-START BY 1
004600 4200-GRADE-ONE-POSTING.
004610     IF GA100-PT-REJECTED (GA100-SCAN-INDEX)
004620         MOVE 'R' TO GA100-BATCH-STATUS
004622         PERFORM 4250-QUEUE-FAILED
004624             THRU 4250-EXIT
004630     END-IF.
004640
004650     IF GA100-PT-UNACKED (GA100-SCAN-INDEX)
004810             THRU 6000-EXIT
004820         PERFORM 8000-RAISE-COND-8
004830             THRU 8000-EXIT
004832         PERFORM 4250-QUEUE-FAILED
004834             THRU 4250-EXIT
004840     END-IF.
004850
004860 4200-EXIT.
004861     EXIT.
004862
004863******************************************************************
004864* 4250-QUEUE-FAILED - APPEND ONE REJECTED OR UNANSWERED POSTING  *
004865*                     TO THE FAILED-POSTING QUEUE, AS SENT, WITH *
004866*                     THE REASON IT FAILED                       *
004867******************************************************************
004868 4250-QUEUE-FAILED.
004869     IF NOT GA100-FAIL-OPEN
004870         GO TO 4250-EXIT
004871     END-IF.
004872
004873     MOVE SPACES TO FL-POSTING-RECORD.
004874     MOVE '1' TO FL-REC-TYPE.
004875     MOVE GA100-PT-REF      (GA100-SCAN-INDEX) TO FL-POST-REF.
004876     MOVE GA100-PT-DATE     (GA100-SCAN-INDEX) TO FL-POST-DATE.
004877     MOVE GA100-PT-DRCR     (GA100-SCAN-INDEX) TO FL-DR-CR-CODE.
004878     MOVE GA100-PT-AMOUNT   (GA100-SCAN-INDEX) TO FL-POST-AMOUNT.
004879     MOVE GA100-PT-RUN-DATE (GA100-SCAN-INDEX)
004880         TO FL-POST-RUN-DATE.
004881     MOVE GA100-PT-ACCT     (GA100-SCAN-INDEX) TO FL-ACCT-CODE.
004882     MOVE GA100-PT-CYCLE    (GA100-SCAN-INDEX) TO FL-POST-CYCLE.
004883     MOVE GA100-PT-RESEND   (GA100-SCAN-INDEX) TO FL-RESEND-FLAG.
004884     MOVE GA100-PT-ACK      (GA100-SCAN-INDEX) TO FL-FAIL-CODE.
004885     IF FL-FAIL-CODE = 'N'
004886         MOVE 'U' TO FL-FAIL-CODE
004887     END-IF.
004888     WRITE FL-POSTING-RECORD.
004889
004890     ADD 1 TO GA100-QUEUED-COUNT.
004891
004892 4250-EXIT.
004893     EXIT.
004894
004895******************************************************************
004900* 4300-MARK-MASTER - STAMP THE BATCH GRADE ON THE BATCH-MASTER   *
004910*                    RECORD KEYED BY THE POSTING REFERENCE AND   *
004920*                    THE RUN DATE CARRIED ON THE POSTING.  A     *
005100*            GROUPS, SO A GRADE ALREADY ON THE RECORD IS ONLY
005110*            EVER MADE WORSE (REJECTED OVER UNACKNOWLEDGED OVER
005120*            CONFIRMED), NEVER ERASED BY THE OTHER SIDE.
005122*            THE ONE WAY BACK IS A RETRANSMISSION (GLRESUB SENDS
005124*            ALL OF A BATCH'S OUTSTANDING POSTINGS TOGETHER) THAT
005126*            THE LEDGER ACCEPTED IN FULL.
005130             MOVE BM-GL-STATUS TO GA100-PRIOR-STATUS
005135             MOVE BM-RECORD    TO GA100-JRNL-BEFORE
005140             EVALUATE TRUE
005141                 WHEN GA100-RESEND-GROUP
005142                     AND GA100-BATCH-STATUS = 'C'
005143                     AND (BM-GL-REJECTED OR BM-GL-UNACKED)
005144                     MOVE 'C' TO BM-GL-STATUS
005145                     ADD 1 TO GA100-RECONFIRM-COUNT
005150                 WHEN BM-GL-REJECTED
005160                     CONTINUE
005170                 WHEN GA100-BATCH-STATUS = 'R'
005220                     MOVE GA100-BATCH-STATUS TO BM-GL-STATUS
005230             END-EVALUATE
005240             REWRITE BM-RECORD
005242             PERFORM 4350-WRITE-JOURNAL
005244                 THRU 4350-EXIT
005250*            THE CONFIRMED COUNT FOLLOWS THE MARK, NOT THE
005260*            GROUP, SO THE TWO GROUPS OF ONE BATCH COUNT IT
005270*            EXACTLY ONCE - AND A LATER GROUP THAT WORSENS A
005280*            CONFIRMED MARK TAKES THE BATCH BACK OUT.
005285             IF (GA100-PRIOR-STATUS = SPACE
005290                     OR GA100-PRIOR-STATUS = 'R'
005295                     OR GA100-PRIOR-STATUS = 'U')
005300                 AND BM-GL-CONFIRMED
005310                 ADD 1 TO GA100-CONFIRM-COUNT
005320             END-IF
005540     END-IF.
005550
005560 4300-EXIT.
005561     EXIT.
005562
005563******************************************************************
005564* 4350-WRITE-JOURNAL - APPEND THE MASTER CHANGE JUST MADE TO THE *
005565*                      MASTER UPDATE JOURNAL                     *
005566******************************************************************
005567 4350-WRITE-JOURNAL.
005568     IF NOT GA100-JRNL-OPEN
005569         OR GA100-MAST-FILE-STATUS NOT = '00'
005570         GO TO 4350-EXIT
005571     END-IF.
005572
005573     ACCEPT GA100-JRNL-DATE FROM DATE.
005574     ACCEPT GA100-JRNL-TIME FROM TIME.
005575
005576     MOVE SPACES             TO JR-RECORD.
005577     MOVE 'GLACKMAT'         TO JR-PROGRAM.
005578     MOVE GA100-RUN-ID       TO JR-RUN-ID.
005579     MOVE GA100-JRNL-DATE    TO JR-DATE.
005580     MOVE GA100-JRNL-TIME    TO JR-TIME.
005581     MOVE 'C'                TO JR-ACTION.
005582     MOVE BM-KEY             TO JR-BM-KEY.
005583     MOVE GA100-JRNL-BEFORE  TO JR-BEFORE-IMAGE.
005584     MOVE BM-RECORD          TO JR-AFTER-IMAGE.
005585     WRITE JR-RECORD.
005586
005587 4350-EXIT.
005588     EXIT.
005589
005590******************************************************************
005600* 4400-FIND-BY-BATCH - POSITION AT THE BATCH ID AND MARK ITS     *
005610*                      FIRST OK RECORD STILL AWAITING A GL       *
005970
005980     IF BM-RECON-STATUS = 'OK'
005990         AND BM-GL-UNCONFIRMED
005995         MOVE BM-RECORD          TO GA100-JRNL-BEFORE
006000         MOVE GA100-BATCH-STATUS TO BM-GL-STATUS
006010         REWRITE BM-RECORD
006012         PERFORM 4350-WRITE-JOURNAL
006014             THRU 4350-EXIT
006020         IF BM-GL-CONFIRMED
006030             ADD 1 TO GA100-CONFIRM-COUNT
006040         END-IF
006360******************************************************************
006370* 5100-SWEEP-ONE-MASTER - REPORT AND MARK ONE OK RECORD OF THE   *
006380*                         RUN DATE THE TRANSMISSION NEVER        *
006385*                         CARRIED; ONE HELD FOR WANT OF AN       *
006390*                         EXCHANGE RATE IS ONLY LISTED           *
006400******************************************************************
006410 5100-SWEEP-ONE-MASTER.
006420     READ BATCHMST NEXT RECORD
006440             MOVE 'Y' TO GA100-MAST-EOF-SW
006450             GO TO 5100-EXIT
006460     END-READ.
006461
006462*    A BATCH BALANCED OK WITH NO EXCHANGE RATE WAS HELD BY THE
006463*    EXTRACT ON PURPOSE.  IT IS LISTED, BUT NOT MARKED AND NOT
006464*    COUNTED AGAINST THE TRANSMISSION; IT GOES OUT ONCE THE RATE
006465*    IS LOADED.
006466     IF BM-DETAIL-REC-KIND
006467         AND BM-RUN-DATE = GA100-RUN-DATE
006468         AND BM-RECON-STATUS = 'OK'
006469         AND BM-GL-UNCONFIRMED
006470         AND BM-FX-RATE = ZERO
006471         ADD 1 TO GA100-NORATE-COUNT
006472         MOVE BM-BATCH-ID TO GA100-RPT-REF
006473         MOVE BM-RUN-DATE TO GA100-RPT-DATE
006474         MOVE SPACE       TO GA100-RPT-DRCR
006475         MOVE BM-RESULT   TO GA100-RPT-AMOUNT
006476         MOVE 'HELD - NO FX RATE'
006477             TO GA100-RPT-TEXT
006478         PERFORM 6000-WRITE-DETAIL
006479             THRU 6000-EXIT
006480         GO TO 5100-EXIT
006481     END-IF.
006482
006483     IF BM-DETAIL-REC-KIND
006490         AND BM-RUN-DATE = GA100-RUN-DATE
006500         AND BM-RECON-STATUS = 'OK'
006510         AND BM-GL-UNCONFIRMED
006580             TO GA100-RPT-TEXT
006590         PERFORM 6000-WRITE-DETAIL
006600             THRU 6000-EXIT
006605         MOVE BM-RECORD TO GA100-JRNL-BEFORE
006610         MOVE 'U' TO BM-GL-STATUS
006620         REWRITE BM-RECORD
006622         PERFORM 4350-WRITE-JOURNAL
006624             THRU 4350-EXIT
006630         PERFORM 8000-RAISE-COND-8
006640             THRU 8000-EXIT
006650     END-IF.
006780     EXIT.
006790
006800******************************************************************
006801* 5500-MARK-REGISTER - MARK THE TRANSMITTED ENTRIES ON THE GL    *
006802*                      TRANSMISSION REGISTER ACKNOWLEDGED NOW    *
006803*                      THAT THE LEDGER HAS ANSWERED              *
006804******************************************************************
006805 5500-MARK-REGISTER.
006806     IF GA100-ACK-COUNT = ZERO
006807         DISPLAY 'GA100 - NO ACKNOWLEDGMENTS READ - TRANSMISSION '
006808             'REGISTER NOT MARKED'
006809         GO TO 5500-EXIT
006810     END-IF.
006811
006812     OPEN I-O GLXREG.
006813
006814     IF GA100-REG-FILE-STATUS NOT = '00'
006815         DISPLAY 'GA100 - TRANSMISSION REGISTER UNAVAILABLE, '
006816             'STATUS ' GA100-REG-FILE-STATUS ' - NOT MARKED'
006817         IF GA100-MAX-COND-CODE LESS THAN 4
006818             MOVE 4 TO GA100-MAX-COND-CODE
006819         END-IF
006820         GO TO 5500-EXIT
006821     END-IF.
006822
006823     ACCEPT GA100-TODAY FROM DATE.
006824     ACCEPT GA100-TIME  FROM TIME.
006825
006826     PERFORM 7200-READ-REGISTER
006827         THRU 7200-EXIT.
006828
006829     PERFORM 5600-MARK-ONE-ENTRY
006830         THRU 5600-EXIT
006831         UNTIL GA100-REG-EOF.
006832
006833     CLOSE GLXREG.
006834
006835 5500-EXIT.
006836     EXIT.
006837
006838******************************************************************
006839* 5600-MARK-ONE-ENTRY - ACKNOWLEDGE ONE TRANSMITTED ENTRY WHOSE  *
006840*                       FILE THE LEDGER ANSWERED.  A BUILT ENTRY *
006841*                       AN ANSWERED FILE MATCHES IS ONLY         *
006842*                       REPORTED                                 *
006843******************************************************************
006844 5600-MARK-ONE-ENTRY.
006845     IF NOT XR-TRANSMITTED
006846         AND NOT XR-BUILT
006847         GO TO 5600-READ-NEXT
006848     END-IF.
006849
006850     MOVE ZERO TO GA100-SEG-MATCH.
006851     PERFORM 5700-CHECK-ONE-SEGMENT
006852         THRU 5700-EXIT
006853         VARYING GA100-SEG-INDEX FROM 1 BY 1
006854         UNTIL GA100-SEG-INDEX GREATER THAN GA100-SEG-COUNT
006855             OR GA100-SEG-MATCH GREATER THAN ZERO.
006856
006857     IF GA100-SEG-MATCH = ZERO
006858         GO TO 5600-READ-NEXT
006859     END-IF.
006860
006861     MOVE 'Y' TO GA100-SG-USED-SW (GA100-SEG-MATCH).
006862
006863     IF XR-BUILT
006864         DISPLAY 'GA100 - REGISTER ENTRY ' XR-RUN-DATE ' '
006865             XR-CYCLE ' ' XR-FILE-ID ' ANSWERED BUT NEVER MARKED '
006866             'TRANSMITTED - NOT ACKNOWLEDGED'
006867         IF GA100-MAX-COND-CODE LESS THAN 4
006868             MOVE 4 TO GA100-MAX-COND-CODE
006869         END-IF
006870         GO TO 5600-READ-NEXT
006871     END-IF.
006872
006873     MOVE 'A'         TO XR-STATUS.
006874     MOVE GA100-TODAY TO XR-ACK-DATE.
006875     MOVE GA100-TIME  TO XR-ACK-TIME.
006876
006877     REWRITE XR-RECORD.
006878
006879     IF GA100-REG-FILE-STATUS = '00'
006880         ADD 1 TO GA100-REG-ACK-COUNT
006881     ELSE
006882         DISPLAY 'GA100 - REGISTER UPDATE FAILED, ' XR-RUN-DATE
006883             ' ' XR-CYCLE ' ' XR-FILE-ID ' STATUS '
006884             GA100-REG-FILE-STATUS
006885         IF GA100-MAX-COND-CODE LESS THAN 4
006886             MOVE 4 TO GA100-MAX-COND-CODE
006887         END-IF
006888     END-IF.
006889
006890 5600-READ-NEXT.
006891     PERFORM 7200-READ-REGISTER
006892         THRU 7200-EXIT.
006893
006894 5600-EXIT.
006895     EXIT.
006896
006897******************************************************************
006898* 5700-CHECK-ONE-SEGMENT - SEE WHETHER ONE ANSWERED FILE FROM    *
006899*                          GLSENT IS THE ONE THIS REGISTER ENTRY *
006900*                          RECORDS                               *
006901******************************************************************
006902 5700-CHECK-ONE-SEGMENT.
006903     IF NOT GA100-SG-ANSWERED (GA100-SEG-INDEX)
006904         OR GA100-SG-USED (GA100-SEG-INDEX)
006905         GO TO 5700-EXIT
006906     END-IF.
006907
006908     IF GA100-SG-POSTS (GA100-SEG-INDEX) NOT = XR-POST-COUNT
006909         OR GA100-SG-HASH (GA100-SEG-INDEX) NOT = XR-HASH-TOTAL
006910         GO TO 5700-EXIT
006911     END-IF.
006912
006913     IF XR-FILE-ID = 'GLFILE'
006914         IF GA100-SG-RUN-DATE (GA100-SEG-INDEX) NOT = XR-RUN-DATE
006915             OR GA100-SG-CYCLE (GA100-SEG-INDEX) NOT = XR-CYCLE
006916             GO TO 5700-EXIT
006917         END-IF
006918     END-IF.
006919
006920     MOVE GA100-SEG-INDEX TO GA100-SEG-MATCH.
006921
006922 5700-EXIT.
006923     EXIT.
006924
006925******************************************************************
006926* 7000-READ-SENT - READ NEXT TRANSMITTED RECORD, SET EOF SWITCH  *
006927******************************************************************
006928 7000-READ-SENT.
006929     READ GLSENT
006930         AT END
006931             MOVE 'Y' TO GA100-SENT-EOF-SW
006932     END-READ.
006933
006934 7000-EXIT.
006935     EXIT.
006936
006937******************************************************************
006938* 7100-READ-ACK - READ NEXT ACKNOWLEDGMENT, SET EOF SWITCH       *
006940******************************************************************
006950 7100-READ-ACK.
006960     READ GLACKIN
006990     END-READ.
007000
007010 7100-EXIT.
007011     EXIT.
007012
007013******************************************************************
007014* 7200-READ-REGISTER - READ NEXT REGISTER ENTRY, SET EOF SWITCH  *
007015******************************************************************
007016 7200-READ-REGISTER.
007017     READ GLXREG NEXT RECORD
007018         AT END
007019             MOVE 'Y' TO GA100-REG-EOF-SW
007020     END-READ.
007021
007022 7200-EXIT.
007023     EXIT.
007030
007040******************************************************************
007050* 8000-RAISE-COND-8 - RAISE THE RUN'S CONDITION CODE TO 8        *
007570     PERFORM 9100-WRITE-TRAILER
007580         THRU 9100-EXIT.
007590
007591     MOVE 'BALANCED, HELD - NO RATE:   ' TO GA100-TRL-TEXT.
007592     MOVE GA100-NORATE-COUNT TO GA100-TRL-COUNT.
007593     PERFORM 9100-WRITE-TRAILER
007594         THRU 9100-EXIT.
007595
007596     MOVE 'RESUBMITTED, NOW CONFIRMED: ' TO GA100-TRL-TEXT.
007597     MOVE GA100-RECONFIRM-COUNT TO GA100-TRL-COUNT.
007598     PERFORM 9100-WRITE-TRAILER
007599         THRU 9100-EXIT.
007600
007601     MOVE 'QUEUED FOR RESUBMISSION:    ' TO GA100-TRL-TEXT.
007602     MOVE GA100-QUEUED-COUNT TO GA100-TRL-COUNT.
007603     PERFORM 9100-WRITE-TRAILER
007604         THRU 9100-EXIT.
007605
007606     MOVE 'REGISTER ENTRIES ACKED:     ' TO GA100-TRL-TEXT.
007607     MOVE GA100-REG-ACK-COUNT TO GA100-TRL-COUNT.
007608     PERFORM 9100-WRITE-TRAILER
007609         THRU 9100-EXIT.
007610
007611     CLOSE GLSENT
007612           ACKRPT.
007620
007630     IF GA100-ACK-FILE-STATUS = '00' OR '10'
007640         CLOSE GLACKIN
007642     END-IF.
007644
007646     IF GA100-FAIL-OPEN
007648         CLOSE GLFAIL
007650     END-IF.
007660
007670     IF GA100-MAST-OPEN
007680         CLOSE BATCHMST
007690     END-IF.
007700
007702     IF GA100-JRNL-OPEN
007704         CLOSE BMJRNL
007706     END-IF.
007708
007710     MOVE GA100-MAX-COND-CODE TO RETURN-CODE.
007720
007730 9000-EXIT.
