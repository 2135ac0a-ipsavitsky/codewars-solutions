000180*                  UNDER THEIR ORIGINAL RUN DATE, SO GLSUPP      *
000190*                  AMOUNTS CAN NEVER APPEAR IN TONIGHT'S         *
000200*                  AMOUNTS-IN AND MUST NOT DRIVE THE VERDICT     *
000201*  10/15/2026  RO  SHOW THE BATCHES GLREVRS REVERSED TODAY AND   *
000202*                  FOOT THE GLREVS TRAILER ON ITS OWN LINES; A   *
000203*                  REVERSED BATCH OF TONIGHT'S RUN STILL COUNTS  *
000204*                  IN THE AMOUNTS IN, AS ITS ORIGINAL POSTINGS   *
000205*                  ARE ON TONIGHT'S GLFILE                       *
000206*  10/15/2026  RO  SHOW TONIGHT'S GLFILE ENTRY ON THE GL         *
000207*                  TRANSMISSION REGISTER AND WHETHER IT IS A     *
000208*                  FIRST SEND OR A SUPERVISOR-OVERRIDDEN RE-SEND *
000209*  10/15/2026  RO  FOOT THE AMOUNTS IN FROM THE BASE-CURRENCY    *
000210*                  EQUIVALENTS ON THE MASTER, AS THE GL EXTRACT  *
000211*                  POSTS THEM; COUNT THE OK BATCHES HELD FOR     *
000212*                  WANT OF A RATE, AND SHOW THE AMOUNTS IN BY    *
000213*                  CURRENCY IN BOTH THE BATCH AND THE BASE       *
000214*                  CURRENCY                                      *
000215******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CTLSHEET.
000240 AUTHOR. R. OKONKWO.
000410* AND WOULD ONLY FALSELY BREAK THE IN-VERSUS-POSTED COMPARE.     *
000420* THE SHEET ENDS WITH A RELEASE OR HOLD VERDICT AND A            *
000430* SIGNATURE LINE.                                                *
000432* BATCHES REVERSED TODAY (GLREVRS) ARE COUNTED FROM THE MASTER   *
000434* AND THE REVERSING POSTINGS ON GLREVS ARE FOOTED ON THEIR OWN   *
000436* LINES, LIKE GLSUPP: THEY MIRROR POSTINGS ALREADY SENT AND      *
000438* NEVER ENTER THE IN-VERSUS-POSTED COMPARE.                      *
000440* TONIGHT'S GLFILE ENTRY ON THE GL TRANSMISSION REGISTER         *
000442* (GLXREG) IS SHOWN WITH ITS STATUS, THE TIMES IT WAS BUILT, ITS *
000444* POSTING COUNT AND HASH, AND WHETHER THE FILE IS A FIRST SEND   *
000446* OR A SUPERVISOR-OVERRIDDEN RE-SEND OF A RUN ALREADY SENT.      *
000447* THE AMOUNTS IN ARE THE BASE-CURRENCY EQUIVALENTS DAILYBAL      *
000448* STAMPED ON THE MASTER, WHICH FOOT TO THE GL POSTINGS EXACTLY.  *
000449* AN OK BATCH WITH NO RATE FOR ITS VALUE DATE CARRIES ZERO BASE  *
000450* FIGURES AND IS HELD BY THE GL EXTRACT, SO IT ADDS NOTHING TO   *
000451* EITHER SIDE; IT IS COUNTED ON ITS OWN LINE.  EACH CURRENCY IN  *
000452* TONIGHT'S AMOUNTS IN GETS A LINE WITH ITS BATCH COUNT AND ITS  *
000453* GROSS IN THE BATCH CURRENCY AND IN THE BASE CURRENCY.          *
000454******************************************************************
000455* SYSIN CARD 1: ALL ASTERISKS (OR BLANK) TO TAKE THE RUN ID      *
000460* FROM THE RUN-PARAMETER FILE (KEY RUNID), OR A RUN ID AS AN     *
000470* EMERGENCY OVERRIDE.                                            *
000480*                                                                *
000760     SELECT GLSUPP   ASSIGN TO GLSUPP
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS CS100-SUPP-FILE-STATUS.
000782     SELECT GLREVS   ASSIGN TO GLREVS
000784         ORGANIZATION IS SEQUENTIAL
000786         FILE STATUS IS CS100-REV-FILE-STATUS.
000788     SELECT GLXREG   ASSIGN TO GLXREG
000790         ORGANIZATION IS INDEXED
000792         ACCESS MODE IS RANDOM
000794         RECORD KEY IS XR-KEY
000796         FILE STATUS IS CS100-REG-FILE-STATUS.
000798     SELECT CTLRPT   ASSIGN TO CTLRPT
000800         ORGANIZATION IS SEQUENTIAL.
000810
000820 DATA DIVISION.
001090     05  REJ-IMAGE.
001100         10  REJ-REC-TYPE        PIC X(01).
001110             88  REJ-HEADER-REC  VALUE 'H'.
001120         10  FILLER              PIC X(30).
001130     05  REJ-REASON              PIC X(30).
001140
001150 FD  GLFILE
001200     RECORDING MODE IS F.
001210     COPY GLPOST REPLACING LEADING ==GL== BY ==SUP==.
001220
001222 FD  GLREVS
001224     RECORDING MODE IS F.
001226     COPY GLPOST REPLACING LEADING ==GL== BY ==REV==.
001228
001230 FD  GLXREG.
001232     COPY GLXREG.
001234
001236 FD  CTLRPT
001240     RECORDING MODE IS F.
001250 01  CTL-REPORT-LINE             PIC X(80).
001260
001380         88  CS100-GL-EOF        VALUE 'Y'.
001390     05  CS100-SUPP-EOF-SW       PIC X(01)  VALUE 'N'.
001400         88  CS100-SUPP-EOF      VALUE 'Y'.
001402     05  CS100-REV-EOF-SW        PIC X(01)  VALUE 'N'.
001404         88  CS100-REV-EOF       VALUE 'Y'.
001410     05  CS100-RUN-FOUND-SW      PIC X(01)  VALUE 'N'.
001420         88  CS100-RUN-FOUND     VALUE 'Y'.
001422     05  CS100-REG-FOUND-SW      PIC X(01)  VALUE 'N'.
001424         88  CS100-REG-FOUND     VALUE 'Y'.
001426     05  CS100-CE-FOUND-SW       PIC X(01)  VALUE 'N'.
001428         88  CS100-CE-FOUND      VALUE 'Y'.
001430     05  CS100-HOLD-SW           PIC X(01)  VALUE 'N'.
001440         88  CS100-HOLD-DAY      VALUE 'Y'.
001450
001510     05  CS100-SUSP-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001520     05  CS100-GL-POST-COUNT     PIC 9(07)  COMP  VALUE ZERO.
001530     05  CS100-SUPP-POST-COUNT   PIC 9(07)  COMP  VALUE ZERO.
001532     05  CS100-REVSD-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001534     05  CS100-REV-POST-COUNT    PIC 9(07)  COMP  VALUE ZERO.
001536     05  CS100-NO-RATE-COUNT     PIC 9(05)  COMP  VALUE ZERO.
001540
001550 01  CS100-HIST-FILE-STATUS      PIC X(02).
001560 01  CS100-MAST-FILE-STATUS      PIC X(02).
001580 01  CS100-REJ-FILE-STATUS       PIC X(02).
001590 01  CS100-GL-FILE-STATUS        PIC X(02).
001600 01  CS100-SUPP-FILE-STATUS      PIC X(02).
001605 01  CS100-REV-FILE-STATUS       PIC X(02).
001607 01  CS100-REG-FILE-STATUS       PIC X(02).
001610
001620 01  CS100-RUN-ID                PIC X(08).
001630 01  CS100-RUN-DATE              PIC 9(06)  VALUE ZERO.
001750 01  CS100-AMOUNTS-IN            PIC S9(13)V99  VALUE ZERO.
001760 01  CS100-AMOUNTS-POSTED        PIC S9(13)V99  VALUE ZERO.
001770 01  CS100-AMOUNTS-SUPP          PIC S9(13)V99  VALUE ZERO.
001775 01  CS100-AMOUNTS-REV           PIC S9(13)V99  VALUE ZERO.
001780
001781*    TONIGHT'S AMOUNTS IN BY CURRENCY: OK BATCHES, GROSS IN THE
001782*    BATCH CURRENCY, AND GROSS IN THE BASE CURRENCY.
001783 01  CS100-CCY-TABLE.
001784     05  CS100-CE-COUNT          PIC 9(03)  COMP  VALUE ZERO.
001785     05  CS100-CE-INDEX          PIC 9(03)  COMP.
001786     05  CS100-CE-SCAN           PIC 9(03)  COMP.
001787     05  CS100-CE-ENTRY OCCURS 50 TIMES.
001788         10  CS100-CE-CODE       PIC X(03).
001789         10  CS100-CE-BATCHES    PIC 9(05)  COMP.
001790         10  CS100-CE-ORIG       PIC S9(13)V99.
001791         10  CS100-CE-BASE       PIC S9(13)V99.
001792
001793 01  CS100-REPORT-HEADING.
001800     05  FILLER                  PIC X(38) VALUE
001810         'CLOSE-OF-DAY OPERATIONS CONTROL SHEET '.
001820     05  FILLER                  PIC X(04) VALUE 'RUN '.
001860
001870 01  CS100-TEXT-LINE.
001880     05  CS100-TXT-LABEL         PIC X(28).
001890     05  CS100-TXT-VALUE         PIC X(16).
001900     05  FILLER                  PIC X(36) VALUE SPACE.
001910
001920 01  CS100-COUNT-LINE.
001930     05  CS100-CNT-LABEL         PIC X(28).
001980     05  CS100-AMT-LABEL         PIC X(28).
001990     05  CS100-AMT-VALUE         PIC -ZZZZZZZZZZZZ9.99.
002000     05  FILLER                  PIC X(35) VALUE SPACE.
002001
002002 01  CS100-CCY-LINE.
002003     05  FILLER                  PIC X(09) VALUE 'CURRENCY '.
002004     05  CS100-CCY-CODE          PIC X(03).
002005     05  FILLER                  PIC X(09) VALUE ' BATCHES '.
002006     05  CS100-CCY-BATCHES       PIC ZZZZ9.
002007     05  FILLER                  PIC X(04) VALUE ' IN '.
002008     05  CS100-CCY-ORIG          PIC -ZZZZZZZZZZZZ9.99.
002009     05  FILLER                  PIC X(06) VALUE ' BASE '.
002010     05  CS100-CCY-BASE          PIC -ZZZZZZZZZZZZ9.99.
002011     05  FILLER                  PIC X(10) VALUE SPACE.
002012
002020 01  CS100-VERDICT-LINE.
002030     05  FILLER                  PIC X(09) VALUE 'VERDICT: '.
002040     05  CS100-VERDICT           PIC X(50).
002360
002370     PERFORM 6500-READ-SUPP-TRAILERS
002380         THRU 6500-EXIT.
002382
002384     PERFORM 6700-READ-REV-TRAILERS
002386         THRU 6700-EXIT.
002387
002388     PERFORM 6900-READ-REGISTER
002389         THRU 6900-EXIT.
002390
002400     PERFORM 7000-WRITE-SHEET
002410         THRU 7000-EXIT.
003710             GO TO 3100-EXIT
003720     END-READ.
003730
003731*    A REVERSAL CAN REACH BACK TO ANY EARLIER RUN, SO IT IS
003732*    COUNTED BY THE DATE IT WAS APPLIED, NOT THE RUN DATE.
003733     IF BM-DETAIL-REC-KIND
003734         AND BM-RECON-STATUS = 'REVSD'
003735         AND BM-ADJ-DATE = CS100-RUN-DATE
003736         ADD 1 TO CS100-REVSD-COUNT
003737     END-IF.
003738
003740*    THE GL FILES ARE RE-CUT EVERY CYCLE, SO THE AMOUNTS-IN
003750*    FOOTING MUST COVER ONLY THE CYCLE WHOSE TRANSMISSION IS
003760*    BEING FOOTED - NOT EVERY CYCLE OF THE DATE.
003810         GO TO 3100-EXIT
003820     END-IF.
003830
003832*    A BATCH REVERSED AFTER TONIGHT'S EXTRACT STILL WENT OUT ON
003834*    TONIGHT'S GLFILE, SO IT STAYS IN THE AMOUNTS IN.
003840     IF BM-RECON-STATUS = 'OK'
003845         OR BM-RECON-STATUS = 'REVSD'
003850         ADD 1 TO CS100-OK-COUNT
003860*        THE GL EXTRACT POSTS THE POSITIVE SUM AS A DEBIT AND
003870*        THE NEGATIVE SUM, SIGN REVERSED, AS A CREDIT, SO THE
003875*        COMPARABLE AMOUNTS-IN FIGURE IS THE SAME GROSS - IN THE
003880*        BASE CURRENCY, AS POSTED.  A BATCH WITH NO RATE CARRIES
003885*        ZERO BASE FIGURES AND THE EXTRACT HOLDS IT.
003890         ADD BM-BASE-RESULT TO CS100-AMOUNTS-IN
003900         COMPUTE CS100-AMOUNTS-IN =
003902             CS100-AMOUNTS-IN - BM-BASE-NEG-RESULT
003904         IF BM-FX-RATE = ZERO
003906             ADD 1 TO CS100-NO-RATE-COUNT
003908         END-IF
003910         PERFORM 3200-ADD-CURRENCY
003912             THRU 3200-EXIT
003920     ELSE
003930         ADD 1 TO CS100-BREAK-COUNT
003940     END-IF.
003950
003960 3100-EXIT.
003961     EXIT.
003962
003963******************************************************************
003964* 3200-ADD-CURRENCY - FOLD ONE OK BATCH INTO ITS CURRENCY'S      *
003965*                     LINE, ADDING THE CURRENCY ON FIRST SIGHT   *
003966******************************************************************
003967 3200-ADD-CURRENCY.
003968     MOVE 'N' TO CS100-CE-FOUND-SW.
003969
003970     PERFORM 3210-SCAN-CURRENCY
003971         THRU 3210-EXIT
003972         VARYING CS100-CE-SCAN FROM 1 BY 1
003973         UNTIL CS100-CE-SCAN GREATER THAN CS100-CE-COUNT
003974             OR CS100-CE-FOUND.
003975
003976     IF NOT CS100-CE-FOUND
003977         IF CS100-CE-COUNT NOT LESS THAN 50
003978             DISPLAY 'CS100 - CURRENCY TABLE FULL, ' BM-CCY-CODE
003979                 ' NOT LISTED'
003980             GO TO 3200-EXIT
003981         END-IF
003982         ADD 1 TO CS100-CE-COUNT
003983         MOVE CS100-CE-COUNT TO CS100-CE-INDEX
003984         MOVE BM-CCY-CODE TO CS100-CE-CODE (CS100-CE-INDEX)
003985         MOVE ZERO TO CS100-CE-BATCHES (CS100-CE-INDEX)
003986                      CS100-CE-ORIG (CS100-CE-INDEX)
003987                      CS100-CE-BASE (CS100-CE-INDEX)
003988     END-IF.
003989
003990     ADD 1 TO CS100-CE-BATCHES (CS100-CE-INDEX).
003991     COMPUTE CS100-CE-ORIG (CS100-CE-INDEX) =
003992         CS100-CE-ORIG (CS100-CE-INDEX)
003993         + BM-RESULT - BM-NEG-RESULT.
003994     COMPUTE CS100-CE-BASE (CS100-CE-INDEX) =
003995         CS100-CE-BASE (CS100-CE-INDEX)
003996         + BM-BASE-RESULT - BM-BASE-NEG-RESULT.
003997
003998 3200-EXIT.
003999     EXIT.
004000
004001******************************************************************
004002* 3210-SCAN-CURRENCY - TEST ONE CURRENCY-TABLE ENTRY             *
004003******************************************************************
004004 3210-SCAN-CURRENCY.
004005     IF CS100-CE-CODE (CS100-CE-SCAN) = BM-CCY-CODE
004006         MOVE 'Y' TO CS100-CE-FOUND-SW
004007         MOVE CS100-CE-SCAN TO CS100-CE-INDEX
004008     END-IF.
004009
004010 3210-EXIT.
004011     EXIT.
004012
004013******************************************************************
004014* 4000-COUNT-SUSPENSE - COUNT THE BATCHES CARRIED ON THE LIVE    *
004015*                       SUSPENSE FILE                            *
004020******************************************************************
004030 4000-COUNT-SUSPENSE.
004040     OPEN INPUT SUSPFILE.
004720     EXIT.
004730
004740******************************************************************
004750* 6000-READ-GL-TRAILERS - FOOT THE POSTED AMOUNTS FROM THE       *
004760*                         GLFILE TRAILER - THE RUN'S OWN         *
004770*                         TRANSMISSION                           *
004780******************************************************************
004790 6000-READ-GL-TRAILERS.
005530     EXIT.
005540
005550******************************************************************
005551* 6700-READ-REV-TRAILERS - FOOT THE REVERSAL FILE (GLREVS)       *
005552*                          TRAILER SEPARATELY; ITS POSTINGS      *
005553*                          MIRROR POSTINGS ALREADY SENT          *
005554******************************************************************
005555 6700-READ-REV-TRAILERS.
005556     OPEN INPUT GLREVS.
005557
005558     IF CS100-REV-FILE-STATUS NOT = '00'
005559         MOVE 'Y' TO CS100-REV-EOF-SW
005560         GO TO 6700-EXIT
005561     END-IF.
005562
005563     PERFORM 6800-CHECK-ONE-REV
005564         THRU 6800-EXIT
005565         UNTIL CS100-REV-EOF.
005566
005567     CLOSE GLREVS.
005568
005569 6700-EXIT.
005570     EXIT.
005571
005572******************************************************************
005573* 6800-CHECK-ONE-REV - FOLD ONE GLREVS RECORD INTO THE REVERSAL  *
005574*                      TOTALS                                    *
005575******************************************************************
005576 6800-CHECK-ONE-REV.
005577     READ GLREVS
005578         AT END
005579             MOVE 'Y' TO CS100-REV-EOF-SW
005580             GO TO 6800-EXIT
005581     END-READ.
005582
005583     IF REV-TRAILER-REC
005584         ADD REV-TRL-REC-COUNT  TO CS100-REV-POST-COUNT
005585         ADD REV-TRL-HASH-TOTAL TO CS100-AMOUNTS-REV
005586     END-IF.
005587
005588 6800-EXIT.
005589     EXIT.
005590
005591******************************************************************
005592* 6900-READ-REGISTER - LOOK UP TONIGHT'S GLFILE ENTRY ON THE GL  *
005593*                      TRANSMISSION REGISTER                     *
005594******************************************************************
005595 6900-READ-REGISTER.
005596     OPEN INPUT GLXREG.
005597
005598     IF CS100-REG-FILE-STATUS NOT = '00'
005599         DISPLAY 'CS100 - CANNOT OPEN TRANSMISSION REGISTER, '
005600             'STATUS ' CS100-REG-FILE-STATUS
005601         GO TO 6900-EXIT
005602     END-IF.
005603
005604     MOVE CS100-RUN-DATE TO XR-RUN-DATE.
005605     MOVE CS100-CYCLE    TO XR-CYCLE.
005606     MOVE 'GLFILE'       TO XR-FILE-ID.
005607     MOVE 'Y' TO CS100-REG-FOUND-SW.
005608
005609     READ GLXREG
005610         INVALID KEY
005611             MOVE 'N' TO CS100-REG-FOUND-SW
005612     END-READ.
005613
005614     CLOSE GLXREG.
005615
005616 6900-EXIT.
005617     EXIT.
005618
005619******************************************************************
005620* 7000-WRITE-SHEET - PRINT THE ONE-PAGE SHEET AND THE VERDICT    *
005621******************************************************************
005622 7000-WRITE-SHEET.
005623     MOVE CS100-RUN-ID   TO CS100-HDG-RUN-ID.
005624     MOVE CS100-RUN-DATE TO CS100-HDG-RUN-DATE.
005625     MOVE CS100-REPORT-HEADING TO CTL-REPORT-LINE.
005626     WRITE CTL-REPORT-LINE.
005630
005640     MOVE 'RUN DISPOSITION:            ' TO CS100-TXT-LABEL.
005650     MOVE CS100-DISPOSITION TO CS100-TXT-VALUE.
006110     MOVE CS100-AMOUNT-LINE TO CTL-REPORT-LINE.
006120     WRITE CTL-REPORT-LINE.
006130
006131     MOVE 'OK BATCHES HELD - NO RATE:  ' TO CS100-CNT-LABEL.
006132     MOVE CS100-NO-RATE-COUNT TO CS100-CNT-VALUE.
006133     PERFORM 7100-WRITE-COUNT
006134         THRU 7100-EXIT.
006135
006136     PERFORM 7400-WRITE-CURRENCY
006137         THRU 7400-EXIT
006138         VARYING CS100-CE-INDEX FROM 1 BY 1
006139         UNTIL CS100-CE-INDEX GREATER THAN CS100-CE-COUNT.
006140
006141     MOVE 'GLSUPP POSTING RECORDS:     ' TO CS100-CNT-LABEL.
006150     MOVE CS100-SUPP-POST-COUNT TO CS100-CNT-VALUE.
006160     PERFORM 7100-WRITE-COUNT
006170         THRU 7100-EXIT.
006210     MOVE CS100-AMOUNT-LINE TO CTL-REPORT-LINE.
006220     WRITE CTL-REPORT-LINE.
006230
006231     MOVE 'BATCHES REVERSED TODAY:     ' TO CS100-CNT-LABEL.
006232     MOVE CS100-REVSD-COUNT TO CS100-CNT-VALUE.
006233     PERFORM 7100-WRITE-COUNT
006234         THRU 7100-EXIT.
006235
006236     MOVE 'GLREVS POSTING RECORDS:     ' TO CS100-CNT-LABEL.
006237     MOVE CS100-REV-POST-COUNT TO CS100-CNT-VALUE.
006238     PERFORM 7100-WRITE-COUNT
006239         THRU 7100-EXIT.
006240
006241     MOVE 'AMOUNTS REVERSED (GLREVS):  ' TO CS100-AMT-LABEL.
006242     MOVE CS100-AMOUNTS-REV TO CS100-AMT-VALUE.
006243     MOVE CS100-AMOUNT-LINE TO CTL-REPORT-LINE.
006244     WRITE CTL-REPORT-LINE.
006245
006246     PERFORM 7300-WRITE-REGISTER
006247         THRU 7300-EXIT.
006248
006249     PERFORM 7200-JUDGE-DAY
006250         THRU 7200-EXIT.
006260
006270     MOVE CS100-VERDICT-LINE TO CTL-REPORT-LINE.
006720     EXIT.
006730
006740******************************************************************
006741* 7300-WRITE-REGISTER - PRINT TONIGHT'S GL TRANSMISSION REGISTER *
006742*                       ENTRY AND WHETHER IT IS A FIRST SEND     *
006743******************************************************************
006744 7300-WRITE-REGISTER.
006745     MOVE 'GL REGISTER STATUS:         ' TO CS100-TXT-LABEL.
006746
006747     EVALUATE TRUE
006748         WHEN NOT CS100-REG-FOUND
006749             MOVE 'NOT REGISTERED'  TO CS100-TXT-VALUE
006750         WHEN XR-BUILT
006751             MOVE 'BUILT'           TO CS100-TXT-VALUE
006752         WHEN XR-TRANSMITTED
006753             MOVE 'TRANSMITTED'     TO CS100-TXT-VALUE
006754         WHEN XR-ACKNOWLEDGED
006755             MOVE 'ACKNOWLEDGED'    TO CS100-TXT-VALUE
006756         WHEN OTHER
006757             MOVE XR-STATUS         TO CS100-TXT-VALUE
006758     END-EVALUATE.
006759
006760     MOVE CS100-TEXT-LINE TO CTL-REPORT-LINE.
006761     WRITE CTL-REPORT-LINE.
006762
006763     MOVE 'GL FILE FIRST SEND:         ' TO CS100-TXT-LABEL.
006764
006765     EVALUATE TRUE
006766         WHEN NOT CS100-REG-FOUND
006767             MOVE 'UNKNOWN'         TO CS100-TXT-VALUE
006768         WHEN XR-OVERRIDE-BUILD
006769             MOVE 'NO - RE-SEND'    TO CS100-TXT-VALUE
006770         WHEN OTHER
006771             MOVE 'YES'             TO CS100-TXT-VALUE
006772     END-EVALUATE.
006773
006774     MOVE CS100-TEXT-LINE TO CTL-REPORT-LINE.
006775     WRITE CTL-REPORT-LINE.
006776
006777     IF NOT CS100-REG-FOUND
006778         GO TO 7300-EXIT
006779     END-IF.
006780
006781     MOVE 'GL FILE TIMES BUILT:        ' TO CS100-CNT-LABEL.
006782     MOVE XR-BUILD-COUNT TO CS100-CNT-VALUE.
006783     PERFORM 7100-WRITE-COUNT
006784         THRU 7100-EXIT.
006785
006786     MOVE 'REGISTER POSTING RECORDS:   ' TO CS100-CNT-LABEL.
006787     MOVE XR-POST-COUNT TO CS100-CNT-VALUE.
006788     PERFORM 7100-WRITE-COUNT
006789         THRU 7100-EXIT.
006790
006791     MOVE 'REGISTER HASH TOTAL:        ' TO CS100-AMT-LABEL.
006792     MOVE XR-HASH-TOTAL TO CS100-AMT-VALUE.
006793     MOVE CS100-AMOUNT-LINE TO CTL-REPORT-LINE.
006794     WRITE CTL-REPORT-LINE.
006795
006796 7300-EXIT.
006797     EXIT.
006798
006799******************************************************************
006800* 7400-WRITE-CURRENCY - PRINT ONE CURRENCY'S SHARE OF THE        *
006801*                       AMOUNTS IN                               *
006802******************************************************************
006803 7400-WRITE-CURRENCY.
006804     MOVE CS100-CE-CODE (CS100-CE-INDEX)    TO CS100-CCY-CODE.
006805     MOVE CS100-CE-BATCHES (CS100-CE-INDEX) TO CS100-CCY-BATCHES.
006806     MOVE CS100-CE-ORIG (CS100-CE-INDEX)    TO CS100-CCY-ORIG.
006807     MOVE CS100-CE-BASE (CS100-CE-INDEX)    TO CS100-CCY-BASE.
006808     MOVE CS100-CCY-LINE TO CTL-REPORT-LINE.
006809     WRITE CTL-REPORT-LINE.
006810
006811 7400-EXIT.
006812     EXIT.
006813
006814******************************************************************
006815* 9000-TERMINATE - CLOSE THE SHEET AND SET THE CONDITION CODE    *
006816******************************************************************
006817 9000-TERMINATE.
006818     CLOSE CTLRPT.
006819
006820     IF CS100-HOLD-DAY
006821         MOVE 8 TO RETURN-CODE
006822     END-IF.
006830
006840 9000-EXIT.
006850     EXIT.
