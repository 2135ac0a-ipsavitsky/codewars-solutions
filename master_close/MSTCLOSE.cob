000130*                  WRITTEN UNDER CYCLE 00                        *
000140*  09/02/2026  RO  KEEP THE NEW ALTERNATE-INDEX FIELDS (RUN     *
000150*                  DATE PLUS CYCLE) ON EVERY RECORD (88 BYTES)  *
000152*  10/15/2026  RO  ARCHIVE THE ADJUSTMENT FIELDS (WHO, WHEN AND  *
000154*                  WHY A BATCH WAS REVERSED) WITH THE RECORD     *
000156*                  (128 BYTES)                                   *
000157*  10/15/2026  RO  COUNT A WRITTEN-OFF RUN (STATUS WROFF) AS A   *
000158*                  BROKEN DAY IN THE PERIOD SUMMARY              *
000160*  10/15/2026  RO  ARCHIVE THE CURRENCY FIELDS (CODE, RATE, AND  *
000162*                  BASE-CURRENCY TOTALS) WITH THE RECORD (200    *
000164*                  BYTES)                                        *
000165*  10/15/2026  RO  JOURNAL EVERY DETAIL DELETE AND SUMMARY       *
000166*                  WRITE, WITH ITS BEFORE AND AFTER IMAGES, TO   *
000167*                  THE MASTER UPDATE JOURNAL (BMJRNL) FOR        *
000168*                  FORWARD RECOVERY                              *
000169******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. MSTCLOSE.
000190 AUTHOR. R. OKONKWO.
000360* RECORD READ IS ACCOUNTED FOR AND THE NET AMOUNT ARCHIVED       *
000370* EQUALS THE NET AMOUNT SUMMARIZED.                              *
000380******************************************************************
000382* JOURNAL: EVERY DETAIL RECORD DELETED AND EVERY SUMMARY WRITTEN *
000384* IS ALSO APPENDED TO THE MASTER UPDATE JOURNAL (BMJRNL),        *
000386* STAMPED WITH THE PROGRAM, RUN ID, DATE, AND TIME, SO BMRECOV   *
000388* CAN REPLAY THE CLOSE ONTO A RESTORED BACKUP.  A SUMMARY THAT   *
000390* REPLACES ONE ALREADY ON FILE IS READ BACK FIRST FOR ITS BEFORE *
000392* IMAGE, AND THE SCAN IS THEN REPOSITIONED PAST THE RECORD IN    *
000394* HAND.                                                          *
000396******************************************************************
000398* CONDITION CODES: 0 CLEAN CLOSE, 4 MASTER UPDATE JOURNAL        *
000400* UNAVAILABLE (BACK THE MASTER UP BEFORE THE NEXT UPDATE), 8     *
000402* COUNTS OR AMOUNTS DID NOT PROVE (INVESTIGATE BEFORE THE NEXT   *
000404* CLOSE), 12 BATCH MASTER UNAVAILABLE - NOTHING WAS TOUCHED.     *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT CLOSERPT ASSIGN TO CLOSERPT
000570         ORGANIZATION IS SEQUENTIAL.
000572     SELECT BMJRNL   ASSIGN TO BMJRNL
000574         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS MC100-JRNL-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000630
000640 FD  ARCHFILE
000650     RECORDING MODE IS F.
000660 01  ARCH-RECORD                 PIC X(200).
000670
000680 FD  CLOSERPT
000690     RECORDING MODE IS F.
000700 01  CLOSE-REPORT-LINE           PIC X(80).
000710
000712 FD  BMJRNL
000714     RECORDING MODE IS F.
000716     COPY BMJRNL.
000718
000720 WORKING-STORAGE SECTION.
000730 01  MC100-SWITCHES.
000740     05  MC100-EOF-SW            PIC X(01)  VALUE 'N'.
000750         88  MC100-EOF           VALUE 'Y'.
000760     05  MC100-GROUP-SW          PIC X(01)  VALUE 'N'.
000770         88  MC100-GROUP-ACTIVE  VALUE 'Y'.
000772     05  MC100-JRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
000774         88  MC100-JRNL-OPEN     VALUE 'Y'.
000780
000790 01  MC100-COUNTERS.
000800     05  MC100-READ-COUNT        PIC 9(07)  COMP  VALUE ZERO.
000850     05  MC100-ACCOUNTED-COUNT   PIC 9(07)  COMP.
000860
000870 01  MC100-MAST-FILE-STATUS      PIC X(02).
000875 01  MC100-JRNL-FILE-STATUS      PIC X(02).
000880
000890 01  MC100-CUTOFF-DATE           PIC 9(06).
000900 01  MC100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
000920 01  MC100-NET-ARCHIVED          PIC S9(13)V99  VALUE ZERO.
000930 01  MC100-NET-SUMMARIZED        PIC S9(13)V99  VALUE ZERO.
000940 01  MC100-WORK-NET              PIC S9(11)V99.
000941
000942     COPY PGCTL REPLACING LEADING ==PG== BY ==MC100-PG==.
000943
000944*    JOURNAL WORK AREAS: THE RUN ID STAMPED ON EACH ENTRY, THE
000945*    ACTION AND IMAGES OF THE MASTER UPDATE BEING JOURNALED, AND
000946*    A NEW SUMMARY HELD WHILE THE ONE IT REPLACES IS READ BACK.
000947 01  MC100-RUN-ID                PIC X(08)  VALUE SPACES.
000948 01  MC100-JRNL-ACTION           PIC X(01).
000949     88  MC100-JRNL-REPLACE      VALUE 'C'.
000950 01  MC100-JRNL-BEFORE           PIC X(200).
000951 01  MC100-JRNL-AFTER            PIC X(200).
000952 01  MC100-NEW-MASTER            PIC X(200).
000953 01  MC100-JRNL-DATE             PIC 9(06).
000954 01  MC100-JRNL-TIME             PIC 9(08).
000955
000960*    THE RECORD IN HAND IS HELD HERE SO THE FD AREA STAYS FREE
000970*    FOR THE SUMMARY WRITES AND KEYED DELETES DONE MID-SCAN.
000980     COPY BATMST REPLACING LEADING ==BM== BY ==MC100-BM==.
001640         MOVE 'Y' TO MC100-EOF-SW
001650         MOVE 12 TO MC100-MAX-COND-CODE
001660         GO TO 1000-EXIT
001661     END-IF.
001662
001663     MOVE 'RUNID   ' TO MC100-PG-PARM-KEY.
001664     CALL 'PARMGET' USING MC100-PG-CONTROL.
001665
001666     IF MC100-PG-PARM-FOUND
001667         MOVE MC100-PG-PARM-VALUE TO MC100-RUN-ID
001668     ELSE
001669         DISPLAY 'MC100 - RUNID PARAMETER UNAVAILABLE'
001670     END-IF.
001671
001672     OPEN EXTEND BMJRNL.
001673
001674     IF MC100-JRNL-FILE-STATUS = '00'
001675         MOVE 'Y' TO MC100-JRNL-OPEN-SW
001676     ELSE
001677         DISPLAY 'MC100 - MASTER JOURNAL UNAVAILABLE, STATUS '
001678             MC100-JRNL-FILE-STATUS ' - UPDATES NOT JOURNALED'
001679         MOVE 4 TO MC100-MAX-COND-CODE
001680     END-IF.
001681
001690     PERFORM 5000-READ-MASTER
001700         THRU 5000-EXIT.
001710
002270     MOVE MC100-BM-RUN-DATE TO MC100-GRP-PERIOD-END.
002280
002290     ADD 1 TO MC100-GRP-DAYS-RUN.
002300     IF MC100-BM-RECON-STATUS = 'BREAK' OR 'WROFF'
002310         ADD 1 TO MC100-GRP-DAYS-BROKEN
002320     END-IF.
002330
002420             DISPLAY 'MC100 - DELETE FAILED, KEY ' MC100-BM-KEY
002430                 ' STATUS ' MC100-MAST-FILE-STATUS
002440             MOVE 8 TO MC100-MAX-COND-CODE
002445             GO TO 2100-EXIT
002450     END-DELETE.
002451
002452     MOVE 'D'             TO MC100-JRNL-ACTION.
002453     MOVE MC100-BM-RECORD TO MC100-JRNL-BEFORE.
002454     MOVE SPACES          TO MC100-JRNL-AFTER.
002455     PERFORM 3500-WRITE-JOURNAL
002456         THRU 3500-EXIT.
002460
002470 2100-EXIT.
002480     EXIT.
002650     MOVE MC100-GRP-PERIOD-START TO BM-SUMM-PERIOD-START.
002660     MOVE 'S'                    TO BM-REC-KIND.
002670
002672     MOVE 'A'    TO MC100-JRNL-ACTION.
002674     MOVE SPACES TO MC100-JRNL-BEFORE.
002676
002680     WRITE BM-RECORD
002690         INVALID KEY
002695             PERFORM 3010-REPLACE-SUMMARY
002700                 THRU 3010-EXIT
002710     END-WRITE.
002720
002730     IF MC100-MAST-FILE-STATUS NOT = '00'
002750             MC100-PREV-BATCH-ID ' STATUS '
002760             MC100-MAST-FILE-STATUS
002770         MOVE 8 TO MC100-MAX-COND-CODE
002771     ELSE
002772         MOVE BM-RECORD TO MC100-JRNL-AFTER
002773         PERFORM 3500-WRITE-JOURNAL
002774             THRU 3500-EXIT
002775     END-IF.
002776
002777*    THE READ-BACK OF A REPLACED SUMMARY MOVED THE SCAN, SO IT IS
002778*    PUT BACK JUST PAST THE RECORD IN HAND.  NOTHING PAST THAT
002779*    RECORD MEANS THE SCAN ENDS WITH IT.
002780     IF MC100-JRNL-REPLACE
002781         AND NOT MC100-EOF
002782         MOVE MC100-BM-KEY TO BM-KEY
002783         START BATCHMST KEY IS GREATER THAN BM-KEY
002784             INVALID KEY
002785                 MOVE 'Y' TO MC100-EOF-SW
002786         END-START
002787     END-IF.
002790
002800     ADD 1 TO MC100-SUMM-OUT-COUNT.
002810     ADD MC100-GRP-NET TO MC100-NET-SUMMARIZED.
002860     EXIT.
002870
002880******************************************************************
002881* 3010-REPLACE-SUMMARY - A SUMMARY IS ALREADY ON FILE UNDER THE  *
002882*                        SAME KEY: READ IT BACK FOR THE          *
002883*                        JOURNAL'S BEFORE IMAGE, THEN REWRITE IT *
002884******************************************************************
002885 3010-REPLACE-SUMMARY.
002886     MOVE BM-RECORD TO MC100-NEW-MASTER.
002887     MOVE 'C'       TO MC100-JRNL-ACTION.
002888
002889     READ BATCHMST
002890         INVALID KEY
002891             MOVE SPACES TO MC100-JRNL-BEFORE
002892         NOT INVALID KEY
002893             MOVE BM-RECORD TO MC100-JRNL-BEFORE
002894     END-READ.
002895
002896     MOVE MC100-NEW-MASTER TO BM-RECORD.
002897     REWRITE BM-RECORD.
002898
002899 3010-EXIT.
002900     EXIT.
002901
002902******************************************************************
002903* 3500-WRITE-JOURNAL - APPEND THE MASTER UPDATE JUST MADE TO THE *
002904*                      MASTER UPDATE JOURNAL                     *
002905******************************************************************
002906 3500-WRITE-JOURNAL.
002907     IF NOT MC100-JRNL-OPEN
002908         GO TO 3500-EXIT
002909     END-IF.
002910
002911     ACCEPT MC100-JRNL-DATE FROM DATE.
002912     ACCEPT MC100-JRNL-TIME FROM TIME.
002913
002914     MOVE SPACES             TO JR-RECORD.
002915     MOVE 'MSTCLOSE'         TO JR-PROGRAM.
002916     MOVE MC100-RUN-ID       TO JR-RUN-ID.
002917     MOVE MC100-JRNL-DATE    TO JR-DATE.
002918     MOVE MC100-JRNL-TIME    TO JR-TIME.
002919     MOVE MC100-JRNL-ACTION  TO JR-ACTION.
002920     MOVE BM-KEY             TO JR-BM-KEY.
002921     MOVE MC100-JRNL-BEFORE  TO JR-BEFORE-IMAGE.
002922     MOVE MC100-JRNL-AFTER   TO JR-AFTER-IMAGE.
002923     WRITE JR-RECORD.
002924
002925 3500-EXIT.
002926     EXIT.
002927
002928******************************************************************
002929* 5000-READ-MASTER - READ NEXT MASTER RECORD IN KEY SEQUENCE     *
002930*                    INTO THE WORKING COPY                       *
002931******************************************************************
002932 5000-READ-MASTER.
002933     IF MC100-EOF
002934         GO TO 5000-EXIT
002935     END-IF.
002936
002937     READ BATCHMST NEXT RECORD
002940         AT END
002950             MOVE 'Y' TO MC100-EOF-SW
002960             GO TO 5000-EXIT
003710         CLOSE BATCHMST
003720     END-IF.
003730
003732     IF MC100-JRNL-OPEN
003734         CLOSE BMJRNL
003736     END-IF.
003738
003740     CLOSE ARCHFILE
003750           CLOSERPT.
003760
