000010******************************************************************
000020* PROGRAM-ID: GLXMARK                                            *
000030* AUTHOR:     R. OKONKWO - BATCH SYSTEMS GROUP                   *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* DATE-COMPILED:                                                 *
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY                                           *
000090*  10/15/2026  RO  INITIAL VERSION - MARK THE GL FILES JUST SENT *
000100*                  TO THE LEDGER TRANSMITTED ON THE GL           *
000110*                  TRANSMISSION REGISTER                         *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. GLXMARK.
000150 AUTHOR. R. OKONKWO.
000160 INSTALLATION. DATA CENTER OPERATIONS.
000170 DATE-WRITTEN. 10/15/2026.
000180 DATE-COMPILED.
000190******************************************************************
000200* RUN IMMEDIATELY AFTER THE GL TRANSMISSION.  EVERY ENTRY ON THE *
000210* GL TRANSMISSION REGISTER (GLXREG) STILL AT STATUS BUILT - THE  *
000220* DAY'S GLEXTR EXTRACT AND ANY REBAL GLSUPP FILE, WHICH TRAVEL   *
000230* TOGETHER IN THE ONE TRANSMISSION - IS MARKED TRANSMITTED WITH  *
000240* TODAY'S DATE AND TIME.  FROM THEN ON GLEXTR REFUSES TO EXTRACT *
000250* THAT RUN DATE AND CYCLE AGAIN WITHOUT THE SUPERVISOR OVERRIDE, *
000260* AND GLACKMAT MARKS THE ENTRY ACKNOWLEDGED WHEN THE LEDGER'S    *
000270* ACK FILE IS MATCHED.  EACH ENTRY MARKED IS LISTED ON XMRPT     *
000280* WITH ITS RUN ID, POSTING COUNT, AND HASH TOTAL, SO THE LIST    *
000290* CAN BE TICKED AGAINST THE TRANSMISSION LOG.                    *
000300******************************************************************
000310* CONDITION CODES: 0 CLEAN, 4 NO BUILT ENTRY FOUND - NOTHING     *
000320* MARKED (CHECK THAT THE EXTRACT RAN BEFORE THE TRANSMISSION),   *
000330* 12 REGISTER UNAVAILABLE - NOTHING MARKED.                      *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GLXREG   ASSIGN TO GLXREG
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS XR-KEY
000450         FILE STATUS IS XM100-REG-FILE-STATUS.
000460     SELECT XMRPT    ASSIGN TO XMRPT
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  GLXREG.
000520     COPY GLXREG.
000530
000540 FD  XMRPT
000550     RECORDING MODE IS F.
000560 01  XMARK-REPORT-LINE           PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590 01  XM100-SWITCHES.
000600     05  XM100-EOF-SW            PIC X(01)  VALUE 'N'.
000610         88  XM100-EOF           VALUE 'Y'.
000620     05  XM100-REG-OPEN-SW       PIC X(01)  VALUE 'N'.
000630         88  XM100-REG-OPEN      VALUE 'Y'.
000640
000650 01  XM100-COUNTERS.
000660     05  XM100-READ-COUNT        PIC 9(05)  COMP  VALUE ZERO.
000670     05  XM100-MARK-COUNT        PIC 9(05)  COMP  VALUE ZERO.
000680
000690 01  XM100-REG-FILE-STATUS       PIC X(02)  VALUE '35'.
000700 01  XM100-MAX-COND-CODE         PIC 9(02)  VALUE ZERO.
000710
000720 01  XM100-RUN-DATE              PIC 9(06).
000730 01  XM100-RUN-TIME              PIC 9(08).
000740 01  XM100-POST-COUNT            PIC 9(09)  VALUE ZERO.
000750 01  XM100-HASH-TOTAL            PIC 9(13)V99  VALUE ZERO.
000760
000770 01  XM100-REPORT-HEADING.
000780     05  FILLER                  PIC X(40) VALUE
000790         'GL TRANSMISSION REGISTER - MARKED SENT  '.
000800     05  FILLER                  PIC X(09) VALUE
000810         'RUN DATE '.
000820     05  XM100-HDG-RUN-DATE      PIC 9(06).
000830     05  FILLER                  PIC X(25) VALUE SPACE.
000840
000850 01  XM100-COLUMN-HEADING.
000860     05  FILLER                  PIC X(40) VALUE
000870         ' RUN DT CY FILE   RUN ID  POSTINGS      '.
000880     05  FILLER                  PIC X(40) VALUE
000890         '  HASH TOTAL BLD NOTE                   '.
000900
000910 01  XM100-DETAIL-LINE.
000920     05  FILLER                  PIC X(01) VALUE SPACE.
000930     05  XM100-DTL-RUN-DATE      PIC 9(06).
000940     05  FILLER                  PIC X(01) VALUE SPACE.
000950     05  XM100-DTL-CYCLE         PIC 9(02).
000960     05  FILLER                  PIC X(01) VALUE SPACE.
000970     05  XM100-DTL-FILE-ID       PIC X(06).
000980     05  FILLER                  PIC X(01) VALUE SPACE.
000990     05  XM100-DTL-RUN-ID        PIC X(08).
001000     05  FILLER                  PIC X(01) VALUE SPACE.
001010     05  XM100-DTL-COUNT         PIC ZZZZZZ9.
001020     05  FILLER                  PIC X(02) VALUE SPACE.
001030     05  XM100-DTL-HASH          PIC ZZZZZZZZZZZZ9.99.
001040     05  FILLER                  PIC X(02) VALUE SPACE.
001050     05  XM100-DTL-BUILDS        PIC Z9.
001060     05  FILLER                  PIC X(01) VALUE SPACE.
001070     05  XM100-DTL-NOTE          PIC X(10).
001080     05  FILLER                  PIC X(13) VALUE SPACE.
001090
001100 01  XM100-TRAILER-LINE.
001110     05  XM100-TRL-TEXT          PIC X(28).
001120     05  XM100-TRL-COUNT         PIC ZZZZ9.
001130     05  FILLER                  PIC X(47) VALUE SPACE.
001140
001150 01  XM100-POSTING-LINE.
001160     05  FILLER                  PIC X(28) VALUE
001170         'POSTINGS MARKED SENT:       '.
001180     05  XM100-PST-COUNT         PIC ZZZZZZZZ9.
001190     05  FILLER                  PIC X(43) VALUE SPACE.
001200
001210 01  XM100-HASH-LINE.
001220     05  FILLER                  PIC X(28) VALUE
001230         'HASH TOTAL MARKED SENT:     '.
001240     05  XM100-HSH-AMOUNT        PIC ZZZZZZZZZZZZ9.99.
001250     05  FILLER                  PIC X(36) VALUE SPACE.
001260
001270 PROCEDURE DIVISION.
001280******************************************************************
001290* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
001300******************************************************************
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE
001330         THRU 1000-EXIT.
001340
001350     PERFORM 2000-MARK-ONE-ENTRY
001360         THRU 2000-EXIT
001370         UNTIL XM100-EOF.
001380
001390     PERFORM 9000-TERMINATE
001400         THRU 9000-EXIT.
001410
001420     GOBACK.
001430
001440******************************************************************
001450* 1000-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADINGS, PRIME *
001460*                   THE REGISTER READ                            *
001470******************************************************************
001480 1000-INITIALIZE.
001490     ACCEPT XM100-RUN-DATE FROM DATE.
001500     ACCEPT XM100-RUN-TIME FROM TIME.
001510
001520     OPEN OUTPUT XMRPT.
001530
001540     MOVE XM100-RUN-DATE       TO XM100-HDG-RUN-DATE.
001550     MOVE XM100-REPORT-HEADING TO XMARK-REPORT-LINE.
001560     WRITE XMARK-REPORT-LINE.
001570     MOVE XM100-COLUMN-HEADING TO XMARK-REPORT-LINE.
001580     WRITE XMARK-REPORT-LINE.
001590
001600     OPEN I-O GLXREG.
001610
001620     IF XM100-REG-FILE-STATUS NOT = '00'
001630         DISPLAY 'XM100 - CANNOT OPEN TRANSMISSION REGISTER, '
001640             'STATUS ' XM100-REG-FILE-STATUS ' - NOTHING MARKED'
001650         MOVE 12 TO XM100-MAX-COND-CODE
001660         MOVE 'Y' TO XM100-EOF-SW
001670         GO TO 1000-EXIT
001680     END-IF.
001690
001700     MOVE 'Y' TO XM100-REG-OPEN-SW.
001710
001720     PERFORM 5000-READ-REGISTER
001730         THRU 5000-EXIT.
001740
001750 1000-EXIT.
001760     EXIT.
001770
001780******************************************************************
001790* 2000-MARK-ONE-ENTRY - MARK ONE BUILT ENTRY TRANSMITTED AND     *
001800*                       LIST IT; ENTRIES ALREADY SENT OR         *
001810*                       ACKNOWLEDGED ARE LEFT AS THEY ARE        *
001820******************************************************************
001830 2000-MARK-ONE-ENTRY.
001840     ADD 1 TO XM100-READ-COUNT.
001850
001860     IF NOT XR-BUILT
001870         GO TO 2000-READ-NEXT
001880     END-IF.
001890
001900     MOVE 'T'            TO XR-STATUS.
001910     MOVE XM100-RUN-DATE TO XR-XMIT-DATE.
001920     MOVE XM100-RUN-TIME TO XR-XMIT-TIME.
001930
001940     REWRITE XR-RECORD.
001950
001960     IF XM100-REG-FILE-STATUS NOT = '00'
001970         DISPLAY 'XM100 - REGISTER UPDATE FAILED, ' XR-RUN-DATE
001980             ' ' XR-CYCLE ' ' XR-FILE-ID ' STATUS '
001990             XM100-REG-FILE-STATUS
002000         MOVE 12 TO XM100-MAX-COND-CODE
002010         GO TO 2000-READ-NEXT
002020     END-IF.
002030
002040     ADD 1 TO XM100-MARK-COUNT.
002050     ADD XR-POST-COUNT TO XM100-POST-COUNT.
002060     ADD XR-HASH-TOTAL TO XM100-HASH-TOTAL.
002070
002080     MOVE XR-RUN-DATE    TO XM100-DTL-RUN-DATE.
002090     MOVE XR-CYCLE       TO XM100-DTL-CYCLE.
002100     MOVE XR-FILE-ID     TO XM100-DTL-FILE-ID.
002110     MOVE XR-RUN-ID      TO XM100-DTL-RUN-ID.
002120     MOVE XR-POST-COUNT  TO XM100-DTL-COUNT.
002130     MOVE XR-HASH-TOTAL  TO XM100-DTL-HASH.
002140     MOVE XR-BUILD-COUNT TO XM100-DTL-BUILDS.
002150
002160     IF XR-OVERRIDE-BUILD
002170         MOVE 'OVERRIDE' TO XM100-DTL-NOTE
002180     ELSE
002190         IF XR-BUILD-COUNT GREATER THAN 1
002200             MOVE 'REBUILT'  TO XM100-DTL-NOTE
002210         ELSE
002220             MOVE SPACES     TO XM100-DTL-NOTE
002230         END-IF
002240     END-IF.
002250
002260     MOVE XM100-DETAIL-LINE TO XMARK-REPORT-LINE.
002270     WRITE XMARK-REPORT-LINE.
002280
002290 2000-READ-NEXT.
002300     PERFORM 5000-READ-REGISTER
002310         THRU 5000-EXIT.
002320
002330 2000-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370* 5000-READ-REGISTER - READ THE NEXT REGISTER ENTRY              *
002380******************************************************************
002390 5000-READ-REGISTER.
002400     READ GLXREG NEXT RECORD
002410         AT END
002420             MOVE 'Y' TO XM100-EOF-SW
002430     END-READ.
002440
002450 5000-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 9000-TERMINATE - WRITE THE TRAILERS, SET THE CONDITION CODE,   *
002500*                  AND CLOSE FILES                               *
002510******************************************************************
002520 9000-TERMINATE.
002530     MOVE 'REGISTER ENTRIES READ:     ' TO XM100-TRL-TEXT.
002540     MOVE XM100-READ-COUNT TO XM100-TRL-COUNT.
002550     PERFORM 9100-WRITE-TRAILER
002560         THRU 9100-EXIT.
002570
002580     MOVE 'ENTRIES MARKED SENT:       ' TO XM100-TRL-TEXT.
002590     MOVE XM100-MARK-COUNT TO XM100-TRL-COUNT.
002600     PERFORM 9100-WRITE-TRAILER
002610         THRU 9100-EXIT.
002620
002630     MOVE XM100-POST-COUNT   TO XM100-PST-COUNT.
002640     MOVE XM100-POSTING-LINE TO XMARK-REPORT-LINE.
002650     WRITE XMARK-REPORT-LINE.
002660
002670     MOVE XM100-HASH-TOTAL TO XM100-HSH-AMOUNT.
002680     MOVE XM100-HASH-LINE  TO XMARK-REPORT-LINE.
002690     WRITE XMARK-REPORT-LINE.
002700
002710     IF XM100-MARK-COUNT = ZERO
002720         AND XM100-MAX-COND-CODE LESS THAN 4
002730         DISPLAY 'XM100 - NO BUILT ENTRY ON THE REGISTER - '
002740             'NOTHING MARKED'
002750         MOVE 4 TO XM100-MAX-COND-CODE
002760     END-IF.
002770
002780     CLOSE XMRPT.
002790
002800     IF XM100-REG-OPEN
002810         CLOSE GLXREG
002820     END-IF.
002830
002840     MOVE XM100-MAX-COND-CODE TO RETURN-CODE.
002850
002860 9000-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900* 9100-WRITE-TRAILER - WRITE ONE TRAILER COUNT LINE              *
002910******************************************************************
002920 9100-WRITE-TRAILER.
002930     MOVE XM100-TRAILER-LINE TO XMARK-REPORT-LINE.
002940     WRITE XMARK-REPORT-LINE.
002950
002960 9100-EXIT.
002970     EXIT.
002980
002990 END PROGRAM GLXMARK.
