000100*                  UTILITY FOR THE CENTRAL RUN-PARAMETER FILE    *
000110*  09/02/2026  RO  VALIDATE THE NEW CYCLE PARAMETER (01-99) FOR  *
000120*                  THE MIDDAY BALANCING CYCLE                    *
000122*  10/15/2026  RO  VALIDATE THE SUSPENSE WRITE-OFF THRESHOLD     *
000124*                  (SUSPWOFF) AND CLEARING ACCOUNT (SUSPACCT)    *
000126*  10/15/2026  RO  VALIDATE THE GL RE-EXTRACT SUPERVISOR         *
000128*                  OVERRIDE (XMITOVRD, YYMMDDCC OR SPACES)       *
000130*  10/15/2026  RO  VALIDATE THE GL ACCOUNT ACTIVITY MONTH-TO-    *
000132*                  DATE OPTION (ACCTMTD, Y OR N)                 *
000134*  10/15/2026  RO  VALIDATE THE BASE CURRENCY CODE (BASECCY,     *
000136*                  THREE LETTERS)                                *
000137*  10/15/2026  RO  HOLD CHANGES TO RUNID, CYCLE, EXTRDATE AND    *
000138*                  DUPLKBK PENDING A SECOND USER'S APPROVAL IN A *
000139*                  LATER RUN (APPR AND REJ CARDS), EXPIRE THEM   *
000140*                  AFTER APPRDAYS DAYS, AND RECORD EVERY SET,    *
000141*                  REQUEST, APPROVAL, REJECTION AND EXPIRY ON    *
000142*                  THE PARAMETER HISTORY FILE (PARMHIST)         *
000143*  10/15/2026  RO  HOLD CHANGES TO XMITOVRD, SUSPWOFF AND        *
000144*                  SUSPACCT FOR A SECOND USER'S APPROVAL AS WELL *
000145******************************************************************
000146 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. PARMUPDT.
000160 AUTHOR. R. OKONKWO.
000170 INSTALLATION. DATA CENTER OPERATIONS.
000280* CHANGE LOG (PARMLOG) WITH THE OLD VALUE, THE NEW VALUE, WHO   *
000290* MADE THE CHANGE, AND WHEN.                                    *
000300******************************************************************
000302* TWO-PERSON CONTROL: A SET OF RUNID, CYCLE, EXTRDATE, DUPLKBK,  *
000304* XMITOVRD, SUSPWOFF OR SUSPACCT IS VALIDATED BUT NOT APPLIED.   *
000306* IT IS HELD ON THE PENDING-CHANGE FILE (PARMPEND) AND PARMGET   *
000308* GOES ON RETURNING THE VALUE IN FORCE.  A DIFFERENT USER MUST   *
000310* APPROVE IT WITH AN APPR CARD IN A LATER RUN, QUOTING THE NEW   *
000312* VALUE, BEFORE IT IS APPLIED; ANYONE, THE REQUESTER INCLUDED,   *
000314* MAY REJECT IT WITH A REJ CARD.  A CHANGE NOT APPROVED WITHIN   *
000316* APPRDAYS DAYS (DEFAULT 1) EXPIRES: EVERY RUN STARTS BY         *
000318* CLEARING OUT THE CHANGES PAST THEIR EXPIRY.                    *
000320*                                                                *
000322* EVERY SET APPLIED AND EVERY CHANGE ASKED FOR, APPROVED,        *
000324* REJECTED OR EXPIRED IS WRITTEN TO THE PERMANENT PARAMETER      *
000326* HISTORY FILE (PARMHIST) WITH THE OLD AND NEW VALUES.  PARMSIGN *
000328* PRINTS IT DAILY FOR THE SUPERVISOR TO SIGN.                    *
000330******************************************************************
000332* PARMCTL CONTROL CARDS, ONE ACTION PER CARD:                   *
000334*   COLS  1-4   VERB: 'SET ', 'APPR', 'REJ ' OR 'LIST'          *
000336*   COLS  6-13  PARAMETER KEY (NOT LIST)                        *
000338*   COLS 15-30  PARAMETER VALUE (SET); THE PENDING VALUE (APPR, *
000340*               AND REJ UNLESS LEFT BLANK)                      *
000342*   COLS 32-39  USER ID MAKING THE CHANGE (NOT LIST; REQUIRED   *
000344*               FOR THE KEYS THAT NEED APPROVAL)                *
000360*                                                                *
000370* CONDITION CODES: 0 ALL ACTIONS APPLIED, 4 ONE OR MORE CARDS   *
000380* REJECTED, 12 PARAMETER OR HISTORY FILE UNAVAILABLE.           *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PARM-KEY
000520         FILE STATUS IS PU100-PARM-FILE-STATUS.
000521     SELECT PARMPEND ASSIGN TO PARMPEND
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS PP-KEY
000525         FILE STATUS IS PU100-PEND-FILE-STATUS.
000530     SELECT PARMLOG  ASSIGN TO PARMLOG
000540         ORGANIZATION IS SEQUENTIAL.
000542     SELECT PARMHIST ASSIGN TO PARMHIST
000544         ORGANIZATION IS SEQUENTIAL
000546         FILE STATUS IS PU100-HIST-FILE-STATUS.
000550     SELECT PARMRPT  ASSIGN TO PARMRPT
000560         ORGANIZATION IS SEQUENTIAL.
000570
000630     05  CTL-VERB                PIC X(04).
000640         88  CTL-SET-VERB        VALUE 'SET '.
000650         88  CTL-LIST-VERB       VALUE 'LIST'.
000652         88  CTL-APPROVE-VERB    VALUE 'APPR'.
000654         88  CTL-REJECT-VERB     VALUE 'REJ '.
000660     05  FILLER                  PIC X(01).
000670     05  CTL-KEY                 PIC X(08).
000672         88  CTL-SENSITIVE-KEY   VALUE 'RUNID   ' 'CYCLE   '
000674                                       'EXTRDATE' 'DUPLKBK '
000676                                       'XMITOVRD' 'SUSPWOFF'
000678                                       'SUSPACCT'.
000680     05  FILLER                  PIC X(01).
000690     05  CTL-VALUE               PIC X(16).
000700     05  FILLER                  PIC X(01).
000730
000740 FD  PARMFILE.
000750     COPY PARMREC.
000752
000754 FD  PARMPEND.
000756     COPY PARMPND.
000760
000770 FD  PARMLOG
000780     RECORDING MODE IS F.
000840     05  PLOG-DATE               PIC 9(06).
000850     05  PLOG-TIME               PIC 9(08).
000860     05  FILLER                  PIC X(08).
000862
000864 FD  PARMHIST
000866     RECORDING MODE IS F.
000868     COPY PARMHST.
000870
000880 FD  PARMRPT
000890     RECORDING MODE IS F.
000990         88  PU100-VALUE-VALID   VALUE 'Y'.
001000     05  PU100-EXISTS-SW         PIC X(01).
001010         88  PU100-KEY-EXISTS    VALUE 'Y'.
001011     05  PU100-PARM-OPEN-SW      PIC X(01)  VALUE 'N'.
001012         88  PU100-PARM-OPEN     VALUE 'Y'.
001013     05  PU100-PEND-EOF-SW       PIC X(01)  VALUE 'N'.
001014         88  PU100-PEND-EOF      VALUE 'Y'.
001015     05  PU100-PEND-OPEN-SW      PIC X(01)  VALUE 'N'.
001016         88  PU100-PEND-OPEN     VALUE 'Y'.
001017     05  PU100-HIST-OPEN-SW      PIC X(01)  VALUE 'N'.
001018         88  PU100-HIST-OPEN     VALUE 'Y'.
001019     05  PU100-PEND-FOUND-SW     PIC X(01).
001020         88  PU100-PEND-FOUND    VALUE 'Y'.
001021     05  PU100-APPLIED-SW        PIC X(01).
001022         88  PU100-VALUE-APPLIED VALUE 'Y'.
001023
001030 01  PU100-COUNTERS.
001040     05  PU100-SET-COUNT         PIC 9(05)  COMP  VALUE ZERO.
001050     05  PU100-REJECT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
001052     05  PU100-HELD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001054     05  PU100-APPROVED-COUNT    PIC 9(05)  COMP  VALUE ZERO.
001056     05  PU100-REFUSED-COUNT     PIC 9(05)  COMP  VALUE ZERO.
001058     05  PU100-EXPIRED-COUNT     PIC 9(05)  COMP  VALUE ZERO.
001060     05  PU100-MONTH-SUB         PIC 9(02)  COMP.
001070
001080 01  PU100-PARM-FILE-STATUS      PIC X(02).
001082 01  PU100-PEND-FILE-STATUS      PIC X(02).
001084 01  PU100-HIST-FILE-STATUS      PIC X(02).
001090
001100 01  PU100-RUN-DATE              PIC 9(06).
001110 01  PU100-RUN-TIME              PIC 9(08).
001111*    THIS RUN'S DATE AND TIME AS ONE STAMP, SO ONE COMPARE ORDERS
001112*    IT AGAINST A PENDING CHANGE'S REQUEST AND EXPIRY STAMPS.
001113 01  PU100-NOW-STAMP.
001114     05  PU100-NOW-DATE          PIC 9(06).
001115     05  PU100-NOW-TIME          PIC 9(08).
001116*    DAYS A PENDING CHANGE WAITS FOR APPROVAL (KEY APPRDAYS).
001117 01  PU100-APPR-DAYS             PIC 9(02).
001118 01  PU100-MONTH-LIMIT           PIC 9(02).
001120 01  PU100-OLD-VALUE             PIC X(16).
001130 01  PU100-REJECT-REASON         PIC X(30).
001140
001270
001280 01  PU100-CYCLE-WORK REDEFINES PU100-VALUE-WORK.
001290     05  PU100-YW-CYCLE          PIC X(02).
001292     05  FILLER                  PIC X(14).
001294
001296 01  PU100-DAYS-WORK REDEFINES PU100-VALUE-WORK.
001298     05  PU100-AW-DAYS           PIC X(02).
001300     05  FILLER                  PIC X(14).
001301
001302 01  PU100-XMIT-WORK REDEFINES PU100-VALUE-WORK.
001303     05  PU100-XW-DATE           PIC X(06).
001304     05  PU100-XW-CYCLE          PIC X(02).
001305     05  FILLER                  PIC X(08).
001306
001307 01  PU100-CCY-WORK REDEFINES PU100-VALUE-WORK.
001308     05  PU100-CCW-CODE.
001309         10  PU100-CCW-CHAR-1    PIC X(01).
001310         10  PU100-CCW-CHAR-2    PIC X(01).
001311         10  PU100-CCW-CHAR-3    PIC X(01).
001312     05  PU100-CCW-REST          PIC X(13).
001313
001320 01  PU100-DATE-WORK.
001330     05  PU100-DW-YY             PIC 9(02).
001340     05  PU100-DW-MM             PIC 9(02).
001680     05  PU100-REJ-REASON        PIC X(30).
001690     05  FILLER                  PIC X(12) VALUE SPACE.
001700
001701 01  PU100-ACTION-LINE.
001702     05  FILLER                  PIC X(01) VALUE SPACE.
001703     05  PU100-ACT-TEXT          PIC X(09).
001704     05  PU100-ACT-KEY           PIC X(08).
001705     05  FILLER                  PIC X(05) VALUE ' OLD '.
001706     05  PU100-ACT-OLD           PIC X(16).
001707     05  FILLER                  PIC X(05) VALUE ' NEW '.
001708     05  PU100-ACT-NEW           PIC X(16).
001709     05  FILLER                  PIC X(04) VALUE ' BY '.
001710     05  PU100-ACT-USER          PIC X(08).
001711     05  FILLER                  PIC X(08) VALUE SPACE.
001712
001713 01  PU100-REQUEST-LINE.
001714     05  FILLER                  PIC X(10) VALUE SPACE.
001715     05  FILLER                  PIC X(09) VALUE 'ASKED BY '.
001716     05  PU100-REQ-USER          PIC X(08).
001717     05  FILLER                  PIC X(01) VALUE SPACE.
001718     05  PU100-REQ-DATE          PIC 9(06).
001719     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  PU100-REQ-TIME          PIC 9(08).
001721     05  FILLER                  PIC X(10) VALUE '  EXPIRES '.
001722     05  PU100-REQ-EXP-DATE      PIC 9(06).
001723     05  FILLER                  PIC X(01) VALUE SPACE.
001724     05  PU100-REQ-EXP-TIME      PIC 9(08).
001725     05  FILLER                  PIC X(12) VALUE SPACE.
001726
001727 01  PU100-LIST-LINE.
001728     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  PU100-LST-KEY           PIC X(08).
001740     05  FILLER                  PIC X(07) VALUE ' VALUE '.
001750     05  PU100-LST-VALUE         PIC X(16).
001930     05  PU100-RPT-REJ-COUNT     PIC ZZZZ9.
001940     05  FILLER                  PIC X(47) VALUE SPACE.
001950
001951 01  PU100-TRAILER-3.
001952     05  FILLER                  PIC X(28) VALUE
001953         'CHANGES HELD PENDING:       '.
001954     05  PU100-RPT-HELD-COUNT    PIC ZZZZ9.
001955     05  FILLER                  PIC X(47) VALUE SPACE.
001956
001957 01  PU100-TRAILER-4.
001958     05  FILLER                  PIC X(28) VALUE
001959         'PENDING CHANGES APPROVED:   '.
001960     05  PU100-RPT-APPR-COUNT    PIC ZZZZ9.
001961     05  FILLER                  PIC X(47) VALUE SPACE.
001962
001963 01  PU100-TRAILER-5.
001964     05  FILLER                  PIC X(28) VALUE
001965         'PENDING CHANGES REJECTED:   '.
001966     05  PU100-RPT-REFUSED-COUNT PIC ZZZZ9.
001967     05  FILLER                  PIC X(47) VALUE SPACE.
001968
001969 01  PU100-TRAILER-6.
001970     05  FILLER                  PIC X(28) VALUE
001971         'PENDING CHANGES EXPIRED:    '.
001972     05  PU100-RPT-EXP-COUNT     PIC ZZZZ9.
001973     05  FILLER                  PIC X(47) VALUE SPACE.
001974
001975 PROCEDURE DIVISION.
001976******************************************************************
001980* 0000-MAINLINE - JOB CONTROL PARAGRAPH                          *
001990******************************************************************
002000 0000-MAINLINE.
002120
002130******************************************************************
002140* 1000-INITIALIZE - OPEN FILES (CREATING THE PARAMETER FILE ON   *
002145*                   FIRST USE), WRITE THE HEADING, EXPIRE THE    *
002150*                   PENDING CHANGES PAST THEIR TIME, PRIME THE   *
002160*                   CARD READ                                    *
002170******************************************************************
002180 1000-INITIALIZE.
002190     ACCEPT PU100-RUN-DATE FROM DATE.
002200     ACCEPT PU100-RUN-TIME FROM TIME.
002202     MOVE PU100-RUN-DATE TO PU100-NOW-DATE.
002204     MOVE PU100-RUN-TIME TO PU100-NOW-TIME.
002210
002220     OPEN OUTPUT PARMRPT.
002230     OPEN EXTEND PARMLOG.
002400         GO TO 1000-EXIT
002410     END-IF.
002420
002425     MOVE 'Y' TO PU100-PARM-OPEN-SW.
002430     OPEN INPUT PARMCTL.
002431     OPEN EXTEND PARMHIST.
002432
002433     IF PU100-HIST-FILE-STATUS NOT = '00'
002434         DISPLAY 'PU100 - PARAMETER HISTORY FILE UNAVAILABLE, '
002435             'STATUS '
002436             PU100-HIST-FILE-STATUS ' - NO CARDS APPLIED'
002437         MOVE 'Y' TO PU100-EOF-SW
002438         MOVE 12 TO RETURN-CODE
002439         GO TO 1000-EXIT
002440     END-IF.
002441
002442     MOVE 'Y' TO PU100-HIST-OPEN-SW.
002443     OPEN I-O PARMPEND.
002444
002445     IF PU100-PEND-FILE-STATUS = '35'
002446         OPEN OUTPUT PARMPEND
002447         CLOSE PARMPEND
002448         OPEN I-O PARMPEND
002449     END-IF.
002450
002451     IF PU100-PEND-FILE-STATUS = '00'
002452         MOVE 'Y' TO PU100-PEND-OPEN-SW
002453     ELSE
002454         DISPLAY 'PU100 - PENDING-CHANGE FILE UNAVAILABLE, '
002455             'STATUS '
002456             PU100-PEND-FILE-STATUS ' - KEYS NEEDING APPROVAL'
002457             ' CANNOT BE CHANGED'
002458     END-IF.
002459
002460     PERFORM 1100-GET-APPROVAL-DAYS
002461         THRU 1100-EXIT.
002462
002463     IF PU100-PEND-OPEN
002464         PERFORM 1200-EXPIRE-PENDING
002465             THRU 1200-EXIT
002466     END-IF.
002467
002468     PERFORM 5000-READ-CARD
002469         THRU 5000-EXIT.
002470
002480 1000-EXIT.
002481     EXIT.
002482
002483******************************************************************
002484* 1100-GET-APPROVAL-DAYS - HOW MANY DAYS A PENDING CHANGE WAITS  *
002485*                          FOR APPROVAL: PARAMETER APPRDAYS,     *
002486*                          ONE DAY WHEN IT IS NOT SET            *
002487******************************************************************
002488 1100-GET-APPROVAL-DAYS.
002489     MOVE 1 TO PU100-APPR-DAYS.
002490     MOVE 'APPRDAYS' TO PARM-KEY.
002491
002492     READ PARMFILE
002493         INVALID KEY
002494             GO TO 1100-EXIT
002495     END-READ.
002496
002497     MOVE PARM-VALUE TO PU100-VALUE-WORK.
002498
002499     IF PU100-AW-DAYS NUMERIC
002500         AND PU100-AW-DAYS NOT = '00'
002501         MOVE PU100-AW-DAYS TO PU100-APPR-DAYS
002502     END-IF.
002503
002504 1100-EXIT.
002505     EXIT.
002506
002507******************************************************************
002508* 1200-EXPIRE-PENDING - REMOVE EVERY PENDING CHANGE WHOSE EXPIRY *
002509*                       STAMP HAS PASSED                         *
002510******************************************************************
002511 1200-EXPIRE-PENDING.
002512     MOVE LOW-VALUES TO PP-KEY.
002513     MOVE 'N' TO PU100-PEND-EOF-SW.
002514
002515     START PARMPEND KEY NOT LESS THAN PP-KEY
002516         INVALID KEY
002517             MOVE 'Y' TO PU100-PEND-EOF-SW
002518     END-START.
002519
002520     PERFORM 1210-EXPIRE-ONE
002521         THRU 1210-EXIT
002522         UNTIL PU100-PEND-EOF.
002523
002524 1200-EXIT.
002525     EXIT.
002526
002527******************************************************************
002528* 1210-EXPIRE-ONE - EXPIRE ONE PENDING CHANGE IF ITS TIME IS UP  *
002529******************************************************************
002530 1210-EXPIRE-ONE.
002531     READ PARMPEND NEXT RECORD
002532         AT END
002533             MOVE 'Y' TO PU100-PEND-EOF-SW
002534             GO TO 1210-EXIT
002535     END-READ.
002536
002537     IF PP-EXPIRE-STAMP GREATER THAN PU100-NOW-STAMP
002538         GO TO 1210-EXIT
002539     END-IF.
002540
002541     DELETE PARMPEND RECORD
002542         INVALID KEY
002543             DISPLAY 'PU100 - EXPIRED CHANGE NOT REMOVED, KEY '
002544                 PP-KEY ' STATUS ' PU100-PEND-FILE-STATUS
002545             GO TO 1210-EXIT
002546     END-DELETE.
002547
002548     MOVE SPACES          TO PH-RECORD.
002549     MOVE 'E'             TO PH-ACTION.
002550     MOVE 'PARMUPDT'      TO PH-USER.
002551     PERFORM 3700-WRITE-HISTORY
002552         THRU 3700-EXIT.
002553
002554     MOVE 'EXPIRED'       TO PU100-ACT-TEXT.
002555     MOVE 'PARMUPDT'      TO PU100-ACT-USER.
002556     PERFORM 3750-WRITE-ACTION
002557         THRU 3750-EXIT.
002558
002559     ADD 1 TO PU100-EXPIRED-COUNT.
002560
002561 1210-EXIT.
002562     EXIT.
002563
002564******************************************************************
002565* 2000-APPLY-ONE-CARD - DISPATCH ONE CONTROL CARD                *
002566******************************************************************
002567 2000-APPLY-ONE-CARD.
002568     EVALUATE TRUE
002569         WHEN CTL-SET-VERB
002570             PERFORM 3000-SET-PARAMETER
002580                 THRU 3000-EXIT
002590         WHEN CTL-LIST-VERB
002600             PERFORM 4000-LIST-PARAMETERS
002610                 THRU 4000-EXIT
002611         WHEN CTL-APPROVE-VERB
002612             PERFORM 3500-APPROVE-CHANGE
002613                 THRU 3500-EXIT
002614         WHEN CTL-REJECT-VERB
002615             PERFORM 3600-REJECT-CHANGE
002616                 THRU 3600-EXIT
002620         WHEN OTHER
002630             MOVE CTL-KEY   TO PU100-REJ-KEY
002640             MOVE CTL-VALUE TO PU100-REJ-VALUE
002760
002770******************************************************************
002780* 3000-SET-PARAMETER - VALIDATE THE VALUE FOR ITS KEY, APPLY     *
002785*                      THE CHANGE (OR HOLD IT FOR APPROVAL), AND *
002790*                      LOG WHO CHANGED WHAT                      *
002800******************************************************************
002810 3000-SET-PARAMETER.
002820     PERFORM 3100-VALIDATE-VALUE
002910         GO TO 3000-EXIT
002920     END-IF.
002930
002931     IF CTL-SENSITIVE-KEY
002932         PERFORM 3400-HOLD-CHANGE
002933             THRU 3400-EXIT
002934         GO TO 3000-EXIT
002935     END-IF.
002936
002937     PERFORM 3050-APPLY-VALUE
002938         THRU 3050-EXIT.
002939
002940     IF NOT PU100-VALUE-APPLIED
002941         GO TO 3000-EXIT
002942     END-IF.
002943
002944     MOVE SPACES          TO PH-RECORD.
002945     MOVE 'S'             TO PH-ACTION.
002946     MOVE CTL-KEY         TO PH-KEY.
002947     MOVE PU100-OLD-VALUE TO PH-OLD-VALUE.
002948     MOVE CTL-VALUE       TO PH-NEW-VALUE.
002949     MOVE CTL-USER        TO PH-USER
002950                             PH-REQ-USER.
002951     MOVE PU100-RUN-DATE  TO PH-REQ-DATE.
002952     MOVE PU100-RUN-TIME  TO PH-REQ-TIME.
002953     PERFORM 3700-WRITE-HISTORY
002954         THRU 3700-EXIT.
002955
002956     MOVE CTL-KEY         TO PU100-SET-KEY.
002957     MOVE PU100-OLD-VALUE TO PU100-SET-OLD.
002958     MOVE CTL-VALUE       TO PU100-SET-NEW.
002959     MOVE CTL-USER        TO PU100-SET-USER.
002960     MOVE PU100-SET-LINE  TO PARM-REPORT-LINE.
002961     WRITE PARM-REPORT-LINE.
002962
002963     ADD 1 TO PU100-SET-COUNT.
002964
002965 3000-EXIT.
002966     EXIT.
002967
002968******************************************************************
002969* 3050-APPLY-VALUE - WRITE THE CARD'S VALUE TO THE PARAMETER     *
002970*                    FILE AND THE CHANGE LOG, KEEPING THE VALUE  *
002971*                    IT REPLACES                                 *
002972******************************************************************
002973 3050-APPLY-VALUE.
002974     MOVE 'N' TO PU100-APPLIED-SW.
002975     MOVE CTL-KEY TO PARM-KEY.
002976     MOVE 'N' TO PU100-EXISTS-SW.
002977
002978     READ PARMFILE
002980         INVALID KEY
002990             MOVE SPACES TO PU100-OLD-VALUE
003000         NOT INVALID KEY
003190         DISPLAY 'PU100 - PARAMETER WRITE FAILED, KEY '
003200             CTL-KEY ' STATUS ' PU100-PARM-FILE-STATUS
003210         MOVE 12 TO RETURN-CODE
003220         GO TO 3050-EXIT
003230     END-IF.
003240
003250     MOVE SPACES TO PLOG-RECORD.
003310     MOVE PU100-RUN-TIME  TO PLOG-TIME.
003320     WRITE PLOG-RECORD.
003330
003340     MOVE 'Y' TO PU100-APPLIED-SW.
003400
003410 3050-EXIT.
003440     EXIT.
003450
003460******************************************************************
003830                 MOVE 'LOOKBACK NOT 000 THRU 999'
003840                     TO PU100-REJECT-REASON
003850             END-IF
003851         WHEN 'SUSPWOFF'
003852             IF PU100-CW-INTERVAL NOT NUMERIC
003853                 MOVE 'N' TO PU100-VALID-SW
003854                 MOVE 'THRESHOLD NOT 000 THRU 999'
003855                     TO PU100-REJECT-REASON
003856             END-IF
003860         WHEN 'CYCLE   '
003870             IF PU100-YW-CYCLE NOT NUMERIC
003880                 OR PU100-YW-CYCLE = '00'
003890                 MOVE 'N' TO PU100-VALID-SW
003900                 MOVE 'CYCLE NOT 01 THRU 99'
003901                     TO PU100-REJECT-REASON
003902             END-IF
003903         WHEN 'APPRDAYS'
003904             IF PU100-AW-DAYS NOT NUMERIC
003905                 OR PU100-AW-DAYS = '00'
003906                 MOVE 'N' TO PU100-VALID-SW
003907                 MOVE 'APPROVAL DAYS NOT 01 THRU 99'
003910                     TO PU100-REJECT-REASON
003920             END-IF
003921         WHEN 'XMITOVRD'
003922             IF PU100-VW-LEAD NOT = SPACES
003923                 PERFORM 3300-CHECK-OVERRIDE
003924                     THRU 3300-EXIT
003925             END-IF
003930         WHEN 'INQBATCH'
003940             IF PU100-VW-LEAD = SPACES
003950                 MOVE 'N' TO PU100-VALID-SW
003960                 MOVE 'BATCH ID MISSING'
003970                     TO PU100-REJECT-REASON
003980             END-IF
003981         WHEN 'SUSPACCT'
003982             IF PU100-VW-LEAD = SPACES
003983                 MOVE 'N' TO PU100-VALID-SW
003984                 MOVE 'ACCOUNT CODE MISSING'
003985                     TO PU100-REJECT-REASON
003986             END-IF
003987         WHEN 'ACCTMTD '
003988             IF CTL-VALUE NOT = 'Y'
003989                 AND CTL-VALUE NOT = 'N'
003990                 MOVE 'N' TO PU100-VALID-SW
003991                 MOVE 'MONTH-TO-DATE FLAG NOT Y OR N'
003992                     TO PU100-REJECT-REASON
003993             END-IF
003994         WHEN 'BASECCY '
003995             IF PU100-CCW-CODE NOT ALPHABETIC-UPPER
003996                 OR PU100-CCW-CHAR-1 = SPACE
003997                 OR PU100-CCW-CHAR-2 = SPACE
003998                 OR PU100-CCW-CHAR-3 = SPACE
003999                 OR PU100-CCW-REST NOT = SPACES
004000                 MOVE 'N' TO PU100-VALID-SW
004001                 MOVE 'CURRENCY NOT THREE LETTERS'
004002                     TO PU100-REJECT-REASON
004003             END-IF
004004         WHEN OTHER
004005             MOVE 'N' TO PU100-VALID-SW
004010             MOVE 'UNKNOWN PARAMETER KEY'
004020                 TO PU100-REJECT-REASON
004030     END-EVALUATE.
004570     END-IF.
004580
004590 3200-EXIT.
004591     EXIT.
004592
004593******************************************************************
004594* 3300-CHECK-OVERRIDE - A GL RE-EXTRACT OVERRIDE NAMES ONE RUN:  *
004595*                       A REAL YYMMDD RUN DATE FOLLOWED BY A     *
004596*                       CYCLE 01 THRU 99                         *
004597******************************************************************
004598 3300-CHECK-OVERRIDE.
004599     PERFORM 3200-CHECK-DATE
004600         THRU 3200-EXIT.
004601
004602     IF NOT PU100-VALUE-VALID
004603         GO TO 3300-EXIT
004604     END-IF.
004605
004606     IF PU100-XW-CYCLE NOT NUMERIC
004607         OR PU100-XW-CYCLE = '00'
004608         MOVE 'N' TO PU100-VALID-SW
004609         MOVE 'OVERRIDE CYCLE NOT 01 THRU 99'
004610             TO PU100-REJECT-REASON
004611     END-IF.
004612
004613 3300-EXIT.
004614     EXIT.
004615
004620******************************************************************
004621* 3400-HOLD-CHANGE - A KEY THAT NEEDS APPROVAL: HOLD THE CHANGE  *
004622*                    ON THE PENDING-CHANGE FILE, LEAVING THE     *
004623*                    VALUE IN FORCE ALONE                        *
004624******************************************************************
004625 3400-HOLD-CHANGE.
004626     IF NOT PU100-PEND-OPEN
004627         MOVE 'PENDING FILE UNAVAILABLE' TO PU100-REJECT-REASON
004628         PERFORM 3950-REJECT-CARD
004629             THRU 3950-EXIT
004630         GO TO 3400-EXIT
004631     END-IF.
004632
004633     IF CTL-USER = SPACES
004634         MOVE 'USER ID MISSING' TO PU100-REJECT-REASON
004635         PERFORM 3950-REJECT-CARD
004636             THRU 3950-EXIT
004637         GO TO 3400-EXIT
004638     END-IF.
004639
004640     PERFORM 3800-READ-PENDING
004641         THRU 3800-EXIT.
004642
004643     IF PU100-PEND-FOUND
004644         MOVE 'CHANGE ALREADY PENDING' TO PU100-REJECT-REASON
004645         PERFORM 3950-REJECT-CARD
004646             THRU 3950-EXIT
004647         GO TO 3400-EXIT
004648     END-IF.
004649
004650     MOVE CTL-KEY TO PARM-KEY.
004651
004652     READ PARMFILE
004653         INVALID KEY
004654             MOVE SPACES TO PU100-OLD-VALUE
004655         NOT INVALID KEY
004656             MOVE PARM-VALUE TO PU100-OLD-VALUE
004657     END-READ.
004658
004659     IF CTL-VALUE = PU100-OLD-VALUE
004660         MOVE 'VALUE ALREADY IN FORCE' TO PU100-REJECT-REASON
004661         PERFORM 3950-REJECT-CARD
004662             THRU 3950-EXIT
004663         GO TO 3400-EXIT
004664     END-IF.
004665
004666     MOVE PU100-RUN-DATE TO PU100-DATE-WORK.
004667     PERFORM 3850-FORWARD-ONE-DAY
004668         THRU 3850-EXIT
004669         PU100-APPR-DAYS TIMES.
004670
004671     MOVE SPACES          TO PP-RECORD.
004672     MOVE CTL-KEY         TO PP-KEY.
004673     MOVE PU100-OLD-VALUE TO PP-OLD-VALUE.
004674     MOVE CTL-VALUE       TO PP-NEW-VALUE.
004675     MOVE CTL-USER        TO PP-REQ-USER.
004676     MOVE PU100-RUN-DATE  TO PP-REQ-DATE.
004677     MOVE PU100-RUN-TIME  TO PP-REQ-TIME.
004678     MOVE PU100-DATE-WORK TO PP-EXPIRE-DATE.
004679     MOVE PU100-RUN-TIME  TO PP-EXPIRE-TIME.
004680
004681     WRITE PP-RECORD
004682         INVALID KEY
004683             DISPLAY 'PU100 - PENDING CHANGE WRITE FAILED, KEY '
004684                 CTL-KEY ' STATUS ' PU100-PEND-FILE-STATUS
004685             MOVE 12 TO RETURN-CODE
004686             GO TO 3400-EXIT
004687     END-WRITE.
004688
004689     MOVE SPACES          TO PH-RECORD.
004690     MOVE 'P'             TO PH-ACTION.
004691     MOVE CTL-USER        TO PH-USER.
004692     PERFORM 3700-WRITE-HISTORY
004693         THRU 3700-EXIT.
004694
004695     MOVE 'PENDING'       TO PU100-ACT-TEXT.
004696     MOVE CTL-USER        TO PU100-ACT-USER.
004697     PERFORM 3750-WRITE-ACTION
004698         THRU 3750-EXIT.
004699
004700     ADD 1 TO PU100-HELD-COUNT.
004701
004702 3400-EXIT.
004703     EXIT.
004704
004705******************************************************************
004706* 3500-APPROVE-CHANGE - APPLY A PENDING CHANGE ONCE A SECOND,    *
004707*                       DIFFERENT USER APPROVES IT IN A LATER    *
004708*                       RUN, QUOTING THE VALUE PENDING           *
004709******************************************************************
004710 3500-APPROVE-CHANGE.
004711     PERFORM 3550-CHECK-PENDING-CARD
004712         THRU 3550-EXIT.
004713
004714     IF NOT PU100-VALUE-VALID
004715         GO TO 3500-EXIT
004716     END-IF.
004717
004718     IF CTL-VALUE NOT = PP-NEW-VALUE
004719         MOVE 'VALUE DIFFERS FROM PENDING' TO PU100-REJECT-REASON
004720         PERFORM 3950-REJECT-CARD
004721             THRU 3950-EXIT
004722         GO TO 3500-EXIT
004723     END-IF.
004724
004725     IF CTL-USER = PP-REQ-USER
004726         MOVE 'APPROVER SAME AS REQUESTER' TO PU100-REJECT-REASON
004727         PERFORM 3950-REJECT-CARD
004728             THRU 3950-EXIT
004729         GO TO 3500-EXIT
004730     END-IF.
004731
004732     IF PP-REQ-STAMP = PU100-NOW-STAMP
004733         MOVE 'APPROVAL MUST BE IN LATER RUN'
004734             TO PU100-REJECT-REASON
004735         PERFORM 3950-REJECT-CARD
004736             THRU 3950-EXIT
004737         GO TO 3500-EXIT
004738     END-IF.
004739
004740     PERFORM 3050-APPLY-VALUE
004741         THRU 3050-EXIT.
004742
004743     IF NOT PU100-VALUE-APPLIED
004744         GO TO 3500-EXIT
004745     END-IF.
004746
004747     DELETE PARMPEND RECORD
004748         INVALID KEY
004749             DISPLAY 'PU100 - APPROVED CHANGE NOT REMOVED, KEY '
004750                 PP-KEY ' STATUS ' PU100-PEND-FILE-STATUS
004751             MOVE 12 TO RETURN-CODE
004752     END-DELETE.
004753
004754     MOVE SPACES          TO PH-RECORD.
004755     MOVE 'A'             TO PH-ACTION.
004756     MOVE CTL-USER        TO PH-USER.
004757     PERFORM 3700-WRITE-HISTORY
004758         THRU 3700-EXIT.
004759
004760     MOVE 'APPROVED'      TO PU100-ACT-TEXT.
004761     MOVE CTL-USER        TO PU100-ACT-USER.
004762     PERFORM 3750-WRITE-ACTION
004763         THRU 3750-EXIT.
004764
004765     ADD 1 TO PU100-SET-COUNT.
004766     ADD 1 TO PU100-APPROVED-COUNT.
004767
004768 3500-EXIT.
004769     EXIT.
004770
004771******************************************************************
004772* 3550-CHECK-PENDING-CARD - AN APPR OR REJ CARD NEEDS A USER ID  *
004773*                           AND A CHANGE PENDING FOR ITS KEY     *
004774******************************************************************
004775 3550-CHECK-PENDING-CARD.
004776     MOVE 'N' TO PU100-VALID-SW.
004777
004778     IF NOT PU100-PEND-OPEN
004779         MOVE 'PENDING FILE UNAVAILABLE' TO PU100-REJECT-REASON
004780         PERFORM 3950-REJECT-CARD
004781             THRU 3950-EXIT
004782         GO TO 3550-EXIT
004783     END-IF.
004784
004785     IF CTL-USER = SPACES
004786         MOVE 'USER ID MISSING' TO PU100-REJECT-REASON
004787         PERFORM 3950-REJECT-CARD
004788             THRU 3950-EXIT
004789         GO TO 3550-EXIT
004790     END-IF.
004791
004792     PERFORM 3800-READ-PENDING
004793         THRU 3800-EXIT.
004794
004795     IF NOT PU100-PEND-FOUND
004796         MOVE 'NO CHANGE PENDING FOR KEY' TO PU100-REJECT-REASON
004797         PERFORM 3950-REJECT-CARD
004798             THRU 3950-EXIT
004799         GO TO 3550-EXIT
004800     END-IF.
004801
004802     MOVE 'Y' TO PU100-VALID-SW.
004803
004804 3550-EXIT.
004805     EXIT.
004806
004807******************************************************************
004808* 3600-REJECT-CHANGE - DROP A PENDING CHANGE UNAPPLIED.  ANYONE  *
004809*                      MAY REJECT, THE REQUESTER INCLUDED        *
004810******************************************************************
004811 3600-REJECT-CHANGE.
004812     PERFORM 3550-CHECK-PENDING-CARD
004813         THRU 3550-EXIT.
004814
004815     IF NOT PU100-VALUE-VALID
004816         GO TO 3600-EXIT
004817     END-IF.
004818
004819     IF CTL-VALUE NOT = SPACES
004820         AND CTL-VALUE NOT = PP-NEW-VALUE
004821         MOVE 'VALUE DIFFERS FROM PENDING' TO PU100-REJECT-REASON
004822         PERFORM 3950-REJECT-CARD
004823             THRU 3950-EXIT
004824         GO TO 3600-EXIT
004825     END-IF.
004826
004827     DELETE PARMPEND RECORD
004828         INVALID KEY
004829             DISPLAY 'PU100 - REJECTED CHANGE NOT REMOVED, KEY '
004830                 PP-KEY ' STATUS ' PU100-PEND-FILE-STATUS
004831             MOVE 12 TO RETURN-CODE
004832             GO TO 3600-EXIT
004833     END-DELETE.
004834
004835     MOVE SPACES          TO PH-RECORD.
004836     MOVE 'R'             TO PH-ACTION.
004837     MOVE CTL-USER        TO PH-USER.
004838     PERFORM 3700-WRITE-HISTORY
004839         THRU 3700-EXIT.
004840
004841     MOVE 'REJECTED'      TO PU100-ACT-TEXT.
004842     MOVE CTL-USER        TO PU100-ACT-USER.
004843     PERFORM 3750-WRITE-ACTION
004844         THRU 3750-EXIT.
004845
004846     ADD 1 TO PU100-REFUSED-COUNT.
004847
004848 3600-EXIT.
004849     EXIT.
004850
004851******************************************************************
004852* 3700-WRITE-HISTORY - WRITE ONE PARAMETER HISTORY RECORD.  THE  *
004853*                      CALLER SETS THE ACTION AND WHO ACTED; FOR *
004854*                      A PENDING CHANGE THE KEY, VALUES AND      *
004855*                      REQUEST COME FROM THE PENDING RECORD      *
004856******************************************************************
004857 3700-WRITE-HISTORY.
004858     IF NOT PH-SET-APPLIED
004859         MOVE PP-KEY       TO PH-KEY
004860         MOVE PP-OLD-VALUE TO PH-OLD-VALUE
004861         MOVE PP-NEW-VALUE TO PH-NEW-VALUE
004862         MOVE PP-REQ-USER  TO PH-REQ-USER
004863         MOVE PP-REQ-DATE  TO PH-REQ-DATE
004864         MOVE PP-REQ-TIME  TO PH-REQ-TIME
004865     END-IF.
004866
004867     IF PH-APPROVED
004868         MOVE PU100-OLD-VALUE TO PH-OLD-VALUE
004869     END-IF.
004870
004871     MOVE PU100-RUN-DATE TO PH-DATE.
004872     MOVE PU100-RUN-TIME TO PH-TIME.
004873
004874     WRITE PH-RECORD.
004875
004876     IF PU100-HIST-FILE-STATUS NOT = '00'
004877         DISPLAY 'PU100 - PARAMETER HISTORY WRITE FAILED, KEY '
004878             PH-KEY ' STATUS ' PU100-HIST-FILE-STATUS
004879         MOVE 12 TO RETURN-CODE
004880     END-IF.
004881
004882 3700-EXIT.
004883     EXIT.
004884
004885******************************************************************
004886* 3750-WRITE-ACTION - REPORT WHAT BECAME OF ONE PENDING CHANGE,  *
004887*                     WITH WHO ASKED FOR IT AND WHEN IT EXPIRES  *
004888******************************************************************
004889 3750-WRITE-ACTION.
004890     MOVE PP-KEY          TO PU100-ACT-KEY.
004891     MOVE PP-OLD-VALUE    TO PU100-ACT-OLD.
004892     MOVE PP-NEW-VALUE    TO PU100-ACT-NEW.
004893     MOVE PU100-ACTION-LINE TO PARM-REPORT-LINE.
004894     WRITE PARM-REPORT-LINE.
004895
004896     MOVE PP-REQ-USER     TO PU100-REQ-USER.
004897     MOVE PP-REQ-DATE     TO PU100-REQ-DATE.
004898     MOVE PP-REQ-TIME     TO PU100-REQ-TIME.
004899     MOVE PP-EXPIRE-DATE  TO PU100-REQ-EXP-DATE.
004900     MOVE PP-EXPIRE-TIME  TO PU100-REQ-EXP-TIME.
004901     MOVE PU100-REQUEST-LINE TO PARM-REPORT-LINE.
004902     WRITE PARM-REPORT-LINE.
004903
004904 3750-EXIT.
004905     EXIT.
004906
004907******************************************************************
004908* 3800-READ-PENDING - LOOK FOR A CHANGE PENDING FOR THE CARD'S   *
004909*                     KEY                                        *
004910******************************************************************
004911 3800-READ-PENDING.
004912     MOVE CTL-KEY TO PP-KEY.
004913     MOVE 'Y' TO PU100-PEND-FOUND-SW.
004914
004915     READ PARMPEND
004916         INVALID KEY
004917             MOVE 'N' TO PU100-PEND-FOUND-SW
004918     END-READ.
004919
004920 3800-EXIT.
004921     EXIT.
004922
004923******************************************************************
004924* 3850-FORWARD-ONE-DAY - STEP THE WORK DATE FORWARD ONE CALENDAR *
004925*                        DAY                                     *
004926******************************************************************
004927 3850-FORWARD-ONE-DAY.
004928     MOVE PU100-DW-MM TO PU100-MONTH-SUB.
004929
004930     DIVIDE PU100-DW-YY BY 4
004931         GIVING PU100-LEAP-QUOTIENT
004932         REMAINDER PU100-LEAP-REMAINDER.
004933
004934     IF PU100-DW-MM = 2
004935         AND PU100-LEAP-REMAINDER = 0
004936         MOVE 29 TO PU100-MONTH-LIMIT
004937     ELSE
004938         MOVE PU100-DAYS-IN-MONTH (PU100-MONTH-SUB)
004939             TO PU100-MONTH-LIMIT
004940     END-IF.
004941
004942     IF PU100-DW-DD LESS THAN PU100-MONTH-LIMIT
004943         ADD 1 TO PU100-DW-DD
004944         GO TO 3850-EXIT
004945     END-IF.
004946
004947     MOVE 1 TO PU100-DW-DD.
004948
004949     IF PU100-DW-MM LESS THAN 12
004950         ADD 1 TO PU100-DW-MM
004951     ELSE
004952         MOVE 1 TO PU100-DW-MM
004953         IF PU100-DW-YY = 99
004954             MOVE ZERO TO PU100-DW-YY
004955         ELSE
004956             ADD 1 TO PU100-DW-YY
004957         END-IF
004958     END-IF.
004959
004960 3850-EXIT.
004961     EXIT.
004962
004963******************************************************************
004964* 3900-WRITE-REJECT - REPORT ONE REJECTED CARD                   *
004965******************************************************************
004966 3900-WRITE-REJECT.
004967     MOVE PU100-REJECT-LINE TO PARM-REPORT-LINE.
004968     WRITE PARM-REPORT-LINE.
004969
004970     ADD 1 TO PU100-REJECT-COUNT.
004971
004972 3900-EXIT.
004973     EXIT.
004974
004975******************************************************************
004976* 3950-REJECT-CARD - REJECT THE CARD IN HAND FOR THE REASON IN   *
004977*                    PU100-REJECT-REASON                         *
004978******************************************************************
004979 3950-REJECT-CARD.
004980     MOVE CTL-KEY             TO PU100-REJ-KEY.
004981     MOVE CTL-VALUE           TO PU100-REJ-VALUE.
004982     MOVE PU100-REJECT-REASON TO PU100-REJ-REASON.
004983     PERFORM 3900-WRITE-REJECT
004984         THRU 3900-EXIT.
004985
004986 3950-EXIT.
004987     EXIT.
004988
004989******************************************************************
004990* 4000-LIST-PARAMETERS - LIST EVERY PARAMETER WITH ITS VALUE     *
004991*                        AND LAST CHANGE, THEN EVERY CHANGE      *
004992*                        AWAITING APPROVAL                       *
004993******************************************************************
004994 4000-LIST-PARAMETERS.
004995     MOVE LOW-VALUES TO PARM-KEY.
004996     MOVE 'N' TO PU100-LIST-EOF-SW.
004997
004998     START PARMFILE KEY NOT LESS THAN PARM-KEY
004999         INVALID KEY
005000             MOVE 'Y' TO PU100-LIST-EOF-SW
005001     END-START.
005002
005003     PERFORM 4100-LIST-ONE-PARM
005004         THRU 4100-EXIT
005005         UNTIL PU100-LIST-EOF.
005006
005007     IF NOT PU100-PEND-OPEN
005008         GO TO 4000-EXIT
005009     END-IF.
005010
005011     MOVE LOW-VALUES TO PP-KEY.
005012     MOVE 'N' TO PU100-PEND-EOF-SW.
005013
005014     START PARMPEND KEY NOT LESS THAN PP-KEY
005015         INVALID KEY
005016             MOVE 'Y' TO PU100-PEND-EOF-SW
005017     END-START.
005018
005019     PERFORM 4200-LIST-ONE-PENDING
005020         THRU 4200-EXIT
005021         UNTIL PU100-PEND-EOF.
005022
005023 4000-EXIT.
005024     EXIT.
005025
005026******************************************************************
005027* 4100-LIST-ONE-PARM - WRITE ONE PARAMETER LINE                  *
005028******************************************************************
005029 4100-LIST-ONE-PARM.
005030     READ PARMFILE NEXT RECORD
005031         AT END
005032             MOVE 'Y' TO PU100-LIST-EOF-SW
005033             GO TO 4100-EXIT
005034     END-READ.
005035
005040     MOVE PARM-KEY      TO PU100-LST-KEY.
005050     MOVE PARM-VALUE    TO PU100-LST-VALUE.
005060     MOVE PARM-UPD-DATE TO PU100-LST-DATE.
005140     EXIT.
005150
005160******************************************************************
005161* 4200-LIST-ONE-PENDING - WRITE ONE CHANGE AWAITING APPROVAL     *
005162******************************************************************
005163 4200-LIST-ONE-PENDING.
005164     READ PARMPEND NEXT RECORD
005165         AT END
005166             MOVE 'Y' TO PU100-PEND-EOF-SW
005167             GO TO 4200-EXIT
005168     END-READ.
005169
005170     MOVE 'PENDING'       TO PU100-ACT-TEXT.
005171     MOVE PP-REQ-USER     TO PU100-ACT-USER.
005172     PERFORM 3750-WRITE-ACTION
005173         THRU 3750-EXIT.
005174
005175 4200-EXIT.
005176     EXIT.
005177
005178******************************************************************
005179* 5000-READ-CARD - READ NEXT CONTROL CARD, SET EOF SWITCH        *
005180******************************************************************
005190 5000-READ-CARD.
005200     READ PARMCTL
005380     MOVE PU100-TRAILER-2 TO PARM-REPORT-LINE.
005390     WRITE PARM-REPORT-LINE.
005400
005401     MOVE PU100-HELD-COUNT TO PU100-RPT-HELD-COUNT.
005402     MOVE PU100-TRAILER-3 TO PARM-REPORT-LINE.
005403     WRITE PARM-REPORT-LINE.
005404
005405     MOVE PU100-APPROVED-COUNT TO PU100-RPT-APPR-COUNT.
005406     MOVE PU100-TRAILER-4 TO PARM-REPORT-LINE.
005407     WRITE PARM-REPORT-LINE.
005408
005409     MOVE PU100-REFUSED-COUNT TO PU100-RPT-REFUSED-COUNT.
005410     MOVE PU100-TRAILER-5 TO PARM-REPORT-LINE.
005411     WRITE PARM-REPORT-LINE.
005412
005413     MOVE PU100-EXPIRED-COUNT TO PU100-RPT-EXP-COUNT.
005414     MOVE PU100-TRAILER-6 TO PARM-REPORT-LINE.
005415     WRITE PARM-REPORT-LINE.
005416
005417     IF PU100-PARM-OPEN
005420         CLOSE PARMFILE
005430         CLOSE PARMCTL
005431     END-IF.
005432
005433     IF PU100-PEND-OPEN
005434         CLOSE PARMPEND
005435     END-IF.
005436
005437     IF PU100-HIST-OPEN
005438         CLOSE PARMHIST
005440     END-IF.
005450
005460     CLOSE PARMLOG
