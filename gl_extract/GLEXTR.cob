000310*                  INDEX INSTEAD OF PASSING THE WHOLE HISTORY,   *
000320*                  SO THE EXTRACT WINDOW TRACKS THE SIZE OF THE  *
000330*                  DAY, NOT THE SIZE OF THE MASTER               *
000331*  10/15/2026  RO  REGISTER EVERY FILE BUILT ON THE GL           *
000332*                  TRANSMISSION REGISTER (GLXREG) AND REFUSE TO  *
000333*                  RE-EXTRACT A RUN DATE AND CYCLE ALREADY       *
000334*                  TRANSMITTED UNLESS THE SUPERVISOR OVERRIDE    *
000335*                  (PARMGET KEY XMITOVRD) NAMES IT               *
000336*  10/15/2026  RO  POST EACH BATCH IN THE BASE CURRENCY: EVERY   *
000337*                  ITEM IS CONVERTED AT THE RATE DAILYBAL        *
000338*                  STAMPED ON THE MASTER BEFORE THE ACCOUNT SUMS *
000339*                  ARE TAKEN, A BATCH WITH NO RATE IS HELD, AND  *
000340*                  EACH CONVERTED POSTING IS LOGGED WITH ITS     *
000341*                  ORIGINAL CURRENCY AND AMOUNT TO THE FX AUDIT  *
000342*                  FILE (FXAUDIT)                                *
000343*  10/15/2026  RO  SET CONDITION CODE 4 FOR A SUPERVISOR-        *
000344*                  OVERRIDE RE-EXTRACT AT TERMINATION, SO A      *
000345*                  LATER PARMGET CALL CANNOT CLEAR IT            *
000346*  10/15/2026  RO  DO NOT REGISTER A FILE FROM A RUN THAT ENDED  *
000347*                  WITH CONDITION CODE 12                        *
000348******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. GLEXTR.
000370 AUTHOR. R. OKONKWO.
000550* THEY CLEAR SUSPENSE.  THE SPLIT FILES COVER THE RUN THAT       *
000560* PRODUCED THEM, SO THIS EXTRACT MUST RUN BEFORE THE NEXT        *
000570* BALANCING RUN OVERWRITES THEM.                                 *
000571* EVERY FILE BUILT IS ENTERED ON THE GL TRANSMISSION REGISTER    *
000572* (GLXREG) UNDER ITS RUN DATE AND CYCLE WITH THE RUN ID AND THE  *
000573* TRAILER COUNT AND HASH, STATUS BUILT.  A RUN DATE AND CYCLE    *
000574* THE REGISTER SHOWS AS ALREADY TRANSMITTED OR ACKNOWLEDGED IS   *
000575* NOT EXTRACTED AGAIN (CONDITION CODE 12) UNLESS THE SUPERVISOR  *
000576* OVERRIDE ON THE RUN-PARAMETER FILE (KEY XMITOVRD, VALUE THE    *
000577* RUN DATE AND CYCLE AS YYMMDDCC) NAMES THAT RUN; AN OVERRIDDEN  *
000578* RE-EXTRACT ENDS WITH CONDITION CODE 4 AND IS FLAGGED ON THE    *
000579* REGISTER.                                                      *
000580******************************************************************
000581* CURRENCY: THE SPLIT-FILE AMOUNTS ARE IN EACH BATCH'S OWN       *
000582* CURRENCY.  EVERY ITEM IS CONVERTED TO THE BASE CURRENCY AT THE *
000583* RATE ON THE BATCH'S MASTER RECORD, ROUNDED TO THE CENT, BEFORE *
000584* IT IS SUMMED, SO THE POSTINGS FOOT TO THE BASE FIGURES ON THE  *
000585* MASTER.  A BATCH BALANCED OK BUT CARRYING NO RATE IS HELD      *
000586* (REBAL POSTS IT FROM SUSPENSE ONCE THE RATE IS LOADED).  EVERY *
000587* POSTING FROM A BATCH NOT IN THE BASE CURRENCY IS LOGGED TO THE *
000588* FX AUDIT FILE WITH ITS ORIGINAL CURRENCY, AMOUNT, AND RATE.    *
000589******************************************************************
000590* SYSIN CARD 1: ALL ASTERISKS (OR BLANK) TO TAKE THE EXTRACT     *
000600* DATE FROM THE RUN-PARAMETER FILE (KEY EXTRDATE), OR A YYMMDD   *
000610* DATE AS AN EMERGENCY OVERRIDE.                                 *
000830         FILE STATUS IS GL100-NEG-FILE-STATUS.
000840     SELECT GLFILE   ASSIGN TO GLFILE
000850         ORGANIZATION IS SEQUENTIAL.
000851     SELECT GLXREG   ASSIGN TO GLXREG
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS RANDOM
000854         RECORD KEY IS XR-KEY
000855         FILE STATUS IS GL100-REG-FILE-STATUS.
000856     SELECT FXAUDIT  ASSIGN TO FXAUDIT
000857         ORGANIZATION IS SEQUENTIAL
000858         FILE STATUS IS GL100-AUD-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
001090     RECORDING MODE IS F.
001100     COPY GLPOST.
001110
001112 FD  GLXREG.
001114     COPY GLXREG.
001115
001116 FD  FXAUDIT
001117     RECORDING MODE IS F.
001118     COPY FXAUD.
001119
001120 WORKING-STORAGE SECTION.
001130 01  GL100-SWITCHES.
001140     05  GL100-EOF-SW            PIC X(01)  VALUE 'N'.
001270         88  GL100-BT-FULL       VALUE 'Y'.
001280     05  GL100-AT-FULL-SW        PIC X(01)  VALUE 'N'.
001290         88  GL100-AT-FULL       VALUE 'Y'.
001291     05  GL100-REG-OPEN-SW       PIC X(01)  VALUE 'N'.
001292         88  GL100-REG-OPEN      VALUE 'Y'.
001293     05  GL100-REG-FOUND-SW      PIC X(01)  VALUE 'N'.
001294         88  GL100-REG-FOUND     VALUE 'Y'.
001295     05  GL100-REGISTER-SW       PIC X(01)  VALUE 'N'.
001296         88  GL100-REGISTER-BUILD VALUE 'Y'.
001297     05  GL100-OVERRIDE-SW       PIC X(01)  VALUE 'N'.
001298         88  GL100-OVERRIDE-RUN  VALUE 'Y'.
001300
001310 01  GL100-COUNTERS.
001320     05  GL100-POST-COUNT        PIC 9(07)  COMP  VALUE ZERO.
001430 01  GL100-MAST-FILE-STATUS      PIC X(02)  VALUE '35'.
001440 01  GL100-POS-FILE-STATUS       PIC X(02)  VALUE '35'.
001450 01  GL100-NEG-FILE-STATUS       PIC X(02)  VALUE '35'.
001455 01  GL100-REG-FILE-STATUS       PIC X(02)  VALUE '35'.
001457 01  GL100-AUD-FILE-STATUS       PIC X(02)  VALUE '35'.
001460
001470 01  GL100-EXTRACT-DATE          PIC 9(06).
001480 01  GL100-EXTRACT-CYCLE         PIC 9(02).
001490 01  GL100-POSTING-DATE          PIC 9(06).
001500 01  GL100-HASH-TOTAL            PIC 9(13)V99  VALUE ZERO.
001502 01  GL100-RUN-ID                PIC X(08)  VALUE SPACES.
001504 01  GL100-TODAY                 PIC 9(06).
001506 01  GL100-TIME                  PIC 9(08).
001510
001520 01  GL100-GROUP-BATCH-ID        PIC X(06).
001530 01  GL100-WORK-AMOUNT           PIC S9(11)V99.
001540 01  GL100-WORK-ACCT             PIC X(08).
001550 01  GL100-DR-CR                 PIC X(01).
001552 01  GL100-BASE-CCY              PIC X(03)  VALUE SPACES.
001554 01  GL100-GROUP-CCY             PIC X(03).
001556 01  GL100-GROUP-RATE            PIC 9(05)V9(07).
001558 01  GL100-BASE-ITEM             PIC S9(11)V99.
001560
001570 01  GL100-PARM-CARD             PIC X(16).
001580
001630 01  GL100-CYCLE-WORK REDEFINES GL100-PARM-WORK.
001640     05  GL100-PW-CYCLE          PIC X(02).
001650     05  FILLER                  PIC X(14).
001651
001652 01  GL100-OVERRIDE-WORK REDEFINES GL100-PARM-WORK.
001653     05  GL100-OW-DATE           PIC X(06).
001654     05  GL100-OW-CYCLE          PIC X(02).
001655     05  FILLER                  PIC X(08).
001660
001662 01  GL100-BASE-WORK REDEFINES GL100-PARM-WORK.
001664     05  GL100-PW-BASE-CCY       PIC X(03).
001666     05  FILLER                  PIC X(13).
001668
001670     COPY PGCTL REPLACING LEADING ==PG== BY ==GL100-PG==.
001680
001690*    EVERY BATCH THE MASTER BALANCED ON THE EXTRACT DATE, WITH
001700*    ITS STATUS, VALUE DATE, CURRENCY, AND RATE, SO THE SPLIT-FILE
001710*    PASSES CAN TELL WHAT TO POST, AT WHAT RATE, AND WHAT TO HOLD.
001720 01  GL100-BATCH-TABLE.
001730     05  GL100-BT-COUNT          PIC 9(03)  COMP  VALUE ZERO.
001740     05  GL100-BATCH-ENTRY OCCURS 999 TIMES.
001760         10  GL100-BT-STATUS     PIC X(05).
001770         10  GL100-BT-VALUE-DATE PIC X(06).
001780         10  GL100-BT-USED-SW    PIC X(01).
001782         10  GL100-BT-CCY-CODE   PIC X(03).
001784         10  GL100-BT-FX-RATE    PIC 9(05)V9(07).
001790
001795*    ONE BATCH'S ITEMS OF ONE SIGN, SUMMED PER GL ACCOUNT IN THE
001800*    BATCH'S OWN CURRENCY AND, ITEM BY ITEM CONVERTED, IN THE
001805*    BASE CURRENCY THE LEDGER IS POSTED WITH.
001810 01  GL100-ACCT-TABLE.
001820     05  GL100-AT-COUNT          PIC 9(03)  COMP  VALUE ZERO.
001830     05  GL100-ACCT-ENTRY OCCURS 999 TIMES.
001840         10  GL100-AT-CODE       PIC X(08).
001850         10  GL100-AT-AMOUNT     PIC S9(11)V99.
001855         10  GL100-AT-BASE-AMOUNT PIC S9(11)V99.
001860
001870 PROCEDURE DIVISION.
001880******************************************************************
002220 1000-INITIALIZE.
002230     PERFORM 1100-GET-EXTRACT-DATE
002240         THRU 1100-EXIT.
002241
002242     IF NOT GL100-EOF
002243         PERFORM 1200-CHECK-REGISTER
002244             THRU 1200-EXIT
002245     END-IF.
002250
002260     OPEN INPUT BATCHMST.
002270
002390     IF GL100-EOF
002400         GO TO 1000-EXIT
002410     END-IF.
002412
002414     PERFORM 1300-OPEN-FX-AUDIT
002416         THRU 1300-EXIT.
002420
002430     OPEN INPUT POSOUT.
002440
003290     END-IF.
003300
003310 1100-EXIT.
003311     EXIT.
003312
003313******************************************************************
003314* 1200-CHECK-REGISTER - LOOK THE RUN DATE AND CYCLE UP ON THE GL *
003315*                       TRANSMISSION REGISTER; A RUN ALREADY     *
003316*                       TRANSMITTED IS NOT EXTRACTED AGAIN       *
003317*                       UNLESS THE SUPERVISOR OVERRIDE NAMES IT  *
003318******************************************************************
003319 1200-CHECK-REGISTER.
003320     OPEN I-O GLXREG.
003321
003322     IF GL100-REG-FILE-STATUS NOT = '00'
003323         DISPLAY 'GL100 - CANNOT OPEN TRANSMISSION REGISTER, '
003324             'STATUS ' GL100-REG-FILE-STATUS ' - NO EXTRACT'
003325         GO TO 1200-REFUSE
003326     END-IF.
003327
003328     MOVE 'Y' TO GL100-REG-OPEN-SW.
003329
003330     MOVE 'RUNID   ' TO GL100-PG-PARM-KEY.
003331     CALL 'PARMGET' USING GL100-PG-CONTROL.
003332
003333     IF GL100-PG-PARM-FOUND
003334         MOVE GL100-PG-PARM-VALUE TO GL100-RUN-ID
003335     ELSE
003336         DISPLAY 'GL100 - RUNID PARAMETER UNAVAILABLE'
003337     END-IF.
003338
003339     MOVE GL100-EXTRACT-DATE  TO XR-RUN-DATE.
003340     MOVE GL100-EXTRACT-CYCLE TO XR-CYCLE.
003341     MOVE 'GLFILE'            TO XR-FILE-ID.
003342     MOVE 'Y' TO GL100-REG-FOUND-SW.
003343
003344     READ GLXREG
003345         INVALID KEY
003346             MOVE 'N' TO GL100-REG-FOUND-SW
003347     END-READ.
003348
003349     IF NOT GL100-REG-FOUND
003350         OR XR-BUILT
003351         MOVE 'Y' TO GL100-REGISTER-SW
003352         GO TO 1200-EXIT
003353     END-IF.
003354
003355     MOVE 'XMITOVRD' TO GL100-PG-PARM-KEY.
003356     CALL 'PARMGET' USING GL100-PG-CONTROL.
003357     MOVE GL100-PG-PARM-VALUE TO GL100-PARM-WORK.
003358
003359     IF GL100-PG-PARM-FOUND
003360         AND GL100-OW-DATE  = GL100-EXTRACT-DATE
003361         AND GL100-OW-CYCLE = GL100-EXTRACT-CYCLE
003362         DISPLAY 'GL100 - RUN ' GL100-EXTRACT-DATE ' CYCLE '
003363             GL100-EXTRACT-CYCLE ' ALREADY TRANSMITTED - '
003364             'RE-EXTRACTED UNDER SUPERVISOR OVERRIDE'
003365         MOVE 'Y' TO GL100-REGISTER-SW
003366                     GL100-OVERRIDE-SW
003368         GO TO 1200-EXIT
003369     END-IF.
003370
003371     DISPLAY 'GL100 - RUN ' GL100-EXTRACT-DATE ' CYCLE '
003372         GL100-EXTRACT-CYCLE ' ALREADY TRANSMITTED - NO EXTRACT'.
003373
003374 1200-REFUSE.
003375     MOVE 'Y' TO GL100-EOF-SW
003376                 GL100-POS-EOF-SW
003377                 GL100-NEG-EOF-SW.
003378     MOVE 12 TO RETURN-CODE.
003379
003380 1200-EXIT.
003381     EXIT.
003382
003383******************************************************************
003384* 1300-OPEN-FX-AUDIT - RESOLVE THE BASE CURRENCY AND OPEN THE FX *
003385*                      AUDIT FILE FOR THE CONVERTED POSTINGS     *
003386******************************************************************
003387 1300-OPEN-FX-AUDIT.
003388     MOVE 'BASECCY ' TO GL100-PG-PARM-KEY.
003389     CALL 'PARMGET' USING GL100-PG-CONTROL.
003390     MOVE GL100-PG-PARM-VALUE TO GL100-PARM-WORK.
003391
003392     IF GL100-PG-PARM-FOUND
003393         MOVE GL100-PW-BASE-CCY TO GL100-BASE-CCY
003394     ELSE
003395         DISPLAY 'GL100 - BASECCY PARAMETER UNAVAILABLE'
003396     END-IF.
003397
003398     OPEN EXTEND FXAUDIT.
003399
003400     IF GL100-AUD-FILE-STATUS NOT = '00'
003401         DISPLAY 'GL100 - CANNOT OPEN FXAUDIT, STATUS '
003402             GL100-AUD-FILE-STATUS ' - CONVERSIONS NOT LOGGED'
003403     END-IF.
003404
003405 1300-EXIT.
003406     EXIT.
003407
003408******************************************************************
003409* 1400-START-MASTER - POSITION THE MASTER AT THE EXTRACT DATE    *
003410*                     AND CYCLE ON THE RUN DATE + CYCLE          *
003411*                     ALTERNATE INDEX, SO ONLY THE ONE RUN'S     *
003412*                     RECORDS ARE READ                           *
003413******************************************************************
003414 1400-START-MASTER.
003415     MOVE GL100-EXTRACT-DATE  TO BM-ALT-RUN-DATE.
003420     MOVE GL100-EXTRACT-CYCLE TO BM-ALT-CYCLE.
003430
003440     START BATCHMST KEY NOT LESS THAN BM-ALT-KEY
003550
003560******************************************************************
003570* 1500-LOAD-ONE-MASTER - NOTE ONE OF THE EXTRACT DATE'S BATCHES  *
003575*                        WITH ITS STATUS, VALUE DATE, AND RATE;  *
003580*                        BREAK BATCHES AND BATCHES WITH NO RATE  *
003585*                        ARE COUNTED AS HELD.  THE READ          *
003600*                        FOLLOWS THE ALTERNATE INDEX, SO THE     *
003610*                        FIRST RECORD PAST THE RUN ENDS THE      *
003620*                        LOAD                                    *
003740
003750     IF BM-RECON-STATUS NOT = 'OK'
003760         ADD 1 TO GL100-HELD-COUNT
003761     ELSE
003762         IF BM-FX-RATE = ZERO
003763             DISPLAY 'GL100 - BATCH ' BM-BATCH-ID ' HAS NO '
003764                 BM-CCY-CODE ' RATE - HELD'
003765             ADD 1 TO GL100-HELD-COUNT
003766         END-IF
003770     END-IF.
003780
003790     IF GL100-BT-COUNT LESS THAN 999
003860             GL100-BT-VALUE-DATE (GL100-BT-COUNT)
003870         MOVE 'N'             TO
003880             GL100-BT-USED-SW    (GL100-BT-COUNT)
003882         MOVE BM-CCY-CODE     TO
003884             GL100-BT-CCY-CODE   (GL100-BT-COUNT)
003886         MOVE BM-FX-RATE      TO
003888             GL100-BT-FX-RATE    (GL100-BT-COUNT)
003890     ELSE
003900         IF NOT GL100-BT-FULL
003910             DISPLAY 'GL100 - BATCH TABLE FULL - REMAINING'
004180         MOVE POS-BATCH-ID TO GL100-GROUP-BATCH-ID
004190         MOVE ZERO TO GL100-AT-COUNT
004200         MOVE 'N'  TO GL100-AT-FULL-SW
004202         PERFORM 2500-GET-GROUP-RATE
004204             THRU 2500-EXIT
004210     END-IF.
004220
004230     MOVE POS-ITEM-VALUE TO GL100-WORK-AMOUNT.
004480         MOVE NEG-BATCH-ID TO GL100-GROUP-BATCH-ID
004490         MOVE ZERO TO GL100-AT-COUNT
004500         MOVE 'N'  TO GL100-AT-FULL-SW
004502         PERFORM 2500-GET-GROUP-RATE
004504             THRU 2500-EXIT
004510     END-IF.
004520
004530     COMPUTE GL100-WORK-AMOUNT = 0 - NEG-ITEM-VALUE.
004590         THRU 7100-EXIT.
004600
004610 3000-EXIT.
004611     EXIT.
004612
004613******************************************************************
004614* 2500-GET-GROUP-RATE - TAKE THE NEW GROUP'S CURRENCY AND RATE   *
004615*                       FROM THE BATCH TABLE; A BATCH NOT ON THE *
004616*                       TABLE IS SKIPPED AT THE FLUSH ANYWAY     *
004617******************************************************************
004618 2500-GET-GROUP-RATE.
004619     PERFORM 4000-FIND-BATCH
004620         THRU 4000-EXIT.
004621
004622     IF GL100-BT-FOUND
004623         MOVE GL100-BT-CCY-CODE (GL100-BT-INDEX)
004624             TO GL100-GROUP-CCY
004625         MOVE GL100-BT-FX-RATE (GL100-BT-INDEX)
004626             TO GL100-GROUP-RATE
004627     ELSE
004628         MOVE SPACES TO GL100-GROUP-CCY
004629         MOVE ZERO   TO GL100-GROUP-RATE
004630     END-IF.
004631
004632 2500-EXIT.
004633     EXIT.
004634
004640******************************************************************
004650* 2600-FLUSH-GROUP - POST THE FINISHED BATCH'S PER-ACCOUNT SUMS  *
004660*                    IF THE MASTER SAYS IT BALANCED OK ON THE    *
004820     END-IF.
004830
004840     IF GL100-BT-STATUS (GL100-BT-INDEX) NOT = 'OK'
004845         OR GL100-BT-FX-RATE (GL100-BT-INDEX) = ZERO
004850         GO TO 2600-DEACTIVATE
004860     END-IF.
004870
005380     EXIT.
005390
005400******************************************************************
005405* 4100-ADD-TO-ACCT - FOLD THE ITEM IN HAND, AS BOOKED AND AS     *
005410*                    CONVERTED TO THE BASE CURRENCY, INTO ITS    *
005415*                    ACCOUNT'S SUMS, ADDING THE ACCOUNT ON FIRST *
005420*                    SIGHT                                       *
005430******************************************************************
005440 4100-ADD-TO-ACCT.
005450     MOVE 'N' TO GL100-AT-FOUND-SW.
005570             MOVE GL100-WORK-ACCT
005580                 TO GL100-AT-CODE (GL100-AT-INDEX)
005590             MOVE ZERO TO GL100-AT-AMOUNT (GL100-AT-INDEX)
005595                          GL100-AT-BASE-AMOUNT (GL100-AT-INDEX)
005600         ELSE
005610             IF NOT GL100-AT-FULL
005620                 DISPLAY 'GL100 - ACCOUNT TABLE FULL, BATCH '
005690         END-IF
005700     END-IF.
005710
005712     COMPUTE GL100-BASE-ITEM ROUNDED =
005714         GL100-WORK-AMOUNT * GL100-GROUP-RATE.
005716
005720     ADD GL100-WORK-AMOUNT
005730         TO GL100-AT-AMOUNT (GL100-AT-INDEX).
005732     ADD GL100-BASE-ITEM
005734         TO GL100-AT-BASE-AMOUNT (GL100-AT-INDEX).
005740
005750 4100-EXIT.
005760     EXIT.
005880     EXIT.
005890
005900******************************************************************
005905* 5000-WRITE-ONE-ACCT - WRITE ONE ACCOUNT'S BASE-CURRENCY        *
005910*                       POSTING FOR THE BATCH, ROLL THE          *
005915*                       TRANSMISSION HASH, AND LOG A CONVERTED   *
005920*                       POSTING TO THE FX AUDIT FILE             *
005930******************************************************************
005940 5000-WRITE-ONE-ACCT.
005950     IF GL100-AT-BASE-AMOUNT (GL100-AT-INDEX) NOT GREATER THAN 0
005960         GO TO 5000-EXIT
005970     END-IF.
005980
006040     MOVE GL100-EXTRACT-CYCLE  TO GL-POST-CYCLE.
006050     MOVE GL100-AT-CODE (GL100-AT-INDEX) TO GL-ACCT-CODE.
006060     MOVE GL100-DR-CR          TO GL-DR-CR-CODE.
006070     MOVE GL100-AT-BASE-AMOUNT (GL100-AT-INDEX) TO GL-POST-AMOUNT.
006080     WRITE GL-POSTING-RECORD.
006090
006100     ADD 1 TO GL100-POST-COUNT.
006102     ADD GL100-AT-BASE-AMOUNT (GL100-AT-INDEX)
006104         TO GL100-HASH-TOTAL.
006106
006108     IF GL100-GROUP-CCY NOT = GL100-BASE-CCY
006110         AND GL100-AUD-FILE-STATUS = '00'
006112         PERFORM 5100-WRITE-FX-AUDIT
006114             THRU 5100-EXIT
006116     END-IF.
006120
006130 5000-EXIT.
006131     EXIT.
006132
006133******************************************************************
006134* 5100-WRITE-FX-AUDIT - LOG THE POSTING JUST WRITTEN WITH ITS    *
006135*                       ORIGINAL CURRENCY, AMOUNT, AND RATE      *
006136******************************************************************
006137 5100-WRITE-FX-AUDIT.
006138     ACCEPT GL100-TODAY FROM DATE.
006139     ACCEPT GL100-TIME  FROM TIME.
006140
006141     MOVE SPACES TO FX-RECORD.
006142     MOVE 'GLEXTR  '           TO FX-PROGRAM.
006143     MOVE GL-POST-REF          TO FX-POST-REF.
006144     MOVE GL-POST-DATE         TO FX-POST-DATE.
006145     MOVE GL-POST-RUN-DATE     TO FX-POST-RUN-DATE.
006146     MOVE GL-POST-CYCLE        TO FX-POST-CYCLE.
006147     MOVE GL-ACCT-CODE         TO FX-ACCT-CODE.
006148     MOVE GL-DR-CR-CODE        TO FX-DR-CR-CODE.
006149     MOVE GL100-GROUP-CCY      TO FX-CCY-CODE.
006150     MOVE GL100-AT-AMOUNT (GL100-AT-INDEX) TO FX-ORIG-AMOUNT.
006151     MOVE GL100-GROUP-RATE     TO FX-RATE.
006152     MOVE GL100-BASE-CCY       TO FX-BASE-CCY-CODE.
006153     MOVE GL-POST-AMOUNT       TO FX-BASE-AMOUNT.
006154     MOVE GL100-TODAY          TO FX-LOG-DATE.
006155     MOVE GL100-TIME           TO FX-LOG-TIME.
006156     WRITE FX-RECORD.
006157
006158 5100-EXIT.
006159     EXIT.
006160
006161******************************************************************
006170* 6000-READ-MASTER - READ NEXT MASTER RECORD IN KEY SEQUENCE     *
006180******************************************************************
006190 6000-READ-MASTER.
006500     EXIT.
006510
006520******************************************************************
006525* 9000-TERMINATE - WRITE THE TRAILER, REGISTER A FILE BUILT      *
006530*                  CLEAN, REPORT THE COUNTS, CLOSE, AND FLAG A   *
006535*                  SUPERVISOR-OVERRIDE RE-EXTRACT                *
006540******************************************************************
006550 9000-TERMINATE.
006560     MOVE SPACES TO GL-POSTING-RECORD.
006590     MOVE GL100-HASH-TOTAL TO GL-TRL-HASH-TOTAL.
006600     WRITE GL-POSTING-RECORD.
006610
006611*    A RUN THAT FAILED (CONDITION CODE 12) LEAVES NO USABLE FILE
006612*    AND IS NOT REGISTERED, SO IT CAN NEITHER OVERWRITE A GOOD
006613*    ENTRY NOR BE MARKED TRANSMITTED.
006614     IF GL100-REGISTER-BUILD
006615         AND RETURN-CODE LESS THAN 12
006616         PERFORM 9100-REGISTER-FILE
006617             THRU 9100-EXIT
006618     END-IF.
006619
006620     IF GL100-REGISTER-BUILD
006621         AND RETURN-CODE NOT LESS THAN 12
006622         DISPLAY 'GL100 - EXTRACT FAILED - FILE NOT REGISTERED'
006623     END-IF.
006624
006625     DISPLAY 'GL100 - BATCHES POSTED:  ' GL100-BATCH-COUNT.
006630     DISPLAY 'GL100 - BATCHES HELD:    ' GL100-HELD-COUNT.
006640     DISPLAY 'GL100 - BATCHES SKIPPED: ' GL100-SKIP-COUNT.
006650     DISPLAY 'GL100 - POSTING RECORDS: ' GL100-POST-COUNT.
006780
006790     CLOSE GLFILE.
006800
006801     IF GL100-AUD-FILE-STATUS = '00'
006802         CLOSE FXAUDIT
006803     END-IF.
006804
006805     IF GL100-REG-OPEN
006806         CLOSE GLXREG
006807     END-IF.
006808
006809     IF GL100-OVERRIDE-RUN
006810         AND RETURN-CODE LESS THAN 4
006811         MOVE 4 TO RETURN-CODE
006812     END-IF.
006813
006814 9000-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 9100-REGISTER-FILE - ENTER THE FILE JUST BUILT ON THE GL       *
006860*                      TRANSMISSION REGISTER AS BUILT, WITH ITS  *
006870*                      TRAILER COUNT AND HASH                    *
006880******************************************************************
006890 9100-REGISTER-FILE.
006900     ACCEPT GL100-TODAY FROM DATE.
006910     ACCEPT GL100-TIME  FROM TIME.
006920
006930     IF NOT GL100-REG-FOUND
006940         MOVE SPACES TO XR-RECORD
006950         MOVE GL100-EXTRACT-DATE  TO XR-RUN-DATE
006960         MOVE GL100-EXTRACT-CYCLE TO XR-CYCLE
006970         MOVE 'GLFILE'            TO XR-FILE-ID
006980         MOVE ZERO                TO XR-BUILD-COUNT
006990     END-IF.
007000
007010     MOVE GL100-RUN-ID     TO XR-RUN-ID.
007020     MOVE GL100-POST-COUNT TO XR-POST-COUNT.
007030     MOVE GL100-HASH-TOTAL TO XR-HASH-TOTAL.
007040     MOVE 'B'              TO XR-STATUS.
007050     MOVE GL100-OVERRIDE-SW TO XR-OVERRIDE-SW.
007060     MOVE GL100-TODAY      TO XR-BUILD-DATE.
007070     MOVE GL100-TIME       TO XR-BUILD-TIME.
007080     MOVE ZERO             TO XR-XMIT-DATE
007090                              XR-XMIT-TIME
007100                              XR-ACK-DATE
007110                              XR-ACK-TIME.
007120
007130     IF XR-BUILD-COUNT LESS THAN 99
007140         ADD 1 TO XR-BUILD-COUNT
007150     END-IF.
007160
007170     IF GL100-REG-FOUND
007180         REWRITE XR-RECORD
007190     ELSE
007200         WRITE XR-RECORD
007210     END-IF.
007220
007230     IF GL100-REG-FILE-STATUS NOT = '00'
007240         DISPLAY 'GL100 - TRANSMISSION REGISTER UPDATE FAILED, '
007250             'STATUS ' GL100-REG-FILE-STATUS
007260         MOVE 12 TO RETURN-CODE
007270     END-IF.
007280
007290 9100-EXIT.
007300     EXIT.
007310
007320 END PROGRAM GLEXTR.
