000190*                  THE SPLIT RECORDS CARRY IT (LRECL 18 TO 26)   *
000200*  09/02/2026  RO  SHOW THE BALANCING CYCLE ON EACH MASTER LINE  *
000210*                  NOW THAT THE CYCLE JOINS BM-KEY               *
000212*  10/15/2026  RO  UNDER A REVERSED RUN (STATUS REVSD) SHOW WHEN *
000214*                  IT WAS REVERSED, BY WHOM, AND WHY             *
000216*  10/15/2026  RO  SHOW THE SAME LINE UNDER A WRITTEN-OFF RUN    *
000218*                  (STATUS WROFF)                                *
000220*  10/15/2026  RO  SHOW EACH ITEM'S ACCOUNT DESCRIPTION FROM THE *
000222*                  GL ACCOUNT MASTER (ACCTMST) BESIDE THE CODE   *
000223*  10/15/2026  RO  UNDER EACH MASTER LINE SHOW THE BATCH'S       *
000224*                  CURRENCY, ITS RATE TO THE BASE CURRENCY, AND  *
000225*                  THE BASE-CURRENCY SUMS AND CONTROL TOTAL      *
000226******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. BATCHINQ.
000250 AUTHOR. R. OKONKWO.
000320* CONTROL TOTAL, COMPUTED POSITIVE/NEGATIVE SUMS AND COUNTS,     *
000330* AND RECONCILIATION OUTCOME, ONE LINE PER RUN DATE) AND THE     *
000340* ITEMIZED DETAIL BEHIND THE TOTALS FROM THE POSOUT/NEGOUT       *
000345* SPLIT FILES, EACH ITEM WITH ITS SIGN AND ITS GL ACCOUNT CODE   *
000350* AND DESCRIPTION (FROM THE GL ACCOUNT MASTER; BLANK WHEN THE    *
000355* MASTER IS UNAVAILABLE).  THE SPLIT FILES COVER THE RUN THAT    *
000360* PRODUCED THEM, SO THE ITEM SECTION ALWAYS SHOWS THE RUN THE    *
000370* FILES WERE KEPT FROM REGARDLESS OF THE DATE FILTER ON THE      *
000380* MASTER SECTION.                                                *
000381* THE MASTER LINE'S AMOUNTS AND THE ITEMS ARE IN THE BATCH'S OWN *
000382* CURRENCY; THE LINE BENEATH EACH MASTER LINE GIVES THE          *
000383* CURRENCY, THE RATE TO THE BASE CURRENCY FOR THE VALUE DATE (NO *
000384* RATE WHEN TREASURY HAD NONE), AND THE BASE-CURRENCY POSITIVE   *
000385* SUM, NEGATIVE SUM, AND CONTROL TOTAL THE LEDGER IS POSTED      *
000386* WITH.                                                          *
000390******************************************************************
000400* SYSIN CARD 1, COLS 1-6:  BATCH ID, OR ALL ASTERISKS TO TAKE    *
000410*               THE BATCH ID AND RUN DATE FROM THE RUN-PARAMETER *
000620         FILE STATUS IS BQ100-NEG-FILE-STATUS.
000630     SELECT INQRPT   ASSIGN TO INQRPT
000640         ORGANIZATION IS SEQUENTIAL.
000641     SELECT ACCTMST  ASSIGN TO ACCTMST
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS AM-ACCT-CODE
000645         FILE STATUS IS BQ100-ACCT-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000880     RECORDING MODE IS F.
000890 01  INQ-REPORT-LINE             PIC X(80).
000900
000902 FD  ACCTMST.
000904     COPY ACCTMST.
000906
000910 WORKING-STORAGE SECTION.
000920 01  BQ100-SWITCHES.
000930     05  BQ100-MAST-EOF-SW       PIC X(01)  VALUE 'N'.
000960         88  BQ100-POS-EOF       VALUE 'Y'.
000970     05  BQ100-NEG-EOF-SW        PIC X(01)  VALUE 'N'.
000980         88  BQ100-NEG-EOF       VALUE 'Y'.
000982     05  BQ100-ACCT-OPEN-SW      PIC X(01)  VALUE 'N'.
000984         88  BQ100-ACCT-OPEN     VALUE 'Y'.
000990
001000 01  BQ100-COUNTERS.
001010     05  BQ100-MAST-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001040 01  BQ100-MAST-FILE-STATUS      PIC X(02).
001050 01  BQ100-POS-FILE-STATUS       PIC X(02).
001060 01  BQ100-NEG-FILE-STATUS       PIC X(02).
001065 01  BQ100-ACCT-FILE-STATUS      PIC X(02).
001070
001080 01  BQ100-PARM-CARD.
001090     05  BQ100-PARM-BATCH-ID     PIC X(06).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  BQ100-MST-STATUS        PIC X(05).
001610     05  FILLER                  PIC X(04) VALUE SPACE.
001611
001612 01  BQ100-ADJ-LINE.
001613     05  BQ100-ADJ-ACTION        PIC X(14).
001614     05  BQ100-ADJ-DATE          PIC 9(06).
001615     05  FILLER                  PIC X(04) VALUE ' BY '.
001616     05  BQ100-ADJ-USER          PIC X(08).
001617     05  FILLER                  PIC X(03) VALUE ' - '.
001618     05  BQ100-ADJ-REASON        PIC X(30).
001619     05  FILLER                  PIC X(15) VALUE SPACE.
001620
001621 01  BQ100-CCY-LINE.
001622     05  FILLER                  PIC X(06) VALUE '  CCY '.
001623     05  BQ100-CCY-CODE          PIC X(03).
001624     05  FILLER                  PIC X(06) VALUE ' RATE '.
001625     05  BQ100-CCY-RATE          PIC ZZZZ9.9999999.
001626     05  BQ100-CCY-NO-RATE REDEFINES BQ100-CCY-RATE
001627                                 PIC X(13).
001628     05  FILLER                  PIC X(06) VALUE ' BASE '.
001629     05  BQ100-CCY-POS-SUM       PIC ZZZZZZZZZZ9.99.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001631     05  BQ100-CCY-NEG-SUM       PIC -ZZZZZZZZZZ9.99.
001632     05  FILLER                  PIC X(01) VALUE SPACE.
001633     05  BQ100-CCY-CONTROL       PIC -ZZZZZZZZZZ9.99.
001634
001635 01  BQ100-ITEM-HEADING.
001640     05  FILLER                  PIC X(28) VALUE
001650         ' ITEMIZED DETAIL (THIS RUN) '.
001660     05  FILLER                  PIC X(52) VALUE SPACE.
001740     05  BQ100-ITM-VALUE         PIC -ZZZZZZ9.99.
001750     05  FILLER                  PIC X(06) VALUE ' ACCT '.
001760     05  BQ100-ITM-ACCT          PIC X(08).
001765     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  BQ100-ITM-DESC          PIC X(30).
001775     05  FILLER                  PIC X(08) VALUE SPACE.
001780
001790 01  BQ100-NONE-LINE.
001800     05  FILLER                  PIC X(37) VALUE
002290     END-IF.
002300
002310     OPEN OUTPUT INQRPT.
002311
002312     OPEN INPUT ACCTMST.
002313
002314     IF BQ100-ACCT-FILE-STATUS = '00'
002315         MOVE 'Y' TO BQ100-ACCT-OPEN-SW
002316     ELSE
002317         DISPLAY 'BQ100 - ACCOUNT MASTER UNAVAILABLE, STATUS '
002318             BQ100-ACCT-FILE-STATUS ' - NO DESCRIPTIONS'
002319     END-IF.
002320
002330     MOVE BQ100-PARM-BATCH-ID TO BQ100-HDG-BATCH-ID.
002340     IF BQ100-ALL-DATES
003440
003450     MOVE BQ100-MAST-LINE TO INQ-REPORT-LINE.
003460     WRITE INQ-REPORT-LINE.
003462
003463     MOVE BM-CCY-CODE           TO BQ100-CCY-CODE.
003464     MOVE BM-FX-RATE            TO BQ100-CCY-RATE.
003465     IF BM-FX-RATE = ZERO
003466         MOVE '      NO RATE' TO BQ100-CCY-NO-RATE
003467     END-IF.
003468     MOVE BM-BASE-RESULT        TO BQ100-CCY-POS-SUM.
003469     MOVE BM-BASE-NEG-RESULT    TO BQ100-CCY-NEG-SUM.
003470     MOVE BM-BASE-CONTROL-TOTAL TO BQ100-CCY-CONTROL.
003471     MOVE BQ100-CCY-LINE TO INQ-REPORT-LINE.
003472     WRITE INQ-REPORT-LINE.
003473
003474     MOVE '  REVERSED '    TO BQ100-ADJ-ACTION.
003475     IF BM-RECON-STATUS = 'WROFF'
003476         MOVE '  WRITTEN OFF ' TO BQ100-ADJ-ACTION
003477     END-IF.
003478
003479     IF BM-RECON-STATUS = 'REVSD' OR 'WROFF'
003480         MOVE BM-ADJ-DATE   TO BQ100-ADJ-DATE
003481         MOVE BM-ADJ-USER   TO BQ100-ADJ-USER
003482         MOVE BM-ADJ-REASON TO BQ100-ADJ-REASON
003483         MOVE BQ100-ADJ-LINE TO INQ-REPORT-LINE
003484         WRITE INQ-REPORT-LINE
003485     END-IF.
003486
003487     ADD 1 TO BQ100-MAST-COUNT.
003490
003500 2100-EXIT.
003510     EXIT.
003870         MOVE 'POS'          TO BQ100-ITM-SIGN
003880         MOVE POS-ITEM-VALUE TO BQ100-ITM-VALUE
003890         MOVE POS-ACCT-CODE  TO BQ100-ITM-ACCT
003892         PERFORM 3300-GET-ACCT-DESC
003894             THRU 3300-EXIT
003900         MOVE BQ100-ITEM-LINE TO INQ-REPORT-LINE
003910         WRITE INQ-REPORT-LINE
003920         ADD 1 TO BQ100-ITEM-COUNT
004130         MOVE 'NEG'          TO BQ100-ITM-SIGN
004140         MOVE NEG-ITEM-VALUE TO BQ100-ITM-VALUE
004150         MOVE NEG-ACCT-CODE  TO BQ100-ITM-ACCT
004152         PERFORM 3300-GET-ACCT-DESC
004154             THRU 3300-EXIT
004160         MOVE BQ100-ITEM-LINE TO INQ-REPORT-LINE
004170         WRITE INQ-REPORT-LINE
004180         ADD 1 TO BQ100-ITEM-COUNT
004190     END-IF.
004200
004210 3200-EXIT.
004211     EXIT.
004212
004213******************************************************************
004214* 3300-GET-ACCT-DESC - LOOK UP THE DESCRIPTION OF THE ITEM'S GL  *
004215*                      ACCOUNT ON THE ACCOUNT MASTER             *
004216******************************************************************
004217 3300-GET-ACCT-DESC.
004218     MOVE SPACES TO BQ100-ITM-DESC.
004219
004220     IF NOT BQ100-ACCT-OPEN
004221         GO TO 3300-EXIT
004222     END-IF.
004223
004224     MOVE BQ100-ITM-ACCT TO AM-ACCT-CODE.
004225
004226     READ ACCTMST
004227         INVALID KEY
004228             MOVE '** NOT ON ACCOUNT MASTER **'
004229                 TO BQ100-ITM-DESC
004230         NOT INVALID KEY
004231             MOVE AM-DESCRIPTION TO BQ100-ITM-DESC
004232     END-READ.
004233
004234 3300-EXIT.
004235     EXIT.
004236
004240******************************************************************
004250* 9000-TERMINATE - FLAG AN EMPTY INQUIRY AND CLOSE FILES         *
004260******************************************************************
004460
004470     CLOSE INQRPT.
004480
004482     IF BQ100-ACCT-OPEN
004484         CLOSE ACCTMST
004486     END-IF.
004488
004490 9000-EXIT.
004500     EXIT.
004510
