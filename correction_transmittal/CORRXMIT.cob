000102*  09/02/2026  RO  FOLLOW THE TRAN RECORD GROWTH TO 28 BYTES     *
000104*                  (VALUE DATE ON THE BATCH HEADER); REJECT      *
000106*                  RECORDS ARE NOW 58 BYTES                      *
000107*  10/15/2026  RO  FOLLOW THE TRAN RECORD GROWTH TO 31 BYTES     *
000108*                  (CURRENCY CODE ON THE BATCH HEADER); REJECT   *
000109*                  RECORDS ARE NOW 61 BYTES                      *
000110*  10/15/2026  RO  LOG EACH BATCH RETURNED ON A TRANSMITTAL,     *
000111*                  WITH ITS DEPARTMENT AND DROP REASON, TO THE   *
000112*                  SOURCE-SYSTEM EVENT FILE (SRCEVT) FOR THE     *
000113*                  MONTHLY SOURCE SCORECARD                      *
000114******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CORRXMIT.
000140 AUTHOR. R. OKONKWO.
000330* SOURCES' BATCHES WERE NOT DISPATCHED AND THE REJECT FILE MUST  *
000340* BE RE-RUN AFTER THE EARLIER TRANSMITTALS GO OUT.               *
000350******************************************************************
000351* SCORECARD: EACH DROPPED BATCH WRITTEN TO A TRANSMITTAL IS ALSO *
000352* APPENDED TO THE SOURCE-SYSTEM EVENT FILE (SRCEVT) WITH ITS     *
000353* DEPARTMENT AND DROP REASON, SO SRCSCORE CAN COUNT THE          *
000354* TRANSMITTALS EACH SOURCE SYSTEM WAS SENT.  AN EVENT FILE THAT  *
000355* CANNOT BE OPENED IS REPORTED AND THE RUN GOES ON UNLOGGED.     *
000356******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT DISPRPT  ASSIGN TO DISPRPT
000480         ORGANIZATION IS SEQUENTIAL.
000482     SELECT SRCEVT   ASSIGN TO SRCEVT
000484         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS CX100-EVT-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000590         10  REJ-BATCH-ID.
000600             15  REJ-SOURCE-ID   PIC X(02).
000610             15  FILLER          PIC X(04).
000620         10  FILLER              PIC X(24).
000630     05  REJ-REASON              PIC X(30).
000640
000650 FD  XMITFILE
000700     RECORDING MODE IS F.
000710 01  DISP-REPORT-LINE            PIC X(80).
000720
000722 FD  SRCEVT
000724     RECORDING MODE IS F.
000726     COPY SRCEVT.
000728
000730 WORKING-STORAGE SECTION.
000740 01  CX100-SWITCHES.
000750     05  CX100-EOF-SW            PIC X(01)  VALUE 'N'.
000780         88  CX100-SRC-FOUND     VALUE 'Y'.
000790     05  CX100-SRC-FULL-SW       PIC X(01)  VALUE 'N'.
000800         88  CX100-SRC-FULL      VALUE 'Y'.
000802     05  CX100-EVT-OPEN-SW       PIC X(01)  VALUE 'N'.
000804         88  CX100-EVT-OPEN      VALUE 'Y'.
000810
000820 01  CX100-COUNTERS.
000830     05  CX100-SOURCE-INDEX      PIC 9(03)  COMP.
000880     05  CX100-TOT-RECORDS       PIC 9(05)  COMP  VALUE ZERO.
000890
000900 01  CX100-REJ-FILE-STATUS       PIC X(02).
000905 01  CX100-EVT-FILE-STATUS       PIC X(02).
000910
000920 01  CX100-RUN-DATE              PIC 9(06).
000930 01  CX100-CUR-SOURCE            PIC X(02).
001200
001210 01  CX100-XMIT-IMAGE-LINE.
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  CX100-XMT-IMAGE         PIC X(31).
001240     05  FILLER                  PIC X(48) VALUE SPACE.
001250
001260 01  CX100-XMIT-TRAILER-1.
001270     05  FILLER                  PIC X(28) VALUE
002120                                CX100-DSP-HDG-DATE.
002130     MOVE CX100-DISP-HEADING TO DISP-REPORT-LINE.
002140     WRITE DISP-REPORT-LINE.
002141
002142     OPEN EXTEND SRCEVT.
002143
002144     IF CX100-EVT-FILE-STATUS = '00'
002145         MOVE 'Y' TO CX100-EVT-OPEN-SW
002146     ELSE
002147         DISPLAY 'CX100 - SOURCE EVENT FILE UNAVAILABLE, STATUS '
002148             CX100-EVT-FILE-STATUS ' - RETURNS NOT LOGGED'
002149     END-IF.
002150
002160     OPEN INPUT REJFILE.
002170
003490         MOVE REJ-REASON   TO CX100-XMT-REASON
003500         MOVE CX100-XMIT-DROP-LINE TO XMIT-LINE
003510         WRITE XMIT-LINE
003512         PERFORM 3200-LOG-RETURN
003514             THRU 3200-EXIT
003520     ELSE
003530         IF REJ-REASON NOT = SPACES
003540             MOVE REJ-REASON TO CX100-XMT-STRAY-REASON
003680         THRU 5000-EXIT.
003690
003700 3100-EXIT.
003701     EXIT.
003702
003703******************************************************************
003704* 3200-LOG-RETURN - APPEND THE RETURNED BATCH, WITH ITS          *
003705*                   DEPARTMENT AND DROP REASON, TO THE           *
003706*                   SOURCE-SYSTEM EVENT FILE                     *
003707******************************************************************
003708 3200-LOG-RETURN.
003709     IF NOT CX100-EVT-OPEN
003710         GO TO 3200-EXIT
003711     END-IF.
003712
003713     MOVE SPACES           TO SE-RECORD.
003714     MOVE CX100-RUN-DATE   TO SE-EVENT-DATE.
003715     MOVE REJ-BATCH-ID     TO SE-BATCH-ID.
003716     MOVE 'X'              TO SE-EVENT.
003717     MOVE 'CORRXMIT'       TO SE-PROGRAM.
003718     MOVE REJ-REASON       TO SE-REASON.
003719     MOVE ZERO             TO SE-SUSP-DATE.
003720     MOVE CX100-CUR-SOURCE TO SE-XMIT-DEPT.
003721     WRITE SE-RECORD.
003722
003723 3200-EXIT.
003724     EXIT.
003725
003730******************************************************************
003740* 5000-READ-REJFILE - READ NEXT REJECT RECORD, SET EOF SWITCH    *
003750******************************************************************
004070     CLOSE XMITFILE
004080           DISPRPT.
004090
004092     IF CX100-EVT-OPEN
004094         CLOSE SRCEVT
004096     END-IF.
004098
004100     IF CX100-SRC-FULL
004110         MOVE 8 TO RETURN-CODE
004120     END-IF.
