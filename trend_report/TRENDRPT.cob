000190*  09/02/2026  RO  TREND EACH BATCH UNDER ITS VALUE DATE SO A    *
000200*                  MONDAY RUN'S WEEKEND BUSINESS COUNTS ON ITS   *
000210*                  OWN DAYS                                      *
000212*  10/15/2026  RO  COUNT A WRITTEN-OFF RUN (STATUS WROFF) AS A   *
000214*                  BROKEN DAY - A WRITE-OFF IS NOT A CLEAR       *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. TRENDRPT.
003100         ADD BM-SUMM-DAYS-BROKEN TO TR100-DAYS-BROKEN
003110     ELSE
003120         ADD 1 TO TR100-DAYS-RUN
003130         IF BM-RECON-STATUS = 'BREAK' OR 'WROFF'
003140             ADD 1 TO TR100-DAYS-BROKEN
003150         END-IF
003160     END-IF.
