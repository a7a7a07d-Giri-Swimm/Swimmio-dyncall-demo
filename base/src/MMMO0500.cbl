008600*=================================================================00008600
008700 COPY DFHEIBLK.                                                   00008700
008800 COPY XXXN001A.                                                   00008800
0088A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000088A0
0088A1 COPY MMMC0181.                                                   000088A1
008900 COPY YYYC0107.                                                   00008900
009000 COPY NNNN000U.                                                   00009000
009100                                                                  00009100
047500     .                                                            00047500
047600                                                                  00047600
047700 700-SEND-SCREEN.                                                 00047700
0477A0     PERFORM 710-SHOW-FREEZE-BANNER                               000477A0
047800     EXEC CICS SEND TEXT                                          00047800
047900       FROM   (WS-SCREEN-AREA)                                    00047900
048000       LENGTH (WS-SCREEN-LEN)                                     00048000
048100       ERASE                                                      00048100
048200     END-EXEC                                                     00048200
048300     .                                                            00048300
0483A0                                                                  000483A0
0483A1*=================================================================000483A1
0483A2* While a change freeze is on, its id and end show at the right   000483A2
0483A3* of the heading line (MMMS0181) - the DAOs still decide what     000483A3
0483A4* may change.                                                     000483A4
0483A5*=================================================================000483A5
0483A6 710-SHOW-FREEZE-BANNER.                                          000483A6
0483A7     SET  MMMC0181-GET-BANNER TO TRUE                             000483A7
0483A8     CALL MMMS0181-FREEZE-SVC USING                               000483A8
0483A9         XXXN001A                                                 000483A9
0483B0         MMMC0181                                                 000483B0
0483B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000483B1
0483B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000483B2
0483B3     END-IF                                                       000483B3
0483B4     .                                                            000483B4
048400                                                                  00048400
048500 800-SQL-ERROR.                                                   00048500
048600     MOVE SQLCODE TO WS-SQLCODE                                   00048600
