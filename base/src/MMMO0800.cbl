009100*=================================================================00009100
009200 COPY DFHEIBLK.                                                   00009200
009300 COPY XXXN001A.                                                   00009300
0093A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000093A0
0093A1 COPY MMMC0181.                                                   000093A1
009400                                                                  00009400
009500*=================================================================00009500
009600*  DB2 Areas                                                      00009600
043300     .                                                            00043300
043400                                                                  00043400
043500 700-SEND-SCREEN.                                                 00043500
0435A0     PERFORM 710-SHOW-FREEZE-BANNER                               000435A0
043600     EXEC CICS SEND TEXT                                          00043600
043700       FROM   (WS-SCREEN-AREA)                                    00043700
043800       LENGTH (WS-SCREEN-LEN)                                     00043800
043900       ERASE                                                      00043900
044000     END-EXEC                                                     00044000
044100     .                                                            00044100
0441A0                                                                  000441A0
0441A1*=================================================================000441A1
0441A2* While a change freeze is on, its id and end show at the right   000441A2
0441A3* of the heading line (MMMS0181) - the DAOs still decide what     000441A3
0441A4* may change.                                                     000441A4
0441A5*=================================================================000441A5
0441A6 710-SHOW-FREEZE-BANNER.                                          000441A6
0441A7     SET  MMMC0181-GET-BANNER TO TRUE                             000441A7
0441A8     CALL MMMS0181-FREEZE-SVC USING                               000441A8
0441A9         XXXN001A                                                 000441A9
0441B0         MMMC0181                                                 000441B0
0441B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000441B1
0441B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000441B2
0441B3     END-IF                                                       000441B3
0441B4     .                                                            000441B4
044200                                                                  00044200
044300 800-SQL-ERROR.                                                   00044300
044400     MOVE SQLCODE TO WS-SQLCODE                                   00044400
