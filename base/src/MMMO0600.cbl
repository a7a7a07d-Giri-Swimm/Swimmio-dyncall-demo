011500*=================================================================00011500
011600 COPY DFHEIBLK.                                                   00011600
011700 COPY XXXN001A.                                                   00011700
0117A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000117A0
0117A1 COPY MMMC0181.                                                   000117A1
011800                                                                  00011800
011900*=================================================================00011900
012000*  DB2 Areas                                                      00012000
046200     .                                                            00046200
046300                                                                  00046300
046400 700-SEND-SCREEN.                                                 00046400
0464A0     PERFORM 710-SHOW-FREEZE-BANNER                               000464A0
046500     EXEC CICS SEND TEXT                                          00046500
046600       FROM   (WS-SCREEN-AREA)                                    00046600
046700       LENGTH (WS-SCREEN-LEN)                                     00046700
046800       ERASE                                                      00046800
046900     END-EXEC                                                     00046900
047000     .                                                            00047000
0470A0                                                                  000470A0
0470A1*=================================================================000470A1
0470A2* While a change freeze is on, its id and end show at the right   000470A2
0470A3* of the heading line (MMMS0181) - the DAOs still decide what     000470A3
0470A4* may change.                                                     000470A4
0470A5*=================================================================000470A5
0470A6 710-SHOW-FREEZE-BANNER.                                          000470A6
0470A7     SET  MMMC0181-GET-BANNER TO TRUE                             000470A7
0470A8     CALL MMMS0181-FREEZE-SVC USING                               000470A8
0470A9         XXXN001A                                                 000470A9
0470B0         MMMC0181                                                 000470B0
0470B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000470B1
0470B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000470B2
0470B3     END-IF                                                       000470B3
0470B4     .                                                            000470B4
047100                                                                  00047100
047200 800-SQL-ERROR.                                                   00047200
047300     MOVE SQLCODE TO WS-SQLCODE                                   00047300
