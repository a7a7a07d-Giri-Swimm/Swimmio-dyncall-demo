003600                                                                  00003600
003700 01 WS-STD-STR                  PIC X(80) VALUE SPACES.           00003700
003800 01 WS-STD-LEN                  PIC S9(2) COMP VALUE 80.          00003800
003810 01 WS-STD-LANG-CD             PIC X(2)  VALUE SPACES.            00003810
003900 01 WS-NAME-PATTERN             PIC X(32) VALUE SPACES.           00003900
004000 01 WS-PHON-KEY                 PIC X(4)  VALUE SPACES.           00004000
004100 01 WS-CAND-STORE-NO            PIC S9(9) COMP VALUE 0.           00004100
007500*=================================================================00007500
007600 COPY DFHEIBLK.                                                   00007600
007700 COPY XXXN001A.                                                   00007700
0077A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000077A0
0077A1 COPY MMMC0181.                                                   000077A1
007800 COPY MMMC0180.                                                   00007800
007900                                                                  00007900
008000*=================================================================00008000
017300         XXXN001A                                                 00017300
017400         WS-STD-STR                                               00017400
017500         WS-STD-LEN                                               00017500
017510         WS-STD-LANG-CD                                           00017510
017600                                                                  00017600
017700     INITIALIZE XXXN001A                                          00017700
017800                MMMC0180                                          00017800
023700     .                                                            00023700
023800                                                                  00023800
023900 700-SEND-SCREEN.                                                 00023900
0239A0     PERFORM 710-SHOW-FREEZE-BANNER                               000239A0
024000     EXEC CICS SEND TEXT                                          00024000
024100       FROM   (WS-SCREEN-AREA)                                    00024100
024200       LENGTH (WS-SCREEN-LEN)                                     00024200
024300       ERASE                                                      00024300
024400     END-EXEC                                                     00024400
024500     .                                                            00024500
0245A0                                                                  000245A0
0245A1*=================================================================000245A1
0245A2* While a change freeze is on, its id and end show at the right   000245A2
0245A3* of the heading line (MMMS0181) - the DAOs still decide what     000245A3
0245A4* may change.                                                     000245A4
0245A5*=================================================================000245A5
0245A6 710-SHOW-FREEZE-BANNER.                                          000245A6
0245A7     SET  MMMC0181-GET-BANNER TO TRUE                             000245A7
0245A8     CALL MMMS0181-FREEZE-SVC USING                               000245A8
0245A9         XXXN001A                                                 000245A9
0245B0         MMMC0181                                                 000245B0
0245B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000245B1
0245B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000245B2
0245B3     END-IF                                                       000245B3
0245B4     .                                                            000245B4
024600                                                                  00024600
024700 800-SQL-ERROR.                                                   00024700
024800     MOVE SQLCODE TO WS-SQLCODE                                   00024800
