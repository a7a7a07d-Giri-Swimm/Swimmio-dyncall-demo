000600* NNNS0488 maintains answer for the date's day of week. Times     00000600
000700* come back store-local; MMMC0168-CLOSES-NEXT-DAY is on when the  00000700
000800* close time is past midnight (close < open).                     00000800
0008A0* A store under a temporary closure (FC_XXXAIL_TEMP_CLOS) answers 000008A0
0008A1* closed-all-day for every date inside it, ahead of any override, 000008A1
0008A2* with MMMC0168-FROM-TEMP-CLOSURE on and the expected reopen date 000008A2
0008A3* in MMMC0168-REOPEN-DT.                                          000008A3
000900*-----------------------------------------------------------------00000900
001000 01 MMMC0168.                                                     00001000
001100     05 MMMC0168-LOC-NBR             PIC S9(9) COMP VALUE 0.      00001100
002200     05 MMMC0168-SOURCE-CD           PIC X(1)  VALUE SPACES.      00002200
002300         88 MMMC0168-FROM-OVERRIDE           VALUE 'O'.           00002300
002400         88 MMMC0168-FROM-WEEKLY             VALUE 'W'.           00002400
0024A0         88 MMMC0168-FROM-TEMP-CLOSURE       VALUE 'T'.           000024A0
002500     05 MMMC0168-REOPEN-DT           PIC X(10) VALUE SPACES.      00002500
002510     05 FILLER                       PIC X(10) VALUE SPACES.      00002510
