000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0402.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Selling-footage allocation basis by fiscal period.              00000600
000700*                                                                 00000700
000800* Backroom square feet and food/non-food liner feet are           00000800
000900* overwritten in place on XXXAIL_LOC (and FC_XXXAIL_STORES), so   00000900
001000* sales-per-foot and overhead allocation could not tell what a    00001000
001100* store's footage was last period. NNNS0488 now keeps every       00001100
001200* footage change on FC_XXXAIL_FOOT_HIST (DDDTFH01) with the date  00001200
001300* it took effect. For one closed fiscal period (range from        00001300
001400* MMMS9013) this job works out each store's day-weighted          00001400
001500* average of the three footages over the days the store was       00001500
001600* open in the period - a change takes effect on the day it was    00001600
001700* made - and sends it to accounting as the allocation basis,      00001700
001800* store by store and rolled up by the ten FN_ROLLUP_REPT_nn       00001800
001900* slots (ROLUP_REPT_TBL_TXT), each rollup named from              00001900
002000* FC_XXXAIL_ROLLUP_REF.                                           00002000
002100* A store with no footage history yet is first given a            00002100
002200* baseline row with the footage now on file, effective            00002200
002300* 0001-01-01, so every store has a starting point.                00002300
002400* ALLOCOUT: S store records, R rollup records, count trailer.     00002400
002500* KEYIN card (optional): fiscal year (4), fiscal period (2). No   00002500
002600* card, or a blank one, means the period just closed.             00002600
002700* Batch job - run at each fiscal period close.                    00002700
002800*---------------------------------------------------------------- 00002800
002900 ENVIRONMENT DIVISION.                                            00002900
003000 INPUT-OUTPUT SECTION.                                            00003000
003100 FILE-CONTROL.                                                    00003100
003200     SELECT KEY-IN         ASSIGN TO KEYIN                        00003200
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00003300
003400     SELECT ALLOC-OUT      ASSIGN TO ALLOCOUT                     00003400
003500         ORGANIZATION IS LINE SEQUENTIAL.                         00003500
003600     SELECT ALLOC-RPT      ASSIGN TO RPTOUT                       00003600
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00003700
003800                                                                  00003800
003900 DATA DIVISION.                                                   00003900
004000 FILE SECTION.                                                    00004000
004100 FD  KEY-IN.                                                      00004100
004200 01  KEY-REC.                                                     00004200
004300     05 KEY-FISCAL-YR                  PIC 9(4).                  00004300
004400     05 FILLER                         PIC X(1).                  00004400
004500     05 KEY-FISCAL-PD                  PIC 9(2).                  00004500
004600     05 FILLER                         PIC X(73).                 00004600
004700                                                                  00004700
004800 FD  ALLOC-OUT.                                                   00004800
004900 01  ALLOC-REC.                                                   00004900
005000     05 ALC-REC-TYP                    PIC X(1).                  00005000
005100     05 ALC-FISCAL-YR                  PIC 9(4).                  00005100
005200     05 ALC-FISCAL-PD                  PIC 9(2).                  00005200
005300     05 ALC-STORE-DATA.                                           00005300
005400        10 ALC-STORE-NO                PIC 9(5).                  00005400
005500        10 ALC-OPEN-DAYS               PIC 9(3).                  00005500
005600        10 ALC-AVG-BKRM-SQ-FT          PIC 9(7)V99.               00005600
005700        10 ALC-AVG-FD-LINER-FT         PIC 9(7)V99.               00005700
005800        10 ALC-AVG-NON-FD-LINER-FT     PIC 9(7)V99.               00005800
005900        10 ALC-CHG-IN-PD-SW            PIC X(1).                  00005900
006000        10 FILLER                      PIC X(38).                 00006000
006100     05 ALC-ROLLUP-DATA REDEFINES ALC-STORE-DATA.                 00006100
006200        10 ALC-ROLLUP-SLOT             PIC 9(2).                  00006200
006300        10 ALC-ROLLUP-NBR              PIC 9(3).                  00006300
006400        10 ALC-ROLLUP-NM               PIC X(30).                 00006400
006500        10 ALC-ROLLUP-STORES           PIC 9(5).                  00006500
006600        10 ALC-TOT-BKRM-SQ-FT          PIC 9(9)V99.               00006600
006700        10 ALC-TOT-FD-LINER-FT         PIC 9(9)V99.               00006700
006800        10 ALC-TOT-NON-FD-LINER-FT     PIC 9(9)V99.               00006800
006900                                                                  00006900
007000 FD  ALLOC-RPT.                                                   00007000
007100 01  RPT-LINE                          PIC X(132).                00007100
007200                                                                  00007200
007300 WORKING-STORAGE SECTION.                                         00007300
007400* --------------------------------------------------------------- 00007400
007500* Misc working storage...                                         00007500
007600* --------------------------------------------------------------- 00007600
007700 01 MMMS9013-FISCAL-CAL               PIC X(8) VALUE 'MMMS9013'.  00007700
007800 01 WS-DUMMY-DATE                     PIC X(10) VALUE SPACES.     00007800
007900 01 WS-RUN-DATE                       PIC X(10) VALUE SPACES.     00007900
008000 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00008000
008100    05 WS-RUN-DATE-N8                 PIC 9(8).                   00008100
008200    05 FILLER                         PIC X(2).                   00008200
008300                                                                  00008300
008400 01 WS-FISCAL-YR                      PIC 9(4) VALUE 0.           00008400
008500 01 WS-FISCAL-PD                      PIC 9(2) VALUE 0.           00008500
008600 01 WS-STEP-YR                        PIC 9(4) VALUE 0.           00008600
008700 01 WS-STEP-PD                        PIC 9(2) VALUE 0.           00008700
008800 01 WS-STEP-CNT                       PIC 9(3) VALUE 0.           00008800
008900 01 WS-STEP-TOTAL                     PIC 9(6) VALUE 0.           00008900
009000 01 WS-PD-STRT-DT                     PIC X(10) VALUE SPACES.     00009000
009100 01 WS-PD-END-DT                      PIC X(10) VALUE SPACES.     00009100
009200 01 WS-SEED-COUNT                     PIC S9(9) COMP VALUE 0.     00009200
009300                                                                  00009300
009400* One history row off FOOT-CSR. Day numbers are DB2 DAYS().       00009400
009500 01 WS-FOOT-ROW.                                                  00009500
009600    05 WS-ROW-STORE                   PIC S9(9) COMP VALUE 0.     00009600
009700    05 WS-ROW-EFF-DAY                 PIC S9(9) COMP VALUE 0.     00009700
009800    05 WS-ROW-FROM-DAY                PIC S9(9) COMP VALUE 0.     00009800
009900    05 WS-ROW-TO-DAY                  PIC S9(9) COMP VALUE 0.     00009900
010000    05 WS-ROW-BKRM                    PIC S9(7) COMP-3 VALUE 0.   00010000
010100    05 WS-ROW-FD                      PIC S9(7) COMP-3 VALUE 0.   00010100
010200    05 WS-ROW-NONFD                   PIC S9(7) COMP-3 VALUE 0.   00010200
010300    05 WS-ROW-ROLLUP-SLOTS            PIC X(20) VALUE SPACES.     00010300
010400                                                                  00010400
010500* The store being averaged - its open window in the period,       00010500
010600* the footage in effect and the day it took effect from, and      00010600
010700* the footage-days summed so far.                                 00010700
010800 01 WS-STORE-WORK.                                                00010800
010900    05 WS-CUR-STORE                   PIC S9(9) COMP VALUE 0.     00010900
011000    05 WS-CUR-FROM-DAY                PIC S9(9) COMP VALUE 0.     00011000
011100    05 WS-CUR-TO-DAY                  PIC S9(9) COMP VALUE 0.     00011100
011200    05 WS-CUR-SEG-DAY                 PIC S9(9) COMP VALUE 0.     00011200
011300    05 WS-CUR-BKRM                    PIC S9(7) COMP-3 VALUE 0.   00011300
011400    05 WS-CUR-FD                      PIC S9(7) COMP-3 VALUE 0.   00011400
011500    05 WS-CUR-NONFD                   PIC S9(7) COMP-3 VALUE 0.   00011500
011600    05 WS-CUR-HAVE-SW                 PIC X(1) VALUE 'N'.         00011600
011700       88 CUR-HAVE-FOOTAGE                     VALUE 'Y'.         00011700
011800       88 CUR-NO-FOOTAGE                       VALUE 'N'.         00011800
011900    05 WS-CUR-CHG-SW                  PIC X(1) VALUE 'N'.         00011900
012000       88 CUR-CHANGED-IN-PD                    VALUE 'Y'.         00012000
012100    05 WS-CUR-DAYS                    PIC S9(9) COMP VALUE 0.     00012100
012200    05 WS-CUR-SPAN                    PIC S9(9) COMP VALUE 0.     00012200
012300    05 WS-SUM-BKRM                    PIC S9(13) COMP-3 VALUE 0.  00012300
012400    05 WS-SUM-FD                      PIC S9(13) COMP-3 VALUE 0.  00012400
012500    05 WS-SUM-NONFD                   PIC S9(13) COMP-3 VALUE 0.  00012500
012600    05 WS-AVG-BKRM                    PIC S9(7)V99 COMP-3.        00012600
012700    05 WS-AVG-FD                      PIC S9(7)V99 COMP-3.        00012700
012800    05 WS-AVG-NONFD                   PIC S9(7)V99 COMP-3.        00012800
012900    05 WS-CUR-ROLLUP-SLOTS            PIC X(20) VALUE SPACES.     00012900
013000 01 WS-ROLLUP-SLOTS                   PIC X(20) VALUE SPACES.     00013000
013100 01 REDEFINES WS-ROLLUP-SLOTS.                                    00013100
013200    05 WS-ROLLUP-SLOT-NBR             PIC S9(3) COMP-3            00013200
013300                                      OCCURS 10 TIMES.            00013300
013400 01 WS-ROLLUP-IDX                     PIC S9(4) COMP VALUE 0.     00013400
013500                                                                  00013500
013600* Rollup totals, kept in slot/rollup order as they are built.     00013600
013700 01 WS-RU-MAX                         PIC S9(4) COMP VALUE 500.   00013700
013800 01 WS-RU-CNT                         PIC S9(4) COMP VALUE 0.     00013800
013900 01 WS-RU-SUB                         PIC S9(4) COMP VALUE 0.     00013900
014000 01 WS-RU-MOV                         PIC S9(4) COMP VALUE 0.     00014000
014100 01 WS-RU-KEY                         PIC 9(5) VALUE 0.           00014100
014200 01 WS-RU-TABLE.                                                  00014200
014300    05 WS-RU-ENTRY OCCURS 500.                                    00014300
014400       10 WS-RU-ENTRY-KEY.                                        00014400
014500          15 WS-RU-SLOT               PIC 9(2).                   00014500
014600          15 WS-RU-NBR                PIC 9(3).                   00014600
014700       10 WS-RU-STORES                PIC 9(5).                   00014700
014800       10 WS-RU-BKRM                  PIC S9(9)V99 COMP-3.        00014800
014900       10 WS-RU-FD                    PIC S9(9)V99 COMP-3.        00014900
015000       10 WS-RU-NONFD                 PIC S9(9)V99 COMP-3.        00015000
015100                                                                  00015100
015200 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00015200
015300 01 WS-CHANGED-COUNT                  PIC 9(6) VALUE 0.           00015300
015400 01 WS-NO-FOOTAGE-COUNT               PIC 9(6) VALUE 0.           00015400
015500 01 WS-OVERFLOW-COUNT                 PIC 9(6) VALUE 0.           00015500
015600 01 WS-FEED-COUNT                     PIC 9(9) VALUE 0.           00015600
015700                                                                  00015700
015800 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00015800
015900    88 IS-EOF                                  VALUE 'Y'.         00015900
016000    88 NOT-EOF                                 VALUE 'N'.         00016000
016100 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00016100
016200    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00016200
016300    88 SQL-NO-ERROR                            VALUE 'N'.         00016300
016400                                                                  00016400
016500 01 WS-FEED-TRL.                                                  00016500
016600    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00016600
016700    05 WS-FEED-TRL-FISCAL-YR        PIC 9(4).                     00016700
016800    05 WS-FEED-TRL-FISCAL-PD        PIC 9(2).                     00016800
016900    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00016900
017000    05 FILLER                       PIC X(64) VALUE SPACES.       00017000
017100                                                                  00017100
017200 01 WS-HDG-LINE-1.                                                00017200
017300    05 FILLER PIC X(52) VALUE                                     00017300
017400       'MMMB0402 - SELLING-FOOTAGE ALLOCATION BASIS'.             00017400
017500 01 WS-PD-LINE.                                                   00017500
017600    05 FILLER PIC X(7)  VALUE 'FY/PD: '.                          00017600
017700    05 WS-PD-LINE-YR                PIC 9(4).                     00017700
017800    05 FILLER PIC X(1)  VALUE '/'.                                00017800
017900    05 WS-PD-LINE-PD                PIC 9(2).                     00017900
018000    05 FILLER PIC X(3)  VALUE SPACES.                             00018000
018100    05 WS-PD-LINE-STRT              PIC X(10).                    00018100
018200    05 FILLER PIC X(3)  VALUE ' - '.                              00018200
018300    05 WS-PD-LINE-END               PIC X(10).                    00018300
018400 01 WS-RU-HDG.                                                    00018400
018500    05 FILLER PIC X(48) VALUE                                     00018500
018600       'SLOT  NBR NAME                            STORES'.        00018600
018700    05 FILLER PIC X(50) VALUE                                     00018700
018800       '  BACKROOM SQ FT  FOOD LINER FT  NON-FOOD LINER FT'.      00018800
018900 01 WS-RU-LINE.                                                   00018900
019000    05 WS-RUL-SLOT                  PIC Z9.                       00019000
019100    05 FILLER                       PIC X(3) VALUE SPACES.        00019100
019200    05 WS-RUL-NBR                   PIC ZZ9.                      00019200
019300    05 FILLER                       PIC X(1) VALUE SPACES.        00019300
019400    05 WS-RUL-NM                    PIC X(30).                    00019400
019500    05 FILLER                       PIC X(3) VALUE SPACES.        00019500
019600    05 WS-RUL-STORES                PIC ZZ,ZZ9.                   00019600
019700    05 FILLER                       PIC X(2) VALUE SPACES.        00019700
019800    05 WS-RUL-BKRM                  PIC ZZZ,ZZZ,ZZ9.99.           00019800
019900    05 FILLER                       PIC X(1) VALUE SPACES.        00019900
020000    05 WS-RUL-FD                    PIC ZZZ,ZZZ,ZZ9.99.           00020000
020100    05 FILLER                       PIC X(5) VALUE SPACES.        00020100
020200    05 WS-RUL-NONFD                 PIC ZZZ,ZZZ,ZZ9.99.           00020200
020300                                                                  00020300
020400 01 WS-SUMMARY-LINE.                                              00020400
020500    05 FILLER PIC X(23) VALUE 'STORES SENT        - '.            00020500
020600    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00020600
020700 01 WS-SUMMARY-LINE2.                                             00020700
020800    05 FILLER PIC X(23) VALUE '  FOOTAGE CHANGED  - '.            00020800
020900    05 WS-SUM-CHANGED               PIC ZZZ,ZZ9.                  00020900
021000 01 WS-SUMMARY-LINE3.                                             00021000
021100    05 FILLER PIC X(23) VALUE 'NO FOOTAGE ON FILE - '.            00021100
021200    05 WS-SUM-NO-FOOTAGE            PIC ZZZ,ZZ9.                  00021200
021300 01 WS-SUMMARY-LINE4.                                             00021300
021400    05 FILLER PIC X(23) VALUE 'BASELINES SEEDED   - '.            00021400
021500    05 WS-SUM-SEEDED                PIC ZZZ,ZZ9.                  00021500
021600 01 WS-SUMMARY-LINE5.                                             00021600
021700    05 FILLER PIC X(23) VALUE 'ROLLUPS SENT       - '.            00021700
021800    05 WS-SUM-ROLLUPS               PIC ZZZ,ZZ9.                  00021800
021900 01 WS-SUMMARY-LINE6.                                             00021900
022000    05 FILLER PIC X(23) VALUE 'ROLLUPS NOT KEPT   - '.            00022000
022100    05 WS-SUM-OVERFLOW              PIC ZZZ,ZZ9.                  00022100
022200                                                                  00022200
022300* --------------------------------------------------------------- 00022300
022400* Miscellaneous copy books go here...                             00022400
022500* --------------------------------------------------------------- 00022500
022600 COPY XXXN001A.                                                   00022600
022700 COPY MMMC9013.                                                   00022700
022800 COPY MMMK001B.                                                   00022800
022900 COPY YYYC0230.                                                   00022900
023000 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00023000
023100                                                                  00023100
023200* ----------------------------------------------------------------00023200
023300* DB2 stuff...                                                    00023300
023400* ----------------------------------------------------------------00023400
023500     EXEC SQL                                                     00023500
023600       INCLUDE SQLCA                                              00023600
023700     END-EXEC                                                     00023700
023800                                                                  00023800
023900     EXEC SQL                                                     00023900
024000       INCLUDE DDDTFH01                                           00024000
024100     END-EXEC                                                     00024100
024200                                                                  00024200
024300     EXEC SQL                                                     00024300
024400       INCLUDE DDDTRR01                                           00024400
024500     END-EXEC                                                     00024500
024600                                                                  00024600
024700* The footage history of every store open at any time in the      00024700
024800* period, up to the period end, in change order - with the        00024800
024900* store's open window in the period as day numbers. The zero      00024900
025000* date '0001-01-01' is this shop's no-date-on-file.               00025000
025100     EXEC SQL                                                     00025100
025200       DECLARE FOOT-CSR CURSOR FOR                                00025200
025300       SELECT H.FH_LOC_NBR,                                       00025300
025400              DAYS(H.FH_EFF_DT),                                  00025400
025500              DAYS(CASE WHEN S.FC_RL_OPENING_DT                   00025500
025600                               > DATE(:WS-PD-STRT-DT)             00025600
025700                        THEN S.FC_RL_OPENING_DT                   00025700
025800                        ELSE DATE(:WS-PD-STRT-DT) END),           00025800
025900              DAYS(CASE WHEN S.FC_RL_CLOSING_DT > '0001-01-01'    00025900
026000                         AND S.FC_RL_CLOSING_DT                   00026000
026100                               < DATE(:WS-PD-END-DT)              00026100
026200                        THEN S.FC_RL_CLOSING_DT                   00026200
026300                        ELSE DATE(:WS-PD-END-DT) END),            00026300
026400              H.FH_BKRM_SQ_FT, H.FH_FD_LINER_FT,                  00026400
026500              H.FH_NON_FD_LINER_FT,                               00026500
026600              L.ROLUP_REPT_TBL_TXT                                00026600
026700         FROM FC_XXXAIL_FOOT_HIST H                               00026700
026800         JOIN FC_XXXAIL_STORES S                                  00026800
026900           ON S.FC_STORE_NO   = H.FH_LOC_NBR                      00026900
027000         JOIN XXXAIL_LOC L                                        00027000
027100           ON L.LOC_NBR       = H.FH_LOC_NBR                      00027100
027200          AND L.LOC_TYP_CD    = H.FH_LOC_TYP_CD                   00027200
027300        WHERE H.FH_LOC_TYP_CD = 'S '                              00027300
027400          AND H.FH_EFF_DT    <= :WS-PD-END-DT                     00027400
027500          AND S.FC_RL_OPENING_DT > '0001-01-01'                   00027500
027600          AND S.FC_RL_OPENING_DT <= :WS-PD-END-DT                 00027600
027700          AND ( S.FC_RL_CLOSING_DT = '0001-01-01'                 00027700
027800             OR S.FC_RL_CLOSING_DT >= :WS-PD-STRT-DT )            00027800
027900        ORDER BY H.FH_LOC_NBR, H.FH_EFF_TS                        00027900
028000     END-EXEC                                                     00028000
028100                                                                  00028100
028200 PROCEDURE DIVISION.                                              00028200
028300***************************************************************** 00028300
028400* Start of program main line.                                     00028400
028500***************************************************************** 00028500
028600 000-MAIN.                                                        00028600
028700     PERFORM 050-RUN-CNTL-START                                   00028700
028800     IF SQL-ERROR-DETECTED                                        00028800
028900       MOVE 8 TO RETURN-CODE                                      00028900
029000       GOBACK                                                     00029000
029100     END-IF                                                       00029100
029200     PERFORM 100-INITIALIZE                                       00029200
029300     IF SQL-NO-ERROR                                              00029300
029400       PERFORM 150-SEED-BASELINES                                 00029400
029500     END-IF                                                       00029500
029600     IF SQL-NO-ERROR                                              00029600
029700       PERFORM 200-AVERAGE-THE-STORES                             00029700
029800     END-IF                                                       00029800
029900     IF SQL-NO-ERROR                                              00029900
030000       PERFORM 600-SEND-THE-ROLLUPS                               00030000
030100     END-IF                                                       00030100
030200     PERFORM 900-TERMINATE                                        00030200
030300     PERFORM 055-RUN-CNTL-END                                     00030300
030400     GOBACK                                                       00030400
030500     .                                                            00030500
030600                                                                  00030600
030700*================================================================ 00030700
030800* Initialization - the period and its calendar range.             00030800
030900*================================================================ 00030900
031000 100-INITIALIZE.                                                  00031000
031100     OPEN INPUT  KEY-IN                                           00031100
031200     OPEN OUTPUT ALLOC-OUT                                        00031200
031300                 ALLOC-RPT                                        00031300
031400     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00031400
031500                                                                  00031500
031600     READ KEY-IN                                                  00031600
031700       AT END MOVE SPACES TO KEY-REC                              00031700
031800     END-READ                                                     00031800
031900     IF KEY-REC = SPACES                                          00031900
032000       PERFORM 110-FIND-CLOSED-PERIOD                             00032000
032100     ELSE                                                         00032100
032200       IF KEY-FISCAL-YR NUMERIC AND KEY-FISCAL-PD NUMERIC         00032200
032300       AND KEY-FISCAL-PD >= 1 AND KEY-FISCAL-PD <= 12             00032300
032400         MOVE KEY-FISCAL-YR TO WS-FISCAL-YR                       00032400
032500         MOVE KEY-FISCAL-PD TO WS-FISCAL-PD                       00032500
032600       ELSE                                                       00032600
032700         SET SQL-ERROR-DETECTED TO TRUE                           00032700
032800         DISPLAY 'MMMB0402 - INVALID PERIOD CARD ON KEYIN: '      00032800
032900                 KEY-REC (1:7)                                    00032900
033000       END-IF                                                     00033000
033100     END-IF                                                       00033100
033200                                                                  00033200
033300     IF SQL-NO-ERROR                                              00033300
033400       MOVE WS-FISCAL-YR TO WS-STEP-YR                            00033400
033500       MOVE WS-FISCAL-PD TO WS-STEP-PD                            00033500
033600       PERFORM 130-PERIOD-RANGE                                   00033600
033700     END-IF                                                       00033700
033800     IF SQL-NO-ERROR                                              00033800
033900       MOVE MMMC9013-PD-STRT-DT TO WS-PD-STRT-DT                  00033900
034000       MOVE MMMC9013-PD-END-DT  TO WS-PD-END-DT                   00034000
034100       MOVE WS-FISCAL-YR  TO WS-PD-LINE-YR                        00034100
034200       MOVE WS-FISCAL-PD  TO WS-PD-LINE-PD                        00034200
034300       MOVE WS-PD-STRT-DT TO WS-PD-LINE-STRT                      00034300
034400       MOVE WS-PD-END-DT  TO WS-PD-LINE-END                       00034400
034500       WRITE RPT-LINE FROM WS-PD-LINE                             00034500
034600     END-IF                                                       00034600
034700     .                                                            00034700
034800                                                                  00034800
034900*    No card - the period before the one today falls in.          00034900
035000 110-FIND-CLOSED-PERIOD.                                          00035000
035100     ACCEPT WS-RUN-DATE-N8 FROM DATE YYYYMMDD                     00035100
035200     INITIALIZE MMMC9013                                          00035200
035300     SET  MMMC9013-DATE-TO-FISCAL TO TRUE                         00035300
035400     MOVE '02' TO MMMC9013-PIC-FORMAT                             00035400
035500     CALL MMMS9013-FISCAL-CAL USING                               00035500
035600         XXXN001A                                                 00035600
035700         MMMC9013                                                 00035700
035800         WS-RUN-DATE                                              00035800
035900     IF NOT SUCCESS                                               00035900
036000       SET SQL-ERROR-DETECTED TO TRUE                             00036000
036100       DISPLAY 'MMMB0402 - FISCAL PERIOD OF TODAY FAILED: '       00036100
036200               IS-RTRN-MSG-TXT                                    00036200
036300     ELSE                                                         00036300
036400       MOVE MMMC9013-FISCAL-YR TO WS-STEP-YR                      00036400
036500       MOVE MMMC9013-FISCAL-PD TO WS-STEP-PD                      00036500
036600       MOVE 1                  TO WS-STEP-CNT                     00036600
036700       PERFORM 120-STEP-BACK-PERIODS                              00036700
036800       MOVE WS-STEP-YR         TO WS-FISCAL-YR                    00036800
036900       MOVE WS-STEP-PD         TO WS-FISCAL-PD                    00036900
037000     END-IF                                                       00037000
037100     .                                                            00037100
037200                                                                  00037200
037300*    Twelve periods to the fiscal year.                           00037300
037400 120-STEP-BACK-PERIODS.                                           00037400
037500     COMPUTE WS-STEP-TOTAL = WS-STEP-YR * 12 + WS-STEP-PD - 1     00037500
037600                           - WS-STEP-CNT                          00037600
037700     DIVIDE WS-STEP-TOTAL BY 12                                   00037700
037800       GIVING WS-STEP-YR REMAINDER WS-STEP-PD                     00037800
037900     ADD 1 TO WS-STEP-PD                                          00037900
038000     .                                                            00038000
038100                                                                  00038100
038200 130-PERIOD-RANGE.                                                00038200
038300     INITIALIZE MMMC9013                                          00038300
038400     SET  MMMC9013-FISCAL-TO-RANGE TO TRUE                        00038400
038500     MOVE WS-STEP-YR TO MMMC9013-FISCAL-YR                        00038500
038600     MOVE WS-STEP-PD TO MMMC9013-FISCAL-PD                        00038600
038700     CALL MMMS9013-FISCAL-CAL USING                               00038700
038800         XXXN001A                                                 00038800
038900         MMMC9013                                                 00038900
039000         WS-DUMMY-DATE                                            00039000
039100     IF NOT SUCCESS                                               00039100
039200       SET SQL-ERROR-DETECTED TO TRUE                             00039200
039300       DISPLAY 'MMMB0402 - FISCAL RANGE FAILED FOR '              00039300
039400               WS-STEP-YR '/' WS-STEP-PD ': '                     00039400
039500               IS-RTRN-MSG-TXT                                    00039500
039600     END-IF                                                       00039600
039700     .                                                            00039700
039800                                                                  00039800
039900*================================================================ 00039900
040000* A store with no footage history yet starts from the footage     00040000
040100* on file now.                                                    00040100
040200*================================================================ 00040200
040300 150-SEED-BASELINES.                                              00040300
040400     EXEC SQL                                                     00040400
040500       INSERT INTO FC_XXXAIL_FOOT_HIST                            00040500
040600          ( FH_LOC_NBR, FH_LOC_TYP_CD, FH_EFF_TS, FH_EFF_DT,      00040600
040700            FH_BKRM_SQ_FT, FH_FD_LINER_FT, FH_NON_FD_LINER_FT,    00040700
040800            FH_CHG_TYPE_CD, FH_CHGD_BY_USER_ID )                  00040800
040900       SELECT L.LOC_NBR, L.LOC_TYP_CD,                            00040900
041000              TIMESTAMP('0001-01-01-00.00.00.000000'),            00041000
041100              DATE('0001-01-01'),                                 00041100
041200              L.BKRM_SQ_FT, L.FD_LINER_FT, L.NON_FD_LINER_FT,     00041200
041300              'B', 'MMMB0402'                                     00041300
041400         FROM XXXAIL_LOC L                                        00041400
041500        WHERE L.LOC_TYP_CD = :K-STORE-LOC-TYPE                    00041500
041600          AND NOT EXISTS                                          00041600
041700            ( SELECT 1                                            00041700
041800                FROM FC_XXXAIL_FOOT_HIST H                        00041800
041900               WHERE H.FH_LOC_NBR    = L.LOC_NBR                  00041900
042000                 AND H.FH_LOC_TYP_CD = L.LOC_TYP_CD )             00042000
042100     END-EXEC                                                     00042100
042200     EVALUATE TRUE                                                00042200
042300       WHEN SQLCODE = 0                                           00042300
042400         MOVE SQLERRD (3) TO WS-SEED-COUNT                        00042400
042500         EXEC SQL                                                 00042500
042600           COMMIT                                                 00042600
042700         END-EXEC                                                 00042700
042800       WHEN SQLCODE = 100                                         00042800
042900         MOVE 0 TO SQLCODE                                        00042900
043000       WHEN OTHER                                                 00043000
043100         SET SQL-ERROR-DETECTED TO TRUE                           00043100
043200         DISPLAY 'MMMB0402 - ERROR SEEDING BASELINES, SQLCODE='   00043200
043300                 SQLCODE                                          00043300
043400     END-EVALUATE                                                 00043400
043500     .                                                            00043500
043600                                                                  00043600
043700*================================================================ 00043700
043800* Walk the history store by store. Each row's footage holds       00043800
043900* from its effective day until the next row's; days before the    00043900
044000* store's open window only set the footage it starts with.        00044000
044100*================================================================ 00044100
044200 200-AVERAGE-THE-STORES.                                          00044200
044300     SET NOT-EOF TO TRUE                                          00044300
044400     MOVE 0 TO WS-CUR-STORE                                       00044400
044500     EXEC SQL                                                     00044500
044600       OPEN FOOT-CSR                                              00044600
044700     END-EXEC                                                     00044700
044800     IF SQLCODE NOT = 0                                           00044800
044900       SET SQL-ERROR-DETECTED TO TRUE                             00044900
045000       DISPLAY 'MMMB0402 - ERROR OPENING FOOT-CSR, SQLCODE='      00045000
045100               SQLCODE                                            00045100
045200     ELSE                                                         00045200
045300       PERFORM 220-FETCH-NEXT-ROW                                 00045300
045400       PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED                 00045400
045500         IF WS-ROW-STORE NOT = WS-CUR-STORE                       00045500
045600           IF WS-CUR-STORE NOT = 0                                00045600
045700             PERFORM 400-FINISH-ONE-STORE                         00045700
045800           END-IF                                                 00045800
045900           PERFORM 300-START-ONE-STORE                            00045900
046000         END-IF                                                   00046000
046100         PERFORM 320-APPLY-ONE-ROW                                00046100
046200         PERFORM 220-FETCH-NEXT-ROW                               00046200
046300       END-PERFORM                                                00046300
046400       IF WS-CUR-STORE NOT = 0 AND SQL-NO-ERROR                   00046400
046500         PERFORM 400-FINISH-ONE-STORE                             00046500
046600       END-IF                                                     00046600
046700       EXEC SQL                                                   00046700
046800         CLOSE FOOT-CSR                                           00046800
046900       END-EXEC                                                   00046900
047000       MOVE 0 TO SQLCODE                                          00047000
047100     END-IF                                                       00047100
047200     .                                                            00047200
047300                                                                  00047300
047400 220-FETCH-NEXT-ROW.                                              00047400
047500     EXEC SQL                                                     00047500
047600       FETCH FOOT-CSR                                             00047600
047700         INTO :WS-ROW-STORE,                                      00047700
047800              :WS-ROW-EFF-DAY,                                    00047800
047900              :WS-ROW-FROM-DAY,                                   00047900
048000              :WS-ROW-TO-DAY,                                     00048000
048100              :WS-ROW-BKRM,                                       00048100
048200              :WS-ROW-FD,                                         00048200
048300              :WS-ROW-NONFD,                                      00048300
048400              :WS-ROW-ROLLUP-SLOTS                                00048400
048500     END-EXEC                                                     00048500
048600     EVALUATE TRUE                                                00048600
048700       WHEN SQLCODE = 100                                         00048700
048800         SET IS-EOF TO TRUE                                       00048800
048900         MOVE 0 TO SQLCODE                                        00048900
049000       WHEN SQLCODE NOT = 0                                       00049000
049100         SET SQL-ERROR-DETECTED TO TRUE                           00049100
049200         DISPLAY 'MMMB0402 - ERROR FETCHING FOOT-CSR, SQLCODE='   00049200
049300                 SQLCODE                                          00049300
049400     END-EVALUATE                                                 00049400
049500     .                                                            00049500
049600                                                                  00049600
049700 300-START-ONE-STORE.                                             00049700
049800     MOVE WS-ROW-STORE        TO WS-CUR-STORE                     00049800
049900     MOVE WS-ROW-FROM-DAY     TO WS-CUR-FROM-DAY                  00049900
050000                                 WS-CUR-SEG-DAY                   00050000
050100     MOVE WS-ROW-TO-DAY       TO WS-CUR-TO-DAY                    00050100
050200     MOVE WS-ROW-ROLLUP-SLOTS TO WS-CUR-ROLLUP-SLOTS              00050200
050300     MOVE 0 TO WS-CUR-DAYS                                        00050300
050400               WS-SUM-BKRM                                        00050400
050500               WS-SUM-FD                                          00050500
050600               WS-SUM-NONFD                                       00050600
050700     SET CUR-NO-FOOTAGE TO TRUE                                   00050700
050800     MOVE 'N' TO WS-CUR-CHG-SW                                    00050800
050900     .                                                            00050900
051000                                                                  00051000
051100*    A change inside the window closes out the footage before     00051100
051200*    it; a change after the store closed is ignored.              00051200
051300 320-APPLY-ONE-ROW.                                               00051300
051400     IF WS-ROW-EFF-DAY > WS-CUR-SEG-DAY                           00051400
051500       IF WS-ROW-EFF-DAY > WS-CUR-TO-DAY                          00051500
051600         MOVE WS-CUR-TO-DAY TO WS-ROW-EFF-DAY                     00051600
051700         ADD 1 TO WS-ROW-EFF-DAY                                  00051700
051800       ELSE                                                       00051800
051900         SET CUR-CHANGED-IN-PD TO TRUE                            00051900
052000       END-IF                                                     00052000
052100       PERFORM 340-ADD-SEGMENT                                    00052100
052200       MOVE WS-ROW-EFF-DAY TO WS-CUR-SEG-DAY                      00052200
052300     END-IF                                                       00052300
052400     IF WS-ROW-EFF-DAY NOT > WS-CUR-TO-DAY                        00052400
052500       MOVE WS-ROW-BKRM  TO WS-CUR-BKRM                           00052500
052600       MOVE WS-ROW-FD    TO WS-CUR-FD                             00052600
052700       MOVE WS-ROW-NONFD TO WS-CUR-NONFD                          00052700
052800       SET CUR-HAVE-FOOTAGE TO TRUE                               00052800
052900     END-IF                                                       00052900
053000     .                                                            00053000
053100                                                                  00053100
053200*    The footage in effect from the segment start up to, not      00053200
053300*    including, WS-ROW-EFF-DAY. Days with no footage yet are      00053300
053400*    left out of the average.                                     00053400
053500 340-ADD-SEGMENT.                                                 00053500
053600     IF CUR-HAVE-FOOTAGE                                          00053600
053700       COMPUTE WS-CUR-SPAN = WS-ROW-EFF-DAY - WS-CUR-SEG-DAY      00053700
053800       IF WS-CUR-SPAN > 0                                         00053800
053900         ADD WS-CUR-SPAN TO WS-CUR-DAYS                           00053900
054000         COMPUTE WS-SUM-BKRM  = WS-SUM-BKRM                       00054000
054100                              + WS-CUR-BKRM  * WS-CUR-SPAN        00054100
054200         COMPUTE WS-SUM-FD    = WS-SUM-FD                         00054200
054300                              + WS-CUR-FD    * WS-CUR-SPAN        00054300
054400         COMPUTE WS-SUM-NONFD = WS-SUM-NONFD                      00054400
054500                              + WS-CUR-NONFD * WS-CUR-SPAN        00054500
054600       END-IF                                                     00054600
054700     END-IF                                                       00054700
054800     .                                                            00054800
054900                                                                  00054900
055000*================================================================ 00055000
055100* One store done: the last footage runs to the end of its         00055100
055200* window; then the averages, the store record and the rollups.    00055200
055300*================================================================ 00055300
055400 400-FINISH-ONE-STORE.                                            00055400
055500     IF WS-CUR-SEG-DAY NOT > WS-CUR-TO-DAY                        00055500
055600       COMPUTE WS-ROW-EFF-DAY = WS-CUR-TO-DAY + 1                 00055600
055700       PERFORM 340-ADD-SEGMENT                                    00055700
055800     END-IF                                                       00055800
055900     IF WS-CUR-DAYS = 0                                           00055900
056000       ADD 1 TO WS-NO-FOOTAGE-COUNT                               00056000
056100     ELSE                                                         00056100
056200       ADD 1 TO WS-STORE-COUNT                                    00056200
056300       IF CUR-CHANGED-IN-PD                                       00056300
056400         ADD 1 TO WS-CHANGED-COUNT                                00056400
056500       END-IF                                                     00056500
056600       COMPUTE WS-AVG-BKRM  ROUNDED = WS-SUM-BKRM  / WS-CUR-DAYS  00056600
056700       COMPUTE WS-AVG-FD    ROUNDED = WS-SUM-FD    / WS-CUR-DAYS  00056700
056800       COMPUTE WS-AVG-NONFD ROUNDED = WS-SUM-NONFD / WS-CUR-DAYS  00056800
056900       MOVE SPACES         TO ALLOC-REC                           00056900
057000       MOVE 'S'            TO ALC-REC-TYP                         00057000
057100       MOVE WS-FISCAL-YR   TO ALC-FISCAL-YR                       00057100
057200       MOVE WS-FISCAL-PD   TO ALC-FISCAL-PD                       00057200
057300       MOVE WS-CUR-STORE   TO ALC-STORE-NO                        00057300
057400       MOVE WS-CUR-DAYS    TO ALC-OPEN-DAYS                       00057400
057500       MOVE WS-AVG-BKRM    TO ALC-AVG-BKRM-SQ-FT                  00057500
057600       MOVE WS-AVG-FD      TO ALC-AVG-FD-LINER-FT                 00057600
057700       MOVE WS-AVG-NONFD   TO ALC-AVG-NON-FD-LINER-FT             00057700
057800       MOVE WS-CUR-CHG-SW  TO ALC-CHG-IN-PD-SW                    00057800
057900       WRITE ALLOC-REC                                            00057900
058000       ADD 1 TO WS-FEED-COUNT                                     00058000
058100       MOVE WS-CUR-ROLLUP-SLOTS TO WS-ROLLUP-SLOTS                00058100
058200       PERFORM 420-ADD-TO-ROLLUP                                  00058200
058300         VARYING WS-ROLLUP-IDX FROM 1 BY 1                        00058300
058400         UNTIL WS-ROLLUP-IDX > 10                                 00058400
058500     END-IF                                                       00058500
058600     .                                                            00058600
058700                                                                  00058700
058800*    Find the slot/rollup entry, opening one in key order when    00058800
058900*    it is new.                                                   00058900
059000 420-ADD-TO-ROLLUP.                                               00059000
059100     IF WS-ROLLUP-SLOT-NBR (WS-ROLLUP-IDX) > 0                    00059100
059200       COMPUTE WS-RU-KEY = WS-ROLLUP-IDX * 1000                   00059200
059300                         + WS-ROLLUP-SLOT-NBR (WS-ROLLUP-IDX)     00059300
059400       PERFORM VARYING WS-RU-SUB FROM 1 BY 1                      00059400
059500               UNTIL WS-RU-SUB > WS-RU-CNT                        00059500
059600                  OR WS-RU-ENTRY-KEY (WS-RU-SUB) NOT < WS-RU-KEY  00059600
059700         CONTINUE                                                 00059700
059800       END-PERFORM                                                00059800
059900       IF WS-RU-SUB > WS-RU-CNT                                   00059900
060000       OR WS-RU-ENTRY-KEY (WS-RU-SUB) NOT = WS-RU-KEY             00060000
060100         IF WS-RU-CNT < WS-RU-MAX                                 00060100
060200           PERFORM VARYING WS-RU-MOV FROM WS-RU-CNT BY -1         00060200
060300                   UNTIL WS-RU-MOV < WS-RU-SUB                    00060300
060400             MOVE WS-RU-ENTRY (WS-RU-MOV)                         00060400
060500               TO WS-RU-ENTRY (WS-RU-MOV + 1)                     00060500
060600           END-PERFORM                                            00060600
060700           ADD 1 TO WS-RU-CNT                                     00060700
060800           MOVE WS-RU-KEY TO WS-RU-ENTRY-KEY (WS-RU-SUB)          00060800
060900           MOVE 0 TO WS-RU-STORES (WS-RU-SUB)                     00060900
061000                     WS-RU-BKRM   (WS-RU-SUB)                     00061000
061100                     WS-RU-FD     (WS-RU-SUB)                     00061100
061200                     WS-RU-NONFD  (WS-RU-SUB)                     00061200
061300         ELSE                                                     00061300
061400           ADD 1 TO WS-OVERFLOW-COUNT                             00061400
061500           MOVE 0 TO WS-RU-SUB                                    00061500
061600         END-IF                                                   00061600
061700       END-IF                                                     00061700
061800       IF WS-RU-SUB > 0                                           00061800
061900         ADD 1            TO WS-RU-STORES (WS-RU-SUB)             00061900
062000         ADD WS-AVG-BKRM  TO WS-RU-BKRM   (WS-RU-SUB)             00062000
062100         ADD WS-AVG-FD    TO WS-RU-FD     (WS-RU-SUB)             00062100
062200         ADD WS-AVG-NONFD TO WS-RU-NONFD  (WS-RU-SUB)             00062200
062300       END-IF                                                     00062300
062400     END-IF                                                       00062400
062500     .                                                            00062500
062600                                                                  00062600
062700*================================================================ 00062700
062800* The rollup records and the report, in slot/rollup order.        00062800
062900*================================================================ 00062900
063000 600-SEND-THE-ROLLUPS.                                            00063000
063100     WRITE RPT-LINE FROM SPACES                                   00063100
063200     WRITE RPT-LINE FROM WS-RU-HDG                                00063200
063300     PERFORM VARYING WS-RU-SUB FROM 1 BY 1                        00063300
063400             UNTIL WS-RU-SUB > WS-RU-CNT OR SQL-ERROR-DETECTED    00063400
063500       PERFORM 620-SEND-ONE-ROLLUP                                00063500
063600     END-PERFORM                                                  00063600
063700     .                                                            00063700
063800                                                                  00063800
063900 620-SEND-ONE-ROLLUP.                                             00063900
064000     MOVE WS-RU-NBR (WS-RU-SUB)                                   00064000
064100       TO RR-ROLLUP-NBR OF DCLFC-XXXAIL-ROLLUP-REF                00064100
064200     EXEC SQL                                                     00064200
064300       SELECT RR_ROLLUP_NM                                        00064300
064400        INTO :DCLFC-XXXAIL-ROLLUP-REF.RR-ROLLUP-NM                00064400
064500       FROM FC_XXXAIL_ROLLUP_REF                                  00064500
064600       WHERE RR_ROLLUP_NBR =                                      00064600
064700             :DCLFC-XXXAIL-ROLLUP-REF.RR-ROLLUP-NBR               00064700
064800     END-EXEC                                                     00064800
064900     EVALUATE TRUE                                                00064900
065000       WHEN SQLCODE = 0                                           00065000
065100         CONTINUE                                                 00065100
065200       WHEN SQLCODE = 100                                         00065200
065300         MOVE '*** NOT ON ROLLUP REFERENCE'                       00065300
065400           TO RR-ROLLUP-NM OF DCLFC-XXXAIL-ROLLUP-REF             00065400
065500         MOVE 0 TO SQLCODE                                        00065500
065600       WHEN OTHER                                                 00065600
065700         SET SQL-ERROR-DETECTED TO TRUE                           00065700
065800         DISPLAY 'MMMB0402 - ERROR READING ROLLUP_REF, SQLCODE='  00065800
065900                 SQLCODE                                          00065900
066000     END-EVALUATE                                                 00066000
066100                                                                  00066100
066200     MOVE SPACES                  TO ALLOC-REC                    00066200
066300     MOVE 'R'                     TO ALC-REC-TYP                  00066300
066400     MOVE WS-FISCAL-YR            TO ALC-FISCAL-YR                00066400
066500     MOVE WS-FISCAL-PD            TO ALC-FISCAL-PD                00066500
066600     MOVE WS-RU-SLOT   (WS-RU-SUB) TO ALC-ROLLUP-SLOT             00066600
066700                                     WS-RUL-SLOT                  00066700
066800     MOVE WS-RU-NBR    (WS-RU-SUB) TO ALC-ROLLUP-NBR              00066800
066900                                     WS-RUL-NBR                   00066900
067000     MOVE RR-ROLLUP-NM OF DCLFC-XXXAIL-ROLLUP-REF                 00067000
067100                                  TO ALC-ROLLUP-NM                00067100
067200                                     WS-RUL-NM                    00067200
067300     MOVE WS-RU-STORES (WS-RU-SUB) TO ALC-ROLLUP-STORES           00067300
067400                                     WS-RUL-STORES                00067400
067500     MOVE WS-RU-BKRM   (WS-RU-SUB) TO ALC-TOT-BKRM-SQ-FT          00067500
067600                                     WS-RUL-BKRM                  00067600
067700     MOVE WS-RU-FD     (WS-RU-SUB) TO ALC-TOT-FD-LINER-FT         00067700
067800                                     WS-RUL-FD                    00067800
067900     MOVE WS-RU-NONFD  (WS-RU-SUB) TO ALC-TOT-NON-FD-LINER-FT     00067900
068000                                     WS-RUL-NONFD                 00068000
068100     WRITE ALLOC-REC                                              00068100
068200     ADD 1 TO WS-FEED-COUNT                                       00068200
068300     WRITE RPT-LINE FROM WS-RU-LINE                               00068300
068400     .                                                            00068400
068500                                                                  00068500
068600 900-TERMINATE.                                                   00068600
068700     EVALUATE TRUE                                                00068700
068800       WHEN SQL-ERROR-DETECTED                                    00068800
068900         MOVE 16 TO RETURN-CODE                                   00068900
069000       WHEN WS-OVERFLOW-COUNT > 0                                 00069000
069100         MOVE 4  TO RETURN-CODE                                   00069100
069200     END-EVALUATE                                                 00069200
069300     IF SQL-NO-ERROR                                              00069300
069400       MOVE WS-FISCAL-YR  TO WS-FEED-TRL-FISCAL-YR                00069400
069500       MOVE WS-FISCAL-PD  TO WS-FEED-TRL-FISCAL-PD                00069500
069600       MOVE WS-FEED-COUNT TO WS-FEED-TRL-DTL-CNT                  00069600
069700       WRITE ALLOC-REC FROM WS-FEED-TRL                           00069700
069800     END-IF                                                       00069800
069900     MOVE WS-STORE-COUNT      TO WS-SUM-STORES                    00069900
070000     MOVE WS-CHANGED-COUNT    TO WS-SUM-CHANGED                   00070000
070100     MOVE WS-NO-FOOTAGE-COUNT TO WS-SUM-NO-FOOTAGE                00070100
070200     MOVE WS-SEED-COUNT       TO WS-SUM-SEEDED                    00070200
070300     MOVE WS-RU-CNT           TO WS-SUM-ROLLUPS                   00070300
070400     MOVE WS-OVERFLOW-COUNT   TO WS-SUM-OVERFLOW                  00070400
070500     WRITE RPT-LINE FROM SPACES                                   00070500
070600     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00070600
070700     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00070700
070800     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00070800
070900     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00070900
071000     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00071000
071100     WRITE RPT-LINE FROM WS-SUMMARY-LINE6                         00071100
071200     CLOSE KEY-IN                                                 00071200
071300           ALLOC-OUT                                              00071300
071400           ALLOC-RPT                                              00071400
071500     .                                                            00071500
071600                                                                  00071600
071700*================================================================ 00071700
071800* Run control - refuse a duplicate or out-of-order start, and     00071800
071900* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00071900
072000*================================================================ 00072000
072100 050-RUN-CNTL-START.                                              00072100
072200     INITIALIZE XXXN001A                                          00072200
072300                YYYC0230                                          00072300
072400     SET  YYYC0230-START-RUN TO TRUE                              00072400
072500     MOVE 'MMMB0402' TO YYYC0230-JOB-NM                           00072500
072600     CALL YYYS0230-RUN-CNTL USING                                 00072600
072700         XXXN001A                                                 00072700
072800         YYYC0230                                                 00072800
072900     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00072900
073000       SET SQL-ERROR-DETECTED TO TRUE                             00073000
073100       DISPLAY 'MMMB0402 - START REFUSED: ' IS-RTRN-MSG-TXT       00073100
073200     END-IF                                                       00073200
073300     .                                                            00073300
073400                                                                  00073400
073500 055-RUN-CNTL-END.                                                00073500
073600     INITIALIZE XXXN001A                                          00073600
073700                YYYC0230                                          00073700
073800     IF SQL-ERROR-DETECTED                                        00073800
073900       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00073900
074000     ELSE                                                         00074000
074100       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00074100
074200     END-IF                                                       00074200
074300     MOVE 'MMMB0402' TO YYYC0230-JOB-NM                           00074300
074400     CALL YYYS0230-RUN-CNTL USING                                 00074400
074500       XXXN001A                                                   00074500
074600       YYYC0230                                                   00074600
074700     .                                                            00074700
