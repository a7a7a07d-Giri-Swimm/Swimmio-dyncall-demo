000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3102.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Daily listing of temporary closures past their expected         00000600
000700* reopen date.                                                    00000700
000800*                                                                 00000800
000900* A closure on FC_XXXAIL_TEMP_CLOS (DDDTTC01) stays in force      00000900
001000* until MMMB3002 records the store reopened, so a store that      00001000
001100* quietly reopened on time, or one whose repairs have slipped,    00001100
001200* keeps answering closed to MMMS0168 and keeps shipments off      00001200
001300* until someone acts. This report lists every closure still       00001300
001400* in force whose expected reopen date has gone by - store,        00001400
001500* name, district, start and expected reopen dates, days past      00001500
001600* due, days closed, reason - most overdue first, so the           00001600
001700* districts either key the reopen or push the expected date       00001700
001800* out. Ends with return code 4 when anything was listed.          00001800
001900* Batch job - run standalone, schedule daily.                     00001900
002000*---------------------------------------------------------------- 00002000
002100 ENVIRONMENT DIVISION.                                            00002100
002200 INPUT-OUTPUT SECTION.                                            00002200
002300 FILE-CONTROL.                                                    00002300
002400     SELECT OVERDUE-RPT    ASSIGN TO RPTOUT                       00002400
002500         ORGANIZATION IS LINE SEQUENTIAL.                         00002500
002600                                                                  00002600
002700 DATA DIVISION.                                                   00002700
002800 FILE SECTION.                                                    00002800
002900 FD  OVERDUE-RPT.                                                 00002900
003000 01  RPT-LINE                          PIC X(132).                00003000
003100                                                                  00003100
003200 WORKING-STORAGE SECTION.                                         00003200
003300* --------------------------------------------------------------- 00003300
003400* Misc working storage...                                         00003400
003500* --------------------------------------------------------------- 00003500
003600 01 WS-OVERDUE-COUNT                  PIC 9(6) VALUE 0.           00003600
003700 01 WS-DAYS-PAST                      PIC S9(9) COMP VALUE 0.     00003700
003800 01 WS-DAYS-CLOSED                    PIC S9(9) COMP VALUE 0.     00003800
003900 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00003900
004000 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00004000
004100    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00004100
004200    88 SQL-NO-ERROR                            VALUE 'N'.         00004200
004300                                                                  00004300
004400 COPY XXXN001A.                                                   00004400
004500 COPY YYYC0230.                                                   00004500
004600 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00004600
004700                                                                  00004700
004800 01 WS-HDG-LINE-1.                                                00004800
004900    05 FILLER PIC X(56) VALUE                                     00004900
005000       'MMMB3102 - TEMPORARY CLOSURES PAST EXPECTED REOPEN DATE'. 00005000
005100 01 WS-HDG-LINE-2.                                                00005100
005200    05 FILLER PIC X(10) VALUE '    STORE '.                       00005200
005300    05 FILLER PIC X(31) VALUE 'NAME'.                             00005300
005400    05 FILLER PIC X(5)  VALUE 'DIST '.                            00005400
005500    05 FILLER PIC X(11) VALUE 'CLOSED'.                           00005500
005600    05 FILLER PIC X(11) VALUE 'EXP REOPEN'.                       00005600
005700    05 FILLER PIC X(7)  VALUE '  PAST '.                          00005700
005800    05 FILLER PIC X(7)  VALUE 'CLOSED '.                          00005800
005900    05 FILLER PIC X(40) VALUE 'REASON'.                           00005900
006000                                                                  00006000
006100 01 WS-DTL-LINE.                                                  00006100
006200    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00006200
006300    05 FILLER                       PIC X(1) VALUE SPACES.        00006300
006400    05 WS-DTL-STORE-NM              PIC X(30).                    00006400
006500    05 FILLER                       PIC X(1) VALUE SPACES.        00006500
006600    05 WS-DTL-DIST                  PIC ZZ9.                      00006600
006700    05 FILLER                       PIC X(2) VALUE SPACES.        00006700
006800    05 WS-DTL-STRT-DT               PIC X(10).                    00006800
006900    05 FILLER                       PIC X(1) VALUE SPACES.        00006900
007000    05 WS-DTL-EXP-DT                PIC X(10).                    00007000
007100    05 FILLER                       PIC X(1) VALUE SPACES.        00007100
007200    05 WS-DTL-DAYS-PAST             PIC ZZ,ZZ9.                   00007200
007300    05 FILLER                       PIC X(1) VALUE SPACES.        00007300
007400    05 WS-DTL-DAYS-CLOSED           PIC ZZ,ZZ9.                   00007400
007500    05 FILLER                       PIC X(1) VALUE SPACES.        00007500
007600    05 WS-DTL-RSN-CD                PIC X(2).                     00007600
007700    05 FILLER                       PIC X(1) VALUE SPACES.        00007700
007800    05 WS-DTL-RSN-TXT               PIC X(40).                    00007800
007900                                                                  00007900
008000 01 WS-SUMMARY-LINE.                                              00008000
008100    05 FILLER PIC X(23) VALUE 'CLOSURES OVERDUE   - '.            00008100
008200    05 WS-SUM-OVERDUE               PIC ZZZ,ZZ9.                  00008200
008300                                                                  00008300
008400* ----------------------------------------------------------------00008400
008500* DB2 stuff...                                                    00008500
008600* ----------------------------------------------------------------00008600
008700     EXEC SQL                                                     00008700
008800       INCLUDE SQLCA                                              00008800
008900     END-EXEC                                                     00008900
009000                                                                  00009000
009100     EXEC SQL                                                     00009100
009200       INCLUDE DDDTRL01                                           00009200
009300     END-EXEC                                                     00009300
009400                                                                  00009400
009500     EXEC SQL                                                     00009500
009600       INCLUDE DDDTTC01                                           00009600
009700     END-EXEC                                                     00009700
009800                                                                  00009800
009900* The store is an outer join - a closure is still listed if the   00009900
010000* store row has gone, with the name and district left blank.      00010000
010100     EXEC SQL                                                     00010100
010200       DECLARE OVERDUE-CSR CURSOR FOR                             00010200
010300       SELECT TC.TC_LOC_NBR,                                      00010300
010400              COALESCE(RL.FC_RL_STORE_NM, ' '),                   00010400
010500              COALESCE(RL.FC_RL_DISTRICT_NO, 0),                  00010500
010600              TC.TC_STRT_DT, TC.TC_EXP_REOPEN_DT,                 00010600
010700              DAYS(CURRENT DATE) - DAYS(TC.TC_EXP_REOPEN_DT),     00010700
010800              DAYS(CURRENT DATE) - DAYS(TC.TC_STRT_DT),           00010800
010900              TC.TC_RSN_CD, TC.TC_RSN_TXT                         00010900
011000         FROM FC_XXXAIL_TEMP_CLOS TC                              00011000
011100         LEFT OUTER JOIN FC_XXXAIL_STORES RL                      00011100
011200           ON RL.FC_STORE_NO = TC.TC_LOC_NBR                      00011200
011300        WHERE TC.TC_STAT_CD       = 'O'                           00011300
011400          AND TC.TC_LOC_TYP_CD    = 'S '                          00011400
011500          AND TC.TC_EXP_REOPEN_DT < CURRENT DATE                  00011500
011600        ORDER BY 6 DESC, TC.TC_LOC_NBR                            00011600
011700     END-EXEC                                                     00011700
011800                                                                  00011800
011900 PROCEDURE DIVISION.                                              00011900
012000***************************************************************** 00012000
012100* Start of program main line.                                     00012100
012200***************************************************************** 00012200
012300 000-MAIN.                                                        00012300
012400     PERFORM 050-RUN-CNTL-START                                   00012400
012500     IF SQL-ERROR-DETECTED                                        00012500
012600       MOVE 8 TO RETURN-CODE                                      00012600
012700       GOBACK                                                     00012700
012800     END-IF                                                       00012800
012900     PERFORM 100-INITIALIZE                                       00012900
013000     PERFORM 200-LIST-THE-CLOSURES                                00013000
013100     PERFORM 900-TERMINATE                                        00013100
013200     PERFORM 055-RUN-CNTL-END                                     00013200
013300     MOVE WS-RPT-RC TO RETURN-CODE                                00013300
013400     GOBACK                                                       00013400
013500     .                                                            00013500
013600                                                                  00013600
013700 100-INITIALIZE.                                                  00013700
013800     OPEN OUTPUT OVERDUE-RPT                                      00013800
013900     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00013900
014000     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00014000
014100                                                                  00014100
014200     EXEC SQL                                                     00014200
014300       OPEN OVERDUE-CSR                                           00014300
014400     END-EXEC                                                     00014400
014500     IF SQLCODE NOT = 0                                           00014500
014600       SET SQL-ERROR-DETECTED       TO TRUE                       00014600
014700       DISPLAY 'MMMB3102 - ERROR OPENING OVERDUE-CSR, SQLCODE='   00014700
014800               SQLCODE                                            00014800
014900     ELSE                                                         00014900
015000       PERFORM 120-FETCH-NEXT-CLOSURE                             00015000
015100     END-IF                                                       00015100
015200     .                                                            00015200
015300                                                                  00015300
015400 120-FETCH-NEXT-CLOSURE.                                          00015400
015500     EXEC SQL                                                     00015500
015600       FETCH OVERDUE-CSR                                          00015600
015700         INTO :DDDTTC01.MD-TC-LOC-NBR,                            00015700
015800              :DCLFC-XXXAIL-STORES.FC-RL-STORE-NM,                00015800
015900              :DCLFC-XXXAIL-STORES.FC-RL-DISTRICT-NO,             00015900
016000              :DDDTTC01.MD-TC-STRT-DT,                            00016000
016100              :DDDTTC01.MD-TC-EXP-REOPEN-DT,                      00016100
016200              :WS-DAYS-PAST,                                      00016200
016300              :WS-DAYS-CLOSED,                                    00016300
016400              :DDDTTC01.MD-TC-RSN-CD,                             00016400
016500              :DDDTTC01.MD-TC-RSN-TXT                             00016500
016600     END-EXEC                                                     00016600
016700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00016700
016800       SET SQL-ERROR-DETECTED       TO TRUE                       00016800
016900       DISPLAY 'MMMB3102 - ERROR FETCHING OVERDUE-CSR, SQLCODE='  00016900
017000               SQLCODE                                            00017000
017100     END-IF                                                       00017100
017200     .                                                            00017200
017300                                                                  00017300
017400*================================================================ 00017400
017500* One line per overdue closure, most overdue first.               00017500
017600*================================================================ 00017600
017700 200-LIST-THE-CLOSURES.                                           00017700
017800     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00017800
017900       ADD 1 TO WS-OVERDUE-COUNT                                  00017900
018000       MOVE MD-TC-LOC-NBR       OF DDDTTC01 TO WS-DTL-STORE-NO    00018000
018100       MOVE FC-RL-STORE-NM      OF DCLFC-XXXAIL-STORES            00018100
018200         TO WS-DTL-STORE-NM                                       00018200
018300       MOVE FC-RL-DISTRICT-NO   OF DCLFC-XXXAIL-STORES            00018300
018400         TO WS-DTL-DIST                                           00018400
018500       MOVE MD-TC-STRT-DT       OF DDDTTC01 TO WS-DTL-STRT-DT     00018500
018600       MOVE MD-TC-EXP-REOPEN-DT OF DDDTTC01 TO WS-DTL-EXP-DT      00018600
018700       MOVE WS-DAYS-PAST                    TO WS-DTL-DAYS-PAST   00018700
018800       MOVE WS-DAYS-CLOSED                  TO WS-DTL-DAYS-CLOSED 00018800
018900       MOVE MD-TC-RSN-CD        OF DDDTTC01 TO WS-DTL-RSN-CD      00018900
019000       MOVE MD-TC-RSN-TXT       OF DDDTTC01 TO WS-DTL-RSN-TXT     00019000
019100       WRITE RPT-LINE FROM WS-DTL-LINE                            00019100
019200       PERFORM 120-FETCH-NEXT-CLOSURE                             00019200
019300     END-PERFORM                                                  00019300
019400     .                                                            00019400
019500                                                                  00019500
019600 900-TERMINATE.                                                   00019600
019700     EVALUATE TRUE                                                00019700
019800       WHEN SQL-ERROR-DETECTED                                    00019800
019900         MOVE 16 TO WS-RPT-RC                                     00019900
020000       WHEN WS-OVERDUE-COUNT > 0                                  00020000
020100         MOVE 4  TO WS-RPT-RC                                     00020100
020200     END-EVALUATE                                                 00020200
020300     EXEC SQL                                                     00020300
020400       CLOSE OVERDUE-CSR                                          00020400
020500     END-EXEC                                                     00020500
020600                                                                  00020600
020700     MOVE WS-OVERDUE-COUNT TO WS-SUM-OVERDUE                      00020700
020800     WRITE RPT-LINE FROM SPACES                                   00020800
020900     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00020900
021000     CLOSE OVERDUE-RPT                                            00021000
021100     .                                                            00021100
021200                                                                  00021200
021300*================================================================ 00021300
021400* Run control - refuse a duplicate or out-of-order start, and     00021400
021500* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00021500
021600*================================================================ 00021600
021700 050-RUN-CNTL-START.                                              00021700
021800     INITIALIZE XXXN001A                                          00021800
021900                YYYC0230                                          00021900
022000     SET  YYYC0230-START-RUN TO TRUE                              00022000
022100     MOVE 'MMMB3102' TO YYYC0230-JOB-NM                           00022100
022200     CALL YYYS0230-RUN-CNTL USING                                 00022200
022300         XXXN001A                                                 00022300
022400         YYYC0230                                                 00022400
022500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00022500
022600       SET SQL-ERROR-DETECTED TO TRUE                             00022600
022700       DISPLAY 'MMMB3102 - START REFUSED: ' IS-RTRN-MSG-TXT       00022700
022800     END-IF                                                       00022800
022900     .                                                            00022900
023000                                                                  00023000
023100 055-RUN-CNTL-END.                                                00023100
023200     INITIALIZE XXXN001A                                          00023200
023300                YYYC0230                                          00023300
023400     IF SQL-ERROR-DETECTED                                        00023400
023500       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00023500
023600     ELSE                                                         00023600
023700       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00023700
023800     END-IF                                                       00023800
023900     MOVE 'MMMB3102' TO YYYC0230-JOB-NM                           00023900
024000     CALL YYYS0230-RUN-CNTL USING                                 00024000
024100         XXXN001A                                                 00024100
024200         YYYC0230                                                 00024200
024300     .                                                            00024300
