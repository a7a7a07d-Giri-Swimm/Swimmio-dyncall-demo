000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3602.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* GL cost-center crosswalk exceptions.                            00000600
000700*                                                                 00000700
000800* Accounting posts each store-department to the GL company and    00000800
000900* cost center on FC_XXXAIL_GL_XWALK (DDDTGX01, MMMO0200 table     00000900
001000* GX). A store-department with no row there suspends its          00001000
001100* postings, and a row left behind points accounting at a cost     00001100
001200* center nothing should post to. Nightly this lists:              00001200
001300*   NO COST CENTER          an open store's department on         00001300
001400*      FC_RETAIL_DEPTS with no crosswalk row                      00001400
001500*   STORE CLOSED            a crosswalk row for a store that      00001500
001600*      is closed, inactive or gone from FC_XXXAIL_STORES          00001600
001700*   DEPARTMENT RETIRED      a crosswalk row for a department      00001700
001800*      gone from XXX_DEPT or from the store's FC_RETAIL_DEPTS     00001800
001900*   NOT THE STORE'S COMPANY a crosswalk row whose GL company      00001900
002000*      is no longer the store's FC_RL_COMPANY_NO                  00002000
002100* by district and store, so accounting and the districts can      00002100
002200* clear them before the postings suspend.                         00002200
002300* Ends with return code 4 when anything was listed.               00002300
002400* Batch job - run standalone, schedule nightly after the day's    00002400
002500* maintenance.                                                    00002500
002600*---------------------------------------------------------------- 00002600
002700 ENVIRONMENT DIVISION.                                            00002700
002800 INPUT-OUTPUT SECTION.                                            00002800
002900 FILE-CONTROL.                                                    00002900
003000     SELECT XWALK-RPT      ASSIGN TO RPTOUT                       00003000
003100         ORGANIZATION IS LINE SEQUENTIAL.                         00003100
003200                                                                  00003200
003300 DATA DIVISION.                                                   00003300
003400 FILE SECTION.                                                    00003400
003500 FD  XWALK-RPT.                                                   00003500
003600 01  RPT-LINE                          PIC X(132).                00003600
003700                                                                  00003700
003800 WORKING-STORAGE SECTION.                                         00003800
003900* --------------------------------------------------------------- 00003900
004000* Misc working storage...                                         00004000
004100* --------------------------------------------------------------- 00004100
004200 01 WS-NO-CTR-COUNT                   PIC 9(6) VALUE 0.           00004200
004300 01 WS-CLOSED-COUNT                   PIC 9(6) VALUE 0.           00004300
004400 01 WS-RETIRED-COUNT                  PIC 9(6) VALUE 0.           00004400
004500 01 WS-COMPANY-COUNT                  PIC 9(6) VALUE 0.           00004500
004600 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00004600
004700 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00004700
004800    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00004800
004900    88 SQL-NO-ERROR                            VALUE 'N'.         00004900
005000                                                                  00005000
005100* One exception row off the cursor.                               00005100
005200 01 WS-XW-ROW.                                                    00005200
005300    05 WS-XW-DISTRICT-NO            PIC S9(3) COMP-3.             00005300
005400    05 WS-XW-STORE-NO               PIC S9(9) COMP-3.             00005400
005500    05 WS-XW-STORE-NM               PIC X(30).                    00005500
005600    05 WS-XW-DEPT-NBR               PIC X(5).                     00005600
005700    05 WS-XW-SUB-DEPT-ID            PIC X(5).                     00005700
005800    05 WS-XW-GL-CO-NO               PIC S9(3) COMP-3.             00005800
005900    05 WS-XW-COST-CTR-CD            PIC X(10).                    00005900
006000    05 WS-XW-ISSUE-CD               PIC X(1).                     00006000
006100       88 WS-XW-NO-COST-CTR                  VALUE 'N'.           00006100
006200       88 WS-XW-STORE-CLOSED                 VALUE 'C'.           00006200
006300       88 WS-XW-DEPT-RETIRED                 VALUE 'R'.           00006300
006400       88 WS-XW-WRONG-COMPANY                VALUE 'M'.           00006400
006500                                                                  00006500
006600 COPY XXXN001A.                                                   00006600
006700 COPY YYYC0230.                                                   00006700
006800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00006800
006900                                                                  00006900
007000 01 WS-HDG-LINE-1.                                                00007000
007100    05 FILLER PIC X(56) VALUE                                     00007100
007200       'MMMB3602 - GL COST-CENTER CROSSWALK EXCEPTIONS'.          00007200
007300 01 WS-HDG-LINE-2.                                                00007300
007400    05 FILLER PIC X(5)  VALUE 'DIST '.                            00007400
007500    05 FILLER PIC X(10) VALUE '    STORE '.                       00007500
007600    05 FILLER PIC X(31) VALUE 'NAME'.                             00007600
007700    05 FILLER PIC X(6)  VALUE 'DEPT'.                             00007700
007800    05 FILLER PIC X(6)  VALUE 'SUB'.                              00007800
007900    05 FILLER PIC X(4)  VALUE ' CO'.                              00007900
008000    05 FILLER PIC X(11) VALUE 'COST CTR'.                         00008000
008100    05 FILLER PIC X(30) VALUE 'EXCEPTION'.                        00008100
008200                                                                  00008200
008300 01 WS-DTL-LINE.                                                  00008300
008400    05 WS-DTL-DIST                  PIC ZZ9.                      00008400
008500    05 FILLER                       PIC X(2) VALUE SPACES.        00008500
008600    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00008600
008700    05 FILLER                       PIC X(1) VALUE SPACES.        00008700
008800    05 WS-DTL-STORE-NM              PIC X(30).                    00008800
008900    05 FILLER                       PIC X(1) VALUE SPACES.        00008900
009000    05 WS-DTL-DEPT-NBR              PIC X(5).                     00009000
009100    05 FILLER                       PIC X(1) VALUE SPACES.        00009100
009200    05 WS-DTL-SUB-DEPT-ID           PIC X(5).                     00009200
009300    05 FILLER                       PIC X(1) VALUE SPACES.        00009300
009400    05 WS-DTL-GL-CO-NO              PIC ZZ9 BLANK WHEN ZERO.      00009400
009500    05 FILLER                       PIC X(1) VALUE SPACES.        00009500
009600    05 WS-DTL-COST-CTR-CD           PIC X(10).                    00009600
009700    05 FILLER                       PIC X(1) VALUE SPACES.        00009700
009800    05 WS-DTL-ISSUE                 PIC X(30).                    00009800
009900                                                                  00009900
010000 01 WS-SUMMARY-LINE.                                              00010000
010100    05 FILLER PIC X(26) VALUE 'NO COST CENTER        -  '.        00010100
010200    05 WS-SUM-NO-CTR                PIC ZZZ,ZZ9.                  00010200
010300 01 WS-SUMMARY-LINE2.                                             00010300
010400    05 FILLER PIC X(26) VALUE 'STORE CLOSED          -  '.        00010400
010500    05 WS-SUM-CLOSED                PIC ZZZ,ZZ9.                  00010500
010600 01 WS-SUMMARY-LINE3.                                             00010600
010700    05 FILLER PIC X(26) VALUE 'DEPARTMENT RETIRED    -  '.        00010700
010800    05 WS-SUM-RETIRED               PIC ZZZ,ZZ9.                  00010800
010900 01 WS-SUMMARY-LINE4.                                             00010900
011000    05 FILLER PIC X(26) VALUE 'NOT THE STORE''S CO.   -  '.       00011000
011100    05 WS-SUM-COMPANY               PIC ZZZ,ZZ9.                  00011100
011200                                                                  00011200
011300* ----------------------------------------------------------------00011300
011400* DB2 stuff...                                                    00011400
011500* ----------------------------------------------------------------00011500
011600     EXEC SQL                                                     00011600
011700       INCLUDE SQLCA                                              00011700
011800     END-EXEC                                                     00011800
011900                                                                  00011900
012000     EXEC SQL                                                     00012000
012100       INCLUDE DDDTGX01                                           00012100
012200     END-EXEC                                                     00012200
012300                                                                  00012300
012400* One leg per kind of exception. A store is open as the           00012400
012500* directory feed has it - active, and not closed or closing       00012500
012600* in the future.                                                  00012600
012700     EXEC SQL                                                     00012700
012800       DECLARE XWALK-EXC-CSR CURSOR FOR                           00012800
012900       SELECT COALESCE(RL.FC_RL_DISTRICT_NO, 0), RL.FC_STORE_NO,  00012900
013000              RL.FC_RL_STORE_NM, DP.FC_DEPT_NO,                   00013000
013100              DP.FC_SUB_DEPT_ID, 0, ' ', 'N'                      00013100
013200         FROM FC_XXXAIL_STORES RL, FC_RETAIL_DEPTS DP             00013200
013300        WHERE RL.FC_RL_STATUS_CD = 'A'                            00013300
013400          AND ( RL.FC_RL_CLOSING_DT = '0001-01-01'                00013400
013500             OR RL.FC_RL_CLOSING_DT >= CURRENT DATE )             00013500
013600          AND DP.FC_STORE_NO = RL.FC_STORE_NO                     00013600
013700          AND NOT EXISTS                                          00013700
013800              ( SELECT 1 FROM FC_XXXAIL_GL_XWALK GX               00013800
013900                 WHERE GX.GX_LOC_NBR     = RL.FC_STORE_NO         00013900
014000                   AND GX.GX_LOC_TYP_CD  = 'S '                   00014000
014100                   AND GX.GX_DEPT_NBR    = DP.FC_DEPT_NO          00014100
014200                   AND GX.GX_SUB_DEPT_ID = DP.FC_SUB_DEPT_ID )    00014200
014300       UNION ALL                                                  00014300
014400       SELECT COALESCE(RL.FC_RL_DISTRICT_NO, 0), GX.GX_LOC_NBR,   00014400
014500              COALESCE(RL.FC_RL_STORE_NM, ' '), GX.GX_DEPT_NBR,   00014500
014600              GX.GX_SUB_DEPT_ID, GX.GX_GL_CO_NO,                  00014600
014700              GX.GX_COST_CTR_CD, 'C'                              00014700
014800         FROM FC_XXXAIL_GL_XWALK GX                               00014800
014900         LEFT OUTER JOIN FC_XXXAIL_STORES RL                      00014900
015000           ON RL.FC_STORE_NO = GX.GX_LOC_NBR                      00015000
015100        WHERE GX.GX_LOC_TYP_CD = 'S '                             00015100
015200          AND ( RL.FC_STORE_NO IS NULL                            00015200
015300             OR RL.FC_RL_STATUS_CD <> 'A'                         00015300
015400             OR ( RL.FC_RL_CLOSING_DT <> '0001-01-01'             00015400
015500              AND RL.FC_RL_CLOSING_DT < CURRENT DATE ) )          00015500
015600       UNION ALL                                                  00015600
015700       SELECT COALESCE(RL.FC_RL_DISTRICT_NO, 0), GX.GX_LOC_NBR,   00015700
015800              RL.FC_RL_STORE_NM, GX.GX_DEPT_NBR,                  00015800
015900              GX.GX_SUB_DEPT_ID, GX.GX_GL_CO_NO,                  00015900
016000              GX.GX_COST_CTR_CD, 'R'                              00016000
016100         FROM FC_XXXAIL_GL_XWALK GX, FC_XXXAIL_STORES RL          00016100
016200        WHERE GX.GX_LOC_TYP_CD = 'S '                             00016200
016300          AND RL.FC_STORE_NO   = GX.GX_LOC_NBR                    00016300
016400          AND RL.FC_RL_STATUS_CD = 'A'                            00016400
016500          AND ( RL.FC_RL_CLOSING_DT = '0001-01-01'                00016500
016600             OR RL.FC_RL_CLOSING_DT >= CURRENT DATE )             00016600
016700          AND ( NOT EXISTS                                        00016700
016800                ( SELECT 1 FROM XXX_DEPT DT                       00016800
016900                   WHERE DT.STR_DEPT_NBR    = GX.GX_DEPT_NBR      00016900
017000                     AND DT.STR_SUB_DEPT_ID = GX.GX_SUB_DEPT_ID ) 00017000
017100             OR NOT EXISTS                                        00017100
017200                ( SELECT 1 FROM FC_RETAIL_DEPTS DP                00017200
017300                   WHERE DP.FC_STORE_NO    = RL.FC_STORE_NO       00017300
017400                     AND DP.FC_DEPT_NO     = GX.GX_DEPT_NBR       00017400
017500                     AND DP.FC_SUB_DEPT_ID = GX.GX_SUB_DEPT_ID ) )00017500
017600       UNION ALL                                                  00017600
017700       SELECT COALESCE(RL.FC_RL_DISTRICT_NO, 0), GX.GX_LOC_NBR,   00017700
017800              RL.FC_RL_STORE_NM, GX.GX_DEPT_NBR,                  00017800
017900              GX.GX_SUB_DEPT_ID, GX.GX_GL_CO_NO,                  00017900
018000              GX.GX_COST_CTR_CD, 'M'                              00018000
018100         FROM FC_XXXAIL_GL_XWALK GX, FC_XXXAIL_STORES RL          00018100
018200        WHERE GX.GX_LOC_TYP_CD = 'S '                             00018200
018300          AND RL.FC_STORE_NO   = GX.GX_LOC_NBR                    00018300
018400          AND RL.FC_RL_STATUS_CD = 'A'                            00018400
018500          AND ( RL.FC_RL_CLOSING_DT = '0001-01-01'                00018500
018600             OR RL.FC_RL_CLOSING_DT >= CURRENT DATE )             00018600
018700          AND GX.GX_GL_CO_NO <> RL.FC_RL_COMPANY_NO               00018700
018800        ORDER BY 1, 2, 4, 5                                       00018800
018900     END-EXEC                                                     00018900
019000                                                                  00019000
019100 PROCEDURE DIVISION.                                              00019100
019200***************************************************************** 00019200
019300* Start of program main line.                                     00019300
019400***************************************************************** 00019400
019500 000-MAIN.                                                        00019500
019600     PERFORM 050-RUN-CNTL-START                                   00019600
019700     IF SQL-ERROR-DETECTED                                        00019700
019800       MOVE 8 TO RETURN-CODE                                      00019800
019900       GOBACK                                                     00019900
020000     END-IF                                                       00020000
020100     PERFORM 100-INITIALIZE                                       00020100
020200     PERFORM 200-LIST-THE-EXCEPTIONS                              00020200
020300     PERFORM 900-TERMINATE                                        00020300
020400     PERFORM 055-RUN-CNTL-END                                     00020400
020500     MOVE WS-RPT-RC TO RETURN-CODE                                00020500
020600     GOBACK                                                       00020600
020700     .                                                            00020700
020800                                                                  00020800
020900 100-INITIALIZE.                                                  00020900
021000     OPEN OUTPUT XWALK-RPT                                        00021000
021100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00021100
021200     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00021200
021300                                                                  00021300
021400     EXEC SQL                                                     00021400
021500       OPEN XWALK-EXC-CSR                                         00021500
021600     END-EXEC                                                     00021600
021700     IF SQLCODE NOT = 0                                           00021700
021800       SET SQL-ERROR-DETECTED       TO TRUE                       00021800
021900       DISPLAY 'MMMB3602 - ERROR OPENING XWALK-EXC-CSR, SQLCODE=' 00021900
022000               SQLCODE                                            00022000
022100     ELSE                                                         00022100
022200       PERFORM 120-FETCH-NEXT-EXCEPTION                           00022200
022300     END-IF                                                       00022300
022400     .                                                            00022400
022500                                                                  00022500
022600 120-FETCH-NEXT-EXCEPTION.                                        00022600
022700     EXEC SQL                                                     00022700
022800       FETCH XWALK-EXC-CSR                                        00022800
022900         INTO :WS-XW-DISTRICT-NO,                                 00022900
023000              :WS-XW-STORE-NO,                                    00023000
023100              :WS-XW-STORE-NM,                                    00023100
023200              :WS-XW-DEPT-NBR,                                    00023200
023300              :WS-XW-SUB-DEPT-ID,                                 00023300
023400              :WS-XW-GL-CO-NO,                                    00023400
023500              :WS-XW-COST-CTR-CD,                                 00023500
023600              :WS-XW-ISSUE-CD                                     00023600
023700     END-EXEC                                                     00023700
023800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00023800
023900       SET SQL-ERROR-DETECTED       TO TRUE                       00023900
024000       DISPLAY 'MMMB3602 - ERROR FETCHING XWALK-EXC-CSR, SQLCODE='00024000
024100               SQLCODE                                            00024100
024200     END-IF                                                       00024200
024300     .                                                            00024300
024400                                                                  00024400
024500*================================================================ 00024500
024600* One line per exception, by district and store.                  00024600
024700*================================================================ 00024700
024800 200-LIST-THE-EXCEPTIONS.                                         00024800
024900     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00024900
025000       MOVE WS-XW-DISTRICT-NO  TO WS-DTL-DIST                     00025000
025100       MOVE WS-XW-STORE-NO     TO WS-DTL-STORE-NO                 00025100
025200       MOVE WS-XW-STORE-NM     TO WS-DTL-STORE-NM                 00025200
025300       MOVE WS-XW-DEPT-NBR     TO WS-DTL-DEPT-NBR                 00025300
025400       MOVE WS-XW-SUB-DEPT-ID  TO WS-DTL-SUB-DEPT-ID              00025400
025500       MOVE WS-XW-GL-CO-NO     TO WS-DTL-GL-CO-NO                 00025500
025600       MOVE WS-XW-COST-CTR-CD  TO WS-DTL-COST-CTR-CD              00025600
025700       EVALUATE TRUE                                              00025700
025800         WHEN WS-XW-NO-COST-CTR                                   00025800
025900           ADD 1 TO WS-NO-CTR-COUNT                               00025900
026000           MOVE 'NO COST CENTER'          TO WS-DTL-ISSUE         00026000
026100         WHEN WS-XW-STORE-CLOSED                                  00026100
026200           ADD 1 TO WS-CLOSED-COUNT                               00026200
026300           MOVE 'STORE CLOSED'            TO WS-DTL-ISSUE         00026300
026400         WHEN WS-XW-DEPT-RETIRED                                  00026400
026500           ADD 1 TO WS-RETIRED-COUNT                              00026500
026600           MOVE 'DEPARTMENT RETIRED'      TO WS-DTL-ISSUE         00026600
026700         WHEN OTHER                                               00026700
026800           ADD 1 TO WS-COMPANY-COUNT                              00026800
026900           MOVE 'NOT THE STORE''S COMPANY' TO WS-DTL-ISSUE        00026900
027000       END-EVALUATE                                               00027000
027100       WRITE RPT-LINE FROM WS-DTL-LINE                            00027100
027200       PERFORM 120-FETCH-NEXT-EXCEPTION                           00027200
027300     END-PERFORM                                                  00027300
027400     .                                                            00027400
027500                                                                  00027500
027600 900-TERMINATE.                                                   00027600
027700     EVALUATE TRUE                                                00027700
027800       WHEN SQL-ERROR-DETECTED                                    00027800
027900         MOVE 16 TO WS-RPT-RC                                     00027900
028000       WHEN WS-NO-CTR-COUNT  > 0 OR WS-CLOSED-COUNT  > 0          00028000
028100         OR WS-RETIRED-COUNT > 0 OR WS-COMPANY-COUNT > 0          00028100
028200         MOVE 4  TO WS-RPT-RC                                     00028200
028300     END-EVALUATE                                                 00028300
028400     EXEC SQL                                                     00028400
028500       CLOSE XWALK-EXC-CSR                                        00028500
028600     END-EXEC                                                     00028600
028700                                                                  00028700
028800     MOVE WS-NO-CTR-COUNT  TO WS-SUM-NO-CTR                       00028800
028900     MOVE WS-CLOSED-COUNT  TO WS-SUM-CLOSED                       00028900
029000     MOVE WS-RETIRED-COUNT TO WS-SUM-RETIRED                      00029000
029100     MOVE WS-COMPANY-COUNT TO WS-SUM-COMPANY                      00029100
029200     WRITE RPT-LINE FROM SPACES                                   00029200
029300     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00029300
029400     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00029400
029500     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00029500
029600     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00029600
029700     CLOSE XWALK-RPT                                              00029700
029800     .                                                            00029800
029900                                                                  00029900
030000*================================================================ 00030000
030100* Run control - refuse a duplicate or out-of-order start, and     00030100
030200* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00030200
030300*================================================================ 00030300
030400 050-RUN-CNTL-START.                                              00030400
030500     INITIALIZE XXXN001A                                          00030500
030600                YYYC0230                                          00030600
030700     SET  YYYC0230-START-RUN TO TRUE                              00030700
030800     MOVE 'MMMB3602' TO YYYC0230-JOB-NM                           00030800
030900     CALL YYYS0230-RUN-CNTL USING                                 00030900
031000         XXXN001A                                                 00031000
031100         YYYC0230                                                 00031100
031200     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00031200
031300       SET SQL-ERROR-DETECTED TO TRUE                             00031300
031400       DISPLAY 'MMMB3602 - START REFUSED: ' IS-RTRN-MSG-TXT       00031400
031500     END-IF                                                       00031500
031600     .                                                            00031600
031700                                                                  00031700
031800 055-RUN-CNTL-END.                                                00031800
031900     INITIALIZE XXXN001A                                          00031900
032000                YYYC0230                                          00032000
032100     IF SQL-ERROR-DETECTED                                        00032100
032200       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00032200
032300     ELSE                                                         00032300
032400       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00032400
032500     END-IF                                                       00032500
032600     MOVE 'MMMB3602' TO YYYC0230-JOB-NM                           00032600
032700     CALL YYYS0230-RUN-CNTL USING                                 00032700
032800         XXXN001A                                                 00032800
032900         YYYC0230                                                 00032900
033000     .                                                            00033000
