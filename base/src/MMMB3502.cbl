000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3502.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store services against store departments - mismatch listing.    00000600
000700*                                                                 00000700
000800* A service type on FC_XXXAIL_SVC_TYPE (DDDTVT01, MMMO0200        00000800
000900* table VT) can be tied to a department on FC_RETAIL_DEPTS:       00000900
001000*   R  the service needs the department - a pharmacy drive-thru   00001000
001100*      at a store with no pharmacy department is wrong            00001100
001200*   E  the two go together both ways - a deli department and      00001200
001300*      the deli service should come and go together               00001300
001400* For every open store this lists each active tied service        00001400
001500* that disagrees with the store's departments:                    00001500
001600*   SERVICE WITHOUT ITS DEPARTMENT  the service is in force       00001600
001700*      today (FC_XXXAIL_STORE_SVC) and the store has no row       00001700
001800*      for its department (R and E)                               00001800
001900*   DEPARTMENT WITHOUT THE SERVICE  the store has the             00001900
002000*      department and the service is not in force (E only)        00002000
002100* by district and store, so the districts either key the          00002100
002200* service (MMMO1400, MMMB3402) or correct the departments.        00002200
002300* Ends with return code 4 when anything was listed.               00002300
002400* Batch job - run standalone, schedule weekly.                    00002400
002500*---------------------------------------------------------------- 00002500
002600 ENVIRONMENT DIVISION.                                            00002600
002700 INPUT-OUTPUT SECTION.                                            00002700
002800 FILE-CONTROL.                                                    00002800
002900     SELECT MISMATCH-RPT   ASSIGN TO RPTOUT                       00002900
003000         ORGANIZATION IS LINE SEQUENTIAL.                         00003000
003100                                                                  00003100
003200 DATA DIVISION.                                                   00003200
003300 FILE SECTION.                                                    00003300
003400 FD  MISMATCH-RPT.                                                00003400
003500 01  RPT-LINE                          PIC X(132).                00003500
003600                                                                  00003600
003700 WORKING-STORAGE SECTION.                                         00003700
003800* --------------------------------------------------------------- 00003800
003900* Misc working storage...                                         00003900
004000* --------------------------------------------------------------- 00004000
004100 01 WS-NO-DEPT-COUNT                  PIC 9(6) VALUE 0.           00004100
004200 01 WS-NO-SVC-COUNT                   PIC 9(6) VALUE 0.           00004200
004300 01 WS-ISSUE-CD                       PIC X(1) VALUE SPACES.      00004300
004400    88 WS-SVC-WITHOUT-DEPT                     VALUE 'S'.         00004400
004500    88 WS-DEPT-WITHOUT-SVC                     VALUE 'D'.         00004500
004600 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00004600
004700 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00004700
004800    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00004800
004900    88 SQL-NO-ERROR                            VALUE 'N'.         00004900
005000                                                                  00005000
005100 COPY XXXN001A.                                                   00005100
005200 COPY YYYC0230.                                                   00005200
005300 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00005300
005400                                                                  00005400
005500 01 WS-HDG-LINE-1.                                                00005500
005600    05 FILLER PIC X(56) VALUE                                     00005600
005700       'MMMB3502 - STORE SERVICES NOT MATCHING DEPARTMENTS'.      00005700
005800 01 WS-HDG-LINE-2.                                                00005800
005900    05 FILLER PIC X(5)  VALUE 'DIST '.                            00005900
006000    05 FILLER PIC X(10) VALUE '    STORE '.                       00006000
006100    05 FILLER PIC X(31) VALUE 'NAME'.                             00006100
006200    05 FILLER PIC X(5)  VALUE 'SVC '.                             00006200
006300    05 FILLER PIC X(31) VALUE 'SERVICE'.                          00006300
006400    05 FILLER PIC X(6)  VALUE 'DEPT'.                             00006400
006500    05 FILLER PIC X(30) VALUE 'MISMATCH'.                         00006500
006600                                                                  00006600
006700 01 WS-DTL-LINE.                                                  00006700
006800    05 WS-DTL-DIST                  PIC ZZ9.                      00006800
006900    05 FILLER                       PIC X(2) VALUE SPACES.        00006900
007000    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00007000
007100    05 FILLER                       PIC X(1) VALUE SPACES.        00007100
007200    05 WS-DTL-STORE-NM              PIC X(30).                    00007200
007300    05 FILLER                       PIC X(1) VALUE SPACES.        00007300
007400    05 WS-DTL-SVC-CD                PIC X(4).                     00007400
007500    05 FILLER                       PIC X(1) VALUE SPACES.        00007500
007600    05 WS-DTL-SVC-DES               PIC X(30).                    00007600
007700    05 FILLER                       PIC X(1) VALUE SPACES.        00007700
007800    05 WS-DTL-DEPT-NO               PIC X(5).                     00007800
007900    05 FILLER                       PIC X(1) VALUE SPACES.        00007900
008000    05 WS-DTL-ISSUE                 PIC X(30).                    00008000
008100                                                                  00008100
008200 01 WS-SUMMARY-LINE.                                              00008200
008300    05 FILLER PIC X(33) VALUE                                     00008300
008400       'SERVICE WITHOUT ITS DEPARTMENT - '.                       00008400
008500    05 WS-SUM-NO-DEPT               PIC ZZZ,ZZ9.                  00008500
008600 01 WS-SUMMARY-LINE2.                                             00008600
008700    05 FILLER PIC X(33) VALUE                                     00008700
008800       'DEPARTMENT WITHOUT THE SERVICE - '.                       00008800
008900    05 WS-SUM-NO-SVC                PIC ZZZ,ZZ9.                  00008900
009000                                                                  00009000
009100* ----------------------------------------------------------------00009100
009200* DB2 stuff...                                                    00009200
009300* ----------------------------------------------------------------00009300
009400     EXEC SQL                                                     00009400
009500       INCLUDE SQLCA                                              00009500
009600     END-EXEC                                                     00009600
009700                                                                  00009700
009800     EXEC SQL                                                     00009800
009900       INCLUDE DDDTRL01                                           00009900
010000     END-EXEC                                                     00010000
010100                                                                  00010100
010200     EXEC SQL                                                     00010200
010300       INCLUDE DDDTVT01                                           00010300
010400     END-EXEC                                                     00010400
010500                                                                  00010500
010600* One leg per kind of mismatch. A store is open as the            00010600
010700* directory feed has it - active, and not closed or closing       00010700
010800* in the future.                                                  00010800
010900     EXEC SQL                                                     00010900
011000       DECLARE MISMATCH-CSR CURSOR FOR                            00011000
011100       SELECT COALESCE(RL.FC_RL_DISTRICT_NO, 0), RL.FC_STORE_NO,  00011100
011200              RL.FC_RL_STORE_NM, VT.VT_SVC_CD, VT.VT_SVC_DES,     00011200
011300              VT.VT_DEPT_NO, 'S'                                  00011300
011400         FROM FC_XXXAIL_STORES RL, FC_XXXAIL_SVC_TYPE VT          00011400
011500        WHERE RL.FC_RL_STATUS_CD = 'A'                            00011500
011600          AND ( RL.FC_RL_CLOSING_DT = '0001-01-01'                00011600
011700             OR RL.FC_RL_CLOSING_DT >= CURRENT DATE )             00011700
011800          AND VT.VT_ACTIVE_IND = 'Y'                              00011800
011900          AND VT.VT_DEPT_MATCH_CD IN ('R', 'E')                   00011900
012000          AND EXISTS                                              00012000
012100              ( SELECT 1 FROM FC_XXXAIL_STORE_SVC SS              00012100
012200                 WHERE SS.SS_LOC_NBR    = RL.FC_STORE_NO          00012200
012300                   AND SS.SS_LOC_TYP_CD = 'S '                    00012300
012400                   AND SS.SS_SVC_CD     = VT.VT_SVC_CD            00012400
012500                   AND SS.SS_STRT_DT   <= CURRENT DATE            00012500
012600                   AND SS.SS_END_DT    >= CURRENT DATE )          00012600
012700          AND NOT EXISTS                                          00012700
012800              ( SELECT 1 FROM FC_RETAIL_DEPTS DP                  00012800
012900                 WHERE DP.FC_STORE_NO = RL.FC_STORE_NO            00012900
013000                   AND DP.FC_DEPT_NO  = VT.VT_DEPT_NO )           00013000
013100       UNION ALL                                                  00013100
013200       SELECT COALESCE(RL.FC_RL_DISTRICT_NO, 0), RL.FC_STORE_NO,  00013200
013300              RL.FC_RL_STORE_NM, VT.VT_SVC_CD, VT.VT_SVC_DES,     00013300
013400              VT.VT_DEPT_NO, 'D'                                  00013400
013500         FROM FC_XXXAIL_STORES RL, FC_XXXAIL_SVC_TYPE VT          00013500
013600        WHERE RL.FC_RL_STATUS_CD = 'A'                            00013600
013700          AND ( RL.FC_RL_CLOSING_DT = '0001-01-01'                00013700
013800             OR RL.FC_RL_CLOSING_DT >= CURRENT DATE )             00013800
013900          AND VT.VT_ACTIVE_IND = 'Y'                              00013900
014000          AND VT.VT_DEPT_MATCH_CD = 'E'                           00014000
014100          AND EXISTS                                              00014100
014200              ( SELECT 1 FROM FC_RETAIL_DEPTS DP                  00014200
014300                 WHERE DP.FC_STORE_NO = RL.FC_STORE_NO            00014300
014400                   AND DP.FC_DEPT_NO  = VT.VT_DEPT_NO )           00014400
014500          AND NOT EXISTS                                          00014500
014600              ( SELECT 1 FROM FC_XXXAIL_STORE_SVC SS              00014600
014700                 WHERE SS.SS_LOC_NBR    = RL.FC_STORE_NO          00014700
014800                   AND SS.SS_LOC_TYP_CD = 'S '                    00014800
014900                   AND SS.SS_SVC_CD     = VT.VT_SVC_CD            00014900
015000                   AND SS.SS_STRT_DT   <= CURRENT DATE            00015000
015100                   AND SS.SS_END_DT    >= CURRENT DATE )          00015100
015200        ORDER BY 1, 2, 4                                          00015200
015300     END-EXEC                                                     00015300
015400                                                                  00015400
015500 PROCEDURE DIVISION.                                              00015500
015600***************************************************************** 00015600
015700* Start of program main line.                                     00015700
015800***************************************************************** 00015800
015900 000-MAIN.                                                        00015900
016000     PERFORM 050-RUN-CNTL-START                                   00016000
016100     IF SQL-ERROR-DETECTED                                        00016100
016200       MOVE 8 TO RETURN-CODE                                      00016200
016300       GOBACK                                                     00016300
016400     END-IF                                                       00016400
016500     PERFORM 100-INITIALIZE                                       00016500
016600     PERFORM 200-LIST-THE-MISMATCHES                              00016600
016700     PERFORM 900-TERMINATE                                        00016700
016800     PERFORM 055-RUN-CNTL-END                                     00016800
016900     MOVE WS-RPT-RC TO RETURN-CODE                                00016900
017000     GOBACK                                                       00017000
017100     .                                                            00017100
017200                                                                  00017200
017300 100-INITIALIZE.                                                  00017300
017400     OPEN OUTPUT MISMATCH-RPT                                     00017400
017500     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00017500
017600     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00017600
017700                                                                  00017700
017800     EXEC SQL                                                     00017800
017900       OPEN MISMATCH-CSR                                          00017900
018000     END-EXEC                                                     00018000
018100     IF SQLCODE NOT = 0                                           00018100
018200       SET SQL-ERROR-DETECTED       TO TRUE                       00018200
018300       DISPLAY 'MMMB3502 - ERROR OPENING MISMATCH-CSR, SQLCODE='  00018300
018400               SQLCODE                                            00018400
018500     ELSE                                                         00018500
018600       PERFORM 120-FETCH-NEXT-MISMATCH                            00018600
018700     END-IF                                                       00018700
018800     .                                                            00018800
018900                                                                  00018900
019000 120-FETCH-NEXT-MISMATCH.                                         00019000
019100     EXEC SQL                                                     00019100
019200       FETCH MISMATCH-CSR                                         00019200
019300         INTO :DCLFC-XXXAIL-STORES.FC-RL-DISTRICT-NO,             00019300
019400              :DCLFC-XXXAIL-STORES.FC-STORE-NO,                   00019400
019500              :DCLFC-XXXAIL-STORES.FC-RL-STORE-NM,                00019500
019600              :DCLFC-XXXAIL-SVC-TYPE.VT-SVC-CD,                   00019600
019700              :DCLFC-XXXAIL-SVC-TYPE.VT-SVC-DES,                  00019700
019800              :DCLFC-XXXAIL-SVC-TYPE.VT-DEPT-NO,                  00019800
019900              :WS-ISSUE-CD                                        00019900
020000     END-EXEC                                                     00020000
020100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00020100
020200       SET SQL-ERROR-DETECTED       TO TRUE                       00020200
020300       DISPLAY 'MMMB3502 - ERROR FETCHING MISMATCH-CSR, SQLCODE=' 00020300
020400               SQLCODE                                            00020400
020500     END-IF                                                       00020500
020600     .                                                            00020600
020700                                                                  00020700
020800*================================================================ 00020800
020900* One line per store and service that disagree, by district       00020900
021000* and store.                                                      00021000
021100*================================================================ 00021100
021200 200-LIST-THE-MISMATCHES.                                         00021200
021300     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00021300
021400       MOVE FC-RL-DISTRICT-NO OF DCLFC-XXXAIL-STORES              00021400
021500         TO WS-DTL-DIST                                           00021500
021600       MOVE FC-STORE-NO       OF DCLFC-XXXAIL-STORES              00021600
021700         TO WS-DTL-STORE-NO                                       00021700
021800       MOVE FC-RL-STORE-NM    OF DCLFC-XXXAIL-STORES              00021800
021900         TO WS-DTL-STORE-NM                                       00021900
022000       MOVE VT-SVC-CD  OF DCLFC-XXXAIL-SVC-TYPE TO WS-DTL-SVC-CD  00022000
022100       MOVE VT-SVC-DES OF DCLFC-XXXAIL-SVC-TYPE TO WS-DTL-SVC-DES 00022100
022200       MOVE VT-DEPT-NO OF DCLFC-XXXAIL-SVC-TYPE TO WS-DTL-DEPT-NO 00022200
022300       IF WS-SVC-WITHOUT-DEPT                                     00022300
022400         ADD 1 TO WS-NO-DEPT-COUNT                                00022400
022500         MOVE 'SERVICE WITHOUT ITS DEPARTMENT' TO WS-DTL-ISSUE    00022500
022600       ELSE                                                       00022600
022700         ADD 1 TO WS-NO-SVC-COUNT                                 00022700
022800         MOVE 'DEPARTMENT WITHOUT THE SERVICE' TO WS-DTL-ISSUE    00022800
022900       END-IF                                                     00022900
023000       WRITE RPT-LINE FROM WS-DTL-LINE                            00023000
023100       PERFORM 120-FETCH-NEXT-MISMATCH                            00023100
023200     END-PERFORM                                                  00023200
023300     .                                                            00023300
023400                                                                  00023400
023500 900-TERMINATE.                                                   00023500
023600     EVALUATE TRUE                                                00023600
023700       WHEN SQL-ERROR-DETECTED                                    00023700
023800         MOVE 16 TO WS-RPT-RC                                     00023800
023900       WHEN WS-NO-DEPT-COUNT > 0 OR WS-NO-SVC-COUNT > 0           00023900
024000         MOVE 4  TO WS-RPT-RC                                     00024000
024100     END-EVALUATE                                                 00024100
024200     EXEC SQL                                                     00024200
024300       CLOSE MISMATCH-CSR                                         00024300
024400     END-EXEC                                                     00024400
024500                                                                  00024500
024600     MOVE WS-NO-DEPT-COUNT TO WS-SUM-NO-DEPT                      00024600
024700     MOVE WS-NO-SVC-COUNT  TO WS-SUM-NO-SVC                       00024700
024800     WRITE RPT-LINE FROM SPACES                                   00024800
024900     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00024900
025000     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00025000
025100     CLOSE MISMATCH-RPT                                           00025100
025200     .                                                            00025200
025300                                                                  00025300
025400*================================================================ 00025400
025500* Run control - refuse a duplicate or out-of-order start, and     00025500
025600* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00025600
025700*================================================================ 00025700
025800 050-RUN-CNTL-START.                                              00025800
025900     INITIALIZE XXXN001A                                          00025900
026000                YYYC0230                                          00026000
026100     SET  YYYC0230-START-RUN TO TRUE                              00026100
026200     MOVE 'MMMB3502' TO YYYC0230-JOB-NM                           00026200
026300     CALL YYYS0230-RUN-CNTL USING                                 00026300
026400         XXXN001A                                                 00026400
026500         YYYC0230                                                 00026500
026600     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00026600
026700       SET SQL-ERROR-DETECTED TO TRUE                             00026700
026800       DISPLAY 'MMMB3502 - START REFUSED: ' IS-RTRN-MSG-TXT       00026800
026900     END-IF                                                       00026900
027000     .                                                            00027000
027100                                                                  00027100
027200 055-RUN-CNTL-END.                                                00027200
027300     INITIALIZE XXXN001A                                          00027300
027400                YYYC0230                                          00027400
027500     IF SQL-ERROR-DETECTED                                        00027500
027600       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00027600
027700     ELSE                                                         00027700
027800       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00027800
027900     END-IF                                                       00027900
028000     MOVE 'MMMB3502' TO YYYC0230-JOB-NM                           00028000
028100     CALL YYYS0230-RUN-CNTL USING                                 00028100
028200         XXXN001A                                                 00028200
028300         YYYC0230                                                 00028300
028400     .                                                            00028400
