000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0702.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Weekly store routing feed to the transportation system.         00000600
000700*                                                                 00000700
000800* For every active store and every product flow it carries -      00000800
000900* grocery always, perishables when it has food liner footage      00000900
001000* (FD-LINER-FT), pharmacy when it holds an NABP number - sends    00001000
001100* the DC servicing it today off FC_XXXAIL_STORE_DC (kept by       00001100
001200* MMMO1000), with the store's ship days (SCH-SHP-DD-TXT) and      00001200
001300* order lead time (ORD-LEAD-TM-DD) from XXXATION and its dock/    00001300
001400* unload capability (RETL-UNLD-CD on XXXAIL_LOC, FC-RL-UNLOAD-SW  00001400
001500* on the store master).  One detail record per store and flow,    00001500
001600* and a trailer record carrying the counts.                       00001600
001700* A store with no servicing DC in force for a flow it carries     00001700
001800* goes to the exception listing instead of into the feed, and     00001800
001900* the job ends RC 4 so someone looks at it.                       00001900
002000* Batch job - run standalone, no online caller.                   00002000
002100* --------------------------------------------------------------- 00002100
002200 ENVIRONMENT DIVISION.                                            00002200
002300 INPUT-OUTPUT SECTION.                                            00002300
002400 FILE-CONTROL.                                                    00002400
002500     SELECT ROUTE-FEED     ASSIGN TO ROUTEOUT                     00002500
002600         ORGANIZATION IS LINE SEQUENTIAL.                         00002600
002700     SELECT ROUTE-RPT      ASSIGN TO RPTOUT                       00002700
002800         ORGANIZATION IS LINE SEQUENTIAL.                         00002800
002900                                                                  00002900
003000 DATA DIVISION.                                                   00003000
003100 FILE SECTION.                                                    00003100
003200 FD  ROUTE-FEED.                                                  00003200
003300 01  FEED-REC                          PIC X(100).                00003300
003400 FD  ROUTE-RPT.                                                   00003400
003500 01  RPT-LINE                          PIC X(132).                00003500
003600                                                                  00003600
003700 WORKING-STORAGE SECTION.                                         00003700
003800* --------------------------------------------------------------- 00003800
003900* Misc working storage...                                         00003900
004000* --------------------------------------------------------------- 00004000
004100 01 WS-TOTAL-COUNT                    PIC 9(6) VALUE 0.           00004100
004200 01 WS-FEED-COUNT                     PIC 9(6) VALUE 0.           00004200
004300 01 WS-EXCEPTION-COUNT                PIC 9(6) VALUE 0.           00004300
004400 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00004400
004500    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00004500
004600    88 SQL-NO-ERROR                            VALUE 'N'.         00004600
004700 COPY XXXN001A.                                                   00004700
004800 COPY YYYC0230.                                                   00004800
004900 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00004900
005000 01 WS-RUN-DATE                       PIC X(8)  VALUE SPACES.     00005000
005100 01 WS-UNLOAD-SW                      PIC X(1)  VALUE SPACES.     00005100
005200                                                                  00005200
005300* The flows a store carries, in feed order.                       00005300
005400 01 WS-FLOW-IDX                       PIC S9(4) COMP VALUE 0.     00005400
005500 01 WS-FLOW-TABLE.                                                00005500
005600    05 FILLER PIC X(13) VALUE 'GGROCERY     '.                    00005600
005700    05 FILLER PIC X(13) VALUE 'PPERISHABLES '.                    00005700
005800    05 FILLER PIC X(13) VALUE 'RPHARMACY    '.                    00005800
005900 01 WS-FLOW-TABLE-R REDEFINES WS-FLOW-TABLE.                      00005900
006000    05 WS-FLOW-ENTRY OCCURS 3 TIMES.                              00006000
006100       10 WS-FLOW-CD                  PIC X(1).                   00006100
006200       10 WS-FLOW-NM                  PIC X(12).                  00006200
006300 01 WS-CARRIES-SW                     PIC X    VALUE 'N'.         00006300
006400    88 STORE-CARRIES-FLOW                      VALUE 'Y'.         00006400
006500    88 STORE-LACKS-FLOW                        VALUE 'N'.         00006500
006600                                                                  00006600
006700* Routing feed layout - one fixed record per store and flow       00006700
006800* plus a trailer carrying the counts.                             00006800
006900 01 WS-FEED-DTL.                                                  00006900
007000    05 WS-FEED-DTL-REC-TYP          PIC X(1)  VALUE 'D'.          00007000
007100    05 WS-FEED-DTL-STORE-NBR        PIC 9(9).                     00007100
007200    05 WS-FEED-DTL-FLOW-CD          PIC X(1).                     00007200
007300    05 WS-FEED-DTL-DC-NBR           PIC 9(5).                     00007300
007400    05 WS-FEED-DTL-DC-EFF-DT        PIC X(10).                    00007400
007500    05 WS-FEED-DTL-SHIP-DAYS        PIC X(7).                     00007500
007600    05 WS-FEED-DTL-LEAD-TM-DD       PIC 9(3)V9(2).                00007600
007700    05 WS-FEED-DTL-UNLD-CD          PIC X(1).                     00007700
007800    05 WS-FEED-DTL-UNLOAD-SW        PIC X(1).                     00007800
007900    05 WS-FEED-DTL-LOC-NM           PIC X(30).                    00007900
008000    05 FILLER                       PIC X(30) VALUE SPACES.       00008000
008100                                                                  00008100
008200 01 WS-FEED-TRL.                                                  00008200
008300    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00008300
008400    05 WS-FEED-TRL-RUN-DATE         PIC X(8).                     00008400
008500    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00008500
008600    05 WS-FEED-TRL-EXCP-CNT         PIC 9(9).                     00008600
008700    05 FILLER                       PIC X(73) VALUE SPACES.       00008700
008800                                                                  00008800
008900 01 WS-HDG-LINE-1.                                                00008900
009000    05 FILLER PIC X(53) VALUE                                     00009000
009100       'MMMB0702 - STORE ROUTING FEED - STORES WITH NO DC'.       00009100
009200 01 WS-HDG-LINE-2.                                                00009200
009300    05 FILLER PIC X(9)  VALUE '    STORE'.                        00009300
009400    05 FILLER PIC X(2)  VALUE SPACES.                             00009400
009500    05 FILLER PIC X(30) VALUE 'STORE NAME'.                       00009500
009600    05 FILLER PIC X(2)  VALUE SPACES.                             00009600
009700    05 FILLER PIC X(40) VALUE 'EXCEPTION REASON'.                 00009700
009800                                                                  00009800
009900 01 WS-DTL-LINE.                                                  00009900
010000    05 WS-DTL-STORE-NO              PIC ZZZZZZZZ9.                00010000
010100    05 FILLER                       PIC X(2) VALUE SPACES.        00010100
010200    05 WS-DTL-LOC-NM                PIC X(30).                    00010200
010300    05 FILLER                       PIC X(2) VALUE SPACES.        00010300
010400    05 FILLER                       PIC X(22) VALUE               00010400
010500       'NO SERVICING DC FOR  '.                                   00010500
010600    05 WS-DTL-FLOW-NM               PIC X(12).                    00010600
010700                                                                  00010700
010800 01 WS-SUMMARY-LINE.                                              00010800
010900    05 FILLER PIC X(23) VALUE 'STORES SCANNED     - '.            00010900
011000    05 WS-SUM-TOTAL                 PIC ZZZ,ZZ9.                  00011000
011100                                                                  00011100
011200 01 WS-SUMMARY-LINE2.                                             00011200
011300    05 FILLER PIC X(23) VALUE 'FEED RECORDS WRITTEN - '.          00011300
011400    05 WS-SUM-FEED                  PIC ZZZ,ZZ9.                  00011400
011500                                                                  00011500
011600 01 WS-SUMMARY-LINE3.                                             00011600
011700    05 FILLER PIC X(23) VALUE 'EXCEPTIONS FOUND   - '.            00011700
011800    05 WS-SUM-EXCEPTION             PIC ZZZ,ZZ9.                  00011800
011900                                                                  00011900
012000* --------------------------------------------------------------- 00012000
012100* Miscellaneous copy books go here...                             00012100
012200* --------------------------------------------------------------- 00012200
012300 COPY HHHTLR01.                                                   00012300
012400 COPY HHHTLO01.                                                   00012400
012500                                                                  00012500
012600* ----------------------------------------------------------------00012600
012700* DB2 stuff...                                                    00012700
012800* ----------------------------------------------------------------00012800
012900     EXEC SQL                                                     00012900
013000       INCLUDE SQLCA                                              00013000
013100     END-EXEC                                                     00013100
013200                                                                  00013200
013300     EXEC SQL                                                     00013300
013400       INCLUDE DDDTDC01                                           00013400
013500     END-EXEC                                                     00013500
013600                                                                  00013600
013700* An active store is an active XXXAIL_LOC row; ship days and      00013700
013800* lead time come from the matching XXXATION row, the unload       00013800
013900* switch from the store master when the store is on it.           00013900
014000     EXEC SQL                                                     00014000
014100       DECLARE ROUTE-CSR CURSOR FOR                               00014100
014200       SELECT R.LOC_NBR, R.RETL_UNLD_CD, R.NABP_NBR,              00014200
014300              R.FD_LINER_FT, L.LOC_NM,                            00014300
014400              COALESCE(L.SCH_SHP_DD_TXT, ' '),                    00014400
014500              COALESCE(L.ORD_LEAD_TM_DD, 0),                      00014500
014600              COALESCE(F.FC_RL_UNLOAD_SW, ' ')                    00014600
014700         FROM XXXAIL_LOC R                                        00014700
014800              INNER JOIN XXXATION L                               00014800
014900                 ON L.LOC_TYP_CD = R.LOC_TYP_CD                   00014900
015000                AND L.LOC_NBR    = R.LOC_NBR                      00015000
015100              LEFT OUTER JOIN FC_XXXAIL_STORES F                  00015100
015200                 ON F.FC_STORE_NO = R.LOC_NBR                     00015200
015300        WHERE R.RETL_LOC_STAT_CD = 'A'                            00015300
015400        ORDER BY R.LOC_NBR                                        00015400
015500     END-EXEC                                                     00015500
015600                                                                  00015600
015700 PROCEDURE DIVISION.                                              00015700
015800***************************************************************** 00015800
015900* Start of program main line.                                     00015900
016000***************************************************************** 00016000
016100 000-MAIN.                                                        00016100
016200     PERFORM 050-RUN-CNTL-START                                   00016200
016300     IF SQL-ERROR-DETECTED                                        00016300
016400       MOVE 8 TO RETURN-CODE                                      00016400
016500       GOBACK                                                     00016500
016600     END-IF                                                       00016600
016700     PERFORM 100-INITIALIZE                                       00016700
016800     PERFORM 200-PROCESS-STORES                                   00016800
016900     PERFORM 900-TERMINATE                                        00016900
017000     PERFORM 055-RUN-CNTL-END                                     00017000
017100     GOBACK                                                       00017100
017200     .                                                            00017200
017300                                                                  00017300
017400*================================================================ 00017400
017500* Initialization...                                               00017500
017600*================================================================ 00017600
017700 100-INITIALIZE.                                                  00017700
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00017800
017900     OPEN OUTPUT ROUTE-FEED                                       00017900
018000                 ROUTE-RPT                                        00018000
018100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00018100
018200     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00018200
018300                                                                  00018300
018400     EXEC SQL                                                     00018400
018500       OPEN ROUTE-CSR                                             00018500
018600     END-EXEC                                                     00018600
018700     IF SQLCODE NOT = 0                                           00018700
018800       SET SQL-ERROR-DETECTED       TO TRUE                       00018800
018900       DISPLAY 'MMMB0702 - ERROR OPENING ROUTE-CSR, SQLCODE='     00018900
019000               SQLCODE                                            00019000
019100     ELSE                                                         00019100
019200       PERFORM 120-FETCH-NEXT-STORE                               00019200
019300     END-IF                                                       00019300
019400     .                                                            00019400
019500                                                                  00019500
019600*================================================================ 00019600
019700* Fetch the next active store row...                              00019700
019800*================================================================ 00019800
019900 120-FETCH-NEXT-STORE.                                            00019900
020000     EXEC SQL                                                     00020000
020100       FETCH ROUTE-CSR                                            00020100
020200         INTO :DCLXXXAIL-LOC.LOC-NBR,                             00020200
020300              :DCLXXXAIL-LOC.RETL-UNLD-CD,                        00020300
020400              :DCLXXXAIL-LOC.NABP-NBR,                            00020400
020500              :DCLXXXAIL-LOC.FD-LINER-FT,                         00020500
020600              :DCLXXXATION.LOC-NM,                                00020600
020700              :DCLXXXATION.SCH-SHP-DD-TXT,                        00020700
020800              :DCLXXXATION.ORD-LEAD-TM-DD,                        00020800
020900              :WS-UNLOAD-SW                                       00020900
021000     END-EXEC                                                     00021000
021100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00021100
021200       SET SQL-ERROR-DETECTED       TO TRUE                       00021200
021300       DISPLAY 'MMMB0702 - ERROR FETCHING ROUTE-CSR, SQLCODE='    00021300
021400               SQLCODE                                            00021400
021500     END-IF                                                       00021500
021600     .                                                            00021600
021700                                                                  00021700
021800*================================================================ 00021800
021900* Process every active store on the cursor, one flow at a         00021900
022000* time...                                                         00022000
022100*================================================================ 00022100
022200 200-PROCESS-STORES.                                              00022200
022300     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00022300
022400       ADD 1 TO WS-TOTAL-COUNT                                    00022400
022500       PERFORM VARYING WS-FLOW-IDX FROM 1 BY 1                    00022500
022600         UNTIL WS-FLOW-IDX > 3 OR SQL-ERROR-DETECTED              00022600
022700         PERFORM 210-CHECK-THE-FLOW                               00022700
022800         IF STORE-CARRIES-FLOW                                    00022800
022900           PERFORM 220-FIND-THE-DC                                00022900
023000         END-IF                                                   00023000
023100       END-PERFORM                                                00023100
023200       PERFORM 120-FETCH-NEXT-STORE                               00023200
023300     END-PERFORM                                                  00023300
023400     .                                                            00023400
023500                                                                  00023500
023600*================================================================ 00023600
023700* Does the store carry this flow?  Grocery goes to every store.   00023700
023800*================================================================ 00023800
023900 210-CHECK-THE-FLOW.                                              00023900
024000     SET STORE-LACKS-FLOW TO TRUE                                 00024000
024100     EVALUATE WS-FLOW-CD (WS-FLOW-IDX)                            00024100
024200       WHEN 'G'                                                   00024200
024300         SET STORE-CARRIES-FLOW TO TRUE                           00024300
024400       WHEN 'P'                                                   00024400
024500         IF FD-LINER-FT OF DCLXXXAIL-LOC > 0                      00024500
024600           SET STORE-CARRIES-FLOW TO TRUE                         00024600
024700         END-IF                                                   00024700
024800       WHEN 'R'                                                   00024800
024900         IF NABP-NBR OF DCLXXXAIL-LOC NOT = SPACES                00024900
025000           SET STORE-CARRIES-FLOW TO TRUE                         00025000
025100         END-IF                                                   00025100
025200     END-EVALUATE                                                 00025200
025300     .                                                            00025300
025400                                                                  00025400
025500*================================================================ 00025500
025600* The DC in force today for the store and flow - feed it, or      00025600
025700* list the store when there is none...                            00025700
025800*================================================================ 00025800
025900 220-FIND-THE-DC.                                                 00025900
026000     MOVE LOC-NBR OF DCLXXXAIL-LOC                                00026000
026100       TO SD-LOC-NBR OF DCLFC-XXXAIL-STORE-DC                     00026100
026200     MOVE WS-FLOW-CD (WS-FLOW-IDX)                                00026200
026300       TO SD-FLOW-CD OF DCLFC-XXXAIL-STORE-DC                     00026300
026400     EXEC SQL                                                     00026400
026500       SELECT SD_FC_FAC_NO, SD_EFF_DT                             00026500
026600         INTO :DCLFC-XXXAIL-STORE-DC.SD-FC-FAC-NO,                00026600
026700              :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT                    00026700
026800         FROM FC_XXXAIL_STORE_DC                                  00026800
026900        WHERE SD_LOC_NBR =                                        00026900
027000              :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR                   00027000
027100          AND SD_LOC_TYP_CD = 'S '                                00027100
027200          AND SD_FLOW_CD =                                        00027200
027300              :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD                   00027300
027400          AND SD_EFF_DT <= CURRENT DATE                           00027400
027500          AND SD_END_DT >  CURRENT DATE                           00027500
027600     END-EXEC                                                     00027600
027700     EVALUATE TRUE                                                00027700
027800       WHEN SQLCODE = 0                                           00027800
027900         ADD 1 TO WS-FEED-COUNT                                   00027900
028000         PERFORM 250-WRITE-FEED-RECORD                            00028000
028100       WHEN SQLCODE = 100                                         00028100
028200         MOVE 0 TO SQLCODE                                        00028200
028300         ADD 1 TO WS-EXCEPTION-COUNT                              00028300
028400         PERFORM 260-WRITE-EXCEPTION-LINE                         00028400
028500       WHEN OTHER                                                 00028500
028600         SET SQL-ERROR-DETECTED       TO TRUE                     00028600
028700         DISPLAY 'MMMB0702 - ERROR READING FC_XXXAIL_STORE_DC, '  00028700
028800                 'SQLCODE=' SQLCODE                               00028800
028900     END-EVALUATE                                                 00028900
029000     .                                                            00029000
029100                                                                  00029100
029200*================================================================ 00029200
029300* Write one routing feed detail record...                         00029300
029400*================================================================ 00029400
029500 250-WRITE-FEED-RECORD.                                           00029500
029600     MOVE LOC-NBR OF DCLXXXAIL-LOC                                00029600
029700       TO WS-FEED-DTL-STORE-NBR                                   00029700
029800     MOVE SD-FLOW-CD OF DCLFC-XXXAIL-STORE-DC                     00029800
029900       TO WS-FEED-DTL-FLOW-CD                                     00029900
030000     MOVE SD-FC-FAC-NO OF DCLFC-XXXAIL-STORE-DC                   00030000
030100       TO WS-FEED-DTL-DC-NBR                                      00030100
030200     MOVE SD-EFF-DT OF DCLFC-XXXAIL-STORE-DC                      00030200
030300       TO WS-FEED-DTL-DC-EFF-DT                                   00030300
030400     MOVE SCH-SHP-DD-TXT OF DCLXXXATION                           00030400
030500       TO WS-FEED-DTL-SHIP-DAYS                                   00030500
030600     MOVE ORD-LEAD-TM-DD OF DCLXXXATION                           00030600
030700       TO WS-FEED-DTL-LEAD-TM-DD                                  00030700
030800     MOVE RETL-UNLD-CD OF DCLXXXAIL-LOC                           00030800
030900       TO WS-FEED-DTL-UNLD-CD                                     00030900
031000     MOVE WS-UNLOAD-SW                                            00031000
031100       TO WS-FEED-DTL-UNLOAD-SW                                   00031100
031200     MOVE LOC-NM OF DCLXXXATION                                   00031200
031300       TO WS-FEED-DTL-LOC-NM                                      00031300
031400     WRITE FEED-REC FROM WS-FEED-DTL                              00031400
031500     .                                                            00031500
031600                                                                  00031600
031700*================================================================ 00031700
031800* Write one exception detail line...                              00031800
031900*================================================================ 00031900
032000 260-WRITE-EXCEPTION-LINE.                                        00032000
032100     MOVE LOC-NBR OF DCLXXXAIL-LOC      TO WS-DTL-STORE-NO        00032100
032200     MOVE LOC-NM OF DCLXXXATION         TO WS-DTL-LOC-NM          00032200
032300     MOVE WS-FLOW-NM (WS-FLOW-IDX)      TO WS-DTL-FLOW-NM         00032300
032400     WRITE RPT-LINE FROM WS-DTL-LINE                              00032400
032500     .                                                            00032500
032600                                                                  00032600
032700*================================================================ 00032700
032800* Termination - write the trailer and summary and close up...     00032800
032900*================================================================ 00032900
033000 900-TERMINATE.                                                   00033000
033100     IF SQL-ERROR-DETECTED                                        00033100
033200       MOVE 16 TO RETURN-CODE                                     00033200
033300     ELSE                                                         00033300
033400       IF WS-EXCEPTION-COUNT > 0                                  00033400
033500         MOVE 4 TO RETURN-CODE                                    00033500
033600       END-IF                                                     00033600
033700     END-IF                                                       00033700
033800     EXEC SQL                                                     00033800
033900       CLOSE ROUTE-CSR                                            00033900
034000     END-EXEC                                                     00034000
034100                                                                  00034100
034200     MOVE WS-RUN-DATE        TO WS-FEED-TRL-RUN-DATE              00034200
034300     MOVE WS-FEED-COUNT      TO WS-FEED-TRL-DTL-CNT               00034300
034400     MOVE WS-EXCEPTION-COUNT TO WS-FEED-TRL-EXCP-CNT              00034400
034500     WRITE FEED-REC FROM WS-FEED-TRL                              00034500
034600                                                                  00034600
034700     MOVE WS-TOTAL-COUNT     TO WS-SUM-TOTAL                      00034700
034800     MOVE WS-FEED-COUNT      TO WS-SUM-FEED                       00034800
034900     MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTION                  00034900
035000     WRITE RPT-LINE FROM SPACES                                   00035000
035100     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00035100
035200     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00035200
035300     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00035300
035400     CLOSE ROUTE-FEED                                             00035400
035500           ROUTE-RPT                                              00035500
035600     .                                                            00035600
035700                                                                  00035700
035800*================================================================ 00035800
035900* Run control - refuse a duplicate or out-of-order start, and     00035900
036000* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00036000
036100*================================================================ 00036100
036200 050-RUN-CNTL-START.                                              00036200
036300     INITIALIZE XXXN001A                                          00036300
036400                YYYC0230                                          00036400
036500     SET  YYYC0230-START-RUN TO TRUE                              00036500
036600     MOVE 'MMMB0702' TO YYYC0230-JOB-NM                           00036600
036700     CALL YYYS0230-RUN-CNTL USING                                 00036700
036800         XXXN001A                                                 00036800
036900         YYYC0230                                                 00036900
037000     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00037000
037100       SET SQL-ERROR-DETECTED TO TRUE                             00037100
037200       DISPLAY 'MMMB0702 - START REFUSED: ' IS-RTRN-MSG-TXT       00037200
037300     END-IF                                                       00037300
037400     .                                                            00037400
037500                                                                  00037500
037600 055-RUN-CNTL-END.                                                00037600
037700     INITIALIZE XXXN001A                                          00037700
037800                YYYC0230                                          00037800
037900     IF SQL-ERROR-DETECTED                                        00037900
038000       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00038000
038100     ELSE                                                         00038100
038200       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00038200
038300     END-IF                                                       00038300
038400     MOVE 'MMMB0702' TO YYYC0230-JOB-NM                           00038400
038500     CALL YYYS0230-RUN-CNTL USING                                 00038500
038600         XXXN001A                                                 00038600
038700         YYYC0230                                                 00038700
038800     .                                                            00038800
