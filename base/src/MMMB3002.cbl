000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3002.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Temporary store closure maintenance.                            00000600
000700*                                                                 00000700
000800* A store shut for three weeks after a flood, or for a            00000800
000900* renovation, is not closed - FC_RL_CLOSING_DT stays unset and    00000900
001000* the lifecycle automation leaves it alone. The closure is        00001000
001100* kept instead on FC_XXXAIL_TEMP_CLOS (DDDTTC01), maintained      00001100
001200* here from one transaction per TRANIN line:                      00001200
001300*   A  add a closure - store, start date, expected reopen date,   00001300
001400*      reason code and text. Refused for a store not on file,     00001400
001500*      one already permanently closed by the start date, or one   00001500
001600*      with a closure still in force                              00001600
001700*   U  new expected reopen date (and reason, when given) for      00001700
001800*      the store's closure with that start date                   00001800
001900*   R  reopened - the date is the first day open again; blank     00001900
002000*      means today                                                00002000
002100*   C  cancel - keyed in error, the closure never applied         00002100
002200* Reasons: FL flood, FI fire, ST storm, PW power, RN renovation,  00002200
002300* OT other. Every transaction is reported applied or rejected     00002300
002400* with the reason, and rejects are recycled through MMMS0177.     00002400
002500* MMMS0159, MMMS0168 and the directory feed read the closures;    00002500
002600* MMMB3102 lists the ones past their expected reopen date.        00002600
002700*                                                                 00002700
002800* TRANIN: a store start-date date rc reason-text                  00002800
002900*   (dates yyyy-mm-dd)                                            00002900
003000* Batch job - run standalone, no online caller.                   00003000
003100*---------------------------------------------------------------- 00003100
003200 ENVIRONMENT DIVISION.                                            00003200
003300 INPUT-OUTPUT SECTION.                                            00003300
003400 FILE-CONTROL.                                                    00003400
003500     SELECT TRAN-IN        ASSIGN TO TRANIN                       00003500
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00003600
003700     SELECT CLOS-RPT       ASSIGN TO RPTOUT                       00003700
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00003800
003900                                                                  00003900
004000 DATA DIVISION.                                                   00004000
004100 FILE SECTION.                                                    00004100
004200 FD  TRAN-IN.                                                     00004200
004300 01  TRAN-REC.                                                    00004300
004400     05 TRX-ACTION                     PIC X(1).                  00004400
004500         88 TRX-ACT-ADD                         VALUE 'A'.        00004500
004600         88 TRX-ACT-UPDATE                      VALUE 'U'.        00004600
004700         88 TRX-ACT-REOPEN                      VALUE 'R'.        00004700
004800         88 TRX-ACT-CANCEL                      VALUE 'C'.        00004800
004900     05 FILLER                         PIC X(1).                  00004900
005000     05 TRX-STORE-NO                   PIC 9(9).                  00005000
005100     05 FILLER                         PIC X(1).                  00005100
005200     05 TRX-STRT-DT                    PIC X(10).                 00005200
005300     05 FILLER                         PIC X(1).                  00005300
005400     05 TRX-DT                         PIC X(10).                 00005400
005500     05 FILLER                         PIC X(1).                  00005500
005600     05 TRX-RSN-CD                     PIC X(2).                  00005600
005700     05 FILLER                         PIC X(1).                  00005700
005800     05 TRX-RSN-TXT                    PIC X(40).                 00005800
005900     05 FILLER                         PIC X(3).                  00005900
006000                                                                  00006000
006100 FD  CLOS-RPT.                                                    00006100
006200 01  RPT-LINE                          PIC X(132).                00006200
006300                                                                  00006300
006400 WORKING-STORAGE SECTION.                                         00006400
006500* --------------------------------------------------------------- 00006500
006600* Misc working storage...                                         00006600
006700* --------------------------------------------------------------- 00006700
006800 01 WS-TRAN-COUNT                     PIC 9(6) VALUE 0.           00006800
006900 01 WS-APPLIED-COUNT                  PIC 9(6) VALUE 0.           00006900
007000 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00007000
007100 01 WS-SQLCODE                        PIC ----9.                  00007100
007200 01 WS-ROW-CNT                        PIC S9(9) COMP VALUE 0.     00007200
007300 01 WS-TODAY-DT                       PIC X(10) VALUE SPACES.     00007300
007400 01 WS-ZERO-DT                   PIC X(10) VALUE '0001-01-01'.    00007400
007500                                                                  00007500
007600 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00007600
007700    88 IS-EOF                                  VALUE 'Y'.         00007700
007800    88 NOT-EOF                                 VALUE 'N'.         00007800
007900                                                                  00007900
008000 01 WS-HDG-LINE-1.                                                00008000
008100    05 FILLER PIC X(48) VALUE                                     00008100
008200       'MMMB3002 - TEMPORARY STORE CLOSURE MAINTENANCE'.          00008200
008300                                                                  00008300
008400 01 WS-DTL-LINE.                                                  00008400
008500    05 WS-DTL-ACTION                PIC X(1).                     00008500
008600    05 FILLER                       PIC X(1) VALUE SPACES.        00008600
008700    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00008700
008800    05 FILLER                       PIC X(1) VALUE SPACES.        00008800
008900    05 WS-DTL-STRT-DT               PIC X(10).                    00008900
009000    05 FILLER                       PIC X(1) VALUE SPACES.        00009000
009100    05 WS-DTL-DT                    PIC X(10).                    00009100
009200    05 FILLER                       PIC X(1) VALUE SPACES.        00009200
009300    05 WS-DTL-RSN-CD                PIC X(2).                     00009300
009400    05 FILLER                       PIC X(1) VALUE SPACES.        00009400
009500    05 WS-DTL-RESULT                PIC X(8).                     00009500
009600    05 FILLER                       PIC X(1) VALUE SPACES.        00009600
009700    05 WS-DTL-REASON                PIC X(60).                    00009700
009800                                                                  00009800
009900 01 WS-SUMMARY-LINE.                                              00009900
010000    05 FILLER PIC X(23) VALUE 'TRANSACTIONS READ  -  '.           00010000
010100    05 WS-SUM-TRANS                 PIC ZZZ,ZZ9.                  00010100
010200 01 WS-SUMMARY-LINE2.                                             00010200
010300    05 FILLER PIC X(23) VALUE 'APPLIED            -  '.           00010300
010400    05 WS-SUM-APPLIED               PIC ZZZ,ZZ9.                  00010400
010500 01 WS-SUMMARY-LINE3.                                             00010500
010600    05 FILLER PIC X(23) VALUE 'REJECTED           -  '.           00010600
010700    05 WS-SUM-REJECTED              PIC ZZZ,ZZ9.                  00010700
010800                                                                  00010800
010900* --------------------------------------------------------------- 00010900
011000* Miscellaneous copy books go here...                             00011000
011100* --------------------------------------------------------------- 00011100
011200 COPY XXXN001A.                                                   00011200
011300* Shared reject-and-recycle writer - every reject also lands on   00011300
011400* RECYCOUT in input format, reason appended, ready to correct     00011400
011500* and feed back in as the next run's TRANIN.                      00011500
011600 01 WS-MMMS0177-PGM                   PIC X(8) VALUE 'MMMS0177'.  00011600
011700 COPY MMMC0177.                                                   00011700
011800                                                                  00011800
011900* ----------------------------------------------------------------00011900
012000* DB2 stuff...                                                    00012000
012100* ----------------------------------------------------------------00012100
012200     EXEC SQL                                                     00012200
012300       INCLUDE SQLCA                                              00012300
012400     END-EXEC                                                     00012400
012500                                                                  00012500
012600     EXEC SQL                                                     00012600
012700       INCLUDE DDDTRL01                                           00012700
012800     END-EXEC                                                     00012800
012900                                                                  00012900
013000     EXEC SQL                                                     00013000
013100       INCLUDE DDDTTC01                                           00013100
013200     END-EXEC                                                     00013200
013300                                                                  00013300
013400 PROCEDURE DIVISION.                                              00013400
013500***************************************************************** 00013500
013600* Start of program main line.                                     00013600
013700***************************************************************** 00013700
013800 000-MAIN.                                                        00013800
013900     PERFORM 100-INITIALIZE                                       00013900
014000     PERFORM UNTIL IS-EOF                                         00014000
014100       ADD 1 TO WS-TRAN-COUNT                                     00014100
014200       PERFORM 200-APPLY-ONE-TRAN                                 00014200
014300       PERFORM 120-READ-NEXT-TRAN                                 00014300
014400     END-PERFORM                                                  00014400
014500     PERFORM 900-TERMINATE                                        00014500
014600     GOBACK                                                       00014600
014700     .                                                            00014700
014800                                                                  00014800
014900 100-INITIALIZE.                                                  00014900
015000     OPEN INPUT  TRAN-IN                                          00015000
015100     OPEN OUTPUT CLOS-RPT                                         00015100
015200     SET  MMMC0177-OPEN TO TRUE                                   00015200
015300     MOVE 'MMMB3002' TO MMMC0177-JOB-NM                           00015300
015400     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00015400
015500     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00015500
015600                                                                  00015600
015700     EXEC SQL                                                     00015700
015800       SET :WS-TODAY-DT = CHAR(CURRENT DATE, ISO)                 00015800
015900     END-EXEC                                                     00015900
016000     IF SQLCODE NOT = 0                                           00016000
016100       MOVE SQLCODE TO WS-SQLCODE                                 00016100
016200       MOVE SPACES  TO RPT-LINE                                   00016200
016300       STRING 'MMMB3002 - SQL ERROR READING THE DATE, SQLCODE = ' 00016300
016400              WS-SQLCODE                                          00016400
016500         DELIMITED BY SIZE INTO RPT-LINE                          00016500
016600       WRITE RPT-LINE                                             00016600
016700       MOVE 16 TO RETURN-CODE                                     00016700
016800       SET IS-EOF TO TRUE                                         00016800
016900     ELSE                                                         00016900
017000       PERFORM 120-READ-NEXT-TRAN                                 00017000
017100     END-IF                                                       00017100
017200     .                                                            00017200
017300                                                                  00017300
017400 120-READ-NEXT-TRAN.                                              00017400
017500     READ TRAN-IN                                                 00017500
017600       AT END SET IS-EOF TO TRUE                                  00017600
017700     END-READ                                                     00017700
017800     .                                                            00017800
017900                                                                  00017900
018000*================================================================ 00018000
018100* One transaction, edited then applied...                         00018100
018200*================================================================ 00018200
018300 200-APPLY-ONE-TRAN.                                              00018300
018400     INITIALIZE XXXN001A                                          00018400
018500     PERFORM 220-EDIT-THE-TRAN                                    00018500
018600                                                                  00018600
018700     IF SUCCESS                                                   00018700
018800       MOVE TRX-STORE-NO TO MD-TC-LOC-NBR    OF DDDTTC01          00018800
018900       MOVE 'S '         TO MD-TC-LOC-TYP-CD OF DDDTTC01          00018900
019000       MOVE TRX-STRT-DT  TO MD-TC-STRT-DT    OF DDDTTC01          00019000
019100       EVALUATE TRUE                                              00019100
019200         WHEN TRX-ACT-ADD                                         00019200
019300           PERFORM 300-ADD-THE-CLOSURE                            00019300
019400         WHEN TRX-ACT-UPDATE                                      00019400
019500           PERFORM 320-UPDATE-THE-CLOSURE                         00019500
019600         WHEN TRX-ACT-REOPEN                                      00019600
019700           PERFORM 340-REOPEN-THE-STORE                           00019700
019800         WHEN TRX-ACT-CANCEL                                      00019800
019900           PERFORM 360-CANCEL-THE-CLOSURE                         00019900
020000       END-EVALUATE                                               00020000
020100     END-IF                                                       00020100
020200                                                                  00020200
020300     IF SUCCESS                                                   00020300
020400       PERFORM 500-REPORT-APPLIED                                 00020400
020500     ELSE                                                         00020500
020600       PERFORM 600-REPORT-REJECT                                  00020600
020700     END-IF                                                       00020700
020800     .                                                            00020800
020900                                                                  00020900
021000*================================================================ 00021000
021100* Card edits. The date on the card is the expected reopen date    00021100
021200* for A and U and the actual reopen date for R, and must fall     00021200
021300* after the start date either way.                                00021300
021400*================================================================ 00021400
021500 220-EDIT-THE-TRAN.                                               00021500
021600     IF  NOT TRX-ACT-ADD    AND NOT TRX-ACT-UPDATE                00021600
021700     AND NOT TRX-ACT-REOPEN AND NOT TRX-ACT-CANCEL                00021700
021800       SET  FAILURE TO TRUE                                       00021800
021900       MOVE 'ACTION MUST BE A, U, R OR C' TO IS-RTRN-MSG-TXT      00021900
022000     END-IF                                                       00022000
022100                                                                  00022100
022200     IF SUCCESS AND TRX-STORE-NO NOT NUMERIC                      00022200
022300       SET  FAILURE TO TRUE                                       00022300
022400       MOVE 'STORE NUMBER MUST BE NUMERIC' TO IS-RTRN-MSG-TXT     00022400
022500     END-IF                                                       00022500
022600                                                                  00022600
022700     IF  SUCCESS                                                  00022700
022800     AND (TRX-STRT-DT (5 : 1) NOT = '-'                           00022800
022900       OR TRX-STRT-DT (8 : 1) NOT = '-')                          00022900
023000       SET  FAILURE TO TRUE                                       00023000
023100       MOVE 'START DATE MUST BE YYYY-MM-DD'                       00023100
023200         TO IS-RTRN-MSG-TXT                                       00023200
023300     END-IF                                                       00023300
023400                                                                  00023400
023500     IF SUCCESS AND TRX-ACT-REOPEN AND TRX-DT = SPACES            00023500
023600       MOVE WS-TODAY-DT TO TRX-DT                                 00023600
023700     END-IF                                                       00023700
023800                                                                  00023800
023900     IF  SUCCESS                                                  00023900
024000     AND (TRX-ACT-ADD OR TRX-ACT-UPDATE OR TRX-ACT-REOPEN)        00024000
024100       IF TRX-DT (5 : 1) NOT = '-' OR TRX-DT (8 : 1) NOT = '-'    00024100
024200         SET  FAILURE TO TRUE                                     00024200
024300         MOVE 'REOPEN DATE MUST BE YYYY-MM-DD'                    00024300
024400           TO IS-RTRN-MSG-TXT                                     00024400
024500       ELSE                                                       00024500
024600         IF TRX-DT NOT > TRX-STRT-DT                              00024600
024700           SET  FAILURE TO TRUE                                   00024700
024800           MOVE 'REOPEN DATE MUST BE AFTER THE START DATE'        00024800
024900             TO IS-RTRN-MSG-TXT                                   00024900
025000         END-IF                                                   00025000
025100       END-IF                                                     00025100
025200     END-IF                                                       00025200
025300                                                                  00025300
025400     IF SUCCESS AND (TRX-ACT-ADD OR TRX-RSN-CD NOT = SPACES)      00025400
025500       MOVE TRX-RSN-CD TO TC-RSN-CD OF DCLFC-XXXAIL-TEMP-CLOS     00025500
025600       IF NOT TC-RSN-VALID                                        00025600
025700         SET  FAILURE TO TRUE                                     00025700
025800         MOVE 'REASON MUST BE FL, FI, ST, PW, RN OR OT'           00025800
025900           TO IS-RTRN-MSG-TXT                                     00025900
026000       END-IF                                                     00026000
026100     END-IF                                                       00026100
026200                                                                  00026200
026300     IF SUCCESS AND TRX-ACT-ADD                                   00026300
026400       PERFORM 240-CHECK-THE-STORE                                00026400
026500     END-IF                                                       00026500
026600     .                                                            00026600
026700                                                                  00026700
026800*================================================================ 00026800
026900* An add needs the store on file and not permanently closed by    00026900
027000* the start date - a store that is not coming back is closed      00027000
027100* through FC_RL_CLOSING_DT, not here. Only one closure can be     00027100
027200* in force at a time.                                             00027200
027300*================================================================ 00027300
027400 240-CHECK-THE-STORE.                                             00027400
027500     MOVE TRX-STORE-NO TO FC-STORE-NO OF DCLFC-XXXAIL-STORES      00027500
027600     EXEC SQL                                                     00027600
027700        SELECT FC_RL_CLOSING_DT                                   00027700
027800         INTO :DCLFC-XXXAIL-STORES.FC-RL-CLOSING-DT               00027800
027900        FROM FC_XXXAIL_STORES                                     00027900
028000        WHERE FC_STORE_NO = :DCLFC-XXXAIL-STORES.FC-STORE-NO      00028000
028100     END-EXEC                                                     00028100
028200     EVALUATE TRUE                                                00028200
028300       WHEN SQLCODE = 100                                         00028300
028400         SET  FAILURE TO TRUE                                     00028400
028500         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00028500
028600           TO IS-RTRN-MSG-TXT                                     00028600
028700       WHEN SQLCODE NOT = 0                                       00028700
028800         PERFORM 800-SQL-ERROR                                    00028800
028900       WHEN FC-RL-CLOSING-DT OF DCLFC-XXXAIL-STORES               00028900
029000              NOT = WS-ZERO-DT                                    00029000
029100        AND FC-RL-CLOSING-DT OF DCLFC-XXXAIL-STORES               00029100
029200              NOT > TRX-STRT-DT                                   00029200
029300         SET  FAILURE TO TRUE                                     00029300
029400         MOVE 'STORE IS PERMANENTLY CLOSED BY THE START DATE'     00029400
029500           TO IS-RTRN-MSG-TXT                                     00029500
029600     END-EVALUATE                                                 00029600
029700                                                                  00029700
029800     IF SUCCESS                                                   00029800
029900       MOVE TRX-STORE-NO TO MD-TC-LOC-NBR    OF DDDTTC01          00029900
030000       MOVE 'S '         TO MD-TC-LOC-TYP-CD OF DDDTTC01          00030000
030100       MOVE TRX-STRT-DT  TO MD-TC-STRT-DT    OF DDDTTC01          00030100
030200       MOVE 0 TO WS-ROW-CNT                                       00030200
030300       EXEC SQL                                                   00030300
030400          SELECT COUNT(*)                                         00030400
030500           INTO :WS-ROW-CNT                                       00030500
030600          FROM FC_XXXAIL_TEMP_CLOS                                00030600
030700          WHERE TC_LOC_NBR    = :DDDTTC01.MD-TC-LOC-NBR           00030700
030800            AND TC_LOC_TYP_CD = :DDDTTC01.MD-TC-LOC-TYP-CD        00030800
030900            AND ( TC_STAT_CD = 'O'                                00030900
031000               OR ( TC_STAT_CD = 'R'                              00031000
031100                AND TC_ACT_REOPEN_DT > :DDDTTC01.MD-TC-STRT-DT )) 00031100
031200       END-EXEC                                                   00031200
031300       EVALUATE TRUE                                              00031300
031400         WHEN SQLCODE NOT = 0                                     00031400
031500           PERFORM 800-SQL-ERROR                                  00031500
031600         WHEN WS-ROW-CNT > 0                                      00031600
031700           SET  FAILURE TO TRUE                                   00031700
031800           MOVE 'STORE ALREADY HAS A CLOSURE IN FORCE'            00031800
031900             TO IS-RTRN-MSG-TXT                                   00031900
032000       END-EVALUATE                                               00032000
032100     END-IF                                                       00032100
032200     .                                                            00032200
032300                                                                  00032300
032400 300-ADD-THE-CLOSURE.                                             00032400
032500     MOVE TRX-DT      TO MD-TC-EXP-REOPEN-DT OF DDDTTC01          00032500
032600     MOVE WS-ZERO-DT  TO MD-TC-ACT-REOPEN-DT OF DDDTTC01          00032600
032700     MOVE TRX-RSN-CD  TO MD-TC-RSN-CD        OF DDDTTC01          00032700
032800     MOVE TRX-RSN-TXT TO MD-TC-RSN-TXT       OF DDDTTC01          00032800
032900     MOVE 'O'         TO MD-TC-STAT-CD       OF DDDTTC01          00032900
033000     EXEC SQL                                                     00033000
033100       INSERT INTO FC_XXXAIL_TEMP_CLOS                            00033100
033200          ( TC_LOC_NBR, TC_LOC_TYP_CD, TC_STRT_DT,                00033200
033300            TC_EXP_REOPEN_DT, TC_ACT_REOPEN_DT,                   00033300
033400            TC_RSN_CD, TC_RSN_TXT, TC_STAT_CD,                    00033400
033500            TC_ADDED_TS, TC_LST_UPDT_TS )                         00033500
033600       VALUES                                                     00033600
033700          ( :DDDTTC01.MD-TC-LOC-NBR,                              00033700
033800            :DDDTTC01.MD-TC-LOC-TYP-CD,                           00033800
033900            :DDDTTC01.MD-TC-STRT-DT,                              00033900
034000            :DDDTTC01.MD-TC-EXP-REOPEN-DT,                        00034000
034100            :DDDTTC01.MD-TC-ACT-REOPEN-DT,                        00034100
034200            :DDDTTC01.MD-TC-RSN-CD,                               00034200
034300            :DDDTTC01.MD-TC-RSN-TXT,                              00034300
034400            :DDDTTC01.MD-TC-STAT-CD,                              00034400
034500            CURRENT TIMESTAMP, CURRENT TIMESTAMP )                00034500
034600     END-EXEC                                                     00034600
034700     PERFORM 400-CHECK-THE-SQL                                    00034700
034800     .                                                            00034800
034900                                                                  00034900
035000* A blank reason on the card keeps the one on file.               00035000
035100 320-UPDATE-THE-CLOSURE.                                          00035100
035200     MOVE TRX-DT      TO MD-TC-EXP-REOPEN-DT OF DDDTTC01          00035200
035300     MOVE TRX-RSN-CD  TO MD-TC-RSN-CD        OF DDDTTC01          00035300
035400     MOVE TRX-RSN-TXT TO MD-TC-RSN-TXT       OF DDDTTC01          00035400
035500     EXEC SQL                                                     00035500
035600       UPDATE FC_XXXAIL_TEMP_CLOS                                 00035600
035700          SET TC_EXP_REOPEN_DT =                                  00035700
035800                :DDDTTC01.MD-TC-EXP-REOPEN-DT,                    00035800
035900              TC_RSN_CD  =                                        00035900
036000                CASE WHEN :DDDTTC01.MD-TC-RSN-CD = ' '            00036000
036100                     THEN TC_RSN_CD                               00036100
036200                     ELSE :DDDTTC01.MD-TC-RSN-CD                  00036200
036300                END,                                              00036300
036400              TC_RSN_TXT =                                        00036400
036500                CASE WHEN :DDDTTC01.MD-TC-RSN-CD = ' '            00036500
036600                     THEN TC_RSN_TXT                              00036600
036700                     ELSE :DDDTTC01.MD-TC-RSN-TXT                 00036700
036800                END,                                              00036800
036900              TC_LST_UPDT_TS = CURRENT TIMESTAMP                  00036900
037000        WHERE TC_LOC_NBR    = :DDDTTC01.MD-TC-LOC-NBR             00037000
037100          AND TC_LOC_TYP_CD = :DDDTTC01.MD-TC-LOC-TYP-CD          00037100
037200          AND TC_STRT_DT    = :DDDTTC01.MD-TC-STRT-DT             00037200
037300          AND TC_STAT_CD    = 'O'                                 00037300
037400     END-EXEC                                                     00037400
037500     PERFORM 400-CHECK-THE-SQL                                    00037500
037600     .                                                            00037600
037700                                                                  00037700
037800 340-REOPEN-THE-STORE.                                            00037800
037900     MOVE TRX-DT TO MD-TC-ACT-REOPEN-DT OF DDDTTC01               00037900
038000     EXEC SQL                                                     00038000
038100       UPDATE FC_XXXAIL_TEMP_CLOS                                 00038100
038200          SET TC_STAT_CD       = 'R',                             00038200
038300              TC_ACT_REOPEN_DT =                                  00038300
038400                :DDDTTC01.MD-TC-ACT-REOPEN-DT,                    00038400
038500              TC_LST_UPDT_TS   = CURRENT TIMESTAMP                00038500
038600        WHERE TC_LOC_NBR    = :DDDTTC01.MD-TC-LOC-NBR             00038600
038700          AND TC_LOC_TYP_CD = :DDDTTC01.MD-TC-LOC-TYP-CD          00038700
038800          AND TC_STRT_DT    = :DDDTTC01.MD-TC-STRT-DT             00038800
038900          AND TC_STAT_CD    = 'O'                                 00038900
039000     END-EXEC                                                     00039000
039100     PERFORM 400-CHECK-THE-SQL                                    00039100
039200     .                                                            00039200
039300                                                                  00039300
039400 360-CANCEL-THE-CLOSURE.                                          00039400
039500     EXEC SQL                                                     00039500
039600       UPDATE FC_XXXAIL_TEMP_CLOS                                 00039600
039700          SET TC_STAT_CD     = 'C',                               00039700
039800              TC_LST_UPDT_TS = CURRENT TIMESTAMP                  00039800
039900        WHERE TC_LOC_NBR    = :DDDTTC01.MD-TC-LOC-NBR             00039900
040000          AND TC_LOC_TYP_CD = :DDDTTC01.MD-TC-LOC-TYP-CD          00040000
040100          AND TC_STRT_DT    = :DDDTTC01.MD-TC-STRT-DT             00040100
040200          AND TC_STAT_CD    = 'O'                                 00040200
040300     END-EXEC                                                     00040300
040400     PERFORM 400-CHECK-THE-SQL                                    00040400
040500     .                                                            00040500
040600                                                                  00040600
040700 400-CHECK-THE-SQL.                                               00040700
040800     EVALUATE TRUE                                                00040800
040900       WHEN SQLCODE = 0                                           00040900
041000         CONTINUE                                                 00041000
041100       WHEN SQLCODE = 100                                         00041100
041200         SET  FAILURE TO TRUE                                     00041200
041300         MOVE 'NO CLOSURE IN FORCE WITH THAT STORE AND START DATE'00041300
041400           TO IS-RTRN-MSG-TXT                                     00041400
041500       WHEN SQLCODE = -803                                        00041500
041600         SET  FAILURE TO TRUE                                     00041600
041700         MOVE 'A CLOSURE WITH THAT STORE AND START DATE EXISTS'   00041700
041800           TO IS-RTRN-MSG-TXT                                     00041800
041900       WHEN SQLCODE = -180 OR SQLCODE = -181                      00041900
042000         SET  FAILURE TO TRUE                                     00042000
042100         MOVE 'A DATE ON THE CARD IS NOT A VALID DATE'            00042100
042200           TO IS-RTRN-MSG-TXT                                     00042200
042300       WHEN OTHER                                                 00042300
042400         PERFORM 800-SQL-ERROR                                    00042400
042500     END-EVALUATE                                                 00042500
042600     .                                                            00042600
042700                                                                  00042700
042800 500-REPORT-APPLIED.                                              00042800
042900     ADD 1 TO WS-APPLIED-COUNT                                    00042900
043000     MOVE TRX-ACTION   TO WS-DTL-ACTION                           00043000
043100     MOVE TRX-STORE-NO TO WS-DTL-STORE-NO                         00043100
043200     MOVE TRX-STRT-DT  TO WS-DTL-STRT-DT                          00043200
043300     MOVE TRX-DT       TO WS-DTL-DT                               00043300
043400     MOVE TRX-RSN-CD   TO WS-DTL-RSN-CD                           00043400
043500     MOVE 'APPLIED'    TO WS-DTL-RESULT                           00043500
043600     MOVE SPACES       TO WS-DTL-REASON                           00043600
043700     WRITE RPT-LINE FROM WS-DTL-LINE                              00043700
043800     .                                                            00043800
043900                                                                  00043900
044000 600-REPORT-REJECT.                                               00044000
044100     ADD 1 TO WS-REJECTED-COUNT                                   00044100
044200     MOVE TRX-ACTION      TO WS-DTL-ACTION                        00044200
044300     MOVE TRX-STORE-NO    TO WS-DTL-STORE-NO                      00044300
044400     MOVE TRX-STRT-DT     TO WS-DTL-STRT-DT                       00044400
044500     MOVE TRX-DT          TO WS-DTL-DT                            00044500
044600     MOVE TRX-RSN-CD      TO WS-DTL-RSN-CD                        00044600
044700     MOVE 'REJECTED'      TO WS-DTL-RESULT                        00044700
044800     MOVE IS-RTRN-MSG-TXT TO WS-DTL-REASON                        00044800
044900     WRITE RPT-LINE FROM WS-DTL-LINE                              00044900
045000     SET  MMMC0177-WRITE-REJECT TO TRUE                           00045000
045100     MOVE TRAN-REC        TO MMMC0177-TRAN-REC                    00045100
045200     MOVE WS-DTL-REASON   TO MMMC0177-REASON                      00045200
045300     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00045300
045400     .                                                            00045400
045500                                                                  00045500
045600 800-SQL-ERROR.                                                   00045600
045700     MOVE SQLCODE TO WS-SQLCODE                                   00045700
045800     SET  FAILURE TO TRUE                                         00045800
045900     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00045900
046000     STRING 'SQL ERROR, SQLCODE = ' WS-SQLCODE                    00046000
046100       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00046100
046200     .                                                            00046200
046300                                                                  00046300
046400 900-TERMINATE.                                                   00046400
046500     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0                 00046500
046600       MOVE 4 TO RETURN-CODE                                      00046600
046700     END-IF                                                       00046700
046800     MOVE WS-TRAN-COUNT     TO WS-SUM-TRANS                       00046800
046900     MOVE WS-APPLIED-COUNT  TO WS-SUM-APPLIED                     00046900
047000     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED                    00047000
047100     WRITE RPT-LINE FROM SPACES                                   00047100
047200     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00047200
047300     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00047300
047400     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00047400
047500     SET  MMMC0177-CLOSE TO TRUE                                  00047500
047600     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00047600
047700     CLOSE TRAN-IN CLOS-RPT                                       00047700
047800     .                                                            00047800
