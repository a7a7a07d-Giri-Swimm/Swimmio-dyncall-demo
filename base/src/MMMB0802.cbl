000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0802.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Monthly store license expiring/expired report.                  00000600
000700*                                                                 00000700
000800* Lists every active license on FC_XXXAIL_STORE_LIC (kept by      00000800
000900* MMMO1100) of an active store that has already expired or        00000900
001000* expires within its type's renewal lead time                     00001000
001100* (LT_RENEW_LEAD_DD on FC_XXXAIL_LIC_TYPE, MMMO0200 table LT),    00001100
001200* with the issuing authority and number, so the renewal is        00001200
001300* started before a lapsed liquor license closes a department.     00001300
001400* Selected and burst by district through MMMS0166 like the        00001400
001500* rest of the exception suite (report id B08L).  The job ends     00001500
001600* RC 4 when any license has already expired.                      00001600
001700* Batch job - run standalone, no online caller.                   00001700
001800* --------------------------------------------------------------- 00001800
001900 ENVIRONMENT DIVISION.                                            00001900
002000 INPUT-OUTPUT SECTION.                                            00002000
002100 FILE-CONTROL.                                                    00002100
002200     SELECT LIC-RPT        ASSIGN TO RPTOUT                       00002200
002300         ORGANIZATION IS LINE SEQUENTIAL.                         00002300
002400                                                                  00002400
002500 DATA DIVISION.                                                   00002500
002600 FILE SECTION.                                                    00002600
002700 FD  LIC-RPT.                                                     00002700
002800 01  RPT-LINE                          PIC X(132).                00002800
002900                                                                  00002900
003000 WORKING-STORAGE SECTION.                                         00003000
003100* --------------------------------------------------------------- 00003100
003200* Misc working storage...                                         00003200
003300* --------------------------------------------------------------- 00003300
003400 01 WS-TOTAL-COUNT                    PIC 9(6) VALUE 0.           00003400
003500 01 WS-EXPIRED-COUNT                  PIC 9(6) VALUE 0.           00003500
003600 01 WS-EXPIRING-COUNT                 PIC 9(6) VALUE 0.           00003600
003700 01 WS-DAYS-LEFT                      PIC S9(9) COMP VALUE 0.     00003700
003800 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00003800
003900    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00003900
004000    88 SQL-NO-ERROR                            VALUE 'N'.         00004000
004100*                                                                 00004100
004200* Shared selection/bursting service (MMMS0166).                   00004200
004300 01 WS-MMMS0166-PGM                  PIC X(8) VALUE 'MMMS0166'.   00004300
004400 COPY XXXN001A.                                                   00004400
004500 COPY YYYC0230.                                                   00004500
004600 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00004600
004700 COPY MMMC0166.                                                   00004700
004800                                                                  00004800
004900 01 WS-HDG-LINE-1.                                                00004900
005000    05 FILLER PIC X(56) VALUE                                     00005000
005100       'MMMB0802 - STORE LICENSES EXPIRING OR EXPIRED'.           00005100
005200 01 WS-HDG-LINE-2.                                                00005200
005300    05 FILLER PIC X(9)  VALUE '    STORE'.                        00005300
005400    05 FILLER PIC X(2)  VALUE SPACES.                             00005400
005500    05 FILLER PIC X(4)  VALUE 'DIST'.                             00005500
005600    05 FILLER PIC X(2)  VALUE SPACES.                             00005600
005700    05 FILLER PIC X(4)  VALUE 'TYPE'.                             00005700
005800    05 FILLER PIC X(2)  VALUE SPACES.                             00005800
005900    05 FILLER PIC X(20) VALUE 'DESCRIPTION'.                      00005900
006000    05 FILLER PIC X(2)  VALUE SPACES.                             00006000
006100    05 FILLER PIC X(15) VALUE 'LICENSE NO'.                       00006100
006200    05 FILLER PIC X(2)  VALUE SPACES.                             00006200
006300    05 FILLER PIC X(24) VALUE 'ISSUING AUTHORITY'.                00006300
006400    05 FILLER PIC X(2)  VALUE SPACES.                             00006400
006500    05 FILLER PIC X(10) VALUE 'EXPIRES'.                          00006500
006600    05 FILLER PIC X(2)  VALUE SPACES.                             00006600
006700    05 FILLER PIC X(5)  VALUE ' DAYS'.                            00006700
006800    05 FILLER PIC X(2)  VALUE SPACES.                             00006800
006900    05 FILLER PIC X(8)  VALUE 'STATUS'.                           00006900
007000                                                                  00007000
007100 01 WS-DTL-LINE.                                                  00007100
007200    05 WS-DTL-STORE-NO              PIC ZZZZZZZZ9.                00007200
007300    05 FILLER                       PIC X(2) VALUE SPACES.        00007300
007400    05 WS-DTL-DIST-NO               PIC ZZZ9.                     00007400
007500    05 FILLER                       PIC X(2) VALUE SPACES.        00007500
007600    05 WS-DTL-LIC-TYP-CD            PIC X(4).                     00007600
007700    05 FILLER                       PIC X(2) VALUE SPACES.        00007700
007800    05 WS-DTL-LIC-TYP-DES           PIC X(20).                    00007800
007900    05 FILLER                       PIC X(2) VALUE SPACES.        00007900
008000    05 WS-DTL-LIC-NBR               PIC X(15).                    00008000
008100    05 FILLER                       PIC X(2) VALUE SPACES.        00008100
008200    05 WS-DTL-AUTH-NM               PIC X(24).                    00008200
008300    05 FILLER                       PIC X(2) VALUE SPACES.        00008300
008400    05 WS-DTL-EXPIR-DT              PIC X(10).                    00008400
008500    05 FILLER                       PIC X(2) VALUE SPACES.        00008500
008600    05 WS-DTL-DAYS-LEFT             PIC ----9.                    00008600
008700    05 FILLER                       PIC X(2) VALUE SPACES.        00008700
008800    05 WS-DTL-STATUS                PIC X(8).                     00008800
008900                                                                  00008900
009000 01 WS-SUMMARY-LINE.                                              00009000
009100    05 FILLER PIC X(23) VALUE 'LICENSES LISTED    - '.            00009100
009200    05 WS-SUM-TOTAL                 PIC ZZZ,ZZ9.                  00009200
009300                                                                  00009300
009400 01 WS-SUMMARY-LINE2.                                             00009400
009500    05 FILLER PIC X(23) VALUE 'ALREADY EXPIRED    - '.            00009500
009600    05 WS-SUM-EXPIRED               PIC ZZZ,ZZ9.                  00009600
009700                                                                  00009700
009800 01 WS-SUMMARY-LINE3.                                             00009800
009900    05 FILLER PIC X(23) VALUE 'DUE FOR RENEWAL    - '.            00009900
010000    05 WS-SUM-EXPIRING              PIC ZZZ,ZZ9.                  00010000
010100                                                                  00010100
010200* --------------------------------------------------------------- 00010200
010300* Miscellaneous copy books go here...                             00010300
010400* --------------------------------------------------------------- 00010400
010500 COPY HHHTLR01.                                                   00010500
010600                                                                  00010600
010700* ----------------------------------------------------------------00010700
010800* DB2 stuff...                                                    00010800
010900* ----------------------------------------------------------------00010900
011000     EXEC SQL                                                     00011000
011100       INCLUDE SQLCA                                              00011100
011200     END-EXEC                                                     00011200
011300                                                                  00011300
011400     EXEC SQL                                                     00011400
011500       INCLUDE DDDTSL01                                           00011500
011600     END-EXEC                                                     00011600
011700                                                                  00011700
011800     EXEC SQL                                                     00011800
011900       INCLUDE DDDTLT01                                           00011900
012000     END-EXEC                                                     00012000
012100                                                                  00012100
012200* An active license is due once today is within the type's lead   00012200
012300* days of its expiry; the store must still be an active           00012300
012400* XXXAIL_LOC row (a closing store surrenders instead - MMMB0701). 00012400
012500     EXEC SQL                                                     00012500
012600       DECLARE LIC-CSR CURSOR FOR                                 00012600
012700       SELECT S.SL_LOC_NBR, S.SL_LIC_TYP_CD, T.LT_LIC_TYP_DES,    00012700
012800              S.SL_ISSUE_AUTH_NM, S.SL_LIC_NBR,                   00012800
012900              CHAR(S.SL_EXPIR_DT, ISO),                           00012900
013000              DAYS(S.SL_EXPIR_DT) - DAYS(CURRENT DATE),           00013000
013100              R.DIST_ID, R.MKT_RGN_ID, R.COMPANY_ID               00013100
013200         FROM FC_XXXAIL_STORE_LIC S,                              00013200
013300              FC_XXXAIL_LIC_TYPE  T,                              00013300
013400              XXXAIL_LOC          R                               00013400
013500        WHERE S.SL_STAT_CD       = 'A'                            00013500
013600          AND T.LT_LIC_TYP_CD    = S.SL_LIC_TYP_CD                00013600
013700          AND R.LOC_TYP_CD       = S.SL_LOC_TYP_CD                00013700
013800          AND R.LOC_NBR          = S.SL_LOC_NBR                   00013800
013900          AND R.RETL_LOC_STAT_CD = 'A'                            00013900
014000          AND S.SL_EXPIR_DT <=                                    00014000
014100              CURRENT DATE + T.LT_RENEW_LEAD_DD DAYS              00014100
014200        ORDER BY R.DIST_ID, S.SL_EXPIR_DT, S.SL_LOC_NBR           00014200
014300     END-EXEC                                                     00014300
014400                                                                  00014400
014500 PROCEDURE DIVISION.                                              00014500
014600***************************************************************** 00014600
014700* Start of program main line.                                     00014700
014800***************************************************************** 00014800
014900 000-MAIN.                                                        00014900
015000     PERFORM 050-RUN-CNTL-START                                   00015000
015100     IF SQL-ERROR-DETECTED                                        00015100
015200       MOVE 8 TO RETURN-CODE                                      00015200
015300       GOBACK                                                     00015300
015400     END-IF                                                       00015400
015500     PERFORM 100-INITIALIZE                                       00015500
015600     PERFORM 200-PROCESS-LICENSES                                 00015600
015700     PERFORM 900-TERMINATE                                        00015700
015800     PERFORM 055-RUN-CNTL-END                                     00015800
015900     GOBACK                                                       00015900
016000     .                                                            00016000
016100                                                                  00016100
016200*================================================================ 00016200
016300* Initialization...                                               00016300
016400*================================================================ 00016400
016500 100-INITIALIZE.                                                  00016500
016600     OPEN OUTPUT LIC-RPT                                          00016600
016700     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00016700
016800     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00016800
016900     INITIALIZE MMMC0166                                          00016900
017000     SET  MMMC0166-INIT      TO TRUE                              00017000
017100     MOVE 'B08L' TO MMMC0166-REPORT-ID                            00017100
017200     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00017200
017300                                                                  00017300
017400     EXEC SQL                                                     00017400
017500       OPEN LIC-CSR                                               00017500
017600     END-EXEC                                                     00017600
017700     IF SQLCODE NOT = 0                                           00017700
017800       SET SQL-ERROR-DETECTED       TO TRUE                       00017800
017900       DISPLAY 'MMMB0802 - ERROR OPENING LIC-CSR, SQLCODE='       00017900
018000               SQLCODE                                            00018000
018100     ELSE                                                         00018100
018200       PERFORM 120-FETCH-NEXT-LICENSE                             00018200
018300     END-IF                                                       00018300
018400     .                                                            00018400
018500                                                                  00018500
018600*================================================================ 00018600
018700* Fetch the next license due or overdue...                        00018700
018800*================================================================ 00018800
018900 120-FETCH-NEXT-LICENSE.                                          00018900
019000     EXEC SQL                                                     00019000
019100       FETCH LIC-CSR                                              00019100
019200         INTO :DCLFC-XXXAIL-STORE-LIC.SL-LOC-NBR,                 00019200
019300              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD,              00019300
019400              :DCLFC-XXXAIL-LIC-TYPE.LT-LIC-TYP-DES,              00019400
019500              :DCLFC-XXXAIL-STORE-LIC.SL-ISSUE-AUTH-NM,           00019500
019600              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-NBR,                 00019600
019700              :DCLFC-XXXAIL-STORE-LIC.SL-EXPIR-DT,                00019700
019800              :WS-DAYS-LEFT,                                      00019800
019900              :DCLXXXAIL-LOC.DIST-ID,                             00019900
020000              :DCLXXXAIL-LOC.MKT-RGN-ID,                          00020000
020100              :DCLXXXAIL-LOC.COMPANY-ID                           00020100
020200     END-EXEC                                                     00020200
020300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00020300
020400       SET SQL-ERROR-DETECTED       TO TRUE                       00020400
020500       DISPLAY 'MMMB0802 - ERROR FETCHING LIC-CSR, SQLCODE='      00020500
020600               SQLCODE                                            00020600
020700     END-IF                                                       00020700
020800     .                                                            00020800
020900                                                                  00020900
021000*================================================================ 00021000
021100* Report every license the burst selection takes...               00021100
021200*================================================================ 00021200
021300 200-PROCESS-LICENSES.                                            00021300
021400     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00021400
021500       SET  MMMC0166-CHECK-STORE TO TRUE                          00021500
021600       MOVE DIST-ID OF DCLXXXAIL-LOC                              00021600
021700         TO MMMC0166-DISTRICT-NO                                  00021700
021800       MOVE MKT-RGN-ID OF DCLXXXAIL-LOC                           00021800
021900         TO MMMC0166-MARKET-AR-NO                                 00021900
022000       MOVE COMPANY-ID OF DCLXXXAIL-LOC                           00022000
022100         TO MMMC0166-COMPANY-NO                                   00022100
022200       CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166               00022200
022300       IF MMMC0166-STORE-SELECTED                                 00022300
022400          ADD 1 TO WS-TOTAL-COUNT                                 00022400
022500          PERFORM 260-WRITE-LICENSE-LINE                          00022500
022600       END-IF                                                     00022600
022700       PERFORM 120-FETCH-NEXT-LICENSE                             00022700
022800     END-PERFORM                                                  00022800
022900     .                                                            00022900
023000                                                                  00023000
023100*================================================================ 00023100
023200* Write one license line - expired once the expiry date has       00023200
023300* passed, otherwise due for renewal...                            00023300
023400*================================================================ 00023400
023500 260-WRITE-LICENSE-LINE.                                          00023500
023600     IF WS-DAYS-LEFT < 0                                          00023600
023700       ADD 1 TO WS-EXPIRED-COUNT                                  00023700
023800       MOVE 'EXPIRED'  TO WS-DTL-STATUS                           00023800
023900     ELSE                                                         00023900
024000       ADD 1 TO WS-EXPIRING-COUNT                                 00024000
024100       MOVE 'RENEW'    TO WS-DTL-STATUS                           00024100
024200     END-IF                                                       00024200
024300     MOVE SL-LOC-NBR OF DCLFC-XXXAIL-STORE-LIC                    00024300
024400       TO WS-DTL-STORE-NO                                         00024400
024500     MOVE DIST-ID OF DCLXXXAIL-LOC        TO WS-DTL-DIST-NO       00024500
024600     MOVE SL-LIC-TYP-CD OF DCLFC-XXXAIL-STORE-LIC                 00024600
024700       TO WS-DTL-LIC-TYP-CD                                       00024700
024800     MOVE LT-LIC-TYP-DES OF DCLFC-XXXAIL-LIC-TYPE                 00024800
024900       TO WS-DTL-LIC-TYP-DES                                      00024900
025000     MOVE SL-LIC-NBR OF DCLFC-XXXAIL-STORE-LIC                    00025000
025100       TO WS-DTL-LIC-NBR                                          00025100
025200     MOVE SL-ISSUE-AUTH-NM OF DCLFC-XXXAIL-STORE-LIC              00025200
025300       TO WS-DTL-AUTH-NM                                          00025300
025400     MOVE SL-EXPIR-DT OF DCLFC-XXXAIL-STORE-LIC                   00025400
025500       TO WS-DTL-EXPIR-DT                                         00025500
025600     MOVE WS-DAYS-LEFT                    TO WS-DTL-DAYS-LEFT     00025600
025700     WRITE RPT-LINE FROM WS-DTL-LINE                              00025700
025800     SET  MMMC0166-WRITE-LINE TO TRUE                             00025800
025900     MOVE WS-DTL-LINE TO MMMC0166-RPT-LINE                        00025900
026000     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00026000
026100     .                                                            00026100
026200                                                                  00026200
026300*================================================================ 00026300
026400* Termination - write the summary and close up...                 00026400
026500*================================================================ 00026500
026600 900-TERMINATE.                                                   00026600
026700     IF SQL-ERROR-DETECTED                                        00026700
026800       MOVE 16 TO RETURN-CODE                                     00026800
026900     ELSE                                                         00026900
027000       IF WS-EXPIRED-COUNT > 0                                    00027000
027100         MOVE 4 TO RETURN-CODE                                    00027100
027200       END-IF                                                     00027200
027300     END-IF                                                       00027300
027400     EXEC SQL                                                     00027400
027500       CLOSE LIC-CSR                                              00027500
027600     END-EXEC                                                     00027600
027700                                                                  00027700
027800     MOVE WS-TOTAL-COUNT     TO WS-SUM-TOTAL                      00027800
027900     MOVE WS-EXPIRED-COUNT   TO WS-SUM-EXPIRED                    00027900
028000     MOVE WS-EXPIRING-COUNT  TO WS-SUM-EXPIRING                   00028000
028100     WRITE RPT-LINE FROM SPACES                                   00028100
028200     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00028200
028300     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00028300
028400     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00028400
028500     SET  MMMC0166-CLOSE TO TRUE                                  00028500
028600     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00028600
028700     CLOSE LIC-RPT                                                00028700
028800     .                                                            00028800
028900                                                                  00028900
029000*================================================================ 00029000
029100* Run control - refuse a duplicate or out-of-order start, and     00029100
029200* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00029200
029300*================================================================ 00029300
029400 050-RUN-CNTL-START.                                              00029400
029500     INITIALIZE XXXN001A                                          00029500
029600                YYYC0230                                          00029600
029700     SET  YYYC0230-START-RUN TO TRUE                              00029700
029800     MOVE 'MMMB0802' TO YYYC0230-JOB-NM                           00029800
029900     CALL YYYS0230-RUN-CNTL USING                                 00029900
030000         XXXN001A                                                 00030000
030100         YYYC0230                                                 00030100
030200     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00030200
030300       SET SQL-ERROR-DETECTED TO TRUE                             00030300
030400       DISPLAY 'MMMB0802 - START REFUSED: ' IS-RTRN-MSG-TXT       00030400
030500     END-IF                                                       00030500
030600     .                                                            00030600
030700                                                                  00030700
030800 055-RUN-CNTL-END.                                                00030800
030900     INITIALIZE XXXN001A                                          00030900
031000                YYYC0230                                          00031000
031100     IF SQL-ERROR-DETECTED                                        00031100
031200       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00031200
031300     ELSE                                                         00031300
031400       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00031400
031500     END-IF                                                       00031500
031600     MOVE 'MMMB0802' TO YYYC0230-JOB-NM                           00031600
031700     CALL YYYS0230-RUN-CNTL USING                                 00031700
031800         XXXN001A                                                 00031800
031900         YYYC0230                                                 00031900
032000     .                                                            00032000
