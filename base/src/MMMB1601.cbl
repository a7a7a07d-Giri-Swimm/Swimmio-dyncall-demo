000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1601.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Daily reconciliation of store-master history against the        00000600
000700* staged-event log.                                               00000700
000800*                                                                 00000800
000900* Every store-master add or change NNNS0488 writes lands on       00000900
001000* FC_XXXAIL_STORES_HIST (1460-INSERT-HIST-ROW) and is then        00001000
001100* announced through ZZZS0197 as a CUST event and, for a store,    00001100
001200* an STRM event - each of which ZZZS0197 logs on                  00001200
001300* FC_XXXAIL_EVENT_LOG as it stages it. When 1430-CHECK-FOR-EVENTS 00001300
001400* or ZZZS0197's weeding drops the event, nothing said so. This    00001400
001500* job matches the two sides for one day by store, calling program 00001500
001600* (NNNS0488) and a timestamp window either side of the history    00001600
001700* row, and lists on RPTOUT:                                       00001700
001800*   - history rows with no CUST and/or STRM event in the window;  00001800
001900*   - the same, where the transaction is switched off on          00001900
002000*     FC_XXXAIL_EVENT_SUPR - a suppressed event is weeded before  00002000
002100*     it is ever logged, so it is reported as suppressed rather   00002100
002200*     than missing;                                               00002200
002300*   - NNNS0488 events with no history row in the window.          00002300
002400* The CUST payload (ZZZC0032) carries the store number in its     00002400
002500* first five bytes; the STRM payload (ZZZC0094) carries the       00002500
002600* binary location number right behind TRX-CD.                     00002600
0026A0* A store renumber (MMMB3202) writes the same history row and     000026A0
0026A1* CUST/STRM pair under the retired number itself, so its rows     000026A1
0026A2* are matched the same way.                                       000026A2
002700*                                                                 00002700
002800* PARMIN card (optional): reconciliation date yyyy-mm-dd in       00002800
002900* columns 1-10, match window in seconds in columns 12-15. No      00002900
003000* card, or a blank date, reconciles yesterday; a blank or zero    00003000
003100* window defaults to 300 seconds. Any exception ends RC 4.        00003100
003200* Batch job - run standalone, schedule daily.                     00003200
003300*---------------------------------------------------------------- 00003300
003400 ENVIRONMENT DIVISION.                                            00003400
003500 INPUT-OUTPUT SECTION.                                            00003500
003600 FILE-CONTROL.                                                    00003600
003700     SELECT PARM-IN        ASSIGN TO PARMIN                       00003700
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00003800
003900     SELECT RECON-RPT      ASSIGN TO RPTOUT                       00003900
004000         ORGANIZATION IS LINE SEQUENTIAL.                         00004000
004100                                                                  00004100
004200 DATA DIVISION.                                                   00004200
004300 FILE SECTION.                                                    00004300
004400 FD  PARM-IN.                                                     00004400
004500 01  PARM-REC.                                                    00004500
004600     05 PARM-RECON-DT                  PIC X(10).                 00004600
004700     05 FILLER                         PIC X(1).                  00004700
004800     05 PARM-WINDOW-SECS               PIC X(4).                  00004800
004900     05 FILLER                         PIC X(65).                 00004900
005000                                                                  00005000
005100 FD  RECON-RPT.                                                   00005100
005200 01  RPT-LINE                          PIC X(132).                00005200
005300                                                                  00005300
005400 WORKING-STORAGE SECTION.                                         00005400
005500* --------------------------------------------------------------- 00005500
005600* Misc working storage...                                         00005600
005700* --------------------------------------------------------------- 00005700
005800 01 WS-HIST-COUNT                     PIC 9(6) VALUE 0.           00005800
005900 01 WS-EVENT-COUNT                    PIC 9(6) VALUE 0.           00005900
006000 01 WS-NO-EVENT-COUNT                 PIC 9(6) VALUE 0.           00006000
006100 01 WS-SUPPRESSED-COUNT               PIC 9(6) VALUE 0.           00006100
006200 01 WS-NO-HIST-COUNT                  PIC 9(6) VALUE 0.           00006200
006300                                                                  00006300
006400 01 WS-PARM-EOF-SW                    PIC X    VALUE 'N'.         00006400
006500    88 PARM-EOF                                VALUE 'Y'.         00006500
006600 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00006600
006700    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00006700
006800    88 SQL-NO-ERROR                            VALUE 'N'.         00006800
006900 01 WS-CUST-SUPR-SW                   PIC X    VALUE 'N'.         00006900
007000    88 CUST-SUPPRESSED                         VALUE 'Y'.         00007000
007100 01 WS-STRM-SUPR-SW                   PIC X    VALUE 'N'.         00007100
007200    88 STRM-SUPPRESSED                         VALUE 'Y'.         00007200
007300 01 WS-CUST-MISSING-SW                PIC X    VALUE 'N'.         00007300
007400    88 CUST-MISSING                            VALUE 'Y'.         00007400
007500    88 CUST-FOUND                              VALUE 'N'.         00007500
007600 01 WS-STRM-MISSING-SW                PIC X    VALUE 'N'.         00007600
007700    88 STRM-MISSING                            VALUE 'Y'.         00007700
007800    88 STRM-FOUND                              VALUE 'N'.         00007800
007900                                                                  00007900
008000 01 WS-RECON-DT                       PIC X(10) VALUE SPACES.     00008000
008100 01 WS-WINDOW-SECS                    PIC S9(9) COMP VALUE 300.   00008100
008200 01 WS-WINDOW-SECS-N                  PIC 9(4)  VALUE 0.          00008200
008300 01 WS-MATCH-CNT                      PIC S9(9) COMP VALUE 0.     00008300
008400 01 WS-SUPR-IND                       PIC X(1)  VALUE SPACES.     00008400
008500 01 WS-SUPR-TRX-CD                    PIC X(4)  VALUE SPACES.     00008500
008600                                                                  00008600
008700 01 WS-HIST-LOC-NBR                   PIC S9(9) COMP VALUE 0.     00008700
008800 01 WS-HIST-LOC-TYP-CD                PIC X(2)  VALUE SPACES.     00008800
008900 01 WS-HIST-EFF-TS                    PIC X(26) VALUE SPACES.     00008900
009000 01 WS-HIST-USER-ID                   PIC X(8)  VALUE SPACES.     00009000
009100 01 WS-HIST-CHG-TYPE-CD               PIC X(1)  VALUE SPACES.     00009100
009200                                                                  00009200
009300 01 WS-EVT-TRX-CD                     PIC X(4)  VALUE SPACES.     00009300
009400 01 WS-EVT-EFF-TS                     PIC X(26) VALUE SPACES.     00009400
009500 01 WS-EVT-USER                       PIC X(8)  VALUE SPACES.     00009500
009600 01 WS-EVT-KEY-DATA                   PIC X(20) VALUE SPACES.     00009600
009700 01 WS-EVT-LOC-NBR                    PIC S9(9) COMP VALUE 0.     00009700
009800                                                                  00009800
009900* Store number as each payload carries it.                        00009900
010000 01 WS-CUST-STORE-N                   PIC 9(5)  VALUE 0.          00010000
010100 01 WS-CUST-STORE-X REDEFINES WS-CUST-STORE-N                     00010100
010200                                      PIC X(5).                   00010200
010300 01 WS-BIN-LOC-NBR                    PIC S9(9) COMP VALUE 0.     00010300
010400 01 WS-BIN-LOC-X REDEFINES WS-BIN-LOC-NBR                         00010400
010500                                      PIC X(4).                   00010500
010600                                                                  00010600
010700 COPY XXXN001A.                                                   00010700
010800 COPY YYYC0230.                                                   00010800
010900 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00010900
011000                                                                  00011000
011100 01 WS-HDG-LINE-1.                                                00011100
011200    05 FILLER PIC X(48) VALUE                                     00011200
011300       'MMMB1601 - STORE HISTORY / EVENT RECONCILIATION'.         00011300
011400    05 FILLER PIC X(6)  VALUE ' FOR '.                            00011400
011500    05 WS-HDG-RECON-DT              PIC X(10).                    00011500
011600    05 FILLER PIC X(10) VALUE ' WINDOW '.                         00011600
011700    05 WS-HDG-WINDOW                PIC ZZZ9.                     00011700
011800    05 FILLER PIC X(5)  VALUE ' SEC'.                             00011800
011900 01 WS-HDG-LINE-2.                                                00011900
012000    05 FILLER PIC X(40) VALUE                                     00012000
012100       '    STORE TY TIMESTAMP'.                                  00012100
012200    05 FILLER PIC X(40) VALUE                                     00012200
012300       'TRX  USER      PROGRAM   REASON'.                         00012300
012400 01 WS-DTL-LINE.                                                  00012400
012500    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00012500
012600    05 FILLER                       PIC X(1) VALUE SPACES.        00012600
012700    05 WS-DTL-LOC-TYP-CD            PIC X(2).                     00012700
012800    05 FILLER                       PIC X(1) VALUE SPACES.        00012800
012900    05 WS-DTL-EFF-TS                PIC X(26).                    00012900
013000    05 FILLER                       PIC X(1) VALUE SPACES.        00013000
013100    05 WS-DTL-TRX-CD                PIC X(4).                     00013100
013200    05 FILLER                       PIC X(1) VALUE SPACES.        00013200
013300    05 WS-DTL-USER                  PIC X(8).                     00013300
013400    05 FILLER                       PIC X(2) VALUE SPACES.        00013400
013500    05 WS-DTL-PROGRAM               PIC X(8).                     00013500
013600    05 FILLER                       PIC X(2) VALUE SPACES.        00013600
013700    05 WS-DTL-REASON                PIC X(50).                    00013700
013800                                                                  00013800
013900 01 WS-SUMMARY-LINE.                                              00013900
014000    05 FILLER PIC X(23) VALUE 'HISTORY ROWS READ  - '.            00014000
014100    05 WS-SUM-HIST                  PIC ZZZ,ZZ9.                  00014100
014200 01 WS-SUMMARY-LINE2.                                             00014200
014300    05 FILLER PIC X(23) VALUE 'EVENTS READ        - '.            00014300
014400    05 WS-SUM-EVENTS                PIC ZZZ,ZZ9.                  00014400
014500 01 WS-SUMMARY-LINE3.                                             00014500
014600    05 FILLER PIC X(23) VALUE 'HISTORY, NO EVENT  - '.            00014600
014700    05 WS-SUM-NO-EVENT              PIC ZZZ,ZZ9.                  00014700
014800 01 WS-SUMMARY-LINE4.                                             00014800
014900    05 FILLER PIC X(23) VALUE 'EVENT SUPPRESSED   - '.            00014900
015000    05 WS-SUM-SUPPRESSED            PIC ZZZ,ZZ9.                  00015000
015100 01 WS-SUMMARY-LINE5.                                             00015100
015200    05 FILLER PIC X(23) VALUE 'EVENT, NO HISTORY  - '.            00015200
015300    05 WS-SUM-NO-HIST               PIC ZZZ,ZZ9.                  00015300
015400                                                                  00015400
015500* ----------------------------------------------------------------00015500
015600* DB2 stuff...                                                    00015600
015700* ----------------------------------------------------------------00015700
015800     EXEC SQL                                                     00015800
015900       INCLUDE SQLCA                                              00015900
016000     END-EXEC                                                     00016000
016100                                                                  00016100
016200     EXEC SQL                                                     00016200
016300       DECLARE HIST-CSR CURSOR FOR                                00016300
016400       SELECT RH_LOC_NBR, RH_LOC_TYP_CD, CHAR(RH_EFF_TS),         00016400
016500              RH_CHGD_BY_USER_ID, RH_CHG_TYPE_CD                  00016500
016600         FROM FC_XXXAIL_STORES_HIST                               00016600
016700        WHERE RH_EFF_TS >= TIMESTAMP(:WS-RECON-DT, '00.00.00')    00016700
016800          AND RH_EFF_TS <  TIMESTAMP(:WS-RECON-DT, '00.00.00')    00016800
016900                           + 1 DAY                                00016900
017000        ORDER BY RH_EFF_TS, RH_LOC_NBR                            00017000
017100     END-EXEC                                                     00017100
017200                                                                  00017200
017300     EXEC SQL                                                     00017300
017400       DECLARE EVT-CSR CURSOR FOR                                 00017400
017500       SELECT TRX_CD, CHAR(EFF_TS), CALLING_USER,                 00017500
017600              SUBSTR(MSG_DATA, 1, 20)                             00017600
017700         FROM FC_XXXAIL_EVENT_LOG                                 00017700
017800        WHERE CALLING_PROG IN ('NNNS0488', 'MMMB3202')            00017800
017900          AND TRX_CD IN ('CUST', 'STRM')                          00017900
018000          AND EFF_TS >= TIMESTAMP(:WS-RECON-DT, '00.00.00')       00018000
018100          AND EFF_TS <  TIMESTAMP(:WS-RECON-DT, '00.00.00')       00018100
018200                        + 1 DAY                                   00018200
018300        ORDER BY EFF_TS, TRX_CD                                   00018300
018400     END-EXEC                                                     00018400
018500                                                                  00018500
018600 PROCEDURE DIVISION.                                              00018600
018700***************************************************************** 00018700
018800* Start of program main line.                                     00018800
018900***************************************************************** 00018900
019000 000-MAIN.                                                        00019000
019100     PERFORM 050-RUN-CNTL-START                                   00019100
019200     IF SQL-ERROR-DETECTED                                        00019200
019300       MOVE 8 TO RETURN-CODE                                      00019300
019400       GOBACK                                                     00019400
019500     END-IF                                                       00019500
019600     PERFORM 100-INITIALIZE                                       00019600
019700     IF SQL-NO-ERROR                                              00019700
019800       PERFORM 200-HISTORY-WITHOUT-EVENTS                         00019800
019900     END-IF                                                       00019900
020000     IF SQL-NO-ERROR                                              00020000
020100       PERFORM 400-EVENTS-WITHOUT-HISTORY                         00020100
020200     END-IF                                                       00020200
020300     PERFORM 900-TERMINATE                                        00020300
020400     PERFORM 055-RUN-CNTL-END                                     00020400
020500     GOBACK                                                       00020500
020600     .                                                            00020600
020700                                                                  00020700
020800 100-INITIALIZE.                                                  00020800
020900     OPEN INPUT  PARM-IN                                          00020900
021000     OPEN OUTPUT RECON-RPT                                        00021000
021100     READ PARM-IN                                                 00021100
021200       AT END SET PARM-EOF TO TRUE                                00021200
021300     END-READ                                                     00021300
021400     IF NOT PARM-EOF                                              00021400
021500       IF PARM-RECON-DT NOT = SPACES                              00021500
021600         MOVE PARM-RECON-DT TO WS-RECON-DT                        00021600
021700       END-IF                                                     00021700
021800       IF PARM-WINDOW-SECS IS NUMERIC                             00021800
021900         MOVE PARM-WINDOW-SECS TO WS-WINDOW-SECS-N                00021900
022000         IF WS-WINDOW-SECS-N > 0                                  00022000
022100           MOVE WS-WINDOW-SECS-N TO WS-WINDOW-SECS                00022100
022200         END-IF                                                   00022200
022300       END-IF                                                     00022300
022400     END-IF                                                       00022400
022500     IF WS-RECON-DT = SPACES                                      00022500
022600       EXEC SQL                                                   00022600
022700         SET :WS-RECON-DT = CHAR(CURRENT DATE - 1 DAY, ISO)       00022700
022800       END-EXEC                                                   00022800
022900       IF SQLCODE NOT = 0                                         00022900
023000         SET SQL-ERROR-DETECTED TO TRUE                           00023000
023100         DISPLAY 'MMMB1601 - ERROR SETTING RECON DATE, SQLCODE='  00023100
023200                 SQLCODE                                          00023200
023300       END-IF                                                     00023300
023400     END-IF                                                       00023400
023500     MOVE WS-RECON-DT    TO WS-HDG-RECON-DT                       00023500
023600     MOVE WS-WINDOW-SECS TO WS-HDG-WINDOW                         00023600
023700     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00023700
023800     WRITE RPT-LINE FROM SPACES                                   00023800
023900     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00023900
024000                                                                  00024000
024100     IF SQL-NO-ERROR                                              00024100
024200       MOVE 'CUST' TO WS-SUPR-TRX-CD                              00024200
024300       PERFORM 150-GET-SUPR-IND                                   00024300
024400       IF WS-SUPR-IND = 'Y'                                       00024400
024500         SET CUST-SUPPRESSED TO TRUE                              00024500
024600       END-IF                                                     00024600
024700     END-IF                                                       00024700
024800     IF SQL-NO-ERROR                                              00024800
024900       MOVE 'STRM' TO WS-SUPR-TRX-CD                              00024900
025000       PERFORM 150-GET-SUPR-IND                                   00025000
025100       IF WS-SUPR-IND = 'Y'                                       00025100
025200         SET STRM-SUPPRESSED TO TRUE                              00025200
025300       END-IF                                                     00025300
025400     END-IF                                                       00025400
025500     .                                                            00025500
025600                                                                  00025600
025700* A transaction with no row on the control table flows through,   00025700
025800* the same rule ZZZS0197 applies.                                 00025800
025900 150-GET-SUPR-IND.                                                00025900
026000     MOVE 'N' TO WS-SUPR-IND                                      00026000
026100     EXEC SQL                                                     00026100
026200       SELECT SUPR_IND                                            00026200
026300         INTO :WS-SUPR-IND                                        00026300
026400         FROM FC_XXXAIL_EVENT_SUPR                                00026400
026500        WHERE TRX_CD = :WS-SUPR-TRX-CD                            00026500
026600     END-EXEC                                                     00026600
026700     EVALUATE TRUE                                                00026700
026800       WHEN SQLCODE = 0                                           00026800
026900         CONTINUE                                                 00026900
027000       WHEN SQLCODE = 100                                         00027000
027100         MOVE 'N' TO WS-SUPR-IND                                  00027100
027200         MOVE 0   TO SQLCODE                                      00027200
027300       WHEN OTHER                                                 00027300
027400         SET SQL-ERROR-DETECTED TO TRUE                           00027400
027500         DISPLAY 'MMMB1601 - ERROR READING EVENT_SUPR, SQLCODE='  00027500
027600                 SQLCODE                                          00027600
027700     END-EVALUATE                                                 00027700
027800     .                                                            00027800
027900                                                                  00027900
028000*================================================================ 00028000
028100* History rows - each must have its CUST event and, for a store,  00028100
028200* its STRM event from NNNS0488 inside the window.                 00028200
028300*================================================================ 00028300
028400 200-HISTORY-WITHOUT-EVENTS.                                      00028400
028500     EXEC SQL                                                     00028500
028600       OPEN HIST-CSR                                              00028600
028700     END-EXEC                                                     00028700
028800     IF SQLCODE NOT = 0                                           00028800
028900       SET SQL-ERROR-DETECTED TO TRUE                             00028900
029000       DISPLAY 'MMMB1601 - ERROR OPENING HIST-CSR, SQLCODE='      00029000
029100               SQLCODE                                            00029100
029200     ELSE                                                         00029200
029300       PERFORM 220-FETCH-NEXT-HIST                                00029300
029400       PERFORM UNTIL SQLCODE NOT = 0                              00029400
029500         ADD 1 TO WS-HIST-COUNT                                   00029500
029600         PERFORM 240-CHECK-HIST-EVENTS                            00029600
029700         IF SQL-NO-ERROR                                          00029700
029800           PERFORM 220-FETCH-NEXT-HIST                            00029800
029900         END-IF                                                   00029900
030000       END-PERFORM                                                00030000
030100       IF SQLCODE = 100                                           00030100
030200         MOVE 0 TO SQLCODE                                        00030200
030300       END-IF                                                     00030300
030400       EXEC SQL                                                   00030400
030500         CLOSE HIST-CSR                                           00030500
030600       END-EXEC                                                   00030600
030700       MOVE 0 TO SQLCODE                                          00030700
030800     END-IF                                                       00030800
030900     .                                                            00030900
031000                                                                  00031000
031100 220-FETCH-NEXT-HIST.                                             00031100
031200     EXEC SQL                                                     00031200
031300       FETCH HIST-CSR                                             00031300
031400         INTO :WS-HIST-LOC-NBR, :WS-HIST-LOC-TYP-CD,              00031400
031500              :WS-HIST-EFF-TS, :WS-HIST-USER-ID,                  00031500
031600              :WS-HIST-CHG-TYPE-CD                                00031600
031700     END-EXEC                                                     00031700
031800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00031800
031900       SET SQL-ERROR-DETECTED       TO TRUE                       00031900
032000       DISPLAY 'MMMB1601 - ERROR FETCHING HIST-CSR, SQLCODE='     00032000
032100               SQLCODE                                            00032100
032200     END-IF                                                       00032200
032300     .                                                            00032300
032400                                                                  00032400
032500 240-CHECK-HIST-EVENTS.                                           00032500
032600     SET CUST-FOUND TO TRUE                                       00032600
032700     SET STRM-FOUND TO TRUE                                       00032700
032800                                                                  00032800
032900     MOVE 0 TO WS-MATCH-CNT                                       00032900
033000     IF WS-HIST-LOC-NBR > 0 AND WS-HIST-LOC-NBR <= 99999          00033000
033100       MOVE WS-HIST-LOC-NBR TO WS-CUST-STORE-N                    00033100
033200       EXEC SQL                                                   00033200
033300         SELECT COUNT(*)                                          00033300
033400           INTO :WS-MATCH-CNT                                     00033400
033500           FROM FC_XXXAIL_EVENT_LOG                               00033500
033600          WHERE TRX_CD       = 'CUST'                             00033600
033700            AND CALLING_PROG IN ('NNNS0488', 'MMMB3202')          00033700
033800            AND SUBSTR(MSG_DATA, 1, 5) = :WS-CUST-STORE-X         00033800
033900            AND EFF_TS BETWEEN TIMESTAMP(:WS-HIST-EFF-TS)         00033900
034000                               - :WS-WINDOW-SECS SECONDS          00034000
034100                           AND TIMESTAMP(:WS-HIST-EFF-TS)         00034100
034200                               + :WS-WINDOW-SECS SECONDS          00034200
034300       END-EXEC                                                   00034300
034400       PERFORM 260-CHECK-MATCH-SQL                                00034400
034500     END-IF                                                       00034500
034600     IF WS-MATCH-CNT = 0                                          00034600
034700       SET CUST-MISSING TO TRUE                                   00034700
034800     END-IF                                                       00034800
034900                                                                  00034900
035000     IF SQL-NO-ERROR AND WS-HIST-LOC-TYP-CD = 'S '                00035000
035100       MOVE WS-HIST-LOC-NBR TO WS-BIN-LOC-NBR                     00035100
035200       MOVE 0 TO WS-MATCH-CNT                                     00035200
035300       EXEC SQL                                                   00035300
035400         SELECT COUNT(*)                                          00035400
035500           INTO :WS-MATCH-CNT                                     00035500
035600           FROM FC_XXXAIL_EVENT_LOG                               00035600
035700          WHERE TRX_CD       = 'STRM'                             00035700
035800            AND CALLING_PROG IN ('NNNS0488', 'MMMB3202')          00035800
035900            AND SUBSTR(MSG_DATA, 5, 4) = :WS-BIN-LOC-X            00035900
036000            AND EFF_TS BETWEEN TIMESTAMP(:WS-HIST-EFF-TS)         00036000
036100                               - :WS-WINDOW-SECS SECONDS          00036100
036200                           AND TIMESTAMP(:WS-HIST-EFF-TS)         00036200
036300                               + :WS-WINDOW-SECS SECONDS          00036300
036400       END-EXEC                                                   00036400
036500       PERFORM 260-CHECK-MATCH-SQL                                00036500
036600       IF WS-MATCH-CNT = 0                                        00036600
036700         SET STRM-MISSING TO TRUE                                 00036700
036800       END-IF                                                     00036800
036900     END-IF                                                       00036900
037000                                                                  00037000
037100     IF SQL-NO-ERROR                                              00037100
037200       IF CUST-MISSING                                            00037200
037300         MOVE 'CUST' TO WS-DTL-TRX-CD                             00037300
037400         IF CUST-SUPPRESSED                                       00037400
037500           PERFORM 280-REPORT-SUPPRESSED                          00037500
037600         ELSE                                                     00037600
037700           PERFORM 270-REPORT-NO-EVENT                            00037700
037800         END-IF                                                   00037800
037900       END-IF                                                     00037900
038000       IF STRM-MISSING                                            00038000
038100         MOVE 'STRM' TO WS-DTL-TRX-CD                             00038100
038200         IF STRM-SUPPRESSED                                       00038200
038300           PERFORM 280-REPORT-SUPPRESSED                          00038300
038400         ELSE                                                     00038400
038500           PERFORM 270-REPORT-NO-EVENT                            00038500
038600         END-IF                                                   00038600
038700       END-IF                                                     00038700
038800     END-IF                                                       00038800
038900     .                                                            00038900
039000                                                                  00039000
039100 260-CHECK-MATCH-SQL.                                             00039100
039200     IF SQLCODE NOT = 0                                           00039200
039300       SET SQL-ERROR-DETECTED TO TRUE                             00039300
039400       DISPLAY 'MMMB1601 - ERROR MATCHING EVENT_LOG, SQLCODE='    00039400
039500               SQLCODE                                            00039500
039600     END-IF                                                       00039600
039700     .                                                            00039700
039800                                                                  00039800
039900 270-REPORT-NO-EVENT.                                             00039900
040000     ADD 1 TO WS-NO-EVENT-COUNT                                   00040000
040100     PERFORM 290-FORMAT-HIST-LINE                                 00040100
040200     IF WS-HIST-CHG-TYPE-CD = 'A'                                 00040200
040300       MOVE 'HISTORY (ADD) WITH NO EVENT LOGGED'                  00040300
040400         TO WS-DTL-REASON                                         00040400
040500     ELSE                                                         00040500
040600       MOVE 'HISTORY (CHANGE) WITH NO EVENT LOGGED'               00040600
040700         TO WS-DTL-REASON                                         00040700
040800     END-IF                                                       00040800
040900     WRITE RPT-LINE FROM WS-DTL-LINE                              00040900
041000     .                                                            00041000
041100                                                                  00041100
041200 280-REPORT-SUPPRESSED.                                           00041200
041300     ADD 1 TO WS-SUPPRESSED-COUNT                                 00041300
041400     PERFORM 290-FORMAT-HIST-LINE                                 00041400
041500     MOVE 'EVENT SUPPRESSED BY FC_XXXAIL_EVENT_SUPR'              00041500
041600       TO WS-DTL-REASON                                           00041600
041700     WRITE RPT-LINE FROM WS-DTL-LINE                              00041700
041800     .                                                            00041800
041900                                                                  00041900
042000 290-FORMAT-HIST-LINE.                                            00042000
042100     MOVE WS-HIST-LOC-NBR     TO WS-DTL-STORE-NO                  00042100
042200     MOVE WS-HIST-LOC-TYP-CD  TO WS-DTL-LOC-TYP-CD                00042200
042300     MOVE WS-HIST-EFF-TS      TO WS-DTL-EFF-TS                    00042300
042400     MOVE WS-HIST-USER-ID     TO WS-DTL-USER                      00042400
042500     MOVE 'NNNS0488'          TO WS-DTL-PROGRAM                   00042500
042600     .                                                            00042600
042700                                                                  00042700
042800*================================================================ 00042800
042900* NNNS0488 events - each must have a history row for the same     00042900
043000* store inside the window.                                        00043000
043100*================================================================ 00043100
043200 400-EVENTS-WITHOUT-HISTORY.                                      00043200
043300     EXEC SQL                                                     00043300
043400       OPEN EVT-CSR                                               00043400
043500     END-EXEC                                                     00043500
043600     IF SQLCODE NOT = 0                                           00043600
043700       SET SQL-ERROR-DETECTED TO TRUE                             00043700
043800       DISPLAY 'MMMB1601 - ERROR OPENING EVT-CSR, SQLCODE='       00043800
043900               SQLCODE                                            00043900
044000     ELSE                                                         00044000
044100       PERFORM 420-FETCH-NEXT-EVENT                               00044100
044200       PERFORM UNTIL SQLCODE NOT = 0                              00044200
044300         ADD 1 TO WS-EVENT-COUNT                                  00044300
044400         PERFORM 440-CHECK-EVENT-HIST                             00044400
044500         IF SQL-NO-ERROR                                          00044500
044600           PERFORM 420-FETCH-NEXT-EVENT                           00044600
044700         END-IF                                                   00044700
044800       END-PERFORM                                                00044800
044900       IF SQLCODE = 100                                           00044900
045000         MOVE 0 TO SQLCODE                                        00045000
045100       END-IF                                                     00045100
045200       EXEC SQL                                                   00045200
045300         CLOSE EVT-CSR                                            00045300
045400       END-EXEC                                                   00045400
045500       MOVE 0 TO SQLCODE                                          00045500
045600     END-IF                                                       00045600
045700     .                                                            00045700
045800                                                                  00045800
045900 420-FETCH-NEXT-EVENT.                                            00045900
046000     EXEC SQL                                                     00046000
046100       FETCH EVT-CSR                                              00046100
046200         INTO :WS-EVT-TRX-CD, :WS-EVT-EFF-TS,                     00046200
046300              :WS-EVT-USER, :WS-EVT-KEY-DATA                      00046300
046400     END-EXEC                                                     00046400
046500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00046500
046600       SET SQL-ERROR-DETECTED       TO TRUE                       00046600
046700       DISPLAY 'MMMB1601 - ERROR FETCHING EVT-CSR, SQLCODE='      00046700
046800               SQLCODE                                            00046800
046900     END-IF                                                       00046900
047000     .                                                            00047000
047100                                                                  00047100
047200 440-CHECK-EVENT-HIST.                                            00047200
047300     IF WS-EVT-TRX-CD = 'CUST'                                    00047300
047400       MOVE WS-EVT-KEY-DATA (1 : 5) TO WS-CUST-STORE-X            00047400
047500       IF WS-CUST-STORE-N IS NUMERIC                              00047500
047600         MOVE WS-CUST-STORE-N TO WS-EVT-LOC-NBR                   00047600
047700       ELSE                                                       00047700
047800         MOVE 0 TO WS-EVT-LOC-NBR                                 00047800
047900       END-IF                                                     00047900
048000     ELSE                                                         00048000
048100       MOVE WS-EVT-KEY-DATA (5 : 4) TO WS-BIN-LOC-X               00048100
048200       MOVE WS-BIN-LOC-NBR TO WS-EVT-LOC-NBR                      00048200
048300     END-IF                                                       00048300
048400                                                                  00048400
048500     MOVE 0 TO WS-MATCH-CNT                                       00048500
048600     EXEC SQL                                                     00048600
048700       SELECT COUNT(*)                                            00048700
048800         INTO :WS-MATCH-CNT                                       00048800
048900         FROM FC_XXXAIL_STORES_HIST                               00048900
049000        WHERE RH_LOC_NBR = :WS-EVT-LOC-NBR                        00049000
049100          AND RH_EFF_TS BETWEEN TIMESTAMP(:WS-EVT-EFF-TS)         00049100
049200                                - :WS-WINDOW-SECS SECONDS         00049200
049300                            AND TIMESTAMP(:WS-EVT-EFF-TS)         00049300
049400                                + :WS-WINDOW-SECS SECONDS         00049400
049500     END-EXEC                                                     00049500
049600     IF SQLCODE NOT = 0                                           00049600
049700       SET SQL-ERROR-DETECTED TO TRUE                             00049700
049800       DISPLAY 'MMMB1601 - ERROR MATCHING STORES_HIST, SQLCODE='  00049800
049900               SQLCODE                                            00049900
050000     ELSE                                                         00050000
050100       IF WS-MATCH-CNT = 0                                        00050100
050200         ADD 1 TO WS-NO-HIST-COUNT                                00050200
050300         MOVE WS-EVT-LOC-NBR TO WS-DTL-STORE-NO                   00050300
050400         MOVE SPACES         TO WS-DTL-LOC-TYP-CD                 00050400
050500         MOVE WS-EVT-EFF-TS  TO WS-DTL-EFF-TS                     00050500
050600         MOVE WS-EVT-TRX-CD  TO WS-DTL-TRX-CD                     00050600
050700         MOVE WS-EVT-USER    TO WS-DTL-USER                       00050700
050800         MOVE 'NNNS0488'     TO WS-DTL-PROGRAM                    00050800
050900         MOVE 'EVENT LOGGED WITH NO HISTORY ROW'                  00050900
051000           TO WS-DTL-REASON                                       00051000
051100         WRITE RPT-LINE FROM WS-DTL-LINE                          00051100
051200       END-IF                                                     00051200
051300     END-IF                                                       00051300
051400     .                                                            00051400
051500                                                                  00051500
051600 900-TERMINATE.                                                   00051600
051700     IF SQL-ERROR-DETECTED                                        00051700
051800       MOVE 16 TO RETURN-CODE                                     00051800
051900     END-IF                                                       00051900
052000     IF ( WS-NO-EVENT-COUNT > 0 OR WS-SUPPRESSED-COUNT > 0        00052000
052100       OR WS-NO-HIST-COUNT > 0 )                                  00052100
052200       AND RETURN-CODE = 0                                        00052200
052300       MOVE 4 TO RETURN-CODE                                      00052300
052400     END-IF                                                       00052400
052500     MOVE WS-HIST-COUNT       TO WS-SUM-HIST                      00052500
052600     MOVE WS-EVENT-COUNT      TO WS-SUM-EVENTS                    00052600
052700     MOVE WS-NO-EVENT-COUNT   TO WS-SUM-NO-EVENT                  00052700
052800     MOVE WS-SUPPRESSED-COUNT TO WS-SUM-SUPPRESSED                00052800
052900     MOVE WS-NO-HIST-COUNT    TO WS-SUM-NO-HIST                   00052900
053000     WRITE RPT-LINE FROM SPACES                                   00053000
053100     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00053100
053200     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00053200
053300     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00053300
053400     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00053400
053500     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00053500
053600     CLOSE PARM-IN RECON-RPT                                      00053600
053700     .                                                            00053700
053800                                                                  00053800
053900*================================================================ 00053900
054000* Run control - refuse a duplicate or out-of-order start, and     00054000
054100* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00054100
054200*================================================================ 00054200
054300 050-RUN-CNTL-START.                                              00054300
054400     INITIALIZE XXXN001A                                          00054400
054500                YYYC0230                                          00054500
054600     SET  YYYC0230-START-RUN TO TRUE                              00054600
054700     MOVE 'MMMB1601' TO YYYC0230-JOB-NM                           00054700
054800     CALL YYYS0230-RUN-CNTL USING                                 00054800
054900         XXXN001A                                                 00054900
055000         YYYC0230                                                 00055000
055100     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00055100
055200       SET SQL-ERROR-DETECTED TO TRUE                             00055200
055300       DISPLAY 'MMMB1601 - START REFUSED: ' IS-RTRN-MSG-TXT       00055300
055400     END-IF                                                       00055400
055500     .                                                            00055500
055600                                                                  00055600
055700 055-RUN-CNTL-END.                                                00055700
055800     INITIALIZE XXXN001A                                          00055800
055900                YYYC0230                                          00055900
056000     IF SQL-ERROR-DETECTED                                        00056000
056100       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00056100
056200     ELSE                                                         00056200
056300       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00056300
056400     END-IF                                                       00056400
056500     MOVE 'MMMB1601' TO YYYC0230-JOB-NM                           00056500
056600     CALL YYYS0230-RUN-CNTL USING                                 00056600
056700       XXXN001A                                                   00056700
056800       YYYC0230                                                   00056800
056900     .                                                            00056900
