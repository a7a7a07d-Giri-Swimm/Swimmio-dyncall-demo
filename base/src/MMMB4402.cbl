000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB4402.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Weekly opening-date slippage report for the new-store pipeline. 00000600
000700*                                                                 00000700
000800* Every change to a pipeline store's opening date is kept on the  00000800
000900* opening-date history, FC_XXXAIL_OPEN_SLIP (DDDTOP01) - the      00000900
001000* real-estate date as MMMB6601 stages it (type S), the facility   00001000
001100* opening date through NNNS0120 (type F) and the sales-open date  00001100
001200* through NNNS0488 (type L) - with the old date, the new date, who00001200
001300* and the reason code.  A store is in the pipeline while it is    00001300
001400* flagged NEW_STR_SW = 'Y' on XXXAIL_LOC, or while it is staged   00001400
001500* and not yet released (district 0 - it has none yet).            00001500
001600*                                                                 00001600
001700* RPTOUT, part 1 - by district, one line per store and date type: 00001700
001800*   - the original date (the first date the history has for it),  00001800
001900*   - the current date (the latest one),                          00001900
002000*   - the number of changes, and how many of them were slips (the 00002000
002100*     date moved later),                                          00002100
002200*   - the days slipped (slips only) and the net days moved (a     00002200
002300*     date pulled in counts against the slips),                   00002300
002400*   - the reason code on the latest change;                       00002400
002500* with district totals and a grand total.                         00002500
002600*                                                                 00002600
002700* RPTOUT, part 2 - stores opening within the horizon (the latest  00002700
002800* date on the history, else the store's SLS_OPEN_DT) that are     00002800
002900* still missing any of the MMMB2901 checklist items, one line per 00002900
003000* missing item; a staged store opening within the horizon that is 00003000
003100* not yet on the store master is listed as such.  Any store       00003100
003200* listed in part 2 ends the job with RC 4.                        00003200
003300*                                                                 00003300
003400* PARMIN, optional:                                               00003400
003500*   cols  1- 3  the horizon in days (default 030)                 00003500
003600*                                                                 00003600
003700* Batch job - run standalone, schedule weekly.                    00003700
003800*---------------------------------------------------------------- 00003800
003900 ENVIRONMENT DIVISION.                                            00003900
004000 INPUT-OUTPUT SECTION.                                            00004000
004100 FILE-CONTROL.                                                    00004100
004200     SELECT PARM-IN        ASSIGN TO PARMIN                       00004200
004300         ORGANIZATION IS LINE SEQUENTIAL.                         00004300
004400     SELECT SLIP-RPT       ASSIGN TO RPTOUT                       00004400
004500         ORGANIZATION IS LINE SEQUENTIAL.                         00004500
004600                                                                  00004600
004700 DATA DIVISION.                                                   00004700
004800 FILE SECTION.                                                    00004800
004900 FD  PARM-IN.                                                     00004900
005000 01  PARM-REC.                                                    00005000
005100     05 PARM-HORIZON-DAYS              PIC X(3).                  00005100
005200     05 FILLER                         PIC X(77).                 00005200
005300                                                                  00005300
005400 FD  SLIP-RPT.                                                    00005400
005500 01  RPT-LINE                          PIC X(132).                00005500
005600                                                                  00005600
005700 WORKING-STORAGE SECTION.                                         00005700
005800* --------------------------------------------------------------- 00005800
005900* Misc working storage...                                         00005900
006000* --------------------------------------------------------------- 00006000
006100 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00006100
006200    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00006200
006300    88 SQL-NO-ERROR                           VALUE 'N'.          00006300
006400 01 WS-FIRST-LINE-SW                 PIC X    VALUE 'Y'.          00006400
006500    88 IS-FIRST-LINE                          VALUE 'Y'.          00006500
006600    88 NOT-FIRST-LINE                         VALUE 'N'.          00006600
006700                                                                  00006700
006800 01 WS-HORIZON-DAYS                  PIC S9(3) COMP-3 VALUE 30.   00006800
006900 01 WS-HORIZON-DSP                   PIC 9(3)  VALUE 0.           00006900
007000 01 WS-TODAY-DT                      PIC X(10) VALUE SPACES.      00007000
007100 01 WS-HORIZON-DT                    PIC X(10) VALUE SPACES.      00007100
007200 01 WS-ZERO-DT                       PIC X(10) VALUE '0001-01-01'.00007200
007300 01 WS-EXCP-REASON                   PIC X(40) VALUE SPACES.      00007300
007400                                                                  00007400
007500* One store and date type off SLIP-CSR, and its end dates.        00007500
007600 01 WS-SL-DIST-ID                    PIC S9(5) COMP-3 VALUE 0.    00007600
007700 01 WS-SL-LOC-NBR                    PIC S9(9) COMP VALUE 0.      00007700
007800 01 WS-SL-DT-TYP-CD                  PIC X(1)  VALUE SPACES.      00007800
007900    88 SL-DT-TYP-STAGE                        VALUE 'S'.          00007900
008000    88 SL-DT-TYP-FC-STORE                     VALUE 'F'.          00008000
008100    88 SL-DT-TYP-SALES-OPEN                   VALUE 'L'.          00008100
008200 01 WS-SL-FIRST-TS                   PIC X(26) VALUE SPACES.      00008200
008300 01 WS-SL-LAST-TS                    PIC X(26) VALUE SPACES.      00008300
008400 01 WS-SL-CHG-CNT                    PIC S9(9) COMP VALUE 0.      00008400
008500 01 WS-SL-SLIP-CNT                   PIC S9(9) COMP VALUE 0.      00008500
008600 01 WS-SL-SLIP-DAYS                  PIC S9(9) COMP VALUE 0.      00008600
008700 01 WS-SL-NET-DAYS                   PIC S9(9) COMP VALUE 0.      00008700
008800 01 WS-SL-ORIG-DT                    PIC X(10) VALUE SPACES.      00008800
008900 01 WS-SL-CURR-DT                    PIC X(10) VALUE SPACES.      00008900
009000 01 WS-SL-LAST-RSN-CD                PIC X(2)  VALUE SPACES.      00009000
009100                                                                  00009100
009200* Control-break keys and the district and grand totals.           00009200
009300 01 WS-PREV-DIST-ID                  PIC S9(5) COMP-3 VALUE 0.    00009300
009400 01 WS-PREV-LOC-NBR                  PIC S9(9) COMP VALUE 0.      00009400
009500 01 WS-DIST-TOTALS.                                               00009500
009600    05 WS-DT-STORE-CNT               PIC S9(9) COMP VALUE 0.      00009600
009700    05 WS-DT-CHG-CNT                 PIC S9(9) COMP VALUE 0.      00009700
009800    05 WS-DT-SLIP-CNT                PIC S9(9) COMP VALUE 0.      00009800
009900    05 WS-DT-SLIP-DAYS               PIC S9(9) COMP VALUE 0.      00009900
010000    05 WS-DT-NET-DAYS                PIC S9(9) COMP VALUE 0.      00010000
010100 01 WS-GRAND-TOTALS.                                              00010100
010200    05 WS-GT-STORE-CNT               PIC S9(9) COMP VALUE 0.      00010200
010300    05 WS-GT-CHG-CNT                 PIC S9(9) COMP VALUE 0.      00010300
010400    05 WS-GT-SLIP-CNT                PIC S9(9) COMP VALUE 0.      00010400
010500    05 WS-GT-SLIP-DAYS               PIC S9(9) COMP VALUE 0.      00010500
010600    05 WS-GT-NET-DAYS                PIC S9(9) COMP VALUE 0.      00010600
010700 01 WS-FLAG-STORE-CNT                PIC S9(9) COMP VALUE 0.      00010700
010800 01 WS-FLAG-ITEM-CNT                 PIC S9(9) COMP VALUE 0.      00010800
010900 01 WS-STORE-FLAGGED-SW              PIC X    VALUE 'N'.          00010900
011000    88 STORE-IS-FLAGGED                       VALUE 'Y'.          00011000
011100    88 STORE-NOT-FLAGGED                      VALUE 'N'.          00011100
011200                                                                  00011200
011300* One pipeline store off READY-CSR, with the MMMB2901 items.      00011300
011400 01 WS-RD-LOC-NBR                    PIC S9(9) COMP VALUE 0.      00011400
011500 01 WS-RD-DIST-ID                    PIC S9(5) COMP-3 VALUE 0.    00011500
011600 01 WS-RD-MKT-RGN-ID                 PIC S9(5) COMP-3 VALUE 0.    00011600
011700 01 WS-RD-AD-ZN-NBR                  PIC S9(7) COMP-3 VALUE 0.    00011700
011800 01 WS-RD-FRMAT-CD                   PIC X(2)  VALUE SPACES.      00011800
011900 01 WS-RD-GRP-CD                     PIC X(5)  VALUE SPACES.      00011900
012000 01 WS-RD-SLS-OPEN-DT                PIC X(10) VALUE SPACES.      00012000
012100 01 WS-RD-UNLD-CD                    PIC X(2)  VALUE SPACES.      00012100
012200 01 WS-RD-HOURS.                                                  00012200
012300    05 WS-RD-MON-OPEN-TM             PIC X(8).                    00012300
012400    05 WS-RD-MON-CLOS-TM             PIC X(8).                    00012400
012500    05 WS-RD-TUE-OPEN-TM             PIC X(8).                    00012500
012600    05 WS-RD-TUE-CLOS-TM             PIC X(8).                    00012600
012700    05 WS-RD-WED-OPEN-TM             PIC X(8).                    00012700
012800    05 WS-RD-WED-CLOS-TM             PIC X(8).                    00012800
012900    05 WS-RD-THUR-OPEN-TM            PIC X(8).                    00012900
013000    05 WS-RD-THUR-CLOS-TM            PIC X(8).                    00013000
013100    05 WS-RD-FRI-OPEN-TM             PIC X(8).                    00013100
013200    05 WS-RD-FRI-CLOS-TM             PIC X(8).                    00013200
013300    05 WS-RD-SAT-OPEN-TM             PIC X(8).                    00013300
013400    05 WS-RD-SAT-CLOS-TM             PIC X(8).                    00013400
013500    05 WS-RD-SUN-OPEN-TM             PIC X(8).                    00013500
013600    05 WS-RD-SUN-CLOS-TM             PIC X(8).                    00013600
013700 01 WS-RD-PLAN-DT                    PIC X(10) VALUE SPACES.      00013700
013800                                                                  00013800
013900 COPY XXXN001A.                                                   00013900
014000 COPY YYYC0230.                                                   00014000
014100 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00014100
014200                                                                  00014200
014300 01 WS-HDG-LINE-1.                                                00014300
014400    05 FILLER PIC X(52) VALUE                                     00014400
014500       'MMMB4402 - NEW-STORE OPENING-DATE SLIPPAGE'.              00014500
014600    05 FILLER PIC X(9)  VALUE 'AS OF - '.                         00014600
014700    05 WS-HDG-TODAY                  PIC X(10).                   00014700
014800 01 WS-HDG-LINE-2.                                                00014800
014900    05 FILLER PIC X(40) VALUE                                     00014900
015000       ' DIST     STORE  DATE      ORIGINAL   CU'.                00015000
015100    05 FILLER PIC X(40) VALUE                                     00015100
015200       'RRENT      CHANGES     SLIPS DAYS SLIPPE'.                00015200
015300    05 FILLER PIC X(30) VALUE                                     00015300
015400       'D   NET DAYS  RSN'.                                       00015400
015500 01 WS-SLIP-LINE.                                                 00015500
015600    05 WS-SL-L-DIST-ID               PIC Z(4)9.                   00015600
015700    05 FILLER                        PIC X(1) VALUE SPACES.       00015700
015800    05 WS-SL-L-LOC-NBR               PIC Z(8)9.                   00015800
015900    05 FILLER                        PIC X(2) VALUE SPACES.       00015900
016000    05 WS-SL-L-DT-TYP                PIC X(8).                    00016000
016100    05 FILLER                        PIC X(2) VALUE SPACES.       00016100
016200    05 WS-SL-L-ORIG-DT               PIC X(10).                   00016200
016300    05 FILLER                        PIC X(1) VALUE SPACES.       00016300
016400    05 WS-SL-L-CURR-DT               PIC X(10).                   00016400
016500    05 FILLER                        PIC X(1) VALUE SPACES.       00016500
016600    05 WS-SL-L-CHG-CNT               PIC Z(8)9.                   00016600
016700    05 FILLER                        PIC X(1) VALUE SPACES.       00016700
016800    05 WS-SL-L-SLIP-CNT              PIC Z(8)9.                   00016800
016900    05 FILLER                        PIC X(1) VALUE SPACES.       00016900
017000    05 WS-SL-L-SLIP-DAYS             PIC Z(11)9.                  00017000
017100    05 FILLER                        PIC X(1) VALUE SPACES.       00017100
017200    05 WS-SL-L-NET-DAYS              PIC -(9)9.                   00017200
017300    05 FILLER                        PIC X(2) VALUE SPACES.       00017300
017400    05 WS-SL-L-RSN-CD                PIC X(2).                    00017400
017500 01 WS-TOT-LINE.                                                  00017500
017600    05 WS-TL-TXT                     PIC X(16).                   00017600
017700    05 WS-TL-DIST-ID                 PIC Z(4)9.                   00017700
017800    05 WS-TL-DIST-ID-X               REDEFINES WS-TL-DIST-ID      00017800
017900                                     PIC X(5).                    00017900
018000    05 FILLER                        PIC X(1) VALUE SPACES.       00018000
018100    05 WS-TL-STORE-CNT               PIC Z(8)9.                   00018100
018200    05 FILLER PIC X(10) VALUE ' STORES'.                          00018200
018300    05 FILLER                        PIC X(8) VALUE SPACES.       00018300
018400    05 WS-TL-CHG-CNT                 PIC Z(8)9.                   00018400
018500    05 FILLER                        PIC X(1) VALUE SPACES.       00018500
018600    05 WS-TL-SLIP-CNT                PIC Z(8)9.                   00018600
018700    05 FILLER                        PIC X(1) VALUE SPACES.       00018700
018800    05 WS-TL-SLIP-DAYS               PIC Z(11)9.                  00018800
018900    05 FILLER                        PIC X(1) VALUE SPACES.       00018900
019000    05 WS-TL-NET-DAYS                PIC -(9)9.                   00019000
019100 01 WS-HDG-LINE-3.                                                00019100
019200    05 FILLER PIC X(40) VALUE                                     00019200
019300       'STORES OPENING WITHIN THE NEXT'.                          00019300
019400    05 WS-HDG-HORIZON                PIC ZZ9.                     00019400
019500    05 FILLER PIC X(40) VALUE                                     00019500
019600       ' DAYS WITH CHECKLIST ITEMS MISSING'.                      00019600
019700 01 WS-HDG-LINE-4.                                                00019700
019800    05 FILLER PIC X(40) VALUE                                     00019800
019900       ' DIST     STORE  OPENS      MISSING ITEM'.                00019900
020000 01 WS-FLAG-LINE.                                                 00020000
020100    05 WS-FL-DIST-ID                 PIC Z(4)9.                   00020100
020200    05 FILLER                        PIC X(1) VALUE SPACES.       00020200
020300    05 WS-FL-LOC-NBR                 PIC Z(8)9.                   00020300
020400    05 FILLER                        PIC X(2) VALUE SPACES.       00020400
020500    05 WS-FL-PLAN-DT                 PIC X(10).                   00020500
020600    05 FILLER                        PIC X(1) VALUE SPACES.       00020600
020700    05 WS-FL-REASON                  PIC X(40).                   00020700
020800 01 WS-CNT-LINE.                                                  00020800
020900    05 WS-CNT-TXT                    PIC X(30).                   00020900
021000    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00021000
021100                                                                  00021100
021200* ----------------------------------------------------------------00021200
021300* DB2 stuff...                                                    00021300
021400* ----------------------------------------------------------------00021400
021500     EXEC SQL                                                     00021500
021600       INCLUDE SQLCA                                              00021600
021700     END-EXEC                                                     00021700
021800                                                                  00021800
021900     EXEC SQL                                                     00021900
022000       INCLUDE DDDTOP01                                           00022000
022100     END-EXEC                                                     00022100
022200                                                                  00022200
022300* The pipeline stores' opening-date history, one row per store    00022300
022400* and date type with its counts.  A store not on XXXAIL_LOC is    00022400
022500* in the pipeline only while it is staged and not yet released.   00022500
022600     EXEC SQL                                                     00022600
022700       DECLARE SLIP-CSR CURSOR FOR                                00022700
022800       SELECT COALESCE(R.DIST_ID, 0), S.OP_LOC_NBR,               00022800
022900              S.OP_DT_TYP_CD,                                     00022900
023000              CHAR(MIN(S.OP_CHG_TS)), CHAR(MAX(S.OP_CHG_TS)),     00023000
023100              SUM(CASE WHEN S.OP_CHG_TYPE_CD = 'M'                00023100
023200                       THEN 1 ELSE 0 END),                        00023200
023300              SUM(CASE WHEN S.OP_CHG_TYPE_CD = 'M'                00023300
023400                        AND S.OP_NEW_DT > S.OP_OLD_DT             00023400
023500                       THEN 1 ELSE 0 END),                        00023500
023600              SUM(CASE WHEN S.OP_CHG_TYPE_CD = 'M'                00023600
023700                        AND S.OP_NEW_DT > S.OP_OLD_DT             00023700
023800                       THEN DAYS(S.OP_NEW_DT) - DAYS(S.OP_OLD_DT) 00023800
023900                       ELSE 0 END),                               00023900
024000              SUM(CASE WHEN S.OP_CHG_TYPE_CD = 'M'                00024000
024100                       THEN DAYS(S.OP_NEW_DT) - DAYS(S.OP_OLD_DT) 00024100
024200                       ELSE 0 END)                                00024200
024300         FROM FC_XXXAIL_OPEN_SLIP S                               00024300
024400              LEFT OUTER JOIN XXXAIL_LOC R                        00024400
024500                 ON R.LOC_TYP_CD = S.OP_LOC_TYP_CD                00024500
024600                AND R.LOC_NBR    = S.OP_LOC_NBR                   00024600
024700        WHERE S.OP_LOC_TYP_CD = 'S '                              00024700
024800          AND ( R.NEW_STR_SW = 'Y'                                00024800
024900             OR ( R.LOC_NBR IS NULL                               00024900
025000              AND EXISTS                                          00025000
025100                  ( SELECT 1                                      00025100
025200                      FROM FC_XXXAIL_STORE_STAGE G                00025200
025300                     WHERE G.SG_STORE_NO = S.OP_LOC_NBR           00025300
025400                       AND G.SG_STAT_CD <> 'R' ) ) )              00025400
025500        GROUP BY COALESCE(R.DIST_ID, 0), S.OP_LOC_NBR,            00025500
025600                 S.OP_DT_TYP_CD                                   00025600
025700        ORDER BY 1, 2, 3                                          00025700
025800     END-EXEC                                                     00025800
025900                                                                  00025900
026000* The new stores on the master with the MMMB2901 checklist items. 00026000
026100     EXEC SQL                                                     00026100
026200       DECLARE READY-CSR CURSOR FOR                               00026200
026300       SELECT LOC_NBR, DIST_ID, MKT_RGN_ID, CURR_AD_ZN_NBR,       00026300
026400              RETL_LOC_FRMAT_CD, GRP_CD, CHAR(SLS_OPEN_DT, ISO),  00026400
026500              RETL_UNLD_CD,                                       00026500
026600              MON_OPEN_TM, MON_CLOS_TM, TUE_OPEN_TM, TUE_CLOS_TM, 00026600
026700              WED_OPEN_TM, WED_CLOS_TM, THUR_OPEN_TM,             00026700
026800              THUR_CLOS_TM, FRI_OPEN_TM, FRI_CLOS_TM,             00026800
026900              SAT_OPEN_TM, SAT_CLOS_TM, SUN_OPEN_TM, SUN_CLOS_TM  00026900
027000         FROM XXXAIL_LOC                                          00027000
027100        WHERE LOC_TYP_CD = 'S '                                   00027100
027200          AND NEW_STR_SW = 'Y'                                    00027200
027300        ORDER BY DIST_ID, LOC_NBR                                 00027300
027400     END-EXEC                                                     00027400
027500                                                                  00027500
027600* Staged stores opening within the horizon that are not on the    00027600
027700* store master yet.                                               00027700
027800     EXEC SQL                                                     00027800
027900       DECLARE STAGE-CSR CURSOR FOR                               00027900
028000       SELECT G.SG_STORE_NO, CHAR(G.SG_OPENING_DT, ISO)           00028000
028100         FROM FC_XXXAIL_STORE_STAGE G                             00028100
028200        WHERE G.SG_STAT_CD <> 'R'                                 00028200
028300          AND G.SG_OPENING_DT BETWEEN DATE(:WS-TODAY-DT)          00028300
028400                                  AND DATE(:WS-HORIZON-DT)        00028400
028500          AND NOT EXISTS                                          00028500
028600              ( SELECT 1                                          00028600
028700                  FROM XXXAIL_LOC R                               00028700
028800                 WHERE R.LOC_TYP_CD = 'S '                        00028800
028900                   AND R.LOC_NBR    = G.SG_STORE_NO )             00028900
029000        ORDER BY G.SG_STORE_NO                                    00029000
029100     END-EXEC                                                     00029100
029200                                                                  00029200
029300 PROCEDURE DIVISION.                                              00029300
029400***************************************************************** 00029400
029500* Start of program main line.                                     00029500
029600***************************************************************** 00029600
029700 000-MAIN.                                                        00029700
029800     PERFORM 050-RUN-CNTL-START                                   00029800
029900     IF SQL-ERROR-DETECTED                                        00029900
030000       MOVE 8 TO RETURN-CODE                                      00030000
030100       GOBACK                                                     00030100
030200     END-IF                                                       00030200
030300     PERFORM 100-INITIALIZE                                       00030300
030400     IF SQL-NO-ERROR                                              00030400
030500       PERFORM 200-REPORT-THE-SLIPPAGE                            00030500
030600     END-IF                                                       00030600
030700     IF SQL-NO-ERROR                                              00030700
030800       PERFORM 500-FLAG-UNREADY-STORES                            00030800
030900     END-IF                                                       00030900
031000     PERFORM 900-TERMINATE                                        00031000
031100     PERFORM 055-RUN-CNTL-END                                     00031100
031200     GOBACK                                                       00031200
031300     .                                                            00031300
031400                                                                  00031400
031500*================================================================ 00031500
031600* Initialization - the optional control card sets the horizon,    00031600
031700* and DB2 turns it into the date range.                           00031700
031800*================================================================ 00031800
031900 100-INITIALIZE.                                                  00031900
032000     OPEN INPUT  PARM-IN                                          00032000
032100     READ PARM-IN                                                 00032100
032200       AT END MOVE SPACES TO PARM-REC                             00032200
032300     END-READ                                                     00032300
032400     CLOSE PARM-IN                                                00032400
032500     IF  PARM-HORIZON-DAYS IS NUMERIC                             00032500
032600     AND PARM-HORIZON-DAYS NOT = '000'                            00032600
032700       MOVE PARM-HORIZON-DAYS TO WS-HORIZON-DSP                   00032700
032800       MOVE WS-HORIZON-DSP    TO WS-HORIZON-DAYS                  00032800
032900     END-IF                                                       00032900
033000     MOVE WS-HORIZON-DAYS TO WS-HORIZON-DSP                       00033000
033100     MOVE WS-HORIZON-DSP  TO WS-HDG-HORIZON                       00033100
033200     EXEC SQL                                                     00033200
033300       SELECT CHAR(CURRENT DATE, ISO),                            00033300
033400              CHAR(CURRENT DATE + :WS-HORIZON-DAYS DAYS, ISO)     00033400
033500         INTO :WS-TODAY-DT, :WS-HORIZON-DT                        00033500
033600         FROM SYSIBM.SYSDUMMY1                                    00033600
033700     END-EXEC                                                     00033700
033800     IF SQLCODE NOT = 0                                           00033800
033900       SET SQL-ERROR-DETECTED TO TRUE                             00033900
034000       DISPLAY 'MMMB4402 - ERROR GETTING THE DATES, SQLCODE='     00034000
034100               SQLCODE                                            00034100
034200     END-IF                                                       00034200
034300     MOVE WS-TODAY-DT TO WS-HDG-TODAY                             00034300
034400     OPEN OUTPUT SLIP-RPT                                         00034400
034500     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00034500
034600     WRITE RPT-LINE FROM SPACES                                   00034600
034700     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00034700
034800     .                                                            00034800
034900                                                                  00034900
035000*================================================================ 00035000
035100* Part 1 - the slippage by district, with a total line at each    00035100
035200* change of district and a grand total at the end.                00035200
035300*================================================================ 00035300
035400 200-REPORT-THE-SLIPPAGE.                                         00035400
035500     EXEC SQL                                                     00035500
035600       OPEN SLIP-CSR                                              00035600
035700     END-EXEC                                                     00035700
035800     IF SQLCODE NOT = 0                                           00035800
035900       SET SQL-ERROR-DETECTED TO TRUE                             00035900
036000       DISPLAY 'MMMB4402 - ERROR OPENING SLIP-CSR, SQLCODE='      00036000
036100               SQLCODE                                            00036100
036200     ELSE                                                         00036200
036300       PERFORM 220-FETCH-NEXT-SLIP                                00036300
036400       PERFORM 250-DO-ONE-SLIP                                    00036400
036500         UNTIL SQLCODE NOT = 0                                    00036500
036600       IF SQLCODE = 100                                           00036600
036700         MOVE 0 TO SQLCODE                                        00036700
036800       END-IF                                                     00036800
036900       EXEC SQL                                                   00036900
037000         CLOSE SLIP-CSR                                           00037000
037100       END-EXEC                                                   00037100
037200       IF NOT-FIRST-LINE                                          00037200
037300         PERFORM 290-WRITE-DIST-TOTAL                             00037300
037400       END-IF                                                     00037400
037500       IF SQL-NO-ERROR                                            00037500
037600         MOVE 0 TO SQLCODE                                        00037600
037700         MOVE 'GRAND TOTAL     '   TO WS-TL-TXT                   00037700
037800         MOVE SPACES               TO WS-TL-DIST-ID-X             00037800
037900         MOVE WS-GT-STORE-CNT      TO WS-TL-STORE-CNT             00037900
038000         MOVE WS-GT-CHG-CNT        TO WS-TL-CHG-CNT               00038000
038100         MOVE WS-GT-SLIP-CNT       TO WS-TL-SLIP-CNT              00038100
038200         MOVE WS-GT-SLIP-DAYS      TO WS-TL-SLIP-DAYS             00038200
038300         MOVE WS-GT-NET-DAYS       TO WS-TL-NET-DAYS              00038300
038400         WRITE RPT-LINE FROM WS-TOT-LINE                          00038400
038500       END-IF                                                     00038500
038600     END-IF                                                       00038600
038700     .                                                            00038700
038800                                                                  00038800
038900 220-FETCH-NEXT-SLIP.                                             00038900
039000     EXEC SQL                                                     00039000
039100       FETCH SLIP-CSR                                             00039100
039200         INTO :WS-SL-DIST-ID, :WS-SL-LOC-NBR,                     00039200
039300              :WS-SL-DT-TYP-CD, :WS-SL-FIRST-TS,                  00039300
039400              :WS-SL-LAST-TS, :WS-SL-CHG-CNT,                     00039400
039500              :WS-SL-SLIP-CNT, :WS-SL-SLIP-DAYS,                  00039500
039600              :WS-SL-NET-DAYS                                     00039600
039700     END-EXEC                                                     00039700
039800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00039800
039900       SET SQL-ERROR-DETECTED       TO TRUE                       00039900
040000       DISPLAY 'MMMB4402 - ERROR FETCHING SLIP-CSR, SQLCODE='     00040000
040100               SQLCODE                                            00040100
040200     END-IF                                                       00040200
040300     .                                                            00040300
040400                                                                  00040400
040500 250-DO-ONE-SLIP.                                                 00040500
040600     IF IS-FIRST-LINE                                             00040600
040700       SET NOT-FIRST-LINE TO TRUE                                 00040700
040800       MOVE WS-SL-DIST-ID TO WS-PREV-DIST-ID                      00040800
040900       MOVE 0             TO WS-PREV-LOC-NBR                      00040900
041000     END-IF                                                       00041000
041100     IF WS-SL-DIST-ID NOT = WS-PREV-DIST-ID                       00041100
041200       PERFORM 290-WRITE-DIST-TOTAL                               00041200
041300       MOVE WS-SL-DIST-ID TO WS-PREV-DIST-ID                      00041300
041400     END-IF                                                       00041400
041500     IF WS-SL-LOC-NBR NOT = WS-PREV-LOC-NBR                       00041500
041600       ADD 1 TO WS-DT-STORE-CNT                                   00041600
041700       ADD 1 TO WS-GT-STORE-CNT                                   00041700
041800       MOVE WS-SL-LOC-NBR TO WS-PREV-LOC-NBR                      00041800
041900     END-IF                                                       00041900
042000     PERFORM 260-GET-END-DATES                                    00042000
042100     IF SQL-NO-ERROR                                              00042100
042200       PERFORM 270-WRITE-SLIP-LINE                                00042200
042300       PERFORM 220-FETCH-NEXT-SLIP                                00042300
042400     END-IF                                                       00042400
042500     .                                                            00042500
042600                                                                  00042600
042700*================================================================ 00042700
042800* The original date is the one the earliest row put on file - its 00042800
042900* old date when the history starts with a move of a date set      00042900
043000* before the history began.  The current date and the reason are  00043000
043100* off the latest row.                                             00043100
043200*================================================================ 00043200
043300 260-GET-END-DATES.                                               00043300
043400     MOVE WS-SL-LOC-NBR    TO OP-LOC-NBR                          00043400
043500     MOVE WS-SL-DT-TYP-CD  TO OP-DT-TYP-CD                        00043500
043600     MOVE WS-SL-FIRST-TS   TO OP-CHG-TS                           00043600
043700     EXEC SQL                                                     00043700
043800       SELECT CHAR(CASE WHEN OP_CHG_TYPE_CD = 'M'                 00043800
043900                        THEN OP_OLD_DT ELSE OP_NEW_DT END, ISO)   00043900
044000         INTO :WS-SL-ORIG-DT                                      00044000
044100         FROM FC_XXXAIL_OPEN_SLIP                                 00044100
044200        WHERE OP_LOC_TYP_CD = 'S '                                00044200
044300          AND OP_LOC_NBR    = :DCLFC-XXXAIL-OPEN-SLIP.OP-LOC-NBR  00044300
044400          AND OP_DT_TYP_CD  = :DCLFC-XXXAIL-OPEN-SLIP.OP-DT-TYP-CD00044400
044500          AND OP_CHG_TS     = :DCLFC-XXXAIL-OPEN-SLIP.OP-CHG-TS   00044500
044600        FETCH FIRST 1 ROW ONLY                                    00044600
044700     END-EXEC                                                     00044700
044800     IF SQLCODE = 0                                               00044800
044900       MOVE WS-SL-LAST-TS TO OP-CHG-TS                            00044900
045000       EXEC SQL                                                   00045000
045100         SELECT CHAR(OP_NEW_DT, ISO), OP_RSN_CD                   00045100
045200           INTO :WS-SL-CURR-DT, :WS-SL-LAST-RSN-CD                00045200
045300           FROM FC_XXXAIL_OPEN_SLIP                               00045300
045400          WHERE OP_LOC_TYP_CD = 'S '                              00045400
045500            AND OP_LOC_NBR                                        00045500
045600                = :DCLFC-XXXAIL-OPEN-SLIP.OP-LOC-NBR              00045600
045700            AND OP_DT_TYP_CD                                      00045700
045800                = :DCLFC-XXXAIL-OPEN-SLIP.OP-DT-TYP-CD            00045800
045900            AND OP_CHG_TS                                         00045900
046000                = :DCLFC-XXXAIL-OPEN-SLIP.OP-CHG-TS               00046000
046100          FETCH FIRST 1 ROW ONLY                                  00046100
046200       END-EXEC                                                   00046200
046300     END-IF                                                       00046300
046400     IF SQLCODE NOT = 0                                           00046400
046500       SET SQL-ERROR-DETECTED       TO TRUE                       00046500
046600       DISPLAY 'MMMB4402 - ERROR READING FC_XXXAIL_OPEN_SLIP, '   00046600
046700               'SQLCODE=' SQLCODE                                 00046700
046800     END-IF                                                       00046800
046900     .                                                            00046900
047000                                                                  00047000
047100 270-WRITE-SLIP-LINE.                                             00047100
047200     MOVE WS-SL-DIST-ID          TO WS-SL-L-DIST-ID               00047200
047300     MOVE WS-SL-LOC-NBR          TO WS-SL-L-LOC-NBR               00047300
047400     EVALUATE TRUE                                                00047400
047500       WHEN SL-DT-TYP-STAGE                                       00047500
047600         MOVE 'REAL EST'         TO WS-SL-L-DT-TYP                00047600
047700       WHEN SL-DT-TYP-FC-STORE                                    00047700
047800         MOVE 'FC STORE'         TO WS-SL-L-DT-TYP                00047800
047900       WHEN SL-DT-TYP-SALES-OPEN                                  00047900
048000         MOVE 'SLS OPEN'         TO WS-SL-L-DT-TYP                00048000
048100       WHEN OTHER                                                 00048100
048200         MOVE WS-SL-DT-TYP-CD    TO WS-SL-L-DT-TYP                00048200
048300     END-EVALUATE                                                 00048300
048400     MOVE WS-SL-ORIG-DT          TO WS-SL-L-ORIG-DT               00048400
048500     MOVE WS-SL-CURR-DT          TO WS-SL-L-CURR-DT               00048500
048600     MOVE WS-SL-CHG-CNT          TO WS-SL-L-CHG-CNT               00048600
048700     MOVE WS-SL-SLIP-CNT         TO WS-SL-L-SLIP-CNT              00048700
048800     MOVE WS-SL-SLIP-DAYS        TO WS-SL-L-SLIP-DAYS             00048800
048900     MOVE WS-SL-NET-DAYS         TO WS-SL-L-NET-DAYS              00048900
049000     MOVE WS-SL-LAST-RSN-CD      TO WS-SL-L-RSN-CD                00049000
049100     WRITE RPT-LINE FROM WS-SLIP-LINE                             00049100
049200     ADD WS-SL-CHG-CNT           TO WS-DT-CHG-CNT                 00049200
049300                                    WS-GT-CHG-CNT                 00049300
049400     ADD WS-SL-SLIP-CNT          TO WS-DT-SLIP-CNT                00049400
049500                                    WS-GT-SLIP-CNT                00049500
049600     ADD WS-SL-SLIP-DAYS         TO WS-DT-SLIP-DAYS               00049600
049700                                    WS-GT-SLIP-DAYS               00049700
049800     ADD WS-SL-NET-DAYS          TO WS-DT-NET-DAYS                00049800
049900                                    WS-GT-NET-DAYS                00049900
050000     .                                                            00050000
050100                                                                  00050100
050200 290-WRITE-DIST-TOTAL.                                            00050200
050300     MOVE 'DISTRICT TOTAL  '     TO WS-TL-TXT                     00050300
050400     MOVE WS-PREV-DIST-ID        TO WS-TL-DIST-ID                 00050400
050500     MOVE WS-DT-STORE-CNT        TO WS-TL-STORE-CNT               00050500
050600     MOVE WS-DT-CHG-CNT          TO WS-TL-CHG-CNT                 00050600
050700     MOVE WS-DT-SLIP-CNT         TO WS-TL-SLIP-CNT                00050700
050800     MOVE WS-DT-SLIP-DAYS        TO WS-TL-SLIP-DAYS               00050800
050900     MOVE WS-DT-NET-DAYS         TO WS-TL-NET-DAYS                00050900
051000     WRITE RPT-LINE FROM WS-TOT-LINE                              00051000
051100     WRITE RPT-LINE FROM SPACES                                   00051100
051200     INITIALIZE WS-DIST-TOTALS                                    00051200
051300     .                                                            00051300
051400                                                                  00051400
051500*================================================================ 00051500
051600* Part 2 - stores opening within the horizon that are not ready.  00051600
051700* The opening date is the latest one on the history, whichever    00051700
051800* date type it moved; a store with no history goes by its         00051800
051900* SLS_OPEN_DT.                                                    00051900
052000*================================================================ 00052000
052100 500-FLAG-UNREADY-STORES.                                         00052100
052200     WRITE RPT-LINE FROM SPACES                                   00052200
052300     WRITE RPT-LINE FROM WS-HDG-LINE-3                            00052300
052400     WRITE RPT-LINE FROM SPACES                                   00052400
052500     WRITE RPT-LINE FROM WS-HDG-LINE-4                            00052500
052600     EXEC SQL                                                     00052600
052700       OPEN READY-CSR                                             00052700
052800     END-EXEC                                                     00052800
052900     IF SQLCODE NOT = 0                                           00052900
053000       SET SQL-ERROR-DETECTED TO TRUE                             00053000
053100       DISPLAY 'MMMB4402 - ERROR OPENING READY-CSR, SQLCODE='     00053100
053200               SQLCODE                                            00053200
053300     ELSE                                                         00053300
053400       PERFORM 520-FETCH-NEXT-READY                               00053400
053500       PERFORM 550-DO-ONE-READY                                   00053500
053600         UNTIL SQLCODE NOT = 0                                    00053600
053700       IF SQLCODE = 100                                           00053700
053800         MOVE 0 TO SQLCODE                                        00053800
053900       END-IF                                                     00053900
054000       EXEC SQL                                                   00054000
054100         CLOSE READY-CSR                                          00054100
054200       END-EXEC                                                   00054200
054300     END-IF                                                       00054300
054400     IF SQL-NO-ERROR                                              00054400
054500       PERFORM 600-FLAG-STAGED-STORES                             00054500
054600     END-IF                                                       00054600
054700     .                                                            00054700
054800                                                                  00054800
054900 520-FETCH-NEXT-READY.                                            00054900
055000     EXEC SQL                                                     00055000
055100       FETCH READY-CSR                                            00055100
055200         INTO :WS-RD-LOC-NBR, :WS-RD-DIST-ID,                     00055200
055300              :WS-RD-MKT-RGN-ID, :WS-RD-AD-ZN-NBR,                00055300
055400              :WS-RD-FRMAT-CD, :WS-RD-GRP-CD,                     00055400
055500              :WS-RD-SLS-OPEN-DT, :WS-RD-UNLD-CD,                 00055500
055600              :WS-RD-MON-OPEN-TM, :WS-RD-MON-CLOS-TM,             00055600
055700              :WS-RD-TUE-OPEN-TM, :WS-RD-TUE-CLOS-TM,             00055700
055800              :WS-RD-WED-OPEN-TM, :WS-RD-WED-CLOS-TM,             00055800
055900              :WS-RD-THUR-OPEN-TM, :WS-RD-THUR-CLOS-TM,           00055900
056000              :WS-RD-FRI-OPEN-TM, :WS-RD-FRI-CLOS-TM,             00056000
056100              :WS-RD-SAT-OPEN-TM, :WS-RD-SAT-CLOS-TM,             00056100
056200              :WS-RD-SUN-OPEN-TM, :WS-RD-SUN-CLOS-TM              00056200
056300     END-EXEC                                                     00056300
056400     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00056400
056500       SET SQL-ERROR-DETECTED       TO TRUE                       00056500
056600       DISPLAY 'MMMB4402 - ERROR FETCHING READY-CSR, SQLCODE='    00056600
056700               SQLCODE                                            00056700
056800     END-IF                                                       00056800
056900     .                                                            00056900
057000                                                                  00057000
057100 550-DO-ONE-READY.                                                00057100
057200     PERFORM 560-GET-PLANNED-DATE                                 00057200
057300     IF  SQL-NO-ERROR                                             00057300
057400     AND WS-RD-PLAN-DT NOT < WS-TODAY-DT                          00057400
057500     AND WS-RD-PLAN-DT NOT > WS-HORIZON-DT                        00057500
057600       SET STORE-NOT-FLAGGED TO TRUE                              00057600
057700       PERFORM 570-CHECK-THE-ITEMS                                00057700
057800       IF STORE-IS-FLAGGED                                        00057800
057900         ADD 1 TO WS-FLAG-STORE-CNT                               00057900
058000       END-IF                                                     00058000
058100     END-IF                                                       00058100
058200     IF SQL-NO-ERROR                                              00058200
058300       PERFORM 520-FETCH-NEXT-READY                               00058300
058400     END-IF                                                       00058400
058500     .                                                            00058500
058600                                                                  00058600
058700 560-GET-PLANNED-DATE.                                            00058700
058800     MOVE WS-RD-LOC-NBR TO OP-LOC-NBR                             00058800
058900     EXEC SQL                                                     00058900
059000       SELECT CHAR(OP_NEW_DT, ISO)                                00059000
059100         INTO :WS-RD-PLAN-DT                                      00059100
059200         FROM FC_XXXAIL_OPEN_SLIP                                 00059200
059300        WHERE OP_LOC_TYP_CD = 'S '                                00059300
059400          AND OP_LOC_NBR    = :DCLFC-XXXAIL-OPEN-SLIP.OP-LOC-NBR  00059400
059500        ORDER BY OP_CHG_TS DESC                                   00059500
059600        FETCH FIRST 1 ROW ONLY                                    00059600
059700     END-EXEC                                                     00059700
059800     EVALUATE TRUE                                                00059800
059900       WHEN SQLCODE = 0                                           00059900
060000         CONTINUE                                                 00060000
060100       WHEN SQLCODE = 100                                         00060100
060200         MOVE WS-RD-SLS-OPEN-DT TO WS-RD-PLAN-DT                  00060200
060300         MOVE 0 TO SQLCODE                                        00060300
060400       WHEN OTHER                                                 00060400
060500         SET SQL-ERROR-DETECTED       TO TRUE                     00060500
060600         DISPLAY 'MMMB4402 - ERROR READING FC_XXXAIL_OPEN_SLIP, ' 00060600
060700                 'SQLCODE=' SQLCODE                               00060700
060800     END-EVALUATE                                                 00060800
060900     .                                                            00060900
061000                                                                  00061000
061100*================================================================ 00061100
061200* The MMMB2901 checklist, item for item - one line per missing    00061200
061300* item.                                                           00061300
061400*================================================================ 00061400
061500 570-CHECK-THE-ITEMS.                                             00061500
061600     IF WS-RD-DIST-ID = 0                                         00061600
061700       MOVE 'DISTRICT NOT ASSIGNED' TO WS-EXCP-REASON             00061700
061800       PERFORM 590-WRITE-FLAG-LINE                                00061800
061900     END-IF                                                       00061900
062000     IF WS-RD-MKT-RGN-ID = 0                                      00062000
062100       MOVE 'MARKET REGION NOT ASSIGNED' TO WS-EXCP-REASON        00062100
062200       PERFORM 590-WRITE-FLAG-LINE                                00062200
062300     END-IF                                                       00062300
062400     IF WS-RD-AD-ZN-NBR = 0                                       00062400
062500       MOVE 'CURRENT AD ZONE NOT ASSIGNED' TO WS-EXCP-REASON      00062500
062600       PERFORM 590-WRITE-FLAG-LINE                                00062600
062700     END-IF                                                       00062700
062800     IF WS-RD-FRMAT-CD = SPACES                                   00062800
062900       MOVE 'STORE FORMAT CODE NOT ASSIGNED' TO WS-EXCP-REASON    00062900
063000       PERFORM 590-WRITE-FLAG-LINE                                00063000
063100     END-IF                                                       00063100
063200     IF WS-RD-GRP-CD = SPACES                                     00063200
063300       MOVE 'GROUP CODE NOT ASSIGNED' TO WS-EXCP-REASON           00063300
063400       PERFORM 590-WRITE-FLAG-LINE                                00063400
063500     END-IF                                                       00063500
063600     IF WS-RD-SLS-OPEN-DT = SPACES OR WS-ZERO-DT                  00063600
063700       MOVE 'SALES OPEN DATE NOT SET' TO WS-EXCP-REASON           00063700
063800       PERFORM 590-WRITE-FLAG-LINE                                00063800
063900     END-IF                                                       00063900
064000     IF WS-RD-UNLD-CD = SPACES                                    00064000
064100       MOVE 'UNLOAD CODE NOT ASSIGNED' TO WS-EXCP-REASON          00064100
064200       PERFORM 590-WRITE-FLAG-LINE                                00064200
064300     END-IF                                                       00064300
064400     IF WS-RD-HOURS = SPACES                                      00064400
064500       MOVE 'STORE HOURS NOT SET UP' TO WS-EXCP-REASON            00064500
064600       PERFORM 590-WRITE-FLAG-LINE                                00064600
064700     END-IF                                                       00064700
064800     .                                                            00064800
064900                                                                  00064900
065000 590-WRITE-FLAG-LINE.                                             00065000
065100     SET STORE-IS-FLAGGED TO TRUE                                 00065100
065200     ADD 1 TO WS-FLAG-ITEM-CNT                                    00065200
065300     MOVE WS-RD-DIST-ID          TO WS-FL-DIST-ID                 00065300
065400     MOVE WS-RD-LOC-NBR          TO WS-FL-LOC-NBR                 00065400
065500     MOVE WS-RD-PLAN-DT          TO WS-FL-PLAN-DT                 00065500
065600     MOVE WS-EXCP-REASON         TO WS-FL-REASON                  00065600
065700     WRITE RPT-LINE FROM WS-FLAG-LINE                             00065700
065800     .                                                            00065800
065900                                                                  00065900
066000*================================================================ 00066000
066100* A staged store opening within the horizon that has not been     00066100
066200* released to the store master has none of the items yet.         00066200
066300*================================================================ 00066300
066400 600-FLAG-STAGED-STORES.                                          00066400
066500     EXEC SQL                                                     00066500
066600       OPEN STAGE-CSR                                             00066600
066700     END-EXEC                                                     00066700
066800     IF SQLCODE NOT = 0                                           00066800
066900       SET SQL-ERROR-DETECTED TO TRUE                             00066900
067000       DISPLAY 'MMMB4402 - ERROR OPENING STAGE-CSR, SQLCODE='     00067000
067100               SQLCODE                                            00067100
067200     ELSE                                                         00067200
067300       PERFORM 620-FETCH-NEXT-STAGED                              00067300
067400       PERFORM 650-DO-ONE-STAGED                                  00067400
067500         UNTIL SQLCODE NOT = 0                                    00067500
067600       IF SQLCODE = 100                                           00067600
067700         MOVE 0 TO SQLCODE                                        00067700
067800       END-IF                                                     00067800
067900       EXEC SQL                                                   00067900
068000         CLOSE STAGE-CSR                                          00068000
068100       END-EXEC                                                   00068100
068200     END-IF                                                       00068200
068300     .                                                            00068300
068400                                                                  00068400
068500 620-FETCH-NEXT-STAGED.                                           00068500
068600     EXEC SQL                                                     00068600
068700       FETCH STAGE-CSR                                            00068700
068800         INTO :WS-RD-LOC-NBR, :WS-RD-PLAN-DT                      00068800
068900     END-EXEC                                                     00068900
069000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00069000
069100       SET SQL-ERROR-DETECTED       TO TRUE                       00069100
069200       DISPLAY 'MMMB4402 - ERROR FETCHING STAGE-CSR, SQLCODE='    00069200
069300               SQLCODE                                            00069300
069400     END-IF                                                       00069400
069500     .                                                            00069500
069600                                                                  00069600
069700 650-DO-ONE-STAGED.                                               00069700
069800     ADD 1 TO WS-FLAG-STORE-CNT                                   00069800
069900     MOVE 0 TO WS-RD-DIST-ID                                      00069900
070000     MOVE 'STAGED - NOT YET ON THE STORE MASTER'                  00070000
070100       TO WS-EXCP-REASON                                          00070100
070200     PERFORM 590-WRITE-FLAG-LINE                                  00070200
070300     PERFORM 620-FETCH-NEXT-STAGED                                00070300
070400     .                                                            00070400
070500                                                                  00070500
070600*================================================================ 00070600
070700* Termination - the counts, and close up...                       00070700
070800*================================================================ 00070800
070900 900-TERMINATE.                                                   00070900
071000     IF SQL-ERROR-DETECTED                                        00071000
071100       MOVE 16 TO RETURN-CODE                                     00071100
071200     ELSE                                                         00071200
071300       IF WS-FLAG-STORE-CNT > 0                                   00071300
071400         MOVE 4 TO RETURN-CODE                                    00071400
071500       END-IF                                                     00071500
071600     END-IF                                                       00071600
071700     WRITE RPT-LINE FROM SPACES                                   00071700
071800     MOVE 'PIPELINE STORES WITH HISTORY - ' TO WS-CNT-TXT         00071800
071900     MOVE WS-GT-STORE-CNT                 TO WS-CNT-NBR           00071900
072000     WRITE RPT-LINE FROM WS-CNT-LINE                              00072000
072100     MOVE 'OPENING-DATE SLIPS           - ' TO WS-CNT-TXT         00072100
072200     MOVE WS-GT-SLIP-CNT                  TO WS-CNT-NBR           00072200
072300     WRITE RPT-LINE FROM WS-CNT-LINE                              00072300
072400     MOVE 'STORES NOT READY TO OPEN     - ' TO WS-CNT-TXT         00072400
072500     MOVE WS-FLAG-STORE-CNT               TO WS-CNT-NBR           00072500
072600     WRITE RPT-LINE FROM WS-CNT-LINE                              00072600
072700     MOVE 'CHECKLIST ITEMS MISSING      - ' TO WS-CNT-TXT         00072700
072800     MOVE WS-FLAG-ITEM-CNT                TO WS-CNT-NBR           00072800
072900     WRITE RPT-LINE FROM WS-CNT-LINE                              00072900
073000     CLOSE SLIP-RPT                                               00073000
073100     .                                                            00073100
073200                                                                  00073200
073300*================================================================ 00073300
073400* Run control - refuse a duplicate or out-of-order start, and     00073400
073500* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00073500
073600*================================================================ 00073600
073700 050-RUN-CNTL-START.                                              00073700
073800     INITIALIZE XXXN001A                                          00073800
073900                YYYC0230                                          00073900
074000     SET  YYYC0230-START-RUN TO TRUE                              00074000
074100     MOVE 'MMMB4402' TO YYYC0230-JOB-NM                           00074100
074200     CALL YYYS0230-RUN-CNTL USING                                 00074200
074300         XXXN001A                                                 00074300
074400         YYYC0230                                                 00074400
074500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00074500
074600       SET SQL-ERROR-DETECTED TO TRUE                             00074600
074700       DISPLAY 'MMMB4402 - START REFUSED: ' IS-RTRN-MSG-TXT       00074700
074800     END-IF                                                       00074800
074900     .                                                            00074900
075000                                                                  00075000
075100 055-RUN-CNTL-END.                                                00075100
075200     INITIALIZE XXXN001A                                          00075200
075300                YYYC0230                                          00075300
075400     IF SQL-ERROR-DETECTED                                        00075400
075500       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00075500
075600     ELSE                                                         00075600
075700       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00075700
075800     END-IF                                                       00075800
075900     MOVE 'MMMB4402' TO YYYC0230-JOB-NM                           00075900
076000     CALL YYYS0230-RUN-CNTL USING                                 00076000
076100         XXXN001A                                                 00076100
076200         YYYC0230                                                 00076200
076300     .                                                            00076300
