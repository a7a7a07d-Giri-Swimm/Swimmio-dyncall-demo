000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB4102.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Weekly DSD receiving-window feed and exceptions.                00000600
000700*                                                                 00000700
000800* DSD vendors (bread, beverage, snacks) delivered whenever they   00000800
000900* liked and ran into the warehouse loads at the back door. The    00000900
001000* stores' receiving windows now live on FC_XXXAIL_RCV_WNDW        00001000
001100* (DDDTRW01, MMMO0200 table RW). For the seven days starting      00001100
001200* tomorrow this job:                                              00001200
001300*   DSDOUT  - sends every window of a store that takes DSD        00001300
001400*             orders (SRS-DSD-ORD-SW on XXXAIL_LOC) to the DSD    00001400
001500*             vendors, one record per window and date, held to    00001500
001600*             the store's hours that date as MMMS0168 resolves    00001600
001700*             them - a holiday early close trims the window, a    00001700
001800*             holiday or temporary closure drops it - with a      00001800
001900*             trailer carrying the counts;                        00001900
002000*   RPTOUT  - lists the windows that need someone's attention:    00002000
002100*             a window on a day the warehouse delivery arrives    00002100
002200*             (the MMMB6301 projection, read from PROJIN), a      00002200
002300*             window outside the store's hours or on a day the    00002300
002400*             store is closed, a dock door that is not the        00002400
002500*             store's unload facility (FC_RL_UNLOAD_SW), a        00002500
002600*             window left on a closed store, and a DSD store      00002600
002700*             with no windows at all.                             00002700
002800* PROJIN is MMMB6301's EXTROUT, in location order; the windows    00002800
002900* are merged against it store by store.                           00002900
003000* Ends with return code 4 when anything was listed.               00003000
003100* Batch job - run weekly, schedule after MMMB6301.                00003100
003200*---------------------------------------------------------------- 00003200
003300 ENVIRONMENT DIVISION.                                            00003300
003400 INPUT-OUTPUT SECTION.                                            00003400
003500 FILE-CONTROL.                                                    00003500
003600     SELECT PROJ-IN        ASSIGN TO PROJIN                       00003600
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00003700
003800     SELECT DSD-FEED       ASSIGN TO DSDOUT                       00003800
003900         ORGANIZATION IS LINE SEQUENTIAL.                         00003900
004000     SELECT DSD-RPT        ASSIGN TO RPTOUT                       00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200                                                                  00004200
004300 DATA DIVISION.                                                   00004300
004400 FILE SECTION.                                                    00004400
004500* MMMB6301's projection extract - dates are mm/dd/yyyy.           00004500
004600 FD  PROJ-IN.                                                     00004600
004700 01  PROJ-REC.                                                    00004700
004800     05 PROJ-LOC-TYP-CD                PIC X(2).                  00004800
004900     05 PROJ-LOC-NBR                   PIC 9(9).                  00004900
005000     05 PROJ-REF-DT                    PIC X(10).                 00005000
005100     05 PROJ-SHIP-DT                   PIC X(10).                 00005100
005200     05 PROJ-ARR-DT                    PIC X(10).                 00005200
005300     05 PROJ-CUTOFF-SW                 PIC X(1).                  00005300
005400                                                                  00005400
005500 FD  DSD-FEED.                                                    00005500
005600 01  FEED-REC                          PIC X(100).                00005600
005700                                                                  00005700
005800 FD  DSD-RPT.                                                     00005800
005900 01  RPT-LINE                          PIC X(132).                00005900
006000                                                                  00006000
006100 WORKING-STORAGE SECTION.                                         00006100
006200* --------------------------------------------------------------- 00006200
006300* Misc working storage...                                         00006300
006400* --------------------------------------------------------------- 00006400
006500 01 MMMS0168-HRS-RESOLVER             PIC X(8) VALUE 'MMMS0168'.  00006500
006600 01 WS-WINDOW-COUNT                   PIC 9(6) VALUE 0.           00006600
006700 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00006700
006800 01 WS-FEED-COUNT                     PIC 9(6) VALUE 0.           00006800
006900 01 WS-DSD-STORE-COUNT                PIC 9(6) VALUE 0.           00006900
007000 01 WS-EXCEPTION-COUNT                PIC 9(6) VALUE 0.           00007000
007100 01 WS-DAY-SUB                        PIC S9(4) COMP VALUE 0.     00007100
007200 01 WS-RUN-DATE                       PIC X(8)  VALUE SPACES.     00007200
007300 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00007300
007400    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00007400
007500    88 SQL-NO-ERROR                            VALUE 'N'.         00007500
007600 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00007600
007700    88 IS-EOF                                  VALUE 'Y'.         00007700
007800    88 NOT-EOF                                 VALUE 'N'.         00007800
007900 01 WS-HOURS-SW                       PIC X    VALUE 'N'.         00007900
008000    88 HOURS-RESOLVED                          VALUE 'Y'.         00008000
008100    88 HOURS-NOT-RESOLVED                      VALUE 'N'.         00008100
008200 01 WS-STORE-FED-SW                   PIC X    VALUE 'N'.         00008200
008300    88 STORE-FED                               VALUE 'Y'.         00008300
008400    88 STORE-NOT-FED                           VALUE 'N'.         00008400
008500 01 WS-OUTSIDE-SW                     PIC X    VALUE 'N'.         00008500
008600    88 WINDOW-OUTSIDE-HOURS                    VALUE 'Y'.         00008600
008700    88 WINDOW-INSIDE-HOURS                     VALUE 'N'.         00008700
008800 01 WS-LINE-LEVEL-SW                  PIC X    VALUE 'W'.         00008800
008900    88 LINE-FOR-WINDOW                         VALUE 'W'.         00008900
009000    88 LINE-FOR-STORE                          VALUE 'S'.         00009000
009100 COPY XXXN001A.                                                   00009100
009200 COPY YYYC0230.                                                   00009200
009300 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00009300
009400                                                                  00009400
009500* Store key of the window in hand and of the projection record    00009500
009600* in hand - the two files merge on it.                            00009600
009700 01 WS-STORE-KEY.                                                 00009700
009800    05 WS-SK-LOC-TYP-CD               PIC X(2)  VALUE SPACES.     00009800
009900    05 WS-SK-LOC-NBR                  PIC 9(9)  VALUE 0.          00009900
010000 01 WS-PROJ-KEY.                                                  00010000
010100    05 WS-PK-LOC-TYP-CD               PIC X(2)  VALUE SPACES.     00010100
010200    05 WS-PK-LOC-NBR                  PIC 9(9)  VALUE 0.          00010200
010300 01 WS-ROW-KEY.                                                   00010300
010400    05 WS-RK-LOC-TYP-CD               PIC X(2)  VALUE SPACES.     00010400
010500    05 WS-RK-LOC-NBR                  PIC 9(9)  VALUE 0.          00010500
010600                                                                  00010600
010700* One window off the cursor.                                      00010700
010800 01 WS-WN-ROW.                                                    00010800
010900    05 WS-WN-LOC-TYP-CD               PIC X(2).                   00010900
011000    05 WS-WN-LOC-NBR                  PIC S9(9) COMP.             00011000
011100    05 WS-WN-DAY-NBR                  PIC S9(1) COMP-3.           00011100
011200    05 WS-WN-STRT-TM                  PIC X(8).                   00011200
011300    05 WS-WN-END-TM                   PIC X(8).                   00011300
011400    05 WS-WN-DOOR-CD                  PIC X(1).                   00011400
011500    05 WS-WN-MAX-VNDR-QTY             PIC S9(3) COMP-3.           00011500
011600    05 WS-WN-DSD-ORD-SW               PIC X(1).                   00011600
011700    05 WS-WN-UNLOAD-SW                PIC X(1).                   00011700
011800    05 WS-WN-STORE-NM                 PIC X(30).                  00011800
011900    05 WS-WN-STORE-OPEN-SW            PIC X(1).                   00011900
012000       88 WN-STORE-OPEN                        VALUE 'Y'.         00012000
012100                                                                  00012100
012200* A DSD store with no windows, off the second cursor.             00012200
012300 01 WS-NW-LOC-NBR                     PIC S9(9) COMP VALUE 0.     00012300
012400 01 WS-NW-STORE-NM                    PIC X(30) VALUE SPACES.     00012400
012500                                                                  00012500
012600* The seven dates the feed covers, tomorrow first, each with      00012600
012700* its day of week (1 = Monday ... 7 = Sunday), the projection's   00012700
012800* form of the date, and - per store - whether a warehouse         00012800
012900* delivery arrives and the store's resolved hours.                00012900
013000 01 WS-SLOT-DT                        PIC X(10) VALUE SPACES.     00013000
013100 01 WS-SLOT-DOW                       PIC S9(4) COMP VALUE 0.     00013100
013200 01 WS-CAL-TABLE.                                                 00013200
013300    05 WS-CAL-DAY OCCURS 7.                                       00013300
013400       10 WS-CAL-DT                   PIC X(10).                  00013400
013500       10 WS-CAL-DOW                  PIC 9(1).                   00013500
013600       10 WS-CAL-MDY                  PIC X(10).                  00013600
013700       10 WS-CAL-ARR-SW               PIC X(1).                   00013700
013800          88 WS-CAL-WHSE-ARRIVES               VALUE 'Y'.         00013800
013900       10 WS-CAL-OPEN-TM              PIC X(8).                   00013900
014000       10 WS-CAL-CLOS-TM              PIC X(8).                   00014000
014100       10 WS-CAL-CLOSED-SW            PIC X(1).                   00014100
014200          88 WS-CAL-CLOSED-ALL-DAY             VALUE 'Y'.         00014200
014300       10 WS-CAL-SOURCE-CD            PIC X(1).                   00014300
014400          88 WS-CAL-FROM-OVERRIDE              VALUE 'O'.         00014400
014500          88 WS-CAL-FROM-TEMP-CLOSURE          VALUE 'T'.         00014500
014600                                                                  00014600
014700* The window as it goes to the vendors, held to store hours.      00014700
014800 01 WS-FEED-STRT-TM                   PIC X(8)  VALUE SPACES.     00014800
014900 01 WS-FEED-END-TM                    PIC X(8)  VALUE SPACES.     00014900
015000 01 WS-CLOS-LIMIT-TM                  PIC X(8)  VALUE SPACES.     00015000
015100 01 K-END-OF-DAY-TM                   PIC X(8)  VALUE '24.00.00'. 00015100
015200                                                                  00015200
015300 01 WS-DAY-NAMES.                                                 00015300
015400    05 FILLER PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.            00015400
015500 01 WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.                        00015500
015600    05 WS-DAY-NM OCCURS 7 TIMES       PIC X(3).                   00015600
015700                                                                  00015700
015800* DSD vendor feed layout - one record per store, window and       00015800
015900* date, plus a trailer carrying the counts.                       00015900
016000 01 WS-FEED-DTL.                                                  00016000
016100    05 WS-FEED-DTL-REC-TYP          PIC X(1)  VALUE 'D'.          00016100
016200    05 WS-FEED-DTL-STORE-NBR        PIC 9(9).                     00016200
016300    05 WS-FEED-DTL-STORE-NM         PIC X(30).                    00016300
016400    05 WS-FEED-DTL-WNDW-DT          PIC X(10).                    00016400
016500    05 WS-FEED-DTL-DAY-NBR          PIC 9(1).                     00016500
016600    05 WS-FEED-DTL-STRT-TM          PIC X(8).                     00016600
016700    05 WS-FEED-DTL-END-TM           PIC X(8).                     00016700
016800    05 WS-FEED-DTL-DOOR-CD          PIC X(1).                     00016800
016900    05 WS-FEED-DTL-MAX-VNDR-QTY     PIC 9(3).                     00016900
017000    05 WS-FEED-DTL-OPEN-TM          PIC X(8).                     00017000
017100    05 WS-FEED-DTL-CLOS-TM          PIC X(8).                     00017100
017200    05 FILLER                       PIC X(13) VALUE SPACES.       00017200
017300                                                                  00017300
017400 01 WS-FEED-TRL.                                                  00017400
017500    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00017500
017600    05 WS-FEED-TRL-RUN-DATE         PIC X(8).                     00017600
017700    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00017700
017800    05 WS-FEED-TRL-STORE-CNT        PIC 9(9).                     00017800
017900    05 FILLER                       PIC X(73) VALUE SPACES.       00017900
018000                                                                  00018000
018100 01 WS-HDG-LINE-1.                                                00018100
018200    05 FILLER PIC X(60) VALUE                                     00018200
018300       'MMMB4102 - DSD RECEIVING WINDOWS - EXCEPTIONS'.           00018300
018400 01 WS-HDG-LINE-2.                                                00018400
018500    05 FILLER PIC X(9)  VALUE '    STORE'.                        00018500
018600    05 FILLER PIC X(2)  VALUE SPACES.                             00018600
018700    05 FILLER PIC X(30) VALUE 'STORE NAME'.                       00018700
018800    05 FILLER PIC X(2)  VALUE SPACES.                             00018800
018900    05 FILLER PIC X(5)  VALUE 'DAY'.                              00018900
019000    05 FILLER PIC X(19) VALUE 'WINDOW'.                           00019000
019100    05 FILLER PIC X(12) VALUE 'DATE'.                             00019100
019200    05 FILLER PIC X(50) VALUE 'EXCEPTION REASON'.                 00019200
019300                                                                  00019300
019400 01 WS-DTL-LINE.                                                  00019400
019500    05 WS-DTL-STORE-NO              PIC ZZZZZZZZ9.                00019500
019600    05 FILLER                       PIC X(2) VALUE SPACES.        00019600
019700    05 WS-DTL-STORE-NM              PIC X(30).                    00019700
019800    05 FILLER                       PIC X(2) VALUE SPACES.        00019800
019900    05 WS-DTL-DAY-NM                PIC X(3).                     00019900
020000    05 FILLER                       PIC X(2) VALUE SPACES.        00020000
020100    05 WS-DTL-STRT-TM               PIC X(8).                     00020100
020200    05 WS-DTL-DASH                  PIC X(1).                     00020200
020300    05 WS-DTL-END-TM                PIC X(8).                     00020300
020400    05 FILLER                       PIC X(2) VALUE SPACES.        00020400
020500    05 WS-DTL-WNDW-DT               PIC X(10).                    00020500
020600    05 FILLER                       PIC X(2) VALUE SPACES.        00020600
020700    05 WS-DTL-REASON                PIC X(50).                    00020700
020800                                                                  00020800
020900 01 WS-SUMMARY-LINE.                                              00020900
021000    05 FILLER PIC X(26) VALUE 'WINDOWS ON FILE        - '.        00021000
021100    05 WS-SUM-WINDOWS               PIC ZZZ,ZZ9.                  00021100
021200 01 WS-SUMMARY-LINE2.                                             00021200
021300    05 FILLER PIC X(26) VALUE 'STORES WITH WINDOWS    - '.        00021300
021400    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00021400
021500 01 WS-SUMMARY-LINE3.                                             00021500
021600    05 FILLER PIC X(26) VALUE 'DSD STORES FED         - '.        00021600
021700    05 WS-SUM-DSD-STORES            PIC ZZZ,ZZ9.                  00021700
021800 01 WS-SUMMARY-LINE4.                                             00021800
021900    05 FILLER PIC X(26) VALUE 'FEED RECORDS WRITTEN   - '.        00021900
022000    05 WS-SUM-FEED                  PIC ZZZ,ZZ9.                  00022000
022100 01 WS-SUMMARY-LINE5.                                             00022100
022200    05 FILLER PIC X(26) VALUE 'EXCEPTIONS LISTED      - '.        00022200
022300    05 WS-SUM-EXCEPTION             PIC ZZZ,ZZ9.                  00022300
022400                                                                  00022400
022500* --------------------------------------------------------------- 00022500
022600* Miscellaneous copy books go here...                             00022600
022700* --------------------------------------------------------------- 00022700
022800 COPY MMMC0168.                                                   00022800
022900                                                                  00022900
023000* ----------------------------------------------------------------00023000
023100* DB2 stuff...                                                    00023100
023200* ----------------------------------------------------------------00023200
023300     EXEC SQL                                                     00023300
023400       INCLUDE SQLCA                                              00023400
023500     END-EXEC                                                     00023500
023600                                                                  00023600
023700     EXEC SQL                                                     00023700
023800       INCLUDE DDDTRW01                                           00023800
023900     END-EXEC                                                     00023900
024000                                                                  00024000
024100* Every window on file, store by store in the projection's        00024100
024200* order, with the store's DSD ordering switch, its unload         00024200
024300* facility code and whether it is open.                           00024300
024400     EXEC SQL                                                     00024400
024500       DECLARE WNDW-CSR CURSOR WITH HOLD FOR                      00024500
024600       SELECT W.RW_LOC_TYP_CD, W.RW_LOC_NBR,                      00024600
024700              W.RW_DAY_OF_WK_NBR, W.RW_STRT_TM, W.RW_END_TM,      00024700
024800              W.RW_DOOR_CD, W.RW_MAX_VNDR_QTY,                    00024800
024900              COALESCE(L.SRS_DSD_ORD_SW, 'N'),                    00024900
025000              COALESCE(F.FC_RL_UNLOAD_SW, ' '),                   00025000
025100              COALESCE(F.FC_RL_STORE_NM, ' '),                    00025100
025200              CASE WHEN F.FC_RL_STATUS_CD = 'A'                   00025200
025300                    AND ( F.FC_RL_CLOSING_DT = '0001-01-01'       00025300
025400                       OR F.FC_RL_CLOSING_DT >= CURRENT DATE )    00025400
025500                   THEN 'Y' ELSE 'N' END                          00025500
025600         FROM FC_XXXAIL_RCV_WNDW W                                00025600
025700              LEFT OUTER JOIN XXXAIL_LOC L                        00025700
025800                 ON L.LOC_TYP_CD = W.RW_LOC_TYP_CD                00025800
025900                AND L.LOC_NBR    = W.RW_LOC_NBR                   00025900
026000              LEFT OUTER JOIN FC_XXXAIL_STORES F                  00026000
026100                 ON F.FC_STORE_NO = W.RW_LOC_NBR                  00026100
026200        ORDER BY W.RW_LOC_TYP_CD, W.RW_LOC_NBR,                   00026200
026300                 W.RW_DAY_OF_WK_NBR, W.RW_STRT_TM                 00026300
026400     END-EXEC                                                     00026400
026500                                                                  00026500
026600* Active stores that take DSD orders but have no window.          00026600
026700     EXEC SQL                                                     00026700
026800       DECLARE NOWNDW-CSR CURSOR WITH HOLD FOR                    00026800
026900       SELECT L.LOC_NBR, COALESCE(F.FC_RL_STORE_NM, ' ')          00026900
027000         FROM XXXAIL_LOC L                                        00027000
027100              LEFT OUTER JOIN FC_XXXAIL_STORES F                  00027100
027200                 ON F.FC_STORE_NO = L.LOC_NBR                     00027200
027300        WHERE L.LOC_TYP_CD       = 'S '                           00027300
027400          AND L.RETL_LOC_STAT_CD = 'A'                            00027400
027500          AND L.SRS_DSD_ORD_SW   = 'Y'                            00027500
027600          AND NOT EXISTS                                          00027600
027700              ( SELECT 1                                          00027700
027800                  FROM FC_XXXAIL_RCV_WNDW W                       00027800
027900                 WHERE W.RW_LOC_TYP_CD = L.LOC_TYP_CD             00027900
028000                   AND W.RW_LOC_NBR    = L.LOC_NBR )              00028000
028100        ORDER BY L.LOC_NBR                                        00028100
028200     END-EXEC                                                     00028200
028300                                                                  00028300
028400 PROCEDURE DIVISION.                                              00028400
028500***************************************************************** 00028500
028600* Start of program main line.                                     00028600
028700***************************************************************** 00028700
028800 000-MAIN.                                                        00028800
028900     PERFORM 050-RUN-CNTL-START                                   00028900
029000     IF SQL-ERROR-DETECTED                                        00029000
029100       MOVE 8 TO RETURN-CODE                                      00029100
029200       GOBACK                                                     00029200
029300     END-IF                                                       00029300
029400     PERFORM 100-INITIALIZE                                       00029400
029500     PERFORM 200-PROCESS-WINDOWS                                  00029500
029600     IF SQL-NO-ERROR                                              00029600
029700       PERFORM 500-LIST-DSD-STORES-NO-WNDW                        00029700
029800     END-IF                                                       00029800
029900     PERFORM 900-TERMINATE                                        00029900
030000     PERFORM 055-RUN-CNTL-END                                     00030000
030100     GOBACK                                                       00030100
030200     .                                                            00030200
030300                                                                  00030300
030400*================================================================ 00030400
030500* Initialization...                                               00030500
030600*================================================================ 00030600
030700 100-INITIALIZE.                                                  00030700
030800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00030800
030900     OPEN INPUT  PROJ-IN                                          00030900
031000     OPEN OUTPUT DSD-FEED                                         00031000
031100                 DSD-RPT                                          00031100
031200     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00031200
031300     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00031300
031400                                                                  00031400
031500     PERFORM 110-BUILD-CALENDAR                                   00031500
031600     IF SQL-NO-ERROR                                              00031600
031700       PERFORM 140-READ-PROJECTION                                00031700
031800       EXEC SQL                                                   00031800
031900         OPEN WNDW-CSR                                            00031900
032000       END-EXEC                                                   00032000
032100       IF SQLCODE NOT = 0                                         00032100
032200         SET SQL-ERROR-DETECTED       TO TRUE                     00032200
032300         DISPLAY 'MMMB4102 - ERROR OPENING WNDW-CSR, SQLCODE='    00032300
032400                 SQLCODE                                          00032400
032500       ELSE                                                       00032500
032600         PERFORM 120-FETCH-NEXT-WINDOW                            00032600
032700       END-IF                                                     00032700
032800     END-IF                                                       00032800
032900     .                                                            00032900
033000                                                                  00033000
033100*================================================================ 00033100
033200* The seven dates the feed covers, tomorrow through a week out,   00033200
033300* with their days of week.                                        00033300
033400*================================================================ 00033400
033500 110-BUILD-CALENDAR.                                              00033500
033600     PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                       00033600
033700             UNTIL WS-DAY-SUB > 7 OR SQL-ERROR-DETECTED           00033700
033800       PERFORM 115-GET-ONE-CALENDAR-DAY                           00033800
033900     END-PERFORM                                                  00033900
034000     .                                                            00034000
034100                                                                  00034100
034200 115-GET-ONE-CALENDAR-DAY.                                        00034200
034300     EXEC SQL                                                     00034300
034400       SELECT CHAR(CURRENT DATE + :WS-DAY-SUB DAYS, ISO),         00034400
034500              DAYOFWEEK_ISO(CURRENT DATE + :WS-DAY-SUB DAYS)      00034500
034600         INTO :WS-SLOT-DT, :WS-SLOT-DOW                           00034600
034700         FROM SYSIBM.SYSDUMMY1                                    00034700
034800     END-EXEC                                                     00034800
034900     IF SQLCODE NOT = 0                                           00034900
035000       SET SQL-ERROR-DETECTED       TO TRUE                       00035000
035100       DISPLAY 'MMMB4102 - ERROR BUILDING CALENDAR, SQLCODE='     00035100
035200               SQLCODE                                            00035200
035300     ELSE                                                         00035300
035400       MOVE WS-SLOT-DT  TO WS-CAL-DT  (WS-DAY-SUB)                00035400
035500       MOVE WS-SLOT-DOW TO WS-CAL-DOW (WS-DAY-SUB)                00035500
035600       MOVE SPACES      TO WS-CAL-MDY (WS-DAY-SUB)                00035600
035700       STRING WS-SLOT-DT (6 : 2) '/' WS-SLOT-DT (9 : 2) '/'       00035700
035800              WS-SLOT-DT (1 : 4)                                  00035800
035900         DELIMITED BY SIZE INTO WS-CAL-MDY (WS-DAY-SUB)           00035900
036000     END-IF                                                       00036000
036100     .                                                            00036100
036200                                                                  00036200
036300*================================================================ 00036300
036400* Fetch the next window...                                        00036400
036500*================================================================ 00036500
036600 120-FETCH-NEXT-WINDOW.                                           00036600
036700     EXEC SQL                                                     00036700
036800       FETCH WNDW-CSR                                             00036800
036900         INTO :WS-WN-LOC-TYP-CD,                                  00036900
037000              :WS-WN-LOC-NBR,                                     00037000
037100              :WS-WN-DAY-NBR,                                     00037100
037200              :WS-WN-STRT-TM,                                     00037200
037300              :WS-WN-END-TM,                                      00037300
037400              :WS-WN-DOOR-CD,                                     00037400
037500              :WS-WN-MAX-VNDR-QTY,                                00037500
037600              :WS-WN-DSD-ORD-SW,                                  00037600
037700              :WS-WN-UNLOAD-SW,                                   00037700
037800              :WS-WN-STORE-NM,                                    00037800
037900              :WS-WN-STORE-OPEN-SW                                00037900
038000     END-EXEC                                                     00038000
038100     EVALUATE TRUE                                                00038100
038200       WHEN SQLCODE = 100                                         00038200
038300         SET IS-EOF TO TRUE                                       00038300
038400       WHEN SQLCODE NOT = 0                                       00038400
038500         SET IS-EOF TO TRUE                                       00038500
038600         SET SQL-ERROR-DETECTED       TO TRUE                     00038600
038700         DISPLAY 'MMMB4102 - ERROR FETCHING WNDW-CSR, SQLCODE='   00038700
038800                 SQLCODE                                          00038800
038900       WHEN OTHER                                                 00038900
039000         ADD 1 TO WS-WINDOW-COUNT                                 00039000
039100         MOVE WS-WN-LOC-TYP-CD TO WS-RK-LOC-TYP-CD                00039100
039200         MOVE WS-WN-LOC-NBR    TO WS-RK-LOC-NBR                   00039200
039300     END-EVALUATE                                                 00039300
039400     .                                                            00039400
039500                                                                  00039500
039600*================================================================ 00039600
039700* Next projection record - at end the key goes high, so every     00039700
039800* store still to come finds no warehouse arrivals.                00039800
039900*================================================================ 00039900
040000 140-READ-PROJECTION.                                             00040000
040100     READ PROJ-IN                                                 00040100
040200       AT END                                                     00040200
040300         MOVE HIGH-VALUES TO WS-PROJ-KEY                          00040300
040400       NOT AT END                                                 00040400
040500         MOVE PROJ-LOC-TYP-CD TO WS-PK-LOC-TYP-CD                 00040500
040600         MOVE PROJ-LOC-NBR    TO WS-PK-LOC-NBR                    00040600
040700     END-READ                                                     00040700
040800     .                                                            00040800
040900                                                                  00040900
041000*================================================================ 00041000
041100* Every window on file, a store at a time...                      00041100
041200*================================================================ 00041200
041300 200-PROCESS-WINDOWS.                                             00041300
041400     PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED                   00041400
041500       IF WS-ROW-KEY NOT = WS-STORE-KEY                           00041500
041600         PERFORM 210-START-NEW-STORE                              00041600
041700       END-IF                                                     00041700
041800       PERFORM 300-CHECK-ONE-WINDOW                               00041800
041900       PERFORM 120-FETCH-NEXT-WINDOW                              00041900
042000     END-PERFORM                                                  00042000
042100     .                                                            00042100
042200                                                                  00042200
042300*================================================================ 00042300
042400* A new store - the dates this week the warehouse delivery        00042400
042500* arrives, and the store's hours each date.                       00042500
042600*================================================================ 00042600
042700 210-START-NEW-STORE.                                             00042700
042800     MOVE WS-ROW-KEY TO WS-STORE-KEY                              00042800
042900     ADD 1 TO WS-STORE-COUNT                                      00042900
043000     SET STORE-NOT-FED TO TRUE                                    00043000
043100     PERFORM 220-LOAD-WHSE-ARRIVALS                               00043100
043200     SET HOURS-NOT-RESOLVED TO TRUE                               00043200
043300     IF WN-STORE-OPEN                                             00043300
043400       PERFORM 230-RESOLVE-THE-HOURS                              00043400
043500     END-IF                                                       00043500
043600     .                                                            00043600
043700                                                                  00043700
043800*    Skip the projection past stores with no windows, then        00043800
043900*    mark each of this store's arrival dates inside the week.     00043900
044000 220-LOAD-WHSE-ARRIVALS.                                          00044000
044100     PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                       00044100
044200             UNTIL WS-DAY-SUB > 7                                 00044200
044300       MOVE 'N' TO WS-CAL-ARR-SW (WS-DAY-SUB)                     00044300
044400     END-PERFORM                                                  00044400
044500     PERFORM UNTIL WS-PROJ-KEY NOT < WS-STORE-KEY                 00044500
044600       PERFORM 140-READ-PROJECTION                                00044600
044700     END-PERFORM                                                  00044700
044800     PERFORM UNTIL WS-PROJ-KEY NOT = WS-STORE-KEY                 00044800
044900       PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                     00044900
045000               UNTIL WS-DAY-SUB > 7                               00045000
045100         IF PROJ-ARR-DT = WS-CAL-MDY (WS-DAY-SUB)                 00045100
045200           SET WS-CAL-WHSE-ARRIVES (WS-DAY-SUB) TO TRUE           00045200
045300         END-IF                                                   00045300
045400       END-PERFORM                                                00045400
045500       PERFORM 140-READ-PROJECTION                                00045500
045600     END-PERFORM                                                  00045600
045700     .                                                            00045700
045800                                                                  00045800
045900*    The store's hours each date, through MMMS0168 - holiday      00045900
046000*    overrides and temporary closures included.                   00046000
046100 230-RESOLVE-THE-HOURS.                                           00046100
046200     SET HOURS-RESOLVED TO TRUE                                   00046200
046300     PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                       00046300
046400             UNTIL WS-DAY-SUB > 7 OR HOURS-NOT-RESOLVED           00046400
046500       INITIALIZE XXXN001A                                        00046500
046600                  MMMC0168                                        00046600
046700       MOVE WS-SK-LOC-NBR         TO MMMC0168-LOC-NBR             00046700
046800       MOVE WS-SK-LOC-TYP-CD      TO MMMC0168-LOC-TYP-CD          00046800
046900       MOVE WS-CAL-DT (WS-DAY-SUB) TO MMMC0168-ASK-DT             00046900
047000       CALL MMMS0168-HRS-RESOLVER USING                           00047000
047100           XXXN001A                                               00047100
047200           MMMC0168                                               00047200
047300       IF NOT SUCCESS                                             00047300
047400         SET HOURS-NOT-RESOLVED TO TRUE                           00047400
047500         SET LINE-FOR-STORE      TO TRUE                          00047500
047600         MOVE SPACES             TO WS-DTL-REASON                 00047600
047700         STRING 'HOURS NOT RESOLVED - ' IS-RTRN-MSG-TXT           00047700
047800           DELIMITED BY SIZE INTO WS-DTL-REASON                   00047800
047900         PERFORM 800-WRITE-EXCEPTION-LINE                         00047900
048000         SET LINE-FOR-WINDOW     TO TRUE                          00048000
048100       ELSE                                                       00048100
048200         MOVE MMMC0168-OPEN-TM   TO WS-CAL-OPEN-TM   (WS-DAY-SUB) 00048200
048300         MOVE MMMC0168-CLOS-TM   TO WS-CAL-CLOS-TM   (WS-DAY-SUB) 00048300
048400         MOVE MMMC0168-CLOSED-SW TO WS-CAL-CLOSED-SW (WS-DAY-SUB) 00048400
048500         MOVE MMMC0168-SOURCE-CD TO WS-CAL-SOURCE-CD (WS-DAY-SUB) 00048500
048600         IF MMMC0168-CLOSES-NEXT-DAY                              00048600
048700           MOVE K-END-OF-DAY-TM  TO WS-CAL-CLOS-TM   (WS-DAY-SUB) 00048700
048800         END-IF                                                   00048800
048900       END-IF                                                     00048900
049000     END-PERFORM                                                  00049000
049100     .                                                            00049100
049200                                                                  00049200
049300*================================================================ 00049300
049400* One window - the store-level checks, then the date in the       00049400
049500* coming week that falls on the window's day.                     00049500
049600*================================================================ 00049600
049700 300-CHECK-ONE-WINDOW.                                            00049700
049800     MOVE 0 TO WS-DAY-SUB                                         00049800
049900     EVALUATE TRUE                                                00049900
050000       WHEN NOT WN-STORE-OPEN                                     00050000
050100         MOVE 'STORE IS CLOSED - WINDOW LEFT ON FILE'             00050100
050200           TO WS-DTL-REASON                                       00050200
050300         PERFORM 800-WRITE-EXCEPTION-LINE                         00050300
050400       WHEN WS-WN-DOOR-CD NOT = 'F'                               00050400
050500        AND ( WS-WN-UNLOAD-SW = SPACES                            00050500
050600           OR WS-WN-DOOR-CD NOT = WS-WN-UNLOAD-SW )               00050600
050700         MOVE 'DOOR IS NOT THE STORE''S UNLOAD FACILITY'          00050700
050800           TO WS-DTL-REASON                                       00050800
050900         PERFORM 800-WRITE-EXCEPTION-LINE                         00050900
051000     END-EVALUATE                                                 00051000
051100                                                                  00051100
051200     IF WN-STORE-OPEN AND HOURS-RESOLVED                          00051200
051300       PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                     00051300
051400               UNTIL WS-DAY-SUB > 7                               00051400
051500         IF WS-CAL-DOW (WS-DAY-SUB) = WS-WN-DAY-NBR               00051500
051600           PERFORM 310-CHECK-THE-WINDOW-DATE                      00051600
051700         END-IF                                                   00051700
051800       END-PERFORM                                                00051800
051900     END-IF                                                       00051900
052000     .                                                            00052000
052100                                                                  00052100
052200*    Against the warehouse arrivals and the store's hours that    00052200
052300*    date; what survives the hours goes to the vendors.           00052300
052400 310-CHECK-THE-WINDOW-DATE.                                       00052400
052500     IF WS-CAL-WHSE-ARRIVES (WS-DAY-SUB)                          00052500
052600       MOVE 'WAREHOUSE DELIVERY ARRIVES THAT DAY'                 00052600
052700         TO WS-DTL-REASON                                         00052700
052800       PERFORM 800-WRITE-EXCEPTION-LINE                           00052800
052900     END-IF                                                       00052900
053000                                                                  00053000
053100     EVALUATE TRUE                                                00053100
053200       WHEN WS-CAL-CLOSED-ALL-DAY (WS-DAY-SUB)                    00053200
053300        AND WS-CAL-FROM-TEMP-CLOSURE (WS-DAY-SUB)                 00053300
053400         MOVE 'STORE TEMPORARILY CLOSED THAT DAY'                 00053400
053500           TO WS-DTL-REASON                                       00053500
053600         PERFORM 800-WRITE-EXCEPTION-LINE                         00053600
053700       WHEN WS-CAL-CLOSED-ALL-DAY (WS-DAY-SUB)                    00053700
053800        AND WS-CAL-FROM-OVERRIDE (WS-DAY-SUB)                     00053800
053900         MOVE 'STORE CLOSED THAT DAY - HOLIDAY HOURS'             00053900
054000           TO WS-DTL-REASON                                       00054000
054100         PERFORM 800-WRITE-EXCEPTION-LINE                         00054100
054200       WHEN WS-CAL-CLOSED-ALL-DAY (WS-DAY-SUB)                    00054200
054300         MOVE 'STORE CLOSED THAT DAY OF THE WEEK'                 00054300
054400           TO WS-DTL-REASON                                       00054400
054500         PERFORM 800-WRITE-EXCEPTION-LINE                         00054500
054600       WHEN OTHER                                                 00054600
054700         PERFORM 320-HOLD-TO-STORE-HOURS                          00054700
054800     END-EVALUATE                                                 00054800
054900     .                                                            00054900
055000                                                                  00055000
055100*    A window starting before the store opens or running past     00055100
055200*    its close is listed, and goes out trimmed to the hours.      00055200
055300 320-HOLD-TO-STORE-HOURS.                                         00055300
055400     SET WINDOW-INSIDE-HOURS TO TRUE                              00055400
055500     MOVE WS-WN-STRT-TM                 TO WS-FEED-STRT-TM        00055500
055600     MOVE WS-WN-END-TM                  TO WS-FEED-END-TM         00055600
055700     MOVE WS-CAL-CLOS-TM (WS-DAY-SUB)   TO WS-CLOS-LIMIT-TM       00055700
055800     IF WS-FEED-STRT-TM < WS-CAL-OPEN-TM (WS-DAY-SUB)             00055800
055900       SET WINDOW-OUTSIDE-HOURS TO TRUE                           00055900
056000       MOVE WS-CAL-OPEN-TM (WS-DAY-SUB) TO WS-FEED-STRT-TM        00056000
056100     END-IF                                                       00056100
056200     IF WS-FEED-END-TM > WS-CLOS-LIMIT-TM                         00056200
056300       SET WINDOW-OUTSIDE-HOURS TO TRUE                           00056300
056400       MOVE WS-CLOS-LIMIT-TM            TO WS-FEED-END-TM         00056400
056500     END-IF                                                       00056500
056600                                                                  00056600
056700     IF WINDOW-OUTSIDE-HOURS                                      00056700
056800       MOVE SPACES TO WS-DTL-REASON                               00056800
056900       STRING 'OUTSIDE STORE HOURS '                              00056900
057000              WS-CAL-OPEN-TM (WS-DAY-SUB) '-'                     00057000
057100              WS-CAL-CLOS-TM (WS-DAY-SUB)                         00057100
057200         DELIMITED BY SIZE INTO WS-DTL-REASON                     00057200
057300       PERFORM 800-WRITE-EXCEPTION-LINE                           00057300
057400     END-IF                                                       00057400
057500                                                                  00057500
057600     IF  WS-WN-DSD-ORD-SW = 'Y'                                   00057600
057700     AND WS-FEED-STRT-TM < WS-FEED-END-TM                         00057700
057800       PERFORM 400-WRITE-FEED-RECORD                              00057800
057900     END-IF                                                       00057900
058000     .                                                            00058000
058100                                                                  00058100
058200*================================================================ 00058200
058300* Write one DSD vendor feed detail record...                      00058300
058400*================================================================ 00058400
058500 400-WRITE-FEED-RECORD.                                           00058500
058600     MOVE WS-SK-LOC-NBR               TO WS-FEED-DTL-STORE-NBR    00058600
058700     MOVE WS-WN-STORE-NM              TO WS-FEED-DTL-STORE-NM     00058700
058800     MOVE WS-CAL-DT (WS-DAY-SUB)      TO WS-FEED-DTL-WNDW-DT      00058800
058900     MOVE WS-WN-DAY-NBR               TO WS-FEED-DTL-DAY-NBR      00058900
059000     MOVE WS-FEED-STRT-TM             TO WS-FEED-DTL-STRT-TM      00059000
059100     MOVE WS-FEED-END-TM              TO WS-FEED-DTL-END-TM       00059100
059200     MOVE WS-WN-DOOR-CD               TO WS-FEED-DTL-DOOR-CD      00059200
059300     MOVE WS-WN-MAX-VNDR-QTY          TO WS-FEED-DTL-MAX-VNDR-QTY 00059300
059400     MOVE WS-CAL-OPEN-TM (WS-DAY-SUB) TO WS-FEED-DTL-OPEN-TM      00059400
059500     MOVE WS-CAL-CLOS-TM (WS-DAY-SUB) TO WS-FEED-DTL-CLOS-TM      00059500
059600     WRITE FEED-REC FROM WS-FEED-DTL                              00059600
059700     ADD 1 TO WS-FEED-COUNT                                       00059700
059800     IF STORE-NOT-FED                                             00059800
059900       SET STORE-FED TO TRUE                                      00059900
060000       ADD 1 TO WS-DSD-STORE-COUNT                                00060000
060100     END-IF                                                       00060100
060200     .                                                            00060200
060300                                                                  00060300
060400*================================================================ 00060400
060500* DSD stores the vendors would get nothing for...                 00060500
060600*================================================================ 00060600
060700 500-LIST-DSD-STORES-NO-WNDW.                                     00060700
060800     EXEC SQL                                                     00060800
060900       OPEN NOWNDW-CSR                                            00060900
061000     END-EXEC                                                     00061000
061100     IF SQLCODE NOT = 0                                           00061100
061200       SET SQL-ERROR-DETECTED       TO TRUE                       00061200
061300       DISPLAY 'MMMB4102 - ERROR OPENING NOWNDW-CSR, SQLCODE='    00061300
061400               SQLCODE                                            00061400
061500     END-IF                                                       00061500
061600     PERFORM UNTIL SQLCODE NOT = 0                                00061600
061700       EXEC SQL                                                   00061700
061800         FETCH NOWNDW-CSR                                         00061800
061900           INTO :WS-NW-LOC-NBR, :WS-NW-STORE-NM                   00061900
062000       END-EXEC                                                   00062000
062100       EVALUATE TRUE                                              00062100
062200         WHEN SQLCODE = 0                                         00062200
062300           ADD 1 TO WS-EXCEPTION-COUNT                            00062300
062400           MOVE SPACES          TO WS-DTL-LINE                    00062400
062500           MOVE WS-NW-LOC-NBR   TO WS-DTL-STORE-NO                00062500
062600           MOVE WS-NW-STORE-NM  TO WS-DTL-STORE-NM                00062600
062700           MOVE 'TAKES DSD ORDERS BUT HAS NO RECEIVING WINDOW'    00062700
062800             TO WS-DTL-REASON                                     00062800
062900           WRITE RPT-LINE FROM WS-DTL-LINE                        00062900
063000         WHEN SQLCODE NOT = 100                                   00063000
063100           SET SQL-ERROR-DETECTED       TO TRUE                   00063100
063200           DISPLAY 'MMMB4102 - ERROR FETCHING NOWNDW-CSR, '       00063200
063300                   'SQLCODE=' SQLCODE                             00063300
063400       END-EVALUATE                                               00063400
063500     END-PERFORM                                                  00063500
063600     EXEC SQL                                                     00063600
063700       CLOSE NOWNDW-CSR                                           00063700
063800     END-EXEC                                                     00063800
063900     .                                                            00063900
064000                                                                  00064000
064100*================================================================ 00064100
064200* Write one exception detail line - the window in hand, and       00064200
064300* its date when WS-DAY-SUB points at one; a store-level line      00064300
064400* leaves the window columns blank...                              00064400
064500*================================================================ 00064500
064600 800-WRITE-EXCEPTION-LINE.                                        00064600
064700     ADD 1 TO WS-EXCEPTION-COUNT                                  00064700
064800     MOVE WS-SK-LOC-NBR                 TO WS-DTL-STORE-NO        00064800
064900     MOVE WS-WN-STORE-NM                TO WS-DTL-STORE-NM        00064900
065000     MOVE SPACES                        TO WS-DTL-DAY-NM          00065000
065100                                           WS-DTL-DASH            00065100
065200                                           WS-DTL-WNDW-DT         00065200
065300                                           WS-DTL-STRT-TM         00065300
065400                                           WS-DTL-END-TM          00065400
065500     IF LINE-FOR-WINDOW                                           00065500
065600       MOVE WS-WN-STRT-TM               TO WS-DTL-STRT-TM         00065600
065700       MOVE WS-WN-END-TM                TO WS-DTL-END-TM          00065700
065800       MOVE WS-DAY-NM (WS-WN-DAY-NBR)   TO WS-DTL-DAY-NM          00065800
065900       MOVE '-'                         TO WS-DTL-DASH            00065900
066000     END-IF                                                       00066000
066100     IF WS-DAY-SUB > 0 AND WS-DAY-SUB < 8                         00066100
066200       MOVE WS-CAL-DT (WS-DAY-SUB)      TO WS-DTL-WNDW-DT         00066200
066300     END-IF                                                       00066300
066400     WRITE RPT-LINE FROM WS-DTL-LINE                              00066400
066500     .                                                            00066500
066600                                                                  00066600
066700*================================================================ 00066700
066800* Termination - write the trailer and summary and close up...     00066800
066900*================================================================ 00066900
067000 900-TERMINATE.                                                   00067000
067100     IF SQL-ERROR-DETECTED                                        00067100
067200       MOVE 16 TO RETURN-CODE                                     00067200
067300     ELSE                                                         00067300
067400       IF WS-EXCEPTION-COUNT > 0                                  00067400
067500         MOVE 4 TO RETURN-CODE                                    00067500
067600       END-IF                                                     00067600
067700     END-IF                                                       00067700
067800     EXEC SQL                                                     00067800
067900       CLOSE WNDW-CSR                                             00067900
068000     END-EXEC                                                     00068000
068100                                                                  00068100
068200     MOVE WS-RUN-DATE        TO WS-FEED-TRL-RUN-DATE              00068200
068300     MOVE WS-FEED-COUNT      TO WS-FEED-TRL-DTL-CNT               00068300
068400     MOVE WS-DSD-STORE-COUNT TO WS-FEED-TRL-STORE-CNT             00068400
068500     WRITE FEED-REC FROM WS-FEED-TRL                              00068500
068600                                                                  00068600
068700     MOVE WS-WINDOW-COUNT    TO WS-SUM-WINDOWS                    00068700
068800     MOVE WS-STORE-COUNT     TO WS-SUM-STORES                     00068800
068900     MOVE WS-DSD-STORE-COUNT TO WS-SUM-DSD-STORES                 00068900
069000     MOVE WS-FEED-COUNT      TO WS-SUM-FEED                       00069000
069100     MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTION                  00069100
069200     WRITE RPT-LINE FROM SPACES                                   00069200
069300     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00069300
069400     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00069400
069500     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00069500
069600     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00069600
069700     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00069700
069800     CLOSE PROJ-IN                                                00069800
069900           DSD-FEED                                               00069900
070000           DSD-RPT                                                00070000
070100     .                                                            00070100
070200                                                                  00070200
070300*================================================================ 00070300
070400* Run control - refuse a duplicate or out-of-order start, and     00070400
070500* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00070500
070600*================================================================ 00070600
070700 050-RUN-CNTL-START.                                              00070700
070800     INITIALIZE XXXN001A                                          00070800
070900                YYYC0230                                          00070900
071000     SET  YYYC0230-START-RUN TO TRUE                              00071000
071100     MOVE 'MMMB4102' TO YYYC0230-JOB-NM                           00071100
071200     CALL YYYS0230-RUN-CNTL USING                                 00071200
071300         XXXN001A                                                 00071300
071400         YYYC0230                                                 00071400
071500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00071500
071600       SET SQL-ERROR-DETECTED TO TRUE                             00071600
071700       DISPLAY 'MMMB4102 - START REFUSED: ' IS-RTRN-MSG-TXT       00071700
071800     END-IF                                                       00071800
071900     .                                                            00071900
072000                                                                  00072000
072100 055-RUN-CNTL-END.                                                00072100
072200     INITIALIZE XXXN001A                                          00072200
072300                YYYC0230                                          00072300
072400     IF SQL-ERROR-DETECTED                                        00072400
072500       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00072500
072600     ELSE                                                         00072600
072700       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00072700
072800     END-IF                                                       00072800
072900     MOVE 'MMMB4102' TO YYYC0230-JOB-NM                           00072900
073000     CALL YYYS0230-RUN-CNTL USING                                 00073000
073100         XXXN001A                                                 00073100
073200         YYYC0230                                                 00073200
073300     .                                                            00073300
