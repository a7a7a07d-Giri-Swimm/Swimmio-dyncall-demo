000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2302.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Insurance statement-of-values extract for risk management.      00000600
000700*                                                                 00000700
000800* The property policy is renewed each year from a schedule of     00000800
000900* locations; this extract gives risk management that schedule     00000900
001000* straight off the location master instead of a kept list.  Run   00001000
001100* annually ahead of the renewal and on demand whenever the        00001100
001200* carrier asks.  It covers every active location (XXXATION        00001200
001300* INACTIVE_SW A) of every type, less a retail location whose      00001300
001400* sales-closed date has passed:                                   00001400
001500*   address and county (PRIM_CNTY_TXT), latitude/longitude and    00001500
001600*   the opened date (SLS_OPEN_DT for a retail location, OPENED_DT 00001600
001700*   otherwise); the last remodel, the latest completed project    00001700
001800*   on FC_XXXAIL_RMDL_PROJ; the footage on file - backroom        00001800
001900*   square feet and food and non-food liner feet; the store type  00001900
002000*   (FC_RL_TYPE_CD); and whether it has a pharmacy (an NABP       00002000
002100*   number), fuel (an active license of the fuel license type on  00002100
002200*   FC_XXXAIL_STORE_LIC) or an unload dock (an unload code on     00002200
002300*   XXXAIL_LOC, which is sent as well).                           00002300
002400* A non-retail location carries its address, county, dates and    00002400
002500* nothing else.                                                   00002500
002600*                                                                 00002600
002700* SOVOUT:                                                         00002700
002800*   D  one per location, in location type / number order;         00002800
002900*   A  a location added since the last extract;                   00002900
003000*   C  a location closed (gone from the list) since then;         00003000
003100*   T  trailer - run date, run type and the D, A and C counts,    00003100
003200*      for the carrier's schedule to be balanced to ours.         00003200
003300* What was sent is kept on FC_XXXAIL_SOV_SENT (DDDTVS01) for the  00003300
003400* next run's A and C records, so the first run shows every        00003400
003500* location as added.  An on-demand extract goes to the carrier    00003500
003600* like the annual one and moves the baseline the same way.        00003600
003700*                                                                 00003700
003800* PARMIN, optional:                                               00003800
003900*   cols  1- 6  ANNUAL or DEMAND (default DEMAND)                 00003900
004000*   cols  8-11  the fuel license type code (default FUEL)         00004000
004100*                                                                 00004100
004200* RPTOUT lists the added and closed locations and the counts;     00004200
004300* an active location with no county or no coordinates on file     00004300
004400* is listed too, since the carrier rates on both, and ends the    00004400
004500* job with RC 4.                                                  00004500
004600* Batch job - run standalone, schedule annually and on demand.    00004600
004700*---------------------------------------------------------------- 00004700
004800 ENVIRONMENT DIVISION.                                            00004800
004900 INPUT-OUTPUT SECTION.                                            00004900
005000 FILE-CONTROL.                                                    00005000
005100     SELECT PARM-IN        ASSIGN TO PARMIN                       00005100
005200         ORGANIZATION IS LINE SEQUENTIAL.                         00005200
005300     SELECT SOV-OUT        ASSIGN TO SOVOUT                       00005300
005400         ORGANIZATION IS LINE SEQUENTIAL.                         00005400
005500     SELECT SOV-RPT        ASSIGN TO RPTOUT                       00005500
005600         ORGANIZATION IS LINE SEQUENTIAL.                         00005600
005700                                                                  00005700
005800 DATA DIVISION.                                                   00005800
005900 FILE SECTION.                                                    00005900
006000 FD  PARM-IN.                                                     00006000
006100 01  PARM-REC.                                                    00006100
006200     05 PARM-RUN-TYPE                  PIC X(6).                  00006200
006300     05 FILLER                         PIC X(1).                  00006300
006400     05 PARM-FUEL-LIC-TYP              PIC X(4).                  00006400
006500     05 FILLER                         PIC X(69).                 00006500
006600                                                                  00006600
006700 FD  SOV-OUT.                                                     00006700
006800 01  SOV-OUT-REC.                                                 00006800
006900     05 SVO-REC-TYP                    PIC X(1).                  00006900
007000     05 SVO-LOC-TYP-CD                 PIC X(2).                  00007000
007100     05 SVO-LOC-NBR                    PIC 9(9).                  00007100
007200     05 SVO-LOC-NM                     PIC X(30).                 00007200
007300     05 SVO-ADR-1                      PIC X(30).                 00007300
007400     05 SVO-ADR-2                      PIC X(30).                 00007400
007500     05 SVO-CITY                       PIC X(30).                 00007500
007600     05 SVO-STATE-CD                   PIC X(2).                  00007600
007700     05 SVO-ZIP5-CD                    PIC 9(5).                  00007700
007800     05 SVO-ZIP4-CD                    PIC 9(4).                  00007800
007900     05 SVO-CNTY-TXT                   PIC X(30).                 00007900
008000     05 SVO-LATITUDE                   PIC -9(3).9(5).            00008000
008100     05 SVO-LONGITUDE                  PIC -9(3).9(5).            00008100
008200     05 SVO-OPENED-DT                  PIC X(10).                 00008200
008300     05 SVO-REMODEL-DT                 PIC X(10).                 00008300
008400     05 SVO-BKRM-SQ-FT                 PIC 9(7).                  00008400
008500     05 SVO-FD-LINER-FT                PIC 9(7).                  00008500
008600     05 SVO-NON-FD-LINER-FT            PIC 9(7).                  00008600
008700     05 SVO-STORE-TYPE-CD              PIC 9(3).                  00008700
008800     05 SVO-PHARMACY-SW                PIC X(1).                  00008800
008900     05 SVO-FUEL-SW                    PIC X(1).                  00008900
009000     05 SVO-DOCK-SW                    PIC X(1).                  00009000
009100     05 SVO-UNLD-CD                    PIC X(1).                  00009100
009200     05 FILLER                         PIC X(30).                 00009200
009300* Added / closed - the date is the opened date of an added        00009300
009400* location and the closing date of a closed one.                  00009400
009500 01  SOV-CHG-REC.                                                 00009500
009600     05 SVC-REC-TYP                    PIC X(1).                  00009600
009700     05 SVC-LOC-TYP-CD                 PIC X(2).                  00009700
009800     05 SVC-LOC-NBR                    PIC 9(9).                  00009800
009900     05 SVC-LOC-NM                     PIC X(30).                 00009900
010000     05 SVC-CITY                       PIC X(30).                 00010000
010100     05 SVC-STATE-CD                   PIC X(2).                  00010100
010200     05 SVC-CHG-DT                     PIC X(10).                 00010200
010300     05 FILLER                         PIC X(200).                00010300
010400 01  SOV-TRL-REC.                                                 00010400
010500     05 SVT-REC-TYP                    PIC X(1).                  00010500
010600     05 SVT-RUN-DATE                   PIC X(8).                  00010600
010700     05 SVT-RUN-TYPE                   PIC X(6).                  00010700
010800     05 SVT-DTL-CNT                    PIC 9(9).                  00010800
010900     05 SVT-ADD-CNT                    PIC 9(9).                  00010900
011000     05 SVT-CLS-CNT                    PIC 9(9).                  00011000
011100     05 FILLER                         PIC X(242).                00011100
011200                                                                  00011200
011300 FD  SOV-RPT.                                                     00011300
011400 01  RPT-LINE                          PIC X(132).                00011400
011500                                                                  00011500
011600 WORKING-STORAGE SECTION.                                         00011600
011700* --------------------------------------------------------------- 00011700
011800* Misc working storage...                                         00011800
011900* --------------------------------------------------------------- 00011900
012000 01 WS-DTL-COUNT                     PIC 9(9) VALUE 0.            00012000
012100 01 WS-ADDED-COUNT                   PIC 9(9) VALUE 0.            00012100
012200 01 WS-CLOSED-COUNT                  PIC 9(9) VALUE 0.            00012200
012300 01 WS-RETAIL-COUNT                  PIC 9(9) VALUE 0.            00012300
012400 01 WS-PHARMACY-COUNT                PIC 9(9) VALUE 0.            00012400
012500 01 WS-FUEL-COUNT                    PIC 9(9) VALUE 0.            00012500
012600 01 WS-DOCK-COUNT                    PIC 9(9) VALUE 0.            00012600
012700 01 WS-MISSING-COUNT                 PIC 9(9) VALUE 0.            00012700
012800                                                                  00012800
012900 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00012900
013000    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00013000
013100    88 SQL-NO-ERROR                           VALUE 'N'.          00013100
013200                                                                  00013200
013300 01 WS-RUN-DATE                      PIC X(8)  VALUE SPACES.      00013300
013400 01 WS-RUN-TYPE                      PIC X(6)  VALUE 'DEMAND'.    00013400
013500 01 WS-FUEL-LIC-TYP                  PIC X(4)  VALUE 'FUEL'.      00013500
013600 01 WS-ZERO-DT                       PIC X(10) VALUE '0001-01-01'.00013600
013700                                                                  00013700
013800* One location off SOV-CSR.                                       00013800
013900 01 WS-CAND-LOC-TYP-CD               PIC X(2)  VALUE SPACES.      00013900
014000 01 WS-CAND-LOC-NBR                  PIC S9(9) COMP VALUE 0.      00014000
014100 01 WS-CAND-LOC-NM                   PIC X(30) VALUE SPACES.      00014100
014200 01 WS-CAND-ADR-1                    PIC X(30) VALUE SPACES.      00014200
014300 01 WS-CAND-ADR-2                    PIC X(30) VALUE SPACES.      00014300
014400 01 WS-CAND-CITY                     PIC X(30) VALUE SPACES.      00014400
014500 01 WS-CAND-STATE-CD                 PIC X(2)  VALUE SPACES.      00014500
014600 01 WS-CAND-ZIP5-CD                  PIC S9(5) COMP-3 VALUE 0.    00014600
014700 01 WS-CAND-ZIP4-CD                  PIC S9(4) COMP-3 VALUE 0.    00014700
014800 01 WS-CAND-CNTY-TXT                 PIC X(30) VALUE SPACES.      00014800
014900 01 WS-CAND-LAT-K                    PIC S9(3)V9(5) COMP-3        00014900
015000                                               VALUE 0.           00015000
015100 01 WS-CAND-LON-K                    PIC S9(3)V9(5) COMP-3        00015100
015200                                               VALUE 0.           00015200
015300 01 WS-CAND-OPENED-DT                PIC X(10) VALUE SPACES.      00015300
015400 01 WS-CAND-REMODEL-DT               PIC X(10) VALUE SPACES.      00015400
015500 01 WS-CAND-BKRM-SQ-FT               PIC S9(7) COMP-3 VALUE 0.    00015500
015600 01 WS-CAND-FD-LINER-FT              PIC S9(7) COMP-3 VALUE 0.    00015600
015700 01 WS-CAND-NON-FD-LINER-FT          PIC S9(7) COMP-3 VALUE 0.    00015700
015800 01 WS-CAND-STORE-TYPE-CD            PIC S9(3) COMP-3 VALUE 0.    00015800
015900 01 WS-CAND-RETAIL-SW                PIC X(1)  VALUE SPACES.      00015900
016000    88 CAND-IS-RETAIL                         VALUE 'Y'.          00016000
016100 01 WS-CAND-PHARMACY-SW              PIC X(1)  VALUE SPACES.      00016100
016200    88 CAND-HAS-PHARMACY                      VALUE 'Y'.          00016200
016300 01 WS-CAND-FUEL-SW                  PIC X(1)  VALUE SPACES.      00016300
016400    88 CAND-HAS-FUEL                          VALUE 'Y'.          00016400
016500 01 WS-CAND-UNLD-CD                  PIC X(1)  VALUE SPACES.      00016500
016600                                                                  00016600
016700* One added or closed location off CHANGE-CSR.                    00016700
016800 01 WS-CHG-TYP                       PIC X(1)  VALUE SPACES.      00016800
016900    88 CHG-LOC-ADDED                          VALUE 'A'.          00016900
017000    88 CHG-LOC-CLOSED                         VALUE 'C'.          00017000
017100 01 WS-CHG-LOC-TYP-CD                PIC X(2)  VALUE SPACES.      00017100
017200 01 WS-CHG-LOC-NBR                   PIC S9(9) COMP VALUE 0.      00017200
017300 01 WS-CHG-LOC-NM                    PIC X(30) VALUE SPACES.      00017300
017400 01 WS-CHG-CITY                      PIC X(30) VALUE SPACES.      00017400
017500 01 WS-CHG-STATE-CD                  PIC X(2)  VALUE SPACES.      00017500
017600 01 WS-CHG-DT                        PIC X(10) VALUE SPACES.      00017600
017700                                                                  00017700
017800 COPY XXXN001A.                                                   00017800
017900 COPY YYYC0230.                                                   00017900
018000 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00018000
018100                                                                  00018100
018200 01 WS-HDG-LINE-1.                                                00018200
018300    05 FILLER PIC X(52) VALUE                                     00018300
018400       'MMMB2302 - INSURANCE STATEMENT-OF-VALUES EXTRACT'.        00018400
018500    05 FILLER PIC X(11) VALUE 'RUN TYPE - '.                      00018500
018600    05 WS-HDG-RUN-TYPE               PIC X(6).                    00018600
018700 01 WS-HDG-LINE-2.                                                00018700
018800    05 FILLER PIC X(40) VALUE                                     00018800
018900       'LOCATIONS ADDED AND CLOSED SINCE THE LAS'.                00018900
019000    05 FILLER PIC X(10) VALUE                                     00019000
019100       'T EXTRACT'.                                               00019100
019200 01 WS-HDG-LINE-3.                                                00019200
019300    05 FILLER PIC X(40) VALUE                                     00019300
019400       'TY     LOCATION  NAME'.                                   00019400
019500    05 FILLER PIC X(40) VALUE                                     00019500
019600       '              CITY'.                                      00019600
019700    05 FILLER PIC X(30) VALUE                                     00019700
019800       '                ST  DATE'.                                00019800
019900 01 WS-CHG-LINE.                                                  00019900
020000    05 WS-CL-LOC-TYP-CD              PIC X(2).                    00020000
020100    05 FILLER                        PIC X(2) VALUE SPACES.       00020100
020200    05 WS-CL-LOC-NBR                 PIC Z(8)9.                   00020200
020300    05 FILLER                        PIC X(2) VALUE SPACES.       00020300
020400    05 WS-CL-LOC-NM                  PIC X(30).                   00020400
020500    05 FILLER                        PIC X(2) VALUE SPACES.       00020500
020600    05 WS-CL-CITY                    PIC X(30).                   00020600
020700    05 FILLER                        PIC X(2) VALUE SPACES.       00020700
020800    05 WS-CL-STATE-CD                PIC X(2).                    00020800
020900    05 FILLER                        PIC X(2) VALUE SPACES.       00020900
021000    05 WS-CL-CHG-DT                  PIC X(10).                   00021000
021100    05 FILLER                        PIC X(2) VALUE SPACES.       00021100
021200    05 WS-CL-CHANGE                  PIC X(20).                   00021200
021300 01 WS-HDG-LINE-4.                                                00021300
021400    05 FILLER PIC X(40) VALUE                                     00021400
021500       'LOCATIONS WITH NO COUNTY OR NO COORDINAT'.                00021500
021600    05 FILLER PIC X(10) VALUE                                     00021600
021700       'ES ON FILE'.                                              00021700
021800 01 WS-MISS-LINE.                                                 00021800
021900    05 WS-ML-LOC-TYP-CD              PIC X(2).                    00021900
022000    05 FILLER                        PIC X(2) VALUE SPACES.       00022000
022100    05 WS-ML-LOC-NBR                 PIC Z(8)9.                   00022100
022200    05 FILLER                        PIC X(2) VALUE SPACES.       00022200
022300    05 WS-ML-LOC-NM                  PIC X(30).                   00022300
022400    05 FILLER                        PIC X(2) VALUE SPACES.       00022400
022500    05 WS-ML-NOTE                    PIC X(40).                   00022500
022600 01 WS-CNT-LINE.                                                  00022600
022700    05 WS-CNT-TXT                    PIC X(30).                   00022700
022800    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00022800
022900                                                                  00022900
023000* ----------------------------------------------------------------00023000
023100* DB2 stuff...                                                    00023100
023200* ----------------------------------------------------------------00023200
023300     EXEC SQL                                                     00023300
023400       INCLUDE SQLCA                                              00023400
023500     END-EXEC                                                     00023500
023600                                                                  00023600
023700     EXEC SQL                                                     00023700
023800       INCLUDE DDDTVS01                                           00023800
023900     END-EXEC                                                     00023900
024000                                                                  00024000
024100* Every active location; the retail columns come from the         00024100
024200* XXXAIL_LOC and FC_XXXAIL_STORES rows when there are any.        00024200
024300     EXEC SQL                                                     00024300
024400       DECLARE SOV-CSR CURSOR FOR                                 00024400
024500       SELECT L.LOC_TYP_CD, L.LOC_NBR, L.LOC_NM,                  00024500
024600              L.PRIM_ADR_1, L.PRIM_ADR_2, L.PRIM_CITY,            00024600
024700              L.PRIM_STATE_CD, L.PRIM_ZIP5_CD, L.PRIM_ZIP4_CD,    00024700
024800              COALESCE(L.PRIM_CNTY_TXT, ' '),                     00024800
024900              COALESCE(R.LAT_K, 0), COALESCE(R.LON_K, 0),         00024900
025000              CHAR(COALESCE(R.SLS_OPEN_DT, L.OPENED_DT,           00025000
025100                            DATE('0001-01-01')), ISO),            00025100
025200              CHAR(COALESCE(                                      00025200
025300                   ( SELECT MAX(P.RP_ACTL_END_DT)                 00025300
025400                       FROM FC_XXXAIL_RMDL_PROJ P                 00025400
025500                      WHERE P.RP_LOC_NBR    = L.LOC_NBR           00025500
025600                        AND P.RP_LOC_TYP_CD = L.LOC_TYP_CD        00025600
025700                        AND P.RP_STAT_CD    = 'C' ),              00025700
025800                   DATE('0001-01-01')), ISO),                     00025800
025900              COALESCE(R.BKRM_SQ_FT, 0),                          00025900
026000              COALESCE(R.FD_LINER_FT, 0),                         00026000
026100              COALESCE(R.NON_FD_LINER_FT, 0),                     00026100
026200              COALESCE(F.FC_RL_TYPE_CD, 0),                       00026200
026300              CASE WHEN R.LOC_NBR IS NULL                         00026300
026400                   THEN 'N' ELSE 'Y' END,                         00026400
026500              CASE WHEN R.NABP_NBR > ' '                          00026500
026600                   THEN 'Y' ELSE 'N' END,                         00026600
026700              CASE WHEN EXISTS                                    00026700
026800                   ( SELECT 1                                     00026800
026900                       FROM FC_XXXAIL_STORE_LIC S                 00026900
027000                      WHERE S.SL_LOC_NBR    = L.LOC_NBR           00027000
027100                        AND S.SL_LOC_TYP_CD = L.LOC_TYP_CD        00027100
027200                        AND S.SL_LIC_TYP_CD = :WS-FUEL-LIC-TYP    00027200
027300                        AND S.SL_STAT_CD    = 'A' )               00027300
027400                   THEN 'Y' ELSE 'N' END,                         00027400
027500              COALESCE(R.RETL_UNLD_CD, ' ')                       00027500
027600         FROM XXXATION L                                          00027600
027700              LEFT OUTER JOIN XXXAIL_LOC R                        00027700
027800                 ON R.LOC_TYP_CD = L.LOC_TYP_CD                   00027800
027900                AND R.LOC_NBR    = L.LOC_NBR                      00027900
028000              LEFT OUTER JOIN FC_XXXAIL_STORES F                  00028000
028100                 ON F.FC_STORE_NO = R.LOC_NBR                     00028100
028200        WHERE L.INACTIVE_SW = 'A'                                 00028200
028300          AND ( R.LOC_NBR IS NULL                                 00028300
028400             OR R.SLS_CLOSED_DT  = '0001-01-01'                   00028400
028500             OR R.SLS_CLOSED_DT  > CURRENT DATE )                 00028500
028600        ORDER BY 1, 2                                             00028600
028700     END-EXEC                                                     00028700
028800                                                                  00028800
028900* The list as it stands (CUR) against the list last sent.  A      00028900
029000* location gone from it is dated from its sales-closed date, or   00029000
029100* the date it went inactive, when it is still on file.            00029100
029200     EXEC SQL                                                     00029200
029300       DECLARE CHANGE-CSR CURSOR FOR                              00029300
029400       WITH CUR (LOC_TYP_CD, LOC_NBR) AS                          00029400
029500       ( SELECT L.LOC_TYP_CD, L.LOC_NBR                           00029500
029600           FROM XXXATION L                                        00029600
029700                LEFT OUTER JOIN XXXAIL_LOC R                      00029700
029800                   ON R.LOC_TYP_CD = L.LOC_TYP_CD                 00029800
029900                  AND R.LOC_NBR    = L.LOC_NBR                    00029900
030000          WHERE L.INACTIVE_SW = 'A'                               00030000
030100            AND ( R.LOC_NBR IS NULL                               00030100
030200               OR R.SLS_CLOSED_DT  = '0001-01-01'                 00030200
030300               OR R.SLS_CLOSED_DT  > CURRENT DATE ) )             00030300
030400       SELECT 'A', L.LOC_TYP_CD, L.LOC_NBR, L.LOC_NM,             00030400
030500              L.PRIM_CITY, L.PRIM_STATE_CD,                       00030500
030600              CHAR(COALESCE(R.SLS_OPEN_DT, L.OPENED_DT,           00030600
030700                            DATE('0001-01-01')), ISO)             00030700
030800         FROM CUR C                                               00030800
030900              INNER JOIN XXXATION L                               00030900
031000                 ON L.LOC_TYP_CD = C.LOC_TYP_CD                   00031000
031100                AND L.LOC_NBR    = C.LOC_NBR                      00031100
031200              LEFT OUTER JOIN XXXAIL_LOC R                        00031200
031300                 ON R.LOC_TYP_CD = C.LOC_TYP_CD                   00031300
031400                AND R.LOC_NBR    = C.LOC_NBR                      00031400
031500        WHERE NOT EXISTS                                          00031500
031600              ( SELECT 1 FROM FC_XXXAIL_SOV_SENT S                00031600
031700                 WHERE S.VS_LOC_TYP_CD = C.LOC_TYP_CD             00031700
031800                   AND S.VS_LOC_NBR    = C.LOC_NBR )              00031800
031900       UNION ALL                                                  00031900
032000       SELECT 'C', S.VS_LOC_TYP_CD, S.VS_LOC_NBR, S.VS_LOC_NM,    00032000
032100              S.VS_CITY, S.VS_STATE_CD,                           00032100
032200              CHAR(COALESCE(                                      00032200
032300                   CASE WHEN R.SLS_CLOSED_DT > '0001-01-01'       00032300
032400                        THEN R.SLS_CLOSED_DT END,                 00032400
032500                   L.INACTIVE_DT, DATE('0001-01-01')), ISO)       00032500
032600         FROM FC_XXXAIL_SOV_SENT S                                00032600
032700              LEFT OUTER JOIN XXXATION L                          00032700
032800                 ON L.LOC_TYP_CD = S.VS_LOC_TYP_CD                00032800
032900                AND L.LOC_NBR    = S.VS_LOC_NBR                   00032900
033000              LEFT OUTER JOIN XXXAIL_LOC R                        00033000
033100                 ON R.LOC_TYP_CD = S.VS_LOC_TYP_CD                00033100
033200                AND R.LOC_NBR    = S.VS_LOC_NBR                   00033200
033300        WHERE NOT EXISTS                                          00033300
033400              ( SELECT 1 FROM CUR C                               00033400
033500                 WHERE C.LOC_TYP_CD = S.VS_LOC_TYP_CD             00033500
033600                   AND C.LOC_NBR    = S.VS_LOC_NBR )              00033600
033700        ORDER BY 1, 2, 3                                          00033700
033800     END-EXEC                                                     00033800
033900                                                                  00033900
034000 PROCEDURE DIVISION.                                              00034000
034100***************************************************************** 00034100
034200* Start of program main line.                                     00034200
034300***************************************************************** 00034300
034400 000-MAIN.                                                        00034400
034500     PERFORM 050-RUN-CNTL-START                                   00034500
034600     IF SQL-ERROR-DETECTED                                        00034600
034700       MOVE 8 TO RETURN-CODE                                      00034700
034800       GOBACK                                                     00034800
034900     END-IF                                                       00034900
035000     PERFORM 100-INITIALIZE                                       00035000
035100     PERFORM 200-WRITE-THE-LOCATIONS                              00035100
035200     IF SQL-NO-ERROR                                              00035200
035300       PERFORM 400-WRITE-THE-CHANGES                              00035300
035400     END-IF                                                       00035400
035500     IF SQL-NO-ERROR                                              00035500
035600       PERFORM 500-SAVE-THE-LIST                                  00035600
035700     END-IF                                                       00035700
035800     PERFORM 900-TERMINATE                                        00035800
035900     PERFORM 055-RUN-CNTL-END                                     00035900
036000     GOBACK                                                       00036000
036100     .                                                            00036100
036200                                                                  00036200
036300*================================================================ 00036300
036400* Initialization - the optional control card names the run type   00036400
036500* and the fuel license type.                                      00036500
036600*================================================================ 00036600
036700 100-INITIALIZE.                                                  00036700
036800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00036800
036900     OPEN INPUT  PARM-IN                                          00036900
037000     READ PARM-IN                                                 00037000
037100       AT END MOVE SPACES TO PARM-REC                             00037100
037200     END-READ                                                     00037200
037300     CLOSE PARM-IN                                                00037300
037400     IF PARM-RUN-TYPE = 'ANNUAL'                                  00037400
037500       MOVE 'ANNUAL' TO WS-RUN-TYPE                               00037500
037600     END-IF                                                       00037600
037700     IF PARM-FUEL-LIC-TYP NOT = SPACES                            00037700
037800       MOVE PARM-FUEL-LIC-TYP TO WS-FUEL-LIC-TYP                  00037800
037900     END-IF                                                       00037900
038000     MOVE WS-RUN-TYPE TO WS-HDG-RUN-TYPE                          00038000
038100     OPEN OUTPUT SOV-OUT                                          00038100
038200     OPEN OUTPUT SOV-RPT                                          00038200
038300     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00038300
038400     WRITE RPT-LINE FROM SPACES                                   00038400
038500     .                                                            00038500
038600                                                                  00038600
038700*================================================================ 00038700
038800* The locations - one D record each.                              00038800
038900*================================================================ 00038900
039000 200-WRITE-THE-LOCATIONS.                                         00039000
039100     EXEC SQL                                                     00039100
039200       OPEN SOV-CSR                                               00039200
039300     END-EXEC                                                     00039300
039400     IF SQLCODE NOT = 0                                           00039400
039500       SET SQL-ERROR-DETECTED TO TRUE                             00039500
039600       DISPLAY 'MMMB2302 - ERROR OPENING SOV-CSR, SQLCODE='       00039600
039700               SQLCODE                                            00039700
039800     ELSE                                                         00039800
039900       PERFORM 220-FETCH-NEXT-LOCATION                            00039900
040000       PERFORM UNTIL SQLCODE NOT = 0                              00040000
040100         PERFORM 250-WRITE-THE-LOCATION                           00040100
040200         PERFORM 220-FETCH-NEXT-LOCATION                          00040200
040300       END-PERFORM                                                00040300
040400       IF SQLCODE = 100                                           00040400
040500         MOVE 0 TO SQLCODE                                        00040500
040600       END-IF                                                     00040600
040700       EXEC SQL                                                   00040700
040800         CLOSE SOV-CSR                                            00040800
040900       END-EXEC                                                   00040900
041000       MOVE 0 TO SQLCODE                                          00041000
041100     END-IF                                                       00041100
041200     .                                                            00041200
041300                                                                  00041300
041400 220-FETCH-NEXT-LOCATION.                                         00041400
041500     EXEC SQL                                                     00041500
041600       FETCH SOV-CSR                                              00041600
041700         INTO :WS-CAND-LOC-TYP-CD, :WS-CAND-LOC-NBR,              00041700
041800              :WS-CAND-LOC-NM, :WS-CAND-ADR-1,                    00041800
041900              :WS-CAND-ADR-2, :WS-CAND-CITY,                      00041900
042000              :WS-CAND-STATE-CD, :WS-CAND-ZIP5-CD,                00042000
042100              :WS-CAND-ZIP4-CD, :WS-CAND-CNTY-TXT,                00042100
042200              :WS-CAND-LAT-K, :WS-CAND-LON-K,                     00042200
042300              :WS-CAND-OPENED-DT, :WS-CAND-REMODEL-DT,            00042300
042400              :WS-CAND-BKRM-SQ-FT, :WS-CAND-FD-LINER-FT,          00042400
042500              :WS-CAND-NON-FD-LINER-FT,                           00042500
042600              :WS-CAND-STORE-TYPE-CD, :WS-CAND-RETAIL-SW,         00042600
042700              :WS-CAND-PHARMACY-SW, :WS-CAND-FUEL-SW,             00042700
042800              :WS-CAND-UNLD-CD                                    00042800
042900     END-EXEC                                                     00042900
043000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00043000
043100       SET SQL-ERROR-DETECTED       TO TRUE                       00043100
043200       DISPLAY 'MMMB2302 - ERROR FETCHING SOV-CSR, SQLCODE='      00043200
043300               SQLCODE                                            00043300
043400     END-IF                                                       00043400
043500     .                                                            00043500
043600                                                                  00043600
043700 250-WRITE-THE-LOCATION.                                          00043700
043800     MOVE SPACES                  TO SOV-OUT-REC                  00043800
043900     MOVE 'D'                     TO SVO-REC-TYP                  00043900
044000     MOVE WS-CAND-LOC-TYP-CD      TO SVO-LOC-TYP-CD               00044000
044100     MOVE WS-CAND-LOC-NBR         TO SVO-LOC-NBR                  00044100
044200     MOVE WS-CAND-LOC-NM          TO SVO-LOC-NM                   00044200
044300     MOVE WS-CAND-ADR-1           TO SVO-ADR-1                    00044300
044400     MOVE WS-CAND-ADR-2           TO SVO-ADR-2                    00044400
044500     MOVE WS-CAND-CITY            TO SVO-CITY                     00044500
044600     MOVE WS-CAND-STATE-CD        TO SVO-STATE-CD                 00044600
044700     MOVE WS-CAND-ZIP5-CD         TO SVO-ZIP5-CD                  00044700
044800     MOVE WS-CAND-ZIP4-CD         TO SVO-ZIP4-CD                  00044800
044900     MOVE WS-CAND-CNTY-TXT        TO SVO-CNTY-TXT                 00044900
045000     MOVE WS-CAND-LAT-K           TO SVO-LATITUDE                 00045000
045100     MOVE WS-CAND-LON-K           TO SVO-LONGITUDE                00045100
045200     IF WS-CAND-OPENED-DT NOT = WS-ZERO-DT                        00045200
045300       MOVE WS-CAND-OPENED-DT     TO SVO-OPENED-DT                00045300
045400     END-IF                                                       00045400
045500     IF WS-CAND-REMODEL-DT NOT = WS-ZERO-DT                       00045500
045600       MOVE WS-CAND-REMODEL-DT    TO SVO-REMODEL-DT               00045600
045700     END-IF                                                       00045700
045800     MOVE WS-CAND-BKRM-SQ-FT      TO SVO-BKRM-SQ-FT               00045800
045900     MOVE WS-CAND-FD-LINER-FT     TO SVO-FD-LINER-FT              00045900
046000     MOVE WS-CAND-NON-FD-LINER-FT TO SVO-NON-FD-LINER-FT          00046000
046100     MOVE WS-CAND-STORE-TYPE-CD   TO SVO-STORE-TYPE-CD            00046100
046200     MOVE WS-CAND-PHARMACY-SW     TO SVO-PHARMACY-SW              00046200
046300     MOVE WS-CAND-FUEL-SW         TO SVO-FUEL-SW                  00046300
046400     MOVE WS-CAND-UNLD-CD         TO SVO-UNLD-CD                  00046400
046500     IF WS-CAND-UNLD-CD = SPACES                                  00046500
046600       MOVE 'N'                   TO SVO-DOCK-SW                  00046600
046700     ELSE                                                         00046700
046800       MOVE 'Y'                   TO SVO-DOCK-SW                  00046800
046900       ADD 1 TO WS-DOCK-COUNT                                     00046900
047000     END-IF                                                       00047000
047100     WRITE SOV-OUT-REC                                            00047100
047200     ADD 1 TO WS-DTL-COUNT                                        00047200
047300     IF CAND-IS-RETAIL                                            00047300
047400       ADD 1 TO WS-RETAIL-COUNT                                   00047400
047500     END-IF                                                       00047500
047600     IF CAND-HAS-PHARMACY                                         00047600
047700       ADD 1 TO WS-PHARMACY-COUNT                                 00047700
047800     END-IF                                                       00047800
047900     IF CAND-HAS-FUEL                                             00047900
048000       ADD 1 TO WS-FUEL-COUNT                                     00048000
048100     END-IF                                                       00048100
048200     IF WS-CAND-CNTY-TXT = SPACES                                 00048200
048300     OR (WS-CAND-LAT-K = 0 AND WS-CAND-LON-K = 0)                 00048300
048400       PERFORM 260-LIST-MISSING-DATA                              00048400
048500     END-IF                                                       00048500
048600     .                                                            00048600
048700                                                                  00048700
048800* The carrier rates on county and on coordinates; a location      00048800
048900* missing either goes out anyway, and is listed for a fix.        00048900
049000 260-LIST-MISSING-DATA.                                           00049000
049100     IF WS-MISSING-COUNT = 0                                      00049100
049200       WRITE RPT-LINE FROM WS-HDG-LINE-4                          00049200
049300     END-IF                                                       00049300
049400     ADD 1 TO WS-MISSING-COUNT                                    00049400
049500     MOVE WS-CAND-LOC-TYP-CD      TO WS-ML-LOC-TYP-CD             00049500
049600     MOVE WS-CAND-LOC-NBR         TO WS-ML-LOC-NBR                00049600
049700     MOVE WS-CAND-LOC-NM          TO WS-ML-LOC-NM                 00049700
049800     EVALUATE TRUE                                                00049800
049900       WHEN WS-CAND-CNTY-TXT = SPACES                             00049900
050000        AND WS-CAND-LAT-K = 0 AND WS-CAND-LON-K = 0               00050000
050100         MOVE 'NO COUNTY, NO LATITUDE/LONGITUDE' TO WS-ML-NOTE    00050100
050200       WHEN WS-CAND-CNTY-TXT = SPACES                             00050200
050300         MOVE 'NO COUNTY'                        TO WS-ML-NOTE    00050300
050400       WHEN OTHER                                                 00050400
050500         MOVE 'NO LATITUDE/LONGITUDE'            TO WS-ML-NOTE    00050500
050600     END-EVALUATE                                                 00050600
050700     WRITE RPT-LINE FROM WS-MISS-LINE                             00050700
050800     .                                                            00050800
050900                                                                  00050900
051000*================================================================ 00051000
051100* Added and closed since the last extract, then the trailer.      00051100
051200*================================================================ 00051200
051300 400-WRITE-THE-CHANGES.                                           00051300
051400     WRITE RPT-LINE FROM SPACES                                   00051400
051500     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00051500
051600     WRITE RPT-LINE FROM WS-HDG-LINE-3                            00051600
051700     EXEC SQL                                                     00051700
051800       OPEN CHANGE-CSR                                            00051800
051900     END-EXEC                                                     00051900
052000     IF SQLCODE NOT = 0                                           00052000
052100       SET SQL-ERROR-DETECTED TO TRUE                             00052100
052200       DISPLAY 'MMMB2302 - ERROR OPENING CHANGE-CSR, SQLCODE='    00052200
052300               SQLCODE                                            00052300
052400     ELSE                                                         00052400
052500       PERFORM 420-FETCH-NEXT-CHANGE                              00052500
052600       PERFORM UNTIL SQLCODE NOT = 0                              00052600
052700         PERFORM 450-WRITE-THE-CHANGE                             00052700
052800         PERFORM 420-FETCH-NEXT-CHANGE                            00052800
052900       END-PERFORM                                                00052900
053000       IF SQLCODE = 100                                           00053000
053100         MOVE 0 TO SQLCODE                                        00053100
053200       END-IF                                                     00053200
053300       EXEC SQL                                                   00053300
053400         CLOSE CHANGE-CSR                                         00053400
053500       END-EXEC                                                   00053500
053600       IF SQL-NO-ERROR                                            00053600
053700         MOVE 0 TO SQLCODE                                        00053700
053800         MOVE SPACES          TO SOV-TRL-REC                      00053800
053900         MOVE 'T'             TO SVT-REC-TYP                      00053900
054000         MOVE WS-RUN-DATE     TO SVT-RUN-DATE                     00054000
054100         MOVE WS-RUN-TYPE     TO SVT-RUN-TYPE                     00054100
054200         MOVE WS-DTL-COUNT    TO SVT-DTL-CNT                      00054200
054300         MOVE WS-ADDED-COUNT  TO SVT-ADD-CNT                      00054300
054400         MOVE WS-CLOSED-COUNT TO SVT-CLS-CNT                      00054400
054500         WRITE SOV-TRL-REC                                        00054500
054600       END-IF                                                     00054600
054700     END-IF                                                       00054700
054800     .                                                            00054800
054900                                                                  00054900
055000 420-FETCH-NEXT-CHANGE.                                           00055000
055100     EXEC SQL                                                     00055100
055200       FETCH CHANGE-CSR                                           00055200
055300         INTO :WS-CHG-TYP, :WS-CHG-LOC-TYP-CD,                    00055300
055400              :WS-CHG-LOC-NBR, :WS-CHG-LOC-NM,                    00055400
055500              :WS-CHG-CITY, :WS-CHG-STATE-CD,                     00055500
055600              :WS-CHG-DT                                          00055600
055700     END-EXEC                                                     00055700
055800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00055800
055900       SET SQL-ERROR-DETECTED       TO TRUE                       00055900
056000       DISPLAY 'MMMB2302 - ERROR FETCHING CHANGE-CSR, SQLCODE='   00056000
056100               SQLCODE                                            00056100
056200     END-IF                                                       00056200
056300     .                                                            00056300
056400                                                                  00056400
056500 450-WRITE-THE-CHANGE.                                            00056500
056600     IF WS-CHG-DT = WS-ZERO-DT                                    00056600
056700       MOVE SPACES TO WS-CHG-DT                                   00056700
056800     END-IF                                                       00056800
056900     MOVE SPACES               TO SOV-CHG-REC                     00056900
057000     MOVE WS-CHG-TYP           TO SVC-REC-TYP                     00057000
057100     MOVE WS-CHG-LOC-TYP-CD    TO SVC-LOC-TYP-CD                  00057100
057200     MOVE WS-CHG-LOC-NBR       TO SVC-LOC-NBR                     00057200
057300     MOVE WS-CHG-LOC-NM        TO SVC-LOC-NM                      00057300
057400     MOVE WS-CHG-CITY          TO SVC-CITY                        00057400
057500     MOVE WS-CHG-STATE-CD      TO SVC-STATE-CD                    00057500
057600     MOVE WS-CHG-DT            TO SVC-CHG-DT                      00057600
057700     WRITE SOV-CHG-REC                                            00057700
057800     IF CHG-LOC-ADDED                                             00057800
057900       ADD 1 TO WS-ADDED-COUNT                                    00057900
058000       MOVE 'ADDED'            TO WS-CL-CHANGE                    00058000
058100     ELSE                                                         00058100
058200       ADD 1 TO WS-CLOSED-COUNT                                   00058200
058300       MOVE 'CLOSED'           TO WS-CL-CHANGE                    00058300
058400     END-IF                                                       00058400
058500     MOVE WS-CHG-LOC-TYP-CD    TO WS-CL-LOC-TYP-CD                00058500
058600     MOVE WS-CHG-LOC-NBR       TO WS-CL-LOC-NBR                   00058600
058700     MOVE WS-CHG-LOC-NM        TO WS-CL-LOC-NM                    00058700
058800     MOVE WS-CHG-CITY          TO WS-CL-CITY                      00058800
058900     MOVE WS-CHG-STATE-CD      TO WS-CL-STATE-CD                  00058900
059000     MOVE WS-CHG-DT            TO WS-CL-CHG-DT                    00059000
059100     WRITE RPT-LINE FROM WS-CHG-LINE                              00059100
059200     .                                                            00059200
059300                                                                  00059300
059400*================================================================ 00059400
059500* What was sent replaces the previous list, for the next          00059500
059600* extract's added and closed records.                             00059600
059700*================================================================ 00059700
059800 500-SAVE-THE-LIST.                                               00059800
059900     EXEC SQL                                                     00059900
060000       DELETE FROM FC_XXXAIL_SOV_SENT                             00060000
060100     END-EXEC                                                     00060100
060200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00060200
060300       SET SQL-ERROR-DETECTED TO TRUE                             00060300
060400       DISPLAY 'MMMB2302 - ERROR CLEARING FC_XXXAIL_SOV_SENT, '   00060400
060500               'SQLCODE=' SQLCODE                                 00060500
060600     ELSE                                                         00060600
060700       EXEC SQL                                                   00060700
060800         INSERT INTO FC_XXXAIL_SOV_SENT                           00060800
060900              ( VS_LOC_TYP_CD, VS_LOC_NBR, VS_LOC_NM,             00060900
061000                VS_CITY, VS_STATE_CD, VS_SENT_DT )                00061000
061100         SELECT L.LOC_TYP_CD, L.LOC_NBR, L.LOC_NM,                00061100
061200                L.PRIM_CITY, L.PRIM_STATE_CD, CURRENT DATE        00061200
061300           FROM XXXATION L                                        00061300
061400                LEFT OUTER JOIN XXXAIL_LOC R                      00061400
061500                   ON R.LOC_TYP_CD = L.LOC_TYP_CD                 00061500
061600                  AND R.LOC_NBR    = L.LOC_NBR                    00061600
061700          WHERE L.INACTIVE_SW = 'A'                               00061700
061800            AND ( R.LOC_NBR IS NULL                               00061800
061900               OR R.SLS_CLOSED_DT  = '0001-01-01'                 00061900
062000               OR R.SLS_CLOSED_DT  > CURRENT DATE )               00062000
062100       END-EXEC                                                   00062100
062200       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00062200
062300         SET SQL-ERROR-DETECTED TO TRUE                           00062300
062400         DISPLAY 'MMMB2302 - ERROR SAVING FC_XXXAIL_SOV_SENT, '   00062400
062500                 'SQLCODE=' SQLCODE                               00062500
062600       END-IF                                                     00062600
062700     END-IF                                                       00062700
062800     IF SQL-NO-ERROR                                              00062800
062900       EXEC SQL                                                   00062900
063000         COMMIT                                                   00063000
063100       END-EXEC                                                   00063100
063200     ELSE                                                         00063200
063300       EXEC SQL                                                   00063300
063400         ROLLBACK                                                 00063400
063500       END-EXEC                                                   00063500
063600     END-IF                                                       00063600
063700     .                                                            00063700
063800                                                                  00063800
063900*================================================================ 00063900
064000* Termination - the counts, and close up...                       00064000
064100*================================================================ 00064100
064200 900-TERMINATE.                                                   00064200
064300     IF SQL-ERROR-DETECTED                                        00064300
064400       MOVE 16 TO RETURN-CODE                                     00064400
064500     ELSE                                                         00064500
064600       IF WS-MISSING-COUNT > 0                                    00064600
064700         MOVE 4 TO RETURN-CODE                                    00064700
064800       END-IF                                                     00064800
064900     END-IF                                                       00064900
065000     WRITE RPT-LINE FROM SPACES                                   00065000
065100     MOVE 'LOCATIONS EXTRACTED        - ' TO WS-CNT-TXT           00065100
065200     MOVE WS-DTL-COUNT                    TO WS-CNT-NBR           00065200
065300     WRITE RPT-LINE FROM WS-CNT-LINE                              00065300
065400     MOVE '  RETAIL LOCATIONS         - ' TO WS-CNT-TXT           00065400
065500     MOVE WS-RETAIL-COUNT                 TO WS-CNT-NBR           00065500
065600     WRITE RPT-LINE FROM WS-CNT-LINE                              00065600
065700     MOVE '  WITH A PHARMACY          - ' TO WS-CNT-TXT           00065700
065800     MOVE WS-PHARMACY-COUNT               TO WS-CNT-NBR           00065800
065900     WRITE RPT-LINE FROM WS-CNT-LINE                              00065900
066000     MOVE '  WITH FUEL                - ' TO WS-CNT-TXT           00066000
066100     MOVE WS-FUEL-COUNT                   TO WS-CNT-NBR           00066100
066200     WRITE RPT-LINE FROM WS-CNT-LINE                              00066200
066300     MOVE '  WITH AN UNLOAD DOCK      - ' TO WS-CNT-TXT           00066300
066400     MOVE WS-DOCK-COUNT                   TO WS-CNT-NBR           00066400
066500     WRITE RPT-LINE FROM WS-CNT-LINE                              00066500
066600     MOVE 'ADDED SINCE LAST EXTRACT   - ' TO WS-CNT-TXT           00066600
066700     MOVE WS-ADDED-COUNT                  TO WS-CNT-NBR           00066700
066800     WRITE RPT-LINE FROM WS-CNT-LINE                              00066800
066900     MOVE 'CLOSED SINCE LAST EXTRACT  - ' TO WS-CNT-TXT           00066900
067000     MOVE WS-CLOSED-COUNT                 TO WS-CNT-NBR           00067000
067100     WRITE RPT-LINE FROM WS-CNT-LINE                              00067100
067200     MOVE 'NO COUNTY OR COORDINATES   - ' TO WS-CNT-TXT           00067200
067300     MOVE WS-MISSING-COUNT                TO WS-CNT-NBR           00067300
067400     WRITE RPT-LINE FROM WS-CNT-LINE                              00067400
067500     CLOSE SOV-OUT                                                00067500
067600           SOV-RPT                                                00067600
067700     .                                                            00067700
067800                                                                  00067800
067900*================================================================ 00067900
068000* Run control - refuse a duplicate or out-of-order start, and     00068000
068100* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00068100
068200*================================================================ 00068200
068300 050-RUN-CNTL-START.                                              00068300
068400     INITIALIZE XXXN001A                                          00068400
068500                YYYC0230                                          00068500
068600     SET  YYYC0230-START-RUN TO TRUE                              00068600
068700     MOVE 'MMMB2302' TO YYYC0230-JOB-NM                           00068700
068800     CALL YYYS0230-RUN-CNTL USING                                 00068800
068900         XXXN001A                                                 00068900
069000         YYYC0230                                                 00069000
069100     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00069100
069200       SET SQL-ERROR-DETECTED TO TRUE                             00069200
069300       DISPLAY 'MMMB2302 - START REFUSED: ' IS-RTRN-MSG-TXT       00069300
069400     END-IF                                                       00069400
069500     .                                                            00069500
069600                                                                  00069600
069700 055-RUN-CNTL-END.                                                00069700
069800     INITIALIZE XXXN001A                                          00069800
069900                YYYC0230                                          00069900
070000     IF SQL-ERROR-DETECTED                                        00070000
070100       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00070100
070200     ELSE                                                         00070200
070300       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00070300
070400     END-IF                                                       00070400
070500     MOVE 'MMMB2302' TO YYYC0230-JOB-NM                           00070500
070600     CALL YYYS0230-RUN-CNTL USING                                 00070600
070700         XXXN001A                                                 00070700
070800         YYYC0230                                                 00070800
070900     .                                                            00070900
