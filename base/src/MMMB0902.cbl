000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0902.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Weekly ad-zone roster feed to the circular print vendor.        00000600
000700*                                                                 00000700
000800* The vendor was getting the store list for each ad version by    00000800
000900* mail from marketing, and it was often stale after a zone        00000900
001000* realignment. This job builds it from the zone assignments       00001000
001100* themselves: every open store's FC_XXXAIL_CLS_ZONE (DDDTCZ01)    00001100
001200* rows, taking the exception zone (AD_ZONE_EXCP) when one is set  00001200
001300* and the regular AD_ZONE otherwise. A class with neither zone    00001300
001400* is in no circular and is left out.                              00001400
001500*                                                                 00001500
001600* ZONEOUT, in ad zone / item class / store order:                 00001600
001700*   D  one per store and class, with the zone description from    00001700
001800*      FC_XXXAIL_AD_ZONE (DDDTAZ01) and the store's XXXATION      00001800
001900*      name and primary address;                                  00001900
002000*   C  after each class in a zone - stores in that class;         00002000
002100*   Z  after each zone - classes, store/class rows and distinct   00002100
002200*      stores in the zone;                                        00002200
002300*   X  the change section - store/class rows whose zone moved,    00002300
002400*      and stores opened or closed, since the previous feed;      00002400
002500*   T  trailer - run date and the D, Z and X counts, plus every   00002500
002600*      record ahead of it, for the vendor to balance.             00002600
002700* What was sent is kept on FC_XXXAIL_ADZN_SENT (DDDTZS01) for     00002700
002800* the next run's change section, so the first run shows every     00002800
002900* store as opened.                                                00002900
003000*                                                                 00003000
003100* RPTOUT lists the zones with their counts, then the changes. A   00003100
003200* zone not on FC_XXXAIL_AD_ZONE is still fed, with a blank        00003200
003300* description, but is flagged on the report and ends the job      00003300
003400* with RC 4.                                                      00003400
003500* Batch job - run standalone, schedule weekly.                    00003500
003600*---------------------------------------------------------------- 00003600
003700 ENVIRONMENT DIVISION.                                            00003700
003800 INPUT-OUTPUT SECTION.                                            00003800
003900 FILE-CONTROL.                                                    00003900
004000     SELECT ZONE-OUT       ASSIGN TO ZONEOUT                      00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200     SELECT ZONE-RPT       ASSIGN TO RPTOUT                       00004200
004300         ORGANIZATION IS LINE SEQUENTIAL.                         00004300
004400                                                                  00004400
004500 DATA DIVISION.                                                   00004500
004600 FILE SECTION.                                                    00004600
004700 FD  ZONE-OUT.                                                    00004700
004800 01  ZONE-OUT-REC.                                                00004800
004900     05 ZNO-REC-TYP                    PIC X(1).                  00004900
005000     05 ZNO-AD-ZONE                    PIC 9(7).                  00005000
005100     05 ZNO-ZONE-ABB                   PIC X(1).                  00005100
005200     05 ZNO-ZONE-DESC                  PIC X(6).                  00005200
005300     05 ZNO-ITM-CLS-CD                 PIC 9(3).                  00005300
005400     05 ZNO-STORE-NBR                  PIC 9(9).                  00005400
005500     05 ZNO-LOC-NM                     PIC X(30).                 00005500
005600     05 ZNO-ADR-1                      PIC X(30).                 00005600
005700     05 ZNO-CITY                       PIC X(30).                 00005700
005800     05 ZNO-STATE-CD                   PIC X(2).                  00005800
005900     05 ZNO-ZIP5-CD                    PIC 9(5).                  00005900
006000     05 FILLER                         PIC X(26).                 00006000
006100                                                                  00006100
006200 FD  ZONE-RPT.                                                    00006200
006300 01  RPT-LINE                          PIC X(132).                00006300
006400                                                                  00006400
006500 WORKING-STORAGE SECTION.                                         00006500
006600* --------------------------------------------------------------- 00006600
006700* Misc working storage...                                         00006700
006800* --------------------------------------------------------------- 00006800
006900 01 WS-DTL-COUNT                     PIC 9(9) VALUE 0.            00006900
007000 01 WS-ZONE-COUNT                    PIC 9(9) VALUE 0.            00007000
007100 01 WS-CHANGE-COUNT                  PIC 9(9) VALUE 0.            00007100
007200 01 WS-FEED-REC-COUNT                PIC 9(9) VALUE 0.            00007200
007300 01 WS-NO-ZONE-COUNT                 PIC 9(6) VALUE 0.            00007300
007400 01 WS-MOVED-COUNT                   PIC 9(6) VALUE 0.            00007400
007500 01 WS-OPENED-COUNT                  PIC 9(6) VALUE 0.            00007500
007600 01 WS-CLOSED-COUNT                  PIC 9(6) VALUE 0.            00007600
007700 01 WS-SAVED-COUNT                   PIC 9(9) VALUE 0.            00007700
007800 01 WS-CLS-STORES                    PIC 9(9) VALUE 0.            00007800
007900 01 WS-ZONE-CLASSES                  PIC 9(5) VALUE 0.            00007900
008000 01 WS-ZONE-ROWS                     PIC 9(9) VALUE 0.            00008000
008100 01 WS-ZONE-STORES                   PIC S9(9) COMP VALUE 0.      00008100
008200                                                                  00008200
008300 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00008300
008400    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00008400
008500    88 SQL-NO-ERROR                           VALUE 'N'.          00008500
008600                                                                  00008600
008700 01 WS-CAND-ZONE-NO                  PIC S9(7) COMP-3 VALUE 0.    00008700
008800 01 WS-CAND-ZONE-ABB                 PIC X(1) VALUE SPACES.       00008800
008900 01 WS-CAND-ZONE-DESC                PIC X(6) VALUE SPACES.       00008900
009000 01 WS-CAND-ZONE-SW                  PIC X(1) VALUE 'Y'.          00009000
009100    88 ZONE-ON-TABLE                          VALUE 'Y'.          00009100
009200 01 WS-CAND-CLS-CD                   PIC S9(3) COMP-3 VALUE 0.    00009200
009300 01 WS-CAND-LOC-NBR                  PIC S9(9) COMP VALUE 0.      00009300
009400 01 WS-CAND-LOC-NM                   PIC X(30) VALUE SPACES.      00009400
009500 01 WS-CAND-ADR-1                    PIC X(30) VALUE SPACES.      00009500
009600 01 WS-CAND-CITY                     PIC X(30) VALUE SPACES.      00009600
009700 01 WS-CAND-STATE-CD                 PIC X(2) VALUE SPACES.       00009700
009800 01 WS-CAND-ZIP5-CD                  PIC S9(5) COMP-3 VALUE 0.    00009800
009900                                                                  00009900
010000 01 WS-PREV-ZONE-NO                  PIC S9(7) COMP-3 VALUE 0.    00010000
010100 01 WS-PREV-ZONE-ABB                 PIC X(1) VALUE SPACES.       00010100
010200 01 WS-PREV-ZONE-DESC                PIC X(6) VALUE SPACES.       00010200
010300 01 WS-PREV-ZONE-SW                  PIC X(1) VALUE 'Y'.          00010300
010400    88 PREV-ZONE-ON-TABLE                     VALUE 'Y'.          00010400
010500 01 WS-PREV-CLS-CD                   PIC S9(3) COMP-3 VALUE 0.    00010500
010600                                                                  00010600
010700 01 WS-CHG-TYP                       PIC X(1) VALUE SPACES.       00010700
010800    88 CHG-ZONE-MOVED                         VALUE 'M'.          00010800
010900    88 CHG-STORE-OPENED                       VALUE 'O'.          00010900
011000    88 CHG-STORE-CLOSED                       VALUE 'C'.          00011000
011100 01 WS-CHG-LOC-NBR                   PIC S9(9) COMP VALUE 0.      00011100
011200 01 WS-CHG-CLS-CD                    PIC S9(3) COMP-3 VALUE 0.    00011200
011300 01 WS-CHG-OLD-ZONE                  PIC S9(7) COMP-3 VALUE 0.    00011300
011400 01 WS-CHG-NEW-ZONE                  PIC S9(7) COMP-3 VALUE 0.    00011400
011500 01 WS-RUN-DATE                      PIC X(8)  VALUE SPACES.      00011500
011600                                                                  00011600
011700 01 WS-FEED-CLS.                                                  00011700
011800    05 WS-FEED-CLS-REC-TYP         PIC X(1)  VALUE 'C'.           00011800
011900    05 WS-FEED-CLS-AD-ZONE         PIC 9(7).                      00011900
012000    05 WS-FEED-CLS-ITM-CLS-CD      PIC 9(3).                      00012000
012100    05 WS-FEED-CLS-STORES          PIC 9(9).                      00012100
012200    05 FILLER                      PIC X(130) VALUE SPACES.       00012200
012300                                                                  00012300
012400 01 WS-FEED-ZONE.                                                 00012400
012500    05 WS-FEED-ZONE-REC-TYP        PIC X(1)  VALUE 'Z'.           00012500
012600    05 WS-FEED-ZONE-AD-ZONE        PIC 9(7).                      00012600
012700    05 WS-FEED-ZONE-ABB            PIC X(1).                      00012700
012800    05 WS-FEED-ZONE-DESC           PIC X(6).                      00012800
012900    05 WS-FEED-ZONE-CLASSES        PIC 9(5).                      00012900
013000    05 WS-FEED-ZONE-ROWS           PIC 9(9).                      00013000
013100    05 WS-FEED-ZONE-STORES         PIC 9(9).                      00013100
013200    05 FILLER                      PIC X(112) VALUE SPACES.       00013200
013300                                                                  00013300
013400* Change types: M the class moved zone (an old or new zone of     00013400
013500* zero is a class newly zoned or no longer zoned at a store       00013500
013600* still on the feed), O store opened, C store closed.             00013600
013700 01 WS-FEED-CHG.                                                  00013700
013800    05 WS-FEED-CHG-REC-TYP         PIC X(1)  VALUE 'X'.           00013800
013900    05 WS-FEED-CHG-TYP             PIC X(1).                      00013900
014000    05 WS-FEED-CHG-STORE-NBR       PIC 9(9).                      00014000
014100    05 WS-FEED-CHG-ITM-CLS-CD      PIC 9(3).                      00014100
014200    05 WS-FEED-CHG-OLD-ZONE        PIC 9(7).                      00014200
014300    05 WS-FEED-CHG-NEW-ZONE        PIC 9(7).                      00014300
014400    05 FILLER                      PIC X(122) VALUE SPACES.       00014400
014500                                                                  00014500
014600 01 WS-FEED-TRL.                                                  00014600
014700    05 WS-FEED-TRL-REC-TYP         PIC X(1)  VALUE 'T'.           00014700
014800    05 WS-FEED-TRL-RUN-DATE        PIC X(8).                      00014800
014900    05 WS-FEED-TRL-DTL-CNT         PIC 9(9).                      00014900
015000    05 WS-FEED-TRL-ZONE-CNT        PIC 9(9).                      00015000
015100    05 WS-FEED-TRL-CHG-CNT         PIC 9(9).                      00015100
015200    05 WS-FEED-TRL-REC-CNT         PIC 9(9).                      00015200
015300    05 FILLER                      PIC X(105) VALUE SPACES.       00015300
015400                                                                  00015400
015500 COPY XXXN001A.                                                   00015500
015600 COPY YYYC0230.                                                   00015600
015700 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00015700
015800                                                                  00015800
015900 01 WS-HDG-LINE-1.                                                00015900
016000    05 FILLER PIC X(48) VALUE                                     00016000
016100       'MMMB0902 - WEEKLY AD-ZONE ROSTER FEED'.                   00016100
016200 01 WS-HDG-LINE-2.                                                00016200
016300    05 FILLER PIC X(40) VALUE                                     00016300
016400       '   ZONE  ABB  DESC    CLASSES  ST/CLASS'.                 00016400
016500    05 FILLER PIC X(20) VALUE                                     00016500
016600       '    STORES  NOTE'.                                        00016600
016700 01 WS-ZONE-LINE.                                                 00016700
016800    05 WS-ZL-AD-ZONE                PIC Z(6)9.                    00016800
016900    05 FILLER                       PIC X(3) VALUE SPACES.        00016900
017000    05 WS-ZL-ZONE-ABB               PIC X(1).                     00017000
017100    05 FILLER                       PIC X(3) VALUE SPACES.        00017100
017200    05 WS-ZL-ZONE-DESC              PIC X(6).                     00017200
017300    05 FILLER                       PIC X(3) VALUE SPACES.        00017300
017400    05 WS-ZL-CLASSES                PIC Z(6)9.                    00017400
017500    05 FILLER                       PIC X(2) VALUE SPACES.        00017500
017600    05 WS-ZL-ROWS                   PIC Z(7)9.                    00017600
017700    05 FILLER                       PIC X(2) VALUE SPACES.        00017700
017800    05 WS-ZL-STORES                 PIC Z(7)9.                    00017800
017900    05 FILLER                       PIC X(2) VALUE SPACES.        00017900
018000    05 WS-ZL-NOTE                   PIC X(40).                    00018000
018100 01 WS-HDG-LINE-3.                                                00018100
018200    05 FILLER PIC X(40) VALUE                                     00018200
018300       'CHANGES SINCE THE PREVIOUS FEED'.                         00018300
018400 01 WS-HDG-LINE-4.                                                00018400
018500    05 FILLER PIC X(40) VALUE                                     00018500
018600       '    STORE  CLASS  OLD ZONE  NEW ZONE  '.                  00018600
018700    05 FILLER PIC X(10) VALUE                                     00018700
018800       'CHANGE'.                                                  00018800
018900 01 WS-CHG-LINE.                                                  00018900
019000    05 WS-CL-STORE-NO               PIC Z(8)9.                    00019000
019100    05 FILLER                       PIC X(4) VALUE SPACES.        00019100
019200    05 WS-CL-ITM-CLS-CD             PIC ZZ9.                      00019200
019300    05 FILLER                       PIC X(3) VALUE SPACES.        00019300
019400    05 WS-CL-OLD-ZONE               PIC Z(6)9.                    00019400
019500    05 FILLER                       PIC X(3) VALUE SPACES.        00019500
019600    05 WS-CL-NEW-ZONE               PIC Z(6)9.                    00019600
019700    05 FILLER                       PIC X(2) VALUE SPACES.        00019700
019800    05 WS-CL-CHANGE                 PIC X(20).                    00019800
019900                                                                  00019900
020000 01 WS-SUMMARY-LINE.                                              00020000
020100    05 FILLER PIC X(23) VALUE 'ZONES FED          - '.            00020100
020200    05 WS-SUM-ZONES                 PIC ZZZ,ZZ9.                  00020200
020300 01 WS-SUMMARY-LINE2.                                             00020300
020400    05 FILLER PIC X(23) VALUE 'STORE/CLASS ROWS   - '.            00020400
020500    05 WS-SUM-ROWS                  PIC ZZZ,ZZ9.                  00020500
020600 01 WS-SUMMARY-LINE3.                                             00020600
020700    05 FILLER PIC X(23) VALUE 'ZONE MOVES         - '.            00020700
020800    05 WS-SUM-MOVED                 PIC ZZZ,ZZ9.                  00020800
020900 01 WS-SUMMARY-LINE4.                                             00020900
021000    05 FILLER PIC X(23) VALUE 'STORE OPENED ROWS  - '.            00021000
021100    05 WS-SUM-OPENED                PIC ZZZ,ZZ9.                  00021100
021200 01 WS-SUMMARY-LINE5.                                             00021200
021300    05 FILLER PIC X(23) VALUE 'STORE CLOSED ROWS  - '.            00021300
021400    05 WS-SUM-CLOSED                PIC ZZZ,ZZ9.                  00021400
021500 01 WS-SUMMARY-LINE6.                                             00021500
021600    05 FILLER PIC X(23) VALUE 'ZONES NOT ON TABLE - '.            00021600
021700    05 WS-SUM-NO-ZONE               PIC ZZZ,ZZ9.                  00021700
021800 01 WS-SUMMARY-LINE7.                                             00021800
021900    05 FILLER PIC X(23) VALUE 'FEED RECORDS       - '.            00021900
022000    05 WS-SUM-FEED-RECS             PIC ZZZ,ZZ9.                  00022000
022100                                                                  00022100
022200* ----------------------------------------------------------------00022200
022300* DB2 stuff...                                                    00022300
022400* ----------------------------------------------------------------00022400
022500     EXEC SQL                                                     00022500
022600       INCLUDE SQLCA                                              00022600
022700     END-EXEC                                                     00022700
022800                                                                  00022800
022900     EXEC SQL                                                     00022900
023000       INCLUDE DDDTZS01                                           00023000
023100     END-EXEC                                                     00023100
023200                                                                  00023200
023300* Open stores - the zero date '0001-01-01' is "no date on file",  00023300
023400* so a store with no scheduled closing is open. Name and address  00023400
023500* come from XXXATION when the store has a row there.              00023500
023600     EXEC SQL                                                     00023600
023700       DECLARE ROSTER-CSR CURSOR FOR                              00023700
023800       SELECT CASE WHEN Z.AD_ZONE_EXCP <> 0                       00023800
023900                   THEN Z.AD_ZONE_EXCP ELSE Z.AD_ZONE END,        00023900
024000              COALESCE(A.AZ_ZONE_ABB, ' '),                       00024000
024100              COALESCE(A.AZ_ZONE_DESC, ' '),                      00024100
024200              CASE WHEN A.AZ_ZONE_NO IS NULL THEN 'N'             00024200
024300                   ELSE 'Y' END,                                  00024300
024400              Z.ITM_CLS_CD, Z.LOC_NBR,                            00024400
024500              COALESCE(O.LOC_NM, ' '),                            00024500
024600              COALESCE(O.PRIM_ADR_1, ' '),                        00024600
024700              COALESCE(O.PRIM_CITY, ' '),                         00024700
024800              COALESCE(O.PRIM_STATE_CD, ' '),                     00024800
024900              COALESCE(O.PRIM_ZIP5_CD, 0)                         00024900
025000         FROM FC_XXXAIL_CLS_ZONE Z                                00025000
025100              INNER JOIN XXXAIL_LOC L                             00025100
025200                 ON L.LOC_TYP_CD = Z.LOC_TYP_CD                   00025200
025300                AND L.LOC_NBR    = Z.LOC_NBR                      00025300
025400              LEFT OUTER JOIN XXXATION O                          00025400
025500                 ON O.LOC_TYP_CD = Z.LOC_TYP_CD                   00025500
025600                AND O.LOC_NBR    = Z.LOC_NBR                      00025600
025700              LEFT OUTER JOIN FC_XXXAIL_AD_ZONE A                 00025700
025800                 ON A.AZ_ZONE_NO =                                00025800
025900                    CASE WHEN Z.AD_ZONE_EXCP <> 0                 00025900
026000                         THEN Z.AD_ZONE_EXCP ELSE Z.AD_ZONE END   00026000
026100        WHERE Z.LOC_TYP_CD       = 'S '                           00026100
026200          AND ( Z.AD_ZONE <> 0 OR Z.AD_ZONE_EXCP <> 0 )           00026200
026300          AND L.SLS_OPEN_DT      > '0001-01-01'                   00026300
026400          AND L.SLS_OPEN_DT     <= CURRENT DATE                   00026400
026500          AND ( L.SLS_CLOSED_DT  = '0001-01-01'                   00026500
026600             OR L.SLS_CLOSED_DT  > CURRENT DATE )                 00026600
026700        ORDER BY 1, 5, 6                                          00026700
026800     END-EXEC                                                     00026800
026900                                                                  00026900
027000* The roster as it stands (CUR) against the roster last sent.     00027000
027100* A row new to the feed is a store opened unless the store was    00027100
027200* already on it; a row gone from the feed is a store closed       00027200
027300* unless the store is still on it - either way otherwise it is    00027300
027400* a zone move from or to zero.                                    00027400
027500     EXEC SQL                                                     00027500
027600       DECLARE CHANGE-CSR CURSOR FOR                              00027600
027700       WITH CUR (LOC_NBR, ITM_CLS_CD, AD_ZONE) AS                 00027700
027800       ( SELECT Z.LOC_NBR, Z.ITM_CLS_CD,                          00027800
027900                CASE WHEN Z.AD_ZONE_EXCP <> 0                     00027900
028000                     THEN Z.AD_ZONE_EXCP ELSE Z.AD_ZONE END       00028000
028100           FROM FC_XXXAIL_CLS_ZONE Z                              00028100
028200                INNER JOIN XXXAIL_LOC L                           00028200
028300                   ON L.LOC_TYP_CD = Z.LOC_TYP_CD                 00028300
028400                  AND L.LOC_NBR    = Z.LOC_NBR                    00028400
028500          WHERE Z.LOC_TYP_CD       = 'S '                         00028500
028600            AND ( Z.AD_ZONE <> 0 OR Z.AD_ZONE_EXCP <> 0 )         00028600
028700            AND L.SLS_OPEN_DT      > '0001-01-01'                 00028700
028800            AND L.SLS_OPEN_DT     <= CURRENT DATE                 00028800
028900            AND ( L.SLS_CLOSED_DT  = '0001-01-01'                 00028900
029000               OR L.SLS_CLOSED_DT  > CURRENT DATE ) )             00029000
029100       SELECT 'M', C.LOC_NBR, C.ITM_CLS_CD,                       00029100
029200              S.ZS_AD_ZONE, C.AD_ZONE                             00029200
029300         FROM CUR C                                               00029300
029400              INNER JOIN FC_XXXAIL_ADZN_SENT S                    00029400
029500                 ON S.ZS_LOC_NBR    = C.LOC_NBR                   00029500
029600                AND S.ZS_ITM_CLS_CD = C.ITM_CLS_CD                00029600
029700        WHERE S.ZS_AD_ZONE <> C.AD_ZONE                           00029700
029800       UNION ALL                                                  00029800
029900       SELECT CASE WHEN EXISTS                                    00029900
030000                   ( SELECT 1 FROM FC_XXXAIL_ADZN_SENT S2         00030000
030100                      WHERE S2.ZS_LOC_NBR = C.LOC_NBR )           00030100
030200                   THEN 'M' ELSE 'O' END,                         00030200
030300              C.LOC_NBR, C.ITM_CLS_CD, 0, C.AD_ZONE               00030300
030400         FROM CUR C                                               00030400
030500        WHERE NOT EXISTS                                          00030500
030600              ( SELECT 1 FROM FC_XXXAIL_ADZN_SENT S               00030600
030700                 WHERE S.ZS_LOC_NBR    = C.LOC_NBR                00030700
030800                   AND S.ZS_ITM_CLS_CD = C.ITM_CLS_CD )           00030800
030900       UNION ALL                                                  00030900
031000       SELECT CASE WHEN EXISTS                                    00031000
031100                   ( SELECT 1 FROM CUR C2                         00031100
031200                      WHERE C2.LOC_NBR = S.ZS_LOC_NBR )           00031200
031300                   THEN 'M' ELSE 'C' END,                         00031300
031400              S.ZS_LOC_NBR, S.ZS_ITM_CLS_CD, S.ZS_AD_ZONE, 0      00031400
031500         FROM FC_XXXAIL_ADZN_SENT S                               00031500
031600        WHERE NOT EXISTS                                          00031600
031700              ( SELECT 1 FROM CUR C                               00031700
031800                 WHERE C.LOC_NBR    = S.ZS_LOC_NBR                00031800
031900                   AND C.ITM_CLS_CD = S.ZS_ITM_CLS_CD )           00031900
032000        ORDER BY 2, 3                                             00032000
032100     END-EXEC                                                     00032100
032200                                                                  00032200
032300 PROCEDURE DIVISION.                                              00032300
032400***************************************************************** 00032400
032500* Start of program main line.                                     00032500
032600***************************************************************** 00032600
032700 000-MAIN.                                                        00032700
032800     PERFORM 050-RUN-CNTL-START                                   00032800
032900     IF SQL-ERROR-DETECTED                                        00032900
033000       MOVE 8 TO RETURN-CODE                                      00033000
033100       GOBACK                                                     00033100
033200     END-IF                                                       00033200
033300     PERFORM 100-INITIALIZE                                       00033300
033400     PERFORM 200-WRITE-THE-ROSTER                                 00033400
033500     IF SQL-NO-ERROR                                              00033500
033600       PERFORM 400-WRITE-THE-CHANGES                              00033600
033700     END-IF                                                       00033700
033800     IF SQL-NO-ERROR                                              00033800
033900       PERFORM 500-SAVE-THE-ROSTER                                00033900
034000     END-IF                                                       00034000
034100     PERFORM 900-TERMINATE                                        00034100
034200     PERFORM 055-RUN-CNTL-END                                     00034200
034300     GOBACK                                                       00034300
034400     .                                                            00034400
034500                                                                  00034500
034600 100-INITIALIZE.                                                  00034600
034700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00034700
034800     OPEN OUTPUT ZONE-OUT                                         00034800
034900     OPEN OUTPUT ZONE-RPT                                         00034900
035000     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00035000
035100     WRITE RPT-LINE FROM SPACES                                   00035100
035200     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00035200
035300     .                                                            00035300
035400                                                                  00035400
035500 120-FETCH-NEXT-ROW.                                              00035500
035600     EXEC SQL                                                     00035600
035700       FETCH ROSTER-CSR                                           00035700
035800         INTO :WS-CAND-ZONE-NO, :WS-CAND-ZONE-ABB,                00035800
035900              :WS-CAND-ZONE-DESC, :WS-CAND-ZONE-SW,               00035900
036000              :WS-CAND-CLS-CD, :WS-CAND-LOC-NBR,                  00036000
036100              :WS-CAND-LOC-NM, :WS-CAND-ADR-1,                    00036100
036200              :WS-CAND-CITY, :WS-CAND-STATE-CD,                   00036200
036300              :WS-CAND-ZIP5-CD                                    00036300
036400     END-EXEC                                                     00036400
036500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00036500
036600       SET SQL-ERROR-DETECTED       TO TRUE                       00036600
036700       DISPLAY 'MMMB0902 - ERROR FETCHING ROSTER-CSR, SQLCODE='   00036700
036800               SQLCODE                                            00036800
036900     END-IF                                                       00036900
037000     .                                                            00037000
037100                                                                  00037100
037200*================================================================ 00037200
037300* The roster - a detail per store and class, a count record at    00037300
037400* the end of each class and each zone.                            00037400
037500*================================================================ 00037500
037600 200-WRITE-THE-ROSTER.                                            00037600
037700     EXEC SQL                                                     00037700
037800       OPEN ROSTER-CSR                                            00037800
037900     END-EXEC                                                     00037900
038000     IF SQLCODE NOT = 0                                           00038000
038100       SET SQL-ERROR-DETECTED TO TRUE                             00038100
038200       DISPLAY 'MMMB0902 - ERROR OPENING ROSTER-CSR, SQLCODE='    00038200
038300               SQLCODE                                            00038300
038400     ELSE                                                         00038400
038500       PERFORM 120-FETCH-NEXT-ROW                                 00038500
038600       PERFORM UNTIL SQLCODE NOT = 0                              00038600
038700         IF WS-DTL-COUNT > 0                                      00038700
038800           IF WS-CAND-ZONE-NO NOT = WS-PREV-ZONE-NO               00038800
038900             PERFORM 260-END-THE-CLASS                            00038900
039000             PERFORM 270-END-THE-ZONE                             00039000
039100           ELSE                                                   00039100
039200             IF WS-CAND-CLS-CD NOT = WS-PREV-CLS-CD               00039200
039300               PERFORM 260-END-THE-CLASS                          00039300
039400             END-IF                                               00039400
039500           END-IF                                                 00039500
039600         END-IF                                                   00039600
039700         IF SQL-NO-ERROR                                          00039700
039800           IF WS-DTL-COUNT = 0                                    00039800
039900             OR WS-CAND-ZONE-NO NOT = WS-PREV-ZONE-NO             00039900
040000             PERFORM 240-START-THE-ZONE                           00040000
040100           END-IF                                                 00040100
040200           PERFORM 250-WRITE-THE-STORE                            00040200
040300           PERFORM 120-FETCH-NEXT-ROW                             00040300
040400         END-IF                                                   00040400
040500       END-PERFORM                                                00040500
040600       IF SQLCODE = 100                                           00040600
040700         MOVE 0 TO SQLCODE                                        00040700
040800       END-IF                                                     00040800
040900       EXEC SQL                                                   00040900
041000         CLOSE ROSTER-CSR                                         00041000
041100       END-EXEC                                                   00041100
041200       IF SQL-NO-ERROR                                            00041200
041300         MOVE 0 TO SQLCODE                                        00041300
041400         IF WS-DTL-COUNT > 0                                      00041400
041500           PERFORM 260-END-THE-CLASS                              00041500
041600           PERFORM 270-END-THE-ZONE                               00041600
041700         END-IF                                                   00041700
041800       END-IF                                                     00041800
041900     END-IF                                                       00041900
042000     .                                                            00042000
042100                                                                  00042100
042200 240-START-THE-ZONE.                                              00042200
042300     ADD 1 TO WS-ZONE-COUNT                                       00042300
042400     MOVE WS-CAND-ZONE-NO   TO WS-PREV-ZONE-NO                    00042400
042500     MOVE WS-CAND-ZONE-ABB  TO WS-PREV-ZONE-ABB                   00042500
042600     MOVE WS-CAND-ZONE-DESC TO WS-PREV-ZONE-DESC                  00042600
042700     MOVE WS-CAND-ZONE-SW   TO WS-PREV-ZONE-SW                    00042700
042800     MOVE 0                 TO WS-ZONE-CLASSES                    00042800
042900                               WS-ZONE-ROWS                       00042900
043000                               WS-CLS-STORES                      00043000
043100     .                                                            00043100
043200                                                                  00043200
043300 250-WRITE-THE-STORE.                                             00043300
043400     IF WS-CLS-STORES = 0                                         00043400
043500       ADD 1 TO WS-ZONE-CLASSES                                   00043500
043600     END-IF                                                       00043600
043700     MOVE WS-CAND-CLS-CD       TO WS-PREV-CLS-CD                  00043700
043800     MOVE SPACES               TO ZONE-OUT-REC                    00043800
043900     MOVE 'D'                  TO ZNO-REC-TYP                     00043900
044000     MOVE WS-CAND-ZONE-NO      TO ZNO-AD-ZONE                     00044000
044100     MOVE WS-CAND-ZONE-ABB     TO ZNO-ZONE-ABB                    00044100
044200     MOVE WS-CAND-ZONE-DESC    TO ZNO-ZONE-DESC                   00044200
044300     MOVE WS-CAND-CLS-CD       TO ZNO-ITM-CLS-CD                  00044300
044400     MOVE WS-CAND-LOC-NBR      TO ZNO-STORE-NBR                   00044400
044500     MOVE WS-CAND-LOC-NM       TO ZNO-LOC-NM                      00044500
044600     MOVE WS-CAND-ADR-1        TO ZNO-ADR-1                       00044600
044700     MOVE WS-CAND-CITY         TO ZNO-CITY                        00044700
044800     MOVE WS-CAND-STATE-CD     TO ZNO-STATE-CD                    00044800
044900     MOVE WS-CAND-ZIP5-CD      TO ZNO-ZIP5-CD                     00044900
045000     WRITE ZONE-OUT-REC                                           00045000
045100     ADD 1 TO WS-DTL-COUNT                                        00045100
045200              WS-FEED-REC-COUNT                                   00045200
045300              WS-CLS-STORES                                       00045300
045400              WS-ZONE-ROWS                                        00045400
045500     .                                                            00045500
045600                                                                  00045600
045700 260-END-THE-CLASS.                                               00045700
045800     MOVE WS-PREV-ZONE-NO      TO WS-FEED-CLS-AD-ZONE             00045800
045900     MOVE WS-PREV-CLS-CD       TO WS-FEED-CLS-ITM-CLS-CD          00045900
046000     MOVE WS-CLS-STORES        TO WS-FEED-CLS-STORES              00046000
046100     WRITE ZONE-OUT-REC FROM WS-FEED-CLS                          00046100
046200     ADD 1 TO WS-FEED-REC-COUNT                                   00046200
046300     MOVE 0 TO WS-CLS-STORES                                      00046300
046400     .                                                            00046400
046500                                                                  00046500
046600* A store in several classes of the zone gets one circular, so    00046600
046700* the zone's store count is of distinct stores.                   00046700
046800 270-END-THE-ZONE.                                                00046800
046900     EXEC SQL                                                     00046900
047000       SELECT COUNT(DISTINCT Z.LOC_NBR)                           00047000
047100         INTO :WS-ZONE-STORES                                     00047100
047200         FROM FC_XXXAIL_CLS_ZONE Z                                00047200
047300              INNER JOIN XXXAIL_LOC L                             00047300
047400                 ON L.LOC_TYP_CD = Z.LOC_TYP_CD                   00047400
047500                AND L.LOC_NBR    = Z.LOC_NBR                      00047500
047600        WHERE Z.LOC_TYP_CD       = 'S '                           00047600
047700          AND CASE WHEN Z.AD_ZONE_EXCP <> 0                       00047700
047800                   THEN Z.AD_ZONE_EXCP ELSE Z.AD_ZONE END         00047800
047900              = :WS-PREV-ZONE-NO                                  00047900
048000          AND L.SLS_OPEN_DT      > '0001-01-01'                   00048000
048100          AND L.SLS_OPEN_DT     <= CURRENT DATE                   00048100
048200          AND ( L.SLS_CLOSED_DT  = '0001-01-01'                   00048200
048300             OR L.SLS_CLOSED_DT  > CURRENT DATE )                 00048300
048400     END-EXEC                                                     00048400
048500     IF SQLCODE NOT = 0                                           00048500
048600       SET SQL-ERROR-DETECTED TO TRUE                             00048600
048700       DISPLAY 'MMMB0902 - ERROR COUNTING STORES IN ZONE '        00048700
048800               WS-PREV-ZONE-NO ', SQLCODE=' SQLCODE               00048800
048900     ELSE                                                         00048900
049000       MOVE WS-PREV-ZONE-NO    TO WS-FEED-ZONE-AD-ZONE            00049000
049100       MOVE WS-PREV-ZONE-ABB   TO WS-FEED-ZONE-ABB                00049100
049200       MOVE WS-PREV-ZONE-DESC  TO WS-FEED-ZONE-DESC               00049200
049300       MOVE WS-ZONE-CLASSES    TO WS-FEED-ZONE-CLASSES            00049300
049400       MOVE WS-ZONE-ROWS       TO WS-FEED-ZONE-ROWS               00049400
049500       MOVE WS-ZONE-STORES     TO WS-FEED-ZONE-STORES             00049500
049600       WRITE ZONE-OUT-REC FROM WS-FEED-ZONE                       00049600
049700       ADD 1 TO WS-FEED-REC-COUNT                                 00049700
049800                                                                  00049800
049900       MOVE WS-PREV-ZONE-NO    TO WS-ZL-AD-ZONE                   00049900
050000       MOVE WS-PREV-ZONE-ABB   TO WS-ZL-ZONE-ABB                  00050000
050100       MOVE WS-PREV-ZONE-DESC  TO WS-ZL-ZONE-DESC                 00050100
050200       MOVE WS-ZONE-CLASSES    TO WS-ZL-CLASSES                   00050200
050300       MOVE WS-ZONE-ROWS       TO WS-ZL-ROWS                      00050300
050400       MOVE WS-ZONE-STORES     TO WS-ZL-STORES                    00050400
050500       IF PREV-ZONE-ON-TABLE                                      00050500
050600         MOVE SPACES TO WS-ZL-NOTE                                00050600
050700       ELSE                                                       00050700
050800         ADD 1 TO WS-NO-ZONE-COUNT                                00050800
050900         MOVE 'ZONE NOT ON FC_XXXAIL_AD_ZONE' TO WS-ZL-NOTE       00050900
051000       END-IF                                                     00051000
051100       WRITE RPT-LINE FROM WS-ZONE-LINE                           00051100
051200     END-IF                                                       00051200
051300     .                                                            00051300
051400                                                                  00051400
051500*================================================================ 00051500
051600* The change section, against the roster last sent.               00051600
051700*================================================================ 00051700
051800 400-WRITE-THE-CHANGES.                                           00051800
051900     WRITE RPT-LINE FROM SPACES                                   00051900
052000     WRITE RPT-LINE FROM WS-HDG-LINE-3                            00052000
052100     WRITE RPT-LINE FROM WS-HDG-LINE-4                            00052100
052200     EXEC SQL                                                     00052200
052300       OPEN CHANGE-CSR                                            00052300
052400     END-EXEC                                                     00052400
052500     IF SQLCODE NOT = 0                                           00052500
052600       SET SQL-ERROR-DETECTED TO TRUE                             00052600
052700       DISPLAY 'MMMB0902 - ERROR OPENING CHANGE-CSR, SQLCODE='    00052700
052800               SQLCODE                                            00052800
052900     ELSE                                                         00052900
053000       PERFORM 420-FETCH-NEXT-CHANGE                              00053000
053100       PERFORM UNTIL SQLCODE NOT = 0                              00053100
053200         PERFORM 450-WRITE-THE-CHANGE                             00053200
053300         PERFORM 420-FETCH-NEXT-CHANGE                            00053300
053400       END-PERFORM                                                00053400
053500       IF SQLCODE = 100                                           00053500
053600         MOVE 0 TO SQLCODE                                        00053600
053700       END-IF                                                     00053700
053800       EXEC SQL                                                   00053800
053900         CLOSE CHANGE-CSR                                         00053900
054000       END-EXEC                                                   00054000
054100       IF SQL-NO-ERROR                                            00054100
054200         MOVE 0 TO SQLCODE                                        00054200
054300         MOVE WS-RUN-DATE       TO WS-FEED-TRL-RUN-DATE           00054300
054400         MOVE WS-DTL-COUNT      TO WS-FEED-TRL-DTL-CNT            00054400
054500         MOVE WS-ZONE-COUNT     TO WS-FEED-TRL-ZONE-CNT           00054500
054600         MOVE WS-CHANGE-COUNT   TO WS-FEED-TRL-CHG-CNT            00054600
054700         MOVE WS-FEED-REC-COUNT TO WS-FEED-TRL-REC-CNT            00054700
054800         WRITE ZONE-OUT-REC FROM WS-FEED-TRL                      00054800
054900       END-IF                                                     00054900
055000     END-IF                                                       00055000
055100     .                                                            00055100
055200                                                                  00055200
055300 420-FETCH-NEXT-CHANGE.                                           00055300
055400     EXEC SQL                                                     00055400
055500       FETCH CHANGE-CSR                                           00055500
055600         INTO :WS-CHG-TYP, :WS-CHG-LOC-NBR, :WS-CHG-CLS-CD,       00055600
055700              :WS-CHG-OLD-ZONE, :WS-CHG-NEW-ZONE                  00055700
055800     END-EXEC                                                     00055800
055900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00055900
056000       SET SQL-ERROR-DETECTED       TO TRUE                       00056000
056100       DISPLAY 'MMMB0902 - ERROR FETCHING CHANGE-CSR, SQLCODE='   00056100
056200               SQLCODE                                            00056200
056300     END-IF                                                       00056300
056400     .                                                            00056400
056500                                                                  00056500
056600 450-WRITE-THE-CHANGE.                                            00056600
056700     MOVE WS-CHG-TYP           TO WS-FEED-CHG-TYP                 00056700
056800     MOVE WS-CHG-LOC-NBR       TO WS-FEED-CHG-STORE-NBR           00056800
056900     MOVE WS-CHG-CLS-CD        TO WS-FEED-CHG-ITM-CLS-CD          00056900
057000     MOVE WS-CHG-OLD-ZONE      TO WS-FEED-CHG-OLD-ZONE            00057000
057100     MOVE WS-CHG-NEW-ZONE      TO WS-FEED-CHG-NEW-ZONE            00057100
057200     WRITE ZONE-OUT-REC FROM WS-FEED-CHG                          00057200
057300     ADD 1 TO WS-CHANGE-COUNT                                     00057300
057400              WS-FEED-REC-COUNT                                   00057400
057500                                                                  00057500
057600     EVALUATE TRUE                                                00057600
057700       WHEN CHG-STORE-OPENED                                      00057700
057800         ADD 1 TO WS-OPENED-COUNT                                 00057800
057900         MOVE 'STORE OPENED'    TO WS-CL-CHANGE                   00057900
058000       WHEN CHG-STORE-CLOSED                                      00058000
058100         ADD 1 TO WS-CLOSED-COUNT                                 00058100
058200         MOVE 'STORE CLOSED'    TO WS-CL-CHANGE                   00058200
058300       WHEN OTHER                                                 00058300
058400         ADD 1 TO WS-MOVED-COUNT                                  00058400
058500         MOVE 'MOVED ZONE'      TO WS-CL-CHANGE                   00058500
058600     END-EVALUATE                                                 00058600
058700     MOVE WS-CHG-LOC-NBR       TO WS-CL-STORE-NO                  00058700
058800     MOVE WS-CHG-CLS-CD        TO WS-CL-ITM-CLS-CD                00058800
058900     MOVE WS-CHG-OLD-ZONE      TO WS-CL-OLD-ZONE                  00058900
059000     MOVE WS-CHG-NEW-ZONE      TO WS-CL-NEW-ZONE                  00059000
059100     WRITE RPT-LINE FROM WS-CHG-LINE                              00059100
059200     .                                                            00059200
059300                                                                  00059300
059400*================================================================ 00059400
059500* What was sent replaces the previous roster, for next week's     00059500
059600* change section.                                                 00059600
059700*================================================================ 00059700
059800 500-SAVE-THE-ROSTER.                                             00059800
059900     EXEC SQL                                                     00059900
060000       DELETE FROM FC_XXXAIL_ADZN_SENT                            00060000
060100     END-EXEC                                                     00060100
060200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00060200
060300       SET SQL-ERROR-DETECTED TO TRUE                             00060300
060400       DISPLAY 'MMMB0902 - ERROR CLEARING FC_XXXAIL_ADZN_SENT, '  00060400
060500               'SQLCODE=' SQLCODE                                 00060500
060600     ELSE                                                         00060600
060700       EXEC SQL                                                   00060700
060800         INSERT INTO FC_XXXAIL_ADZN_SENT                          00060800
060900              ( ZS_LOC_NBR, ZS_ITM_CLS_CD, ZS_AD_ZONE,            00060900
061000                ZS_SENT_DT )                                      00061000
061100         SELECT Z.LOC_NBR, Z.ITM_CLS_CD,                          00061100
061200                CASE WHEN Z.AD_ZONE_EXCP <> 0                     00061200
061300                     THEN Z.AD_ZONE_EXCP ELSE Z.AD_ZONE END,      00061300
061400                CURRENT DATE                                      00061400
061500           FROM FC_XXXAIL_CLS_ZONE Z                              00061500
061600                INNER JOIN XXXAIL_LOC L                           00061600
061700                   ON L.LOC_TYP_CD = Z.LOC_TYP_CD                 00061700
061800                  AND L.LOC_NBR    = Z.LOC_NBR                    00061800
061900          WHERE Z.LOC_TYP_CD       = 'S '                         00061900
062000            AND ( Z.AD_ZONE <> 0 OR Z.AD_ZONE_EXCP <> 0 )         00062000
062100            AND L.SLS_OPEN_DT      > '0001-01-01'                 00062100
062200            AND L.SLS_OPEN_DT     <= CURRENT DATE                 00062200
062300            AND ( L.SLS_CLOSED_DT  = '0001-01-01'                 00062300
062400               OR L.SLS_CLOSED_DT  > CURRENT DATE )               00062400
062500       END-EXEC                                                   00062500
062600       EVALUATE TRUE                                              00062600
062700         WHEN SQLCODE = 0                                         00062700
062800           MOVE SQLERRD (3) TO WS-SAVED-COUNT                     00062800
062900         WHEN SQLCODE = 100                                       00062900
063000           MOVE 0 TO SQLCODE                                      00063000
063100         WHEN OTHER                                               00063100
063200           SET SQL-ERROR-DETECTED TO TRUE                         00063200
063300           DISPLAY 'MMMB0902 - ERROR SAVING FC_XXXAIL_ADZN_SENT, '00063300
063400                   'SQLCODE=' SQLCODE                             00063400
063500       END-EVALUATE                                               00063500
063600     END-IF                                                       00063600
063700     IF SQL-NO-ERROR AND WS-SAVED-COUNT NOT = WS-DTL-COUNT        00063700
063800       SET SQL-ERROR-DETECTED TO TRUE                             00063800
063900       DISPLAY 'MMMB0902 - ROSTER CHANGED DURING THE RUN - '      00063900
064000               WS-SAVED-COUNT ' SAVED, ' WS-DTL-COUNT ' SENT'     00064000
064100     END-IF                                                       00064100
064200     .                                                            00064200
064300                                                                  00064300
064400 900-TERMINATE.                                                   00064400
064500     IF SQL-ERROR-DETECTED                                        00064500
064600       EXEC SQL                                                   00064600
064700         ROLLBACK                                                 00064700
064800       END-EXEC                                                   00064800
064900       MOVE 16 TO RETURN-CODE                                     00064900
065000     ELSE                                                         00065000
065100       EXEC SQL                                                   00065100
065200         COMMIT                                                   00065200
065300       END-EXEC                                                   00065300
065400     END-IF                                                       00065400
065500     IF WS-NO-ZONE-COUNT > 0 AND RETURN-CODE = 0                  00065500
065600       MOVE 4 TO RETURN-CODE                                      00065600
065700     END-IF                                                       00065700
065800     MOVE WS-ZONE-COUNT     TO WS-SUM-ZONES                       00065800
065900     MOVE WS-DTL-COUNT      TO WS-SUM-ROWS                        00065900
066000     MOVE WS-MOVED-COUNT    TO WS-SUM-MOVED                       00066000
066100     MOVE WS-OPENED-COUNT   TO WS-SUM-OPENED                      00066100
066200     MOVE WS-CLOSED-COUNT   TO WS-SUM-CLOSED                      00066200
066300     MOVE WS-NO-ZONE-COUNT  TO WS-SUM-NO-ZONE                     00066300
066400     MOVE WS-FEED-REC-COUNT TO WS-SUM-FEED-RECS                   00066400
066500     WRITE RPT-LINE FROM SPACES                                   00066500
066600     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00066600
066700     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00066700
066800     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00066800
066900     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00066900
067000     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00067000
067100     WRITE RPT-LINE FROM WS-SUMMARY-LINE6                         00067100
067200     WRITE RPT-LINE FROM WS-SUMMARY-LINE7                         00067200
067300     CLOSE ZONE-OUT ZONE-RPT                                      00067300
067400     .                                                            00067400
067500                                                                  00067500
067600*================================================================ 00067600
067700* Run control - refuse a duplicate or out-of-order start, and     00067700
067800* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00067800
067900*================================================================ 00067900
068000 050-RUN-CNTL-START.                                              00068000
068100     INITIALIZE XXXN001A                                          00068100
068200                YYYC0230                                          00068200
068300     SET  YYYC0230-START-RUN TO TRUE                              00068300
068400     MOVE 'MMMB0902' TO YYYC0230-JOB-NM                           00068400
068500     CALL YYYS0230-RUN-CNTL USING                                 00068500
068600         XXXN001A                                                 00068600
068700         YYYC0230                                                 00068700
068800     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00068800
068900       SET SQL-ERROR-DETECTED TO TRUE                             00068900
069000       DISPLAY 'MMMB0902 - START REFUSED: ' IS-RTRN-MSG-TXT       00069000
069100     END-IF                                                       00069100
069200     .                                                            00069200
069300                                                                  00069300
069400 055-RUN-CNTL-END.                                                00069400
069500     INITIALIZE XXXN001A                                          00069500
069600                YYYC0230                                          00069600
069700     IF SQL-ERROR-DETECTED                                        00069700
069800       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00069800
069900     ELSE                                                         00069900
070000       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00070000
070100     END-IF                                                       00070100
070200     MOVE 'MMMB0902' TO YYYC0230-JOB-NM                           00070200
070300     CALL YYYS0230-RUN-CNTL USING                                 00070300
070400       XXXN001A                                                   00070400
070500       YYYC0230                                                   00070500
070600     .                                                            00070600
