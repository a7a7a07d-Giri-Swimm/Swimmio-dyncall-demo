000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB4002.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Disaster-recovery consistency manifest and verify.              00000600
000700*                                                                 00000700
000800* After a DR test nobody could say whether the recovered          00000800
000900* store-master tables matched production at the recovery point    00000900
001000* - missing history rows turned up weeks later. This job gives    00001000
001100* the exercise a yes/no answer.                                   00001100
001200*   Mode M (nightly, production) counts the rows and computes a   00001200
001300*   content hash total for each table below and writes them to    00001300
001400*   FC_XXXAIL_DR_MANIFEST (DDDTMF01), all under one manifest      00001400
001500*   timestamp - the point the figures stand for.                  00001500
001600*   Mode V (on request, DR region) recomputes the same figures    00001600
001700*   against the recovered tables and compares them with a         00001700
001800*   manifest - the one keyed, or the latest when none is keyed    00001800
001900*   - listing every table that differs and by how much.           00001900
002000* Tables: FC_XXXAIL_STORES, XXXATION, XXXAIL_LOC,                 00002000
002100* FC_XXXAIL_CLS_ZONE (DDDTCZ01), FC_XXXAIL_STORES_HIST,           00002100
002200* FC_XXXAIL_CTL_HIST and the store-keyed side tables named in     00002200
002300* WS-DR-TABLE-NAMES.                                              00002300
002400* The hash total is the same kind of control figure the           00002400
002500* accounting feed carries: per row, the store number plus the     00002500
002600* row's numeric columns, its dates and timestamps as day and      00002600
002700* second counts, and the trimmed length of its text columns,      00002700
002800* summed over the table modulo 10**15. A lost, extra or           00002800
002900* renumbered row, or a changed date, number or text length,       00002900
003000* moves it.                                                       00003000
003100* Ends with return code 4 when any table differs in verify.       00003100
003200* Run control is taken in mode M only - in the DR region the      00003200
003300* recovered run-control row would refuse the verify run.          00003300
003400* KEYIN card: col 1 mode (M or V); for V, cols 3-28 the           00003400
003500* manifest timestamp (yyyy-mm-dd-hh.mm.ss.nnnnnn), blank for      00003500
003600* the latest.                                                     00003600
003700* Batch job - mode M scheduled nightly, mode V on request.        00003700
003800*---------------------------------------------------------------- 00003800
003900 ENVIRONMENT DIVISION.                                            00003900
004000 INPUT-OUTPUT SECTION.                                            00004000
004100 FILE-CONTROL.                                                    00004100
004200     SELECT KEY-IN         ASSIGN TO KEYIN                        00004200
004300         ORGANIZATION IS LINE SEQUENTIAL.                         00004300
004400     SELECT DR-RPT         ASSIGN TO RPTOUT                       00004400
004500         ORGANIZATION IS LINE SEQUENTIAL.                         00004500
004600                                                                  00004600
004700 DATA DIVISION.                                                   00004700
004800 FILE SECTION.                                                    00004800
004900 FD  KEY-IN.                                                      00004900
005000 01  KEY-REC.                                                     00005000
005100     05 KEY-MODE                       PIC X(1).                  00005100
005200        88 KEY-MODE-MANIFEST                  VALUE 'M'.          00005200
005300        88 KEY-MODE-VERIFY                    VALUE 'V'.          00005300
005400     05 FILLER                         PIC X(1).                  00005400
005500     05 KEY-MANIFEST-TS                PIC X(26).                 00005500
005600     05 FILLER                         PIC X(52).                 00005600
005700                                                                  00005700
005800 FD  DR-RPT.                                                      00005800
005900 01  RPT-LINE                          PIC X(132).                00005900
006000                                                                  00006000
006100 WORKING-STORAGE SECTION.                                         00006100
006200* --------------------------------------------------------------- 00006200
006300* Misc working storage...                                         00006300
006400* --------------------------------------------------------------- 00006400
006500 01 WS-MODE                           PIC X    VALUE SPACES.      00006500
006600    88 MODE-MANIFEST                           VALUE 'M'.         00006600
006700    88 MODE-VERIFY                             VALUE 'V'.         00006700
006800 01 WS-MANIFEST-TS                    PIC X(26) VALUE SPACES.     00006800
006900 01 WS-TBL-IDX                        PIC S9(4) COMP VALUE 0.     00006900
007000 01 WS-TABLE-COUNT                    PIC 9(6) VALUE 0.           00007000
007100 01 WS-MATCH-COUNT                    PIC 9(6) VALUE 0.           00007100
007200 01 WS-DIFFER-COUNT                   PIC 9(6) VALUE 0.           00007200
007300 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00007300
007400 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00007400
007500    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00007500
007600    88 SQL-NO-ERROR                            VALUE 'N'.         00007600
007700 01 WS-RUN-CNTL-SW                    PIC X    VALUE 'N'.         00007700
007800    88 RUN-CNTL-STARTED                        VALUE 'Y'.         00007800
007900                                                                  00007900
008000* The figures computed for one table now, and the manifest's.     00008000
008100 01 WS-CUR-ROW-CNT                    PIC S9(11) COMP-3 VALUE 0.  00008100
008200 01 WS-CUR-HASH                       PIC S9(15) COMP-3 VALUE 0.  00008200
008300 01 WS-MF-ROW-CNT                     PIC S9(11) COMP-3 VALUE 0.  00008300
008400 01 WS-MF-HASH                        PIC S9(15) COMP-3 VALUE 0.  00008400
008500 01 WS-ROW-DIFF                       PIC S9(11) COMP-3 VALUE 0.  00008500
008600                                                                  00008600
008700* Tables covered, in report order. 300-COUNT-ONE-TABLE holds      00008700
008800* one SELECT per entry, in the same order.                        00008800
008900 01 K-NBR-TABLES                      PIC S9(4) COMP VALUE 30.    00008900
009000 01 WS-DR-TABLE-NAMES.                                            00009000
009100    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORES'.                 00009100
009200    05 FILLER PIC X(24) VALUE 'XXXATION'.                         00009200
009300    05 FILLER PIC X(24) VALUE 'XXXAIL_LOC'.                       00009300
009400    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_CLS_ZONE'.               00009400
009500    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORES_HIST'.            00009500
009600    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_CTL_HIST'.               00009600
009700    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_DC'.               00009700
009800    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_LEASE'.            00009800
009900    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_LIC'.              00009900
010000    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_JUR'.              00010000
010100    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_CLUS'.             00010100
010200    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_TEMP_CLOS'.              00010200
010300    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_HRS_OVRD'.               00010300
010400    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_EMRG_CNTCT'.             00010400
010500    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_GL_XWALK'.               00010500
010600    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_PILOT_STORE'.            00010600
0106A0    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_RCV_WNDW'.               000106A0
0106A1    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_ALT_LANG'.               000106A1
0106A2    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_OPEN_SLIP'.              000106A2
0106A3    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_FOOT_HIST'.              000106A3
0106A4    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_SVC'.              000106A4
0106A5    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_TZ'.               000106A5
0106A6    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_STORE_CERT'.             000106A6
0106A7    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_CERT_FLAG'.              000106A7
0106A8    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_COMP_STAT'.              000106A8
0106A9    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_DSTR_STR'.               000106A9
0106B0    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_ZIP_STORE'.              000106B0
0106B1    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_ACQ_STR_XREF'.           000106B1
0106B2    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_RX_XFER'.                000106B2
0106B3    05 FILLER PIC X(24) VALUE 'FC_XXXAIL_CLOSE_APPR'.             000106B3
010700 01 WS-DR-TABLE-TBL REDEFINES WS-DR-TABLE-NAMES.                  00010700
010800    05 WS-DR-TABLE-NM OCCURS 30 TIMES PIC X(24).                  00010800
010900                                                                  00010900
011000 COPY XXXN001A.                                                   00011000
011100 COPY YYYC0230.                                                   00011100
011200 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00011200
011300                                                                  00011300
011400 01 WS-HDG-LINE-1.                                                00011400
011500    05 FILLER PIC X(56) VALUE                                     00011500
011600       'MMMB4002 - DR CONSISTENCY MANIFEST / VERIFY'.             00011600
011700                                                                  00011700
011800 01 WS-MODE-LINE.                                                 00011800
011900    05 WS-ML-MODE-TXT                 PIC X(32).                  00011900
012000    05 FILLER                         PIC X(20) VALUE             00012000
012100       'MANIFEST TIMESTAMP  '.                                    00012100
012200    05 WS-ML-MANIFEST-TS              PIC X(26).                  00012200
012300                                                                  00012300
012400 01 WS-MF-HDG-LINE.                                               00012400
012500    05 FILLER PIC X(25) VALUE 'TABLE'.                            00012500
012600    05 FILLER PIC X(15) VALUE '           ROWS'.                  00012600
012700    05 FILLER PIC X(20) VALUE '          HASH TOTAL'.             00012700
012800                                                                  00012800
012900 01 WS-MF-DTL-LINE.                                               00012900
013000    05 WS-MD-TABLE-NM                 PIC X(24).                  00013000
013100    05 FILLER                         PIC X(1)  VALUE SPACES.     00013100
013200    05 WS-MD-ROW-CNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.         00013200
013300    05 FILLER                         PIC X(1)  VALUE SPACES.     00013300
013400    05 WS-MD-HASH          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.               00013400
013500                                                                  00013500
013600 01 WS-VF-HDG-LINE.                                               00013600
013700    05 FILLER PIC X(25) VALUE 'TABLE'.                            00013700
013800    05 FILLER PIC X(15) VALUE '  MANIFEST ROWS'.                  00013800
013900    05 FILLER PIC X(15) VALUE '        DR ROWS'.                  00013900
014000    05 FILLER PIC X(15) VALUE '     DIFFERENCE'.                  00014000
014100    05 FILLER PIC X(20) VALUE '       MANIFEST HASH'.             00014100
014200    05 FILLER PIC X(20) VALUE '             DR HASH'.             00014200
014300    05 FILLER PIC X(16) VALUE '  RESULT'.                         00014300
014400                                                                  00014400
014500 01 WS-VF-DTL-LINE.                                               00014500
014600    05 WS-VD-TABLE-NM                 PIC X(24).                  00014600
014700    05 FILLER                         PIC X(1)  VALUE SPACES.     00014700
014800    05 WS-VD-MF-ROW-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.         00014800
014900    05 FILLER                         PIC X(1)  VALUE SPACES.     00014900
015000    05 WS-VD-CUR-ROW-CNT              PIC ZZ,ZZZ,ZZZ,ZZ9.         00015000
015100    05 FILLER                         PIC X(1)  VALUE SPACES.     00015100
015200    05 WS-VD-ROW-DIFF                 PIC --,---,---,--9.         00015200
015300    05 FILLER                         PIC X(1)  VALUE SPACES.     00015300
015400    05 WS-VD-MF-HASH       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.               00015400
015500    05 FILLER                         PIC X(1)  VALUE SPACES.     00015500
015600    05 WS-VD-CUR-HASH      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.               00015600
015700    05 FILLER                         PIC X(2)  VALUE SPACES.     00015700
015800    05 WS-VD-RESULT                   PIC X(16).                  00015800
015900                                                                  00015900
016000 01 WS-SUMMARY-LINE.                                              00016000
016100    05 FILLER PIC X(26) VALUE 'TABLES CHECKED        -  '.        00016100
016200    05 WS-SUM-TABLES                  PIC ZZZ,ZZ9.                00016200
016300 01 WS-SUMMARY-LINE2.                                             00016300
016400    05 FILLER PIC X(26) VALUE 'TABLES MATCHING       -  '.        00016400
016500    05 WS-SUM-MATCH                   PIC ZZZ,ZZ9.                00016500
016600 01 WS-SUMMARY-LINE3.                                             00016600
016700    05 FILLER PIC X(26) VALUE 'TABLES DIFFERING      -  '.        00016700
016800    05 WS-SUM-DIFFER                  PIC ZZZ,ZZ9.                00016800
016900 01 WS-VERDICT-LINE.                                              00016900
017000    05 FILLER PIC X(26) VALUE 'DR CONSISTENCY        -  '.        00017000
017100    05 WS-VERDICT-TXT                 PIC X(40).                  00017100
017200                                                                  00017200
017300* ----------------------------------------------------------------00017300
017400* DB2 stuff...                                                    00017400
017500* ----------------------------------------------------------------00017500
017600     EXEC SQL                                                     00017600
017700       INCLUDE SQLCA                                              00017700
017800     END-EXEC                                                     00017800
017900                                                                  00017900
018000     EXEC SQL                                                     00018000
018100       INCLUDE DDDTMF01                                           00018100
018200     END-EXEC                                                     00018200
018300                                                                  00018300
018400 PROCEDURE DIVISION.                                              00018400
018500***************************************************************** 00018500
018600* Start of program main line.                                     00018600
018700***************************************************************** 00018700
018800 000-MAIN.                                                        00018800
018900     PERFORM 100-INITIALIZE                                       00018900
019000     IF SQL-NO-ERROR AND MODE-MANIFEST                            00019000
019100       PERFORM 050-RUN-CNTL-START                                 00019100
019200       IF SQL-ERROR-DETECTED                                      00019200
019300         CLOSE KEY-IN                                             00019300
019400         CLOSE DR-RPT                                             00019400
019500         MOVE 8 TO RETURN-CODE                                    00019500
019600         GOBACK                                                   00019600
019700       END-IF                                                     00019700
019800     END-IF                                                       00019800
019900     IF SQL-NO-ERROR                                              00019900
020000       PERFORM 150-FIX-THE-MANIFEST-TS                            00020000
020100     END-IF                                                       00020100
020200     PERFORM VARYING WS-TBL-IDX FROM 1 BY 1                       00020200
020300       UNTIL WS-TBL-IDX > K-NBR-TABLES OR SQL-ERROR-DETECTED      00020300
020400       PERFORM 200-CHECK-ONE-TABLE                                00020400
020500     END-PERFORM                                                  00020500
020600     PERFORM 900-TERMINATE                                        00020600
020700     IF RUN-CNTL-STARTED                                          00020700
020800       PERFORM 055-RUN-CNTL-END                                   00020800
020900     END-IF                                                       00020900
021000     MOVE WS-RPT-RC TO RETURN-CODE                                00021000
021100     GOBACK                                                       00021100
021200     .                                                            00021200
021300                                                                  00021300
021400 100-INITIALIZE.                                                  00021400
021500     OPEN INPUT  KEY-IN                                           00021500
021600     OPEN OUTPUT DR-RPT                                           00021600
021700     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00021700
021800                                                                  00021800
021900     READ KEY-IN                                                  00021900
022000       AT END                                                     00022000
022100         SET SQL-ERROR-DETECTED TO TRUE                           00022100
022200         DISPLAY 'MMMB4002 - NO MODE CARD ON KEYIN'               00022200
022300     END-READ                                                     00022300
022400                                                                  00022400
022500     IF SQL-NO-ERROR                                              00022500
022600       IF KEY-MODE-MANIFEST OR KEY-MODE-VERIFY                    00022600
022700         MOVE KEY-MODE TO WS-MODE                                 00022700
022800       ELSE                                                       00022800
022900         SET SQL-ERROR-DETECTED TO TRUE                           00022900
023000         DISPLAY 'MMMB4002 - MODE MUST BE M OR V: ' KEY-REC       00023000
023100       END-IF                                                     00023100
023200     END-IF                                                       00023200
023300     .                                                            00023300
023400                                                                  00023400
023500*================================================================ 00023500
023600* The manifest timestamp - now, for a new manifest; the keyed     00023600
023700* or latest one on file, for a verify.                            00023700
023800*================================================================ 00023800
023900 150-FIX-THE-MANIFEST-TS.                                         00023900
024000     IF MODE-MANIFEST                                             00024000
024100       EXEC SQL                                                   00024100
024200         SELECT CHAR(CURRENT TIMESTAMP)                           00024200
024300           INTO :WS-MANIFEST-TS                                   00024300
024400           FROM SYSIBM.SYSDUMMY1                                  00024400
024500       END-EXEC                                                   00024500
024600       MOVE 'NEW MANIFEST WRITTEN'   TO WS-ML-MODE-TXT            00024600
024700     ELSE                                                         00024700
024800       IF KEY-MANIFEST-TS = SPACES                                00024800
024900         EXEC SQL                                                 00024900
025000           SELECT COALESCE(CHAR(MAX(MF_MANIFEST_TS)), ' ')        00025000
025100             INTO :WS-MANIFEST-TS                                 00025100
025200             FROM FC_XXXAIL_DR_MANIFEST                           00025200
025300         END-EXEC                                                 00025300
025400       ELSE                                                       00025400
025500         MOVE KEY-MANIFEST-TS TO MF-MANIFEST-TS                   00025500
025600         EXEC SQL                                                 00025600
025700           SELECT COALESCE(CHAR(MAX(MF_MANIFEST_TS)), ' ')        00025700
025800             INTO :WS-MANIFEST-TS                                 00025800
025900             FROM FC_XXXAIL_DR_MANIFEST                           00025900
026000            WHERE MF_MANIFEST_TS =                                00026000
026100              TIMESTAMP(:DCLFC-XXXAIL-DR-MANIFEST.MF-MANIFEST-TS) 00026100
026200         END-EXEC                                                 00026200
026300       END-IF                                                     00026300
026400       MOVE 'VERIFIED AGAINST MANIFEST' TO WS-ML-MODE-TXT         00026400
026500     END-IF                                                       00026500
026600                                                                  00026600
026700     IF SQLCODE NOT = 0                                           00026700
026800       SET SQL-ERROR-DETECTED TO TRUE                             00026800
026900       DISPLAY 'MMMB4002 - ERROR FIXING MANIFEST TIMESTAMP, '     00026900
027000               'SQLCODE=' SQLCODE                                 00027000
027100     ELSE                                                         00027100
027200       IF WS-MANIFEST-TS = SPACES                                 00027200
027300         SET SQL-ERROR-DETECTED TO TRUE                           00027300
027400         DISPLAY 'MMMB4002 - NO SUCH MANIFEST ON FILE: '          00027400
027500                 KEY-MANIFEST-TS                                  00027500
027600       ELSE                                                       00027600
027700         MOVE WS-MANIFEST-TS TO WS-ML-MANIFEST-TS                 00027700
027800         WRITE RPT-LINE FROM WS-MODE-LINE                         00027800
027900         WRITE RPT-LINE FROM SPACES                               00027900
028000         IF MODE-MANIFEST                                         00028000
028100           WRITE RPT-LINE FROM WS-MF-HDG-LINE                     00028100
028200         ELSE                                                     00028200
028300           WRITE RPT-LINE FROM WS-VF-HDG-LINE                     00028300
028400         END-IF                                                   00028400
028500       END-IF                                                     00028500
028600     END-IF                                                       00028600
028700     .                                                            00028700
028800                                                                  00028800
028900*================================================================ 00028900
029000* One table - count it, then record or compare.                   00029000
029100*================================================================ 00029100
029200 200-CHECK-ONE-TABLE.                                             00029200
029300     ADD 1 TO WS-TABLE-COUNT                                      00029300
029400     PERFORM 300-COUNT-ONE-TABLE                                  00029400
029500     IF SQLCODE NOT = 0                                           00029500
029600       SET SQL-ERROR-DETECTED TO TRUE                             00029600
029700       DISPLAY 'MMMB4002 - ERROR COUNTING '                       00029700
029800               WS-DR-TABLE-NM (WS-TBL-IDX) ', SQLCODE=' SQLCODE   00029800
029900     ELSE                                                         00029900
030000       IF MODE-MANIFEST                                           00030000
030100         PERFORM 400-RECORD-THE-TABLE                             00030100
030200       ELSE                                                       00030200
030300         PERFORM 500-VERIFY-THE-TABLE                             00030300
030400       END-IF                                                     00030400
030500     END-IF                                                       00030500
030600     .                                                            00030600
030700                                                                  00030700
030800*================================================================ 00030800
030900* Row count and hash total for one table. Dates count as DAYS,    00030900
031000* timestamps as seconds, text as its trimmed length; the row      00031000
031100* term is taken to DECIMAL(15) so the sum cannot overflow.        00031100
031200*================================================================ 00031200
031300 300-COUNT-ONE-TABLE.                                             00031300
031400     EVALUATE WS-TBL-IDX                                          00031400
031500       WHEN 1                                                     00031500
031600         EXEC SQL                                                 00031600
031700           SELECT COUNT(*),                                       00031700
031800                  MOD(COALESCE(SUM(DEC(                           00031800
031900                      FC_STORE_NO + FC_RL_DISTRICT_NO             00031900
032000                    + FC_RL_MARKET_AR_NO + FC_RL_COMPANY_NO       00032000
032100                    + FC_RL_ASSOC_STR_NO + FC_RL_TELEPHONE_NO     00032100
032200                    + DAYS(FC_RL_OPENING_DT)                      00032200
032300                    + DAYS(FC_RL_CLOSING_DT)                      00032300
032400                    + DAYS(FC_RL_REMODEL_DT)                      00032400
032500                    + DAYS(FC_RL_DELETED_DT)                      00032500
032600                    + LENGTH(RTRIM(FC_RL_STORE_NM))               00032600
032700                    + LENGTH(RTRIM(FC_RL_STORE_LOC_NM))           00032700
032800                    + LENGTH(RTRIM(FC_CITY_ADR))                  00032800
032900                    + CASE WHEN FC_RL_STATUS_CD = 'A'             00032900
033000                           THEN 1 ELSE 0 END                      00033000
033100                    , 15, 0)), 0), 1000000000000000)              00033100
033200             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00033200
033300             FROM FC_XXXAIL_STORES                                00033300
033400         END-EXEC                                                 00033400
033500       WHEN 2                                                     00033500
033600         EXEC SQL                                                 00033600
033700           SELECT COUNT(*),                                       00033700
033800                  MOD(COALESCE(SUM(DEC(                           00033800
033900                      LOC_NBR                                     00033900
034000                    + LENGTH(RTRIM(LOC_TYP_CD))                   00034000
034100                    + COALESCE(LENGTH(RTRIM(LOC_NM)), 0)          00034100
034200                    + COALESCE(LENGTH(RTRIM(PRIM_ADR_1)), 0)      00034200
034300                    + COALESCE(LENGTH(RTRIM(PRIM_CITY)), 0)       00034300
034400                    + COALESCE(LENGTH(RTRIM(PRIM_STATE_CD)), 0)   00034400
034500                    + CASE WHEN INACTIVE_SW = 'Y'                 00034500
034600                           THEN 1 ELSE 0 END                      00034600
034700                    , 15, 0)), 0), 1000000000000000)              00034700
034800             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00034800
034900             FROM XXXATION                                        00034900
035000         END-EXEC                                                 00035000
035100       WHEN 3                                                     00035100
035200         EXEC SQL                                                 00035200
035300           SELECT COUNT(*),                                       00035300
035400                  MOD(COALESCE(SUM(DEC(                           00035400
035500                      LOC_NBR                                     00035500
035600                    + COALESCE(DIST_ID, 0)                        00035600
035700                    + COALESCE(MKT_RGN_ID, 0)                     00035700
035800                    + COALESCE(COMPANY_ID, 0)                     00035800
035900                    + COALESCE(DAYS(SLS_OPEN_DT), 0)              00035900
036000                    + COALESCE(DAYS(SLS_CLOSED_DT), 0)            00036000
036100                    + LENGTH(RTRIM(LOC_TYP_CD))                   00036100
036200                    + COALESCE(                                   00036200
036300                        LENGTH(RTRIM(RETL_LOC_FRMAT_CD)), 0)      00036300
036400                    , 15, 0)), 0), 1000000000000000)              00036400
036500             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00036500
036600             FROM XXXAIL_LOC                                      00036600
036700         END-EXEC                                                 00036700
036800       WHEN 4                                                     00036800
036900         EXEC SQL                                                 00036900
037000           SELECT COUNT(*),                                       00037000
037100                  MOD(COALESCE(SUM(DEC(                           00037100
037200                      LOC_NBR + ITM_CLS_CD                        00037200
037300                    + AD_ZONE + AD_ZONE_EXCP                      00037300
037400                    , 15, 0)), 0), 1000000000000000)              00037400
037500             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00037500
037600             FROM FC_XXXAIL_CLS_ZONE                              00037600
037700         END-EXEC                                                 00037700
037800       WHEN 5                                                     00037800
037900         EXEC SQL                                                 00037900
038000           SELECT COUNT(*),                                       00038000
038100                  MOD(COALESCE(SUM(                               00038100
038200                      DEC(RH_LOC_NBR, 15, 0)                      00038200
038300                    + DEC(DAYS(RH_EFF_TS), 15, 0) * 86400         00038300
038400                    + MIDNIGHT_SECONDS(RH_EFF_TS)                 00038400
038500                    + LENGTH(RH_BEFORE_IMAGE)                     00038500
038600                    + LENGTH(RH_AFTER_IMAGE)                      00038600
038700                    ), 0), 1000000000000000)                      00038700
038800             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00038800
038900             FROM FC_XXXAIL_STORES_HIST                           00038900
039000         END-EXEC                                                 00039000
039100       WHEN 6                                                     00039100
039200         EXEC SQL                                                 00039200
039300           SELECT COUNT(*),                                       00039300
039400                  MOD(COALESCE(SUM(                               00039400
039500                      DEC(DAYS(CH_EFF_TS), 15, 0) * 86400         00039500
039600                    + MIDNIGHT_SECONDS(CH_EFF_TS)                 00039600
039700                    + LENGTH(RTRIM(CH_KEY_TXT))                   00039700
039800                    + LENGTH(RTRIM(CH_BEFORE_TXT))                00039800
039900                    + LENGTH(RTRIM(CH_AFTER_TXT))                 00039900
040000                    ), 0), 1000000000000000)                      00040000
040100             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00040100
040200             FROM FC_XXXAIL_CTL_HIST                              00040200
040300         END-EXEC                                                 00040300
040400       WHEN 7                                                     00040400
040500         EXEC SQL                                                 00040500
040600           SELECT COUNT(*),                                       00040600
040700                  MOD(COALESCE(SUM(                               00040700
040800                      DEC(SD_LOC_NBR + SD_FC_FAC_NO               00040800
040900                        + DAYS(SD_EFF_DT) + DAYS(SD_END_DT)       00040900
041000                        + LENGTH(RTRIM(SD_FLOW_CD)), 15, 0)       00041000
041100                    + DEC(DAYS(SD_LST_UPDT_TS), 15, 0) * 86400    00041100
041200                    + MIDNIGHT_SECONDS(SD_LST_UPDT_TS)            00041200
041300                    ), 0), 1000000000000000)                      00041300
041400             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00041400
041500             FROM FC_XXXAIL_STORE_DC                              00041500
041600         END-EXEC                                                 00041600
041700       WHEN 8                                                     00041700
041800         EXEC SQL                                                 00041800
041900           SELECT COUNT(*),                                       00041900
042000                  MOD(COALESCE(SUM(                               00042000
042100                      DEC(LS_LOC_NBR + LS_NOTICE_DAYS             00042100
042200                        + DAYS(LS_START_DT) + DAYS(LS_END_DT)     00042200
042300                        + DAYS(LS_OPTN_DT)                        00042300
042400                        + LENGTH(RTRIM(LS_LANDLORD_NM)), 15, 0)   00042400
042500                    + DEC(DAYS(LS_LST_UPDT_TS), 15, 0) * 86400    00042500
042600                    + MIDNIGHT_SECONDS(LS_LST_UPDT_TS)            00042600
042700                    ), 0), 1000000000000000)                      00042700
042800             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00042800
042900             FROM FC_XXXAIL_STORE_LEASE                           00042900
043000         END-EXEC                                                 00043000
043100       WHEN 9                                                     00043100
043200         EXEC SQL                                                 00043200
043300           SELECT COUNT(*),                                       00043300
043400                  MOD(COALESCE(SUM(                               00043400
043500                      DEC(SL_LOC_NBR                              00043500
043600                        + DAYS(SL_ISSUE_DT) + DAYS(SL_EXPIR_DT)   00043600
043700                        + DAYS(SL_SURR_DT)                        00043700
043800                        + LENGTH(RTRIM(SL_LIC_NBR)), 15, 0)       00043800
043900                    + DEC(DAYS(SL_LST_UPDT_TS), 15, 0) * 86400    00043900
044000                    + MIDNIGHT_SECONDS(SL_LST_UPDT_TS)            00044000
044100                    ), 0), 1000000000000000)                      00044100
044200             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00044200
044300             FROM FC_XXXAIL_STORE_LIC                             00044300
044400         END-EXEC                                                 00044400
044500       WHEN 10                                                    00044500
044600         EXEC SQL                                                 00044600
044700           SELECT COUNT(*),                                       00044700
044800                  MOD(COALESCE(SUM(DEC(                           00044800
044900                      SJ_LOC_NBR + SJ_JUR_ID                      00044900
045000                    , 15, 0)), 0), 1000000000000000)              00045000
045100             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00045100
045200             FROM FC_XXXAIL_STORE_JUR                             00045200
045300         END-EXEC                                                 00045300
045400       WHEN 11                                                    00045400
045500         EXEC SQL                                                 00045500
045600           SELECT COUNT(*),                                       00045600
045700                  MOD(COALESCE(SUM(DEC(                           00045700
045800                      KL_STORE_NO + DAYS(KL_ASSIGNED_DT)          00045800
045900                    + LENGTH(RTRIM(KL_CLUS_CD))                   00045900
046000                    , 15, 0)), 0), 1000000000000000)              00046000
046100             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00046100
046200             FROM FC_XXXAIL_STORE_CLUS                            00046200
046300         END-EXEC                                                 00046300
046400       WHEN 12                                                    00046400
046500         EXEC SQL                                                 00046500
046600           SELECT COUNT(*),                                       00046600
046700                  MOD(COALESCE(SUM(                               00046700
046800                      DEC(TC_LOC_NBR                              00046800
046900                        + DAYS(TC_STRT_DT)                        00046900
047000                        + DAYS(TC_EXP_REOPEN_DT)                  00047000
047100                        + DAYS(TC_ACT_REOPEN_DT)                  00047100
047200                        + LENGTH(RTRIM(TC_RSN_TXT)), 15, 0)       00047200
047300                    + DEC(DAYS(TC_LST_UPDT_TS), 15, 0) * 86400    00047300
047400                    + MIDNIGHT_SECONDS(TC_LST_UPDT_TS)            00047400
047500                    ), 0), 1000000000000000)                      00047500
047600             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00047600
047700             FROM FC_XXXAIL_TEMP_CLOS                             00047700
047800         END-EXEC                                                 00047800
047900       WHEN 13                                                    00047900
048000         EXEC SQL                                                 00048000
048100           SELECT COUNT(*),                                       00048100
048200                  MOD(COALESCE(SUM(DEC(                           00048200
048300                      HO_LOC_NBR                                  00048300
048400                    + DAYS(HO_STRT_DT) + DAYS(HO_END_DT)          00048400
048500                    + LENGTH(RTRIM(HO_OPEN_TM))                   00048500
048600                    + LENGTH(RTRIM(HO_CLOS_TM))                   00048600
048700                    , 15, 0)), 0), 1000000000000000)              00048700
048800             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00048800
048900             FROM FC_XXXAIL_HRS_OVRD                              00048900
049000         END-EXEC                                                 00049000
049100       WHEN 14                                                    00049100
049200         EXEC SQL                                                 00049200
049300           SELECT COUNT(*),                                       00049300
049400                  MOD(COALESCE(SUM(DEC(                           00049400
049500                      XC_LOC_NBR + XC_RANK_NBR                    00049500
049600                    + XC_AREA_CD + XC_PHONE_NBR                   00049600
049700                    + DAYS(XC_EFF_DT) + DAYS(XC_END_DT)           00049700
049800                    + LENGTH(RTRIM(XC_CNTCT_NM))                  00049800
049900                    , 15, 0)), 0), 1000000000000000)              00049900
050000             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00050000
050100             FROM FC_XXXAIL_EMRG_CNTCT                            00050100
050200         END-EXEC                                                 00050200
050300       WHEN 15                                                    00050300
050400         EXEC SQL                                                 00050400
050500           SELECT COUNT(*),                                       00050500
050600                  MOD(COALESCE(SUM(DEC(                           00050600
050700                      GX_LOC_NBR + GX_GL_CO_NO                    00050700
050800                    + LENGTH(RTRIM(GX_DEPT_NBR))                  00050800
050900                    + LENGTH(RTRIM(GX_COST_CTR_CD))               00050900
051000                    , 15, 0)), 0), 1000000000000000)              00051000
051100             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00051100
051200             FROM FC_XXXAIL_GL_XWALK                              00051200
051300         END-EXEC                                                 00051300
051400       WHEN 16                                                    00051400
051500         EXEC SQL                                                 00051500
051600           SELECT COUNT(*),                                       00051600
051700                  MOD(COALESCE(SUM(DEC(                           00051700
051800                      PS_LOC_NBR + PS_CTL_LOC_NBR                 00051800
051900                    + DAYS(PS_ENRL_DT)                            00051900
052000                    + LENGTH(RTRIM(PS_PILOT_ID))                  00052000
052100                    , 15, 0)), 0), 1000000000000000)              00052100
052200             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   00052200
052300             FROM FC_XXXAIL_PILOT_STORE                           00052300
052400         END-EXEC                                                 00052400
0524A0       WHEN 17                                                    000524A0
0524A1         EXEC SQL                                                 000524A1
0524A2           SELECT COUNT(*),                                       000524A2
0524A3                  MOD(COALESCE(SUM(DEC(                           000524A3
0524A4                      RW_LOC_NBR + RW_DAY_OF_WK_NBR               000524A4
0524A5                    + RW_MAX_VNDR_QTY                             000524A5
0524A6                    + INT(SUBSTR(RW_STRT_TM, 1, 2)                000524A6
0524A7                       || SUBSTR(RW_STRT_TM, 4, 2))               000524A7
0524A8                    + INT(SUBSTR(RW_END_TM, 1, 2)                 000524A8
0524A9                       || SUBSTR(RW_END_TM, 4, 2))                000524A9
0524B0                    + LENGTH(RTRIM(RW_DOOR_CD))                   000524B0
0524B1                    , 15, 0)), 0), 1000000000000000)              000524B1
0524B2             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524B2
0524B3             FROM FC_XXXAIL_RCV_WNDW                              000524B3
0524B4         END-EXEC                                                 000524B4
0524C0       WHEN 18                                                    000524C0
0524C1         EXEC SQL                                                 000524C1
0524C2           SELECT COUNT(*),                                       000524C2
0524C3                  MOD(COALESCE(SUM(DEC(                           000524C3
0524C4                      AL_LOC_NBR                                  000524C4
0524C5                    + LENGTH(RTRIM(AL_LANG_CD))                   000524C5
0524C6                    + LENGTH(RTRIM(AL_STORE_NM))                  000524C6
0524C7                    + LENGTH(RTRIM(AL_CUST_FRNDLY_NM))            000524C7
0524C8                    + LENGTH(RTRIM(AL_ADR_1))                     000524C8
0524C9                    + LENGTH(RTRIM(AL_ADR_2))                     000524C9
0524D0                    + LENGTH(RTRIM(AL_CITY))                      000524D0
0524D1                    , 15, 0)), 0), 1000000000000000)              000524D1
0524D2             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524D2
0524D3             FROM FC_XXXAIL_ALT_LANG                              000524D3
0524D4         END-EXEC                                                 000524D4
0524E0       WHEN 19                                                    000524E0
0524E1         EXEC SQL                                                 000524E1
0524E2           SELECT COUNT(*),                                       000524E2
0524E3                  MOD(COALESCE(SUM(                               000524E3
0524E4                      DEC(OP_LOC_NBR                              000524E4
0524E5                        + DAYS(OP_OLD_DT) + DAYS(OP_NEW_DT)       000524E5
0524E6                        + LENGTH(RTRIM(OP_DT_TYP_CD))             000524E6
0524E7                        + LENGTH(RTRIM(OP_RSN_CD))                000524E7
0524E8                        + LENGTH(RTRIM(OP_CHGD_BY_USER_ID))       000524E8
0524E9                        , 15, 0)                                  000524E9
0524F0                    + DEC(DAYS(OP_CHG_TS), 15, 0) * 86400         000524F0
0524F1                    + MIDNIGHT_SECONDS(OP_CHG_TS)                 000524F1
0524F2                    ), 0), 1000000000000000)                      000524F2
0524F3             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524F3
0524F4             FROM FC_XXXAIL_OPEN_SLIP                             000524F4
0524F5         END-EXEC                                                 000524F5
0524F6       WHEN 20                                                    000524F6
0524F7         EXEC SQL                                                 000524F7
0524F8           SELECT COUNT(*),                                       000524F8
0524F9                  MOD(COALESCE(SUM(                               000524F9
0524G0                      DEC(FH_LOC_NBR + FH_BKRM_SQ_FT              000524G0
0524G1                        + FH_FD_LINER_FT + FH_NON_FD_LINER_FT     000524G1
0524G2                        + DAYS(FH_EFF_DT)                         000524G2
0524G3                        + LENGTH(RTRIM(FH_CHG_TYPE_CD)), 15, 0)   000524G3
0524G4                    + DEC(DAYS(FH_EFF_TS), 15, 0) * 86400         000524G4
0524G5                    + MIDNIGHT_SECONDS(FH_EFF_TS)                 000524G5
0524G6                    ), 0), 1000000000000000)                      000524G6
0524G7             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524G7
0524G8             FROM FC_XXXAIL_FOOT_HIST                             000524G8
0524G9         END-EXEC                                                 000524G9
0524H0       WHEN 21                                                    000524H0
0524H1         EXEC SQL                                                 000524H1
0524H2           SELECT COUNT(*),                                       000524H2
0524H3                  MOD(COALESCE(SUM(                               000524H3
0524H4                      DEC(SS_LOC_NBR                              000524H4
0524H5                        + DAYS(SS_STRT_DT) + DAYS(SS_END_DT)      000524H5
0524H6                        + LENGTH(RTRIM(SS_SVC_CD))                000524H6
0524H7                        + LENGTH(RTRIM(SS_OPEN_TM))               000524H7
0524H8                        + LENGTH(RTRIM(SS_CLOS_TM)), 15, 0)       000524H8
0524H9                    + DEC(DAYS(SS_LST_UPDT_TS), 15, 0) * 86400    000524H9
0524I0                    + MIDNIGHT_SECONDS(SS_LST_UPDT_TS)            000524I0
0524I1                    ), 0), 1000000000000000)                      000524I1
0524I2             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524I2
0524I3             FROM FC_XXXAIL_STORE_SVC                             000524I3
0524I4         END-EXEC                                                 000524I4
0524I5       WHEN 22                                                    000524I5
0524I6         EXEC SQL                                                 000524I6
0524I7           SELECT COUNT(*),                                       000524I7
0524I8                  MOD(COALESCE(SUM(DEC(                           000524I8
0524I9                      TZ_LOC_NBR                                  000524I9
0524J0                    + LENGTH(RTRIM(TZ_TIME_ZONE_CD))              000524J0
0524J1                    , 15, 0)), 0), 1000000000000000)              000524J1
0524J2             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524J2
0524J3             FROM FC_XXXAIL_STORE_TZ                              000524J3
0524J4         END-EXEC                                                 000524J4
0524J5       WHEN 23                                                    000524J5
0524J6         EXEC SQL                                                 000524J6
0524J7           SELECT COUNT(*),                                       000524J7
0524J8                  MOD(COALESCE(SUM(                               000524J8
0524J9                      DEC(SE_CYCLE_YR + SE_LOC_NBR                000524J9
0524K0                        + DAYS(SE_OPEN_DT) + DAYS(SE_DUE_DT)      000524K0
0524K1                        + COALESCE(DAYS(SE_RESP_TS), 0)           000524K1
0524K2                        + SE_AD_ZONE_NBR + SE_DEPT_CNT            000524K2
0524K3                        + SE_LIC_CNT + SE_CNTCT_CNT               000524K3
0524K4                        + LENGTH(RTRIM(SE_STAT_CD))               000524K4
0524K5                        + LENGTH(RTRIM(SE_ADR_1))                 000524K5
0524K6                        + LENGTH(RTRIM(SE_HRS_TXT)), 15, 0)       000524K6
0524K7                    + DEC(DAYS(SE_SNAP_TS), 15, 0) * 86400        000524K7
0524K8                    + MIDNIGHT_SECONDS(SE_SNAP_TS)                000524K8
0524K9                    ), 0), 1000000000000000)                      000524K9
0524L0             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524L0
0524L1             FROM FC_XXXAIL_STORE_CERT                            000524L1
0524L2         END-EXEC                                                 000524L2
0524L3       WHEN 24                                                    000524L3
0524L4         EXEC SQL                                                 000524L4
0524L5           SELECT COUNT(*),                                       000524L5
0524L6                  MOD(COALESCE(SUM(                               000524L6
0524L7                      DEC(CG_CYCLE_YR + CG_LOC_NBR                000524L7
0524L8                        + COALESCE(DAYS(CG_RSLV_TS), 0)           000524L8
0524L9                        + LENGTH(RTRIM(CG_FIELD_CD))              000524L9
0524M0                        + LENGTH(RTRIM(CG_NOTE_TXT))              000524M0
0524M1                        + LENGTH(RTRIM(CG_STAT_CD)), 15, 0)       000524M1
0524M2                    + DEC(DAYS(CG_FLAG_TS), 15, 0) * 86400        000524M2
0524M3                    + MIDNIGHT_SECONDS(CG_FLAG_TS)                000524M3
0524M4                    ), 0), 1000000000000000)                      000524M4
0524M5             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524M5
0524M6             FROM FC_XXXAIL_CERT_FLAG                             000524M6
0524M7         END-EXEC                                                 000524M7
0524M8       WHEN 25                                                    000524M8
0524M9         EXEC SQL                                                 000524M9
0524N0           SELECT COUNT(*),                                       000524N0
0524N1                  MOD(COALESCE(SUM(                               000524N1
0524N2                      DEC(CP_FISCAL_YR + CP_FISCAL_PD             000524N2
0524N3                        + CP_STORE_NO                             000524N3
0524N4                        + DAYS(CP_OPENING_DT)                     000524N4
0524N5                        + DAYS(CP_CLOSING_DT)                     000524N5
0524N6                        + LENGTH(RTRIM(CP_COMP_IND))              000524N6
0524N7                        + LENGTH(RTRIM(CP_RSN_CD)), 15, 0)        000524N7
0524N8                    + DEC(DAYS(CP_LOAD_TS), 15, 0) * 86400        000524N8
0524N9                    + MIDNIGHT_SECONDS(CP_LOAD_TS)                000524N9
0524O0                    ), 0), 1000000000000000)                      000524O0
0524O1             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524O1
0524O2             FROM FC_XXXAIL_COMP_STAT                             000524O2
0524O3         END-EXEC                                                 000524O3
0524O4       WHEN 26                                                    000524O4
0524O5         EXEC SQL                                                 000524O5
0524O6           SELECT COUNT(*),                                       000524O6
0524O7                  MOD(COALESCE(SUM(                               000524O7
0524O8                      DEC(DS_LOC_NBR + DS_DIST_MI * 10            000524O8
0524O9                        + DAYS(DS_CLOSED_TS) + DAYS(DS_REOPEN_TS) 000524O9
0524P0                        + LENGTH(RTRIM(DS_EVENT_NM))              000524P0
0524P1                        + LENGTH(RTRIM(DS_FIPS_CD))               000524P1
0524P2                        + LENGTH(RTRIM(DS_STAT_CD)), 15, 0)       000524P2
0524P3                    + DEC(DAYS(DS_ADDED_TS), 15, 0) * 86400       000524P3
0524P4                    + MIDNIGHT_SECONDS(DS_ADDED_TS)               000524P4
0524P5                    ), 0), 1000000000000000)                      000524P5
0524P6             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524P6
0524P7             FROM FC_XXXAIL_DSTR_STR                              000524P7
0524P8         END-EXEC                                                 000524P8
0524P9       WHEN 27                                                    000524P9
0524Q0         EXEC SQL                                                 000524Q0
0524Q1           SELECT COUNT(*),                                       000524Q1
0524Q2                  MOD(COALESCE(SUM(                               000524Q2
0524Q3                      DEC(ZP_ZIP5_CD                              000524Q3
0524Q4                        + ZP_PRIM_STORE_NO + ZP_PRIM_DIST_MI * 10 000524Q4
0524Q5                        + ZP_SCND_STORE_NO + ZP_SCND_DIST_MI * 10 000524Q5
0524Q6                        + LENGTH(RTRIM(ZP_SVC_CD))                000524Q6
0524Q7                        + LENGTH(RTRIM(ZP_CITY)), 15, 0)          000524Q7
0524Q8                    + DEC(DAYS(ZP_LOAD_TS), 15, 0) * 86400        000524Q8
0524Q9                    + MIDNIGHT_SECONDS(ZP_LOAD_TS)                000524Q9
0524R0                    ), 0), 1000000000000000)                      000524R0
0524R1             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524R1
0524R2             FROM FC_XXXAIL_ZIP_STORE                             000524R2
0524R3         END-EXEC                                                 000524R3
0524R4       WHEN 28                                                    000524R4
0524R5         EXEC SQL                                                 000524R5
0524R6           SELECT COUNT(*),                                       000524R6
0524R7                  MOD(COALESCE(SUM(                               000524R7
0524R8                      DEC(XR_OLD_STORE_NO + XR_LOC_NBR            000524R8
0524R9                        + LENGTH(RTRIM(XR_CHAIN_CD)), 15, 0)      000524R9
0524S0                    + DEC(DAYS(XR_CRE_TS), 15, 0) * 86400         000524S0
0524S1                    + MIDNIGHT_SECONDS(XR_CRE_TS)                 000524S1
0524S2                    ), 0), 1000000000000000)                      000524S2
0524S3             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524S3
0524S4             FROM FC_XXXAIL_ACQ_STR_XREF                          000524S4
0524S5         END-EXEC                                                 000524S5
0524S6       WHEN 29                                                    000524S6
0524S7         EXEC SQL                                                 000524S7
0524S8           SELECT COUNT(*),                                       000524S8
0524S9                  MOD(COALESCE(SUM(                               000524S9
0524T0                      DEC(XF_LOC_NBR + XF_RCV_LOC_NBR             000524T0
0524T1                        + XF_DIST_MI * 10 + DAYS(XF_CLOSED_DT)    000524T1
0524T2                        + COALESCE(DAYS(XF_NOTICE_TS), 0)         000524T2
0524T3                        + LENGTH(RTRIM(XF_STAT_CD))               000524T3
0524T4                        + LENGTH(RTRIM(XF_RSN_TXT)), 15, 0)       000524T4
0524T5                    + DEC(DAYS(XF_RQST_TS), 15, 0) * 86400        000524T5
0524T6                    + MIDNIGHT_SECONDS(XF_RQST_TS)                000524T6
0524T7                    ), 0), 1000000000000000)                      000524T7
0524T8             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524T8
0524T9             FROM FC_XXXAIL_RX_XFER                               000524T9
0524U0         END-EXEC                                                 000524U0
0524U1       WHEN 30                                                    000524U1
0524U2         EXEC SQL                                                 000524U2
0524U3           SELECT COUNT(*),                                       000524U3
0524U4                  MOD(COALESCE(SUM(                               000524U4
0524U5                      DEC(CA_LOC_NBR + DAYS(CA_CLOSED_DT)         000524U5
0524U6                        + COALESCE(DAYS(CA_APPR_TS), 0)           000524U6
0524U7                        + LENGTH(RTRIM(CA_STAT_CD))               000524U7
0524U8                        + LENGTH(RTRIM(CA_APPR_USER_ID)), 15, 0)  000524U8
0524U9                    + DEC(DAYS(CA_RQST_TS), 15, 0) * 86400        000524U9
0524V0                    + MIDNIGHT_SECONDS(CA_RQST_TS)                000524V0
0524V1                    ), 0), 1000000000000000)                      000524V1
0524V2             INTO :WS-CUR-ROW-CNT, :WS-CUR-HASH                   000524V2
0524V3             FROM FC_XXXAIL_CLOSE_APPR                            000524V3
0524V4         END-EXEC                                                 000524V4
052500     END-EVALUATE                                                 00052500
052600     .                                                            00052600
052700                                                                  00052700
052800*    Mode M - the figures go onto the manifest as they stand.     00052800
052900 400-RECORD-THE-TABLE.                                            00052900
053000     MOVE WS-MANIFEST-TS              TO MF-MANIFEST-TS           00053000
053100     MOVE WS-DR-TABLE-NM (WS-TBL-IDX) TO MF-TABLE-NM              00053100
053200     MOVE WS-CUR-ROW-CNT              TO MF-ROW-CNT               00053200
053300     MOVE WS-CUR-HASH                 TO MF-HASH-TOT              00053300
053400     EXEC SQL                                                     00053400
053500       INSERT INTO FC_XXXAIL_DR_MANIFEST                          00053500
053600            ( MF_MANIFEST_TS, MF_TABLE_NM,                        00053600
053700              MF_ROW_CNT, MF_HASH_TOT )                           00053700
053800       VALUES ( :DCLFC-XXXAIL-DR-MANIFEST.MF-MANIFEST-TS,         00053800
053900                :DCLFC-XXXAIL-DR-MANIFEST.MF-TABLE-NM,            00053900
054000                :DCLFC-XXXAIL-DR-MANIFEST.MF-ROW-CNT,             00054000
054100                :DCLFC-XXXAIL-DR-MANIFEST.MF-HASH-TOT )           00054100
054200     END-EXEC                                                     00054200
054300     IF SQLCODE NOT = 0                                           00054300
054400       SET SQL-ERROR-DETECTED TO TRUE                             00054400
054500       DISPLAY 'MMMB4002 - ERROR INSERTING MANIFEST ROW FOR '     00054500
054600               WS-DR-TABLE-NM (WS-TBL-IDX) ', SQLCODE=' SQLCODE   00054600
054700     ELSE                                                         00054700
054800       MOVE WS-DR-TABLE-NM (WS-TBL-IDX) TO WS-MD-TABLE-NM         00054800
054900       MOVE WS-CUR-ROW-CNT              TO WS-MD-ROW-CNT          00054900
055000       MOVE WS-CUR-HASH                 TO WS-MD-HASH             00055000
055100       WRITE RPT-LINE FROM WS-MF-DTL-LINE                         00055100
055200     END-IF                                                       00055200
055300     .                                                            00055300
055400                                                                  00055400
055500*    Mode V - read the manifest's figures for the table and say   00055500
055600*    whether the recovered table still agrees.                    00055600
055700 500-VERIFY-THE-TABLE.                                            00055700
055800     MOVE WS-MANIFEST-TS              TO MF-MANIFEST-TS           00055800
055900     MOVE WS-DR-TABLE-NM (WS-TBL-IDX) TO MF-TABLE-NM              00055900
056000     EXEC SQL                                                     00056000
056100       SELECT MF_ROW_CNT, MF_HASH_TOT                             00056100
056200         INTO :WS-MF-ROW-CNT, :WS-MF-HASH                         00056200
056300         FROM FC_XXXAIL_DR_MANIFEST                               00056300
056400        WHERE MF_MANIFEST_TS =                                    00056400
056500              TIMESTAMP(:DCLFC-XXXAIL-DR-MANIFEST.MF-MANIFEST-TS) 00056500
056600          AND MF_TABLE_NM    =                                    00056600
056700              :DCLFC-XXXAIL-DR-MANIFEST.MF-TABLE-NM               00056700
056800     END-EXEC                                                     00056800
056900                                                                  00056900
057000     MOVE SPACES TO WS-VF-DTL-LINE                                00057000
057100     MOVE WS-DR-TABLE-NM (WS-TBL-IDX) TO WS-VD-TABLE-NM           00057100
057200     MOVE WS-CUR-ROW-CNT              TO WS-VD-CUR-ROW-CNT        00057200
057300     MOVE WS-CUR-HASH                 TO WS-VD-CUR-HASH           00057300
057400     EVALUATE TRUE                                                00057400
057500       WHEN SQLCODE = 100                                         00057500
057700         ADD 1 TO WS-DIFFER-COUNT                                 00057700
057800         MOVE 'NOT IN MANIFEST' TO WS-VD-RESULT                   00057800
057900       WHEN SQLCODE NOT = 0                                       00057900
058000         SET SQL-ERROR-DETECTED TO TRUE                           00058000
058100         DISPLAY 'MMMB4002 - ERROR READING MANIFEST ROW FOR '     00058100
058200                 WS-DR-TABLE-NM (WS-TBL-IDX) ', SQLCODE='         00058200
058300                 SQLCODE                                          00058300
058400       WHEN OTHER                                                 00058400
058500         COMPUTE WS-ROW-DIFF = WS-CUR-ROW-CNT - WS-MF-ROW-CNT     00058500
058600         MOVE WS-MF-ROW-CNT TO WS-VD-MF-ROW-CNT                   00058600
058700         MOVE WS-ROW-DIFF   TO WS-VD-ROW-DIFF                     00058700
058800         MOVE WS-MF-HASH    TO WS-VD-MF-HASH                      00058800
058900         EVALUATE TRUE                                            00058900
059000           WHEN WS-ROW-DIFF NOT = 0                               00059000
059100             ADD 1 TO WS-DIFFER-COUNT                             00059100
059200             MOVE 'ROWS DIFFER'  TO WS-VD-RESULT                  00059200
059300           WHEN WS-CUR-HASH NOT = WS-MF-HASH                      00059300
059400             ADD 1 TO WS-DIFFER-COUNT                             00059400
059500             MOVE 'HASH DIFFERS' TO WS-VD-RESULT                  00059500
059600           WHEN OTHER                                             00059600
059700             ADD 1 TO WS-MATCH-COUNT                              00059700
059800             MOVE 'MATCH'        TO WS-VD-RESULT                  00059800
059900         END-EVALUATE                                             00059900
060000     END-EVALUATE                                                 00060000
060100     IF SQL-NO-ERROR                                              00060100
060200       WRITE RPT-LINE FROM WS-VF-DTL-LINE                         00060200
060300     END-IF                                                       00060300
060400     .                                                            00060400
060500                                                                  00060500
060600 900-TERMINATE.                                                   00060600
060700     EVALUATE TRUE                                                00060700
060800       WHEN SQL-ERROR-DETECTED                                    00060800
060900         MOVE 16 TO WS-RPT-RC                                     00060900
061000       WHEN WS-DIFFER-COUNT > 0                                   00061000
061100         MOVE 4  TO WS-RPT-RC                                     00061100
061200     END-EVALUATE                                                 00061200
061300                                                                  00061300
061400     IF SQL-NO-ERROR                                              00061400
061500       EXEC SQL                                                   00061500
061600         COMMIT                                                   00061600
061700       END-EXEC                                                   00061700
061800     ELSE                                                         00061800
061900       EXEC SQL                                                   00061900
062000         ROLLBACK                                                 00062000
062100       END-EXEC                                                   00062100
062200     END-IF                                                       00062200
062300                                                                  00062300
062400     MOVE WS-TABLE-COUNT       TO WS-SUM-TABLES                   00062400
062500     WRITE RPT-LINE FROM SPACES                                   00062500
062600     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00062600
062700     IF MODE-VERIFY                                               00062700
062800       MOVE WS-MATCH-COUNT     TO WS-SUM-MATCH                    00062800
062900       MOVE WS-DIFFER-COUNT    TO WS-SUM-DIFFER                   00062900
063000       WRITE RPT-LINE FROM WS-SUMMARY-LINE2                       00063000
063100       WRITE RPT-LINE FROM WS-SUMMARY-LINE3                       00063100
063200       EVALUATE TRUE                                              00063200
063300         WHEN SQL-ERROR-DETECTED                                  00063300
063400           MOVE 'NOT VERIFIED - RUN FAILED' TO WS-VERDICT-TXT     00063400
063500         WHEN WS-DIFFER-COUNT > 0                                 00063500
063600           MOVE 'NOT VERIFIED - TABLES DIFFER'                    00063600
063700             TO WS-VERDICT-TXT                                    00063700
063800         WHEN OTHER                                               00063800
063900           MOVE 'VERIFIED - ALL TABLES MATCH' TO WS-VERDICT-TXT   00063900
064000       END-EVALUATE                                               00064000
064100       WRITE RPT-LINE FROM WS-VERDICT-LINE                        00064100
064200     END-IF                                                       00064200
064300     CLOSE KEY-IN                                                 00064300
064400     CLOSE DR-RPT                                                 00064400
064500     .                                                            00064500
064600                                                                  00064600
064700*================================================================ 00064700
064800* Run control - refuse a duplicate or out-of-order start, and     00064800
064900* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00064900
065000*================================================================ 00065000
065100 050-RUN-CNTL-START.                                              00065100
065200     INITIALIZE XXXN001A                                          00065200
065300                YYYC0230                                          00065300
065400     SET  YYYC0230-START-RUN TO TRUE                              00065400
065500     MOVE 'MMMB4002' TO YYYC0230-JOB-NM                           00065500
065600     CALL YYYS0230-RUN-CNTL USING                                 00065600
065700         XXXN001A                                                 00065700
065800         YYYC0230                                                 00065800
065900     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00065900
066000       SET SQL-ERROR-DETECTED TO TRUE                             00066000
066100       DISPLAY 'MMMB4002 - START REFUSED: ' IS-RTRN-MSG-TXT       00066100
066200     ELSE                                                         00066200
066300       SET RUN-CNTL-STARTED TO TRUE                               00066300
066400     END-IF                                                       00066400
066500     .                                                            00066500
066600                                                                  00066600
066700 055-RUN-CNTL-END.                                                00066700
066800     INITIALIZE XXXN001A                                          00066800
066900                YYYC0230                                          00066900
067000     IF SQL-ERROR-DETECTED                                        00067000
067100       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00067100
067200     ELSE                                                         00067200
067300       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00067300
067400     END-IF                                                       00067400
067500     MOVE 'MMMB4002' TO YYYC0230-JOB-NM                           00067500
067600     CALL YYYS0230-RUN-CNTL USING                                 00067600
067700         XXXN001A                                                 00067700
067800         YYYC0230                                                 00067800
067900     .                                                            00067900
