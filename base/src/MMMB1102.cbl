000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1102.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Weekly price-zone roster to pricing, with the price-zone        00000600
000700* exceptions.                                                     00000700
000800*                                                                 00000800
000900* The nightly change feed (MMMB1002) keeps pricing current; this  00000900
001000* is the full picture they balance against once a week. Every     00001000
001100* open store is listed under its price zone (PD_ZONE_NO on        00001100
001200* XXXAIL_LOC) with its two bulletin switches - PRC_BUL_SW for     00001200
001300* the printed bulletin and UPC_ON_PRC_BUL_SW for UPCs on it -     00001300
001400* and the FC_XXXAIL_STORES name.                                  00001400
001500*                                                                 00001500
001600* PZROSOUT, in zone / store order:                                00001600
001700*   D  one per open store in a real zone;                         00001700
001800*   Z  after each zone - stores, and stores set for the printed   00001800
001900*      bulletin and for UPCs on it;                               00001900
002000*   T  trailer - run date and the D and Z counts.                 00002000
002100*                                                                 00002100
002200* RPTOUT lists the zones with their counts and then the           00002200
002300* exceptions: an open store whose price zone is zero, or one of   00002300
002400* the conversion's unknown-zone markers (88888 when the old       00002400
002500* system's zone was under 100 or 888, 99999 when it was 999 or    00002500
002600* not an active store) or anything else over 999, is not on the   00002600
002700* roster at all; a store whose FC_XXXAIL_STORES row is missing    00002700
002800* or carries a different FC_RL_RETL_ZONE_NO is on the roster      00002800
002900* but listed too. Any exception ends the job with RC 4.           00002900
003000* Batch job - run standalone, schedule weekly.                    00003000
003100*---------------------------------------------------------------- 00003100
003200 ENVIRONMENT DIVISION.                                            00003200
003300 INPUT-OUTPUT SECTION.                                            00003300
003400 FILE-CONTROL.                                                    00003400
003500     SELECT PZROS-OUT      ASSIGN TO PZROSOUT                     00003500
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00003600
003700     SELECT PZROS-RPT      ASSIGN TO RPTOUT                       00003700
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00003800
003900                                                                  00003900
004000 DATA DIVISION.                                                   00004000
004100 FILE SECTION.                                                    00004100
004200 FD  PZROS-OUT.                                                   00004200
004300 01  PZROS-REC.                                                   00004300
004400     05 PZR-REC-TYP                    PIC X(1).                  00004400
004500     05 PZR-ZONE-NO                    PIC 9(5).                  00004500
004600     05 PZR-STORE-NBR                  PIC 9(9).                  00004600
004700     05 PZR-STORE-NM                   PIC X(30).                 00004700
004800     05 PZR-PRC-BUL-SW                 PIC X(1).                  00004800
004900     05 PZR-UPC-BUL-SW                 PIC X(1).                  00004900
005000     05 FILLER                         PIC X(33).                 00005000
005100                                                                  00005100
005200 FD  PZROS-RPT.                                                   00005200
005300 01  RPT-LINE                          PIC X(132).                00005300
005400                                                                  00005400
005500 WORKING-STORAGE SECTION.                                         00005500
005600* --------------------------------------------------------------- 00005600
005700* Misc working storage...                                         00005700
005800* --------------------------------------------------------------- 00005800
005900 01 WS-DTL-COUNT                     PIC 9(9) VALUE 0.            00005900
006000 01 WS-ZONE-COUNT                    PIC 9(9) VALUE 0.            00006000
006100 01 WS-EXCP-COUNT                    PIC 9(6) VALUE 0.            00006100
006200 01 WS-ZONE-STORES                   PIC 9(9) VALUE 0.            00006200
006300 01 WS-ZONE-PRC-BUL                  PIC 9(9) VALUE 0.            00006300
006400 01 WS-ZONE-UPC-BUL                  PIC 9(9) VALUE 0.            00006400
006500 01 WS-RUN-DATE                      PIC X(8)  VALUE SPACES.      00006500
006600                                                                  00006600
006700 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00006700
006800    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00006800
006900    88 SQL-NO-ERROR                           VALUE 'N'.          00006900
007000                                                                  00007000
007100 01 WS-CAND-LOC-NBR                  PIC S9(9) COMP VALUE 0.      00007100
007200 01 WS-CAND-ZONE-NO                  PIC S9(5) COMP-3 VALUE 0.    00007200
007300 01 WS-CAND-PRC-BUL-SW               PIC X(1) VALUE SPACES.       00007300
007400 01 WS-CAND-UPC-BUL-SW               PIC X(1) VALUE SPACES.       00007400
007500 01 WS-CAND-FC-SW                    PIC X(1) VALUE 'N'.          00007500
007600    88 HAS-FC-ROW                             VALUE 'Y'.          00007600
007700 01 WS-CAND-FC-ZONE-NO               PIC S9(3) COMP-3 VALUE 0.    00007700
007800 01 WS-CAND-STORE-NM                 PIC X(30) VALUE SPACES.      00007800
007900 01 WS-PREV-ZONE-NO                  PIC S9(5) COMP-3 VALUE 0.    00007900
008000                                                                  00008000
008100 01 WS-FEED-ZONE.                                                 00008100
008200    05 WS-FEED-ZONE-REC-TYP        PIC X(1)  VALUE 'Z'.           00008200
008300    05 WS-FEED-ZONE-NO             PIC 9(5).                      00008300
008400    05 WS-FEED-ZONE-STORES         PIC 9(9).                      00008400
008500    05 WS-FEED-ZONE-PRC-BUL        PIC 9(9).                      00008500
008600    05 WS-FEED-ZONE-UPC-BUL        PIC 9(9).                      00008600
008700    05 FILLER                      PIC X(47) VALUE SPACES.        00008700
008800                                                                  00008800
008900 01 WS-FEED-TRL.                                                  00008900
009000    05 WS-FEED-TRL-REC-TYP         PIC X(1)  VALUE 'T'.           00009000
009100    05 WS-FEED-TRL-RUN-DATE        PIC X(8).                      00009100
009200    05 WS-FEED-TRL-DTL-CNT         PIC 9(9).                      00009200
009300    05 WS-FEED-TRL-ZONE-CNT        PIC 9(9).                      00009300
009400    05 FILLER                      PIC X(53) VALUE SPACES.        00009400
009500                                                                  00009500
009600 COPY XXXN001A.                                                   00009600
009700 COPY YYYC0230.                                                   00009700
009800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00009800
009900                                                                  00009900
010000 01 WS-HDG-LINE-1.                                                00010000
010100    05 FILLER PIC X(48) VALUE                                     00010100
010200       'MMMB1102 - WEEKLY PRICE-ZONE ROSTER'.                     00010200
010300 01 WS-HDG-LINE-2.                                                00010300
010400    05 FILLER PIC X(40) VALUE                                     00010400
010500       '  ZONE     STORES  PRC-BUL  UPC-BUL'.                     00010500
010600 01 WS-ZONE-LINE.                                                 00010600
010700    05 WS-ZL-ZONE-NO                PIC Z(5)9.                    00010700
010800    05 FILLER                       PIC X(2) VALUE SPACES.        00010800
010900    05 WS-ZL-STORES                 PIC Z(8)9.                    00010900
011000    05 FILLER                       PIC X(2) VALUE SPACES.        00011000
011100    05 WS-ZL-PRC-BUL                PIC Z(6)9.                    00011100
011200    05 FILLER                       PIC X(2) VALUE SPACES.        00011200
011300    05 WS-ZL-UPC-BUL                PIC Z(6)9.                    00011300
011400 01 WS-HDG-LINE-3.                                                00011400
011500    05 FILLER PIC X(40) VALUE                                     00011500
011600       'PRICE-ZONE EXCEPTIONS - OPEN STORES'.                     00011600
011700 01 WS-HDG-LINE-4.                                                00011700
011800    05 FILLER PIC X(43) VALUE                                     00011800
011900       '    STORE  NAME'.                                         00011900
012000    05 FILLER PIC X(40) VALUE                                     00012000
012100       '    ZONE  FC-ZONE  REASON'.                               00012100
012200 01 WS-EXCP-LINE.                                                 00012200
012300    05 WS-EL-STORE-NO               PIC Z(8)9.                    00012300
012400    05 FILLER                       PIC X(2) VALUE SPACES.        00012400
012500    05 WS-EL-STORE-NM               PIC X(30).                    00012500
012600    05 FILLER                       PIC X(2) VALUE SPACES.        00012600
012700    05 WS-EL-ZONE-NO                PIC Z(7)9.                    00012700
012800    05 FILLER                       PIC X(2) VALUE SPACES.        00012800
012900    05 WS-EL-FC-ZONE-NO             PIC Z(6)9.                    00012900
013000    05 FILLER                       PIC X(2) VALUE SPACES.        00013000
013100    05 WS-EL-REASON                 PIC X(40).                    00013100
013200                                                                  00013200
013300 01 WS-SUMMARY-LINE.                                              00013300
013400    05 FILLER PIC X(23) VALUE 'ZONES ON ROSTER    - '.            00013400
013500    05 WS-SUM-ZONES                 PIC ZZZ,ZZ9.                  00013500
013600 01 WS-SUMMARY-LINE2.                                             00013600
013700    05 FILLER PIC X(23) VALUE 'STORES ON ROSTER   - '.            00013700
013800    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00013800
013900 01 WS-SUMMARY-LINE3.                                             00013900
014000    05 FILLER PIC X(23) VALUE 'EXCEPTIONS         - '.            00014000
014100    05 WS-SUM-EXCP                  PIC ZZZ,ZZ9.                  00014100
014200                                                                  00014200
014300* ----------------------------------------------------------------00014300
014400* DB2 stuff...                                                    00014400
014500* ----------------------------------------------------------------00014500
014600     EXEC SQL                                                     00014600
014700       INCLUDE SQLCA                                              00014700
014800     END-EXEC                                                     00014800
014900                                                                  00014900
015000* Open stores in a real price zone - the zero date '0001-01-01'   00015000
015100* is "no date on file", so a store with no scheduled closing is   00015100
015200* open. FC_RL_RETL_ZONE_NO holds three digits, so no real zone    00015200
015300* is over 999.                                                    00015300
015400     EXEC SQL                                                     00015400
015500       DECLARE PZROS-CSR CURSOR FOR                               00015500
015600       SELECT L.LOC_NBR, L.PD_ZONE_NO,                            00015600
015700              L.PRC_BUL_SW, L.UPC_ON_PRC_BUL_SW,                  00015700
015800              COALESCE(F.FC_RL_STORE_NM, ' ')                     00015800
015900         FROM XXXAIL_LOC L                                        00015900
016000              LEFT OUTER JOIN FC_XXXAIL_STORES F                  00016000
016100                 ON F.FC_STORE_NO    = L.LOC_NBR                  00016100
016200                AND F.FC_RL_STORE_CD = 'S'                        00016200
016300        WHERE L.LOC_TYP_CD       = 'S '                           00016300
016400          AND L.PD_ZONE_NO BETWEEN 1 AND 999                      00016400
016500          AND L.SLS_OPEN_DT      > '0001-01-01'                   00016500
016600          AND L.SLS_OPEN_DT     <= CURRENT DATE                   00016600
016700          AND ( L.SLS_CLOSED_DT  = '0001-01-01'                   00016700
016800             OR L.SLS_CLOSED_DT  > CURRENT DATE )                 00016800
016900        ORDER BY L.PD_ZONE_NO, L.LOC_NBR                          00016900
017000     END-EXEC                                                     00017000
017100                                                                  00017100
017200* Open stores with a zero or unknown zone, or whose               00017200
017300* FC_XXXAIL_STORES row is missing or disagrees.                   00017300
017400     EXEC SQL                                                     00017400
017500       DECLARE PZEXCP-CSR CURSOR FOR                              00017500
017600       SELECT L.LOC_NBR, L.PD_ZONE_NO,                            00017600
017700              CASE WHEN F.FC_STORE_NO IS NULL THEN 'N'            00017700
017800                   ELSE 'Y' END,                                  00017800
017900              COALESCE(F.FC_RL_RETL_ZONE_NO, 0),                  00017900
018000              COALESCE(F.FC_RL_STORE_NM, ' ')                     00018000
018100         FROM XXXAIL_LOC L                                        00018100
018200              LEFT OUTER JOIN FC_XXXAIL_STORES F                  00018200
018300                 ON F.FC_STORE_NO    = L.LOC_NBR                  00018300
018400                AND F.FC_RL_STORE_CD = 'S'                        00018400
018500        WHERE L.LOC_TYP_CD       = 'S '                           00018500
018600          AND L.SLS_OPEN_DT      > '0001-01-01'                   00018600
018700          AND L.SLS_OPEN_DT     <= CURRENT DATE                   00018700
018800          AND ( L.SLS_CLOSED_DT  = '0001-01-01'                   00018800
018900             OR L.SLS_CLOSED_DT  > CURRENT DATE )                 00018900
019000          AND ( L.PD_ZONE_NO      = 0                             00019000
019100             OR L.PD_ZONE_NO      > 999                           00019100
019200             OR F.FC_STORE_NO    IS NULL                          00019200
019300             OR F.FC_RL_RETL_ZONE_NO <> L.PD_ZONE_NO )            00019300
019400        ORDER BY L.LOC_NBR                                        00019400
019500     END-EXEC                                                     00019500
019600                                                                  00019600
019700 PROCEDURE DIVISION.                                              00019700
019800***************************************************************** 00019800
019900* Start of program main line.                                     00019900
020000***************************************************************** 00020000
020100 000-MAIN.                                                        00020100
020200     PERFORM 050-RUN-CNTL-START                                   00020200
020300     IF SQL-ERROR-DETECTED                                        00020300
020400       MOVE 8 TO RETURN-CODE                                      00020400
020500       GOBACK                                                     00020500
020600     END-IF                                                       00020600
020700     PERFORM 100-INITIALIZE                                       00020700
020800     PERFORM 200-WRITE-THE-ROSTER                                 00020800
020900     IF SQL-NO-ERROR                                              00020900
021000       PERFORM 400-LIST-THE-EXCEPTIONS                            00021000
021100     END-IF                                                       00021100
021200     PERFORM 900-TERMINATE                                        00021200
021300     PERFORM 055-RUN-CNTL-END                                     00021300
021400     GOBACK                                                       00021400
021500     .                                                            00021500
021600                                                                  00021600
021700 100-INITIALIZE.                                                  00021700
021800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00021800
021900     OPEN OUTPUT PZROS-OUT                                        00021900
022000     OPEN OUTPUT PZROS-RPT                                        00022000
022100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00022100
022200     WRITE RPT-LINE FROM SPACES                                   00022200
022300     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00022300
022400     .                                                            00022400
022500                                                                  00022500
022600 120-FETCH-NEXT-STORE.                                            00022600
022700     EXEC SQL                                                     00022700
022800       FETCH PZROS-CSR                                            00022800
022900         INTO :WS-CAND-LOC-NBR, :WS-CAND-ZONE-NO,                 00022900
023000              :WS-CAND-PRC-BUL-SW, :WS-CAND-UPC-BUL-SW,           00023000
023100              :WS-CAND-STORE-NM                                   00023100
023200     END-EXEC                                                     00023200
023300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00023300
023400       SET SQL-ERROR-DETECTED       TO TRUE                       00023400
023500       DISPLAY 'MMMB1102 - ERROR FETCHING PZROS-CSR, SQLCODE='    00023500
023600               SQLCODE                                            00023600
023700     END-IF                                                       00023700
023800     .                                                            00023800
023900                                                                  00023900
024000*================================================================ 00024000
024100* The roster - a detail per store, a count record per zone.       00024100
024200*================================================================ 00024200
024300 200-WRITE-THE-ROSTER.                                            00024300
024400     EXEC SQL                                                     00024400
024500       OPEN PZROS-CSR                                             00024500
024600     END-EXEC                                                     00024600
024700     IF SQLCODE NOT = 0                                           00024700
024800       SET SQL-ERROR-DETECTED TO TRUE                             00024800
024900       DISPLAY 'MMMB1102 - ERROR OPENING PZROS-CSR, SQLCODE='     00024900
025000               SQLCODE                                            00025000
025100     ELSE                                                         00025100
025200       PERFORM 120-FETCH-NEXT-STORE                               00025200
025300       PERFORM UNTIL SQLCODE NOT = 0                              00025300
025400         IF WS-DTL-COUNT > 0                                      00025400
025500           AND WS-CAND-ZONE-NO NOT = WS-PREV-ZONE-NO              00025500
025600           PERFORM 270-END-THE-ZONE                               00025600
025700         END-IF                                                   00025700
025800         IF WS-DTL-COUNT = 0                                      00025800
025900           OR WS-CAND-ZONE-NO NOT = WS-PREV-ZONE-NO               00025900
026000           ADD 1 TO WS-ZONE-COUNT                                 00026000
026100           MOVE WS-CAND-ZONE-NO TO WS-PREV-ZONE-NO                00026100
026200         END-IF                                                   00026200
026300         PERFORM 250-WRITE-THE-STORE                              00026300
026400         PERFORM 120-FETCH-NEXT-STORE                             00026400
026500       END-PERFORM                                                00026500
026600       IF SQLCODE = 100                                           00026600
026700         MOVE 0 TO SQLCODE                                        00026700
026800       END-IF                                                     00026800
026900       EXEC SQL                                                   00026900
027000         CLOSE PZROS-CSR                                          00027000
027100       END-EXEC                                                   00027100
027200       IF SQL-NO-ERROR                                            00027200
027300         MOVE 0 TO SQLCODE                                        00027300
027400         IF WS-DTL-COUNT > 0                                      00027400
027500           PERFORM 270-END-THE-ZONE                               00027500
027600         END-IF                                                   00027600
027700         MOVE WS-RUN-DATE     TO WS-FEED-TRL-RUN-DATE             00027700
027800         MOVE WS-DTL-COUNT    TO WS-FEED-TRL-DTL-CNT              00027800
027900         MOVE WS-ZONE-COUNT   TO WS-FEED-TRL-ZONE-CNT             00027900
028000         WRITE PZROS-REC FROM WS-FEED-TRL                         00028000
028100       END-IF                                                     00028100
028200     END-IF                                                       00028200
028300     .                                                            00028300
028400                                                                  00028400
028500 250-WRITE-THE-STORE.                                             00028500
028600     MOVE SPACES               TO PZROS-REC                       00028600
028700     MOVE 'D'                  TO PZR-REC-TYP                     00028700
028800     MOVE WS-CAND-ZONE-NO      TO PZR-ZONE-NO                     00028800
028900     MOVE WS-CAND-LOC-NBR      TO PZR-STORE-NBR                   00028900
029000     MOVE WS-CAND-STORE-NM     TO PZR-STORE-NM                    00029000
029100     MOVE WS-CAND-PRC-BUL-SW   TO PZR-PRC-BUL-SW                  00029100
029200     MOVE WS-CAND-UPC-BUL-SW   TO PZR-UPC-BUL-SW                  00029200
029300     WRITE PZROS-REC                                              00029300
029400     ADD 1 TO WS-DTL-COUNT                                        00029400
029500              WS-ZONE-STORES                                      00029500
029600     IF WS-CAND-PRC-BUL-SW = 'Y'                                  00029600
029700       ADD 1 TO WS-ZONE-PRC-BUL                                   00029700
029800     END-IF                                                       00029800
029900     IF WS-CAND-UPC-BUL-SW = 'Y'                                  00029900
030000       ADD 1 TO WS-ZONE-UPC-BUL                                   00030000
030100     END-IF                                                       00030100
030200     .                                                            00030200
030300                                                                  00030300
030400 270-END-THE-ZONE.                                                00030400
030500     MOVE WS-PREV-ZONE-NO      TO WS-FEED-ZONE-NO                 00030500
030600                                  WS-ZL-ZONE-NO                   00030600
030700     MOVE WS-ZONE-STORES       TO WS-FEED-ZONE-STORES             00030700
030800                                  WS-ZL-STORES                    00030800
030900     MOVE WS-ZONE-PRC-BUL      TO WS-FEED-ZONE-PRC-BUL            00030900
031000                                  WS-ZL-PRC-BUL                   00031000
031100     MOVE WS-ZONE-UPC-BUL      TO WS-FEED-ZONE-UPC-BUL            00031100
031200                                  WS-ZL-UPC-BUL                   00031200
031300     WRITE PZROS-REC FROM WS-FEED-ZONE                            00031300
031400     WRITE RPT-LINE FROM WS-ZONE-LINE                             00031400
031500     MOVE 0 TO WS-ZONE-STORES                                     00031500
031600               WS-ZONE-PRC-BUL                                    00031600
031700               WS-ZONE-UPC-BUL                                    00031700
031800     .                                                            00031800
031900                                                                  00031900
032000*================================================================ 00032000
032100* Open stores pricing cannot place, or places from a              00032100
032200* FC_XXXAIL_STORES row that disagrees with the master.            00032200
032300*================================================================ 00032300
032400 400-LIST-THE-EXCEPTIONS.                                         00032400
032500     WRITE RPT-LINE FROM SPACES                                   00032500
032600     WRITE RPT-LINE FROM WS-HDG-LINE-3                            00032600
032700     WRITE RPT-LINE FROM WS-HDG-LINE-4                            00032700
032800     EXEC SQL                                                     00032800
032900       OPEN PZEXCP-CSR                                            00032900
033000     END-EXEC                                                     00033000
033100     IF SQLCODE NOT = 0                                           00033100
033200       SET SQL-ERROR-DETECTED TO TRUE                             00033200
033300       DISPLAY 'MMMB1102 - ERROR OPENING PZEXCP-CSR, SQLCODE='    00033300
033400               SQLCODE                                            00033400
033500     ELSE                                                         00033500
033600       PERFORM 420-FETCH-NEXT-EXCP                                00033600
033700       PERFORM UNTIL SQLCODE NOT = 0                              00033700
033800         PERFORM 450-WRITE-THE-EXCP                               00033800
033900         PERFORM 420-FETCH-NEXT-EXCP                              00033900
034000       END-PERFORM                                                00034000
034100       IF SQLCODE = 100                                           00034100
034200         MOVE 0 TO SQLCODE                                        00034200
034300       END-IF                                                     00034300
034400       EXEC SQL                                                   00034400
034500         CLOSE PZEXCP-CSR                                         00034500
034600       END-EXEC                                                   00034600
034700       MOVE 0 TO SQLCODE                                          00034700
034800     END-IF                                                       00034800
034900     .                                                            00034900
035000                                                                  00035000
035100 420-FETCH-NEXT-EXCP.                                             00035100
035200     EXEC SQL                                                     00035200
035300       FETCH PZEXCP-CSR                                           00035300
035400         INTO :WS-CAND-LOC-NBR, :WS-CAND-ZONE-NO,                 00035400
035500              :WS-CAND-FC-SW, :WS-CAND-FC-ZONE-NO,                00035500
035600              :WS-CAND-STORE-NM                                   00035600
035700     END-EXEC                                                     00035700
035800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00035800
035900       SET SQL-ERROR-DETECTED       TO TRUE                       00035900
036000       DISPLAY 'MMMB1102 - ERROR FETCHING PZEXCP-CSR, SQLCODE='   00036000
036100               SQLCODE                                            00036100
036200     END-IF                                                       00036200
036300     .                                                            00036300
036400                                                                  00036400
036500 450-WRITE-THE-EXCP.                                              00036500
036600     ADD 1 TO WS-EXCP-COUNT                                       00036600
036700     EVALUATE TRUE                                                00036700
036800       WHEN WS-CAND-ZONE-NO = 0                                   00036800
036900         MOVE 'ZERO PRICE ZONE - NOT ON ROSTER'                   00036900
037000           TO WS-EL-REASON                                        00037000
037100       WHEN WS-CAND-ZONE-NO = 88888 OR 99999                      00037100
037200         MOVE 'UNKNOWN-ZONE MARKER - NOT ON ROSTER'               00037200
037300           TO WS-EL-REASON                                        00037300
037400       WHEN WS-CAND-ZONE-NO > 999                                 00037400
037500         MOVE 'PRICE ZONE OVER 999 - NOT ON ROSTER'               00037500
037600           TO WS-EL-REASON                                        00037600
037700       WHEN NOT HAS-FC-ROW                                        00037700
037800         MOVE 'NO FC_XXXAIL_STORES ROW'                           00037800
037900           TO WS-EL-REASON                                        00037900
038000       WHEN OTHER                                                 00038000
038100         MOVE 'FC_XXXAIL_STORES ZONE DIFFERS'                     00038100
038200           TO WS-EL-REASON                                        00038200
038300     END-EVALUATE                                                 00038300
038400     MOVE WS-CAND-LOC-NBR      TO WS-EL-STORE-NO                  00038400
038500     MOVE WS-CAND-STORE-NM     TO WS-EL-STORE-NM                  00038500
038600     MOVE WS-CAND-ZONE-NO      TO WS-EL-ZONE-NO                   00038600
038700     MOVE WS-CAND-FC-ZONE-NO   TO WS-EL-FC-ZONE-NO                00038700
038800     WRITE RPT-LINE FROM WS-EXCP-LINE                             00038800
038900     .                                                            00038900
039000                                                                  00039000
039100 900-TERMINATE.                                                   00039100
039200     IF SQL-ERROR-DETECTED                                        00039200
039300       MOVE 16 TO RETURN-CODE                                     00039300
039400     END-IF                                                       00039400
039500     IF WS-EXCP-COUNT > 0 AND RETURN-CODE = 0                     00039500
039600       MOVE 4 TO RETURN-CODE                                      00039600
039700     END-IF                                                       00039700
039800     MOVE WS-ZONE-COUNT     TO WS-SUM-ZONES                       00039800
039900     MOVE WS-DTL-COUNT      TO WS-SUM-STORES                      00039900
040000     MOVE WS-EXCP-COUNT     TO WS-SUM-EXCP                        00040000
040100     WRITE RPT-LINE FROM SPACES                                   00040100
040200     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00040200
040300     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00040300
040400     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00040400
040500     CLOSE PZROS-OUT PZROS-RPT                                    00040500
040600     .                                                            00040600
040700                                                                  00040700
040800*================================================================ 00040800
040900* Run control - refuse a duplicate or out-of-order start, and     00040900
041000* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00041000
041100*================================================================ 00041100
041200 050-RUN-CNTL-START.                                              00041200
041300     INITIALIZE XXXN001A                                          00041300
041400                YYYC0230                                          00041400
041500     SET  YYYC0230-START-RUN TO TRUE                              00041500
041600     MOVE 'MMMB1102' TO YYYC0230-JOB-NM                           00041600
041700     CALL YYYS0230-RUN-CNTL USING                                 00041700
041800         XXXN001A                                                 00041800
041900         YYYC0230                                                 00041900
042000     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00042000
042100       SET SQL-ERROR-DETECTED TO TRUE                             00042100
042200       DISPLAY 'MMMB1102 - START REFUSED: ' IS-RTRN-MSG-TXT       00042200
042300     END-IF                                                       00042300
042400     .                                                            00042400
042500                                                                  00042500
042600 055-RUN-CNTL-END.                                                00042600
042700     INITIALIZE XXXN001A                                          00042700
042800                YYYC0230                                          00042800
042900     IF SQL-ERROR-DETECTED                                        00042900
043000       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00043000
043100     ELSE                                                         00043100
043200       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00043200
043300     END-IF                                                       00043300
043400     MOVE 'MMMB1102' TO YYYC0230-JOB-NM                           00043400
043500     CALL YYYS0230-RUN-CNTL USING                                 00043500
043600       XXXN001A                                                   00043600
043700       YYYC0230                                                   00043700
043800     .                                                            00043800
