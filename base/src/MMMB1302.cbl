000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1302.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* District and market realignment.                                00000600
000700*                                                                 00000700
000800* When operations redraws districts, stores used to be moved a    00000800
000900* field at a time through the mass-maintenance driver, and the    00000900
001000* loose ends turned up later - the old district still active on   00001000
001100* FC_XXXAIL_ORG_REF, rollup slots still pointing at the old       00001100
001200* tree.  This job takes the realignment as one package: a         00001200
001300* header card with the effective date, and one card per old       00001300
001400* district or market region naming where its stores go.           00001400
001500*                                                                 00001500
001600* Every card is edited before anything moves - each new unit      00001600
001700* must be active on FC_XXXAIL_ORG_REF (MMMS0175), the old one     00001700
001800* must be known, a rollup number must be active on                00001800
001900* FC_XXXAIL_ROLLUP_REF, and no unit may be both given up and      00001900
002000* received in the same package (split a chain or a swap over      00002000
002100* two runs).  One bad card and nothing is applied.                00002100
002200*                                                                 00002200
002300* Stores move through NNNS0488's normal modify path, so the       00002300
002400* edits fire, FC_XXXAIL_STORES follows through the MMMS0160       00002400
002500* translation (district, payroll area and market together),       00002500
002600* the history row is written and the events go out.  An           00002600
002700* effective date still ahead schedules the same changes on        00002700
002800* FC_XXXAIL_PENDING_CHG instead, for the nightly release          00002800
002900* (MMMB6501) to apply on the date.  Once the date has come        00002900
003000* and an old unit has no store left on either table, it is        00003000
003100* retired (OG_ACTIVE_IND N) - for a future-dated package, run     00003100
003200* the same cards again on or after the date to retire.            00003200
003300*                                                                 00003300
003400* RPTOUT shows the span of control (active stores per             00003400
003500* district and market, master and FC counts side by side)         00003500
003600* before and after - after is projected when the changes are      00003600
003700* only scheduled.                                                 00003700
003800*                                                                 00003800
003900* TRANIN cards:                                                   00003900
004000*   H mm/dd/yyyy uuuuuuuu        header - effective date and      00004000
004100*                                the user the changes carry       00004100
004200*   t ooooo nnnnn ss rrr         t=D district / M market          00004200
004300*                                region, o=old id, n=new id,      00004300
004400*                                optional rollup slot ss          00004400
004500*                                (01-10) and number rrr           00004500
004600*                                for the stores moved             00004600
004700* Rejects land on RECYCOUT through MMMS0177.                      00004700
004800* Batch job - run standalone, on request.                         00004800
004900*---------------------------------------------------------------- 00004900
005000 ENVIRONMENT DIVISION.                                            00005000
005100 INPUT-OUTPUT SECTION.                                            00005100
005200 FILE-CONTROL.                                                    00005200
005300     SELECT TRAN-IN        ASSIGN TO TRANIN                       00005300
005400         ORGANIZATION IS LINE SEQUENTIAL.                         00005400
005500     SELECT ALIGN-RPT      ASSIGN TO RPTOUT                       00005500
005600         ORGANIZATION IS LINE SEQUENTIAL.                         00005600
005700                                                                  00005700
005800 DATA DIVISION.                                                   00005800
005900 FILE SECTION.                                                    00005900
006000 FD  TRAN-IN.                                                     00006000
006100 01  TRAN-REC.                                                    00006100
006200     05 TRX-CARD-TYPE                  PIC X(1).                  00006200
006300        88 TRX-HEADER                          VALUE 'H'.         00006300
006400        88 TRX-MAP-DISTRICT                    VALUE 'D'.         00006400
006500        88 TRX-MAP-MARKET                      VALUE 'M'.         00006500
006600     05 FILLER                         PIC X(1).                  00006600
006700     05 TRX-OLD-ID                     PIC 9(5).                  00006700
006800     05 FILLER                         PIC X(1).                  00006800
006900     05 TRX-NEW-ID                     PIC 9(5).                  00006900
007000     05 FILLER                         PIC X(1).                  00007000
007100     05 TRX-SLOT                       PIC 9(2).                  00007100
007200     05 FILLER                         PIC X(1).                  00007200
007300     05 TRX-ROLLUP                     PIC 9(3).                  00007300
007400     05 FILLER                         PIC X(60).                 00007400
007500 01  TRAN-HDR-REC REDEFINES TRAN-REC.                             00007500
007600     05 FILLER                         PIC X(2).                  00007600
007700     05 TRX-EFF-DT                     PIC X(10).                 00007700
007800     05 FILLER                         PIC X(1).                  00007800
007900     05 TRX-ENTERED-BY                 PIC X(8).                  00007900
008000     05 FILLER                         PIC X(59).                 00008000
008100                                                                  00008100
008200 FD  ALIGN-RPT.                                                   00008200
008300 01  RPT-LINE                          PIC X(132).                00008300
008400                                                                  00008400
008500 WORKING-STORAGE SECTION.                                         00008500
008600* --------------------------------------------------------------- 00008600
008700* Misc working storage...                                         00008700
008800* --------------------------------------------------------------- 00008800
008900 01 NNNS0488-LR-DAO                   PIC X(8) VALUE 'NNNS0488'.  00008900
009000 01 WS-MMMS0175-PGM                   PIC X(8) VALUE 'MMMS0175'.  00009000
009100* Shared reject-and-recycle writer - every reject also lands on   00009100
009200* RECYCOUT in input format, reason appended, ready to correct     00009200
009300* and feed back in as the next run's TRANIN.                      00009300
009400 01 WS-MMMS0177-PGM                   PIC X(8) VALUE 'MMMS0177'.  00009400
009500 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00009500
009600                                                                  00009600
009700 01 K-MAX-MAPS                        PIC S9(4) COMP VALUE 200.   00009700
009800 01 K-MAX-STORES                      PIC S9(4) COMP VALUE 5000.  00009800
009900 01 K-MAX-SPAN                        PIC S9(4) COMP VALUE 2000.  00009900
010000                                                                  00010000
010100 01 WS-TRAN-COUNT                     PIC 9(6) VALUE 0.           00010100
010200 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00010200
010300 01 WS-HDR-COUNT                      PIC 9(6) VALUE 0.           00010300
010400 01 WS-MOVED-COUNT                    PIC 9(6) VALUE 0.           00010400
010500 01 WS-SCHED-COUNT                    PIC 9(6) VALUE 0.           00010500
010600 01 WS-FAILED-COUNT                   PIC 9(6) VALUE 0.           00010600
010700 01 WS-RETIRED-COUNT                  PIC 9(6) VALUE 0.           00010700
010800 01 WS-SQLCODE                        PIC ----9.                  00010800
010900 01 WS-JOB-RC                         PIC S9(4) COMP VALUE 0.     00010900
011000 01 WS-NUM-X                          PIC X(9)  VALUE SPACES.     00011000
011100 01 WS-NUM-N REDEFINES WS-NUM-X       PIC 9(9).                   00011100
011200 01 WS-MX                             PIC S9(4) COMP VALUE 0.     00011200
011300 01 WS-MJ                             PIC S9(4) COMP VALUE 0.     00011300
011400 01 WS-SX                             PIC S9(4) COMP VALUE 0.     00011400
011500 01 WS-SJ                             PIC S9(4) COMP VALUE 0.     00011500
011600 01 WS-NUM-STORES                     PIC S9(4) COMP VALUE 0.     00011600
011700 01 WS-ROLLUP-REF-CNT                 PIC S9(9) COMP VALUE 0.     00011700
011800 01 WS-LOC-LEFT-CNT                   PIC S9(9) COMP VALUE 0.     00011800
011900 01 WS-FC-LEFT-CNT                    PIC S9(9) COMP VALUE 0.     00011900
012000 01 WS-LEFT-CNT-ED                    PIC ZZZ,ZZ9.                00012000
012100                                                                  00012100
012200 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00012200
012300    88 IS-EOF                                  VALUE 'Y'.         00012300
012400    88 NOT-EOF                                 VALUE 'N'.         00012400
012500 01 WS-CSR-EOF-SW                     PIC X    VALUE 'N'.         00012500
012600    88 CSR-EOF                                 VALUE 'Y'.         00012600
012700    88 CSR-NOT-EOF                             VALUE 'N'.         00012700
012800 01 WS-APPLY-SW                       PIC X    VALUE 'N'.         00012800
012900    88 APPLY-NOW                               VALUE 'Y'.         00012900
013000    88 SCHEDULE-AHEAD                          VALUE 'N'.         00013000
013100 01 WS-SPAN-SW                        PIC X    VALUE 'A'.         00013100
013200    88 SPAN-IS-ACTUAL                          VALUE 'A'.         00013200
013300    88 SPAN-IS-PROJECTED                       VALUE 'P'.         00013300
013400                                                                  00013400
013500* Header card values, the dates in ISO for DB2.                   00013500
013600 01 WS-TODAY-DT                       PIC X(10) VALUE SPACES.     00013600
013700 01 WS-ENTERED-BY                     PIC X(8)  VALUE SPACES.     00013700
013800 01 WS-ISO-EFF-DT.                                                00013800
013900    05 WS-ISO-YYYY                    PIC X(4).                   00013900
014000    05 FILLER                         PIC X(1) VALUE '-'.         00014000
014100    05 WS-ISO-MM                      PIC X(2).                   00014100
014200    05 FILLER                         PIC X(1) VALUE '-'.         00014200
014300    05 WS-ISO-DD                      PIC X(2).                   00014300
014400                                                                  00014400
014500* The realignment package, one entry per accepted mapping card.   00014500
014600 01 WS-NUM-MAPS                       PIC S9(4) COMP VALUE 0.     00014600
014700 01 WS-MAP-TBL.                                                   00014700
014800    05 WS-MAP                         OCCURS 200 TIMES.           00014800
014900       10 WS-MAP-TYPE                 PIC X(1).                   00014900
015000          88 WS-MAP-IS-DISTRICT               VALUE 'D'.          00015000
015100          88 WS-MAP-IS-MARKET                 VALUE 'M'.          00015100
015200       10 WS-MAP-OLD-ID               PIC S9(5) COMP-3.           00015200
015300       10 WS-MAP-NEW-ID               PIC S9(5) COMP-3.           00015300
015400       10 WS-MAP-SLOT                 PIC 9(2).                   00015400
015500       10 WS-MAP-ROLLUP               PIC 9(3).                   00015500
015600       10 WS-MAP-TRAN-REC             PIC X(80).                  00015600
015700                                                                  00015700
015800* Stores found in the old unit, collected before any move so      00015800
015900* the cursor is not reading the rows being changed.               00015900
016000 01 WS-STORE-TBL.                                                 00016000
016100    05 WS-STORE-NBR                   PIC S9(9) COMP              00016100
016200                                      OCCURS 5000 TIMES.          00016200
016300 01 WS-CUR-TYPE                       PIC X(1)  VALUE SPACES.     00016300
016400 01 WS-CUR-ID                         PIC S9(5) COMP-3 VALUE 0.   00016400
016500 01 WS-APPLY-STORE-NBR                PIC S9(9) COMP VALUE 0.     00016500
016600                                                                  00016600
016700* The ten rollup slots laid over the packed table text, so the    00016700
016800* card's slot number indexes straight into the store record.      00016800
016900 01 WS-ROLLUP-SLOTS                   PIC X(20) VALUE SPACES.     00016900
017000 01 REDEFINES WS-ROLLUP-SLOTS.                                    00017000
017100    05 WS-ROLLUP-SLOT-NBR             PIC S9(3) COMP-3            00017100
017200                                      OCCURS 10 TIMES.            00017200
017300                                                                  00017300
017400* Span of control - active stores per unit on the master          00017400
017500* (XXXAIL_LOC) and on the FC copy (FC_XXXAIL_STORES).             00017500
017600 01 WS-NUM-SPAN                       PIC S9(4) COMP VALUE 0.     00017600
017700 01 WS-SPAN-TBL.                                                  00017700
017800    05 WS-SPAN                        OCCURS 2000 TIMES.          00017800
017900       10 WS-SP-TYPE                  PIC X(1).                   00017900
018000       10 WS-SP-ID                    PIC S9(5) COMP-3.           00018000
018100       10 WS-SP-LOC-CNT               PIC S9(9) COMP.             00018100
018200       10 WS-SP-FC-CNT                PIC S9(9) COMP.             00018200
018300 01 WS-FETCH-TYPE                     PIC X(1)  VALUE SPACES.     00018300
018400 01 WS-FETCH-ID                       PIC S9(5) COMP-3 VALUE 0.   00018400
018500 01 WS-FETCH-CNT                      PIC S9(9) COMP VALUE 0.     00018500
018600 01 WS-MOVE-LOC-CNT                   PIC S9(9) COMP VALUE 0.     00018600
018700 01 WS-MOVE-FC-CNT                    PIC S9(9) COMP VALUE 0.     00018700
018800                                                                  00018800
018900 01 WS-HDG-LINE-1.                                                00018900
019000    05 FILLER PIC X(52) VALUE                                     00019000
019100       'MMMB1302 - DISTRICT AND MARKET REALIGNMENT'.              00019100
019200 01 WS-PKG-LINE.                                                  00019200
019300    05 FILLER PIC X(16) VALUE 'EFFECTIVE DATE '.                  00019300
019400    05 WS-PKG-EFF-DT                PIC X(10).                    00019400
019500    05 FILLER PIC X(13) VALUE '  ENTERED BY '.                    00019500
019600    05 WS-PKG-ENTERED-BY            PIC X(8).                     00019600
019700    05 FILLER PIC X(2)  VALUE SPACES.                             00019700
019800    05 WS-PKG-MODE                  PIC X(40).                    00019800
019900 01 WS-CARD-LINE.                                                 00019900
020000    05 FILLER                       PIC X(6) VALUE 'CARD  '.      00020000
020100    05 WS-CRD-TEXT                  PIC X(40).                    00020100
020200    05 FILLER                       PIC X(1) VALUE SPACES.        00020200
020300    05 WS-CRD-RESULT                PIC X(8).                     00020300
020400    05 FILLER                       PIC X(1) VALUE SPACES.        00020400
020500    05 WS-CRD-REASON                PIC X(60).                    00020500
020600 01 WS-DTL-LINE.                                                  00020600
020700    05 WS-DTL-TYPE                  PIC X(1).                     00020700
020800    05 FILLER                       PIC X(1) VALUE SPACES.        00020800
020900    05 WS-DTL-OLD-ID                PIC ZZZZ9.                    00020900
021000    05 FILLER                       PIC X(4) VALUE ' -> '.        00021000
021100    05 WS-DTL-NEW-ID                PIC ZZZZ9.                    00021100
021200    05 FILLER                       PIC X(8) VALUE '  STORE '.    00021200
021300    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00021300
021400    05 FILLER                       PIC X(1) VALUE SPACES.        00021400
021500    05 WS-DTL-RESULT                PIC X(9).                     00021500
021600    05 FILLER                       PIC X(1) VALUE SPACES.        00021600
021700    05 WS-DTL-REASON                PIC X(60).                    00021700
021800 01 WS-SPAN-HDG-LINE.                                             00021800
021900    05 FILLER PIC X(17) VALUE 'SPAN OF CONTROL -'.                00021900
022000    05 WS-SPH-TEXT                  PIC X(80).                    00022000
022100 01 WS-SPAN-HDG-LINE-2.                                           00022100
022200    05 FILLER PIC X(2)  VALUE 'T '.                               00022200
022300    05 FILLER PIC X(7)  VALUE '   ID  '.                          00022300
022400    05 FILLER PIC X(32) VALUE 'NAME'.                             00022400
022500    05 FILLER PIC X(11) VALUE '     STORES'.                      00022500
022600    05 FILLER PIC X(11) VALUE '   FC COPY '.                      00022600
022700    05 FILLER PIC X(30) VALUE '  NOTE'.                           00022700
022800 01 WS-SPAN-LINE.                                                 00022800
022900    05 WS-SPL-TYPE                  PIC X(1).                     00022900
023000    05 FILLER                       PIC X(1) VALUE SPACES.        00023000
023100    05 WS-SPL-ID                    PIC ZZZZ9.                    00023100
023200    05 FILLER                       PIC X(2) VALUE SPACES.        00023200
023300    05 WS-SPL-NM                    PIC X(30).                    00023300
023400    05 FILLER                       PIC X(2) VALUE SPACES.        00023400
023500    05 WS-SPL-LOC-CNT               PIC ZZZ,ZZ9.                  00023500
023600    05 FILLER                       PIC X(4) VALUE SPACES.        00023600
023700    05 WS-SPL-FC-CNT                PIC ZZZ,ZZ9.                  00023700
023800    05 FILLER                       PIC X(2) VALUE SPACES.        00023800
023900    05 WS-SPL-NOTE                  PIC X(40).                    00023900
024000                                                                  00024000
024100 01 WS-SUMMARY-LINE.                                              00024100
024200    05 FILLER PIC X(23) VALUE 'CARDS READ         -  '.           00024200
024300    05 WS-SUM-TRANS                 PIC ZZZ,ZZ9.                  00024300
024400 01 WS-SUMMARY-LINE2.                                             00024400
024500    05 FILLER PIC X(23) VALUE 'CARDS REJECTED     -  '.           00024500
024600    05 WS-SUM-REJECTED              PIC ZZZ,ZZ9.                  00024600
024700 01 WS-SUMMARY-LINE3.                                             00024700
024800    05 FILLER PIC X(23) VALUE 'STORES MOVED       -  '.           00024800
024900    05 WS-SUM-MOVED                 PIC ZZZ,ZZ9.                  00024900
025000 01 WS-SUMMARY-LINE4.                                             00025000
025100    05 FILLER PIC X(23) VALUE 'CHANGES SCHEDULED  -  '.           00025100
025200    05 WS-SUM-SCHED                 PIC ZZZ,ZZ9.                  00025200
025300 01 WS-SUMMARY-LINE5.                                             00025300
025400    05 FILLER PIC X(23) VALUE 'STORES NOT MOVED   -  '.           00025400
025500    05 WS-SUM-FAILED                PIC ZZZ,ZZ9.                  00025500
025600 01 WS-SUMMARY-LINE6.                                             00025600
025700    05 FILLER PIC X(23) VALUE 'UNITS RETIRED      -  '.           00025700
025800    05 WS-SUM-RETIRED               PIC ZZZ,ZZ9.                  00025800
025900                                                                  00025900
026000* --------------------------------------------------------------- 00026000
026100* Miscellaneous copy books go here...                             00026100
026200* --------------------------------------------------------------- 00026200
026300 COPY XXXN001A.                                                   00026300
026400 COPY YYYN005A.                                                   00026400
026500 COPY NNNN0000.                                                   00026500
026600 COPY PPPTLR01.                                                   00026600
026700 COPY MMMK001B.                                                   00026700
026800 COPY MMMC0175.                                                   00026800
026900 COPY MMMC0177.                                                   00026900
027000 COPY YYYC0230.                                                   00027000
027100                                                                  00027100
027200* ----------------------------------------------------------------00027200
027300* DB2 stuff...                                                    00027300
027400* ----------------------------------------------------------------00027400
027500     EXEC SQL                                                     00027500
027600       INCLUDE SQLCA                                              00027600
027700     END-EXEC                                                     00027700
027800                                                                  00027800
027900     EXEC SQL                                                     00027900
028000       INCLUDE DDDTPC01                                           00028000
028100     END-EXEC                                                     00028100
028200                                                                  00028200
028300     EXEC SQL                                                     00028300
028400       INCLUDE DDDTRR01                                           00028400
028500     END-EXEC                                                     00028500
028600                                                                  00028600
028700     EXEC SQL                                                     00028700
028800       INCLUDE DDDTOG01                                           00028800
028900     END-EXEC                                                     00028900
029000                                                                  00029000
029100* Every store in the unit being given up, whatever its status -   00029100
029200* a closed store left behind would keep the unit from retiring.   00029200
029300     EXEC SQL                                                     00029300
029400       DECLARE MOVE-CSR CURSOR FOR                                00029400
029500       SELECT LOC_NBR                                             00029500
029600         FROM XXXAIL_LOC                                          00029600
029700        WHERE LOC_TYP_CD = 'S '                                   00029700
029800          AND ( ( :WS-CUR-TYPE = 'D'                              00029800
029900                  AND DIST_ID    = :WS-CUR-ID )                   00029900
030000             OR ( :WS-CUR-TYPE = 'M'                              00030000
030100                  AND MKT_RGN_ID = :WS-CUR-ID ) )                 00030100
030200        ORDER BY LOC_NBR                                          00030200
030300     END-EXEC                                                     00030300
030400                                                                  00030400
030500* Active stores per district and market region on the master...   00030500
030600     EXEC SQL                                                     00030600
030700       DECLARE LOC-SPAN-CSR CURSOR FOR                            00030700
030800       SELECT 'D', DIST_ID, COUNT(*)                              00030800
030900         FROM XXXAIL_LOC                                          00030900
031000        WHERE LOC_TYP_CD       = 'S '                             00031000
031100          AND RETL_LOC_STAT_CD = 'A'                              00031100
031200        GROUP BY DIST_ID                                          00031200
031300       UNION ALL                                                  00031300
031400       SELECT 'M', MKT_RGN_ID, COUNT(*)                           00031400
031500         FROM XXXAIL_LOC                                          00031500
031600        WHERE LOC_TYP_CD       = 'S '                             00031600
031700          AND RETL_LOC_STAT_CD = 'A'                              00031700
031800        GROUP BY MKT_RGN_ID                                       00031800
031900        ORDER BY 1, 2                                             00031900
032000     END-EXEC                                                     00032000
032100                                                                  00032100
032200* ...and on the FC copy the translation keeps in step.            00032200
032300     EXEC SQL                                                     00032300
032400       DECLARE FC-SPAN-CSR CURSOR FOR                             00032400
032500       SELECT 'D', FC_RL_DISTRICT_NO, COUNT(*)                    00032500
032600         FROM FC_XXXAIL_STORES                                    00032600
032700        WHERE FC_RL_STATUS_CD = 'A'                               00032700
032800        GROUP BY FC_RL_DISTRICT_NO                                00032800
032900       UNION ALL                                                  00032900
033000       SELECT 'M', FC_RL_MARKET_AR_NO, COUNT(*)                   00033000
033100         FROM FC_XXXAIL_STORES                                    00033100
033200        WHERE FC_RL_STATUS_CD = 'A'                               00033200
033300        GROUP BY FC_RL_MARKET_AR_NO                               00033300
033400        ORDER BY 1, 2                                             00033400
033500     END-EXEC                                                     00033500
033600                                                                  00033600
033700 PROCEDURE DIVISION.                                              00033700
033800***************************************************************** 00033800
033900* Start of program main line.                                     00033900
034000***************************************************************** 00034000
034100 000-MAIN.                                                        00034100
034200     PERFORM 050-RUN-CNTL-START                                   00034200
034300     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00034300
034400       MOVE 8 TO RETURN-CODE                                      00034400
034500       GOBACK                                                     00034500
034600     END-IF                                                       00034600
034700     PERFORM 100-INITIALIZE                                       00034700
034800     PERFORM UNTIL IS-EOF                                         00034800
034900       ADD 1 TO WS-TRAN-COUNT                                     00034900
035000       PERFORM 200-LOAD-ONE-CARD                                  00035000
035100       PERFORM 120-READ-NEXT-TRAN                                 00035100
035200     END-PERFORM                                                  00035200
035300     PERFORM 260-CHECK-THE-PACKAGE                                00035300
035400                                                                  00035400
035500     IF WS-REJECTED-COUNT > 0                                     00035500
035600       MOVE SPACES TO RPT-LINE                                    00035600
035700       WRITE RPT-LINE                                             00035700
035800       MOVE 'REALIGNMENT NOT APPLIED - CORRECT THE REJECTED CARDS 00035800
035900-           ' AND RESUBMIT THE WHOLE PACKAGE' TO RPT-LINE         00035900
036000       WRITE RPT-LINE                                             00036000
036100       MOVE 8 TO WS-JOB-RC                                        00036100
036200     ELSE                                                         00036200
036300       MOVE WS-ISO-EFF-DT TO WS-PKG-EFF-DT                        00036300
036400       MOVE WS-ENTERED-BY TO WS-PKG-ENTERED-BY                    00036400
036500       IF APPLY-NOW                                               00036500
036600         MOVE 'DATE HAS COME - STORES MOVE NOW' TO WS-PKG-MODE    00036600
036700       ELSE                                                       00036700
036800         MOVE 'FUTURE DATE - CHANGES ARE SCHEDULED'               00036800
036900           TO WS-PKG-MODE                                         00036900
037000       END-IF                                                     00037000
037100       MOVE SPACES TO RPT-LINE                                    00037100
037200       WRITE RPT-LINE                                             00037200
037300       WRITE RPT-LINE FROM WS-PKG-LINE                            00037300
037400       SET  SPAN-IS-ACTUAL TO TRUE                                00037400
037500       MOVE 'BEFORE' TO WS-SPH-TEXT                               00037500
037600       PERFORM 300-SPAN-OF-CONTROL                                00037600
037700       PERFORM 400-MOVE-THE-STORES                                00037700
037800       IF APPLY-NOW                                               00037800
037900         PERFORM 500-RETIRE-EMPTIED-UNITS                         00037900
038000         SET  SPAN-IS-ACTUAL TO TRUE                              00038000
038100         MOVE 'AFTER' TO WS-SPH-TEXT                              00038100
038200         PERFORM 300-SPAN-OF-CONTROL                              00038200
038300       ELSE                                                       00038300
038400         SET  SPAN-IS-PROJECTED TO TRUE                           00038400
038500         STRING 'AFTER, PROJECTED TO ' WS-ISO-EFF-DT              00038500
038600                ' (RERUN ON OR AFTER THE DATE TO RETIRE)'         00038600
038700           DELIMITED BY SIZE INTO WS-SPH-TEXT                     00038700
038800         PERFORM 300-SPAN-OF-CONTROL                              00038800
038900       END-IF                                                     00038900
039000       IF WS-FAILED-COUNT > 0 AND WS-JOB-RC < 4                   00039000
039100         MOVE 4 TO WS-JOB-RC                                      00039100
039200       END-IF                                                     00039200
039300     END-IF                                                       00039300
039400     PERFORM 900-TERMINATE                                        00039400
039500     PERFORM 055-RUN-CNTL-END                                     00039500
039600     MOVE WS-JOB-RC TO RETURN-CODE                                00039600
039700     GOBACK                                                       00039700
039800     .                                                            00039800
039900                                                                  00039900
040000 100-INITIALIZE.                                                  00040000
040100     OPEN INPUT  TRAN-IN                                          00040100
040200     OPEN OUTPUT ALIGN-RPT                                        00040200
040300     SET  MMMC0177-OPEN TO TRUE                                   00040300
040400     MOVE 'MMMB1302' TO MMMC0177-JOB-NM                           00040400
040500     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00040500
040600     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00040600
040700     SET YYYN005A-BATCH-ENV TO TRUE                               00040700
040800     MOVE 100 TO NNNN0000-COMMIT-INTERVAL                         00040800
040900     INITIALIZE XXXN001A                                          00040900
041000                                                                  00041000
041100     EXEC SQL                                                     00041100
041200       SELECT CHAR(CURRENT DATE, ISO)                             00041200
041300        INTO :WS-TODAY-DT                                         00041300
041400       FROM SYSIBM.SYSDUMMY1                                      00041400
041500     END-EXEC                                                     00041500
041600     IF SQLCODE NOT = 0                                           00041600
041700       PERFORM 800-REPORT-SQL-ERROR                               00041700
041800       SET IS-EOF TO TRUE                                         00041800
041900     ELSE                                                         00041900
042000       PERFORM 120-READ-NEXT-TRAN                                 00042000
042100     END-IF                                                       00042100
042200     .                                                            00042200
042300                                                                  00042300
042400 120-READ-NEXT-TRAN.                                              00042400
042500     READ TRAN-IN                                                 00042500
042600       AT END SET IS-EOF TO TRUE                                  00042600
042700     END-READ                                                     00042700
042800     .                                                            00042800
042900                                                                  00042900
043000*================================================================ 00043000
043100* Load the package - the header, then each mapping card edited    00043100
043200* on its own.  Nothing is applied until every card has passed.    00043200
043300*================================================================ 00043300
043400 200-LOAD-ONE-CARD.                                               00043400
043500     INITIALIZE XXXN001A                                          00043500
043600     MOVE TRAN-REC (1 : 40) TO WS-CRD-TEXT                        00043600
043700     EVALUATE TRUE                                                00043700
043800       WHEN TRX-HEADER                                            00043800
043900         PERFORM 210-EDIT-THE-HEADER                              00043900
044000       WHEN TRX-MAP-DISTRICT                                      00044000
044100       WHEN TRX-MAP-MARKET                                        00044100
044200         PERFORM 220-EDIT-ONE-MAPPING                             00044200
044300       WHEN OTHER                                                 00044300
044400         SET  FAILURE TO TRUE                                     00044400
044500         MOVE 'CARD TYPE MUST BE H, D OR M' TO IS-RTRN-MSG-TXT    00044500
044600     END-EVALUATE                                                 00044600
044700     IF SUCCESS                                                   00044700
044800       MOVE 'ACCEPTED' TO WS-CRD-RESULT                           00044800
044900       MOVE SPACES     TO WS-CRD-REASON                           00044900
045000       WRITE RPT-LINE FROM WS-CARD-LINE                           00045000
045100     ELSE                                                         00045100
045200       PERFORM 280-REJECT-THE-CARD                                00045200
045300     END-IF                                                       00045300
045400     .                                                            00045400
045500                                                                  00045500
045600* The card carries mm/dd/yyyy like every keyed date in the        00045600
045700* shop; DB2 gets ISO.                                             00045700
045800 210-EDIT-THE-HEADER.                                             00045800
045900     ADD 1 TO WS-HDR-COUNT                                        00045900
046000     IF WS-HDR-COUNT > 1                                          00046000
046100       SET  FAILURE TO TRUE                                       00046100
046200       MOVE 'ONLY ONE HEADER CARD PER PACKAGE' TO IS-RTRN-MSG-TXT 00046200
046300     END-IF                                                       00046300
046400     IF SUCCESS                                                   00046400
046500       IF TRX-EFF-DT (1:2) IS NUMERIC                             00046500
046600       AND TRX-EFF-DT (4:2) IS NUMERIC                            00046600
046700       AND TRX-EFF-DT (7:4) IS NUMERIC                            00046700
046800       AND TRX-EFF-DT (3:1) = '/'                                 00046800
046900       AND TRX-EFF-DT (6:1) = '/'                                 00046900
047000         MOVE TRX-EFF-DT (7:4) TO WS-ISO-YYYY                     00047000
047100         MOVE TRX-EFF-DT (1:2) TO WS-ISO-MM                       00047100
047200         MOVE TRX-EFF-DT (4:2) TO WS-ISO-DD                       00047200
047300         MOVE TRX-ENTERED-BY   TO WS-ENTERED-BY                   00047300
047400         IF WS-ENTERED-BY = SPACES                                00047400
047500           MOVE 'MMMB1302'     TO WS-ENTERED-BY                   00047500
047600         END-IF                                                   00047600
047700         IF WS-ISO-EFF-DT > WS-TODAY-DT                           00047700
047800           SET SCHEDULE-AHEAD TO TRUE                             00047800
047900         ELSE                                                     00047900
048000           SET APPLY-NOW      TO TRUE                             00048000
048100         END-IF                                                   00048100
048200       ELSE                                                       00048200
048300         SET  FAILURE TO TRUE                                     00048300
048400         MOVE 'EFFECTIVE DATE MUST BE MM/DD/YYYY'                 00048400
048500           TO IS-RTRN-MSG-TXT                                     00048500
048600       END-IF                                                     00048600
048700     END-IF                                                       00048700
048800     .                                                            00048800
048900                                                                  00048900
049000 220-EDIT-ONE-MAPPING.                                            00049000
049100     IF TRAN-REC (3 : 5) NOT NUMERIC                              00049100
049200     OR TRAN-REC (9 : 5) NOT NUMERIC                              00049200
049300       SET  FAILURE TO TRUE                                       00049300
049400       MOVE 'OLD AND NEW IDS MUST BE 5 DIGITS, ZERO-FILLED'       00049400
049500         TO IS-RTRN-MSG-TXT                                       00049500
049600     END-IF                                                       00049600
049700     IF SUCCESS AND TRX-OLD-ID = TRX-NEW-ID                       00049700
049800       SET  FAILURE TO TRUE                                       00049800
049900       MOVE 'OLD AND NEW IDS ARE THE SAME' TO IS-RTRN-MSG-TXT     00049900
050000     END-IF                                                       00050000
050100     IF SUCCESS AND TRAN-REC (15 : 6) NOT = SPACES                00050100
050200       IF TRAN-REC (15 : 2) NOT NUMERIC                           00050200
050300       OR TRX-SLOT < 1 OR TRX-SLOT > 10                           00050300
050400         SET  FAILURE TO TRUE                                     00050400
050500         MOVE 'ROLLUP SLOT MUST BE 01 THROUGH 10'                 00050500
050600           TO IS-RTRN-MSG-TXT                                     00050600
050700       ELSE                                                       00050700
050800         IF TRAN-REC (18 : 3) NOT NUMERIC                         00050800
050900           SET  FAILURE TO TRUE                                   00050900
051000           MOVE 'ROLLUP NUMBER MUST BE NUMERIC'                   00051000
051100             TO IS-RTRN-MSG-TXT                                   00051100
051200         ELSE                                                     00051200
051300           IF TRX-ROLLUP NOT = 0                                  00051300
051400             PERFORM 230-CHECK-ROLLUP-REF                         00051400
051500           END-IF                                                 00051500
051600         END-IF                                                   00051600
051700       END-IF                                                     00051700
051800     END-IF                                                       00051800
051900     IF SUCCESS                                                   00051900
052000       PERFORM 240-CHECK-THE-ORG-UNITS                            00052000
052100     END-IF                                                       00052100
052200     IF SUCCESS AND WS-NUM-MAPS NOT < K-MAX-MAPS                  00052200
052300       SET  FAILURE TO TRUE                                       00052300
052400       MOVE 'TOO MANY MAPPING CARDS FOR ONE PACKAGE'              00052400
052500         TO IS-RTRN-MSG-TXT                                       00052500
052600     END-IF                                                       00052600
052700     IF SUCCESS                                                   00052700
052800       ADD 1 TO WS-NUM-MAPS                                       00052800
052900       MOVE TRX-CARD-TYPE TO WS-MAP-TYPE     (WS-NUM-MAPS)        00052900
053000       MOVE TRX-OLD-ID    TO WS-MAP-OLD-ID   (WS-NUM-MAPS)        00053000
053100       MOVE TRX-NEW-ID    TO WS-MAP-NEW-ID   (WS-NUM-MAPS)        00053100
053200       MOVE TRAN-REC      TO WS-MAP-TRAN-REC (WS-NUM-MAPS)        00053200
053300       IF TRAN-REC (15 : 6) = SPACES                              00053300
053400         MOVE 0           TO WS-MAP-SLOT     (WS-NUM-MAPS)        00053400
053500                             WS-MAP-ROLLUP   (WS-NUM-MAPS)        00053500
053600       ELSE                                                       00053600
053700         MOVE TRX-SLOT    TO WS-MAP-SLOT     (WS-NUM-MAPS)        00053700
053800         MOVE TRX-ROLLUP  TO WS-MAP-ROLLUP   (WS-NUM-MAPS)        00053800
053900       END-IF                                                     00053900
054000     END-IF                                                       00054000
054100     .                                                            00054100
054200                                                                  00054200
054300*================================================================ 00054300
054400* The rollup number must exist and be active on the reference -   00054400
054500* zero is always allowed, it clears the slot.                     00054500
054600*================================================================ 00054600
054700 230-CHECK-ROLLUP-REF.                                            00054700
054800     MOVE 0 TO WS-ROLLUP-REF-CNT                                  00054800
054900     MOVE TRX-ROLLUP TO RR-ROLLUP-NBR                             00054900
055000                        OF DCLFC-XXXAIL-ROLLUP-REF                00055000
055100     EXEC SQL                                                     00055100
055200       SELECT COALESCE(COUNT(*), 0)                               00055200
055300        INTO :WS-ROLLUP-REF-CNT                                   00055300
055400       FROM FC_XXXAIL_ROLLUP_REF                                  00055400
055500       WHERE RR_ROLLUP_NBR =                                      00055500
055600             :DCLFC-XXXAIL-ROLLUP-REF.RR-ROLLUP-NBR               00055600
055700         AND RR_ACTIVE_IND = 'Y'                                  00055700
055800     END-EXEC                                                     00055800
055900     EVALUATE TRUE                                                00055900
056000       WHEN SQLCODE NOT = 0                                       00056000
056100         SET  FAILURE TO TRUE                                     00056100
056200         MOVE 'SQL ERROR READING ROLLUP REFERENCE'                00056200
056300           TO IS-RTRN-MSG-TXT                                     00056300
056400         MOVE 0 TO SQLCODE                                        00056400
056500       WHEN WS-ROLLUP-REF-CNT = 0                                 00056500
056600         SET  FAILURE TO TRUE                                     00056600
056700         MOVE 'ROLLUP NUMBER NOT ON THE REFERENCE'                00056700
056800           TO IS-RTRN-MSG-TXT                                     00056800
056900     END-EVALUATE                                                 00056900
057000     .                                                            00057000
057100                                                                  00057100
057200*================================================================ 00057200
057300* The unit given up must be known; the unit receiving must be     00057300
057400* known and active - the same test the store DAO applies.         00057400
057500*================================================================ 00057500
057600 240-CHECK-THE-ORG-UNITS.                                         00057600
057700     INITIALIZE MMMC0175                                          00057700
057800     SET  MMMC0175-VALIDATE TO TRUE                               00057800
057900     MOVE TRX-CARD-TYPE     TO MMMC0175-ORG-TYP-CD                00057900
058000     MOVE TRX-NEW-ID        TO MMMC0175-ORG-ID                    00058000
058100     CALL WS-MMMS0175-PGM USING XXXN001A MMMC0175                 00058100
058200     IF SUCCESS                                                   00058200
058300       IF MMMC0175-ORG-NOT-FOUND OR MMMC0175-ORG-NOT-ACTIVE       00058300
058400         SET  FAILURE TO TRUE                                     00058400
058500         MOVE 'NEW UNIT IS NOT ACTIVE ON FC_XXXAIL_ORG_REF'       00058500
058600           TO IS-RTRN-MSG-TXT                                     00058600
058700       END-IF                                                     00058700
058800     END-IF                                                       00058800
058900     IF SUCCESS                                                   00058900
059000       INITIALIZE MMMC0175                                        00059000
059100       SET  MMMC0175-VALIDATE TO TRUE                             00059100
059200       MOVE TRX-CARD-TYPE     TO MMMC0175-ORG-TYP-CD              00059200
059300       MOVE TRX-OLD-ID        TO MMMC0175-ORG-ID                  00059300
059400       CALL WS-MMMS0175-PGM USING XXXN001A MMMC0175               00059400
059500       IF SUCCESS AND MMMC0175-ORG-NOT-FOUND                      00059500
059600         SET  FAILURE TO TRUE                                     00059600
059700         MOVE 'OLD UNIT IS NOT ON FC_XXXAIL_ORG_REF'              00059700
059800           TO IS-RTRN-MSG-TXT                                     00059800
059900       END-IF                                                     00059900
060000     END-IF                                                       00060000
060100     .                                                            00060100
060200                                                                  00060200
060300*================================================================ 00060300
060400* Package-level edits, once every card is in: a header, at least  00060400
060500* one mapping, no unit given up twice, and no unit both given up  00060500
060600* and received (the result would depend on card order).           00060600
060700*================================================================ 00060700
060800 260-CHECK-THE-PACKAGE.                                           00060800
060900     INITIALIZE XXXN001A                                          00060900
061000     IF WS-HDR-COUNT = 0                                          00061000
061100       MOVE SPACES TO TRAN-REC                                    00061100
061200       MOVE 'H'    TO TRX-CARD-TYPE                               00061200
061300       MOVE TRAN-REC (1 : 40) TO WS-CRD-TEXT                      00061300
061400       SET  FAILURE TO TRUE                                       00061400
061500       MOVE 'HEADER CARD WITH THE EFFECTIVE DATE IS MISSING'      00061500
061600         TO IS-RTRN-MSG-TXT                                       00061600
061700       PERFORM 280-REJECT-THE-CARD                                00061700
061800     END-IF                                                       00061800
061900     IF WS-NUM-MAPS = 0 AND WS-REJECTED-COUNT = 0                 00061900
062000       MOVE SPACES TO TRAN-REC                                    00062000
062100                      WS-CRD-TEXT                                 00062100
062200       SET  FAILURE TO TRUE                                       00062200
062300       MOVE 'NO MAPPING CARDS IN THE PACKAGE' TO IS-RTRN-MSG-TXT  00062300
062400       PERFORM 280-REJECT-THE-CARD                                00062400
062500     END-IF                                                       00062500
062600                                                                  00062600
062700     PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-NUM-MAPS  00062700
062800       INITIALIZE XXXN001A                                        00062800
062900       PERFORM VARYING WS-MJ FROM 1 BY 1                          00062900
063000               UNTIL WS-MJ > WS-NUM-MAPS OR NOT SUCCESS           00063000
063100         IF  WS-MJ NOT = WS-MX                                    00063100
063200         AND WS-MAP-TYPE (WS-MJ) = WS-MAP-TYPE (WS-MX)            00063200
063300           EVALUATE TRUE                                          00063300
063400             WHEN WS-MAP-OLD-ID (WS-MJ) = WS-MAP-OLD-ID (WS-MX)   00063400
063500               SET  FAILURE TO TRUE                               00063500
063600               MOVE 'OLD UNIT IS MAPPED MORE THAN ONCE'           00063600
063700                 TO IS-RTRN-MSG-TXT                               00063700
063800             WHEN WS-MAP-NEW-ID (WS-MJ) = WS-MAP-OLD-ID (WS-MX)   00063800
063900               SET  FAILURE TO TRUE                               00063900
064000               MOVE 'OLD UNIT ALSO RECEIVES STORES - SPLIT INTO TW00064000
064100-                   'O RUNS'                                      00064100
064200                 TO IS-RTRN-MSG-TXT                               00064200
064300           END-EVALUATE                                           00064300
064400         END-IF                                                   00064400
064500       END-PERFORM                                                00064500
064600       IF NOT SUCCESS                                             00064600
064700         MOVE WS-MAP-TRAN-REC (WS-MX) TO TRAN-REC                 00064700
064800         MOVE TRAN-REC (1 : 40)       TO WS-CRD-TEXT              00064800
064900         PERFORM 280-REJECT-THE-CARD                              00064900
065000       END-IF                                                     00065000
065100     END-PERFORM                                                  00065100
065200     INITIALIZE XXXN001A                                          00065200
065300     .                                                            00065300
065400                                                                  00065400
065500 280-REJECT-THE-CARD.                                             00065500
065600     ADD 1 TO WS-REJECTED-COUNT                                   00065600
065700     MOVE 'REJECTED'      TO WS-CRD-RESULT                        00065700
065800     MOVE IS-RTRN-MSG-TXT TO WS-CRD-REASON                        00065800
065900     WRITE RPT-LINE FROM WS-CARD-LINE                             00065900
066000     SET  MMMC0177-WRITE-REJECT TO TRUE                           00066000
066100     MOVE TRAN-REC        TO MMMC0177-TRAN-REC                    00066100
066200     MOVE WS-CRD-REASON   TO MMMC0177-REASON                      00066200
066300     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00066300
066400     INITIALIZE XXXN001A                                          00066400
066500     .                                                            00066500
066600                                                                  00066600
066700*================================================================ 00066700
066800* Span of control - active stores per unit, master and FC copy    00066800
066900* side by side.  Projected after: the before figures with each    00066900
067000* old unit's stores carried over to its new unit.                 00067000
067100*================================================================ 00067100
067200 300-SPAN-OF-CONTROL.                                             00067200
067300     IF SPAN-IS-ACTUAL                                            00067300
067400       PERFORM 310-LOAD-THE-SPAN                                  00067400
067500     ELSE                                                         00067500
067600       PERFORM 340-PROJECT-THE-SPAN                               00067600
067700     END-IF                                                       00067700
067800     MOVE SPACES TO RPT-LINE                                      00067800
067900     WRITE RPT-LINE                                               00067900
068000     WRITE RPT-LINE FROM WS-SPAN-HDG-LINE                         00068000
068100     WRITE RPT-LINE FROM WS-SPAN-HDG-LINE-2                       00068100
068200     PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-NUM-SPAN  00068200
068300       IF WS-SP-LOC-CNT (WS-SX) > 0                               00068300
068400       OR WS-SP-FC-CNT  (WS-SX) > 0                               00068400
068500         PERFORM 360-WRITE-SPAN-LINE                              00068500
068600       END-IF                                                     00068600
068700     END-PERFORM                                                  00068700
068800     .                                                            00068800
068900                                                                  00068900
069000 310-LOAD-THE-SPAN.                                               00069000
069100     MOVE 0 TO WS-NUM-SPAN                                        00069100
069200     SET CSR-NOT-EOF TO TRUE                                      00069200
069300     EXEC SQL                                                     00069300
069400       OPEN LOC-SPAN-CSR                                          00069400
069500     END-EXEC                                                     00069500
069600     IF SQLCODE NOT = 0                                           00069600
069700       PERFORM 800-REPORT-SQL-ERROR                               00069700
069800     ELSE                                                         00069800
069900       PERFORM UNTIL CSR-EOF                                      00069900
070000         EXEC SQL                                                 00070000
070100           FETCH LOC-SPAN-CSR                                     00070100
070200             INTO :WS-FETCH-TYPE, :WS-FETCH-ID, :WS-FETCH-CNT     00070200
070300         END-EXEC                                                 00070300
070400         EVALUATE TRUE                                            00070400
070500           WHEN SQLCODE = 100                                     00070500
070600             SET CSR-EOF TO TRUE                                  00070600
070700           WHEN SQLCODE NOT = 0                                   00070700
070800             PERFORM 800-REPORT-SQL-ERROR                         00070800
070900             SET CSR-EOF TO TRUE                                  00070900
071000           WHEN OTHER                                             00071000
071100             PERFORM 320-FIND-SPAN-ENTRY                          00071100
071200             IF WS-SJ > 0                                         00071200
071300               MOVE WS-FETCH-CNT TO WS-SP-LOC-CNT (WS-SJ)         00071300
071400             END-IF                                               00071400
071500         END-EVALUATE                                             00071500
071600       END-PERFORM                                                00071600
071700       EXEC SQL                                                   00071700
071800         CLOSE LOC-SPAN-CSR                                       00071800
071900       END-EXEC                                                   00071900
072000     END-IF                                                       00072000
072100                                                                  00072100
072200     SET CSR-NOT-EOF TO TRUE                                      00072200
072300     EXEC SQL                                                     00072300
072400       OPEN FC-SPAN-CSR                                           00072400
072500     END-EXEC                                                     00072500
072600     IF SQLCODE NOT = 0                                           00072600
072700       PERFORM 800-REPORT-SQL-ERROR                               00072700
072800     ELSE                                                         00072800
072900       PERFORM UNTIL CSR-EOF                                      00072900
073000         EXEC SQL                                                 00073000
073100           FETCH FC-SPAN-CSR                                      00073100
073200             INTO :WS-FETCH-TYPE, :WS-FETCH-ID, :WS-FETCH-CNT     00073200
073300         END-EXEC                                                 00073300
073400         EVALUATE TRUE                                            00073400
073500           WHEN SQLCODE = 100                                     00073500
073600             SET CSR-EOF TO TRUE                                  00073600
073700           WHEN SQLCODE NOT = 0                                   00073700
073800             PERFORM 800-REPORT-SQL-ERROR                         00073800
073900             SET CSR-EOF TO TRUE                                  00073900
074000           WHEN OTHER                                             00074000
074100             PERFORM 320-FIND-SPAN-ENTRY                          00074100
074200             IF WS-SJ > 0                                         00074200
074300               MOVE WS-FETCH-CNT TO WS-SP-FC-CNT (WS-SJ)          00074300
074400             END-IF                                               00074400
074500         END-EVALUATE                                             00074500
074600       END-PERFORM                                                00074600
074700       EXEC SQL                                                   00074700
074800         CLOSE FC-SPAN-CSR                                        00074800
074900       END-EXEC                                                   00074900
075000     END-IF                                                       00075000
075100     MOVE 0 TO SQLCODE                                            00075100
075200     .                                                            00075200
075300                                                                  00075300
075400* Find (or add) the table entry for WS-FETCH-TYPE/WS-FETCH-ID.    00075400
075500 320-FIND-SPAN-ENTRY.                                             00075500
075600     MOVE 0 TO WS-SJ                                              00075600
075700     PERFORM VARYING WS-SX FROM 1 BY 1                            00075700
075800             UNTIL WS-SX > WS-NUM-SPAN OR WS-SJ > 0               00075800
075900       IF  WS-SP-TYPE (WS-SX) = WS-FETCH-TYPE                     00075900
076000       AND WS-SP-ID   (WS-SX) = WS-FETCH-ID                       00076000
076100         MOVE WS-SX TO WS-SJ                                      00076100
076200       END-IF                                                     00076200
076300     END-PERFORM                                                  00076300
076400     IF WS-SJ = 0 AND WS-NUM-SPAN < K-MAX-SPAN                    00076400
076500       ADD 1 TO WS-NUM-SPAN                                       00076500
076600       MOVE WS-NUM-SPAN   TO WS-SJ                                00076600
076700       MOVE WS-FETCH-TYPE TO WS-SP-TYPE    (WS-SJ)                00076700
076800       MOVE WS-FETCH-ID   TO WS-SP-ID      (WS-SJ)                00076800
076900       MOVE 0             TO WS-SP-LOC-CNT (WS-SJ)                00076900
077000                             WS-SP-FC-CNT  (WS-SJ)                00077000
077100     END-IF                                                       00077100
077200     .                                                            00077200
077300                                                                  00077300
077400 340-PROJECT-THE-SPAN.                                            00077400
077500     PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-NUM-MAPS  00077500
077600       MOVE WS-MAP-TYPE   (WS-MX) TO WS-FETCH-TYPE                00077600
077700       MOVE WS-MAP-OLD-ID (WS-MX) TO WS-FETCH-ID                  00077700
077800       PERFORM 320-FIND-SPAN-ENTRY                                00077800
077900       MOVE 0 TO WS-MOVE-LOC-CNT                                  00077900
078000                 WS-MOVE-FC-CNT                                   00078000
078100       IF WS-SJ > 0                                               00078100
078200         MOVE WS-SP-LOC-CNT (WS-SJ) TO WS-MOVE-LOC-CNT            00078200
078300         MOVE WS-SP-FC-CNT  (WS-SJ) TO WS-MOVE-FC-CNT             00078300
078400         MOVE 0 TO WS-SP-LOC-CNT (WS-SJ)                          00078400
078500                   WS-SP-FC-CNT  (WS-SJ)                          00078500
078600       END-IF                                                     00078600
078700       MOVE WS-MAP-NEW-ID (WS-MX) TO WS-FETCH-ID                  00078700
078800       PERFORM 320-FIND-SPAN-ENTRY                                00078800
078900       IF WS-SJ > 0                                               00078900
079000         ADD WS-MOVE-LOC-CNT TO WS-SP-LOC-CNT (WS-SJ)             00079000
079100         ADD WS-MOVE-FC-CNT  TO WS-SP-FC-CNT  (WS-SJ)             00079100
079200       END-IF                                                     00079200
079300     END-PERFORM                                                  00079300
079400     .                                                            00079400
079500                                                                  00079500
079600 360-WRITE-SPAN-LINE.                                             00079600
079700     MOVE WS-SP-TYPE    (WS-SX) TO WS-SPL-TYPE                    00079700
079800     MOVE WS-SP-ID      (WS-SX) TO WS-SPL-ID                      00079800
079900     MOVE WS-SP-LOC-CNT (WS-SX) TO WS-SPL-LOC-CNT                 00079900
080000     MOVE WS-SP-FC-CNT  (WS-SX) TO WS-SPL-FC-CNT                  00080000
080100     MOVE SPACES                TO WS-SPL-NOTE                    00080100
080200                                                                  00080200
080300     INITIALIZE MMMC0175                                          00080300
080400     SET  MMMC0175-GET-NAME     TO TRUE                           00080400
080500     MOVE WS-SP-TYPE (WS-SX)    TO MMMC0175-ORG-TYP-CD            00080500
080600     MOVE WS-SP-ID   (WS-SX)    TO MMMC0175-ORG-ID                00080600
080700     CALL WS-MMMS0175-PGM USING XXXN001A MMMC0175                 00080700
080800     MOVE MMMC0175-ORG-NM       TO WS-SPL-NM                      00080800
080900     EVALUATE TRUE                                                00080900
081000       WHEN NOT SUCCESS OR MMMC0175-ORG-NOT-FOUND                 00081000
081100         MOVE 'NOT ON ORG REFERENCE' TO WS-SPL-NOTE               00081100
081200       WHEN MMMC0175-ORG-NOT-ACTIVE                               00081200
081300         MOVE 'INACTIVE ON ORG REFERENCE' TO WS-SPL-NOTE          00081300
081400     END-EVALUATE                                                 00081400
081500     INITIALIZE XXXN001A                                          00081500
081600                                                                  00081600
081700     PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-NUM-MAPS  00081700
081800       IF WS-MAP-TYPE (WS-MX) = WS-SP-TYPE (WS-SX)                00081800
081900         IF WS-MAP-OLD-ID (WS-MX) = WS-SP-ID (WS-SX)              00081900
082000           MOVE 'GIVES UP ITS STORES' TO WS-SPL-NOTE (21 : 20)    00082000
082100         END-IF                                                   00082100
082200         IF WS-MAP-NEW-ID (WS-MX) = WS-SP-ID (WS-SX)              00082200
082300           MOVE 'RECEIVES STORES'     TO WS-SPL-NOTE (21 : 20)    00082300
082400         END-IF                                                   00082400
082500       END-IF                                                     00082500
082600     END-PERFORM                                                  00082600
082700     IF WS-SP-LOC-CNT (WS-SX) NOT = WS-SP-FC-CNT (WS-SX)          00082700
082800       MOVE 'FC COPY DISAGREES'       TO WS-SPL-NOTE (1 : 20)     00082800
082900     END-IF                                                       00082900
083000     WRITE RPT-LINE FROM WS-SPAN-LINE                             00083000
083100     .                                                            00083100
083200                                                                  00083200
083300*================================================================ 00083300
083400* Move the stores, mapping by mapping: now through the DAO when   00083400
083500* the date has come, otherwise scheduled for the nightly          00083500
083600* release.                                                        00083600
083700*================================================================ 00083700
083800 400-MOVE-THE-STORES.                                             00083800
083900     MOVE SPACES TO RPT-LINE                                      00083900
084000     WRITE RPT-LINE                                               00084000
084100     IF APPLY-NOW                                                 00084100
084200       MOVE 'STORES MOVED THROUGH THE STORE MASTER' TO RPT-LINE   00084200
084300     ELSE                                                         00084300
084400       STRING 'CHANGES SCHEDULED ON FC_XXXAIL_PENDING_CHG FOR '   00084400
084500              WS-ISO-EFF-DT                                       00084500
084600         DELIMITED BY SIZE INTO RPT-LINE                          00084600
084700     END-IF                                                       00084700
084800     WRITE RPT-LINE                                               00084800
084900     MOVE WS-ENTERED-BY TO NNNN0000-CHGD-BY-USER-ID               00084900
085000     PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-NUM-MAPS  00085000
085100       PERFORM 410-COLLECT-THE-STORES                             00085100
085200       PERFORM VARYING WS-SX FROM 1 BY 1                          00085200
085300               UNTIL WS-SX > WS-NUM-STORES                        00085300
085400         MOVE WS-STORE-NBR (WS-SX) TO WS-APPLY-STORE-NBR          00085400
085500         IF APPLY-NOW                                             00085500
085600           PERFORM 420-MOVE-ONE-STORE                             00085600
085700         ELSE                                                     00085700
085800           PERFORM 440-SCHEDULE-ONE-STORE                         00085800
085900         END-IF                                                   00085900
086000       END-PERFORM                                                00086000
086100     END-PERFORM                                                  00086100
086200     .                                                            00086200
086300                                                                  00086300
086400 410-COLLECT-THE-STORES.                                          00086400
086500     MOVE 0 TO WS-NUM-STORES                                      00086500
086600     MOVE WS-MAP-TYPE   (WS-MX) TO WS-CUR-TYPE                    00086600
086700     MOVE WS-MAP-OLD-ID (WS-MX) TO WS-CUR-ID                      00086700
086800     SET CSR-NOT-EOF TO TRUE                                      00086800
086900     EXEC SQL                                                     00086900
087000       OPEN MOVE-CSR                                              00087000
087100     END-EXEC                                                     00087100
087200     IF SQLCODE NOT = 0                                           00087200
087300       PERFORM 800-REPORT-SQL-ERROR                               00087300
087400     ELSE                                                         00087400
087500       PERFORM UNTIL CSR-EOF                                      00087500
087600         EXEC SQL                                                 00087600
087700           FETCH MOVE-CSR                                         00087700
087800             INTO :WS-APPLY-STORE-NBR                             00087800
087900         END-EXEC                                                 00087900
088000         EVALUATE TRUE                                            00088000
088100           WHEN SQLCODE = 100                                     00088100
088200             SET CSR-EOF TO TRUE                                  00088200
088300           WHEN SQLCODE NOT = 0                                   00088300
088400             PERFORM 800-REPORT-SQL-ERROR                         00088400
088500             SET CSR-EOF TO TRUE                                  00088500
088600           WHEN WS-NUM-STORES NOT < K-MAX-STORES                  00088600
088700             MOVE SPACES TO RPT-LINE                              00088700
088800             STRING 'MMMB1302 - MORE THAN 5000 STORES IN ONE UNIT'00088800
088900                    ' - RERUN THE PACKAGE TO MOVE THE REST'       00088900
089000               DELIMITED BY SIZE INTO RPT-LINE                    00089000
089100             WRITE RPT-LINE                                       00089100
089200             SET CSR-EOF TO TRUE                                  00089200
089300           WHEN OTHER                                             00089300
089400             ADD 1 TO WS-NUM-STORES                               00089400
089500             MOVE WS-APPLY-STORE-NBR                              00089500
089600               TO WS-STORE-NBR (WS-NUM-STORES)                    00089600
089700         END-EVALUATE                                             00089700
089800       END-PERFORM                                                00089800
089900       EXEC SQL                                                   00089900
090000         CLOSE MOVE-CSR                                           00090000
090100       END-EXEC                                                   00090100
090200     END-IF                                                       00090200
090300     MOVE 0 TO SQLCODE                                            00090300
090400     .                                                            00090400
090500                                                                  00090500
090600*================================================================ 00090600
090700* One store: read it through the DAO, set the new unit (and the   00090700
090800* rollup slot, when the card gives one), write it back through    00090800
090900* the normal modify path.                                         00090900
091000*================================================================ 00091000
091100 420-MOVE-ONE-STORE.                                              00091100
091200     INITIALIZE XXXN001A                                          00091200
091300                P-DDDTLR01                                        00091300
091400     MOVE WS-APPLY-STORE-NBR TO LOC-NBR    OF P-DDDTLR01          00091400
091500     MOVE K-STORE-LOC-TYPE   TO LOC-TYP-CD OF P-DDDTLR01          00091500
091600     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00091600
091700     MOVE SPACES TO NNNN0000-READ-LST-UPDT-TS                     00091700
091800     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00091800
091900     PERFORM 600-CALL-LR-DAO                                      00091900
092000                                                                  00092000
092100     EVALUATE TRUE                                                00092100
092200       WHEN NOT SUCCESS                                           00092200
092300         PERFORM 480-REPORT-NOT-MOVED                             00092300
092400       WHEN SQLCODE = 100                                         00092400
092500         MOVE 'STORE NOT ON FILE' TO IS-RTRN-MSG-TXT              00092500
092600         PERFORM 480-REPORT-NOT-MOVED                             00092600
092700         MOVE 0 TO SQLCODE                                        00092700
092800       WHEN OTHER                                                 00092800
092900         IF WS-MAP-IS-DISTRICT (WS-MX)                            00092900
093000           MOVE WS-MAP-NEW-ID (WS-MX) TO DIST-ID    OF P-DDDTLR01 00093000
093100         ELSE                                                     00093100
093200           MOVE WS-MAP-NEW-ID (WS-MX) TO MKT-RGN-ID OF P-DDDTLR01 00093200
093300         END-IF                                                   00093300
093400         IF WS-MAP-SLOT (WS-MX) > 0                               00093400
093500           MOVE ROLUP-REPT-TBL-TXT OF P-DDDTLR01                  00093500
093600             TO WS-ROLLUP-SLOTS                                   00093600
093700           MOVE WS-MAP-ROLLUP (WS-MX)                             00093700
093800             TO WS-ROLLUP-SLOT-NBR (WS-MAP-SLOT (WS-MX))          00093800
093900           MOVE WS-ROLLUP-SLOTS                                   00093900
094000             TO ROLUP-REPT-TBL-TXT OF P-DDDTLR01                  00094000
094100         END-IF                                                   00094100
094200         SET EXIT-PUT-MODIFY-ROW TO TRUE                          00094200
094300         PERFORM 600-CALL-LR-DAO                                  00094300
094400         IF SUCCESS AND SQLCODE = 0                               00094400
094500           ADD 1 TO WS-MOVED-COUNT                                00094500
094600           MOVE 'MOVED'  TO WS-DTL-RESULT                         00094600
094700           MOVE SPACES   TO WS-DTL-REASON                         00094700
094800           PERFORM 490-WRITE-STORE-LINE                           00094800
094900         ELSE                                                     00094900
095000           PERFORM 480-REPORT-NOT-MOVED                           00095000
095100           MOVE 0 TO SQLCODE                                      00095100
095200         END-IF                                                   00095200
095300     END-EVALUATE                                                 00095300
095400     .                                                            00095400
095500                                                                  00095500
095600*================================================================ 00095600
095700* Future-dated: one pending change per store and column, in the   00095700
095800* mass-maintenance value format (numbers zero-filled).            00095800
095900*================================================================ 00095900
096000 440-SCHEDULE-ONE-STORE.                                          00096000
096100     INITIALIZE XXXN001A                                          00096100
096200     MOVE WS-APPLY-STORE-NBR TO MD-PC-STORE-NO   OF DDDTPC01      00096200
096300     MOVE WS-ISO-EFF-DT      TO MD-PC-EFF-DT     OF DDDTPC01      00096300
096400     MOVE WS-ENTERED-BY      TO MD-PC-ENTERED-BY OF DDDTPC01      00096400
096500     IF WS-MAP-IS-DISTRICT (WS-MX)                                00096500
096600       MOVE 'DIST_ID'        TO MD-PC-FIELD-NM   OF DDDTPC01      00096600
096700     ELSE                                                         00096700
096800       MOVE 'MKT_RGN_ID'     TO MD-PC-FIELD-NM   OF DDDTPC01      00096800
096900     END-IF                                                       00096900
097000     MOVE WS-MAP-NEW-ID (WS-MX) TO WS-NUM-N                       00097000
097100     MOVE WS-NUM-X           TO MD-PC-NEW-VAL    OF DDDTPC01      00097100
097200     PERFORM 450-INSERT-PENDING-ROW                               00097200
097300                                                                  00097300
097400     IF SUCCESS AND WS-MAP-SLOT (WS-MX) > 0                       00097400
097500       MOVE SPACES           TO MD-PC-FIELD-NM   OF DDDTPC01      00097500
097600       STRING 'ROLUP_REPT_' WS-MAP-SLOT (WS-MX)                   00097600
097700         DELIMITED BY SIZE INTO MD-PC-FIELD-NM   OF DDDTPC01      00097700
097800       MOVE WS-MAP-ROLLUP (WS-MX) TO WS-NUM-N                     00097800
097900       MOVE WS-NUM-X         TO MD-PC-NEW-VAL    OF DDDTPC01      00097900
098000       PERFORM 450-INSERT-PENDING-ROW                             00098000
098100     END-IF                                                       00098100
098200                                                                  00098200
098300     IF SUCCESS                                                   00098300
098400       ADD 1 TO WS-SCHED-COUNT                                    00098400
098500       MOVE 'SCHEDULED' TO WS-DTL-RESULT                          00098500
098600       PERFORM 490-WRITE-STORE-LINE                               00098600
098700     ELSE                                                         00098700
098800       PERFORM 480-REPORT-NOT-MOVED                               00098800
098900     END-IF                                                       00098900
099000     .                                                            00099000
099100                                                                  00099100
099200* A change already scheduled for the store, column and date is    00099200
099300* left as it is - a package run twice schedules nothing twice.    00099300
099400 450-INSERT-PENDING-ROW.                                          00099400
099500     EXEC SQL                                                     00099500
099600       INSERT INTO FC_XXXAIL_PENDING_CHG                          00099600
099700          ( PC_STORE_NO, PC_FIELD_NM, PC_EFF_DT, PC_NEW_VAL,      00099700
099800            PC_ENTERED_BY, PC_ENTERED_TS, PC_STAT_CD,             00099800
099900            PC_APPLIED_TS, PC_ERR_MSG_TXT )                       00099900
100000       VALUES                                                     00100000
100100          ( :DDDTPC01.MD-PC-STORE-NO,                             00100100
100200            :DDDTPC01.MD-PC-FIELD-NM,                             00100200
100300            :DDDTPC01.MD-PC-EFF-DT,                               00100300
100400            :DDDTPC01.MD-PC-NEW-VAL,                              00100400
100500            :DDDTPC01.MD-PC-ENTERED-BY,                           00100500
100600            CURRENT TIMESTAMP, 'P', NULL, ' ' )                   00100600
100700     END-EXEC                                                     00100700
100800     EVALUATE TRUE                                                00100800
100900       WHEN SQLCODE = 0                                           00100900
101000         MOVE SPACES TO WS-DTL-REASON                             00101000
101100       WHEN SQLCODE = -803                                        00101100
101200         MOVE 'ALREADY SCHEDULED FOR THAT DATE' TO WS-DTL-REASON  00101200
101300         MOVE 0 TO SQLCODE                                        00101300
101400       WHEN OTHER                                                 00101400
101500         MOVE SQLCODE TO WS-SQLCODE                               00101500
101600         SET  FAILURE TO TRUE                                     00101600
101700         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00101700
101800         STRING 'SQL ERROR ON FC_XXXAIL_PENDING_CHG, SQLCODE = '  00101800
101900                WS-SQLCODE                                        00101900
102000           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00102000
102100         MOVE 0 TO SQLCODE                                        00102100
102200     END-EVALUATE                                                 00102200
102300     .                                                            00102300
102400                                                                  00102400
102500 480-REPORT-NOT-MOVED.                                            00102500
102600     ADD 1 TO WS-FAILED-COUNT                                     00102600
102700     MOVE 'NOT MOVED'     TO WS-DTL-RESULT                        00102700
102800     MOVE IS-RTRN-MSG-TXT TO WS-DTL-REASON                        00102800
102900     PERFORM 490-WRITE-STORE-LINE                                 00102900
103000     INITIALIZE XXXN001A                                          00103000
103100     .                                                            00103100
103200                                                                  00103200
103300 490-WRITE-STORE-LINE.                                            00103300
103400     MOVE WS-MAP-TYPE   (WS-MX) TO WS-DTL-TYPE                    00103400
103500     MOVE WS-MAP-OLD-ID (WS-MX) TO WS-DTL-OLD-ID                  00103500
103600     MOVE WS-MAP-NEW-ID (WS-MX) TO WS-DTL-NEW-ID                  00103600
103700     MOVE WS-APPLY-STORE-NBR    TO WS-DTL-STORE-NO                00103700
103800     WRITE RPT-LINE FROM WS-DTL-LINE                              00103800
103900     .                                                            00103900
104000                                                                  00104000
104100*================================================================ 00104100
104200* Retire each unit given up once no store is left in it on        00104200
104300* either the master or the FC copy.  A unit still holding a       00104300
104400* store (one the DAO refused to move) stays active and is         00104400
104500* listed, so the next run can finish the job.                     00104500
104600*================================================================ 00104600
104700 500-RETIRE-EMPTIED-UNITS.                                        00104700
104800     MOVE SPACES TO RPT-LINE                                      00104800
104900     WRITE RPT-LINE                                               00104900
105000     MOVE 'UNITS GIVEN UP' TO RPT-LINE                            00105000
105100     WRITE RPT-LINE                                               00105100
105200     PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-NUM-MAPS  00105200
105300       MOVE WS-MAP-TYPE   (WS-MX) TO WS-CUR-TYPE                  00105300
105400       MOVE WS-MAP-OLD-ID (WS-MX) TO WS-CUR-ID                    00105400
105500       MOVE 0 TO WS-APPLY-STORE-NBR                               00105500
105600       PERFORM 510-COUNT-STORES-LEFT                              00105600
105700       IF SQLCODE = 0                                             00105700
105800         IF WS-LOC-LEFT-CNT = 0 AND WS-FC-LEFT-CNT = 0            00105800
105900           PERFORM 520-RETIRE-ONE-UNIT                            00105900
106000         ELSE                                                     00106000
106100           COMPUTE WS-LEFT-CNT-ED =                               00106100
106200                   WS-LOC-LEFT-CNT + WS-FC-LEFT-CNT               00106200
106300           MOVE 'KEPT'  TO WS-DTL-RESULT                          00106300
106400           MOVE SPACES  TO WS-DTL-REASON                          00106400
106500           STRING 'NOT RETIRED -' WS-LEFT-CNT-ED                  00106500
106600                  ' STORE ROWS STILL ASSIGNED'                    00106600
106700             DELIMITED BY SIZE INTO WS-DTL-REASON                 00106700
106800           PERFORM 490-WRITE-STORE-LINE                           00106800
106900         END-IF                                                   00106900
107000       END-IF                                                     00107000
107100       MOVE 0 TO SQLCODE                                          00107100
107200     END-PERFORM                                                  00107200
107300     .                                                            00107300
107400                                                                  00107400
107500 510-COUNT-STORES-LEFT.                                           00107500
107600     MOVE 0 TO WS-LOC-LEFT-CNT                                    00107600
107700               WS-FC-LEFT-CNT                                     00107700
107800     EXEC SQL                                                     00107800
107900       SELECT COUNT(*)                                            00107900
108000        INTO :WS-LOC-LEFT-CNT                                     00108000
108100       FROM XXXAIL_LOC                                            00108100
108200       WHERE LOC_TYP_CD = 'S '                                    00108200
108300         AND ( ( :WS-CUR-TYPE = 'D'                               00108300
108400                 AND DIST_ID    = :WS-CUR-ID )                    00108400
108500            OR ( :WS-CUR-TYPE = 'M'                               00108500
108600                 AND MKT_RGN_ID = :WS-CUR-ID ) )                  00108600
108700     END-EXEC                                                     00108700
108800     IF SQLCODE = 0                                               00108800
108900       EXEC SQL                                                   00108900
109000         SELECT COUNT(*)                                          00109000
109100          INTO :WS-FC-LEFT-CNT                                    00109100
109200         FROM FC_XXXAIL_STORES                                    00109200
109300         WHERE ( :WS-CUR-TYPE = 'D'                               00109300
109400                 AND FC_RL_DISTRICT_NO  = :WS-CUR-ID )            00109400
109500            OR ( :WS-CUR-TYPE = 'M'                               00109500
109600                 AND FC_RL_MARKET_AR_NO = :WS-CUR-ID )            00109600
109700       END-EXEC                                                   00109700
109800     END-IF                                                       00109800
109900     IF SQLCODE NOT = 0                                           00109900
110000       PERFORM 800-REPORT-SQL-ERROR                               00110000
110100       ADD 1 TO WS-FAILED-COUNT                                   00110100
110200       MOVE 16 TO SQLCODE                                         00110200
110300     END-IF                                                       00110300
110400     .                                                            00110400
110500                                                                  00110500
110600 520-RETIRE-ONE-UNIT.                                             00110600
110700     MOVE WS-CUR-TYPE TO OG-ORG-TYP-CD OF DCLFC-XXXAIL-ORG-REF    00110700
110800     MOVE WS-CUR-ID   TO OG-ORG-ID     OF DCLFC-XXXAIL-ORG-REF    00110800
110900     EXEC SQL                                                     00110900
111000       UPDATE FC_XXXAIL_ORG_REF                                   00111000
111100          SET OG_ACTIVE_IND = 'N'                                 00111100
111200        WHERE OG_ORG_TYP_CD = :DCLFC-XXXAIL-ORG-REF.OG-ORG-TYP-CD 00111200
111300          AND OG_ORG_ID     = :DCLFC-XXXAIL-ORG-REF.OG-ORG-ID     00111300
111400          AND OG_ACTIVE_IND = 'Y'                                 00111400
111500     END-EXEC                                                     00111500
111600     MOVE SPACES TO WS-DTL-REASON                                 00111600
111700     EVALUATE TRUE                                                00111700
111800       WHEN SQLCODE = 0                                           00111800
111900         ADD 1 TO WS-RETIRED-COUNT                                00111900
112000         MOVE 'RETIRED'   TO WS-DTL-RESULT                        00112000
112100         MOVE 'OG_ACTIVE_IND SET TO N ON FC_XXXAIL_ORG_REF'       00112100
112200           TO WS-DTL-REASON                                       00112200
112300         PERFORM 490-WRITE-STORE-LINE                             00112300
112400       WHEN SQLCODE = 100                                         00112400
112500         MOVE 'RETIRED'   TO WS-DTL-RESULT                        00112500
112600         MOVE 'ALREADY INACTIVE' TO WS-DTL-REASON                 00112600
112700         PERFORM 490-WRITE-STORE-LINE                             00112700
112800       WHEN OTHER                                                 00112800
112900         PERFORM 800-REPORT-SQL-ERROR                             00112900
113000         ADD 1 TO WS-FAILED-COUNT                                 00113000
113100     END-EVALUATE                                                 00113100
113200     .                                                            00113200
113300                                                                  00113300
113400 600-CALL-LR-DAO.                                                 00113400
113500     CALL NNNS0488-LR-DAO USING                                   00113500
113600         XXXN001A                                                 00113600
113700         SQLCA                                                    00113700
113800         YYYN005A                                                 00113800
113900         NNNN0000-PARMS                                           00113900
114000         P-DDDTLR01                                               00114000
114100     .                                                            00114100
114200                                                                  00114200
114300 800-REPORT-SQL-ERROR.                                            00114300
114400     MOVE SQLCODE TO WS-SQLCODE                                   00114400
114500     MOVE SPACES  TO RPT-LINE                                     00114500
114600     STRING 'MMMB1302 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00114600
114700       DELIMITED BY SIZE INTO RPT-LINE                            00114700
114800     WRITE RPT-LINE                                               00114800
114900     DISPLAY 'MMMB1302 - SQL ERROR, SQLCODE = ' WS-SQLCODE        00114900
115000     MOVE 16 TO WS-JOB-RC                                         00115000
115100     MOVE 0 TO SQLCODE                                            00115100
115200     .                                                            00115200
115300                                                                  00115300
115400 900-TERMINATE.                                                   00115400
115500     MOVE WS-TRAN-COUNT     TO WS-SUM-TRANS                       00115500
115600     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED                    00115600
115700     MOVE WS-MOVED-COUNT    TO WS-SUM-MOVED                       00115700
115800     MOVE WS-SCHED-COUNT    TO WS-SUM-SCHED                       00115800
115900     MOVE WS-FAILED-COUNT   TO WS-SUM-FAILED                      00115900
116000     MOVE WS-RETIRED-COUNT  TO WS-SUM-RETIRED                     00116000
116100     WRITE RPT-LINE FROM SPACES                                   00116100
116200     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00116200
116300     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00116300
116400     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00116400
116500     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00116500
116600     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00116600
116700     WRITE RPT-LINE FROM WS-SUMMARY-LINE6                         00116700
116800     SET  MMMC0177-CLOSE TO TRUE                                  00116800
116900     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00116900
117000     CLOSE TRAN-IN ALIGN-RPT                                      00117000
117100     .                                                            00117100
117200                                                                  00117200
117300*================================================================ 00117300
117400* Run control - refuse a duplicate or out-of-order start, and     00117400
117500* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00117500
117600*================================================================ 00117600
117700 050-RUN-CNTL-START.                                              00117700
117800     INITIALIZE XXXN001A                                          00117800
117900                YYYC0230                                          00117900
118000     SET  YYYC0230-START-RUN TO TRUE                              00118000
118100     MOVE 'MMMB1302' TO YYYC0230-JOB-NM                           00118100
118200     CALL YYYS0230-RUN-CNTL USING                                 00118200
118300         XXXN001A                                                 00118300
118400         YYYC0230                                                 00118400
118500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00118500
118600       DISPLAY 'MMMB1302 - START REFUSED: ' IS-RTRN-MSG-TXT       00118600
118700     END-IF                                                       00118700
118800     .                                                            00118800
118900                                                                  00118900
119000 055-RUN-CNTL-END.                                                00119000
119100     INITIALIZE XXXN001A                                          00119100
119200                YYYC0230                                          00119200
119300     IF WS-JOB-RC > 4                                             00119300
119400       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00119400
119500     ELSE                                                         00119500
119600       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00119600
119700     END-IF                                                       00119700
119800     MOVE 'MMMB1302' TO YYYC0230-JOB-NM                           00119800
119900     CALL YYYS0230-RUN-CNTL USING                                 00119900
120000         XXXN001A                                                 00120000
120100         YYYC0230                                                 00120100
120200     .                                                            00120200
