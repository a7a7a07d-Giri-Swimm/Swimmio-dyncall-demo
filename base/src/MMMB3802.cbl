000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3802.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Active pilot programs - weekly status.                          00000600
000700*                                                                 00000700
000800* For every active pilot on FC_XXXAIL_PILOT (DDDTPL01) that       00000800
000900* has not ended, lists the owner and dates, the pilots it         00000900
001000* conflicts with (FC_XXXAIL_PILOT_CNFL), and each enrolled        00001000
001100* test store on FC_XXXAIL_PILOT_STORE (DDDTPS01) with its         00001100
001200* control store and distance. A store pair is flagged when        00001200
001300* the read can no longer be trusted:                              00001300
001400*   TEST STORE CLOSED        the test store is closed,            00001400
001500*      inactive or gone from FC_XXXAIL_STORES                     00001500
001600*   TEST FORMAT CHANGED      its RETL_LOC_FRMAT_CD is not the     00001600
001700*      format it was enrolled with                                00001700
001800*   CONTROL STORE CLOSED / CONTROL FORMAT CHANGED  the same       00001800
001900*      for the control store                                      00001900
002000*   CONFLICT WITH pppppppp   the test or control store is in      00002000
002100*      a conflicting pilot whose dates overlap this one's         00002100
002200* Ends with return code 4 when anything was flagged.              00002200
002300* Batch job - run standalone, schedule weekly.                    00002300
002400*---------------------------------------------------------------- 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 INPUT-OUTPUT SECTION.                                            00002600
002700 FILE-CONTROL.                                                    00002700
002800     SELECT PILOT-RPT      ASSIGN TO RPTOUT                       00002800
002900         ORGANIZATION IS LINE SEQUENTIAL.                         00002900
003000                                                                  00003000
003100 DATA DIVISION.                                                   00003100
003200 FILE SECTION.                                                    00003200
003300 FD  PILOT-RPT.                                                   00003300
003400 01  RPT-LINE                          PIC X(132).                00003400
003500                                                                  00003500
003600 WORKING-STORAGE SECTION.                                         00003600
003700* --------------------------------------------------------------- 00003700
003800* Misc working storage...                                         00003800
003900* --------------------------------------------------------------- 00003900
004000 01 WS-PILOT-COUNT                    PIC 9(6) VALUE 0.           00004000
004100 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00004100
004200 01 WS-PILOT-STORES                   PIC 9(6) VALUE 0.           00004200
004300 01 WS-TEST-CLOSED-COUNT              PIC 9(6) VALUE 0.           00004300
004400 01 WS-TEST-FRMAT-COUNT               PIC 9(6) VALUE 0.           00004400
004500 01 WS-CTL-CLOSED-COUNT               PIC 9(6) VALUE 0.           00004500
004600 01 WS-CTL-FRMAT-COUNT                PIC 9(6) VALUE 0.           00004600
004700 01 WS-CONFLICT-COUNT                 PIC 9(6) VALUE 0.           00004700
004800 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00004800
004900 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00004900
005000    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00005000
005100    88 SQL-NO-ERROR                            VALUE 'N'.         00005100
005200 01 WS-PILOT-EOF-SW                   PIC X    VALUE 'N'.         00005200
005300    88 PILOT-EOF                               VALUE 'Y'.         00005300
005400 01 WS-ISSUE-CNT                      PIC S9(4) COMP VALUE 0.     00005400
005500 01 WS-ISSUE-IDX                      PIC S9(4) COMP VALUE 0.     00005500
005600 01 WS-CNFL-IDX                       PIC S9(4) COMP VALUE 0.     00005600
005700                                                                  00005700
005800* One active pilot off PILOT-CSR.                                 00005800
005900 01 WS-PL-ROW.                                                    00005900
006000    05 WS-PL-PILOT-ID               PIC X(8).                     00006000
006100    05 WS-PL-PILOT-DES              PIC X(30).                    00006100
006200    05 WS-PL-OWNER-ID               PIC X(8).                     00006200
006300    05 WS-PL-STRT-DT                PIC X(10).                    00006300
006400    05 WS-PL-END-DT                 PIC X(10).                    00006400
006500                                                                  00006500
006600* One enrolled test store off STORE-CSR.                          00006600
006700 01 WS-PS-ROW.                                                    00006700
006800    05 WS-PS-LOC-NBR                PIC S9(9) COMP-3.             00006800
006900    05 WS-PS-STORE-NM               PIC X(30).                    00006900
007000    05 WS-PS-OPEN-SW                PIC X(1).                     00007000
007100       88 WS-PS-OPEN                         VALUE 'Y'.           00007100
007200    05 WS-PS-FRMAT-CD               PIC X(5).                     00007200
007300    05 WS-PS-CURR-FRMAT-CD          PIC X(5).                     00007300
007400    05 WS-PS-CTL-LOC-NBR            PIC S9(9) COMP-3.             00007400
007500    05 WS-PS-CTL-OPEN-SW            PIC X(1).                     00007500
007600       88 WS-PS-CTL-OPEN                     VALUE 'Y'.           00007600
007700    05 WS-PS-CTL-FRMAT-CD           PIC X(5).                     00007700
007800    05 WS-PS-CTL-CURR-FRMAT-CD      PIC X(5).                     00007800
007900    05 WS-PS-CTL-DIST-MI            PIC S9(4)V9(1) COMP-3.        00007900
008000    05 WS-PS-ENRL-DT                PIC X(10).                    00008000
008100    05 WS-PS-CNFL-PILOT-ID          PIC X(8).                     00008100
008200                                                                  00008200
008300* The flags raised for one store pair, printed one a line.        00008300
008400 01 WS-ISSUE-TABLE.                                               00008400
008500    05 WS-ISSUE-TXT OCCURS 5 TIMES  PIC X(40).                    00008500
008600                                                                  00008600
008700 COPY XXXN001A.                                                   00008700
008800 COPY YYYC0230.                                                   00008800
008900 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00008900
009000                                                                  00009000
009100 01 WS-HDG-LINE-1.                                                00009100
009200    05 FILLER PIC X(56) VALUE                                     00009200
009300       'MMMB3802 - ACTIVE PILOT PROGRAMS'.                        00009300
009400                                                                  00009400
009500 01 WS-PILOT-LINE.                                                00009500
009600    05 FILLER                       PIC X(7) VALUE 'PILOT  '.     00009600
009700    05 WS-PLT-PILOT-ID              PIC X(8).                     00009700
009800    05 FILLER                       PIC X(2) VALUE SPACES.        00009800
009900    05 WS-PLT-PILOT-DES             PIC X(30).                    00009900
010000    05 FILLER                       PIC X(8) VALUE '  OWNER '.    00010000
010100    05 WS-PLT-OWNER-ID              PIC X(8).                     00010100
010200    05 FILLER                       PIC X(7) VALUE '  RUNS '.     00010200
010300    05 WS-PLT-STRT-DT               PIC X(10).                    00010300
010400    05 FILLER                       PIC X(4) VALUE ' TO '.        00010400
010500    05 WS-PLT-END-DT                PIC X(10).                    00010500
010600                                                                  00010600
010700 01 WS-CNFL-LINE.                                                 00010700
010800    05 FILLER                       PIC X(22) VALUE               00010800
010900       '  CONFLICTS WITH      '.                                  00010900
011000    05 WS-CNFL-ENTRY OCCURS 10 TIMES.                             00011000
011100       10 WS-CNFL-PILOT-ID          PIC X(8).                     00011100
011200       10 FILLER                    PIC X(1).                     00011200
011300                                                                  00011300
011400 01 WS-HDG-LINE-2.                                                00011400
011500    05 FILLER PIC X(12) VALUE '  TEST STORE'.                     00011500
011600    05 FILLER PIC X(1)  VALUE SPACES.                             00011600
011700    05 FILLER PIC X(26) VALUE 'NAME'.                             00011700
011800    05 FILLER PIC X(6)  VALUE 'FRMT'.                             00011800
011900    05 FILLER PIC X(10) VALUE '  CONTROL'.                        00011900
012000    05 FILLER PIC X(6)  VALUE 'FRMT'.                             00012000
012100    05 FILLER PIC X(8)  VALUE '  MILES'.                          00012100
012200    05 FILLER PIC X(11) VALUE 'ENROLLED'.                         00012200
012300    05 FILLER PIC X(40) VALUE 'EXCEPTION'.                        00012300
012400                                                                  00012400
012500 01 WS-DTL-LINE.                                                  00012500
012600    05 FILLER                       PIC X(3) VALUE SPACES.        00012600
012700    05 WS-DTL-STORE-NO              PIC Z(8)9 BLANK WHEN ZERO.    00012700
012800    05 FILLER                       PIC X(1) VALUE SPACES.        00012800
012900    05 WS-DTL-STORE-NM              PIC X(25).                    00012900
013000    05 FILLER                       PIC X(1) VALUE SPACES.        00013000
013100    05 WS-DTL-FRMAT-CD              PIC X(5).                     00013100
013200    05 FILLER                       PIC X(1) VALUE SPACES.        00013200
013300    05 WS-DTL-CTL-STORE-NO          PIC Z(8)9 BLANK WHEN ZERO.    00013300
013400    05 FILLER                       PIC X(1) VALUE SPACES.        00013400
013500    05 WS-DTL-CTL-FRMAT-CD          PIC X(5).                     00013500
013600    05 FILLER                       PIC X(1) VALUE SPACES.        00013600
013700    05 WS-DTL-CTL-DIST-MI           PIC ZZZ9.9 BLANK WHEN ZERO.   00013700
013800    05 FILLER                       PIC X(1) VALUE SPACES.        00013800
013900    05 WS-DTL-ENRL-DT               PIC X(10).                    00013900
014000    05 FILLER                       PIC X(1) VALUE SPACES.        00014000
014100    05 WS-DTL-ISSUE                 PIC X(40).                    00014100
014200                                                                  00014200
014300 01 WS-PILOT-TOTAL-LINE.                                          00014300
014400    05 FILLER PIC X(23) VALUE '  STORES ENROLLED    - '.          00014400
014500    05 WS-PTOT-STORES               PIC ZZZ,ZZ9.                  00014500
014600                                                                  00014600
014700 01 WS-SUMMARY-LINE.                                              00014700
014800    05 FILLER PIC X(26) VALUE 'ACTIVE PILOTS         -  '.        00014800
014900    05 WS-SUM-PILOTS                PIC ZZZ,ZZ9.                  00014900
015000 01 WS-SUMMARY-LINE2.                                             00015000
015100    05 FILLER PIC X(26) VALUE 'STORES ENROLLED       -  '.        00015100
015200    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00015200
015300 01 WS-SUMMARY-LINE3.                                             00015300
015400    05 FILLER PIC X(26) VALUE 'TEST STORE CLOSED     -  '.        00015400
015500    05 WS-SUM-TEST-CLOSED           PIC ZZZ,ZZ9.                  00015500
015600 01 WS-SUMMARY-LINE4.                                             00015600
015700    05 FILLER PIC X(26) VALUE 'TEST FORMAT CHANGED   -  '.        00015700
015800    05 WS-SUM-TEST-FRMAT            PIC ZZZ,ZZ9.                  00015800
015900 01 WS-SUMMARY-LINE5.                                             00015900
016000    05 FILLER PIC X(26) VALUE 'CONTROL STORE CLOSED  -  '.        00016000
016100    05 WS-SUM-CTL-CLOSED            PIC ZZZ,ZZ9.                  00016100
016200 01 WS-SUMMARY-LINE6.                                             00016200
016300    05 FILLER PIC X(26) VALUE 'CONTROL FORMAT CHGD   -  '.        00016300
016400    05 WS-SUM-CTL-FRMAT             PIC ZZZ,ZZ9.                  00016400
016500 01 WS-SUMMARY-LINE7.                                             00016500
016600    05 FILLER PIC X(26) VALUE 'PILOT CONFLICTS       -  '.        00016600
016700    05 WS-SUM-CONFLICT              PIC ZZZ,ZZ9.                  00016700
016800                                                                  00016800
016900* ----------------------------------------------------------------00016900
017000* DB2 stuff...                                                    00017000
017100* ----------------------------------------------------------------00017100
017200     EXEC SQL                                                     00017200
017300       INCLUDE SQLCA                                              00017300
017400     END-EXEC                                                     00017400
017500                                                                  00017500
017600     EXEC SQL                                                     00017600
017700       INCLUDE DDDTPL01                                           00017700
017800     END-EXEC                                                     00017800
017900                                                                  00017900
018000* Active and not yet ended.                                       00018000
018100     EXEC SQL                                                     00018100
018200       DECLARE PILOT-CSR CURSOR FOR                               00018200
018300       SELECT PL_PILOT_ID, PL_PILOT_DES, PL_OWNER_ID,             00018300
018400              CHAR(PL_STRT_DT, ISO), CHAR(PL_END_DT, ISO)         00018400
018500         FROM FC_XXXAIL_PILOT                                     00018500
018600        WHERE PL_ACTIVE_IND = 'Y'                                 00018600
018700          AND PL_END_DT    >= CURRENT DATE                        00018700
018800        ORDER BY PL_PILOT_ID                                      00018800
018900     END-EXEC                                                     00018900
019000                                                                  00019000
019100* The pilot's conflict pairs, read both ways.                     00019100
019200     EXEC SQL                                                     00019200
019300       DECLARE CNFL-CSR CURSOR FOR                                00019300
019400       SELECT PX_CNFL_PILOT_ID                                    00019400
019500         FROM FC_XXXAIL_PILOT_CNFL                                00019500
019600        WHERE PX_PILOT_ID = :WS-PL-PILOT-ID                       00019600
019700       UNION                                                      00019700
019800       SELECT PX_PILOT_ID                                         00019800
019900         FROM FC_XXXAIL_PILOT_CNFL                                00019900
020000        WHERE PX_CNFL_PILOT_ID = :WS-PL-PILOT-ID                  00020000
020100        ORDER BY 1                                                00020100
020200     END-EXEC                                                     00020200
020300                                                                  00020300
020400* The pilot's test stores with both stores' state today. A        00020400
020500* store is open as the directory feed has it - active, and        00020500
020600* not closed or closing in the future. The conflict is the        00020600
020700* first active, overlapping conflicting pilot either store        00020700
020800* is in, test or control.                                         00020800
020900     EXEC SQL                                                     00020900
021000       DECLARE STORE-CSR CURSOR FOR                               00021000
021100       SELECT PS.PS_LOC_NBR,                                      00021100
021200              COALESCE(RT.FC_RL_STORE_NM, ' '),                   00021200
021300              CASE WHEN RT.FC_RL_STATUS_CD = 'A'                  00021300
021400                    AND ( RT.FC_RL_CLOSING_DT = '0001-01-01'      00021400
021500                       OR RT.FC_RL_CLOSING_DT >= CURRENT DATE )   00021500
021600                   THEN 'Y' ELSE 'N' END,                         00021600
021700              PS.PS_FRMAT_CD,                                     00021700
021800              COALESCE(LT.RETL_LOC_FRMAT_CD, ' '),                00021800
021900              PS.PS_CTL_LOC_NBR,                                  00021900
022000              CASE WHEN RC.FC_RL_STATUS_CD = 'A'                  00022000
022100                    AND ( RC.FC_RL_CLOSING_DT = '0001-01-01'      00022100
022200                       OR RC.FC_RL_CLOSING_DT >= CURRENT DATE )   00022200
022300                   THEN 'Y' ELSE 'N' END,                         00022300
022400              PS.PS_CTL_FRMAT_CD,                                 00022400
022500              COALESCE(LC.RETL_LOC_FRMAT_CD, ' '),                00022500
022600              PS.PS_CTL_DIST_MI,                                  00022600
022700              CHAR(PS.PS_ENRL_DT, ISO),                           00022700
022800              COALESCE(                                           00022800
022900              ( SELECT MIN(P2.PS_PILOT_ID)                        00022900
023000                  FROM FC_XXXAIL_PILOT_STORE P2,                  00023000
023100                       FC_XXXAIL_PILOT       PL,                  00023100
023200                       FC_XXXAIL_PILOT_CNFL  X                    00023200
023300                 WHERE ( P2.PS_LOC_NBR     = PS.PS_LOC_NBR        00023300
023400                      OR P2.PS_LOC_NBR     = PS.PS_CTL_LOC_NBR    00023400
023500                      OR P2.PS_CTL_LOC_NBR = PS.PS_LOC_NBR        00023500
023600                      OR P2.PS_CTL_LOC_NBR = PS.PS_CTL_LOC_NBR )  00023600
023700                   AND PL.PL_PILOT_ID    = P2.PS_PILOT_ID         00023700
023800                   AND PL.PL_ACTIVE_IND  = 'Y'                    00023800
023900                   AND PL.PL_STRT_DT    <= DATE(:WS-PL-END-DT)    00023900
024000                   AND PL.PL_END_DT     >= DATE(:WS-PL-STRT-DT)   00024000
024100                   AND ( ( X.PX_PILOT_ID      = PS.PS_PILOT_ID    00024100
024200                       AND X.PX_CNFL_PILOT_ID = P2.PS_PILOT_ID )  00024200
024300                      OR ( X.PX_CNFL_PILOT_ID = PS.PS_PILOT_ID    00024300
024400                       AND X.PX_PILOT_ID      = P2.PS_PILOT_ID )  00024400
024500                       ) ), ' ')                                  00024500
024600         FROM FC_XXXAIL_PILOT_STORE PS                            00024600
024700         LEFT OUTER JOIN FC_XXXAIL_STORES RT                      00024700
024800           ON RT.FC_STORE_NO = PS.PS_LOC_NBR                      00024800
024900         LEFT OUTER JOIN XXXAIL_LOC LT                            00024900
025000           ON LT.LOC_NBR    = PS.PS_LOC_NBR                       00025000
025100          AND LT.LOC_TYP_CD = PS.PS_LOC_TYP_CD                    00025100
025200         LEFT OUTER JOIN FC_XXXAIL_STORES RC                      00025200
025300           ON RC.FC_STORE_NO = PS.PS_CTL_LOC_NBR                  00025300
025400         LEFT OUTER JOIN XXXAIL_LOC LC                            00025400
025500           ON LC.LOC_NBR    = PS.PS_CTL_LOC_NBR                   00025500
025600          AND LC.LOC_TYP_CD = 'S '                                00025600
025700        WHERE PS.PS_PILOT_ID = :WS-PL-PILOT-ID                    00025700
025800        ORDER BY PS.PS_LOC_NBR                                    00025800
025900     END-EXEC                                                     00025900
026000                                                                  00026000
026100 PROCEDURE DIVISION.                                              00026100
026200***************************************************************** 00026200
026300* Start of program main line.                                     00026300
026400***************************************************************** 00026400
026500 000-MAIN.                                                        00026500
026600     PERFORM 050-RUN-CNTL-START                                   00026600
026700     IF SQL-ERROR-DETECTED                                        00026700
026800       MOVE 8 TO RETURN-CODE                                      00026800
026900       GOBACK                                                     00026900
027000     END-IF                                                       00027000
027100     PERFORM 100-INITIALIZE                                       00027100
027200     PERFORM UNTIL PILOT-EOF OR SQL-ERROR-DETECTED                00027200
027300       PERFORM 200-REPORT-ONE-PILOT                               00027300
027400       PERFORM 120-FETCH-NEXT-PILOT                               00027400
027500     END-PERFORM                                                  00027500
027600     PERFORM 900-TERMINATE                                        00027600
027700     PERFORM 055-RUN-CNTL-END                                     00027700
027800     MOVE WS-RPT-RC TO RETURN-CODE                                00027800
027900     GOBACK                                                       00027900
028000     .                                                            00028000
028100                                                                  00028100
028200 100-INITIALIZE.                                                  00028200
028300     OPEN OUTPUT PILOT-RPT                                        00028300
028400     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00028400
028500                                                                  00028500
028600     EXEC SQL                                                     00028600
028700       OPEN PILOT-CSR                                             00028700
028800     END-EXEC                                                     00028800
028900     IF SQLCODE NOT = 0                                           00028900
029000       SET SQL-ERROR-DETECTED       TO TRUE                       00029000
029100       DISPLAY 'MMMB3802 - ERROR OPENING PILOT-CSR, SQLCODE='     00029100
029200               SQLCODE                                            00029200
029300     ELSE                                                         00029300
029400       PERFORM 120-FETCH-NEXT-PILOT                               00029400
029500     END-IF                                                       00029500
029600     .                                                            00029600
029700                                                                  00029700
029800 120-FETCH-NEXT-PILOT.                                            00029800
029900     EXEC SQL                                                     00029900
030000       FETCH PILOT-CSR                                            00030000
030100         INTO :WS-PL-PILOT-ID,                                    00030100
030200              :WS-PL-PILOT-DES,                                   00030200
030300              :WS-PL-OWNER-ID,                                    00030300
030400              :WS-PL-STRT-DT,                                     00030400
030500              :WS-PL-END-DT                                       00030500
030600     END-EXEC                                                     00030600
030700     EVALUATE TRUE                                                00030700
030800       WHEN SQLCODE = 0                                           00030800
030900         CONTINUE                                                 00030900
031000       WHEN SQLCODE = 100                                         00031000
031100         SET PILOT-EOF TO TRUE                                    00031100
031200       WHEN OTHER                                                 00031200
031300         SET SQL-ERROR-DETECTED       TO TRUE                     00031300
031400         DISPLAY 'MMMB3802 - ERROR FETCHING PILOT-CSR, SQLCODE='  00031400
031500                 SQLCODE                                          00031500
031600     END-EVALUATE                                                 00031600
031700     .                                                            00031700
031800                                                                  00031800
031900*================================================================ 00031900
032000* One pilot - its header, its conflicts, then its stores.         00032000
032100*================================================================ 00032100
032200 200-REPORT-ONE-PILOT.                                            00032200
032300     ADD 1 TO WS-PILOT-COUNT                                      00032300
032400     MOVE 0 TO WS-PILOT-STORES                                    00032400
032500     MOVE WS-PL-PILOT-ID  TO WS-PLT-PILOT-ID                      00032500
032600     MOVE WS-PL-PILOT-DES TO WS-PLT-PILOT-DES                     00032600
032700     MOVE WS-PL-OWNER-ID  TO WS-PLT-OWNER-ID                      00032700
032800     MOVE WS-PL-STRT-DT   TO WS-PLT-STRT-DT                       00032800
032900     MOVE WS-PL-END-DT    TO WS-PLT-END-DT                        00032900
033000     WRITE RPT-LINE FROM SPACES                                   00033000
033100     WRITE RPT-LINE FROM WS-PILOT-LINE                            00033100
033200                                                                  00033200
033300     PERFORM 300-LIST-THE-CONFLICTS                               00033300
033400     IF SQL-NO-ERROR                                              00033400
033500       WRITE RPT-LINE FROM WS-HDG-LINE-2                          00033500
033600       PERFORM 400-LIST-THE-STORES                                00033600
033700     END-IF                                                       00033700
033800     IF SQL-NO-ERROR                                              00033800
033900       MOVE WS-PILOT-STORES TO WS-PTOT-STORES                     00033900
034000       WRITE RPT-LINE FROM WS-PILOT-TOTAL-LINE                    00034000
034100     END-IF                                                       00034100
034200     .                                                            00034200
034300                                                                  00034300
034400*    Conflicting pilots, ten to a line.                           00034400
034500 300-LIST-THE-CONFLICTS.                                          00034500
034600     MOVE SPACES TO WS-CNFL-LINE (23 : )                          00034600
034700     MOVE 0      TO WS-CNFL-IDX                                   00034700
034800     EXEC SQL                                                     00034800
034900       OPEN CNFL-CSR                                              00034900
035000     END-EXEC                                                     00035000
035100     IF SQLCODE NOT = 0                                           00035100
035200       SET SQL-ERROR-DETECTED       TO TRUE                       00035200
035300       DISPLAY 'MMMB3802 - ERROR OPENING CNFL-CSR, SQLCODE='      00035300
035400               SQLCODE                                            00035400
035500     ELSE                                                         00035500
035600       PERFORM 320-FETCH-NEXT-CONFLICT                            00035600
035700       PERFORM UNTIL SQLCODE NOT = 0                              00035700
035800         IF WS-CNFL-IDX = 10                                      00035800
035900           WRITE RPT-LINE FROM WS-CNFL-LINE                       00035900
036000           MOVE SPACES TO WS-CNFL-LINE (23 : )                    00036000
036100           MOVE 0      TO WS-CNFL-IDX                             00036100
036200         END-IF                                                   00036200
036300         ADD 1 TO WS-CNFL-IDX                                     00036300
036400         MOVE PL-PILOT-ID OF DCLFC-XXXAIL-PILOT                   00036400
036500           TO WS-CNFL-PILOT-ID (WS-CNFL-IDX)                      00036500
036600         PERFORM 320-FETCH-NEXT-CONFLICT                          00036600
036700       END-PERFORM                                                00036700
036800       IF SQLCODE = 100                                           00036800
036900         IF WS-CNFL-IDX > 0                                       00036900
037000           WRITE RPT-LINE FROM WS-CNFL-LINE                       00037000
037100         END-IF                                                   00037100
037200         EXEC SQL                                                 00037200
037300           CLOSE CNFL-CSR                                         00037300
037400         END-EXEC                                                 00037400
037500       ELSE                                                       00037500
037600         SET SQL-ERROR-DETECTED       TO TRUE                     00037600
037700         DISPLAY 'MMMB3802 - ERROR FETCHING CNFL-CSR, SQLCODE='   00037700
037800                 SQLCODE                                          00037800
037900       END-IF                                                     00037900
038000     END-IF                                                       00038000
038100     .                                                            00038100
038200                                                                  00038200
038300 320-FETCH-NEXT-CONFLICT.                                         00038300
038400     EXEC SQL                                                     00038400
038500       FETCH CNFL-CSR                                             00038500
038600         INTO :DCLFC-XXXAIL-PILOT.PL-PILOT-ID                     00038600
038700     END-EXEC                                                     00038700
038800     .                                                            00038800
038900                                                                  00038900
039000 400-LIST-THE-STORES.                                             00039000
039100     EXEC SQL                                                     00039100
039200       OPEN STORE-CSR                                             00039200
039300     END-EXEC                                                     00039300
039400     IF SQLCODE NOT = 0                                           00039400
039500       SET SQL-ERROR-DETECTED       TO TRUE                       00039500
039600       DISPLAY 'MMMB3802 - ERROR OPENING STORE-CSR, SQLCODE='     00039600
039700               SQLCODE                                            00039700
039800     ELSE                                                         00039800
039900       PERFORM 420-FETCH-NEXT-STORE                               00039900
040000       PERFORM UNTIL SQLCODE NOT = 0                              00040000
040100         PERFORM 450-REPORT-ONE-STORE                             00040100
040200         PERFORM 420-FETCH-NEXT-STORE                             00040200
040300       END-PERFORM                                                00040300
040400       IF SQLCODE = 100                                           00040400
040500         EXEC SQL                                                 00040500
040600           CLOSE STORE-CSR                                        00040600
040700         END-EXEC                                                 00040700
040800       ELSE                                                       00040800
040900         SET SQL-ERROR-DETECTED       TO TRUE                     00040900
041000         DISPLAY 'MMMB3802 - ERROR FETCHING STORE-CSR, SQLCODE='  00041000
041100                 SQLCODE                                          00041100
041200       END-IF                                                     00041200
041300     END-IF                                                       00041300
041400     .                                                            00041400
041500                                                                  00041500
041600 420-FETCH-NEXT-STORE.                                            00041600
041700     EXEC SQL                                                     00041700
041800       FETCH STORE-CSR                                            00041800
041900         INTO :WS-PS-LOC-NBR,                                     00041900
042000              :WS-PS-STORE-NM,                                    00042000
042100              :WS-PS-OPEN-SW,                                     00042100
042200              :WS-PS-FRMAT-CD,                                    00042200
042300              :WS-PS-CURR-FRMAT-CD,                               00042300
042400              :WS-PS-CTL-LOC-NBR,                                 00042400
042500              :WS-PS-CTL-OPEN-SW,                                 00042500
042600              :WS-PS-CTL-FRMAT-CD,                                00042600
042700              :WS-PS-CTL-CURR-FRMAT-CD,                           00042700
042800              :WS-PS-CTL-DIST-MI,                                 00042800
042900              :WS-PS-ENRL-DT,                                     00042900
043000              :WS-PS-CNFL-PILOT-ID                                00043000
043100     END-EXEC                                                     00043100
043200     .                                                            00043200
043300                                                                  00043300
043400*    The store pair on one line, a second and later flag each     00043400
043500*    on a line of its own under it.                               00043500
043600 450-REPORT-ONE-STORE.                                            00043600
043700     ADD 1 TO WS-STORE-COUNT                                      00043700
043800     ADD 1 TO WS-PILOT-STORES                                     00043800
043900     MOVE SPACES TO WS-ISSUE-TABLE                                00043900
044000     MOVE 0      TO WS-ISSUE-CNT                                  00044000
044100     IF NOT WS-PS-OPEN                                            00044100
044200       ADD 1 TO WS-TEST-CLOSED-COUNT                              00044200
044300       ADD 1 TO WS-ISSUE-CNT                                      00044300
044400       MOVE 'TEST STORE CLOSED' TO WS-ISSUE-TXT (WS-ISSUE-CNT)    00044400
044500     END-IF                                                       00044500
044600     IF WS-PS-CURR-FRMAT-CD NOT = WS-PS-FRMAT-CD                  00044600
044700       ADD 1 TO WS-TEST-FRMAT-COUNT                               00044700
044800       ADD 1 TO WS-ISSUE-CNT                                      00044800
044900       STRING 'TEST FORMAT CHANGED TO ' WS-PS-CURR-FRMAT-CD       00044900
045000         DELIMITED BY SIZE INTO WS-ISSUE-TXT (WS-ISSUE-CNT)       00045000
045100     END-IF                                                       00045100
045200     IF NOT WS-PS-CTL-OPEN                                        00045200
045300       ADD 1 TO WS-CTL-CLOSED-COUNT                               00045300
045400       ADD 1 TO WS-ISSUE-CNT                                      00045400
045500       MOVE 'CONTROL STORE CLOSED' TO WS-ISSUE-TXT (WS-ISSUE-CNT) 00045500
045600     END-IF                                                       00045600
045700     IF WS-PS-CTL-CURR-FRMAT-CD NOT = WS-PS-CTL-FRMAT-CD          00045700
045800       ADD 1 TO WS-CTL-FRMAT-COUNT                                00045800
045900       ADD 1 TO WS-ISSUE-CNT                                      00045900
046000       STRING 'CONTROL FORMAT CHANGED TO ' WS-PS-CTL-CURR-FRMAT-CD00046000
046100         DELIMITED BY SIZE INTO WS-ISSUE-TXT (WS-ISSUE-CNT)       00046100
046200     END-IF                                                       00046200
046300     IF WS-PS-CNFL-PILOT-ID NOT = SPACES                          00046300
046400       ADD 1 TO WS-CONFLICT-COUNT                                 00046400
046500       ADD 1 TO WS-ISSUE-CNT                                      00046500
046600       STRING 'CONFLICT WITH ' WS-PS-CNFL-PILOT-ID                00046600
046700         DELIMITED BY SIZE INTO WS-ISSUE-TXT (WS-ISSUE-CNT)       00046700
046800     END-IF                                                       00046800
046900                                                                  00046900
047000     MOVE WS-PS-LOC-NBR      TO WS-DTL-STORE-NO                   00047000
047100     MOVE WS-PS-STORE-NM     TO WS-DTL-STORE-NM                   00047100
047200     MOVE WS-PS-FRMAT-CD     TO WS-DTL-FRMAT-CD                   00047200
047300     MOVE WS-PS-CTL-LOC-NBR  TO WS-DTL-CTL-STORE-NO               00047300
047400     MOVE WS-PS-CTL-FRMAT-CD TO WS-DTL-CTL-FRMAT-CD               00047400
047500     MOVE WS-PS-CTL-DIST-MI  TO WS-DTL-CTL-DIST-MI                00047500
047600     MOVE WS-PS-ENRL-DT      TO WS-DTL-ENRL-DT                    00047600
047700     MOVE WS-ISSUE-TXT (1)   TO WS-DTL-ISSUE                      00047700
047800     WRITE RPT-LINE FROM WS-DTL-LINE                              00047800
047900                                                                  00047900
048000     PERFORM VARYING WS-ISSUE-IDX FROM 2 BY 1                     00048000
048100       UNTIL WS-ISSUE-IDX > WS-ISSUE-CNT                          00048100
048200       MOVE SPACES TO WS-DTL-LINE                                 00048200
048300       MOVE WS-ISSUE-TXT (WS-ISSUE-IDX) TO WS-DTL-ISSUE           00048300
048400       WRITE RPT-LINE FROM WS-DTL-LINE                            00048400
048500     END-PERFORM                                                  00048500
048600     .                                                            00048600
048700                                                                  00048700
048800 900-TERMINATE.                                                   00048800
048900     EVALUATE TRUE                                                00048900
049000       WHEN SQL-ERROR-DETECTED                                    00049000
049100         MOVE 16 TO WS-RPT-RC                                     00049100
049200       WHEN WS-TEST-CLOSED-COUNT > 0 OR WS-TEST-FRMAT-COUNT > 0   00049200
049300         OR WS-CTL-CLOSED-COUNT  > 0 OR WS-CTL-FRMAT-COUNT  > 0   00049300
049400         OR WS-CONFLICT-COUNT    > 0                              00049400
049500         MOVE 4  TO WS-RPT-RC                                     00049500
049600     END-EVALUATE                                                 00049600
049700     EXEC SQL                                                     00049700
049800       CLOSE PILOT-CSR                                            00049800
049900     END-EXEC                                                     00049900
050000                                                                  00050000
050100     MOVE WS-PILOT-COUNT       TO WS-SUM-PILOTS                   00050100
050200     MOVE WS-STORE-COUNT       TO WS-SUM-STORES                   00050200
050300     MOVE WS-TEST-CLOSED-COUNT TO WS-SUM-TEST-CLOSED              00050300
050400     MOVE WS-TEST-FRMAT-COUNT  TO WS-SUM-TEST-FRMAT               00050400
050500     MOVE WS-CTL-CLOSED-COUNT  TO WS-SUM-CTL-CLOSED               00050500
050600     MOVE WS-CTL-FRMAT-COUNT   TO WS-SUM-CTL-FRMAT                00050600
050700     MOVE WS-CONFLICT-COUNT    TO WS-SUM-CONFLICT                 00050700
050800     WRITE RPT-LINE FROM SPACES                                   00050800
050900     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00050900
051000     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00051000
051100     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00051100
051200     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00051200
051300     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00051300
051400     WRITE RPT-LINE FROM WS-SUMMARY-LINE6                         00051400
051500     WRITE RPT-LINE FROM WS-SUMMARY-LINE7                         00051500
051600     CLOSE PILOT-RPT                                              00051600
051700     .                                                            00051700
051800                                                                  00051800
051900*================================================================ 00051900
052000* Run control - refuse a duplicate or out-of-order start, and     00052000
052100* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00052100
052200*================================================================ 00052200
052300 050-RUN-CNTL-START.                                              00052300
052400     INITIALIZE XXXN001A                                          00052400
052500                YYYC0230                                          00052500
052600     SET  YYYC0230-START-RUN TO TRUE                              00052600
052700     MOVE 'MMMB3802' TO YYYC0230-JOB-NM                           00052700
052800     CALL YYYS0230-RUN-CNTL USING                                 00052800
052900         XXXN001A                                                 00052900
053000         YYYC0230                                                 00053000
053100     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00053100
053200       SET SQL-ERROR-DETECTED TO TRUE                             00053200
053300       DISPLAY 'MMMB3802 - START REFUSED: ' IS-RTRN-MSG-TXT       00053300
053400     END-IF                                                       00053400
053500     .                                                            00053500
053600                                                                  00053600
053700 055-RUN-CNTL-END.                                                00053700
053800     INITIALIZE XXXN001A                                          00053800
053900                YYYC0230                                          00053900
054000     IF SQL-ERROR-DETECTED                                        00054000
054100       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00054100
054200     ELSE                                                         00054200
054300       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00054300
054400     END-IF                                                       00054400
054500     MOVE 'MMMB3802' TO YYYC0230-JOB-NM                           00054500
054600     CALL YYYS0230-RUN-CNTL USING                                 00054600
054700         XXXN001A                                                 00054700
054800         YYYC0230                                                 00054800
054900     .                                                            00054900
