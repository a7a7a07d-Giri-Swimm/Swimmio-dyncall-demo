000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2702.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Disaster-impact store list and call list.                       00000600
000700*                                                                 00000700
000800* When a hurricane or ice storm is forecast, operations needs     00000800
000900* the stores in its path at once, with who to call, to plan       00000900
001000* closures and generator deliveries.  This job lists the open     00001000
001100* stores in a named event's area - a list of counties, or a       00001100
001200* point and a radius in miles - and writes the call list for      00001200
001300* each: address, the store's phone, its county or miles from      00001300
001400* the point, pharmacy or not, today's hours (MMMS0168) and the    00001400
001500* current ranked FC_XXXAIL_EMRG_CNTCT roster the alarm company    00001500
001600* works from.                                                     00001600
001700*                                                                 00001700
001800* The event is kept on FC_XXXAIL_DSTR_EVT (DDDTDV01), its         00001800
001900* counties on FC_XXXAIL_DSTR_CNTY (DDDTDY01) and the stores it    00001900
002000* affects on FC_XXXAIL_DSTR_STR (DDDTDS01), where MMMO1300        00002000
002100* tracks each store's closing and reopening against it.  Run      00002100
002200* again as the forecast track moves: stores newly in the area     00002200
002300* are added, a store no longer in it is dropped unless it has     00002300
002400* been closed or reopened, and what was keyed on each store is    00002400
002500* kept.  An open store is FC_RL_STATUS_CD A with no closing date  00002500
002600* or one not yet passed; a store is in a county when its county   00002600
002700* text resolves through MMMS0179 to one of the event's FIPS       00002700
002800* codes; miles are the flat-earth miles MMMS0169 uses, off the    00002800
002900* XXXAIL_LOC geocode or the store master's.                       00002900
003000*                                                                 00003000
003100* PARMIN control cards:                                           00003100
003200*   EVENT  cols  8-19 event name, cols 21-60 description -        00003200
003300*          required, first;                                       00003300
003400*   COUNTY cols  8-12 a FIPS code off FC_XXXAIL_CNTY_REF, one     00003400
003500*          card per county; or                                    00003500
003600*   POINT  cols  8-17 latitude  s999.99999                        00003600
003700*          cols 19-28 longitude s999.99999                        00003700
003800*          cols 30-32 radius in miles.                            00003800
003900* COUNTY or POINT cards replace the event's area (a new event     00003900
004000* needs one or the other); with only the EVENT card the area      00004000
004100* keyed on MMMO1300 is used.                                      00004100
004200*                                                                 00004200
004300* CALLOUT: S per store, C per contact under it, T trailer.        00004300
004400* RPTOUT is the printed call list, then the stores that could     00004400
004500* not be placed - no geocode for a radius, a county text that     00004500
004600* does not resolve in an affected state - which end the job       00004600
004700* with RC 4.  A bad card or a closed-out event ends it RC 8.      00004700
004800* Batch job - run standalone, on demand.                          00004800
004900*---------------------------------------------------------------- 00004900
005000 ENVIRONMENT DIVISION.                                            00005000
005100 INPUT-OUTPUT SECTION.                                            00005100
005200 FILE-CONTROL.                                                    00005200
005300     SELECT PARM-IN        ASSIGN TO PARMIN                       00005300
005400         ORGANIZATION IS LINE SEQUENTIAL.                         00005400
005500     SELECT CALL-OUT       ASSIGN TO CALLOUT                      00005500
005600         ORGANIZATION IS LINE SEQUENTIAL.                         00005600
005700     SELECT CALL-RPT       ASSIGN TO RPTOUT                       00005700
005800         ORGANIZATION IS LINE SEQUENTIAL.                         00005800
005900                                                                  00005900
006000 DATA DIVISION.                                                   00006000
006100 FILE SECTION.                                                    00006100
006200 FD  PARM-IN.                                                     00006200
006300 01  PARM-REC.                                                    00006300
006400     05 PARM-CARD-TYP                  PIC X(6).                  00006400
006500     05 FILLER                         PIC X(1).                  00006500
006600     05 PARM-CARD-DATA                 PIC X(73).                 00006600
006700 01  PARM-EVENT-REC.                                              00006700
006800     05 FILLER                         PIC X(7).                  00006800
006900     05 PARM-EVENT-NM                  PIC X(12).                 00006900
007000     05 FILLER                         PIC X(1).                  00007000
007100     05 PARM-EVENT-DESC                PIC X(40).                 00007100
007200     05 FILLER                         PIC X(20).                 00007200
007300 01  PARM-COUNTY-REC.                                             00007300
007400     05 FILLER                         PIC X(7).                  00007400
007500     05 PARM-FIPS-CD                   PIC X(5).                  00007500
007600     05 FILLER                         PIC X(68).                 00007600
007700 01  PARM-POINT-REC.                                              00007700
007800     05 FILLER                         PIC X(7).                  00007800
007900     05 PARM-LAT-SIGN                  PIC X(1).                  00007900
008000     05 PARM-LAT-INT                   PIC 9(3).                  00008000
008100     05 FILLER                         PIC X(1).                  00008100
008200     05 PARM-LAT-FRAC                  PIC 9(5).                  00008200
008300     05 FILLER                         PIC X(1).                  00008300
008400     05 PARM-LON-SIGN                  PIC X(1).                  00008400
008500     05 PARM-LON-INT                   PIC 9(3).                  00008500
008600     05 FILLER                         PIC X(1).                  00008600
008700     05 PARM-LON-FRAC                  PIC 9(5).                  00008700
008800     05 FILLER                         PIC X(1).                  00008800
008900     05 PARM-RADIUS-MI                 PIC 9(3).                  00008900
009000     05 FILLER                         PIC X(48).                 00009000
009100                                                                  00009100
009200 FD  CALL-OUT.                                                    00009200
009300 01  CALL-STORE-REC.                                              00009300
009400     05 CLS-REC-TYP                    PIC X(1).                  00009400
009500     05 CLS-EVENT-NM                   PIC X(12).                 00009500
009600     05 CLS-STORE-NO                   PIC 9(9).                  00009600
009700     05 CLS-STORE-NM                   PIC X(30).                 00009700
009800     05 CLS-ADR-1                      PIC X(30).                 00009800
009900     05 CLS-CITY                       PIC X(30).                 00009900
010000     05 CLS-STATE-CD                   PIC X(2).                  00010000
010100     05 CLS-CNTY-TXT                   PIC X(30).                 00010100
010200     05 CLS-AREA-CD                    PIC 9(3).                  00010200
010300     05 CLS-PHONE-NBR                  PIC 9(7).                  00010300
010400     05 CLS-FIPS-CD                    PIC X(5).                  00010400
010500     05 CLS-DIST-MI                    PIC 9(4)V9(1).             00010500
010600     05 CLS-PHARMACY-SW                PIC X(1).                  00010600
010700     05 CLS-CLOSED-TODAY-SW            PIC X(1).                  00010700
010800     05 CLS-OPEN-TM                    PIC X(8).                  00010800
010900     05 CLS-CLOS-TM                    PIC X(8).                  00010900
011000     05 CLS-STAT-CD                    PIC X(1).                  00011000
011100     05 FILLER                         PIC X(17).                 00011100
011200 01  CALL-CNTCT-REC.                                              00011200
011300     05 CLC-REC-TYP                    PIC X(1).                  00011300
011400     05 CLC-EVENT-NM                   PIC X(12).                 00011400
011500     05 CLC-STORE-NO                   PIC 9(9).                  00011500
011600     05 CLC-RANK-NBR                   PIC 9(2).                  00011600
011700     05 CLC-CNTCT-NM                   PIC X(30).                 00011700
011800     05 CLC-ROLE-CD                    PIC X(10).                 00011800
011900     05 CLC-AREA-CD                    PIC 9(3).                  00011900
012000     05 CLC-PHONE-NBR                  PIC 9(7).                  00012000
012100     05 FILLER                         PIC X(126).                00012100
012200 01  CALL-TRL-REC.                                                00012200
012300     05 CLT-REC-TYP                    PIC X(1).                  00012300
012400     05 CLT-EVENT-NM                   PIC X(12).                 00012400
012500     05 CLT-RUN-DT                     PIC X(10).                 00012500
012600     05 CLT-STORE-CNT                  PIC 9(9).                  00012600
012700     05 CLT-CNTCT-CNT                  PIC 9(9).                  00012700
012800     05 FILLER                         PIC X(159).                00012800
012900                                                                  00012900
013000 FD  CALL-RPT.                                                    00013000
013100 01  RPT-LINE                          PIC X(132).                00013100
013200                                                                  00013200
013300 WORKING-STORAGE SECTION.                                         00013300
013400* --------------------------------------------------------------- 00013400
013500* Misc working storage...                                         00013500
013600* --------------------------------------------------------------- 00013600
013700 01 WS-CARD-COUNT                    PIC 9(9) VALUE 0.            00013700
013800 01 WS-LISTED-COUNT                  PIC 9(9) VALUE 0.            00013800
013900 01 WS-NEW-COUNT                     PIC 9(9) VALUE 0.            00013900
014000 01 WS-CNTCT-COUNT                   PIC 9(9) VALUE 0.            00014000
014100 01 WS-NO-CNTCT-COUNT                PIC 9(9) VALUE 0.            00014100
014200 01 WS-PHARMACY-COUNT                PIC 9(9) VALUE 0.            00014200
014300 01 WS-UNPLACED-COUNT                PIC 9(9) VALUE 0.            00014300
014400 01 WS-DROPPED-COUNT                 PIC S9(9) COMP VALUE 0.      00014400
014500 01 WS-STORE-CNTCTS                  PIC S9(4) COMP VALUE 0.      00014500
014600 01 WS-RPT-RC                        PIC S9(4) COMP VALUE 0.      00014600
014700                                                                  00014700
014800 01 WS-EOF-SW                        PIC X    VALUE 'N'.          00014800
014900    88 IS-EOF                                 VALUE 'Y'.          00014900
015000    88 NOT-EOF                                VALUE 'N'.          00015000
015100 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00015100
015200    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00015200
015300    88 SQL-NO-ERROR                           VALUE 'N'.          00015300
015400 01 WS-CARD-SW                       PIC X    VALUE 'Y'.          00015400
015500    88 CARDS-OK                               VALUE 'Y'.          00015500
015600    88 CARDS-REFUSED                          VALUE 'N'.          00015600
015700 01 WS-MATCH-SW                      PIC X    VALUE 'N'.          00015700
015800    88 STORE-IN-AREA                          VALUE 'Y'.          00015800
015900    88 STORE-NOT-IN-AREA                      VALUE 'N'.          00015900
016000 01 WS-NEW-AREA-SW                   PIC X    VALUE SPACES.       00016000
016100    88 NEW-AREA-BY-COUNTY                     VALUE 'C'.          00016100
016200    88 NEW-AREA-BY-RADIUS                     VALUE 'R'.          00016200
016300    88 NO-NEW-AREA                            VALUE SPACES.       00016300
016400                                                                  00016400
016500 01 WS-RUN-TS                        PIC X(26) VALUE SPACES.      00016500
016600 01 WS-TODAY-DT                      PIC X(10) VALUE SPACES.      00016600
016700 01 WS-ZERO-TS                       PIC X(26) VALUE              00016700
016800    '0001-01-01-00.00.00.000000'.                                 00016800
016900 01 WS-MSG-LINE                      PIC X(132) VALUE SPACES.     00016900
017000                                                                  00017000
017100* The event and its area, off the cards or FC_XXXAIL_DSTR_EVT.    00017100
017200 01 WS-EVENT-NM                      PIC X(12) VALUE SPACES.      00017200
017300 01 WS-EVENT-DESC                    PIC X(40) VALUE SPACES.      00017300
017400 01 WS-CENTER-LAT                    PIC S9(3)V9(5) COMP-3        00017400
017500                                               VALUE 0.           00017500
017600 01 WS-CENTER-LON                    PIC S9(3)V9(5) COMP-3        00017600
017700                                               VALUE 0.           00017700
017800 01 WS-RADIUS-MI                     PIC S9(3) COMP-3 VALUE 0.    00017800
017900 01 WS-RADIUS-SQ                     PIC S9(11)V9(4) COMP-3       00017900
018000                                               VALUE 0.           00018000
018100                                                                  00018100
018200* The event's counties - off the COUNTY cards first, then as      00018200
018300* saved on FC_XXXAIL_DSTR_CNTY.                                   00018300
018400 01 K-MAX-CNTYS                      PIC S9(4) COMP VALUE 200.    00018400
018500 01 WS-CNTY-TABLE.                                                00018500
018600    05 WS-CNTY-ENTRY OCCURS 200 TIMES.                            00018600
018700       10 WS-CNTY-FIPS-CD           PIC X(5).                     00018700
018800       10 WS-CNTY-STATE-CD          PIC X(2).                     00018800
018900       10 WS-CNTY-TXT               PIC X(30).                    00018900
019000 01 WS-NUM-CNTYS                     PIC S9(4) COMP VALUE 0.      00019000
019100 01 I                                PIC S9(4) COMP VALUE 0.      00019100
019200                                                                  00019200
019300* One store off STORE-CSR.                                        00019300
019400 01 WS-CAND-STORE-NO                 PIC S9(5) COMP-3 VALUE 0.    00019400
019500 01 WS-CAND-STORE-NM                 PIC X(30) VALUE SPACES.      00019500
019600 01 WS-CAND-ADR-1                    PIC X(30) VALUE SPACES.      00019600
019700 01 WS-CAND-CITY                     PIC X(30) VALUE SPACES.      00019700
019800 01 WS-CAND-STATE-CD                 PIC X(2)  VALUE SPACES.      00019800
019900 01 WS-CAND-CNTY-TXT                 PIC X(30) VALUE SPACES.      00019900
020000 01 WS-CAND-AREA-CD                  PIC S9(3) COMP-3 VALUE 0.    00020000
020100 01 WS-CAND-PHONE-NBR                PIC S9(7) COMP-3 VALUE 0.    00020100
020200 01 WS-CAND-LAT                      PIC S9(3)V9(5) COMP-3        00020200
020300                                     VALUE 0.                     00020300
020400 01 WS-CAND-LON                      PIC S9(3)V9(5) COMP-3        00020400
020500                                     VALUE 0.                     00020500
020600 01 WS-CAND-PHARMACY-SW              PIC X(1)  VALUE SPACES.      00020600
020700    88 CAND-HAS-PHARMACY                      VALUE 'Y'.          00020700
020800 01 WS-CAND-FIPS-CD                  PIC X(5)  VALUE SPACES.      00020800
020900 01 WS-CAND-STAT-CD                  PIC X(1)  VALUE SPACES.      00020900
021000                                                                  00021000
021100* Distance work - same flat-earth math as MMMS0169.               00021100
021200 01 WS-DLAT-MI                       PIC S9(5)V9(5) COMP-3        00021200
021300                                     VALUE 0.                     00021300
021400 01 WS-DLON-MI                       PIC S9(5)V9(5) COMP-3        00021400
021500                                     VALUE 0.                     00021500
021600 01 WS-DIST-SQ                       PIC S9(11)V9(4) COMP-3       00021600
021700                                     VALUE 0.                     00021700
021800 01 WS-DIST-MI                       PIC S9(5)V9(1) COMP-3        00021800
021900                                     VALUE 0.                     00021900
022000 01 WS-TRIAL-MI                      PIC S9(5)V9(1) COMP-3        00022000
022100                                     VALUE 0.                     00022100
022200                                                                  00022200
022300 01 MMMS0168-HRS-RESOLVER            PIC X(8) VALUE 'MMMS0168'.   00022300
022400 01 MMMS0179-CNTY-RESOLVE            PIC X(8) VALUE 'MMMS0179'.   00022400
022500 COPY XXXN001A.                                                   00022500
022600 COPY MMMC0168.                                                   00022600
022700 COPY MMMC0179.                                                   00022700
022800 COPY YYYC0230.                                                   00022800
022900 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00022900
023000                                                                  00023000
023100 01 WS-HDG-LINE-1.                                                00023100
023200    05 FILLER PIC X(50) VALUE                                     00023200
023300       'MMMB2702 - DISASTER-IMPACT STORE CALL LIST'.              00023300
023400    05 FILLER PIC X(8)  VALUE 'EVENT - '.                         00023400
023500    05 WS-HDG-EVENT-NM               PIC X(12).                   00023500
023600    05 FILLER PIC X(2)  VALUE SPACES.                             00023600
023700    05 WS-HDG-EVENT-DESC             PIC X(40).                   00023700
023800 01 WS-AREA-LINE.                                                 00023800
023900    05 FILLER PIC X(7)  VALUE 'AREA - '.                          00023900
024000    05 WS-AL-TXT                     PIC X(100).                  00024000
024100 01 WS-AREA-PT-TXT.                                               00024100
024200    05 FILLER PIC X(10) VALUE 'WITHIN '.                          00024200
024300    05 WS-AP-RADIUS-MI               PIC ZZ9.                     00024300
024400    05 FILLER PIC X(10) VALUE ' MILES OF '.                       00024400
024500    05 WS-AP-LAT                     PIC -ZZ9.99999.              00024500
024600    05 FILLER PIC X(2)  VALUE ', '.                               00024600
024700    05 WS-AP-LON                     PIC -ZZ9.99999.              00024700
024800 01 WS-AREA-CY-TXT.                                               00024800
024900    05 WS-AC-FIPS-CD                 PIC X(5).                    00024900
025000    05 FILLER PIC X(2)  VALUE SPACES.                             00025000
025100    05 WS-AC-CNTY-TXT                PIC X(30).                   00025100
025200    05 FILLER PIC X(1)  VALUE SPACES.                             00025200
025300    05 WS-AC-STATE-CD                PIC X(2).                    00025300
025400 01 WS-HDG-LINE-2.                                                00025400
025500    05 FILLER PIC X(40) VALUE                                     00025500
025600       '    STORE  NAME'.                                         00025600
025700    05 FILLER PIC X(40) VALUE                                     00025700
025800       '                CITY'.                                    00025800
025900    05 FILLER PIC X(40) VALUE                                     00025900
026000       '              ST   MILES  RX  HOURS'.                     00026000
026100    05 FILLER PIC X(12) VALUE                                     00026100
026200       '    STATUS'.                                              00026200
026300 01 WS-STORE-LINE.                                                00026300
026400    05 WS-SL-STORE-NO                PIC Z(8)9.                   00026400
026500    05 FILLER                        PIC X(2) VALUE SPACES.       00026500
026600    05 WS-SL-STORE-NM                PIC X(30).                   00026600
026700    05 FILLER                        PIC X(2) VALUE SPACES.       00026700
026800    05 WS-SL-CITY                    PIC X(30).                   00026800
026900    05 FILLER                        PIC X(1) VALUE SPACES.       00026900
027000    05 WS-SL-STATE-CD                PIC X(2).                    00027000
027100    05 FILLER                        PIC X(2) VALUE SPACES.       00027100
027200    05 WS-SL-MILES                   PIC ZZZ9.9.                  00027200
027300    05 FILLER                        PIC X(2) VALUE SPACES.       00027300
027400    05 WS-SL-PHARMACY                PIC X(3).                    00027400
027500    05 FILLER                        PIC X(1) VALUE SPACES.       00027500
027600    05 WS-SL-HOURS                   PIC X(13).                   00027600
027700    05 FILLER                        PIC X(2) VALUE SPACES.       00027700
027800    05 WS-SL-STATUS                  PIC X(8).                    00027800
027900 01 WS-STORE-LINE-2.                                              00027900
028000    05 FILLER                        PIC X(11) VALUE SPACES.      00028000
028100    05 WS-SL2-ADR-1                  PIC X(30).                   00028100
028200    05 FILLER                        PIC X(2) VALUE SPACES.       00028200
028300    05 WS-SL2-CNTY-TXT               PIC X(30).                   00028300
028400    05 FILLER                        PIC X(3) VALUE SPACES.       00028400
028500    05 FILLER PIC X(7) VALUE 'STORE  '.                           00028500
028600    05 WS-SL2-AREA-CD                PIC 999.                     00028600
028700    05 FILLER                        PIC X(1) VALUE SPACES.       00028700
028800    05 WS-SL2-PHONE-NBR              PIC 9999999.                 00028800
028900 01 WS-CNTCT-LINE.                                                00028900
029000    05 FILLER                        PIC X(13) VALUE SPACES.      00029000
029100    05 WS-KL-RANK-NBR                PIC Z9.                      00029100
029200    05 FILLER                        PIC X(2) VALUE SPACES.       00029200
029300    05 WS-KL-CNTCT-NM                PIC X(30).                   00029300
029400    05 FILLER                        PIC X(1) VALUE SPACES.       00029400
029500    05 WS-KL-ROLE-CD                 PIC X(10).                   00029500
029600    05 FILLER                        PIC X(1) VALUE SPACES.       00029600
029700    05 WS-KL-AREA-CD                 PIC 999.                     00029700
029800    05 FILLER                        PIC X(1) VALUE SPACES.       00029800
029900    05 WS-KL-PHONE-NBR               PIC 9999999.                 00029900
030000 01 WS-NO-CNTCT-LINE.                                             00030000
030100    05 FILLER                        PIC X(13) VALUE SPACES.      00030100
030200    05 FILLER PIC X(40) VALUE                                     00030200
030300       '*** NO CURRENT EMERGENCY CONTACT ***'.                    00030300
030400 01 WS-HDG-LINE-3.                                                00030400
030500    05 FILLER PIC X(40) VALUE                                     00030500
030600       'OPEN STORES THAT COULD NOT BE PLACED'.                    00030600
030700 01 WS-UNPLACED-LINE.                                             00030700
030800    05 WS-UL-STORE-NO                PIC Z(8)9.                   00030800
030900    05 FILLER                        PIC X(2) VALUE SPACES.       00030900
031000    05 WS-UL-STORE-NM                PIC X(30).                   00031000
031100    05 FILLER                        PIC X(2) VALUE SPACES.       00031100
031200    05 WS-UL-CITY                    PIC X(30).                   00031200
031300    05 FILLER                        PIC X(1) VALUE SPACES.       00031300
031400    05 WS-UL-STATE-CD                PIC X(2).                    00031400
031500    05 FILLER                        PIC X(2) VALUE SPACES.       00031500
031600    05 WS-UL-REASON                  PIC X(40).                   00031600
031700                                                                  00031700
031800* The stores that could not be placed, printed at the end.        00031800
031900 01 K-MAX-UNPLACED                   PIC S9(4) COMP VALUE 500.    00031900
032000 01 WS-UNPLACED-TABLE.                                            00032000
032100    05 WS-UNPLACED-TXT OCCURS 500 TIMES PIC X(118).               00032100
032200 01 WS-CNT-LINE.                                                  00032200
032300    05 WS-CNT-TXT                    PIC X(30).                   00032300
032400    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00032400
032500                                                                  00032500
032600* ----------------------------------------------------------------00032600
032700* DB2 stuff...                                                    00032700
032800* ----------------------------------------------------------------00032800
032900     EXEC SQL                                                     00032900
033000       INCLUDE SQLCA                                              00033000
033100     END-EXEC                                                     00033100
033200                                                                  00033200
033300     EXEC SQL                                                     00033300
033400       INCLUDE DDDTDV01                                           00033400
033500     END-EXEC                                                     00033500
033600                                                                  00033600
033700     EXEC SQL                                                     00033700
033800       INCLUDE DDDTDY01                                           00033800
033900     END-EXEC                                                     00033900
034000                                                                  00034000
034100     EXEC SQL                                                     00034100
034200       INCLUDE DDDTDS01                                           00034200
034300     END-EXEC                                                     00034300
034400                                                                  00034400
034500     EXEC SQL                                                     00034500
034600       INCLUDE DDDTCY01                                           00034600
034700     END-EXEC                                                     00034700
034800                                                                  00034800
034900     EXEC SQL                                                     00034900
035000       INCLUDE DDDTXC01                                           00035000
035100     END-EXEC                                                     00035100
035200                                                                  00035200
035300     EXEC SQL                                                     00035300
035400       DECLARE CNTY-CSR CURSOR FOR                                00035400
035500       SELECT DY_FIPS_CD, DY_STATE_CD, DY_CNTY_TXT                00035500
035600         FROM FC_XXXAIL_DSTR_CNTY                                 00035600
035700        WHERE DY_EVENT_NM = :WS-EVENT-NM                          00035700
035800        ORDER BY DY_STATE_CD, DY_CNTY_TXT                         00035800
035900     END-EXEC                                                     00035900
036000                                                                  00036000
036100* The open stores, with the geocode and the pharmacy flag off     00036100
036200* the XXXAIL_LOC row when there is one.                           00036200
036300     EXEC SQL                                                     00036300
036400       DECLARE STORE-CSR CURSOR FOR                               00036400
036500       SELECT F.FC_STORE_NO, L.LOC_NM, L.PRIM_ADR_1,              00036500
036600              L.PRIM_CITY, L.PRIM_STATE_CD,                       00036600
036700              COALESCE(L.PRIM_CNTY_TXT, ' '),                     00036700
036800              L.PRIM_AREA_CD, L.PRIM_PHONE_NBR,                   00036800
036900              CASE WHEN R.LAT_K <> 0 OR R.LON_K <> 0              00036900
037000                   THEN R.LAT_K                                   00037000
037100                   ELSE F.FC_RL_LATITUDE_K END,                   00037100
037200              CASE WHEN R.LAT_K <> 0 OR R.LON_K <> 0              00037200
037300                   THEN R.LON_K                                   00037300
037400                   ELSE F.FC_RL_LONGITUDE_K END,                  00037400
037500              CASE WHEN R.NABP_NBR > ' '                          00037500
037600                   THEN 'Y' ELSE 'N' END                          00037600
037700         FROM FC_XXXAIL_STORES F                                  00037700
037800              INNER JOIN XXXATION L                               00037800
037900                 ON L.LOC_TYP_CD = 'S '                           00037900
038000                AND L.LOC_NBR    = F.FC_STORE_NO                  00038000
038100              LEFT OUTER JOIN XXXAIL_LOC R                        00038100
038200                 ON R.LOC_TYP_CD = 'S '                           00038200
038300                AND R.LOC_NBR    = F.FC_STORE_NO                  00038300
038400        WHERE F.FC_RL_STATUS_CD = 'A'                             00038400
038500          AND ( F.FC_RL_CLOSING_DT  = '0001-01-01'                00038500
038600             OR F.FC_RL_CLOSING_DT >= CURRENT DATE )              00038600
038700        ORDER BY L.PRIM_STATE_CD, L.PRIM_CITY, F.FC_STORE_NO      00038700
038800     END-EXEC                                                     00038800
038900                                                                  00038900
039000     EXEC SQL                                                     00039000
039100       DECLARE CNTCT-CSR CURSOR FOR                               00039100
039200       SELECT XC_RANK_NBR, XC_CNTCT_NM, XC_ROLE_CD,               00039200
039300              XC_AREA_CD, XC_PHONE_NBR                            00039300
039400         FROM FC_XXXAIL_EMRG_CNTCT                                00039400
039500        WHERE XC_LOC_NBR    = :XC-LOC-NBR                         00039500
039600          AND XC_LOC_TYP_CD = 'S '                                00039600
039700          AND XC_EFF_DT <= CURRENT DATE                           00039700
039800          AND XC_END_DT >  CURRENT DATE                           00039800
039900        ORDER BY XC_RANK_NBR                                      00039900
040000     END-EXEC                                                     00040000
040100                                                                  00040100
040200 PROCEDURE DIVISION.                                              00040200
040300***************************************************************** 00040300
040400* Start of program main line.                                     00040400
040500***************************************************************** 00040500
040600 000-MAIN.                                                        00040600
040700     PERFORM 050-RUN-CNTL-START                                   00040700
040800     IF SQL-ERROR-DETECTED                                        00040800
040900       MOVE 8 TO RETURN-CODE                                      00040900
041000       GOBACK                                                     00041000
041100     END-IF                                                       00041100
041200     PERFORM 100-INITIALIZE                                       00041200
041300     IF SQL-NO-ERROR AND CARDS-OK                                 00041300
041400       PERFORM 150-SET-UP-THE-EVENT                               00041400
041500     END-IF                                                       00041500
041600     IF SQL-NO-ERROR AND CARDS-OK                                 00041600
041700       PERFORM 200-LOAD-THE-AREA                                  00041700
041800     END-IF                                                       00041800
041900     IF SQL-NO-ERROR AND CARDS-OK                                 00041900
042000       PERFORM 300-LIST-THE-STORES                                00042000
042100     END-IF                                                       00042100
042200     IF SQL-NO-ERROR AND CARDS-OK                                 00042200
042300       PERFORM 600-FINISH-THE-EVENT                               00042300
042400     END-IF                                                       00042400
042500     PERFORM 900-TERMINATE                                        00042500
042600     PERFORM 055-RUN-CNTL-END                                     00042600
042700     MOVE WS-RPT-RC TO RETURN-CODE                                00042700
042800     GOBACK                                                       00042800
042900     .                                                            00042900
043000                                                                  00043000
043100*================================================================ 00043100
043200* Initialization - the control cards, and the run's timestamp.    00043200
043300*================================================================ 00043300
043400 100-INITIALIZE.                                                  00043400
043500     OPEN INPUT  PARM-IN                                          00043500
043600     OPEN OUTPUT CALL-OUT                                         00043600
043700     OPEN OUTPUT CALL-RPT                                         00043700
043800     PERFORM 120-READ-NEXT-CARD                                   00043800
043900     PERFORM 130-TAKE-ONE-CARD                                    00043900
044000       UNTIL IS-EOF OR CARDS-REFUSED                              00044000
044100     CLOSE PARM-IN                                                00044100
044200     IF CARDS-OK AND WS-EVENT-NM = SPACES                         00044200
044300       SET CARDS-REFUSED TO TRUE                                  00044300
044400       MOVE 'AN EVENT CARD NAMING THE EVENT IS REQUIRED'          00044400
044500         TO WS-MSG-LINE                                           00044500
044600     END-IF                                                       00044600
044700                                                                  00044700
044800     EXEC SQL                                                     00044800
044900       SELECT CURRENT TIMESTAMP, CHAR(CURRENT DATE, ISO)          00044900
045000         INTO :WS-RUN-TS, :WS-TODAY-DT                            00045000
045100         FROM SYSIBM.SYSDUMMY1                                    00045100
045200     END-EXEC                                                     00045200
045300     IF SQLCODE NOT = 0                                           00045300
045400       SET SQL-ERROR-DETECTED TO TRUE                             00045400
045500       DISPLAY 'MMMB2702 - ERROR GETTING THE RUN TIMESTAMP, '     00045500
045600               'SQLCODE=' SQLCODE                                 00045600
045700     END-IF                                                       00045700
045800     .                                                            00045800
045900                                                                  00045900
046000 120-READ-NEXT-CARD.                                              00046000
046100     READ PARM-IN                                                 00046100
046200       AT END SET IS-EOF TO TRUE                                  00046200
046300     END-READ                                                     00046300
046400     .                                                            00046400
046500                                                                  00046500
046600 130-TAKE-ONE-CARD.                                               00046600
046700     ADD 1 TO WS-CARD-COUNT                                       00046700
046800     EVALUATE TRUE                                                00046800
046900       WHEN PARM-CARD-TYP = 'EVENT '                              00046900
047000        AND WS-CARD-COUNT = 1                                     00047000
047100        AND PARM-EVENT-NM NOT = SPACES                            00047100
047200         MOVE PARM-EVENT-NM   TO WS-EVENT-NM                      00047200
047300         MOVE PARM-EVENT-DESC TO WS-EVENT-DESC                    00047300
047400       WHEN WS-CARD-COUNT = 1                                     00047400
047500         SET CARDS-REFUSED TO TRUE                                00047500
047600         MOVE 'THE FIRST CARD MUST BE EVENT WITH THE EVENT NAME'  00047600
047700           TO WS-MSG-LINE                                         00047700
047800       WHEN PARM-CARD-TYP = 'COUNTY'                              00047800
047900         PERFORM 140-TAKE-COUNTY-CARD                             00047900
048000       WHEN PARM-CARD-TYP = 'POINT '                              00048000
048100         PERFORM 145-TAKE-POINT-CARD                              00048100
048200       WHEN OTHER                                                 00048200
048300         SET CARDS-REFUSED TO TRUE                                00048300
048400         MOVE SPACES TO WS-MSG-LINE                               00048400
048500         STRING 'CARD NOT RECOGNIZED - ' PARM-REC                 00048500
048600           DELIMITED BY SIZE INTO WS-MSG-LINE                     00048600
048700     END-EVALUATE                                                 00048700
048800     PERFORM 120-READ-NEXT-CARD                                   00048800
048900     .                                                            00048900
049000                                                                  00049000
049100 140-TAKE-COUNTY-CARD.                                            00049100
049200     EVALUATE TRUE                                                00049200
049300       WHEN NEW-AREA-BY-RADIUS                                    00049300
049400         SET CARDS-REFUSED TO TRUE                                00049400
049500         MOVE 'COUNTY AND POINT CARDS CANNOT BE MIXED'            00049500
049600           TO WS-MSG-LINE                                         00049600
049700       WHEN PARM-FIPS-CD NOT NUMERIC                              00049700
049800         SET CARDS-REFUSED TO TRUE                                00049800
049900         MOVE SPACES TO WS-MSG-LINE                               00049900
050000         STRING 'FIPS CODE NOT NUMERIC - ' PARM-REC               00050000
050100           DELIMITED BY SIZE INTO WS-MSG-LINE                     00050100
050200       WHEN WS-NUM-CNTYS >= K-MAX-CNTYS                           00050200
050300         SET CARDS-REFUSED TO TRUE                                00050300
050400         MOVE 'MORE THAN 200 COUNTY CARDS' TO WS-MSG-LINE         00050400
050500       WHEN OTHER                                                 00050500
050600         SET NEW-AREA-BY-COUNTY TO TRUE                           00050600
050700         ADD 1 TO WS-NUM-CNTYS                                    00050700
050800         MOVE PARM-FIPS-CD TO WS-CNTY-FIPS-CD (WS-NUM-CNTYS)      00050800
050900     END-EVALUATE                                                 00050900
051000     .                                                            00051000
051100                                                                  00051100
051200 145-TAKE-POINT-CARD.                                             00051200
051300     EVALUATE TRUE                                                00051300
051400       WHEN NOT NO-NEW-AREA                                       00051400
051500         SET CARDS-REFUSED TO TRUE                                00051500
051600         MOVE 'ONE POINT CARD, AND NO COUNTY CARDS WITH IT'       00051600
051700           TO WS-MSG-LINE                                         00051700
051800       WHEN PARM-LAT-INT  NOT NUMERIC                             00051800
051900         OR PARM-LAT-FRAC NOT NUMERIC                             00051900
052000         OR PARM-LON-INT  NOT NUMERIC                             00052000
052100         OR PARM-LON-FRAC NOT NUMERIC                             00052100
052200         OR PARM-RADIUS-MI NOT NUMERIC                            00052200
052300         OR PARM-RADIUS-MI = 0                                    00052300
052400         OR PARM-LAT-INT > 90                                     00052400
052500         OR PARM-LON-INT > 180                                    00052500
052600         SET CARDS-REFUSED TO TRUE                                00052600
052700         MOVE SPACES TO WS-MSG-LINE                               00052700
052800         STRING 'POINT CARD NOT VALID - ' PARM-REC                00052800
052900           DELIMITED BY SIZE INTO WS-MSG-LINE                     00052900
053000       WHEN OTHER                                                 00053000
053100         SET NEW-AREA-BY-RADIUS TO TRUE                           00053100
053200         COMPUTE WS-CENTER-LAT =                                  00053200
053300             PARM-LAT-INT + (PARM-LAT-FRAC / 100000)              00053300
053400         IF PARM-LAT-SIGN = '-'                                   00053400
053500           COMPUTE WS-CENTER-LAT = 0 - WS-CENTER-LAT              00053500
053600         END-IF                                                   00053600
053700         COMPUTE WS-CENTER-LON =                                  00053700
053800             PARM-LON-INT + (PARM-LON-FRAC / 100000)              00053800
053900         IF PARM-LON-SIGN = '-'                                   00053900
054000           COMPUTE WS-CENTER-LON = 0 - WS-CENTER-LON              00054000
054100         END-IF                                                   00054100
054200         MOVE PARM-RADIUS-MI TO WS-RADIUS-MI                      00054200
054300     END-EVALUATE                                                 00054300
054400     .                                                            00054400
054500                                                                  00054500
054600*================================================================ 00054600
054700* The event - added when new, its area replaced when the cards    00054700
054800* give one, otherwise the area on file is used.                   00054800
054900*================================================================ 00054900
055000 150-SET-UP-THE-EVENT.                                            00055000
055100     MOVE WS-EVENT-NM TO DV-EVENT-NM                              00055100
055200     EXEC SQL                                                     00055200
055300       SELECT DV_EVENT_DESC, DV_SEL_TYP_CD, DV_LATITUDE,          00055300
055400              DV_LONGITUDE, DV_RADIUS_MI, DV_STAT_CD              00055400
055500         INTO :DV-EVENT-DESC, :DV-SEL-TYP-CD, :DV-LATITUDE,       00055500
055600              :DV-LONGITUDE, :DV-RADIUS-MI, :DV-STAT-CD           00055600
055700         FROM FC_XXXAIL_DSTR_EVT                                  00055700
055800        WHERE DV_EVENT_NM = :DV-EVENT-NM                          00055800
055900     END-EXEC                                                     00055900
056000     EVALUATE TRUE                                                00056000
056100       WHEN SQLCODE = 0 AND DV-EVENT-CLOSED-OUT                   00056100
056200         SET CARDS-REFUSED TO TRUE                                00056200
056300         MOVE 'THE EVENT IS CLOSED OUT' TO WS-MSG-LINE            00056300
056400       WHEN SQLCODE = 0 AND NO-NEW-AREA                           00056400
056500        AND NOT DV-BY-COUNTY AND NOT DV-BY-RADIUS                 00056500
056600         SET CARDS-REFUSED TO TRUE                                00056600
056700         MOVE 'NO AREA ON FILE FOR THE EVENT AND NONE GIVEN'      00056700
056800           TO WS-MSG-LINE                                         00056800
056900       WHEN SQLCODE = 0                                           00056900
057000         IF WS-EVENT-DESC = SPACES                                00057000
057100           MOVE DV-EVENT-DESC TO WS-EVENT-DESC                    00057100
057200         END-IF                                                   00057200
057300         IF NOT NO-NEW-AREA                                       00057300
057400           PERFORM 160-CHECK-THE-COUNTIES                         00057400
057500           IF CARDS-OK AND SQL-NO-ERROR                           00057500
057600             PERFORM 170-REPLACE-THE-AREA                         00057600
057700           END-IF                                                 00057700
057800         END-IF                                                   00057800
057900       WHEN SQLCODE = 100 AND NO-NEW-AREA                         00057900
058000         SET CARDS-REFUSED TO TRUE                                00058000
058100         MOVE 'EVENT NOT ON FILE - COUNTY OR POINT CARDS NEEDED'  00058100
058200           TO WS-MSG-LINE                                         00058200
058300       WHEN SQLCODE = 100                                         00058300
058400         PERFORM 160-CHECK-THE-COUNTIES                           00058400
058500         IF CARDS-OK AND SQL-NO-ERROR                             00058500
058600           PERFORM 165-ADD-THE-EVENT                              00058600
058700         END-IF                                                   00058700
058800         IF CARDS-OK AND SQL-NO-ERROR                             00058800
058900           PERFORM 170-REPLACE-THE-AREA                           00058900
059000         END-IF                                                   00059000
059100       WHEN OTHER                                                 00059100
059200         SET SQL-ERROR-DETECTED TO TRUE                           00059200
059300         DISPLAY 'MMMB2702 - ERROR READING FC_XXXAIL_DSTR_EVT, '  00059300
059400                 'SQLCODE=' SQLCODE                               00059400
059500     END-EVALUATE                                                 00059500
059600     MOVE WS-EVENT-NM   TO WS-HDG-EVENT-NM                        00059600
059700     MOVE WS-EVENT-DESC TO WS-HDG-EVENT-DESC                      00059700
059800     .                                                            00059800
059900                                                                  00059900
060000* Every COUNTY card's FIPS code must be on the county reference.  00060000
060100 160-CHECK-THE-COUNTIES.                                          00060100
060200     PERFORM VARYING I FROM 1 BY 1                                00060200
060300     UNTIL I > WS-NUM-CNTYS OR CARDS-REFUSED                      00060300
060400        OR SQL-ERROR-DETECTED                                     00060400
060500       MOVE WS-CNTY-FIPS-CD (I) TO CY-FIPS-CD                     00060500
060600       EXEC SQL                                                   00060600
060700         SELECT CY_STATE_CD, CY_CNTY_TXT                          00060700
060800           INTO :CY-STATE-CD, :CY-CNTY-TXT                        00060800
060900           FROM FC_XXXAIL_CNTY_REF                                00060900
061000          WHERE CY_FIPS_CD = :CY-FIPS-CD                          00061000
061100       END-EXEC                                                   00061100
061200       EVALUATE SQLCODE                                           00061200
061300         WHEN 0                                                   00061300
061400           MOVE CY-STATE-CD TO WS-CNTY-STATE-CD (I)               00061400
061500           MOVE CY-CNTY-TXT TO WS-CNTY-TXT (I)                    00061500
061600         WHEN 100                                                 00061600
061700           SET CARDS-REFUSED TO TRUE                              00061700
061800           MOVE SPACES TO WS-MSG-LINE                             00061800
061900           STRING 'FIPS CODE ' CY-FIPS-CD                         00061900
062000                  ' IS NOT ON FC_XXXAIL_CNTY_REF'                 00062000
062100             DELIMITED BY SIZE INTO WS-MSG-LINE                   00062100
062200         WHEN OTHER                                               00062200
062300           SET SQL-ERROR-DETECTED TO TRUE                         00062300
062400           DISPLAY 'MMMB2702 - ERROR READING FC_XXXAIL_CNTY_REF'  00062400
062500                   ', SQLCODE=' SQLCODE                           00062500
062600       END-EVALUATE                                               00062600
062700     END-PERFORM                                                  00062700
062800     .                                                            00062800
062900                                                                  00062900
063000 165-ADD-THE-EVENT.                                               00063000
063100     MOVE WS-EVENT-DESC TO DV-EVENT-DESC                          00063100
063200     EXEC SQL                                                     00063200
063300       INSERT INTO FC_XXXAIL_DSTR_EVT                             00063300
063400          ( DV_EVENT_NM, DV_EVENT_DESC, DV_SEL_TYP_CD,            00063400
063500            DV_LATITUDE, DV_LONGITUDE, DV_RADIUS_MI,              00063500
063600            DV_STAT_CD, DV_CREATE_TS, DV_LIST_TS,                 00063600
063700            DV_STORE_CNT )                                        00063700
063800       VALUES                                                     00063800
063900          ( :DV-EVENT-NM, :DV-EVENT-DESC, ' ',                    00063900
064000            0, 0, 0,                                              00064000
064100            'O', :WS-RUN-TS, :WS-ZERO-TS,                         00064100
064200            0 )                                                   00064200
064300     END-EXEC                                                     00064300
064400     IF SQLCODE NOT = 0                                           00064400
064500       SET SQL-ERROR-DETECTED TO TRUE                             00064500
064600       DISPLAY 'MMMB2702 - ERROR ADDING FC_XXXAIL_DSTR_EVT, '     00064600
064700               'SQLCODE=' SQLCODE                                 00064700
064800     END-IF                                                       00064800
064900     .                                                            00064900
065000                                                                  00065000
065100* The area off the cards onto the event and its county rows.      00065100
065200 170-REPLACE-THE-AREA.                                            00065200
065300     MOVE WS-NEW-AREA-SW TO DV-SEL-TYP-CD                         00065300
065400     MOVE WS-CENTER-LAT  TO DV-LATITUDE                           00065400
065500     MOVE WS-CENTER-LON  TO DV-LONGITUDE                          00065500
065600     MOVE WS-RADIUS-MI   TO DV-RADIUS-MI                          00065600
065700     MOVE WS-EVENT-DESC  TO DV-EVENT-DESC                         00065700
065800     EXEC SQL                                                     00065800
065900       UPDATE FC_XXXAIL_DSTR_EVT                                  00065900
066000          SET DV_EVENT_DESC = :DV-EVENT-DESC,                     00066000
066100              DV_SEL_TYP_CD = :DV-SEL-TYP-CD,                     00066100
066200              DV_LATITUDE   = :DV-LATITUDE,                       00066200
066300              DV_LONGITUDE  = :DV-LONGITUDE,                      00066300
066400              DV_RADIUS_MI  = :DV-RADIUS-MI                       00066400
066500        WHERE DV_EVENT_NM = :DV-EVENT-NM                          00066500
066600     END-EXEC                                                     00066600
066700     IF SQLCODE NOT = 0                                           00066700
066800       SET SQL-ERROR-DETECTED TO TRUE                             00066800
066900       DISPLAY 'MMMB2702 - ERROR UPDATING FC_XXXAIL_DSTR_EVT, '   00066900
067000               'SQLCODE=' SQLCODE                                 00067000
067100     END-IF                                                       00067100
067200     IF SQL-NO-ERROR                                              00067200
067300       EXEC SQL                                                   00067300
067400         DELETE FROM FC_XXXAIL_DSTR_CNTY                          00067400
067500          WHERE DY_EVENT_NM = :DV-EVENT-NM                        00067500
067600       END-EXEC                                                   00067600
067700       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00067700
067800         SET SQL-ERROR-DETECTED TO TRUE                           00067800
067900         DISPLAY 'MMMB2702 - ERROR CLEARING FC_XXXAIL_DSTR_CNTY'  00067900
068000                 ', SQLCODE=' SQLCODE                             00068000
068100       END-IF                                                     00068100
068200     END-IF                                                       00068200
068300     MOVE WS-EVENT-NM TO DY-EVENT-NM                              00068300
068400     PERFORM VARYING I FROM 1 BY 1                                00068400
068500     UNTIL I > WS-NUM-CNTYS OR SQL-ERROR-DETECTED                 00068500
068600       MOVE WS-CNTY-FIPS-CD (I)  TO DY-FIPS-CD                    00068600
068700       MOVE WS-CNTY-STATE-CD (I) TO DY-STATE-CD                   00068700
068800       MOVE WS-CNTY-TXT (I)      TO DY-CNTY-TXT                   00068800
068900       EXEC SQL                                                   00068900
069000         INSERT INTO FC_XXXAIL_DSTR_CNTY                          00069000
069100            ( DY_EVENT_NM, DY_FIPS_CD, DY_STATE_CD,               00069100
069200              DY_CNTY_TXT )                                       00069200
069300         VALUES                                                   00069300
069400            ( :DY-EVENT-NM, :DY-FIPS-CD, :DY-STATE-CD,            00069400
069500              :DY-CNTY-TXT )                                      00069500
069600       END-EXEC                                                   00069600
069700       IF SQLCODE NOT = 0 AND SQLCODE NOT = -803                  00069700
069800         SET SQL-ERROR-DETECTED TO TRUE                           00069800
069900         DISPLAY 'MMMB2702 - ERROR ADDING FC_XXXAIL_DSTR_CNTY, '  00069900
070000                 'SQLCODE=' SQLCODE                               00070000
070100       END-IF                                                     00070100
070200     END-PERFORM                                                  00070200
070300     .                                                            00070300
070400                                                                  00070400
070500*================================================================ 00070500
070600* The area as it now stands on file, for the listing and the      00070600
070700* report heading.                                                 00070700
070800*================================================================ 00070800
070900 200-LOAD-THE-AREA.                                               00070900
071000     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00071000
071100     MOVE WS-EVENT-NM TO DV-EVENT-NM                              00071100
071200     EXEC SQL                                                     00071200
071300       SELECT DV_SEL_TYP_CD, DV_LATITUDE, DV_LONGITUDE,           00071300
071400              DV_RADIUS_MI                                        00071400
071500         INTO :DV-SEL-TYP-CD, :DV-LATITUDE, :DV-LONGITUDE,        00071500
071600              :DV-RADIUS-MI                                       00071600
071700         FROM FC_XXXAIL_DSTR_EVT                                  00071700
071800        WHERE DV_EVENT_NM = :DV-EVENT-NM                          00071800
071900     END-EXEC                                                     00071900
072000     IF SQLCODE NOT = 0                                           00072000
072100       SET SQL-ERROR-DETECTED TO TRUE                             00072100
072200       DISPLAY 'MMMB2702 - ERROR READING FC_XXXAIL_DSTR_EVT, '    00072200
072300               'SQLCODE=' SQLCODE                                 00072300
072400     END-IF                                                       00072400
072500     IF SQL-NO-ERROR AND DV-BY-RADIUS                             00072500
072600       MOVE DV-LATITUDE  TO WS-CENTER-LAT                         00072600
072700       MOVE DV-LONGITUDE TO WS-CENTER-LON                         00072700
072800       MOVE DV-RADIUS-MI TO WS-RADIUS-MI                          00072800
072900       COMPUTE WS-RADIUS-SQ = WS-RADIUS-MI * WS-RADIUS-MI         00072900
073000       MOVE WS-RADIUS-MI  TO WS-AP-RADIUS-MI                      00073000
073100       MOVE WS-CENTER-LAT TO WS-AP-LAT                            00073100
073200       MOVE WS-CENTER-LON TO WS-AP-LON                            00073200
073300       MOVE WS-AREA-PT-TXT TO WS-AL-TXT                           00073300
073400       WRITE RPT-LINE FROM WS-AREA-LINE                           00073400
073500     END-IF                                                       00073500
073600     IF SQL-NO-ERROR AND DV-BY-COUNTY                             00073600
073700       PERFORM 220-LOAD-THE-COUNTIES                              00073700
073800     END-IF                                                       00073800
073900     WRITE RPT-LINE FROM SPACES                                   00073900
074000     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00074000
074100     .                                                            00074100
074200                                                                  00074200
074300 220-LOAD-THE-COUNTIES.                                           00074300
074400     MOVE 0 TO WS-NUM-CNTYS                                       00074400
074500     EXEC SQL                                                     00074500
074600       OPEN CNTY-CSR                                              00074600
074700     END-EXEC                                                     00074700
074800     IF SQLCODE NOT = 0                                           00074800
074900       SET SQL-ERROR-DETECTED TO TRUE                             00074900
075000       DISPLAY 'MMMB2702 - ERROR OPENING CNTY-CSR, SQLCODE='      00075000
075100               SQLCODE                                            00075100
075200     ELSE                                                         00075200
075300       PERFORM 230-FETCH-NEXT-COUNTY                              00075300
075400       PERFORM UNTIL SQLCODE NOT = 0                              00075400
075500         IF WS-NUM-CNTYS < K-MAX-CNTYS                            00075500
075600           ADD 1 TO WS-NUM-CNTYS                                  00075600
075700           MOVE DY-FIPS-CD  TO WS-CNTY-FIPS-CD (WS-NUM-CNTYS)     00075700
075800           MOVE DY-STATE-CD TO WS-CNTY-STATE-CD (WS-NUM-CNTYS)    00075800
075900           MOVE DY-CNTY-TXT TO WS-CNTY-TXT (WS-NUM-CNTYS)         00075900
076000           MOVE DY-FIPS-CD  TO WS-AC-FIPS-CD                      00076000
076100           MOVE DY-CNTY-TXT TO WS-AC-CNTY-TXT                     00076100
076200           MOVE DY-STATE-CD TO WS-AC-STATE-CD                     00076200
076300           MOVE WS-AREA-CY-TXT TO WS-AL-TXT                       00076300
076400           WRITE RPT-LINE FROM WS-AREA-LINE                       00076400
076500         END-IF                                                   00076500
076600         PERFORM 230-FETCH-NEXT-COUNTY                            00076600
076700       END-PERFORM                                                00076700
076800       IF SQLCODE = 100                                           00076800
076900         MOVE 0 TO SQLCODE                                        00076900
077000       END-IF                                                     00077000
077100       EXEC SQL                                                   00077100
077200         CLOSE CNTY-CSR                                           00077200
077300       END-EXEC                                                   00077300
077400       MOVE 0 TO SQLCODE                                          00077400
077500     END-IF                                                       00077500
077600     .                                                            00077600
077700                                                                  00077700
077800 230-FETCH-NEXT-COUNTY.                                           00077800
077900     EXEC SQL                                                     00077900
078000       FETCH CNTY-CSR                                             00078000
078100         INTO :DY-FIPS-CD, :DY-STATE-CD, :DY-CNTY-TXT             00078100
078200     END-EXEC                                                     00078200
078300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00078300
078400       SET SQL-ERROR-DETECTED       TO TRUE                       00078400
078500       DISPLAY 'MMMB2702 - ERROR FETCHING CNTY-CSR, SQLCODE='     00078500
078600               SQLCODE                                            00078600
078700     END-IF                                                       00078700
078800     .                                                            00078800
078900                                                                  00078900
079000*================================================================ 00079000
079100* The open stores through the area.  The event's store rows are   00079100
079200* marked out of the area first; each store listed marks its       00079200
079300* row back in.                                                    00079300
079400*================================================================ 00079400
079500 300-LIST-THE-STORES.                                             00079500
079600     MOVE WS-EVENT-NM TO DS-EVENT-NM                              00079600
079700     EXEC SQL                                                     00079700
079800       UPDATE FC_XXXAIL_DSTR_STR                                  00079800
079900          SET DS_IN_AREA_SW = 'N'                                 00079900
080000        WHERE DS_EVENT_NM = :DS-EVENT-NM                          00080000
080100     END-EXEC                                                     00080100
080200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00080200
080300       SET SQL-ERROR-DETECTED TO TRUE                             00080300
080400       DISPLAY 'MMMB2702 - ERROR MARKING FC_XXXAIL_DSTR_STR, '    00080400
080500               'SQLCODE=' SQLCODE                                 00080500
080600     END-IF                                                       00080600
080700     IF SQL-NO-ERROR                                              00080700
080800       EXEC SQL                                                   00080800
080900         OPEN STORE-CSR                                           00080900
081000       END-EXEC                                                   00081000
081100       IF SQLCODE NOT = 0                                         00081100
081200         SET SQL-ERROR-DETECTED TO TRUE                           00081200
081300         DISPLAY 'MMMB2702 - ERROR OPENING STORE-CSR, SQLCODE='   00081300
081400                 SQLCODE                                          00081400
081500       ELSE                                                       00081500
081600         PERFORM 320-FETCH-NEXT-STORE                             00081600
081700         PERFORM UNTIL SQLCODE NOT = 0                            00081700
081800           PERFORM 340-PLACE-THE-STORE                            00081800
081900           IF STORE-IN-AREA AND SQL-NO-ERROR                      00081900
082000             PERFORM 400-LIST-ONE-STORE                           00082000
082100           END-IF                                                 00082100
082200           IF SQL-NO-ERROR                                        00082200
082300             PERFORM 320-FETCH-NEXT-STORE                         00082300
082400           END-IF                                                 00082400
082500         END-PERFORM                                              00082500
082600         IF SQLCODE = 100                                         00082600
082700           MOVE 0 TO SQLCODE                                      00082700
082800         END-IF                                                   00082800
082900         EXEC SQL                                                 00082900
083000           CLOSE STORE-CSR                                        00083000
083100         END-EXEC                                                 00083100
083200         MOVE 0 TO SQLCODE                                        00083200
083300       END-IF                                                     00083300
083400     END-IF                                                       00083400
083500     .                                                            00083500
083600                                                                  00083600
083700 320-FETCH-NEXT-STORE.                                            00083700
083800     EXEC SQL                                                     00083800
083900       FETCH STORE-CSR                                            00083900
084000         INTO :WS-CAND-STORE-NO, :WS-CAND-STORE-NM,               00084000
084100              :WS-CAND-ADR-1, :WS-CAND-CITY,                      00084100
084200              :WS-CAND-STATE-CD, :WS-CAND-CNTY-TXT,               00084200
084300              :WS-CAND-AREA-CD, :WS-CAND-PHONE-NBR,               00084300
084400              :WS-CAND-LAT, :WS-CAND-LON,                         00084400
084500              :WS-CAND-PHARMACY-SW                                00084500
084600     END-EXEC                                                     00084600
084700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00084700
084800       SET SQL-ERROR-DETECTED       TO TRUE                       00084800
084900       DISPLAY 'MMMB2702 - ERROR FETCHING STORE-CSR, SQLCODE='    00084900
085000               SQLCODE                                            00085000
085100     END-IF                                                       00085100
085200     .                                                            00085200
085300                                                                  00085300
085400* In the area or not.  A store that cannot be placed - no         00085400
085500* geocode for a radius, or in one of the event's states with a    00085500
085600* county text that does not resolve - is reported, since it       00085600
085700* may well be in the path.                                        00085700
085800 340-PLACE-THE-STORE.                                             00085800
085900     SET STORE-NOT-IN-AREA TO TRUE                                00085900
086000     MOVE SPACES TO WS-CAND-FIPS-CD                               00086000
086100     MOVE 0      TO WS-DIST-MI                                    00086100
086200     IF DV-BY-RADIUS                                              00086200
086300       PERFORM 350-CHECK-THE-RADIUS                               00086300
086400     ELSE                                                         00086400
086500       PERFORM 360-CHECK-THE-COUNTY                               00086500
086600     END-IF                                                       00086600
086700     .                                                            00086700
086800                                                                  00086800
086900 350-CHECK-THE-RADIUS.                                            00086900
087000     IF WS-CAND-LAT = 0 AND WS-CAND-LON = 0                       00087000
087100       MOVE 'NO GEOCODE - DISTANCE UNKNOWN' TO WS-UL-REASON       00087100
087200       PERFORM 380-REPORT-UNPLACED                                00087200
087300     ELSE                                                         00087300
087400       COMPUTE WS-DLAT-MI =                                       00087400
087500           (WS-CAND-LAT - WS-CENTER-LAT) * 69                     00087500
087600       COMPUTE WS-DLON-MI =                                       00087600
087700           (WS-CAND-LON - WS-CENTER-LON) * 54                     00087700
087800       IF  WS-DLAT-MI NOT > WS-RADIUS-MI                          00087800
087900       AND WS-DLAT-MI NOT < 0 - WS-RADIUS-MI                      00087900
088000       AND WS-DLON-MI NOT > WS-RADIUS-MI                          00088000
088100       AND WS-DLON-MI NOT < 0 - WS-RADIUS-MI                      00088100
088200         COMPUTE WS-DIST-SQ =                                     00088200
088300             (WS-DLAT-MI * WS-DLAT-MI)                            00088300
088400           + (WS-DLON-MI * WS-DLON-MI)                            00088400
088500         IF WS-DIST-SQ NOT > WS-RADIUS-SQ                         00088500
088600           SET STORE-IN-AREA TO TRUE                              00088600
088700           PERFORM 370-SQUARE-ROOT                                00088700
088800         END-IF                                                   00088800
088900       END-IF                                                     00088900
089000     END-IF                                                       00089000
089100     .                                                            00089100
089200                                                                  00089200
089300 360-CHECK-THE-COUNTY.                                            00089300
089400     PERFORM VARYING I FROM 1 BY 1                                00089400
089500     UNTIL I > WS-NUM-CNTYS                                       00089500
089600        OR WS-CNTY-STATE-CD (I) = WS-CAND-STATE-CD                00089600
089700       CONTINUE                                                   00089700
089800     END-PERFORM                                                  00089800
089900     IF I NOT > WS-NUM-CNTYS                                      00089900
090000       INITIALIZE XXXN001A                                        00090000
090100                  MMMC0179                                        00090100
090200       MOVE WS-CAND-STATE-CD TO MMMC0179-STATE-CD                 00090200
090300       MOVE WS-CAND-CNTY-TXT TO MMMC0179-CNTY-TXT                 00090300
090400       CALL MMMS0179-CNTY-RESOLVE USING                           00090400
090500           XXXN001A                                               00090500
090600           MMMC0179                                               00090600
090700       IF SUCCESS AND MMMC0179-CNTY-RESOLVED                      00090700
090800         MOVE MMMC0179-FIPS-CD TO WS-CAND-FIPS-CD                 00090800
090900         PERFORM VARYING I FROM 1 BY 1                            00090900
091000         UNTIL I > WS-NUM-CNTYS                                   00091000
091100            OR WS-CNTY-FIPS-CD (I) = WS-CAND-FIPS-CD              00091100
091200           CONTINUE                                               00091200
091300         END-PERFORM                                              00091300
091400         IF I NOT > WS-NUM-CNTYS                                  00091400
091500           SET STORE-IN-AREA TO TRUE                              00091500
091600         END-IF                                                   00091600
091700       ELSE                                                       00091700
091800         MOVE 'COUNTY TEXT DOES NOT RESOLVE' TO WS-UL-REASON      00091800
091900         PERFORM 380-REPORT-UNPLACED                              00091900
092000         INITIALIZE XXXN001A                                      00092000
092100       END-IF                                                     00092100
092200     END-IF                                                       00092200
092300     .                                                            00092300
092400                                                                  00092400
092500* Square root by narrowing - whole miles first, then refined      00092500
092600* to the tenth of a mile, same as MMMS0169.                       00092600
092700 370-SQUARE-ROOT.                                                 00092700
092800     MOVE 0 TO WS-DIST-MI                                         00092800
092900     PERFORM UNTIL (WS-DIST-MI * WS-DIST-MI) > WS-DIST-SQ         00092900
093000                OR WS-DIST-MI > 9999                              00093000
093100       ADD 1 TO WS-DIST-MI                                        00093100
093200     END-PERFORM                                                  00093200
093300     IF WS-DIST-MI > 0                                            00093300
093400       SUBTRACT 1 FROM WS-DIST-MI                                 00093400
093500     END-IF                                                       00093500
093600     COMPUTE WS-TRIAL-MI = WS-DIST-MI + 0.1                       00093600
093700     PERFORM UNTIL (WS-TRIAL-MI * WS-TRIAL-MI) > WS-DIST-SQ       00093700
093800                OR WS-DIST-MI > 9999                              00093800
093900       MOVE WS-TRIAL-MI TO WS-DIST-MI                             00093900
094000       COMPUTE WS-TRIAL-MI = WS-DIST-MI + 0.1                     00094000
094100     END-PERFORM                                                  00094100
094200     .                                                            00094200
094300                                                                  00094300
094400* Held back and printed after the call list.                      00094400
094500 380-REPORT-UNPLACED.                                             00094500
094600     ADD 1 TO WS-UNPLACED-COUNT                                   00094600
094700     MOVE WS-CAND-STORE-NO TO WS-UL-STORE-NO                      00094700
094800     MOVE WS-CAND-STORE-NM TO WS-UL-STORE-NM                      00094800
094900     MOVE WS-CAND-CITY     TO WS-UL-CITY                          00094900
095000     MOVE WS-CAND-STATE-CD TO WS-UL-STATE-CD                      00095000
095100     IF WS-UNPLACED-COUNT <= K-MAX-UNPLACED                       00095100
095200       MOVE WS-UNPLACED-LINE                                      00095200
095300         TO WS-UNPLACED-TXT (WS-UNPLACED-COUNT)                   00095300
095400     END-IF                                                       00095400
095500     .                                                            00095500
095600                                                                  00095600
095700*================================================================ 00095700
095800* One store in the area - its event row, today's hours, and       00095800
095900* its lines on the call list.                                     00095900
096000*================================================================ 00096000
096100 400-LIST-ONE-STORE.                                              00096100
096200     ADD 1 TO WS-LISTED-COUNT                                     00096200
096300     IF CAND-HAS-PHARMACY                                         00096300
096400       ADD 1 TO WS-PHARMACY-COUNT                                 00096400
096500     END-IF                                                       00096500
096600     PERFORM 410-SAVE-THE-STORE                                   00096600
096700     IF SQL-NO-ERROR                                              00096700
096800       PERFORM 420-GET-THE-HOURS                                  00096800
096900       PERFORM 430-WRITE-THE-STORE                                00096900
097000       PERFORM 440-WRITE-THE-CONTACTS                             00097000
097100     END-IF                                                       00097100
097200     .                                                            00097200
097300                                                                  00097300
097400* A store already on the event keeps what was keyed on it.        00097400
097500 410-SAVE-THE-STORE.                                              00097500
097600     MOVE WS-EVENT-NM      TO DS-EVENT-NM                         00097600
097700     MOVE WS-CAND-STORE-NO TO DS-LOC-NBR                          00097700
097800     MOVE 'S '             TO DS-LOC-TYP-CD                       00097800
097900     MOVE WS-CAND-FIPS-CD  TO DS-FIPS-CD                          00097900
098000     MOVE WS-DIST-MI       TO DS-DIST-MI                          00098000
098100     EXEC SQL                                                     00098100
098200       SELECT DS_STAT_CD                                          00098200
098300         INTO :DS-STAT-CD                                         00098300
098400         FROM FC_XXXAIL_DSTR_STR                                  00098400
098500        WHERE DS_EVENT_NM   = :DS-EVENT-NM                        00098500
098600          AND DS_LOC_NBR    = :DS-LOC-NBR                         00098600
098700          AND DS_LOC_TYP_CD = :DS-LOC-TYP-CD                      00098700
098800     END-EXEC                                                     00098800
098900     EVALUATE SQLCODE                                             00098900
099000       WHEN 0                                                     00099000
099100         EXEC SQL                                                 00099100
099200           UPDATE FC_XXXAIL_DSTR_STR                              00099200
099300              SET DS_IN_AREA_SW = 'Y',                            00099300
099400                  DS_FIPS_CD    = :DS-FIPS-CD,                    00099400
099500                  DS_DIST_MI    = :DS-DIST-MI                     00099500
099600            WHERE DS_EVENT_NM   = :DS-EVENT-NM                    00099600
099700              AND DS_LOC_NBR    = :DS-LOC-NBR                     00099700
099800              AND DS_LOC_TYP_CD = :DS-LOC-TYP-CD                  00099800
099900         END-EXEC                                                 00099900
100000       WHEN 100                                                   00100000
100100         ADD 1 TO WS-NEW-COUNT                                    00100100
100200         SET DS-STORE-AFFECTED TO TRUE                            00100200
100300         EXEC SQL                                                 00100300
100400           INSERT INTO FC_XXXAIL_DSTR_STR                         00100400
100500              ( DS_EVENT_NM, DS_LOC_NBR, DS_LOC_TYP_CD,           00100500
100600                DS_FIPS_CD, DS_DIST_MI, DS_IN_AREA_SW,            00100600
100700                DS_STAT_CD, DS_ADDED_TS, DS_CLOSED_TS,            00100700
100800                DS_REOPEN_TS )                                    00100800
100900           VALUES                                                 00100900
101000              ( :DS-EVENT-NM, :DS-LOC-NBR, :DS-LOC-TYP-CD,        00101000
101100                :DS-FIPS-CD, :DS-DIST-MI, 'Y',                    00101100
101200                :DS-STAT-CD, :WS-RUN-TS, :WS-ZERO-TS,             00101200
101300                :WS-ZERO-TS )                                     00101300
101400         END-EXEC                                                 00101400
101500     END-EVALUATE                                                 00101500
101600     IF SQLCODE NOT = 0                                           00101600
101700       SET SQL-ERROR-DETECTED TO TRUE                             00101700
101800       DISPLAY 'MMMB2702 - ERROR SAVING FC_XXXAIL_DSTR_STR, '     00101800
101900               'SQLCODE=' SQLCODE                                 00101900
102000     END-IF                                                       00102000
102100     .                                                            00102100
102200                                                                  00102200
102300 420-GET-THE-HOURS.                                               00102300
102400     INITIALIZE XXXN001A                                          00102400
102500                MMMC0168                                          00102500
102600     MOVE WS-CAND-STORE-NO TO MMMC0168-LOC-NBR                    00102600
102700     MOVE 'S '             TO MMMC0168-LOC-TYP-CD                 00102700
102800     MOVE WS-TODAY-DT      TO MMMC0168-ASK-DT                     00102800
102900     CALL MMMS0168-HRS-RESOLVER USING                             00102900
103000         XXXN001A                                                 00103000
103100         MMMC0168                                                 00103100
103200     MOVE SPACES TO WS-SL-HOURS                                   00103200
103300     EVALUATE TRUE                                                00103300
103400       WHEN NOT SUCCESS                                           00103400
103500         MOVE 'NOT ON FILE'    TO WS-SL-HOURS                     00103500
103600         MOVE SPACES TO MMMC0168-OPEN-TM                          00103600
103700                        MMMC0168-CLOS-TM                          00103700
103800         INITIALIZE XXXN001A                                      00103800
103900       WHEN MMMC0168-CLOSED-ALL-DAY                               00103900
104000         MOVE 'CLOSED TODAY'   TO WS-SL-HOURS                     00104000
104100       WHEN OTHER                                                 00104100
104200         STRING MMMC0168-OPEN-TM (1:5) ' - '                      00104200
104300                MMMC0168-CLOS-TM (1:5)                            00104300
104400           DELIMITED BY SIZE INTO WS-SL-HOURS                     00104400
104500     END-EVALUATE                                                 00104500
104600     .                                                            00104600
104700                                                                  00104700
104800 430-WRITE-THE-STORE.                                             00104800
104900     MOVE SPACES           TO CALL-STORE-REC                      00104900
105000     MOVE 'S'              TO CLS-REC-TYP                         00105000
105100     MOVE WS-EVENT-NM      TO CLS-EVENT-NM                        00105100
105200     MOVE WS-CAND-STORE-NO TO CLS-STORE-NO                        00105200
105300     MOVE WS-CAND-STORE-NM TO CLS-STORE-NM                        00105300
105400     MOVE WS-CAND-ADR-1    TO CLS-ADR-1                           00105400
105500     MOVE WS-CAND-CITY     TO CLS-CITY                            00105500
105600     MOVE WS-CAND-STATE-CD TO CLS-STATE-CD                        00105600
105700     MOVE WS-CAND-CNTY-TXT TO CLS-CNTY-TXT                        00105700
105800     MOVE WS-CAND-AREA-CD  TO CLS-AREA-CD                         00105800
105900     MOVE WS-CAND-PHONE-NBR TO CLS-PHONE-NBR                      00105900
106000     MOVE WS-CAND-FIPS-CD  TO CLS-FIPS-CD                         00106000
106100     MOVE WS-DIST-MI       TO CLS-DIST-MI                         00106100
106200     MOVE WS-CAND-PHARMACY-SW TO CLS-PHARMACY-SW                  00106200
106300     MOVE MMMC0168-CLOSED-SW TO CLS-CLOSED-TODAY-SW               00106300
106400     MOVE MMMC0168-OPEN-TM TO CLS-OPEN-TM                         00106400
106500     MOVE MMMC0168-CLOS-TM TO CLS-CLOS-TM                         00106500
106600     MOVE DS-STAT-CD       TO CLS-STAT-CD                         00106600
106700     WRITE CALL-STORE-REC                                         00106700
106800                                                                  00106800
106900     WRITE RPT-LINE FROM SPACES                                   00106900
107000     MOVE WS-CAND-STORE-NO TO WS-SL-STORE-NO                      00107000
107100     MOVE WS-CAND-STORE-NM TO WS-SL-STORE-NM                      00107100
107200     MOVE WS-CAND-CITY     TO WS-SL-CITY                          00107200
107300     MOVE WS-CAND-STATE-CD TO WS-SL-STATE-CD                      00107300
107400     MOVE WS-DIST-MI       TO WS-SL-MILES                         00107400
107500     IF CAND-HAS-PHARMACY                                         00107500
107600       MOVE 'YES' TO WS-SL-PHARMACY                               00107600
107700     ELSE                                                         00107700
107800       MOVE 'NO'  TO WS-SL-PHARMACY                               00107800
107900     END-IF                                                       00107900
108000     EVALUATE TRUE                                                00108000
108100       WHEN DS-STORE-CLOSED                                       00108100
108200         MOVE 'CLOSED'   TO WS-SL-STATUS                          00108200
108300       WHEN DS-STORE-REOPENED                                     00108300
108400         MOVE 'REOPENED' TO WS-SL-STATUS                          00108400
108500       WHEN OTHER                                                 00108500
108600         MOVE 'OPEN'     TO WS-SL-STATUS                          00108600
108700     END-EVALUATE                                                 00108700
108800     WRITE RPT-LINE FROM WS-STORE-LINE                            00108800
108900     MOVE WS-CAND-ADR-1     TO WS-SL2-ADR-1                       00108900
109000     MOVE WS-CAND-CNTY-TXT  TO WS-SL2-CNTY-TXT                    00109000
109100     MOVE WS-CAND-AREA-CD   TO WS-SL2-AREA-CD                     00109100
109200     MOVE WS-CAND-PHONE-NBR TO WS-SL2-PHONE-NBR                   00109200
109300     WRITE RPT-LINE FROM WS-STORE-LINE-2                          00109300
109400     .                                                            00109400
109500                                                                  00109500
109600 440-WRITE-THE-CONTACTS.                                          00109600
109700     MOVE 0 TO WS-STORE-CNTCTS                                    00109700
109800     MOVE WS-CAND-STORE-NO TO XC-LOC-NBR                          00109800
109900     EXEC SQL                                                     00109900
110000       OPEN CNTCT-CSR                                             00110000
110100     END-EXEC                                                     00110100
110200     IF SQLCODE NOT = 0                                           00110200
110300       SET SQL-ERROR-DETECTED TO TRUE                             00110300
110400       DISPLAY 'MMMB2702 - ERROR OPENING CNTCT-CSR, SQLCODE='     00110400
110500               SQLCODE                                            00110500
110600     ELSE                                                         00110600
110700       PERFORM 450-FETCH-NEXT-CONTACT                             00110700
110800       PERFORM UNTIL SQLCODE NOT = 0                              00110800
110900         PERFORM 460-WRITE-ONE-CONTACT                            00110900
111000         PERFORM 450-FETCH-NEXT-CONTACT                           00111000
111100       END-PERFORM                                                00111100
111200       IF SQLCODE = 100                                           00111200
111300         MOVE 0 TO SQLCODE                                        00111300
111400       END-IF                                                     00111400
111500       EXEC SQL                                                   00111500
111600         CLOSE CNTCT-CSR                                          00111600
111700       END-EXEC                                                   00111700
111800       MOVE 0 TO SQLCODE                                          00111800
111900       IF WS-STORE-CNTCTS = 0                                     00111900
112000         ADD 1 TO WS-NO-CNTCT-COUNT                               00112000
112100         WRITE RPT-LINE FROM WS-NO-CNTCT-LINE                     00112100
112200       END-IF                                                     00112200
112300     END-IF                                                       00112300
112400     .                                                            00112400
112500                                                                  00112500
112600 450-FETCH-NEXT-CONTACT.                                          00112600
112700     EXEC SQL                                                     00112700
112800       FETCH CNTCT-CSR                                            00112800
112900         INTO :XC-RANK-NBR, :XC-CNTCT-NM, :XC-ROLE-CD,            00112900
113000              :XC-AREA-CD, :XC-PHONE-NBR                          00113000
113100     END-EXEC                                                     00113100
113200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00113200
113300       SET SQL-ERROR-DETECTED       TO TRUE                       00113300
113400       DISPLAY 'MMMB2702 - ERROR FETCHING CNTCT-CSR, SQLCODE='    00113400
113500               SQLCODE                                            00113500
113600     END-IF                                                       00113600
113700     .                                                            00113700
113800                                                                  00113800
113900 460-WRITE-ONE-CONTACT.                                           00113900
114000     ADD 1 TO WS-STORE-CNTCTS                                     00114000
114100     ADD 1 TO WS-CNTCT-COUNT                                      00114100
114200     MOVE SPACES           TO CALL-CNTCT-REC                      00114200
114300     MOVE 'C'              TO CLC-REC-TYP                         00114300
114400     MOVE WS-EVENT-NM      TO CLC-EVENT-NM                        00114400
114500     MOVE WS-CAND-STORE-NO TO CLC-STORE-NO                        00114500
114600     MOVE XC-RANK-NBR      TO CLC-RANK-NBR                        00114600
114700     MOVE XC-CNTCT-NM      TO CLC-CNTCT-NM                        00114700
114800     MOVE XC-ROLE-CD       TO CLC-ROLE-CD                         00114800
114900     MOVE XC-AREA-CD       TO CLC-AREA-CD                         00114900
115000     MOVE XC-PHONE-NBR     TO CLC-PHONE-NBR                       00115000
115100     WRITE CALL-CNTCT-REC                                         00115100
115200     MOVE XC-RANK-NBR      TO WS-KL-RANK-NBR                      00115200
115300     MOVE XC-CNTCT-NM      TO WS-KL-CNTCT-NM                      00115300
115400     MOVE XC-ROLE-CD       TO WS-KL-ROLE-CD                       00115400
115500     MOVE XC-AREA-CD       TO WS-KL-AREA-CD                       00115500
115600     MOVE XC-PHONE-NBR     TO WS-KL-PHONE-NBR                     00115600
115700     WRITE RPT-LINE FROM WS-CNTCT-LINE                            00115700
115800     .                                                            00115800
115900                                                                  00115900
116000*================================================================ 00116000
116100* Stores no longer in the area and never closed come off the      00116100
116200* event; the event is stamped with the listing.                   00116200
116300*================================================================ 00116300
116400 600-FINISH-THE-EVENT.                                            00116400
116500     MOVE WS-EVENT-NM TO DS-EVENT-NM                              00116500
116600     EXEC SQL                                                     00116600
116700       DELETE FROM FC_XXXAIL_DSTR_STR                             00116700
116800        WHERE DS_EVENT_NM   = :DS-EVENT-NM                        00116800
116900          AND DS_IN_AREA_SW = 'N'                                 00116900
117000          AND DS_STAT_CD    = 'A'                                 00117000
117100     END-EXEC                                                     00117100
117200     EVALUATE SQLCODE                                             00117200
117300       WHEN 0                                                     00117300
117400         MOVE SQLERRD (3) TO WS-DROPPED-COUNT                     00117400
117500       WHEN 100                                                   00117500
117600         CONTINUE                                                 00117600
117700       WHEN OTHER                                                 00117700
117800         SET SQL-ERROR-DETECTED TO TRUE                           00117800
117900         DISPLAY 'MMMB2702 - ERROR DROPPING FC_XXXAIL_DSTR_STR, ' 00117900
118000                 'SQLCODE=' SQLCODE                               00118000
118100     END-EVALUATE                                                 00118100
118200     IF SQL-NO-ERROR                                              00118200
118300       MOVE WS-EVENT-NM     TO DV-EVENT-NM                        00118300
118400       MOVE WS-LISTED-COUNT TO DV-STORE-CNT                       00118400
118500       EXEC SQL                                                   00118500
118600         UPDATE FC_XXXAIL_DSTR_EVT                                00118600
118700            SET DV_LIST_TS   = :WS-RUN-TS,                        00118700
118800                DV_STORE_CNT = :DV-STORE-CNT                      00118800
118900          WHERE DV_EVENT_NM = :DV-EVENT-NM                        00118900
119000       END-EXEC                                                   00119000
119100       IF SQLCODE NOT = 0                                         00119100
119200         SET SQL-ERROR-DETECTED TO TRUE                           00119200
119300         DISPLAY 'MMMB2702 - ERROR UPDATING FC_XXXAIL_DSTR_EVT, ' 00119300
119400                 'SQLCODE=' SQLCODE                               00119400
119500       END-IF                                                     00119500
119600     END-IF                                                       00119600
119700     IF SQL-NO-ERROR                                              00119700
119800       EXEC SQL                                                   00119800
119900         COMMIT                                                   00119900
120000       END-EXEC                                                   00120000
120100     END-IF                                                       00120100
120200     .                                                            00120200
120300                                                                  00120300
120400*================================================================ 00120400
120500* Termination - the trailer, the unplaced stores, the counts,     00120500
120600* and close up...                                                 00120600
120700*================================================================ 00120700
120800 900-TERMINATE.                                                   00120800
120900     EVALUATE TRUE                                                00120900
121000       WHEN SQL-ERROR-DETECTED                                    00121000
121100         MOVE 16 TO WS-RPT-RC                                     00121100
121200         EXEC SQL                                                 00121200
121300           ROLLBACK                                               00121300
121400         END-EXEC                                                 00121400
121500         MOVE 'RUN FAILED - NOTHING SAVED, CALL LIST INCOMPLETE'  00121500
121600           TO WS-MSG-LINE                                         00121600
121700       WHEN CARDS-REFUSED                                         00121700
121800         MOVE 8 TO WS-RPT-RC                                      00121800
121900         EXEC SQL                                                 00121900
122000           ROLLBACK                                               00122000
122100         END-EXEC                                                 00122100
122200       WHEN WS-UNPLACED-COUNT > 0                                 00122200
122300         MOVE 4 TO WS-RPT-RC                                      00122300
122400     END-EVALUATE                                                 00122400
122500     IF CARDS-REFUSED                                             00122500
122600       MOVE WS-EVENT-NM TO WS-HDG-EVENT-NM                        00122600
122700       WRITE RPT-LINE FROM WS-HDG-LINE-1                          00122700
122800     END-IF                                                       00122800
122900     IF WS-MSG-LINE NOT = SPACES                                  00122900
123000       WRITE RPT-LINE FROM SPACES                                 00123000
123100       WRITE RPT-LINE FROM WS-MSG-LINE                            00123100
123200     END-IF                                                       00123200
123300     MOVE SPACES          TO CALL-TRL-REC                         00123300
123400     MOVE 'T'             TO CLT-REC-TYP                          00123400
123500     MOVE WS-EVENT-NM     TO CLT-EVENT-NM                         00123500
123600     MOVE WS-TODAY-DT     TO CLT-RUN-DT                           00123600
123700     MOVE WS-LISTED-COUNT TO CLT-STORE-CNT                        00123700
123800     MOVE WS-CNTCT-COUNT  TO CLT-CNTCT-CNT                        00123800
123900     WRITE CALL-TRL-REC                                           00123900
124000     IF WS-UNPLACED-COUNT > 0                                     00124000
124100       WRITE RPT-LINE FROM SPACES                                 00124100
124200       WRITE RPT-LINE FROM WS-HDG-LINE-3                          00124200
124300       PERFORM VARYING I FROM 1 BY 1                              00124300
124400       UNTIL I > WS-UNPLACED-COUNT OR I > K-MAX-UNPLACED          00124400
124500         WRITE RPT-LINE FROM WS-UNPLACED-TXT (I)                  00124500
124600       END-PERFORM                                                00124600
124700     END-IF                                                       00124700
124800     WRITE RPT-LINE FROM SPACES                                   00124800
124900     MOVE 'STORES IN THE AREA         - ' TO WS-CNT-TXT           00124900
125000     MOVE WS-LISTED-COUNT                 TO WS-CNT-NBR           00125000
125100     WRITE RPT-LINE FROM WS-CNT-LINE                              00125100
125200     MOVE '  NEW TO THE EVENT         - ' TO WS-CNT-TXT           00125200
125300     MOVE WS-NEW-COUNT                    TO WS-CNT-NBR           00125300
125400     WRITE RPT-LINE FROM WS-CNT-LINE                              00125400
125500     MOVE '  WITH A PHARMACY          - ' TO WS-CNT-TXT           00125500
125600     MOVE WS-PHARMACY-COUNT               TO WS-CNT-NBR           00125600
125700     WRITE RPT-LINE FROM WS-CNT-LINE                              00125700
125800     MOVE '  WITH NO CURRENT CONTACT  - ' TO WS-CNT-TXT           00125800
125900     MOVE WS-NO-CNTCT-COUNT               TO WS-CNT-NBR           00125900
126000     WRITE RPT-LINE FROM WS-CNT-LINE                              00126000
126100     MOVE 'CONTACTS LISTED            - ' TO WS-CNT-TXT           00126100
126200     MOVE WS-CNTCT-COUNT                  TO WS-CNT-NBR           00126200
126300     WRITE RPT-LINE FROM WS-CNT-LINE                              00126300
126400     MOVE 'STORES DROPPED FROM EVENT  - ' TO WS-CNT-TXT           00126400
126500     MOVE WS-DROPPED-COUNT                TO WS-CNT-NBR           00126500
126600     WRITE RPT-LINE FROM WS-CNT-LINE                              00126600
126700     MOVE 'STORES NOT PLACED          - ' TO WS-CNT-TXT           00126700
126800     MOVE WS-UNPLACED-COUNT               TO WS-CNT-NBR           00126800
126900     WRITE RPT-LINE FROM WS-CNT-LINE                              00126900
127000     CLOSE CALL-OUT                                               00127000
127100           CALL-RPT                                               00127100
127200     .                                                            00127200
127300                                                                  00127300
127400*================================================================ 00127400
127500* Run control - refuse a duplicate or out-of-order start, and     00127500
127600* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00127600
127700*================================================================ 00127700
127800 050-RUN-CNTL-START.                                              00127800
127900     INITIALIZE XXXN001A                                          00127900
128000                YYYC0230                                          00128000
128100     SET  YYYC0230-START-RUN TO TRUE                              00128100
128200     MOVE 'MMMB2702' TO YYYC0230-JOB-NM                           00128200
128300     CALL YYYS0230-RUN-CNTL USING                                 00128300
128400         XXXN001A                                                 00128400
128500         YYYC0230                                                 00128500
128600     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00128600
128700       SET SQL-ERROR-DETECTED TO TRUE                             00128700
128800       DISPLAY 'MMMB2702 - START REFUSED: ' IS-RTRN-MSG-TXT       00128800
128900     END-IF                                                       00128900
129000     .                                                            00129000
129100                                                                  00129100
129200 055-RUN-CNTL-END.                                                00129200
129300     INITIALIZE XXXN001A                                          00129300
129400                YYYC0230                                          00129400
129500     IF SQL-ERROR-DETECTED OR CARDS-REFUSED                       00129500
129600       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00129600
129700     ELSE                                                         00129700
129800       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00129800
129900     END-IF                                                       00129900
130000     MOVE 'MMMB2702' TO YYYC0230-JOB-NM                           00130000
130100     CALL YYYS0230-RUN-CNTL USING                                 00130100
130200         XXXN001A                                                 00130200
130300         YYYC0230                                                 00130300
130400     .                                                            00130400
