000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1202.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* District store profile booklet.                                 00000600
000700*                                                                 00000700
000800* Store 360 (MMMO0300) shows one store at a time on a screen;     00000800
000900* a district manager going out on visits wants the whole          00000900
001000* district on paper.  This job prints a one-page profile per      00001000
001100* store - address and phone, leadership, weekly hours and the     00001100
001200* overrides coming up, departments, price and ad zones,           00001200
001300* licenses, emergency contacts and the exceptions still open      00001300
001400* against it - behind a cover page per district with the          00001400
001500* district's totals and a store index.  Stores print in           00001500
001600* report sequence (FC_RL_RPRT_SEQ_NO) within district.            00001600
001700*                                                                 00001700
001800* The district, market area or company is picked with the         00001800
001900* usual BURSTCTL card through MMMS0166 (report id B12P), which    00001900
002000* also bursts one member per district when asked and keeps        00002000
002100* every line on FC_XXXAIL_RPT_ARCH, so MMMB0301 reprints a past   00002100
002200* booklet as it was printed.  Every page is exactly               00002200
002300* K-PAGE-LINES long, so a booklet prints, or converts to PDF,     00002300
002400* one store to a page.                                            00002400
002500*                                                                 00002500
002600* "Open" exceptions are those a job flagged for the store on      00002600
002700* that job's latest run (FC_XXXAIL_EXCP_DTL), plus the sync       00002700
002800* currency and parked-event checks Store 360 shows.               00002800
002900* Batch job - run standalone, on request.                         00002900
003000*---------------------------------------------------------------- 00003000
003100 ENVIRONMENT DIVISION.                                            00003100
003200 INPUT-OUTPUT SECTION.                                            00003200
003300 FILE-CONTROL.                                                    00003300
003400     SELECT PROF-RPT       ASSIGN TO RPTOUT                       00003400
003500         ORGANIZATION IS LINE SEQUENTIAL.                         00003500
003600                                                                  00003600
003700 DATA DIVISION.                                                   00003700
003800 FILE SECTION.                                                    00003800
003900 FD  PROF-RPT.                                                    00003900
004000 01  RPT-LINE                          PIC X(132).                00004000
004100                                                                  00004100
004200 WORKING-STORAGE SECTION.                                         00004200
004300* --------------------------------------------------------------- 00004300
004400* Misc working storage...                                         00004400
004500* --------------------------------------------------------------- 00004500
004600 01 K-PAGE-LINES                     PIC S9(4) COMP VALUE 66.     00004600
004700 01 K-MAX-DISTS                      PIC S9(4) COMP VALUE 500.    00004700
004800 01 K-MAX-IDX                        PIC S9(4) COMP VALUE 3000.   00004800
004900 01 K-MAX-OVRD                       PIC S9(4) COMP VALUE 3.      00004900
005000 01 K-MAX-DEPTS                      PIC S9(4) COMP VALUE 12.     00005000
005100 01 K-MAX-CZ                         PIC S9(4) COMP VALUE 12.     00005100
005200 01 K-MAX-LIC                        PIC S9(4) COMP VALUE 8.      00005200
005300 01 K-MAX-CNTCT                      PIC S9(4) COMP VALUE 4.      00005300
005400 01 K-MAX-EXCP                       PIC S9(4) COMP VALUE 6.      00005400
005500 01 K-DEF-TM                         PIC X(8) VALUE '00.00.00'.   00005500
005600                                                                  00005600
005700 01 WS-STORE-COUNT                   PIC 9(6) VALUE 0.            00005700
005800 01 WS-DIST-COUNT                    PIC 9(6) VALUE 0.            00005800
005900 01 WS-PAGE-COUNT                    PIC 9(6) VALUE 0.            00005900
006000 01 WS-LINE-COUNT                    PIC 9(9) VALUE 0.            00006000
006100 01 WS-PAGE-LINE-CNT                 PIC S9(4) COMP VALUE 0.      00006100
006200 01 WS-ROW-CNT                       PIC S9(4) COMP VALUE 0.      00006200
006300 01 WS-COL                           PIC S9(4) COMP VALUE 0.      00006300
006400 01 WS-ITEM-IN-LINE                  PIC S9(4) COMP VALUE 0.      00006400
006500 01 WS-DX                            PIC S9(4) COMP VALUE 0.      00006500
006600 01 WS-IX                            PIC S9(4) COMP VALUE 0.      00006600
006700 01 WS-DAY                           PIC S9(4) COMP VALUE 0.      00006700
006800 01 WS-RUN-DT                        PIC X(10) VALUE SPACES.      00006800
006900 01 WS-PREV-DIST-NO                  PIC S9(3) COMP-3 VALUE -1.   00006900
007000 01 WS-DIST-NM                       PIC X(30) VALUE SPACES.      00007000
007100 01 WS-CUR-LOC-NBR                   PIC S9(9) COMP VALUE 0.      00007100
007200 01 WS-BIN-LOC-NBR                   PIC S9(9) COMP VALUE 0.      00007200
007300 01 WS-BIN-LOC-X REDEFINES WS-BIN-LOC-NBR                         00007300
007400                                     PIC X(4).                    00007400
007500 01 WS-NOT-CURR-TS                   PIC X(26) VALUE SPACES.      00007500
007600 01 WS-DLQ-CNT                       PIC S9(9) COMP VALUE 0.      00007600
007700 01 WS-DEPT-CNT                      PIC S9(9) COMP VALUE 0.      00007700
007800 01 WS-CZ-CNT                        PIC S9(9) COMP VALUE 0.      00007800
007900                                                                  00007900
008000 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00008000
008100    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00008100
008200    88 SQL-NO-ERROR                           VALUE 'N'.          00008200
008300 01 WS-PASS-SW                       PIC X    VALUE 'T'.          00008300
008400    88 TOTALS-PASS                            VALUE 'T'.          00008400
008500    88 PRINT-PASS                             VALUE 'P'.          00008500
008600 01 WS-IDX-FULL-SW                   PIC X    VALUE 'N'.          00008600
008700    88 INDEX-IS-FULL                          VALUE 'Y'.          00008700
008800                                                                  00008800
008900* Shared selection/bursting service (MMMS0166) and the org        00008900
009000* reference for the district name (MMMS0175).                     00009000
0090A0* The code domains decode the status code (MMMS0183).             000090A0
009100 01 WS-MMMS0166-PGM                  PIC X(8) VALUE 'MMMS0166'.   00009100
009200 01 WS-MMMS0175-PGM                  PIC X(8) VALUE 'MMMS0175'.   00009200
0092A0 01 WS-MMMS0183-PGM                  PIC X(8) VALUE 'MMMS0183'.   000092A0
009300 COPY XXXN001A.                                                   00009300
009400 COPY YYYC0230.                                                   00009400
009500 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00009500
009600 COPY MMMC0166.                                                   00009600
009700 COPY MMMC0175.                                                   00009700
0097A0 COPY MMMC0183.                                                   000097A0
009800                                                                  00009800
009900* One store as the profile cursor hands it back.                  00009900
010000 01 WS-PRF.                                                       00010000
010100    05 WS-PRF-DIST-NO                PIC S9(3) COMP-3.            00010100
010200    05 WS-PRF-MKT-AR-NO              PIC S9(3) COMP-3.            00010200
010300    05 WS-PRF-COMPANY-NO             PIC S9(3) COMP-3.            00010300
010400    05 WS-PRF-RPRT-SEQ-NO            PIC X(4).                    00010400
010500    05 WS-PRF-STORE-NO               PIC S9(5) COMP-3.            00010500
010600    05 WS-PRF-STORE-NM               PIC X(30).                   00010600
010700    05 WS-PRF-STATUS-CD              PIC X(1).                    00010700
010800    05 WS-PRF-LFT-FOOD               PIC S9(5) COMP-3.            00010800
010900    05 WS-PRF-LFT-NONF               PIC S9(5) COMP-3.            00010900
011000    05 WS-PRF-RETL-ZONE              PIC S9(3) COMP-3.            00011000
011100    05 WS-PRF-PD-ZONE-NO             PIC S9(5) COMP-3.            00011100
011200    05 WS-PRF-AD-ZN-NBR              PIC S9(7) COMP-3.            00011200
011300    05 WS-PRF-LEADER-NM              PIC X(50).                   00011300
011400    05 WS-PRF-OPEN-DT                PIC X(10).                   00011400
011500    05 WS-PRF-CLOSED-DT              PIC X(10).                   00011500
011600    05 WS-PRF-HOURS.                                              00011600
011700       10 WS-PRF-MON-OPEN            PIC X(8).                    00011700
011800       10 WS-PRF-MON-CLOS            PIC X(8).                    00011800
011900       10 WS-PRF-TUE-OPEN            PIC X(8).                    00011900
012000       10 WS-PRF-TUE-CLOS            PIC X(8).                    00012000
012100       10 WS-PRF-WED-OPEN            PIC X(8).                    00012100
012200       10 WS-PRF-WED-CLOS            PIC X(8).                    00012200
012300       10 WS-PRF-THU-OPEN            PIC X(8).                    00012300
012400       10 WS-PRF-THU-CLOS            PIC X(8).                    00012400
012500       10 WS-PRF-FRI-OPEN            PIC X(8).                    00012500
012600       10 WS-PRF-FRI-CLOS            PIC X(8).                    00012600
012700       10 WS-PRF-SAT-OPEN            PIC X(8).                    00012700
012800       10 WS-PRF-SAT-CLOS            PIC X(8).                    00012800
012900       10 WS-PRF-SUN-OPEN            PIC X(8).                    00012900
013000       10 WS-PRF-SUN-CLOS            PIC X(8).                    00013000
013100    05 WS-PRF-HOURS-TBL REDEFINES WS-PRF-HOURS.                   00013100
013200       10 WS-PRF-DAY                 OCCURS 7 TIMES.              00013200
013300          15 WS-PRF-DAY-OPEN         PIC X(8).                    00013300
013400          15 WS-PRF-DAY-CLOS         PIC X(8).                    00013400
013500    05 WS-PRF-ADR-1                  PIC X(30).                   00013500
013600    05 WS-PRF-ADR-2                  PIC X(30).                   00013600
013700    05 WS-PRF-CITY                   PIC X(30).                   00013700
013800    05 WS-PRF-STATE-CD               PIC X(2).                    00013800
013900    05 WS-PRF-ZIP5-CD                PIC S9(5) COMP-3.            00013900
014000    05 WS-PRF-ZIP4-CD                PIC S9(4) COMP-3.            00014000
014100    05 WS-PRF-AREA-CD                PIC S9(3) COMP-3.            00014100
014200    05 WS-PRF-PHONE-NBR              PIC S9(7) COMP-3.            00014200
014300    05 WS-PRF-CONTACT-NM             PIC X(50).                   00014300
014400    05 WS-PRF-LIC-EXP-CNT            PIC S9(9) COMP.              00014400
014500    05 WS-PRF-LIC-DUE-CNT            PIC S9(9) COMP.              00014500
014600    05 WS-PRF-CNTCT-CNT              PIC S9(9) COMP.              00014600
014700    05 WS-PRF-EXCP-CNT               PIC S9(9) COMP.              00014700
014800                                                                  00014800
014900 01 WS-DAY-NAMES                     PIC X(21)                    00014900
015000                               VALUE 'MONTUEWEDTHUFRISATSUN'.     00015000
015100 01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.                       00015100
015200    05 WS-DAY-NAME                   PIC X(3) OCCURS 7 TIMES.     00015200
015300                                                                  00015300
015400* Sub-list rows, one cursor each.                                 00015400
015500 01 WS-OV-STRT-DT                    PIC X(10) VALUE SPACES.      00015500
015600 01 WS-OV-END-DT                     PIC X(10) VALUE SPACES.      00015600
015700 01 WS-OV-CLSD-IND                   PIC X(1)  VALUE SPACES.      00015700
015800 01 WS-OV-OPEN-TM                    PIC X(8)  VALUE SPACES.      00015800
015900 01 WS-OV-CLOS-TM                    PIC X(8)  VALUE SPACES.      00015900
016000 01 WS-DP-DEPT-NM                    PIC X(30) VALUE SPACES.      00016000
016100 01 WS-CZ-CLS-CD                     PIC S9(3) COMP-3 VALUE 0.    00016100
016200 01 WS-CZ-ZONE                       PIC S9(7) COMP-3 VALUE 0.    00016200
016300 01 WS-LC-TYP-CD                     PIC X(4)  VALUE SPACES.      00016300
016400 01 WS-LC-TYP-DES                    PIC X(30) VALUE SPACES.      00016400
016500 01 WS-LC-LIC-NBR                    PIC X(15) VALUE SPACES.      00016500
016600 01 WS-LC-AUTH-NM                    PIC X(24) VALUE SPACES.      00016600
016700 01 WS-LC-EXPIR-DT                   PIC X(10) VALUE SPACES.      00016700
016800 01 WS-LC-DAYS-LEFT                  PIC S9(9) COMP VALUE 0.      00016800
016900 01 WS-LC-LEAD-DD                    PIC S9(3) COMP-3 VALUE 0.    00016900
017000 01 WS-XC-RANK-NBR                   PIC S9(2) COMP-3 VALUE 0.    00017000
017100 01 WS-XC-CNTCT-NM                   PIC X(30) VALUE SPACES.      00017100
017200 01 WS-XC-ROLE-CD                    PIC X(10) VALUE SPACES.      00017200
017300 01 WS-XC-AREA-CD                    PIC S9(3) COMP-3 VALUE 0.    00017300
017400 01 WS-XC-PHONE-NBR                  PIC S9(7) COMP-3 VALUE 0.    00017400
017500 01 WS-EX-JOB-NM                     PIC X(8)  VALUE SPACES.      00017500
017600 01 WS-EX-RUN-DT                     PIC X(10) VALUE SPACES.      00017600
017700 01 WS-EX-TYPE-CD                    PIC X(20) VALUE SPACES.      00017700
017800                                                                  00017800
017900* District totals and the store index, built on the first pass    00017900
018000* so each cover page can print ahead of its stores.               00018000
018100 01 WS-NUM-DISTS                     PIC S9(4) COMP VALUE 0.      00018100
018200 01 WS-DIST-TBL.                                                  00018200
018300    05 WS-DT                         OCCURS 500 TIMES.            00018300
018400       10 WS-DT-DIST-NO              PIC S9(3) COMP-3.            00018400
018500       10 WS-DT-STORES               PIC 9(5).                    00018500
018600       10 WS-DT-SQFT                 PIC 9(9).                    00018600
018700       10 WS-DT-LIC-EXP              PIC 9(5).                    00018700
018800       10 WS-DT-LIC-DUE              PIC 9(5).                    00018800
018900       10 WS-DT-NO-CNTCT             PIC 9(5).                    00018900
019000       10 WS-DT-EXCP                 PIC 9(7).                    00019000
019100       10 WS-DT-EXCP-STORES          PIC 9(5).                    00019100
019200 01 WS-NUM-IDX                       PIC S9(4) COMP VALUE 0.      00019200
019300 01 WS-IDX-TBL.                                                   00019300
019400    05 WS-IX-ENTRY                   OCCURS 3000 TIMES.           00019400
019500       10 WS-IX-DIST-NO              PIC S9(3) COMP-3.            00019500
019600       10 WS-IX-LINE                 PIC X(80).                   00019600
019700                                                                  00019700
019800* Print lines.                                                    00019800
019900 01 WS-PRT-LINE                      PIC X(132) VALUE SPACES.     00019900
020000 01 WS-RULE-LINE                     PIC X(132) VALUE ALL '-'.    00020000
020100                                                                  00020100
020200 01 WS-TITLE-LINE.                                                00020200
020300    05 FILLER                        PIC X(10) VALUE 'MMMB1202'.  00020300
020400    05 WS-TTL-TEXT                   PIC X(30).                   00020400
020500    05 FILLER                        PIC X(9)  VALUE 'DISTRICT '. 00020500
020600    05 WS-TTL-DIST-NO                PIC ZZ9.                     00020600
020700    05 FILLER                        PIC X(3)  VALUE ' - '.       00020700
020800    05 WS-TTL-DIST-NM                PIC X(30).                   00020800
020900    05 FILLER                        PIC X(6)  VALUE '  RUN '.    00020900
021000    05 WS-TTL-RUN-DT                 PIC X(10).                   00021000
021100    05 FILLER                        PIC X(7)  VALUE '  PAGE '.   00021100
021200    05 WS-TTL-PAGE                   PIC ZZZZZ9.                  00021200
021300    05 FILLER                        PIC X(18) VALUE SPACES.      00021300
021400                                                                  00021400
021500 01 WS-STORE-LINE.                                                00021500
021600    05 FILLER                        PIC X(6)  VALUE 'STORE '.    00021600
021700    05 WS-STL-STORE-NO               PIC ZZZZ9.                   00021700
021800    05 FILLER                        PIC X(2)  VALUE SPACES.      00021800
021900    05 WS-STL-STORE-NM               PIC X(30).                   00021900
022000    05 FILLER                        PIC X(6)  VALUE '  SEQ '.    00022000
022100    05 WS-STL-SEQ-NO                 PIC X(4).                    00022100
022200    05 FILLER                        PIC X(9)  VALUE '  STATUS '. 00022200
022300    05 WS-STL-STATUS                 PIC X(1).                    00022300
0223A0    05 FILLER                        PIC X(1)  VALUE SPACES.      000223A0
0223A1    05 WS-STL-STATUS-DESC            PIC X(20).                   000223A1
022400    05 FILLER                        PIC X(9)  VALUE '  OPENED '. 00022400
022500    05 WS-STL-OPEN-DT                PIC X(10).                   00022500
022600    05 FILLER                        PIC X(9)  VALUE '  CLOSES '. 00022600
022700    05 WS-STL-CLOSED-DT              PIC X(10).                   00022700
022800    05 FILLER                        PIC X(10) VALUE SPACES.      00022800
022900                                                                  00022900
023000 01 WS-PHONE-BUILD.                                               00023000
023100    05 WS-PH-AREA                    PIC 9(3).                    00023100
023200    05 WS-PH-NBR                     PIC 9(7).                    00023200
023300    05 WS-PH-NBR-X REDEFINES WS-PH-NBR.                           00023300
023400       10 WS-PH-EXCH                 PIC 9(3).                    00023400
023500       10 WS-PH-LINE                 PIC 9(4).                    00023500
023600 01 WS-PHONE-TXT                     PIC X(14) VALUE SPACES.      00023600
023700 01 WS-ZIP5                          PIC 9(5).                    00023700
023800 01 WS-ZIP4                          PIC 9(4).                    00023800
023900                                                                  00023900
024000 01 WS-HOURS-LINE.                                                00024000
024100    05 FILLER                        PIC X(4)  VALUE SPACES.      00024100
024200    05 WS-HRL-DAY                    PIC X(3).                    00024200
024300    05 FILLER                        PIC X(2)  VALUE SPACES.      00024300
024400    05 WS-HRL-TEXT                   PIC X(40).                   00024400
024500    05 FILLER                        PIC X(83) VALUE SPACES.      00024500
024600                                                                  00024600
024700 01 WS-OVRD-LINE.                                                 00024700
024800    05 FILLER                        PIC X(4)  VALUE SPACES.      00024800
024900    05 WS-OVL-STRT-DT                PIC X(10).                   00024900
025000    05 FILLER                        PIC X(4)  VALUE ' TO '.      00025000
025100    05 WS-OVL-END-DT                 PIC X(10).                   00025100
025200    05 FILLER                        PIC X(2)  VALUE SPACES.      00025200
025300    05 WS-OVL-TEXT                   PIC X(40).                   00025300
025400    05 FILLER                        PIC X(62) VALUE SPACES.      00025400
025500                                                                  00025500
025600 01 WS-ZONE-LINE.                                                 00025600
025700    05 FILLER                        PIC X(16)                    00025700
025800                               VALUE '    PRICE ZONE  '.          00025800
025900    05 WS-ZNL-PD-ZONE                PIC ZZZZ9.                   00025900
026000    05 FILLER                        PIC X(19)                    00026000
026100                               VALUE '    STORE AD ZONE  '.       00026100
026200    05 WS-ZNL-AD-ZONE                PIC ZZZZZZ9.                 00026200
026300    05 FILLER                        PIC X(22)                    00026300
026400                               VALUE '    FC RETAIL ZONE  '.      00026400
026500    05 WS-ZNL-RETL-ZONE              PIC ZZ9.                     00026500
026600    05 FILLER                        PIC X(60) VALUE SPACES.      00026600
026700                                                                  00026700
026800 01 WS-CZ-ITEM.                                                   00026800
026900    05 FILLER                        PIC X(4)  VALUE SPACES.      00026900
027000    05 WS-CZI-CLS                    PIC ZZ9.                     00027000
027100    05 FILLER                        PIC X(1)  VALUE '/'.         00027100
027200    05 WS-CZI-ZONE                   PIC ZZZZZZ9.                 00027200
027300    05 FILLER                        PIC X(5)  VALUE SPACES.      00027300
027400                                                                  00027400
027500 01 WS-LIC-HDG-LINE.                                              00027500
027600    05 FILLER                        PIC X(4)  VALUE SPACES.      00027600
027700    05 FILLER                        PIC X(6)  VALUE 'TYPE'.      00027700
027800          05 FILLER                        PIC X(22)              00027800
027900                                     VALUE 'DESCRIPTION'.         00027900
028000    05 FILLER                        PIC X(17) VALUE 'LICENSE NO'.00028000
028100    05 FILLER                        PIC X(26)                    00028100
028200                               VALUE 'ISSUING AUTHORITY'.         00028200
028300    05 FILLER                        PIC X(12) VALUE 'EXPIRES'.   00028300
028400    05 FILLER                        PIC X(8)  VALUE 'STATUS'.    00028400
028500    05 FILLER                        PIC X(37) VALUE SPACES.      00028500
028600                                                                  00028600
028700 01 WS-LIC-LINE.                                                  00028700
028800    05 FILLER                        PIC X(4)  VALUE SPACES.      00028800
028900    05 WS-LCL-TYP-CD                 PIC X(4).                    00028900
029000    05 FILLER                        PIC X(2)  VALUE SPACES.      00029000
029100    05 WS-LCL-TYP-DES                PIC X(20).                   00029100
029200    05 FILLER                        PIC X(2)  VALUE SPACES.      00029200
029300    05 WS-LCL-LIC-NBR                PIC X(15).                   00029300
029400    05 FILLER                        PIC X(2)  VALUE SPACES.      00029400
029500    05 WS-LCL-AUTH-NM                PIC X(24).                   00029500
029600    05 FILLER                        PIC X(2)  VALUE SPACES.      00029600
029700    05 WS-LCL-EXPIR-DT               PIC X(10).                   00029700
029800    05 FILLER                        PIC X(2)  VALUE SPACES.      00029800
029900    05 WS-LCL-STATUS                 PIC X(8).                    00029900
030000    05 FILLER                        PIC X(37) VALUE SPACES.      00030000
030100                                                                  00030100
030200 01 WS-CNTCT-LINE.                                                00030200
030300    05 FILLER                        PIC X(4)  VALUE SPACES.      00030300
030400    05 WS-CTL-RANK                   PIC Z9.                      00030400
030500    05 FILLER                        PIC X(2)  VALUE SPACES.      00030500
030600    05 WS-CTL-NM                     PIC X(30).                   00030600
030700    05 FILLER                        PIC X(2)  VALUE SPACES.      00030700
030800    05 WS-CTL-ROLE                   PIC X(10).                   00030800
030900    05 FILLER                        PIC X(2)  VALUE SPACES.      00030900
031000    05 WS-CTL-PHONE                  PIC X(14).                   00031000
031100    05 FILLER                        PIC X(66) VALUE SPACES.      00031100
031200                                                                  00031200
031300 01 WS-EXCP-LINE.                                                 00031300
031400    05 FILLER                        PIC X(4)  VALUE SPACES.      00031400
031500    05 WS-EXL-JOB-NM                 PIC X(8).                    00031500
031600    05 FILLER                        PIC X(2)  VALUE SPACES.      00031600
031700    05 WS-EXL-TYPE-CD                PIC X(20).                   00031700
031800    05 FILLER                        PIC X(9)  VALUE '  RUN OF '. 00031800
031900    05 WS-EXL-RUN-DT                 PIC X(10).                   00031900
032000    05 FILLER                        PIC X(79) VALUE SPACES.      00032000
032100                                                                  00032100
032200 01 WS-CNT-LINE.                                                  00032200
032300    05 FILLER                        PIC X(4)  VALUE SPACES.      00032300
032400    05 WS-CNL-LABEL                  PIC X(32).                   00032400
032500    05 WS-CNL-COUNT                  PIC ZZZ,ZZZ,ZZ9.             00032500
032600    05 FILLER                        PIC X(85) VALUE SPACES.      00032600
032700                                                                  00032700
032800 01 WS-IDX-HDG-LINE.                                              00032800
032900    05 FILLER                        PIC X(4)  VALUE SPACES.      00032900
033000    05 FILLER                        PIC X(6)  VALUE 'SEQ'.       00033000
033100    05 FILLER                        PIC X(7)  VALUE 'STORE'.     00033100
033200    05 FILLER                        PIC X(32) VALUE 'NAME'.      00033200
033300    05 FILLER                        PIC X(31)                    00033300
033400                         VALUE 'LIC-EXP LIC-DUE CONTACTS EXCP'.   00033400
033500    05 FILLER                        PIC X(52) VALUE SPACES.      00033500
033600                                                                  00033600
033700 01 WS-IDX-BUILD.                                                 00033700
033800    05 FILLER                        PIC X(4)  VALUE SPACES.      00033800
033900    05 WS-IXB-SEQ-NO                 PIC X(4).                    00033900
034000    05 FILLER                        PIC X(2)  VALUE SPACES.      00034000
034100    05 WS-IXB-STORE-NO               PIC ZZZZ9.                   00034100
034200    05 FILLER                        PIC X(2)  VALUE SPACES.      00034200
034300    05 WS-IXB-STORE-NM               PIC X(30).                   00034300
034400    05 FILLER                        PIC X(2)  VALUE SPACES.      00034400
034500    05 WS-IXB-LIC-EXP                PIC ZZZZZZ9.                 00034500
034600    05 FILLER                        PIC X(1)  VALUE SPACES.      00034600
034700    05 WS-IXB-LIC-DUE                PIC ZZZZZZ9.                 00034700
034800    05 FILLER                        PIC X(1)  VALUE SPACES.      00034800
034900    05 WS-IXB-CNTCT                  PIC ZZZZZZZ9.                00034900
035000    05 FILLER                        PIC X(1)  VALUE SPACES.      00035000
035100    05 WS-IXB-EXCP                   PIC ZZZ9.                    00035100
035200    05 FILLER                        PIC X(2)  VALUE SPACES.      00035200
035300                                                                  00035300
035400 01 WS-SUMMARY-LINE.                                              00035400
035500    05 FILLER PIC X(23) VALUE 'DISTRICTS PRINTED  - '.            00035500
035600    05 WS-SUM-DISTS                  PIC ZZZ,ZZ9.                 00035600
035700 01 WS-SUMMARY-LINE2.                                             00035700
035800    05 FILLER PIC X(23) VALUE 'STORES PROFILED    - '.            00035800
035900    05 WS-SUM-STORES                 PIC ZZZ,ZZ9.                 00035900
036000 01 WS-SUMMARY-LINE3.                                             00036000
036100    05 FILLER PIC X(23) VALUE 'PAGES PRINTED      - '.            00036100
036200    05 WS-SUM-PAGES                  PIC ZZZ,ZZ9.                 00036200
036300                                                                  00036300
036400* --------------------------------------------------------------- 00036400
036500* Miscellaneous copy books go here...                             00036500
036600* --------------------------------------------------------------- 00036600
036700                                                                  00036700
036800* ----------------------------------------------------------------00036800
036900* DB2 stuff...                                                    00036900
037000* ----------------------------------------------------------------00037000
037100     EXEC SQL                                                     00037100
037200       INCLUDE SQLCA                                              00037200
037300     END-EXEC                                                     00037300
037400                                                                  00037400
037500* Active stores with their location and address rows, in          00037500
037600* district and report sequence, with the per-store counts the     00037600
037700* cover page totals.                                              00037700
037800     EXEC SQL                                                     00037800
037900       DECLARE PROF-CSR CURSOR FOR                                00037900
038000       SELECT R.FC_RL_DISTRICT_NO, R.FC_RL_MARKET_AR_NO,          00038000
038100              R.FC_RL_COMPANY_NO, R.FC_RL_RPRT_SEQ_NO,            00038100
038200              R.FC_STORE_NO, R.FC_RL_STORE_NM, R.FC_RL_STATUS_CD, 00038200
038300              R.FC_RL_LFT_FOOD_QTY, R.FC_RL_LFT_NONF_QTY,         00038300
038400              R.FC_RL_RETL_ZONE_NO,                               00038400
038500              L.PD_ZONE_NO, L.CURR_AD_ZN_NBR, L.TOP_LEADER_NM,    00038500
038600                    CHAR(L.SLS_OPEN_DT, ISO),                     00038600
038700                    CHAR(L.SLS_CLOSED_DT, ISO),                   00038700
038800              L.MON_OPEN_TM, L.MON_CLOS_TM,                       00038800
038900              L.TUE_OPEN_TM, L.TUE_CLOS_TM,                       00038900
039000              L.WED_OPEN_TM, L.WED_CLOS_TM,                       00039000
039100              L.THUR_OPEN_TM, L.THUR_CLOS_TM,                     00039100
039200              L.FRI_OPEN_TM, L.FRI_CLOS_TM,                       00039200
039300              L.SAT_OPEN_TM, L.SAT_CLOS_TM,                       00039300
039400              L.SUN_OPEN_TM, L.SUN_CLOS_TM,                       00039400
039500              A.PRIM_ADR_1, A.PRIM_ADR_2, A.PRIM_CITY,            00039500
039600              A.PRIM_STATE_CD, A.PRIM_ZIP5_CD, A.PRIM_ZIP4_CD,    00039600
039700              A.PRIM_AREA_CD, A.PRIM_PHONE_NBR,                   00039700
039800              A.PRIM_CONTACT_NM,                                  00039800
039900              ( SELECT COUNT(*)                                   00039900
040000                  FROM FC_XXXAIL_STORE_LIC S                      00040000
040100                 WHERE S.SL_LOC_NBR    = L.LOC_NBR                00040100
040200                   AND S.SL_LOC_TYP_CD = L.LOC_TYP_CD             00040200
040300                   AND S.SL_STAT_CD    = 'A'                      00040300
040400                   AND S.SL_EXPIR_DT   < CURRENT DATE ),          00040400
040500              ( SELECT COUNT(*)                                   00040500
040600                  FROM FC_XXXAIL_STORE_LIC S,                     00040600
040700                       FC_XXXAIL_LIC_TYPE  T                      00040700
040800                 WHERE S.SL_LOC_NBR    = L.LOC_NBR                00040800
040900                   AND S.SL_LOC_TYP_CD = L.LOC_TYP_CD             00040900
041000                   AND S.SL_STAT_CD    = 'A'                      00041000
041100                   AND T.LT_LIC_TYP_CD = S.SL_LIC_TYP_CD          00041100
041200                   AND S.SL_EXPIR_DT  >= CURRENT DATE             00041200
041300                   AND S.SL_EXPIR_DT  <=                          00041300
041400                       CURRENT DATE + T.LT_RENEW_LEAD_DD DAYS ),  00041400
041500              ( SELECT COUNT(*)                                   00041500
041600                  FROM FC_XXXAIL_EMRG_CNTCT X                     00041600
041700                 WHERE X.XC_LOC_NBR    = L.LOC_NBR                00041700
041800                   AND X.XC_LOC_TYP_CD = L.LOC_TYP_CD             00041800
041900                   AND X.XC_EFF_DT    <= CURRENT DATE             00041900
042000                   AND X.XC_END_DT    >  CURRENT DATE ),          00042000
042100              ( SELECT COUNT(*)                                   00042100
042200                  FROM FC_XXXAIL_EXCP_DTL D                       00042200
042300                 WHERE D.ED_LOC_NBR = L.LOC_NBR                   00042300
042400                   AND D.ED_RUN_DT  =                             00042400
042500                       ( SELECT MAX(M.ED_RUN_DT)                  00042500
042600                           FROM FC_XXXAIL_EXCP_DTL M              00042600
042700                          WHERE M.ED_JOB_NM = D.ED_JOB_NM ) )     00042700
042800         FROM FC_XXXAIL_STORES R,                                 00042800
042900              XXXAIL_LOC       L,                                 00042900
043000              XXXATION         A                                  00043000
043100        WHERE R.FC_RL_STATUS_CD = 'A'                             00043100
043200          AND L.LOC_TYP_CD      = 'S '                            00043200
043300          AND L.LOC_NBR         = R.FC_STORE_NO                   00043300
043400          AND A.LOC_TYP_CD      = L.LOC_TYP_CD                    00043400
043500          AND A.LOC_NBR         = L.LOC_NBR                       00043500
043600        ORDER BY R.FC_RL_DISTRICT_NO, R.FC_RL_RPRT_SEQ_NO,        00043600
043700                 R.FC_STORE_NO                                    00043700
043800     END-EXEC                                                     00043800
043900                                                                  00043900
044000* Hours overrides touching the next four weeks.                   00044000
044100     EXEC SQL                                                     00044100
044200       DECLARE OVRD-CSR CURSOR FOR                                00044200
044300       SELECT CHAR(HO_STRT_DT, ISO), CHAR(HO_END_DT, ISO),        00044300
044400              HO_CLSD_ALL_DAY_IND, HO_OPEN_TM, HO_CLOS_TM         00044400
044500         FROM FC_XXXAIL_HRS_OVRD                                  00044500
044600        WHERE HO_LOC_NBR    = :WS-CUR-LOC-NBR                     00044600
044700          AND HO_LOC_TYP_CD = 'S '                                00044700
044800          AND HO_END_DT    >= CURRENT DATE                        00044800
044900          AND HO_STRT_DT   <= CURRENT DATE + 28 DAYS              00044900
045000        ORDER BY HO_STRT_DT                                       00045000
045100     END-EXEC                                                     00045100
045200                                                                  00045200
045300* Store-level departments, by name.                               00045300
045400     EXEC SQL                                                     00045400
045500       DECLARE DEPT-CSR CURSOR FOR                                00045500
045600       SELECT COALESCE(P.DEPT_NM, D.FC_DEPT_NO)                   00045600
045700         FROM FC_RETAIL_DEPTS D                                   00045700
045800         LEFT OUTER JOIN XXX_DEPT P                               00045800
045900           ON P.STR_DEPT_NBR    = D.FC_DEPT_NO                    00045900
046000          AND P.STR_SUB_DEPT_ID = D.FC_SUB_DEPT_ID                00046000
046100        WHERE D.FC_STORE_NO = :WS-CUR-LOC-NBR                     00046100
046200        ORDER BY 1                                                00046200
046300     END-EXEC                                                     00046300
046400                                                                  00046400
046500* Ad zone per item class - the exception zone where one is set.   00046500
046600     EXEC SQL                                                     00046600
046700       DECLARE CZ-CSR CURSOR FOR                                  00046700
046800       SELECT ITM_CLS_CD,                                         00046800
046900              CASE WHEN AD_ZONE_EXCP <> 0                         00046900
047000                   THEN AD_ZONE_EXCP ELSE AD_ZONE END             00047000
047100         FROM FC_XXXAIL_CLS_ZONE                                  00047100
047200        WHERE LOC_TYP_CD = 'S '                                   00047200
047300          AND LOC_NBR    = :WS-CUR-LOC-NBR                        00047300
047400        ORDER BY ITM_CLS_CD                                       00047400
047500     END-EXEC                                                     00047500
047600                                                                  00047600
047700* Active licenses, soonest expiry first.                          00047700
047800     EXEC SQL                                                     00047800
047900       DECLARE LIC-CSR CURSOR FOR                                 00047900
048000       SELECT S.SL_LIC_TYP_CD, COALESCE(T.LT_LIC_TYP_DES, ' '),   00048000
048100              S.SL_LIC_NBR, S.SL_ISSUE_AUTH_NM,                   00048100
048200              CHAR(S.SL_EXPIR_DT, ISO),                           00048200
048300              DAYS(S.SL_EXPIR_DT) - DAYS(CURRENT DATE),           00048300
048400              COALESCE(T.LT_RENEW_LEAD_DD, 0)                     00048400
048500         FROM FC_XXXAIL_STORE_LIC S                               00048500
048600         LEFT OUTER JOIN FC_XXXAIL_LIC_TYPE T                     00048600
048700           ON T.LT_LIC_TYP_CD = S.SL_LIC_TYP_CD                   00048700
048800        WHERE S.SL_LOC_NBR    = :WS-CUR-LOC-NBR                   00048800
048900          AND S.SL_LOC_TYP_CD = 'S '                              00048900
049000          AND S.SL_STAT_CD    = 'A'                               00049000
049100        ORDER BY S.SL_EXPIR_DT, S.SL_LIC_TYP_CD                   00049100
049200     END-EXEC                                                     00049200
049300                                                                  00049300
049400* Emergency contacts in effect today, in call order.              00049400
049500     EXEC SQL                                                     00049500
049600       DECLARE CNTCT-CSR CURSOR FOR                               00049600
049700       SELECT XC_RANK_NBR, XC_CNTCT_NM, XC_ROLE_CD,               00049700
049800              XC_AREA_CD, XC_PHONE_NBR                            00049800
049900         FROM FC_XXXAIL_EMRG_CNTCT                                00049900
050000        WHERE XC_LOC_NBR    = :WS-CUR-LOC-NBR                     00050000
050100          AND XC_LOC_TYP_CD = 'S '                                00050100
050200          AND XC_EFF_DT    <= CURRENT DATE                        00050200
050300          AND XC_END_DT    >  CURRENT DATE                        00050300
050400        ORDER BY XC_RANK_NBR                                      00050400
050500     END-EXEC                                                     00050500
050600                                                                  00050600
050700* Exceptions still standing - flagged on the job's latest run.    00050700
050800     EXEC SQL                                                     00050800
050900       DECLARE EXCP-CSR CURSOR FOR                                00050900
051000       SELECT D.ED_JOB_NM, D.ED_EXCP_TYPE_CD,                     00051000
051100              CHAR(D.ED_RUN_DT, ISO)                              00051100
051200         FROM FC_XXXAIL_EXCP_DTL D                                00051200
051300        WHERE D.ED_LOC_NBR = :WS-CUR-LOC-NBR                      00051300
051400          AND D.ED_RUN_DT  =                                      00051400
051500              ( SELECT MAX(M.ED_RUN_DT)                           00051500
051600                  FROM FC_XXXAIL_EXCP_DTL M                       00051600
051700                 WHERE M.ED_JOB_NM = D.ED_JOB_NM )                00051700
051800        ORDER BY D.ED_JOB_NM, D.ED_EXCP_TYPE_CD                   00051800
051900     END-EXEC                                                     00051900
052000                                                                  00052000
052100 PROCEDURE DIVISION.                                              00052100
052200***************************************************************** 00052200
052300* Start of program main line.                                     00052300
052400***************************************************************** 00052400
052500 000-MAIN.                                                        00052500
052600     PERFORM 050-RUN-CNTL-START                                   00052600
052700     IF SQL-ERROR-DETECTED                                        00052700
052800       MOVE 8 TO RETURN-CODE                                      00052800
052900       GOBACK                                                     00052900
053000     END-IF                                                       00053000
053100     PERFORM 100-INITIALIZE                                       00053100
053200     IF SQL-NO-ERROR                                              00053200
053300       PERFORM 200-TOTAL-THE-DISTRICTS                            00053300
053400     END-IF                                                       00053400
053500     IF SQL-NO-ERROR                                              00053500
053600       PERFORM 300-PRINT-THE-BOOKLET                              00053600
053700     END-IF                                                       00053700
053800     PERFORM 900-TERMINATE                                        00053800
053900     PERFORM 055-RUN-CNTL-END                                     00053900
054000     GOBACK                                                       00054000
054100     .                                                            00054100
054200                                                                  00054200
054300*================================================================ 00054300
054400* Initialization...                                               00054400
054500*================================================================ 00054500
054600 100-INITIALIZE.                                                  00054600
054700     OPEN OUTPUT PROF-RPT                                         00054700
054800     INITIALIZE MMMC0166                                          00054800
054900     SET  MMMC0166-INIT      TO TRUE                              00054900
055000     MOVE 'B12P' TO MMMC0166-REPORT-ID                            00055000
055100     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00055100
055200                                                                  00055200
055300     EXEC SQL                                                     00055300
055400       SELECT CHAR(CURRENT DATE, ISO)                             00055400
055500        INTO :WS-RUN-DT                                           00055500
055600       FROM SYSIBM.SYSDUMMY1                                      00055600
055700     END-EXEC                                                     00055700
055800     IF SQLCODE NOT = 0                                           00055800
055900       SET SQL-ERROR-DETECTED       TO TRUE                       00055900
056000       DISPLAY 'MMMB1202 - ERROR GETTING RUN DATE, SQLCODE='      00056000
056100               SQLCODE                                            00056100
056200     END-IF                                                       00056200
056300     .                                                            00056300
056400                                                                  00056400
056500 110-OPEN-PROF-CSR.                                               00056500
056600     EXEC SQL                                                     00056600
056700       OPEN PROF-CSR                                              00056700
056800     END-EXEC                                                     00056800
056900     IF SQLCODE NOT = 0                                           00056900
057000       SET SQL-ERROR-DETECTED       TO TRUE                       00057000
057100       DISPLAY 'MMMB1202 - ERROR OPENING PROF-CSR, SQLCODE='      00057100
057200               SQLCODE                                            00057200
057300     ELSE                                                         00057300
057400       PERFORM 120-FETCH-NEXT-STORE                               00057400
057500     END-IF                                                       00057500
057600     .                                                            00057600
057700                                                                  00057700
057800*================================================================ 00057800
057900* Fetch the next store - the same cursor drives both passes.      00057900
058000*================================================================ 00058000
058100 120-FETCH-NEXT-STORE.                                            00058100
058200     EXEC SQL                                                     00058200
058300       FETCH PROF-CSR                                             00058300
058400         INTO :WS-PRF-DIST-NO, :WS-PRF-MKT-AR-NO,                 00058400
058500              :WS-PRF-COMPANY-NO, :WS-PRF-RPRT-SEQ-NO,            00058500
058600              :WS-PRF-STORE-NO, :WS-PRF-STORE-NM,                 00058600
058700              :WS-PRF-STATUS-CD,                                  00058700
058800              :WS-PRF-LFT-FOOD, :WS-PRF-LFT-NONF,                 00058800
058900              :WS-PRF-RETL-ZONE,                                  00058900
059000              :WS-PRF-PD-ZONE-NO, :WS-PRF-AD-ZN-NBR,              00059000
059100              :WS-PRF-LEADER-NM,                                  00059100
059200              :WS-PRF-OPEN-DT, :WS-PRF-CLOSED-DT,                 00059200
059300              :WS-PRF-MON-OPEN, :WS-PRF-MON-CLOS,                 00059300
059400              :WS-PRF-TUE-OPEN, :WS-PRF-TUE-CLOS,                 00059400
059500              :WS-PRF-WED-OPEN, :WS-PRF-WED-CLOS,                 00059500
059600              :WS-PRF-THU-OPEN, :WS-PRF-THU-CLOS,                 00059600
059700              :WS-PRF-FRI-OPEN, :WS-PRF-FRI-CLOS,                 00059700
059800              :WS-PRF-SAT-OPEN, :WS-PRF-SAT-CLOS,                 00059800
059900              :WS-PRF-SUN-OPEN, :WS-PRF-SUN-CLOS,                 00059900
060000              :WS-PRF-ADR-1, :WS-PRF-ADR-2, :WS-PRF-CITY,         00060000
060100              :WS-PRF-STATE-CD, :WS-PRF-ZIP5-CD,                  00060100
060200              :WS-PRF-ZIP4-CD,                                    00060200
060300              :WS-PRF-AREA-CD, :WS-PRF-PHONE-NBR,                 00060300
060400              :WS-PRF-CONTACT-NM,                                 00060400
060500              :WS-PRF-LIC-EXP-CNT, :WS-PRF-LIC-DUE-CNT,           00060500
060600              :WS-PRF-CNTCT-CNT, :WS-PRF-EXCP-CNT                 00060600
060700     END-EXEC                                                     00060700
060800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00060800
060900       SET SQL-ERROR-DETECTED       TO TRUE                       00060900
061000       DISPLAY 'MMMB1202 - ERROR FETCHING PROF-CSR, SQLCODE='     00061000
061100               SQLCODE                                            00061100
061200     END-IF                                                       00061200
061300     .                                                            00061300
061400                                                                  00061400
061500 130-CLOSE-PROF-CSR.                                              00061500
061600     EXEC SQL                                                     00061600
061700       CLOSE PROF-CSR                                             00061700
061800     END-EXEC                                                     00061800
061900     MOVE 0 TO SQLCODE                                            00061900
062000     .                                                            00062000
062100                                                                  00062100
062200*================================================================ 00062200
062300* Does the BURSTCTL selection take this store...                  00062300
062400*================================================================ 00062400
062500 140-CHECK-THE-STORE.                                             00062500
062600     SET  MMMC0166-CHECK-STORE TO TRUE                            00062600
062700     MOVE WS-PRF-DIST-NO     TO MMMC0166-DISTRICT-NO              00062700
062800     MOVE WS-PRF-MKT-AR-NO   TO MMMC0166-MARKET-AR-NO             00062800
062900     MOVE WS-PRF-COMPANY-NO  TO MMMC0166-COMPANY-NO               00062900
063000     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00063000
063100     .                                                            00063100
063200                                                                  00063200
063300*================================================================ 00063300
063400* First pass - district totals and the store index...             00063400
063500*================================================================ 00063500
063600 200-TOTAL-THE-DISTRICTS.                                         00063600
063700     SET TOTALS-PASS TO TRUE                                      00063700
063800     PERFORM 110-OPEN-PROF-CSR                                    00063800
063900     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00063900
064000       PERFORM 140-CHECK-THE-STORE                                00064000
064100       IF MMMC0166-STORE-SELECTED                                 00064100
064200         PERFORM 220-ADD-TO-TOTALS                                00064200
064300       END-IF                                                     00064300
064400       PERFORM 120-FETCH-NEXT-STORE                               00064400
064500     END-PERFORM                                                  00064500
064600     PERFORM 130-CLOSE-PROF-CSR                                   00064600
064700     .                                                            00064700
064800                                                                  00064800
064900 220-ADD-TO-TOTALS.                                               00064900
065000     PERFORM 240-FIND-THE-DISTRICT                                00065000
065100     IF WS-DX = 0 AND WS-NUM-DISTS < K-MAX-DISTS                  00065100
065200       ADD 1 TO WS-NUM-DISTS                                      00065200
065300       MOVE WS-NUM-DISTS TO WS-DX                                 00065300
065400       INITIALIZE WS-DT (WS-DX)                                   00065400
065500       MOVE WS-PRF-DIST-NO TO WS-DT-DIST-NO (WS-DX)               00065500
065600     END-IF                                                       00065600
065700     IF WS-DX > 0                                                 00065700
065800       ADD 1 TO WS-DT-STORES (WS-DX)                              00065800
065900       ADD WS-PRF-LFT-FOOD WS-PRF-LFT-NONF                        00065900
066000         TO WS-DT-SQFT (WS-DX)                                    00066000
066100       ADD WS-PRF-LIC-EXP-CNT TO WS-DT-LIC-EXP (WS-DX)            00066100
066200       ADD WS-PRF-LIC-DUE-CNT TO WS-DT-LIC-DUE (WS-DX)            00066200
066300       IF WS-PRF-CNTCT-CNT = 0                                    00066300
066400         ADD 1 TO WS-DT-NO-CNTCT (WS-DX)                          00066400
066500       END-IF                                                     00066500
066600       IF WS-PRF-EXCP-CNT > 0                                     00066600
066700         ADD WS-PRF-EXCP-CNT TO WS-DT-EXCP (WS-DX)                00066700
066800         ADD 1 TO WS-DT-EXCP-STORES (WS-DX)                       00066800
066900       END-IF                                                     00066900
067000     END-IF                                                       00067000
067100                                                                  00067100
067200     IF WS-NUM-IDX < K-MAX-IDX                                    00067200
067300       ADD 1 TO WS-NUM-IDX                                        00067300
067400       MOVE WS-PRF-DIST-NO     TO WS-IX-DIST-NO (WS-NUM-IDX)      00067400
067500       MOVE WS-PRF-RPRT-SEQ-NO TO WS-IXB-SEQ-NO                   00067500
067600       MOVE WS-PRF-STORE-NO    TO WS-IXB-STORE-NO                 00067600
067700       MOVE WS-PRF-STORE-NM    TO WS-IXB-STORE-NM                 00067700
067800       MOVE WS-PRF-LIC-EXP-CNT TO WS-IXB-LIC-EXP                  00067800
067900       MOVE WS-PRF-LIC-DUE-CNT TO WS-IXB-LIC-DUE                  00067900
068000       MOVE WS-PRF-CNTCT-CNT   TO WS-IXB-CNTCT                    00068000
068100       MOVE WS-PRF-EXCP-CNT    TO WS-IXB-EXCP                     00068100
068200       MOVE WS-IDX-BUILD       TO WS-IX-LINE (WS-NUM-IDX)         00068200
068300     ELSE                                                         00068300
068400       SET INDEX-IS-FULL TO TRUE                                  00068400
068500     END-IF                                                       00068500
068600     .                                                            00068600
068700                                                                  00068700
068800 240-FIND-THE-DISTRICT.                                           00068800
068900     MOVE 0 TO WS-DX                                              00068900
069000     PERFORM VARYING WS-IX FROM 1 BY 1                            00069000
069100             UNTIL WS-IX > WS-NUM-DISTS OR WS-DX > 0              00069100
069200       IF WS-DT-DIST-NO (WS-IX) = WS-PRF-DIST-NO                  00069200
069300         MOVE WS-IX TO WS-DX                                      00069300
069400       END-IF                                                     00069400
069500     END-PERFORM                                                  00069500
069600     .                                                            00069600
069700                                                                  00069700
069800*================================================================ 00069800
069900* Second pass - a cover page as each district starts, then one    00069900
070000* page per store...                                               00070000
070100*================================================================ 00070100
070200 300-PRINT-THE-BOOKLET.                                           00070200
070300     SET PRINT-PASS TO TRUE                                       00070300
070400     PERFORM 110-OPEN-PROF-CSR                                    00070400
070500     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00070500
070600       PERFORM 140-CHECK-THE-STORE                                00070600
070700       IF MMMC0166-STORE-SELECTED                                 00070700
070800         IF WS-PRF-DIST-NO NOT = WS-PREV-DIST-NO                  00070800
070900           MOVE WS-PRF-DIST-NO TO WS-PREV-DIST-NO                 00070900
071000           PERFORM 320-WRITE-COVER-PAGE                           00071000
071100         END-IF                                                   00071100
071200         ADD 1 TO WS-STORE-COUNT                                  00071200
071300         PERFORM 400-WRITE-STORE-PROFILE                          00071300
071400       END-IF                                                     00071400
071500       IF SQL-NO-ERROR                                            00071500
071600         PERFORM 120-FETCH-NEXT-STORE                             00071600
071700       END-IF                                                     00071700
071800     END-PERFORM                                                  00071800
071900     PERFORM 130-CLOSE-PROF-CSR                                   00071900
072000     .                                                            00072000
072100                                                                  00072100
072200*================================================================ 00072200
072300* Cover page - district name, totals from the first pass, and     00072300
072400* the index of the stores that follow.  A long index runs on      00072400
072500* to the next page; the cover always ends on a page boundary.     00072500
072600*================================================================ 00072600
072700 320-WRITE-COVER-PAGE.                                            00072700
072800     ADD 1 TO WS-DIST-COUNT                                       00072800
072900     PERFORM 340-GET-DISTRICT-NAME                                00072900
073000     PERFORM 240-FIND-THE-DISTRICT                                00073000
073100                                                                  00073100
073200     MOVE 'DISTRICT STORE PROFILES' TO WS-TTL-TEXT                00073200
073300     PERFORM 410-WRITE-TITLE-LINE                                 00073300
073400     MOVE WS-RULE-LINE TO WS-PRT-LINE                             00073400
073500     PERFORM 800-WRITE-LINE                                       00073500
073600     PERFORM 800-WRITE-LINE                                       00073600
073700                                                                  00073700
073800     IF WS-DX > 0                                                 00073800
073900       MOVE 'STORES IN THIS BOOKLET'   TO WS-CNL-LABEL            00073900
074000       MOVE WS-DT-STORES (WS-DX)       TO WS-CNL-COUNT            00074000
074100       PERFORM 830-WRITE-COUNT-LINE                               00074100
074200       MOVE 'SELLING SQ FT, FOOD + NONFOOD' TO WS-CNL-LABEL       00074200
074300       MOVE WS-DT-SQFT (WS-DX)         TO WS-CNL-COUNT            00074300
074400       PERFORM 830-WRITE-COUNT-LINE                               00074400
074500       MOVE 'LICENSES EXPIRED'         TO WS-CNL-LABEL            00074500
074600       MOVE WS-DT-LIC-EXP (WS-DX)      TO WS-CNL-COUNT            00074600
074700       PERFORM 830-WRITE-COUNT-LINE                               00074700
074800       MOVE 'LICENSES DUE FOR RENEWAL' TO WS-CNL-LABEL            00074800
074900       MOVE WS-DT-LIC-DUE (WS-DX)      TO WS-CNL-COUNT            00074900
075000       PERFORM 830-WRITE-COUNT-LINE                               00075000
075100       MOVE 'STORES WITH NO EMRG CONTACT' TO WS-CNL-LABEL         00075100
075200       MOVE WS-DT-NO-CNTCT (WS-DX)     TO WS-CNL-COUNT            00075200
075300       PERFORM 830-WRITE-COUNT-LINE                               00075300
075400       MOVE 'OPEN EXCEPTIONS'          TO WS-CNL-LABEL            00075400
075500       MOVE WS-DT-EXCP (WS-DX)         TO WS-CNL-COUNT            00075500
075600       PERFORM 830-WRITE-COUNT-LINE                               00075600
075700       MOVE 'STORES WITH OPEN EXCEPTIONS' TO WS-CNL-LABEL         00075700
075800       MOVE WS-DT-EXCP-STORES (WS-DX)  TO WS-CNL-COUNT            00075800
075900       PERFORM 830-WRITE-COUNT-LINE                               00075900
076000     END-IF                                                       00076000
076100                                                                  00076100
076200     PERFORM 800-WRITE-LINE                                       00076200
076300     MOVE '  STORE INDEX' TO WS-PRT-LINE                          00076300
076400     PERFORM 800-WRITE-LINE                                       00076400
076500     MOVE WS-IDX-HDG-LINE TO WS-PRT-LINE                          00076500
076600     PERFORM 800-WRITE-LINE                                       00076600
076700     PERFORM VARYING WS-IX FROM 1 BY 1                            00076700
076800             UNTIL WS-IX > WS-NUM-IDX                             00076800
076900       IF WS-IX-DIST-NO (WS-IX) = WS-PRF-DIST-NO                  00076900
077000         MOVE WS-IX-LINE (WS-IX) TO WS-PRT-LINE                   00077000
077100         PERFORM 800-WRITE-LINE                                   00077100
077200       END-IF                                                     00077200
077300     END-PERFORM                                                  00077300
077400     IF INDEX-IS-FULL                                             00077400
077500       MOVE '    ... INDEX TABLE FULL - LATER STORES NOT INDEXED' 00077500
077600         TO WS-PRT-LINE                                           00077600
077700       PERFORM 800-WRITE-LINE                                     00077700
077800     END-IF                                                       00077800
077900     PERFORM 850-END-THE-PAGE                                     00077900
078000     .                                                            00078000
078100                                                                  00078100
078200 340-GET-DISTRICT-NAME.                                           00078200
078300     INITIALIZE MMMC0175                                          00078300
078400     SET  MMMC0175-GET-NAME     TO TRUE                           00078400
078500     SET  MMMC0175-TYP-DISTRICT TO TRUE                           00078500
078600     MOVE WS-PRF-DIST-NO        TO MMMC0175-ORG-ID                00078600
078700     CALL WS-MMMS0175-PGM USING                                   00078700
078800         XXXN001A                                                 00078800
078900         MMMC0175                                                 00078900
079000     IF SUCCESS AND MMMC0175-ORG-FOUND                            00079000
079100       MOVE MMMC0175-ORG-NM TO WS-DIST-NM                         00079100
079200     ELSE                                                         00079200
079300       MOVE SPACES          TO WS-DIST-NM                         00079300
079400     END-IF                                                       00079400
079500     INITIALIZE XXXN001A                                          00079500
079600     .                                                            00079600
079700                                                                  00079700
079800*================================================================ 00079800
079900* One store, one page...                                          00079900
080000*================================================================ 00080000
080100 400-WRITE-STORE-PROFILE.                                         00080100
080200     MOVE WS-PRF-STORE-NO TO WS-CUR-LOC-NBR                       00080200
080300     MOVE 'STORE PROFILE' TO WS-TTL-TEXT                          00080300
080400     PERFORM 410-WRITE-TITLE-LINE                                 00080400
080500     MOVE WS-PRF-STORE-NO    TO WS-STL-STORE-NO                   00080500
080600     MOVE WS-PRF-STORE-NM    TO WS-STL-STORE-NM                   00080600
080700     MOVE WS-PRF-RPRT-SEQ-NO TO WS-STL-SEQ-NO                     00080700
080800     MOVE WS-PRF-STATUS-CD   TO WS-STL-STATUS                     00080800
0808A0     PERFORM 405-GET-STATUS-DESC                                  000808A0
080900     MOVE WS-PRF-OPEN-DT     TO WS-STL-OPEN-DT                    00080900
081000     IF WS-PRF-CLOSED-DT = '0001-01-01'                           00081000
081100       MOVE SPACES           TO WS-STL-CLOSED-DT                  00081100
081200     ELSE                                                         00081200
081300       MOVE WS-PRF-CLOSED-DT TO WS-STL-CLOSED-DT                  00081300
081400     END-IF                                                       00081400
081500     MOVE WS-STORE-LINE TO WS-PRT-LINE                            00081500
081600     PERFORM 800-WRITE-LINE                                       00081600
081700     MOVE WS-RULE-LINE TO WS-PRT-LINE                             00081700
081800     PERFORM 800-WRITE-LINE                                       00081800
081900                                                                  00081900
082000     PERFORM 420-WRITE-ADDRESS                                    00082000
082100     PERFORM 430-WRITE-LEADERSHIP                                 00082100
082200     PERFORM 440-WRITE-HOURS                                      00082200
082300     IF SQL-NO-ERROR                                              00082300
082400       PERFORM 450-WRITE-DEPARTMENTS                              00082400
082500     END-IF                                                       00082500
082600     IF SQL-NO-ERROR                                              00082600
082700       PERFORM 460-WRITE-ZONES                                    00082700
082800     END-IF                                                       00082800
082900     IF SQL-NO-ERROR                                              00082900
083000       PERFORM 470-WRITE-LICENSES                                 00083000
083100     END-IF                                                       00083100
083200     IF SQL-NO-ERROR                                              00083200
083300       PERFORM 480-WRITE-CONTACTS                                 00083300
083400     END-IF                                                       00083400
083500     IF SQL-NO-ERROR                                              00083500
083600       PERFORM 490-WRITE-EXCEPTIONS                               00083600
083700     END-IF                                                       00083700
083800     PERFORM 850-END-THE-PAGE                                     00083800
083900     .                                                            00083900
084000                                                                  00084000
0840A0 405-GET-STATUS-DESC.                                             000840A0
0840A1     MOVE SPACES TO WS-STL-STATUS-DESC                            000840A1
0840A2     INITIALIZE MMMC0183                                          000840A2
0840A3     SET  MMMC0183-GET-DESC     TO TRUE                           000840A3
0840A4     MOVE 'FC_RL_STATUS_CD'     TO MMMC0183-FLD-NM                000840A4
0840A5     MOVE WS-PRF-STATUS-CD      TO MMMC0183-CODE-VAL              000840A5
0840A6     CALL WS-MMMS0183-PGM USING                                   000840A6
0840A7         XXXN001A                                                 000840A7
0840A8         MMMC0183                                                 000840A8
0840A9     IF SUCCESS AND MMMC0183-CODE-FOUND                           000840A9
0840B0       MOVE MMMC0183-CODE-DESC TO WS-STL-STATUS-DESC              000840B0
0840B1     END-IF                                                       000840B1
0840B2     IF SUCCESS AND MMMC0183-CODE-NOT-FOUND                       000840B2
0840B3                 AND MMMC0183-DOMAIN-LOADED                       000840B3
0840B4       MOVE 'NOT DEFINED'      TO WS-STL-STATUS-DESC              000840B4
0840B5     END-IF                                                       000840B5
0840B6     INITIALIZE XXXN001A                                          000840B6
0840B7     .                                                            000840B7
084100 410-WRITE-TITLE-LINE.                                            00084100
084200     ADD 1 TO WS-PAGE-COUNT                                       00084200
084300     MOVE WS-PRF-DIST-NO TO WS-TTL-DIST-NO                        00084300
084400     MOVE WS-DIST-NM     TO WS-TTL-DIST-NM                        00084400
084500     MOVE WS-RUN-DT      TO WS-TTL-RUN-DT                         00084500
084600     MOVE WS-PAGE-COUNT  TO WS-TTL-PAGE                           00084600
084700     MOVE WS-TITLE-LINE  TO WS-PRT-LINE                           00084700
084800     PERFORM 800-WRITE-LINE                                       00084800
084900     .                                                            00084900
085000                                                                  00085000
085100 420-WRITE-ADDRESS.                                               00085100
085200     PERFORM 800-WRITE-LINE                                       00085200
085300     MOVE '  ADDRESS' TO WS-PRT-LINE                              00085300
085400     PERFORM 800-WRITE-LINE                                       00085400
085500     STRING '    ' WS-PRF-ADR-1 '  ' WS-PRF-ADR-2                 00085500
085600       DELIMITED BY SIZE INTO WS-PRT-LINE                         00085600
085700     PERFORM 800-WRITE-LINE                                       00085700
085800     MOVE WS-PRF-ZIP5-CD TO WS-ZIP5                               00085800
085900     MOVE WS-PRF-ZIP4-CD TO WS-ZIP4                               00085900
086000     STRING '    ' WS-PRF-CITY '  ' WS-PRF-STATE-CD '  '          00086000
086100            WS-ZIP5 '-' WS-ZIP4                                   00086100
086200       DELIMITED BY SIZE INTO WS-PRT-LINE                         00086200
086300     PERFORM 800-WRITE-LINE                                       00086300
086400     MOVE WS-PRF-AREA-CD    TO WS-PH-AREA                         00086400
086500     MOVE WS-PRF-PHONE-NBR  TO WS-PH-NBR                          00086500
086600     PERFORM 820-FORMAT-PHONE                                     00086600
086700     STRING '    PHONE ' WS-PHONE-TXT                             00086700
086800       DELIMITED BY SIZE INTO WS-PRT-LINE                         00086800
086900     PERFORM 800-WRITE-LINE                                       00086900
087000     .                                                            00087000
087100                                                                  00087100
087200 430-WRITE-LEADERSHIP.                                            00087200
087300     PERFORM 800-WRITE-LINE                                       00087300
087400     MOVE '  LEADERSHIP' TO WS-PRT-LINE                           00087400
087500     PERFORM 800-WRITE-LINE                                       00087500
087600     STRING '    STORE LEADER     ' WS-PRF-LEADER-NM              00087600
087700       DELIMITED BY SIZE INTO WS-PRT-LINE                         00087700
087800     PERFORM 800-WRITE-LINE                                       00087800
087900     STRING '    PRIMARY CONTACT  ' WS-PRF-CONTACT-NM             00087900
088000       DELIMITED BY SIZE INTO WS-PRT-LINE                         00088000
088100     PERFORM 800-WRITE-LINE                                       00088100
088200     .                                                            00088200
088300                                                                  00088300
088400*================================================================ 00088400
088500* Weekly hours as kept on the store, then any override in the     00088500
088600* next four weeks.  00.00.00 to 00.00.00 is closed, and a         00088600
088700* close before the open is past midnight (MMMS0168's rules).      00088700
088800*================================================================ 00088800
088900 440-WRITE-HOURS.                                                 00088900
089000     PERFORM 800-WRITE-LINE                                       00089000
089100     MOVE '  HOURS (STORE LOCAL)' TO WS-PRT-LINE                  00089100
089200     PERFORM 800-WRITE-LINE                                       00089200
089300     PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7          00089300
089400       MOVE WS-DAY-NAME (WS-DAY) TO WS-HRL-DAY                    00089400
089500       MOVE SPACES TO WS-HRL-TEXT                                 00089500
089600       EVALUATE TRUE                                              00089600
089700         WHEN WS-PRF-DAY-OPEN (WS-DAY) = K-DEF-TM                 00089700
089800          AND WS-PRF-DAY-CLOS (WS-DAY) = K-DEF-TM                 00089800
089900           MOVE 'CLOSED' TO WS-HRL-TEXT                           00089900
090000         WHEN WS-PRF-DAY-OPEN (WS-DAY) = SPACES                   00090000
090100           MOVE 'NOT SET' TO WS-HRL-TEXT                          00090100
090200         WHEN WS-PRF-DAY-CLOS (WS-DAY) <                          00090200
090300              WS-PRF-DAY-OPEN (WS-DAY)                            00090300
090400           STRING WS-PRF-DAY-OPEN (WS-DAY) (1:5) ' - '            00090400
090500                  WS-PRF-DAY-CLOS (WS-DAY) (1:5)                  00090500
090600                  ' (NEXT DAY)'                                   00090600
090700             DELIMITED BY SIZE INTO WS-HRL-TEXT                   00090700
090800         WHEN OTHER                                               00090800
090900           STRING WS-PRF-DAY-OPEN (WS-DAY) (1:5) ' - '            00090900
091000                  WS-PRF-DAY-CLOS (WS-DAY) (1:5)                  00091000
091100             DELIMITED BY SIZE INTO WS-HRL-TEXT                   00091100
091200       END-EVALUATE                                               00091200
091300       MOVE WS-HOURS-LINE TO WS-PRT-LINE                          00091300
091400       PERFORM 800-WRITE-LINE                                     00091400
091500     END-PERFORM                                                  00091500
091600                                                                  00091600
091700     MOVE 0 TO WS-ROW-CNT                                         00091700
091800     EXEC SQL                                                     00091800
091900       OPEN OVRD-CSR                                              00091900
092000     END-EXEC                                                     00092000
092100     IF SQLCODE NOT = 0                                           00092100
092200       SET SQL-ERROR-DETECTED TO TRUE                             00092200
092300       DISPLAY 'MMMB1202 - ERROR OPENING OVRD-CSR, SQLCODE='      00092300
092400               SQLCODE                                            00092400
092500     ELSE                                                         00092500
092600       PERFORM 442-FETCH-NEXT-OVRD                                00092600
092700       PERFORM UNTIL SQLCODE NOT = 0                              00092700
092800         ADD 1 TO WS-ROW-CNT                                      00092800
092900         IF WS-ROW-CNT > K-MAX-OVRD                               00092900
093000           MOVE '    ... MORE OVERRIDES ON FC_XXXAIL_HRS_OVRD'    00093000
093100             TO WS-PRT-LINE                                       00093100
093200           PERFORM 800-WRITE-LINE                                 00093200
093300           MOVE 100 TO SQLCODE                                    00093300
093400         ELSE                                                     00093400
093500           PERFORM 444-WRITE-OVRD-LINE                            00093500
093600           PERFORM 442-FETCH-NEXT-OVRD                            00093600
093700         END-IF                                                   00093700
093800       END-PERFORM                                                00093800
093900       EXEC SQL                                                   00093900
094000         CLOSE OVRD-CSR                                           00094000
094100       END-EXEC                                                   00094100
094200       MOVE 0 TO SQLCODE                                          00094200
094300     END-IF                                                       00094300
094400     .                                                            00094400
094500                                                                  00094500
094600 442-FETCH-NEXT-OVRD.                                             00094600
094700     EXEC SQL                                                     00094700
094800       FETCH OVRD-CSR                                             00094800
094900         INTO :WS-OV-STRT-DT, :WS-OV-END-DT,                      00094900
095000              :WS-OV-CLSD-IND, :WS-OV-OPEN-TM, :WS-OV-CLOS-TM     00095000
095100     END-EXEC                                                     00095100
095200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00095200
095300       SET SQL-ERROR-DETECTED TO TRUE                             00095300
095400       DISPLAY 'MMMB1202 - ERROR FETCHING OVRD-CSR, SQLCODE='     00095400
095500               SQLCODE                                            00095500
095600     END-IF                                                       00095600
095700     .                                                            00095700
095800                                                                  00095800
095900 444-WRITE-OVRD-LINE.                                             00095900
096000     MOVE WS-OV-STRT-DT TO WS-OVL-STRT-DT                         00096000
096100     MOVE WS-OV-END-DT  TO WS-OVL-END-DT                          00096100
096200     MOVE SPACES        TO WS-OVL-TEXT                            00096200
096300     IF WS-OV-CLSD-IND = 'Y'                                      00096300
096400       MOVE 'OVERRIDE - CLOSED ALL DAY' TO WS-OVL-TEXT            00096400
096500     ELSE                                                         00096500
096600       STRING 'OVERRIDE - ' WS-OV-OPEN-TM (1:5) ' - '             00096600
096700              WS-OV-CLOS-TM (1:5)                                 00096700
096800         DELIMITED BY SIZE INTO WS-OVL-TEXT                       00096800
096900     END-IF                                                       00096900
097000     MOVE WS-OVRD-LINE TO WS-PRT-LINE                             00097000
097100     PERFORM 800-WRITE-LINE                                       00097100
097200     .                                                            00097200
097300                                                                  00097300
097400*================================================================ 00097400
097500* Departments - the count, then the names four to a line.         00097500
097600*================================================================ 00097600
097700 450-WRITE-DEPARTMENTS.                                           00097700
097800     PERFORM 800-WRITE-LINE                                       00097800
097900     MOVE 0 TO WS-DEPT-CNT                                        00097900
098000     EXEC SQL                                                     00098000
098100       SELECT COUNT(*)                                            00098100
098200        INTO :WS-DEPT-CNT                                         00098200
098300       FROM FC_RETAIL_DEPTS                                       00098300
098400       WHERE FC_STORE_NO = :WS-CUR-LOC-NBR                        00098400
098500     END-EXEC                                                     00098500
098600     MOVE 'DEPARTMENTS' TO WS-CNL-LABEL                           00098600
098700     MOVE WS-DEPT-CNT   TO WS-CNL-COUNT                           00098700
098800     MOVE WS-CNT-LINE   TO WS-PRT-LINE                            00098800
098900     MOVE '  DEPARTMENTS' TO WS-PRT-LINE (1:36)                   00098900
099000     PERFORM 800-WRITE-LINE                                       00099000
099100                                                                  00099100
099200     MOVE 0 TO WS-ROW-CNT                                         00099200
099300               WS-ITEM-IN-LINE                                    00099300
099400     EXEC SQL                                                     00099400
099500       OPEN DEPT-CSR                                              00099500
099600     END-EXEC                                                     00099600
099700     IF SQLCODE NOT = 0                                           00099700
099800       SET SQL-ERROR-DETECTED TO TRUE                             00099800
099900       DISPLAY 'MMMB1202 - ERROR OPENING DEPT-CSR, SQLCODE='      00099900
100000               SQLCODE                                            00100000
100100     ELSE                                                         00100100
100200       PERFORM 452-FETCH-NEXT-DEPT                                00100200
100300       PERFORM UNTIL SQLCODE NOT = 0                              00100300
100400                  OR WS-ROW-CNT NOT < K-MAX-DEPTS                 00100400
100500         ADD 1 TO WS-ROW-CNT                                      00100500
100600         COMPUTE WS-COL = 5 + WS-ITEM-IN-LINE * 32                00100600
100700         MOVE WS-DP-DEPT-NM TO WS-PRT-LINE (WS-COL:30)            00100700
100800         ADD 1 TO WS-ITEM-IN-LINE                                 00100800
100900         IF WS-ITEM-IN-LINE = 4                                   00100900
101000           PERFORM 800-WRITE-LINE                                 00101000
101100           MOVE 0 TO WS-ITEM-IN-LINE                              00101100
101200         END-IF                                                   00101200
101300         PERFORM 452-FETCH-NEXT-DEPT                              00101300
101400       END-PERFORM                                                00101400
101500       IF WS-ITEM-IN-LINE > 0                                     00101500
101600         PERFORM 800-WRITE-LINE                                   00101600
101700       END-IF                                                     00101700
101800       EXEC SQL                                                   00101800
101900         CLOSE DEPT-CSR                                           00101900
102000       END-EXEC                                                   00102000
102100       MOVE 0 TO SQLCODE                                          00102100
102200     END-IF                                                       00102200
102300     .                                                            00102300
102400                                                                  00102400
102500 452-FETCH-NEXT-DEPT.                                             00102500
102600     EXEC SQL                                                     00102600
102700       FETCH DEPT-CSR                                             00102700
102800         INTO :WS-DP-DEPT-NM                                      00102800
102900     END-EXEC                                                     00102900
103000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00103000
103100       SET SQL-ERROR-DETECTED TO TRUE                             00103100
103200       DISPLAY 'MMMB1202 - ERROR FETCHING DEPT-CSR, SQLCODE='     00103200
103300               SQLCODE                                            00103300
103400     END-IF                                                       00103400
103500     .                                                            00103500
103600                                                                  00103600
103700*================================================================ 00103700
103800* Price and ad zones - the store's own, then class by class.      00103800
103900*================================================================ 00103900
104000 460-WRITE-ZONES.                                                 00104000
104100     PERFORM 800-WRITE-LINE                                       00104100
104200     MOVE '  ZONES (AD ZONES BY ITEM CLASS AS CLASS/ZONE)'        00104200
104300       TO WS-PRT-LINE                                             00104300
104400     PERFORM 800-WRITE-LINE                                       00104400
104500     MOVE WS-PRF-PD-ZONE-NO TO WS-ZNL-PD-ZONE                     00104500
104600     MOVE WS-PRF-AD-ZN-NBR  TO WS-ZNL-AD-ZONE                     00104600
104700     MOVE WS-PRF-RETL-ZONE  TO WS-ZNL-RETL-ZONE                   00104700
104800     MOVE WS-ZONE-LINE      TO WS-PRT-LINE                        00104800
104900     PERFORM 800-WRITE-LINE                                       00104900
105000                                                                  00105000
105100     MOVE 0 TO WS-ROW-CNT                                         00105100
105200               WS-ITEM-IN-LINE                                    00105200
105300     EXEC SQL                                                     00105300
105400       OPEN CZ-CSR                                                00105400
105500     END-EXEC                                                     00105500
105600     IF SQLCODE NOT = 0                                           00105600
105700       SET SQL-ERROR-DETECTED TO TRUE                             00105700
105800       DISPLAY 'MMMB1202 - ERROR OPENING CZ-CSR, SQLCODE='        00105800
105900               SQLCODE                                            00105900
106000     ELSE                                                         00106000
106100       PERFORM 462-FETCH-NEXT-CZ                                  00106100
106200       PERFORM UNTIL SQLCODE NOT = 0                              00106200
106300                  OR WS-ROW-CNT NOT < K-MAX-CZ                    00106300
106400         ADD 1 TO WS-ROW-CNT                                      00106400
106500         COMPUTE WS-COL = 1 + WS-ITEM-IN-LINE * 20                00106500
106600         MOVE WS-CZ-CLS-CD TO WS-CZI-CLS                          00106600
106700         MOVE WS-CZ-ZONE   TO WS-CZI-ZONE                         00106700
106800         MOVE WS-CZ-ITEM   TO WS-PRT-LINE (WS-COL:20)             00106800
106900         ADD 1 TO WS-ITEM-IN-LINE                                 00106900
107000         IF WS-ITEM-IN-LINE = 6                                   00107000
107100           PERFORM 800-WRITE-LINE                                 00107100
107200           MOVE 0 TO WS-ITEM-IN-LINE                              00107200
107300         END-IF                                                   00107300
107400         PERFORM 462-FETCH-NEXT-CZ                                00107400
107500       END-PERFORM                                                00107500
107600       IF WS-ITEM-IN-LINE > 0                                     00107600
107700         PERFORM 800-WRITE-LINE                                   00107700
107800       END-IF                                                     00107800
107900       EXEC SQL                                                   00107900
108000         CLOSE CZ-CSR                                             00108000
108100       END-EXEC                                                   00108100
108200       MOVE 0 TO SQLCODE                                          00108200
108300     END-IF                                                       00108300
108400     .                                                            00108400
108500                                                                  00108500
108600 462-FETCH-NEXT-CZ.                                               00108600
108700     EXEC SQL                                                     00108700
108800       FETCH CZ-CSR                                               00108800
108900         INTO :WS-CZ-CLS-CD, :WS-CZ-ZONE                          00108900
109000     END-EXEC                                                     00109000
109100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00109100
109200       SET SQL-ERROR-DETECTED TO TRUE                             00109200
109300       DISPLAY 'MMMB1202 - ERROR FETCHING CZ-CSR, SQLCODE='       00109300
109400               SQLCODE                                            00109400
109500     END-IF                                                       00109500
109600     .                                                            00109600
109700                                                                  00109700
109800*================================================================ 00109800
109900* Active licenses, expired and due-for-renewal ones marked the    00109900
110000* way MMMB0802 marks them.                                        00110000
110100*================================================================ 00110100
110200 470-WRITE-LICENSES.                                              00110200
110300     PERFORM 800-WRITE-LINE                                       00110300
110400     MOVE '  LICENSES AND PERMITS' TO WS-PRT-LINE                 00110400
110500     PERFORM 800-WRITE-LINE                                       00110500
110600     MOVE WS-LIC-HDG-LINE TO WS-PRT-LINE                          00110600
110700     PERFORM 800-WRITE-LINE                                       00110700
110800                                                                  00110800
110900     MOVE 0 TO WS-ROW-CNT                                         00110900
111000     EXEC SQL                                                     00111000
111100       OPEN LIC-CSR                                               00111100
111200     END-EXEC                                                     00111200
111300     IF SQLCODE NOT = 0                                           00111300
111400       SET SQL-ERROR-DETECTED TO TRUE                             00111400
111500       DISPLAY 'MMMB1202 - ERROR OPENING LIC-CSR, SQLCODE='       00111500
111600               SQLCODE                                            00111600
111700     ELSE                                                         00111700
111800       PERFORM 472-FETCH-NEXT-LIC                                 00111800
111900       PERFORM UNTIL SQLCODE NOT = 0                              00111900
112000         ADD 1 TO WS-ROW-CNT                                      00112000
112100         IF WS-ROW-CNT > K-MAX-LIC                                00112100
112200           MOVE '    ... MORE LICENSES ON FILE (MMMO1100)'        00112200
112300             TO WS-PRT-LINE                                       00112300
112400           PERFORM 800-WRITE-LINE                                 00112400
112500           MOVE 100 TO SQLCODE                                    00112500
112600         ELSE                                                     00112600
112700           PERFORM 474-WRITE-LIC-LINE                             00112700
112800           PERFORM 472-FETCH-NEXT-LIC                             00112800
112900         END-IF                                                   00112900
113000       END-PERFORM                                                00113000
113100       EXEC SQL                                                   00113100
113200         CLOSE LIC-CSR                                            00113200
113300       END-EXEC                                                   00113300
113400       MOVE 0 TO SQLCODE                                          00113400
113500     END-IF                                                       00113500
113600     .                                                            00113600
113700                                                                  00113700
113800 472-FETCH-NEXT-LIC.                                              00113800
113900     EXEC SQL                                                     00113900
114000       FETCH LIC-CSR                                              00114000
114100         INTO :WS-LC-TYP-CD, :WS-LC-TYP-DES,                      00114100
114200              :WS-LC-LIC-NBR, :WS-LC-AUTH-NM,                     00114200
114300              :WS-LC-EXPIR-DT, :WS-LC-DAYS-LEFT,                  00114300
114400              :WS-LC-LEAD-DD                                      00114400
114500     END-EXEC                                                     00114500
114600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00114600
114700       SET SQL-ERROR-DETECTED TO TRUE                             00114700
114800       DISPLAY 'MMMB1202 - ERROR FETCHING LIC-CSR, SQLCODE='      00114800
114900               SQLCODE                                            00114900
115000     END-IF                                                       00115000
115100     .                                                            00115100
115200                                                                  00115200
115300 474-WRITE-LIC-LINE.                                              00115300
115400     EVALUATE TRUE                                                00115400
115500       WHEN WS-LC-DAYS-LEFT < 0                                   00115500
115600         MOVE 'EXPIRED' TO WS-LCL-STATUS                          00115600
115700       WHEN WS-LC-DAYS-LEFT NOT > WS-LC-LEAD-DD                   00115700
115800         MOVE 'RENEW'   TO WS-LCL-STATUS                          00115800
115900       WHEN OTHER                                                 00115900
116000         MOVE SPACES    TO WS-LCL-STATUS                          00116000
116100     END-EVALUATE                                                 00116100
116200     MOVE WS-LC-TYP-CD   TO WS-LCL-TYP-CD                         00116200
116300     MOVE WS-LC-TYP-DES  TO WS-LCL-TYP-DES                        00116300
116400     MOVE WS-LC-LIC-NBR  TO WS-LCL-LIC-NBR                        00116400
116500     MOVE WS-LC-AUTH-NM  TO WS-LCL-AUTH-NM                        00116500
116600     MOVE WS-LC-EXPIR-DT TO WS-LCL-EXPIR-DT                       00116600
116700     MOVE WS-LIC-LINE    TO WS-PRT-LINE                           00116700
116800     PERFORM 800-WRITE-LINE                                       00116800
116900     .                                                            00116900
117000                                                                  00117000
117100*================================================================ 00117100
117200* Emergency contacts in effect today, in call order.              00117200
117300*================================================================ 00117300
117400 480-WRITE-CONTACTS.                                              00117400
117500     PERFORM 800-WRITE-LINE                                       00117500
117600     MOVE '  EMERGENCY CONTACTS' TO WS-PRT-LINE                   00117600
117700     PERFORM 800-WRITE-LINE                                       00117700
117800                                                                  00117800
117900     MOVE 0 TO WS-ROW-CNT                                         00117900
118000     EXEC SQL                                                     00118000
118100       OPEN CNTCT-CSR                                             00118100
118200     END-EXEC                                                     00118200
118300     IF SQLCODE NOT = 0                                           00118300
118400       SET SQL-ERROR-DETECTED TO TRUE                             00118400
118500       DISPLAY 'MMMB1202 - ERROR OPENING CNTCT-CSR, SQLCODE='     00118500
118600               SQLCODE                                            00118600
118700     ELSE                                                         00118700
118800       PERFORM 482-FETCH-NEXT-CNTCT                               00118800
118900       IF SQLCODE = 100                                           00118900
119000         MOVE '    NONE IN EFFECT - SEE MMMO0800' TO WS-PRT-LINE  00119000
119100         PERFORM 800-WRITE-LINE                                   00119100
119200       END-IF                                                     00119200
119300       PERFORM UNTIL SQLCODE NOT = 0                              00119300
119400         ADD 1 TO WS-ROW-CNT                                      00119400
119500         IF WS-ROW-CNT > K-MAX-CNTCT                              00119500
119600           MOVE '    ... MORE CONTACTS ON FILE (MMMO0800)'        00119600
119700             TO WS-PRT-LINE                                       00119700
119800           PERFORM 800-WRITE-LINE                                 00119800
119900           MOVE 100 TO SQLCODE                                    00119900
120000         ELSE                                                     00120000
120100           MOVE WS-XC-RANK-NBR  TO WS-CTL-RANK                    00120100
120200           MOVE WS-XC-CNTCT-NM  TO WS-CTL-NM                      00120200
120300           MOVE WS-XC-ROLE-CD   TO WS-CTL-ROLE                    00120300
120400           MOVE WS-XC-AREA-CD   TO WS-PH-AREA                     00120400
120500           MOVE WS-XC-PHONE-NBR TO WS-PH-NBR                      00120500
120600           PERFORM 820-FORMAT-PHONE                               00120600
120700           MOVE WS-PHONE-TXT    TO WS-CTL-PHONE                   00120700
120800           MOVE WS-CNTCT-LINE   TO WS-PRT-LINE                    00120800
120900           PERFORM 800-WRITE-LINE                                 00120900
121000           PERFORM 482-FETCH-NEXT-CNTCT                           00121000
121100         END-IF                                                   00121100
121200       END-PERFORM                                                00121200
121300       EXEC SQL                                                   00121300
121400         CLOSE CNTCT-CSR                                          00121400
121500       END-EXEC                                                   00121500
121600       MOVE 0 TO SQLCODE                                          00121600
121700     END-IF                                                       00121700
121800     .                                                            00121800
121900                                                                  00121900
122000 482-FETCH-NEXT-CNTCT.                                            00122000
122100     EXEC SQL                                                     00122100
122200       FETCH CNTCT-CSR                                            00122200
122300         INTO :WS-XC-RANK-NBR, :WS-XC-CNTCT-NM,                   00122300
122400              :WS-XC-ROLE-CD, :WS-XC-AREA-CD,                     00122400
122500              :WS-XC-PHONE-NBR                                    00122500
122600     END-EXEC                                                     00122600
122700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00122700
122800       SET SQL-ERROR-DETECTED TO TRUE                             00122800
122900       DISPLAY 'MMMB1202 - ERROR FETCHING CNTCT-CSR, SQLCODE='    00122900
123000               SQLCODE                                            00123000
123100     END-IF                                                       00123100
123200     .                                                            00123200
123300                                                                  00123300
123400*================================================================ 00123400
123500* Open exceptions - sync currency and parked events as Store      00123500
123600* 360 shows them, then each job's latest flags for the store.     00123600
123700*================================================================ 00123700
123800 490-WRITE-EXCEPTIONS.                                            00123800
123900     PERFORM 800-WRITE-LINE                                       00123900
124000     MOVE '  OPEN EXCEPTIONS' TO WS-PRT-LINE                      00124000
124100     PERFORM 800-WRITE-LINE                                       00124100
124200                                                                  00124200
124300     EXEC SQL                                                     00124300
124400        SELECT CHAR(LC_NOT_CURR_SINCE_TS)                         00124400
124500         INTO :WS-NOT-CURR-TS                                     00124500
124600        FROM FC_XXXAIL_LOC_CURRENCY                               00124600
124700        WHERE LC_LOC_NBR    = :WS-CUR-LOC-NBR                     00124700
124800          AND LC_LOC_TYP_CD = 'S '                                00124800
124900     END-EXEC                                                     00124900
125000     EVALUATE TRUE                                                00125000
125100       WHEN SQLCODE = 0                                           00125100
125200         STRING '    SYNC CURRENCY    NOT CURRENT SINCE '         00125200
125300                WS-NOT-CURR-TS                                    00125300
125400           DELIMITED BY SIZE INTO WS-PRT-LINE                     00125400
125500       WHEN SQLCODE = 100                                         00125500
125600         MOVE '    SYNC CURRENCY    CURRENT' TO WS-PRT-LINE       00125600
125700       WHEN OTHER                                                 00125700
125800         MOVE '    SYNC CURRENCY    UNKNOWN (SQL ERROR)'          00125800
125900           TO WS-PRT-LINE                                         00125900
126000     END-EVALUATE                                                 00126000
126100     PERFORM 800-WRITE-LINE                                       00126100
126200                                                                  00126200
126300     MOVE 0              TO WS-DLQ-CNT                            00126300
126400     MOVE WS-CUR-LOC-NBR TO WS-BIN-LOC-NBR                        00126400
126500     EXEC SQL                                                     00126500
126600       SELECT COUNT(*)                                            00126600
126700        INTO :WS-DLQ-CNT                                          00126700
126800       FROM FC_XXXAIL_EVENT_DLQ                                   00126800
126900       WHERE TRX_CD = 'STRM'                                      00126900
127000         AND SUBSTR(MSG_DATA, 5, 4) = :WS-BIN-LOC-X               00127000
127100     END-EXEC                                                     00127100
127200     MOVE 'EVENTS PARKED ON DLQ' TO WS-CNL-LABEL                  00127200
127300     MOVE WS-DLQ-CNT             TO WS-CNL-COUNT                  00127300
127400     PERFORM 830-WRITE-COUNT-LINE                                 00127400
127500                                                                  00127500
127600     MOVE 0 TO WS-ROW-CNT                                         00127600
127700     EXEC SQL                                                     00127700
127800       OPEN EXCP-CSR                                              00127800
127900     END-EXEC                                                     00127900
128000     IF SQLCODE NOT = 0                                           00128000
128100       SET SQL-ERROR-DETECTED TO TRUE                             00128100
128200       DISPLAY 'MMMB1202 - ERROR OPENING EXCP-CSR, SQLCODE='      00128200
128300               SQLCODE                                            00128300
128400     ELSE                                                         00128400
128500       PERFORM 492-FETCH-NEXT-EXCP                                00128500
128600       PERFORM UNTIL SQLCODE NOT = 0                              00128600
128700         ADD 1 TO WS-ROW-CNT                                      00128700
128800         IF WS-ROW-CNT > K-MAX-EXCP                               00128800
128900           MOVE '    ... MORE EXCEPTIONS - SEE MMMB0201'          00128900
129000             TO WS-PRT-LINE                                       00129000
129100           PERFORM 800-WRITE-LINE                                 00129100
129200           MOVE 100 TO SQLCODE                                    00129200
129300         ELSE                                                     00129300
129400           MOVE WS-EX-JOB-NM  TO WS-EXL-JOB-NM                    00129400
129500           MOVE WS-EX-TYPE-CD TO WS-EXL-TYPE-CD                   00129500
129600           MOVE WS-EX-RUN-DT  TO WS-EXL-RUN-DT                    00129600
129700           MOVE WS-EXCP-LINE  TO WS-PRT-LINE                      00129700
129800           PERFORM 800-WRITE-LINE                                 00129800
129900           PERFORM 492-FETCH-NEXT-EXCP                            00129900
130000         END-IF                                                   00130000
130100       END-PERFORM                                                00130100
130200       EXEC SQL                                                   00130200
130300         CLOSE EXCP-CSR                                           00130300
130400       END-EXEC                                                   00130400
130500       MOVE 0 TO SQLCODE                                          00130500
130600     END-IF                                                       00130600
130700     .                                                            00130700
130800                                                                  00130800
130900 492-FETCH-NEXT-EXCP.                                             00130900
131000     EXEC SQL                                                     00131000
131100       FETCH EXCP-CSR                                             00131100
131200         INTO :WS-EX-JOB-NM, :WS-EX-TYPE-CD, :WS-EX-RUN-DT        00131200
131300     END-EXEC                                                     00131300
131400     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00131400
131500       SET SQL-ERROR-DETECTED TO TRUE                             00131500
131600       DISPLAY 'MMMB1202 - ERROR FETCHING EXCP-CSR, SQLCODE='     00131600
131700               SQLCODE                                            00131700
131800     END-IF                                                       00131800
131900     .                                                            00131900
132000                                                                  00132000
132100*================================================================ 00132100
132200* Every line goes to RPTOUT and through MMMS0166 (selection       00132200
132300* burst and archive).  The page line count wraps at               00132300
132400* K-PAGE-LINES.                                                   00132400
132500*================================================================ 00132500
132600 800-WRITE-LINE.                                                  00132600
132700     WRITE RPT-LINE FROM WS-PRT-LINE                              00132700
132800     SET  MMMC0166-WRITE-LINE TO TRUE                             00132800
132900     MOVE WS-PRF-DIST-NO TO MMMC0166-DISTRICT-NO                  00132900
133000     MOVE WS-PRT-LINE    TO MMMC0166-RPT-LINE                     00133000
133100     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00133100
133200     ADD 1 TO WS-LINE-COUNT                                       00133200
133300     ADD 1 TO WS-PAGE-LINE-CNT                                    00133300
133400     IF WS-PAGE-LINE-CNT NOT < K-PAGE-LINES                       00133400
133500       MOVE 0 TO WS-PAGE-LINE-CNT                                 00133500
133600     END-IF                                                       00133600
133700     MOVE SPACES TO WS-PRT-LINE                                   00133700
133800     .                                                            00133800
133900                                                                  00133900
134000 820-FORMAT-PHONE.                                                00134000
134100     MOVE SPACES TO WS-PHONE-TXT                                  00134100
134200     IF WS-PH-NBR NOT = 0                                         00134200
134300       STRING '(' WS-PH-AREA ') ' WS-PH-EXCH '-' WS-PH-LINE       00134300
134400         DELIMITED BY SIZE INTO WS-PHONE-TXT                      00134400
134500     END-IF                                                       00134500
134600     .                                                            00134600
134700                                                                  00134700
134800 830-WRITE-COUNT-LINE.                                            00134800
134900     MOVE WS-CNT-LINE TO WS-PRT-LINE                              00134900
135000     PERFORM 800-WRITE-LINE                                       00135000
135100     .                                                            00135100
135200                                                                  00135200
135300*================================================================ 00135300
135400* Pad with blank lines to the end of the page...                  00135400
135500*================================================================ 00135500
135600 850-END-THE-PAGE.                                                00135600
135700     PERFORM 800-WRITE-LINE                                       00135700
135800       UNTIL WS-PAGE-LINE-CNT = 0                                 00135800
135900     .                                                            00135900
136000                                                                  00136000
136100*================================================================ 00136100
136200* Termination - write the summary and close up...                 00136200
136300*================================================================ 00136300
136400 900-TERMINATE.                                                   00136400
136500     IF SQL-ERROR-DETECTED                                        00136500
136600       MOVE 16 TO RETURN-CODE                                     00136600
136700     END-IF                                                       00136700
136800     MOVE WS-DIST-COUNT  TO WS-SUM-DISTS                          00136800
136900     MOVE WS-STORE-COUNT TO WS-SUM-STORES                         00136900
137000     MOVE WS-PAGE-COUNT  TO WS-SUM-PAGES                          00137000
137100     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00137100
137200     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00137200
137300     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00137300
137400     SET  MMMC0166-CLOSE TO TRUE                                  00137400
137500     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00137500
137600     CLOSE PROF-RPT                                               00137600
137700     .                                                            00137700
137800                                                                  00137800
137900*================================================================ 00137900
138000* Run control - refuse a duplicate or out-of-order start, and     00138000
138100* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00138100
138200*================================================================ 00138200
138300 050-RUN-CNTL-START.                                              00138300
138400     INITIALIZE XXXN001A                                          00138400
138500                YYYC0230                                          00138500
138600     SET  YYYC0230-START-RUN TO TRUE                              00138600
138700     MOVE 'MMMB1202' TO YYYC0230-JOB-NM                           00138700
138800     CALL YYYS0230-RUN-CNTL USING                                 00138800
138900         XXXN001A                                                 00138900
139000         YYYC0230                                                 00139000
139100     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00139100
139200       SET SQL-ERROR-DETECTED TO TRUE                             00139200
139300       DISPLAY 'MMMB1202 - START REFUSED: ' IS-RTRN-MSG-TXT       00139300
139400     END-IF                                                       00139400
139500     .                                                            00139500
139600                                                                  00139600
139700 055-RUN-CNTL-END.                                                00139700
139800     INITIALIZE XXXN001A                                          00139800
139900                YYYC0230                                          00139900
140000     IF SQL-ERROR-DETECTED                                        00140000
140100       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00140100
140200     ELSE                                                         00140200
140300       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00140300
140400     END-IF                                                       00140400
140500     MOVE 'MMMB1202' TO YYYC0230-JOB-NM                           00140500
140600     CALL YYYS0230-RUN-CNTL USING                                 00140600
140700         XXXN001A                                                 00140700
140800         YYYC0230                                                 00140800
140900     .                                                            00140900
141000                                                                  00141000
