000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0202.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Six-week store-hours feed to the workforce scheduling system.   00000600
000700*                                                                 00000700
000800* Labor scheduling had each store's hours keyed by district       00000800
000900* clerks, so schedules ignored holiday overrides and overnight    00000900
001000* hours. This job sends, for every open store (the MMMB6801       00001000
001100* predicate) and each of the next 42 days, the hours MMMS0168     00001100
001200* resolves - overrides on FC_XXXAIL_HRS_OVRD first, the weekly    00001200
001300* fields otherwise, close-after-midnight flagged - with the       00001300
001400* store's time zone from FC_XXXAIL_STORE_TZ (central when the     00001400
001500* store has no row). Each day is typed N normal, O override or    00001500
001600* C closed.                                                       00001600
001700*                                                                 00001700
001800* FEEDOUT is the full 42-day picture, one record per store-day    00001800
001900* and a count trailer. PREVIN is last week's FEEDOUT: the two     00001900
002000* are matched store by store and DELTAOUT gets only the days      00002000
002100* that changed since the last send - A a day not sent before,     00002100
002200* C a day whose hours or type changed, X a future day sent last   00002200
002300* time for a store no longer fed (closed since). A store the      00002300
002400* resolver fails on is reported and its previous days are         00002400
002500* carried forward unchanged, so scheduling never sees a false     00002500
002600* drop. An empty PREVIN (first run) sends every day as A.         00002600
002700* Batch job - run weekly, after the hours-override maintenance.   00002700
002800*---------------------------------------------------------------- 00002800
002900 ENVIRONMENT DIVISION.                                            00002900
003000 INPUT-OUTPUT SECTION.                                            00003000
003100 FILE-CONTROL.                                                    00003100
003200     SELECT PREV-IN        ASSIGN TO PREVIN                       00003200
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00003300
003400     SELECT FEED-OUT       ASSIGN TO FEEDOUT                      00003400
003500         ORGANIZATION IS LINE SEQUENTIAL.                         00003500
003600     SELECT DELTA-OUT      ASSIGN TO DELTAOUT                     00003600
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00003700
003800     SELECT HRS-RPT        ASSIGN TO RPTOUT                       00003800
003900         ORGANIZATION IS LINE SEQUENTIAL.                         00003900
004000                                                                  00004000
004100 DATA DIVISION.                                                   00004100
004200 FILE SECTION.                                                    00004200
004300 FD  PREV-IN.                                                     00004300
004400 01  PREV-REC.                                                    00004400
004500     05 PRV-REC-TYP                    PIC X(1).                  00004500
004600        88 PRV-TRAILER                       VALUE 'T'.           00004600
004700     05 PRV-STORE-NO                   PIC 9(5).                  00004700
004800     05 PRV-HRS-DT                     PIC X(10).                 00004800
004900     05 PRV-DAY-DATA.                                             00004900
005000        10 PRV-DAY-TYP                 PIC X(1).                  00005000
005100        10 PRV-OPEN-TM                 PIC X(8).                  00005100
005200        10 PRV-CLOS-TM                 PIC X(8).                  00005200
005300        10 PRV-WRAP-SW                 PIC X(1).                  00005300
005400        10 PRV-TZ-CD                   PIC X(1).                  00005400
005500     05 FILLER                         PIC X(45).                 00005500
005600                                                                  00005600
005700 FD  FEED-OUT.                                                    00005700
005800 01  FEED-REC.                                                    00005800
005900     05 FED-REC-TYP                    PIC X(1).                  00005900
006000     05 FED-STORE-NO                   PIC 9(5).                  00006000
006100     05 FED-HRS-DT                     PIC X(10).                 00006100
006200     05 FED-DAY-DATA.                                             00006200
006300        10 FED-DAY-TYP                 PIC X(1).                  00006300
006400        10 FED-OPEN-TM                 PIC X(8).                  00006400
006500        10 FED-CLOS-TM                 PIC X(8).                  00006500
006600        10 FED-WRAP-SW                 PIC X(1).                  00006600
006700        10 FED-TZ-CD                   PIC X(1).                  00006700
006800     05 FILLER                         PIC X(45).                 00006800
006900                                                                  00006900
007000 FD  DELTA-OUT.                                                   00007000
007100 01  DELTA-REC.                                                   00007100
007200     05 DLT-ACTION-CD                  PIC X(1).                  00007200
007300     05 DLT-STORE-NO                   PIC 9(5).                  00007300
007400     05 DLT-HRS-DT                     PIC X(10).                 00007400
007500     05 DLT-DAY-DATA.                                             00007500
007600        10 DLT-DAY-TYP                 PIC X(1).                  00007600
007700        10 DLT-OPEN-TM                 PIC X(8).                  00007700
007800        10 DLT-CLOS-TM                 PIC X(8).                  00007800
007900        10 DLT-WRAP-SW                 PIC X(1).                  00007900
008000        10 DLT-TZ-CD                   PIC X(1).                  00008000
008100     05 FILLER                         PIC X(45).                 00008100
008200                                                                  00008200
008300 FD  HRS-RPT.                                                     00008300
008400 01  RPT-LINE                          PIC X(132).                00008400
008500                                                                  00008500
008600 WORKING-STORAGE SECTION.                                         00008600
008700* --------------------------------------------------------------- 00008700
008800* Misc working storage...                                         00008800
008900* --------------------------------------------------------------- 00008900
009000 01 MMMS0168-HRS-RESOLVER             PIC X(8) VALUE 'MMMS0168'.  00009000
009100 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00009100
009200 01 WS-FAILED-COUNT                   PIC 9(6) VALUE 0.           00009200
009300 01 WS-FEED-COUNT                     PIC 9(9) VALUE 0.           00009300
009400 01 WS-NORMAL-COUNT                   PIC 9(6) VALUE 0.           00009400
009500 01 WS-OVERRIDE-COUNT                 PIC 9(6) VALUE 0.           00009500
009600 01 WS-CLOSED-COUNT                   PIC 9(6) VALUE 0.           00009600
009700 01 WS-CARRIED-COUNT                  PIC 9(6) VALUE 0.           00009700
009800 01 WS-ADDED-COUNT                    PIC 9(6) VALUE 0.           00009800
009900 01 WS-CHANGED-COUNT                  PIC 9(6) VALUE 0.           00009900
010000 01 WS-DROPPED-COUNT                  PIC 9(6) VALUE 0.           00010000
010100 01 WS-DAY-SUB                        PIC S9(4) COMP VALUE 0.     00010100
010200 01 WS-NUM-DAYS                       PIC S9(4) COMP VALUE 42.    00010200
010300 01 WS-RUN-DATE                       PIC X(8) VALUE SPACES.      00010300
010400 01 WS-TZ-CD                          PIC X(1) VALUE SPACES.      00010400
010500                                                                  00010500
010600 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00010600
010700    88 IS-EOF                                  VALUE 'Y'.         00010700
010800 01 WS-PREV-EOF-SW                    PIC X    VALUE 'N'.         00010800
010900    88 PREV-EOF                                VALUE 'Y'.         00010900
011000 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00011000
011100    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00011100
011200    88 SQL-NO-ERROR                            VALUE 'N'.         00011200
011300 01 WS-STORE-SW                       PIC X    VALUE 'N'.         00011300
011400    88 STORE-RESOLVED                          VALUE 'N'.         00011400
011500    88 STORE-FAILED                            VALUE 'Y'.         00011500
011600                                                                  00011600
011700* The 42 calendar days, and this store's resolved hours for       00011700
011800* each. WS-DAY-SENT is set when last week's file had the day.     00011800
011900 01 WS-CAL-TABLE.                                                 00011900
012000    05 WS-CAL-DAY OCCURS 42.                                      00012000
012100       10 WS-CAL-YYYY                 PIC 9(4).                   00012100
012200       10 WS-CAL-MM                   PIC 9(2).                   00012200
012300       10 WS-CAL-DD                   PIC 9(2).                   00012300
012400 01 WS-DAY-TABLE.                                                 00012400
012500    05 WS-DAY OCCURS 42.                                          00012500
012600       10 WS-DAY-DT                   PIC X(10).                  00012600
012700       10 WS-DAY-DATA.                                            00012700
012800          15 WS-DAY-TYP               PIC X(1).                   00012800
012900          15 WS-DAY-OPEN-TM           PIC X(8).                   00012900
013000          15 WS-DAY-CLOS-TM           PIC X(8).                   00013000
013100          15 WS-DAY-WRAP-SW           PIC X(1).                   00013100
013200          15 WS-DAY-TZ-CD             PIC X(1).                   00013200
013300       10 WS-DAY-SENT                 PIC X(1).                   00013300
013400 01 WS-FIRST-DT                       PIC X(10) VALUE SPACES.     00013400
013500 01 WS-WORK-DATE.                                                 00013500
013600    05 WS-WRK-YYYY                    PIC 9(4).                   00013600
013700    05 WS-WRK-MM                      PIC 9(2).                   00013700
013800    05 WS-WRK-DD                      PIC 9(2).                   00013800
013900 01 WS-ISO-ASK-DATE.                                              00013900
014000    05 WS-ISO-YYYY                    PIC 9(4).                   00014000
014100    05 FILLER                         PIC X(1) VALUE '-'.         00014100
014200    05 WS-ISO-MM                      PIC 9(2).                   00014200
014300    05 FILLER                         PIC X(1) VALUE '-'.         00014300
014400    05 WS-ISO-DD                      PIC 9(2).                   00014400
014500 01 WS-DAYS-IN-MONTH-TBL.                                         00014500
014600    05 FILLER                         PIC X(24) VALUE             00014600
014700       '312831303130313130313031'.                                00014700
014800 01 WS-DIM-R REDEFINES WS-DAYS-IN-MONTH-TBL.                      00014800
014900    05 WS-DAYS-IN-MONTH               PIC 9(2) OCCURS 12.         00014900
015000 01 WS-LEAP-REM                       PIC 9(4).                   00015000
015100 01 WS-LEAP-QUOT                      PIC 9(4).                   00015100
015200                                                                  00015200
015300 01 WS-FEED-TRL.                                                  00015300
015400    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00015400
015500    05 WS-FEED-TRL-RUN-DATE         PIC X(8).                     00015500
015600    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00015600
015700    05 FILLER                       PIC X(62) VALUE SPACES.       00015700
015800                                                                  00015800
015900 01 WS-HDG-LINE-1.                                                00015900
016000    05 FILLER PIC X(52) VALUE                                     00016000
016100       'MMMB0202 - SIX-WEEK STORE-HOURS SCHEDULING FEED'.         00016100
016200    05 FILLER PIC X(9) VALUE 'RUN DATE '.                         00016200
016300    05 WS-HDG-RUN-DATE              PIC X(8).                     00016300
016400 01 WS-HDG-LINE-2.                                                00016400
016500    05 FILLER PIC X(10) VALUE 'DAYS FROM '.                       00016500
016600    05 WS-HDG-FROM-DT               PIC X(10).                    00016600
016700    05 FILLER PIC X(4) VALUE ' TO '.                              00016700
016800    05 WS-HDG-TO-DT                 PIC X(10).                    00016800
016900 01 WS-FAIL-LINE.                                                 00016900
017000    05 FILLER PIC X(6) VALUE 'STORE '.                            00017000
017100    05 WS-FAL-STORE-NO              PIC ZZZZ9.                    00017100
017200    05 FILLER PIC X(4) VALUE ' ON '.                              00017200
017300    05 WS-FAL-DT                    PIC X(10).                    00017300
017400    05 FILLER PIC X(3) VALUE ' - '.                               00017400
017500    05 WS-FAL-MSG                   PIC X(80).                    00017500
017600                                                                  00017600
017700 01 WS-SUMMARY-LINE.                                              00017700
017800    05 FILLER PIC X(23) VALUE 'STORES FED         - '.            00017800
017900    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00017900
018000 01 WS-SUMMARY-LINE2.                                             00018000
018100    05 FILLER PIC X(23) VALUE 'STORE-DAYS SENT    - '.            00018100
018200    05 WS-SUM-DAYS                  PIC ZZZ,ZZZ,ZZ9.              00018200
018300 01 WS-SUMMARY-LINE3.                                             00018300
018400    05 FILLER PIC X(23) VALUE '  NORMAL           - '.            00018400
018500    05 WS-SUM-NORMAL                PIC ZZZ,ZZ9.                  00018500
018600 01 WS-SUMMARY-LINE4.                                             00018600
018700    05 FILLER PIC X(23) VALUE '  OVERRIDE         - '.            00018700
018800    05 WS-SUM-OVERRIDE              PIC ZZZ,ZZ9.                  00018800
018900 01 WS-SUMMARY-LINE5.                                             00018900
019000    05 FILLER PIC X(23) VALUE '  CLOSED           - '.            00019000
019100    05 WS-SUM-CLOSED                PIC ZZZ,ZZ9.                  00019100
019200 01 WS-SUMMARY-LINE6.                                             00019200
019300    05 FILLER PIC X(23) VALUE '  CARRIED FORWARD  - '.            00019300
019400    05 WS-SUM-CARRIED               PIC ZZZ,ZZ9.                  00019400
019500 01 WS-SUMMARY-LINE7.                                             00019500
019600    05 FILLER PIC X(23) VALUE 'STORES FAILED      - '.            00019600
019700    05 WS-SUM-FAILED                PIC ZZZ,ZZ9.                  00019700
019800 01 WS-SUMMARY-LINE8.                                             00019800
019900    05 FILLER PIC X(23) VALUE 'DELTA - NEW DAYS   - '.            00019900
020000    05 WS-SUM-ADDED                 PIC ZZZ,ZZ9.                  00020000
020100 01 WS-SUMMARY-LINE9.                                             00020100
020200    05 FILLER PIC X(23) VALUE 'DELTA - CHANGED    - '.            00020200
020300    05 WS-SUM-CHANGED               PIC ZZZ,ZZ9.                  00020300
020400 01 WS-SUMMARY-LINE10.                                            00020400
020500    05 FILLER PIC X(23) VALUE 'DELTA - DROPPED    - '.            00020500
020600    05 WS-SUM-DROPPED               PIC ZZZ,ZZ9.                  00020600
020700                                                                  00020700
020800* --------------------------------------------------------------- 00020800
020900* Miscellaneous copy books go here...                             00020900
021000* --------------------------------------------------------------- 00021000
021100 COPY XXXN001A.                                                   00021100
021200 COPY YYYN005A.                                                   00021200
021300 COPY MMMC0168.                                                   00021300
021400 COPY MMMK001B.                                                   00021400
021500 COPY YYYC0127.                                                   00021500
021600 COPY YYYN000A.                                                   00021600
021700 COPY YYYC0230.                                                   00021700
021800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00021800
021900                                                                  00021900
022000* ----------------------------------------------------------------00022000
022100* DB2 stuff...                                                    00022100
022200* ----------------------------------------------------------------00022200
022300     EXEC SQL                                                     00022300
022400       INCLUDE SQLCA                                              00022400
022500     END-EXEC                                                     00022500
022600                                                                  00022600
022700     EXEC SQL                                                     00022700
022800       INCLUDE DDDTRL01                                           00022800
022900     END-EXEC                                                     00022900
023000                                                                  00023000
023100     EXEC SQL                                                     00023100
023200       DECLARE HOURS-CSR CURSOR FOR                               00023200
023300       SELECT S.FC_STORE_NO,                                      00023300
023400              COALESCE(T.TZ_TIME_ZONE_CD, 'C')                    00023400
023500         FROM FC_XXXAIL_STORES S                                  00023500
023600         LEFT OUTER JOIN FC_XXXAIL_STORE_TZ T                     00023600
023700           ON T.TZ_LOC_NBR    = S.FC_STORE_NO                     00023700
023800          AND T.TZ_LOC_TYP_CD = 'S '                              00023800
023900        WHERE S.FC_RL_STATUS_CD = 'A'                             00023900
024000          AND ( S.FC_RL_CLOSING_DT = '0001-01-01'                 00024000
024100             OR S.FC_RL_CLOSING_DT >= CURRENT DATE )              00024100
024200        ORDER BY S.FC_STORE_NO                                    00024200
024300     END-EXEC                                                     00024300
024400                                                                  00024400
024500 PROCEDURE DIVISION.                                              00024500
024600***************************************************************** 00024600
024700* Start of program main line.                                     00024700
024800***************************************************************** 00024800
024900 000-MAIN.                                                        00024900
025000     PERFORM 050-RUN-CNTL-START                                   00025000
025100     IF SQL-ERROR-DETECTED                                        00025100
025200       MOVE 8 TO RETURN-CODE                                      00025200
025300       GOBACK                                                     00025300
025400     END-IF                                                       00025400
025500     PERFORM 100-INITIALIZE                                       00025500
025600     PERFORM 200-FEED-THE-STORES                                  00025600
025700     PERFORM 900-TERMINATE                                        00025700
025800     PERFORM 055-RUN-CNTL-END                                     00025800
025900     GOBACK                                                       00025900
026000     .                                                            00026000
026100                                                                  00026100
026200 100-INITIALIZE.                                                  00026200
026300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00026300
026400     OPEN INPUT  PREV-IN                                          00026400
026500     OPEN OUTPUT FEED-OUT                                         00026500
026600                 DELTA-OUT                                        00026600
026700                 HRS-RPT                                          00026700
026800     SET YYYN005A-BATCH-ENV TO TRUE                               00026800
026900     INITIALIZE XXXN001A                                          00026900
027000     PERFORM 110-BUILD-CALENDAR                                   00027000
027100     MOVE WS-DAY-DT (1)           TO WS-FIRST-DT                  00027100
027200     PERFORM 130-READ-PREVIOUS                                    00027200
027300                                                                  00027300
027400     MOVE WS-RUN-DATE             TO WS-HDG-RUN-DATE              00027400
027500     MOVE WS-DAY-DT (1)           TO WS-HDG-FROM-DT               00027500
027600     MOVE WS-DAY-DT (WS-NUM-DAYS) TO WS-HDG-TO-DT                 00027600
027700     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00027700
027800     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00027800
027900     WRITE RPT-LINE FROM SPACES                                   00027900
028000     .                                                            00028000
028100                                                                  00028100
028200*    Today and the 41 days after it, as MMMB6801 builds its       00028200
028300*    seven.                                                       00028300
028400 110-BUILD-CALENDAR.                                              00028400
028500     CALL Z-DATE-FUNCTIONS USING                                  00028500
028600         XXXN001A                                                 00028600
028700         YYYC0127                                                 00028700
028800     MOVE TS-YYYY TO WS-WRK-YYYY                                  00028800
028900     MOVE TS-MM   TO WS-WRK-MM                                    00028900
029000     MOVE TS-DD   TO WS-WRK-DD                                    00029000
029100     PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                       00029100
029200             UNTIL WS-DAY-SUB > WS-NUM-DAYS                       00029200
029300       MOVE WS-WRK-YYYY TO WS-CAL-YYYY (WS-DAY-SUB)               00029300
029400                           WS-ISO-YYYY                            00029400
029500       MOVE WS-WRK-MM   TO WS-CAL-MM   (WS-DAY-SUB)               00029500
029600                           WS-ISO-MM                              00029600
029700       MOVE WS-WRK-DD   TO WS-CAL-DD   (WS-DAY-SUB)               00029700
029800                           WS-ISO-DD                              00029800
029900       MOVE WS-ISO-ASK-DATE TO WS-DAY-DT (WS-DAY-SUB)             00029900
030000       PERFORM 115-ADD-ONE-DAY                                    00030000
030100     END-PERFORM                                                  00030100
030200     .                                                            00030200
030300                                                                  00030300
030400 115-ADD-ONE-DAY.                                                 00030400
030500     IF WS-WRK-DD < WS-DAYS-IN-MONTH (WS-WRK-MM)                  00030500
030600       ADD 1 TO WS-WRK-DD                                         00030600
030700     ELSE                                                         00030700
030800       IF WS-WRK-MM = 2 AND WS-WRK-DD = 28                        00030800
030900         DIVIDE WS-WRK-YYYY BY 4                                  00030900
031000           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM              00031000
031100         IF WS-LEAP-REM = 0                                       00031100
031200           DIVIDE WS-WRK-YYYY BY 100                              00031200
031300             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM            00031300
031400           IF WS-LEAP-REM NOT = 0                                 00031400
031500             MOVE 29 TO WS-WRK-DD                                 00031500
031600           ELSE                                                   00031600
031700             DIVIDE WS-WRK-YYYY BY 400                            00031700
031800               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM          00031800
031900             IF WS-LEAP-REM = 0                                   00031900
032000               MOVE 29 TO WS-WRK-DD                               00032000
032100             ELSE                                                 00032100
032200               MOVE 1 TO WS-WRK-DD                                00032200
032300               ADD  1 TO WS-WRK-MM                                00032300
032400             END-IF                                               00032400
032500           END-IF                                                 00032500
032600         ELSE                                                     00032600
032700           MOVE 1 TO WS-WRK-DD                                    00032700
032800           ADD  1 TO WS-WRK-MM                                    00032800
032900         END-IF                                                   00032900
033000       ELSE                                                       00033000
033100         MOVE 1 TO WS-WRK-DD                                      00033100
033200         IF WS-WRK-MM = 12                                        00033200
033300           MOVE 1 TO WS-WRK-MM                                    00033300
033400           ADD  1 TO WS-WRK-YYYY                                  00033400
033500         ELSE                                                     00033500
033600           ADD 1 TO WS-WRK-MM                                     00033600
033700         END-IF                                                   00033700
033800       END-IF                                                     00033800
033900     END-IF                                                       00033900
034000     .                                                            00034000
034100                                                                  00034100
034200*    The trailer ends last week's file as far as matching goes.   00034200
034300 130-READ-PREVIOUS.                                               00034300
034400     READ PREV-IN                                                 00034400
034500       AT END SET PREV-EOF TO TRUE                                00034500
034600     END-READ                                                     00034600
034700     IF NOT PREV-EOF AND PRV-TRAILER                              00034700
034800       SET PREV-EOF TO TRUE                                       00034800
034900     END-IF                                                       00034900
035000     .                                                            00035000
035100                                                                  00035100
035200*================================================================ 00035200
035300* Open stores in store order, matched against last week's file    00035300
035400* in the same order.                                              00035400
035500*================================================================ 00035500
035600 200-FEED-THE-STORES.                                             00035600
035700     EXEC SQL                                                     00035700
035800       OPEN HOURS-CSR                                             00035800
035900     END-EXEC                                                     00035900
036000     IF SQLCODE NOT = 0                                           00036000
036100       SET SQL-ERROR-DETECTED TO TRUE                             00036100
036200       DISPLAY 'MMMB0202 - ERROR OPENING HOURS-CSR, SQLCODE='     00036200
036300               SQLCODE                                            00036300
036400     ELSE                                                         00036400
036500       PERFORM 220-FETCH-NEXT-STORE                               00036500
036600       PERFORM UNTIL IS-EOF                                       00036600
036700         PERFORM 300-FEED-ONE-STORE                               00036700
036800         PERFORM 220-FETCH-NEXT-STORE                             00036800
036900       END-PERFORM                                                00036900
037000       EXEC SQL                                                   00037000
037100         CLOSE HOURS-CSR                                          00037100
037200       END-EXEC                                                   00037200
037300       MOVE 0 TO SQLCODE                                          00037300
037400     END-IF                                                       00037400
037500                                                                  00037500
037600*    Stores left on last week's file past the last open store.    00037600
037700     IF SQL-NO-ERROR                                              00037700
037800       PERFORM 400-DROP-PREVIOUS-STORE                            00037800
037900         UNTIL PREV-EOF                                           00037900
038000       MOVE WS-RUN-DATE   TO WS-FEED-TRL-RUN-DATE                 00038000
038100       MOVE WS-FEED-COUNT TO WS-FEED-TRL-DTL-CNT                  00038100
038200       WRITE FEED-REC FROM WS-FEED-TRL                            00038200
038300     END-IF                                                       00038300
038400     .                                                            00038400
038500                                                                  00038500
038600 220-FETCH-NEXT-STORE.                                            00038600
038700     EXEC SQL                                                     00038700
038800       FETCH HOURS-CSR                                            00038800
038900         INTO :DCLFC-XXXAIL-STORES.FC-STORE-NO,                   00038900
039000              :WS-TZ-CD                                           00039000
039100     END-EXEC                                                     00039100
039200     EVALUATE TRUE                                                00039200
039300       WHEN SQLCODE = 100                                         00039300
039400         SET IS-EOF TO TRUE                                       00039400
039500         MOVE 0 TO SQLCODE                                        00039500
039600       WHEN SQLCODE NOT = 0                                       00039600
039700         SET IS-EOF TO TRUE                                       00039700
039800         SET SQL-ERROR-DETECTED TO TRUE                           00039800
039900         DISPLAY 'MMMB0202 - ERROR FETCHING HOURS-CSR, SQLCODE='  00039900
040000                 SQLCODE                                          00040000
040100     END-EVALUATE                                                 00040100
040200     .                                                            00040200
040300                                                                  00040300
040400*================================================================ 00040400
040500* One store: resolve its 42 days, drop any store on last week's   00040500
040600* file that sorts ahead of it, then match its own previous days   00040600
040700* and write the feed and the delta.                               00040700
040800*================================================================ 00040800
040900 300-FEED-ONE-STORE.                                              00040900
041000     ADD 1 TO WS-STORE-COUNT                                      00041000
041100     SET STORE-RESOLVED TO TRUE                                   00041100
041200     PERFORM 320-RESOLVE-ONE-DAY                                  00041200
041300         VARYING WS-DAY-SUB FROM 1 BY 1                           00041300
041400         UNTIL WS-DAY-SUB > WS-NUM-DAYS                           00041400
041500            OR STORE-FAILED                                       00041500
041600                                                                  00041600
041700     PERFORM 400-DROP-PREVIOUS-STORE                              00041700
041800       UNTIL PREV-EOF                                             00041800
041900          OR PRV-STORE-NO NOT < FC-STORE-NO OF DCLFC-XXXAIL-STORES00041900
042000                                                                  00042000
042100     IF STORE-FAILED                                              00042100
042200       ADD 1 TO WS-FAILED-COUNT                                   00042200
042300       PERFORM 380-CARRY-PREVIOUS-DAY                             00042300
042400         UNTIL PREV-EOF                                           00042400
042500            OR PRV-STORE-NO NOT = FC-STORE-NO OF                  00042500
042600                                      DCLFC-XXXAIL-STORES         00042600
042700     ELSE                                                         00042700
042800       PERFORM 340-MATCH-PREVIOUS-DAY                             00042800
042900         UNTIL PREV-EOF                                           00042900
043000            OR PRV-STORE-NO NOT = FC-STORE-NO OF                  00043000
043100                                      DCLFC-XXXAIL-STORES         00043100
043200       PERFORM 360-SEND-ONE-DAY                                   00043200
043300         VARYING WS-DAY-SUB FROM 1 BY 1                           00043300
043400         UNTIL WS-DAY-SUB > WS-NUM-DAYS                           00043400
043500     END-IF                                                       00043500
043600     .                                                            00043600
043700                                                                  00043700
043800*    One calendar day through the hours resolver; the day type    00043800
043900*    comes from what answered it.                                 00043900
044000 320-RESOLVE-ONE-DAY.                                             00044000
044100     INITIALIZE XXXN001A                                          00044100
044200                MMMC0168                                          00044200
044300     MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES                      00044300
044400       TO MMMC0168-LOC-NBR                                        00044400
044500     MOVE K-STORE-LOC-TYPE         TO MMMC0168-LOC-TYP-CD         00044500
044600     MOVE WS-DAY-DT (WS-DAY-SUB)   TO MMMC0168-ASK-DT             00044600
044700     CALL MMMS0168-HRS-RESOLVER USING                             00044700
044800         XXXN001A                                                 00044800
044900         MMMC0168                                                 00044900
045000     IF NOT SUCCESS                                               00045000
045100       SET STORE-FAILED TO TRUE                                   00045100
045200       MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES                    00045200
045300         TO WS-FAL-STORE-NO                                       00045300
045400       MOVE WS-DAY-DT (WS-DAY-SUB) TO WS-FAL-DT                   00045400
045500       MOVE IS-RTRN-MSG-TXT        TO WS-FAL-MSG                  00045500
045600       WRITE RPT-LINE FROM WS-FAIL-LINE                           00045600
045700       INITIALIZE XXXN001A                                        00045700
045800     ELSE                                                         00045800
045900       MOVE SPACES TO WS-DAY-DATA (WS-DAY-SUB)                    00045900
046000                      WS-DAY-SENT (WS-DAY-SUB)                    00046000
046100       EVALUATE TRUE                                              00046100
046200         WHEN MMMC0168-CLOSED-ALL-DAY                             00046200
046300           MOVE 'C' TO WS-DAY-TYP (WS-DAY-SUB)                    00046300
046400         WHEN MMMC0168-FROM-OVERRIDE                              00046400
046500           MOVE 'O' TO WS-DAY-TYP (WS-DAY-SUB)                    00046500
046600         WHEN OTHER                                               00046600
046700           MOVE 'N' TO WS-DAY-TYP (WS-DAY-SUB)                    00046700
046800       END-EVALUATE                                               00046800
046900       IF NOT MMMC0168-CLOSED-ALL-DAY                             00046900
047000         MOVE MMMC0168-OPEN-TM TO WS-DAY-OPEN-TM (WS-DAY-SUB)     00047000
047100         MOVE MMMC0168-CLOS-TM TO WS-DAY-CLOS-TM (WS-DAY-SUB)     00047100
047200         MOVE MMMC0168-WRAP-SW TO WS-DAY-WRAP-SW (WS-DAY-SUB)     00047200
047300       END-IF                                                     00047300
047400       MOVE WS-TZ-CD TO WS-DAY-TZ-CD (WS-DAY-SUB)                 00047400
047500     END-IF                                                       00047500
047600     .                                                            00047600
047700                                                                  00047700
047800*    A previous day for this store: days before today are past    00047800
047900*    history; a day still in the window is a change only if its   00047900
048000*    data differs.                                                00048000
048100 340-MATCH-PREVIOUS-DAY.                                          00048100
048200     IF PRV-HRS-DT NOT < WS-FIRST-DT                              00048200
048300       PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                     00048300
048400               UNTIL WS-DAY-SUB > WS-NUM-DAYS                     00048400
048500                  OR WS-DAY-DT (WS-DAY-SUB) = PRV-HRS-DT          00048500
048600         CONTINUE                                                 00048600
048700       END-PERFORM                                                00048700
048800       IF WS-DAY-SUB NOT > WS-NUM-DAYS                            00048800
048900         MOVE 'Y' TO WS-DAY-SENT (WS-DAY-SUB)                     00048900
049000         IF PRV-DAY-DATA NOT = WS-DAY-DATA (WS-DAY-SUB)           00049000
049100           MOVE SPACES                  TO DELTA-REC              00049100
049200           MOVE 'C'                     TO DLT-ACTION-CD          00049200
049300           MOVE PRV-STORE-NO            TO DLT-STORE-NO           00049300
049400           MOVE PRV-HRS-DT              TO DLT-HRS-DT             00049400
049500           MOVE WS-DAY-DATA (WS-DAY-SUB) TO DLT-DAY-DATA          00049500
049600           WRITE DELTA-REC                                        00049600
049700           ADD 1 TO WS-CHANGED-COUNT                              00049700
049800         END-IF                                                   00049800
049900       END-IF                                                     00049900
050000     END-IF                                                       00050000
050100     PERFORM 130-READ-PREVIOUS                                    00050100
050200     .                                                            00050200
050300                                                                  00050300
050400 360-SEND-ONE-DAY.                                                00050400
050500     MOVE SPACES                   TO FEED-REC                    00050500
050600     MOVE 'D'                      TO FED-REC-TYP                 00050600
050700     MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES                      00050700
050800                                   TO FED-STORE-NO                00050800
050900     MOVE WS-DAY-DT   (WS-DAY-SUB) TO FED-HRS-DT                  00050900
051000     MOVE WS-DAY-DATA (WS-DAY-SUB) TO FED-DAY-DATA                00051000
051100     WRITE FEED-REC                                               00051100
051200     ADD 1 TO WS-FEED-COUNT                                       00051200
051300     EVALUATE WS-DAY-TYP (WS-DAY-SUB)                             00051300
051400       WHEN 'C'    ADD 1 TO WS-CLOSED-COUNT                       00051400
051500       WHEN 'O'    ADD 1 TO WS-OVERRIDE-COUNT                     00051500
051600       WHEN OTHER  ADD 1 TO WS-NORMAL-COUNT                       00051600
051700     END-EVALUATE                                                 00051700
051800     IF WS-DAY-SENT (WS-DAY-SUB) NOT = 'Y'                        00051800
051900       MOVE SPACES           TO DELTA-REC                         00051900
052000       MOVE 'A'              TO DLT-ACTION-CD                     00052000
052100       MOVE FED-STORE-NO     TO DLT-STORE-NO                      00052100
052200       MOVE FED-HRS-DT       TO DLT-HRS-DT                        00052200
052300       MOVE FED-DAY-DATA     TO DLT-DAY-DATA                      00052300
052400       WRITE DELTA-REC                                            00052400
052500       ADD 1 TO WS-ADDED-COUNT                                    00052500
052600     END-IF                                                       00052600
052700     .                                                            00052700
052800                                                                  00052800
052900*    The resolver failed on this store - resend what scheduling   00052900
053000*    already has for the days still ahead.                        00053000
053100 380-CARRY-PREVIOUS-DAY.                                          00053100
053200     IF PRV-HRS-DT NOT < WS-FIRST-DT                              00053200
053300       MOVE PREV-REC TO FEED-REC                                  00053300
053400       WRITE FEED-REC                                             00053400
053500       ADD 1 TO WS-FEED-COUNT                                     00053500
053600                WS-CARRIED-COUNT                                  00053600
053700     END-IF                                                       00053700
053800     PERFORM 130-READ-PREVIOUS                                    00053800
053900     .                                                            00053900
054000                                                                  00054000
054100*    A store on last week's file that is no longer fed - its      00054100
054200*    days still ahead go out as drops.                            00054200
054300 400-DROP-PREVIOUS-STORE.                                         00054300
054400     IF PRV-HRS-DT NOT < WS-FIRST-DT                              00054400
054500       MOVE SPACES          TO DELTA-REC                          00054500
054600       MOVE 'X'             TO DLT-ACTION-CD                      00054600
054700       MOVE PRV-STORE-NO    TO DLT-STORE-NO                       00054700
054800       MOVE PRV-HRS-DT      TO DLT-HRS-DT                         00054800
054900       MOVE PRV-DAY-DATA    TO DLT-DAY-DATA                       00054900
055000       WRITE DELTA-REC                                            00055000
055100       ADD 1 TO WS-DROPPED-COUNT                                  00055100
055200     END-IF                                                       00055200
055300     PERFORM 130-READ-PREVIOUS                                    00055300
055400     .                                                            00055400
055500                                                                  00055500
055600 900-TERMINATE.                                                   00055600
055700     EVALUATE TRUE                                                00055700
055800       WHEN SQL-ERROR-DETECTED                                    00055800
055900         MOVE 16 TO RETURN-CODE                                   00055900
056000       WHEN WS-FAILED-COUNT > 0                                   00056000
056100         MOVE 4  TO RETURN-CODE                                   00056100
056200     END-EVALUATE                                                 00056200
056300     MOVE WS-STORE-COUNT    TO WS-SUM-STORES                      00056300
056400     MOVE WS-FEED-COUNT     TO WS-SUM-DAYS                        00056400
056500     MOVE WS-NORMAL-COUNT   TO WS-SUM-NORMAL                      00056500
056600     MOVE WS-OVERRIDE-COUNT TO WS-SUM-OVERRIDE                    00056600
056700     MOVE WS-CLOSED-COUNT   TO WS-SUM-CLOSED                      00056700
056800     MOVE WS-CARRIED-COUNT  TO WS-SUM-CARRIED                     00056800
056900     MOVE WS-FAILED-COUNT   TO WS-SUM-FAILED                      00056900
057000     MOVE WS-ADDED-COUNT    TO WS-SUM-ADDED                       00057000
057100     MOVE WS-CHANGED-COUNT  TO WS-SUM-CHANGED                     00057100
057200     MOVE WS-DROPPED-COUNT  TO WS-SUM-DROPPED                     00057200
057300     WRITE RPT-LINE FROM SPACES                                   00057300
057400     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00057400
057500     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00057500
057600     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00057600
057700     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00057700
057800     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00057800
057900     WRITE RPT-LINE FROM WS-SUMMARY-LINE6                         00057900
058000     WRITE RPT-LINE FROM WS-SUMMARY-LINE7                         00058000
058100     WRITE RPT-LINE FROM WS-SUMMARY-LINE8                         00058100
058200     WRITE RPT-LINE FROM WS-SUMMARY-LINE9                         00058200
058300     WRITE RPT-LINE FROM WS-SUMMARY-LINE10                        00058300
058400     CLOSE PREV-IN                                                00058400
058500           FEED-OUT                                               00058500
058600           DELTA-OUT                                              00058600
058700           HRS-RPT                                                00058700
058800     .                                                            00058800
058900                                                                  00058900
059000*================================================================ 00059000
059100* Run control - refuse a duplicate or out-of-order start, and     00059100
059200* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00059200
059300*================================================================ 00059300
059400 050-RUN-CNTL-START.                                              00059400
059500     INITIALIZE XXXN001A                                          00059500
059600                YYYC0230                                          00059600
059700     SET  YYYC0230-START-RUN TO TRUE                              00059700
059800     MOVE 'MMMB0202' TO YYYC0230-JOB-NM                           00059800
059900     CALL YYYS0230-RUN-CNTL USING                                 00059900
060000         XXXN001A                                                 00060000
060100         YYYC0230                                                 00060100
060200     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00060200
060300       SET SQL-ERROR-DETECTED TO TRUE                             00060300
060400       DISPLAY 'MMMB0202 - START REFUSED: ' IS-RTRN-MSG-TXT       00060400
060500     END-IF                                                       00060500
060600     .                                                            00060600
060700                                                                  00060700
060800 055-RUN-CNTL-END.                                                00060800
060900     INITIALIZE XXXN001A                                          00060900
061000                YYYC0230                                          00061000
061100     IF SQL-ERROR-DETECTED                                        00061100
061200       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00061200
061300     ELSE                                                         00061300
061400       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00061400
061500     END-IF                                                       00061500
061600     MOVE 'MMMB0202' TO YYYC0230-JOB-NM                           00061600
061700     CALL YYYS0230-RUN-CNTL USING                                 00061700
061800       XXXN001A                                                   00061800
061900       YYYC0230                                                   00061900
062000     .                                                            00062000
