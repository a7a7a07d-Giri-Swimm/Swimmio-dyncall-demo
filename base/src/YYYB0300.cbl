000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    YYYB0300.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Hourly staged-event volume check.                               00000600
000700*                                                                 00000700
000800* A program bug or a runaway mass update floods                   00000800
000900* FC_XXXAIL_EVENT_LOG, and a transaction code that stops firing   00000900
001000* goes quiet - either way the consumers used to tell us the next  00001000
001100* morning. Every hour this job counts the last complete hour's    00001100
001200* staged events per TRX_CD and calling program and judges each    00001200
001300* count against that pair's baseline: its average for the same    00001300
001400* weekday and hour over the trailing weeks (KEYIN, default 8)     00001400
001500* of FC_XXXAIL_EVT_VOL_HIST. The limits come from                 00001500
001600* FC_XXXAIL_EVT_VOL_LIM - the code's own row, else the '****'     00001600
001700* row, else 300 percent high, 25 percent low and a baseline of    00001700
001800* 10 events before anything is judged:                            00001800
001900*   H - the count is at least the smallest judged baseline and    00001900
002000*       above the high percent of the baseline (a pair new to     00002000
002100*       the weekday and hour that fires that often is high too)   00002100
002200*   L - the count is under the low percent of the baseline        00002200
002300*   M - the pair fired during this hour in the trailing weeks,    00002300
002400*       its baseline is big enough to judge, and it staged        00002400
002500*       nothing this hour                                         00002500
002600*   N - no baseline yet (this weekday and hour has no history)    00002600
002700* Each pair's hour lands on FC_XXXAIL_EVT_VOL_HIST with the       00002700
002800* baseline it was judged against, so the baseline learns from     00002800
002900* every run, and MMMB9801 reports the last day's alerts on the    00002900
003000* morning batch health summary. One '****' row per hour carries   00003000
003100* the hour's total over every code - judged like a pair under     00003100
003200* the '****' limits - and marks the hour as observed, so a week   00003200
003300* the hour was silent still counts in the baseline average.       00003300
003400* A rerun for the same hour replaces that hour's rows. KEYIN      00003400
003500* can name an earlier hour (yyyy-mm-dd-hh) to catch up a missed   00003500
003600* run. RC 4 when anything alerted, 16 on a database error.        00003600
003700* Batch job - run standalone, schedule every hour.                00003700
003800*---------------------------------------------------------------- 00003800
003900 ENVIRONMENT DIVISION.                                            00003900
004000 INPUT-OUTPUT SECTION.                                            00004000
004100 FILE-CONTROL.                                                    00004100
004200     SELECT KEY-IN         ASSIGN TO KEYIN                        00004200
004300         ORGANIZATION IS LINE SEQUENTIAL.                         00004300
004400     SELECT VOL-RPT        ASSIGN TO RPTOUT                       00004400
004500         ORGANIZATION IS LINE SEQUENTIAL.                         00004500
004600                                                                  00004600
004700 DATA DIVISION.                                                   00004700
004800 FILE SECTION.                                                    00004800
004900 FD  KEY-IN.                                                      00004900
005000 01  KEY-REC.                                                     00005000
005100     05 KEY-HOUR                       PIC X(13).                 00005100
005200     05 FILLER                         PIC X(1).                  00005200
005300     05 KEY-WEEKS                      PIC 9(2).                  00005300
005400     05 FILLER                         PIC X(64).                 00005400
005500                                                                  00005500
005600 FD  VOL-RPT.                                                     00005600
005700 01  RPT-LINE                          PIC X(132).                00005700
005800                                                                  00005800
005900 WORKING-STORAGE SECTION.                                         00005900
006000* --------------------------------------------------------------- 00006000
006100* Misc working storage...                                         00006100
006200* --------------------------------------------------------------- 00006200
006300 01 WS-BASE-WEEKS                    PIC S9(4) COMP VALUE 8.      00006300
006400 01 WS-BASE-DAYS                     PIC S9(4) COMP VALUE 56.     00006400
006500 01 WS-HOUR-START-TS                 PIC X(26) VALUE SPACES.      00006500
006600 01 WS-HOUR-END-TS                   PIC X(26) VALUE SPACES.      00006600
006700 01 WS-BASE-FROM-TS                  PIC X(26) VALUE SPACES.      00006700
006800 01 WS-RUN-TS                        PIC X(26) VALUE SPACES.      00006800
006900 01 WS-HOUR-DT                       PIC X(10) VALUE SPACES.      00006900
007000 01 WS-HOUR-HH                       PIC 9(2)  VALUE 0.           00007000
007100 01 WS-DAY-OF-WEEK                   PIC S9(4) COMP VALUE 0.      00007100
007200 01 WS-HOUR-NBR                      PIC S9(4) COMP VALUE 0.      00007200
007300 01 WS-HOURS-SEEN                    PIC S9(4) COMP VALUE 0.      00007300
007400                                                                  00007400
007500 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00007500
007600    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00007600
007700    88 SQL-NO-ERROR                           VALUE 'N'.          00007700
007800                                                                  00007800
007900* The pair being judged and what it is judged against.            00007900
008000 01 WS-PAIR-TRX-CD                   PIC X(4)  VALUE SPACES.      00008000
008100 01 WS-PAIR-PROG                     PIC X(8)  VALUE SPACES.      00008100
008200 01 WS-PAIR-CNT                      PIC S9(9) COMP VALUE 0.      00008200
008300 01 WS-BASE-SUM                      PIC S9(11)V COMP-3 VALUE 0.  00008300
008400 01 WS-BASE-CNT                      PIC S9(9)V99 COMP-3 VALUE 0. 00008400
008500 01 WS-HIGH-LINE                     PIC S9(11)V99 COMP-3 VALUE 0.00008500
008600 01 WS-LOW-LINE                      PIC S9(11)V99 COMP-3 VALUE 0.00008600
008700 01 WS-ALERT-CD                      PIC X(1)  VALUE SPACES.      00008700
008800    88 WS-ALERT-HIGH                          VALUE 'H'.          00008800
008900    88 WS-ALERT-LOW                           VALUE 'L'.          00008900
009000    88 WS-ALERT-MISSING                       VALUE 'M'.          00009000
009100    88 WS-ALERT-NO-BASE                       VALUE 'N'.          00009100
009200    88 WS-ALERT-NONE                          VALUE ' '.          00009200
009300                                                                  00009300
009400* The limits in force - the code's own row, else the default.     00009400
009500 01 WS-LIM-TRX-CD                    PIC X(4)  VALUE LOW-VALUES.  00009500
009600 01 WS-LIM-ACTIVE-IND                PIC X(1)  VALUE 'Y'.         00009600
009700 01 WS-LIM-HIGH-PCT                  PIC S9(5)V COMP-3 VALUE 300. 00009700
009800 01 WS-LIM-LOW-PCT                   PIC S9(3)V COMP-3 VALUE 25.  00009800
009900 01 WS-LIM-MIN-CNT                   PIC S9(5)V COMP-3 VALUE 10.  00009900
010000 01 WS-DFLT-ACTIVE-IND               PIC X(1)  VALUE 'Y'.         00010000
010100 01 WS-DFLT-HIGH-PCT                 PIC S9(5)V COMP-3 VALUE 300. 00010100
010200 01 WS-DFLT-LOW-PCT                  PIC S9(3)V COMP-3 VALUE 25.  00010200
010300 01 WS-DFLT-MIN-CNT                  PIC S9(5)V COMP-3 VALUE 10.  00010300
010400                                                                  00010400
010500 01 WS-HOUR-TOTAL                    PIC S9(9) COMP VALUE 0.      00010500
010600 01 WS-PAIR-COUNT                    PIC 9(7) VALUE 0.            00010600
010700 01 WS-HIGH-COUNT                    PIC 9(7) VALUE 0.            00010700
010800 01 WS-LOW-COUNT                     PIC 9(7) VALUE 0.            00010800
010900 01 WS-MISSING-COUNT                 PIC 9(7) VALUE 0.            00010900
011000 01 WS-NO-BASE-COUNT                 PIC 9(7) VALUE 0.            00011000
011100                                                                  00011100
011200 01 WS-HDG-LINE-1.                                                00011200
011300    05 FILLER PIC X(46) VALUE                                     00011300
011400       'YYYB0300 - STAGED-EVENT VOLUME CHECK FOR HOUR '.          00011400
011500    05 WS-HDG-HOUR                  PIC X(13).                    00011500
011600    05 FILLER PIC X(20) VALUE '  BASELINE WEEKS -  '.             00011600
011700    05 WS-HDG-WEEKS                 PIC Z9.                       00011700
011800 01 WS-HDG-LINE-2.                                                00011800
011900    05 FILLER PIC X(16) VALUE '  TRX  PROGRAM  '.                 00011900
012000    05 FILLER PIC X(30) VALUE '    EVENTS      BASELINE WKS '.    00012000
012100    05 FILLER PIC X(7)  VALUE 'ALERT'.                            00012100
012200                                                                  00012200
012300 01 WS-DTL-LINE.                                                  00012300
012400    05 FILLER                       PIC X(2) VALUE SPACES.        00012400
012500    05 WS-DTL-TRX-CD                PIC X(4).                     00012500
012600    05 FILLER                       PIC X(1) VALUE SPACES.        00012600
012700    05 WS-DTL-PROG                  PIC X(8).                     00012700
012800    05 FILLER                       PIC X(1) VALUE SPACES.        00012800
012900    05 WS-DTL-CNT                   PIC ZZZ,ZZZ,ZZ9.              00012900
013000    05 FILLER                       PIC X(1) VALUE SPACES.        00013000
013100    05 WS-DTL-BASE                  PIC ZZZ,ZZZ,ZZ9.99.           00013100
013200    05 FILLER                       PIC X(1) VALUE SPACES.        00013200
013300    05 WS-DTL-WKS                   PIC ZZ9.                      00013300
013400    05 FILLER                       PIC X(1) VALUE SPACES.        00013400
013500    05 WS-DTL-ALERT                 PIC X(30).                    00013500
013600                                                                  00013600
013700 01 WS-SUMMARY-LINE.                                              00013700
013800    05 FILLER                       PIC X(2) VALUE SPACES.        00013800
013900    05 WS-SUM-LABEL                 PIC X(30).                    00013900
014000    05 WS-SUM-VALUE                 PIC ZZZ,ZZZ,ZZ9.              00014000
014100                                                                  00014100
014200* --------------------------------------------------------------- 00014200
014300* Miscellaneous copy books go here...                             00014300
014400* --------------------------------------------------------------- 00014400
014500                                                                  00014500
014600* ----------------------------------------------------------------00014600
014700* DB2 stuff...                                                    00014700
014800* ----------------------------------------------------------------00014800
014900     EXEC SQL                                                     00014900
015000       INCLUDE SQLCA                                              00015000
015100     END-EXEC                                                     00015100
015200                                                                  00015200
015300     EXEC SQL                                                     00015300
015400       INCLUDE DDDTEL01                                           00015400
015500     END-EXEC                                                     00015500
015600                                                                  00015600
015700     EXEC SQL                                                     00015700
015800       INCLUDE DDDTVL01                                           00015800
015900     END-EXEC                                                     00015900
016000                                                                  00016000
016100     EXEC SQL                                                     00016100
016200       INCLUDE DDDTVH01                                           00016200
016300     END-EXEC                                                     00016300
016400                                                                  00016400
016500* Every pair that staged events this hour, then every pair that   00016500
016600* fired in this weekday and hour over the trailing weeks and      00016600
016700* staged nothing this hour (count zero)...                        00016700
016800     EXEC SQL                                                     00016800
016900       DECLARE VOL-CSR CURSOR FOR                                 00016900
017000       SELECT E.TRX_CD, E.CALLING_PROG, COUNT(*)                  00017000
017100         FROM FC_XXXAIL_EVENT_LOG E                               00017100
017200        WHERE E.EFF_TS >= TIMESTAMP(:WS-HOUR-START-TS)            00017200
017300          AND E.EFF_TS <  TIMESTAMP(:WS-HOUR-END-TS)              00017300
017400        GROUP BY E.TRX_CD, E.CALLING_PROG                         00017400
017500       UNION ALL                                                  00017500
017600       SELECT H.VH_TRX_CD, H.VH_CALLING_PROG, 0                   00017600
017700         FROM FC_XXXAIL_EVT_VOL_HIST H                            00017700
017800        WHERE H.VH_DAY_OF_WEEK = :WS-DAY-OF-WEEK                  00017800
017900          AND H.VH_HOUR_NBR    = :WS-HOUR-NBR                     00017900
018000          AND H.VH_HOUR_TS    >= TIMESTAMP(:WS-BASE-FROM-TS)      00018000
018100          AND H.VH_HOUR_TS    <  TIMESTAMP(:WS-HOUR-START-TS)     00018100
018200          AND H.VH_TRX_CD     <> '****'                           00018200
018300          AND H.VH_EVENT_CNT   > 0                                00018300
018400          AND NOT EXISTS                                          00018400
018500              ( SELECT 1                                          00018500
018600                  FROM FC_XXXAIL_EVENT_LOG E2                     00018600
018700                 WHERE E2.TRX_CD       = H.VH_TRX_CD              00018700
018800                   AND E2.CALLING_PROG = H.VH_CALLING_PROG        00018800
018900                   AND E2.EFF_TS >= TIMESTAMP(:WS-HOUR-START-TS)  00018900
019000                   AND E2.EFF_TS <  TIMESTAMP(:WS-HOUR-END-TS) )  00019000
019100        GROUP BY H.VH_TRX_CD, H.VH_CALLING_PROG                   00019100
019200        ORDER BY 1, 2                                             00019200
019300     END-EXEC                                                     00019300
019400                                                                  00019400
019500 PROCEDURE DIVISION.                                              00019500
019600***************************************************************** 00019600
019700* Start of program main line.                                     00019700
019800***************************************************************** 00019800
019900 000-MAIN.                                                        00019900
020000     PERFORM 100-INITIALIZE                                       00020000
020100     IF SQL-NO-ERROR                                              00020100
020200       PERFORM 200-CLEAR-THE-HOUR                                 00020200
020300     END-IF                                                       00020300
020400     IF SQL-NO-ERROR                                              00020400
020500       PERFORM 300-JUDGE-THE-PAIRS                                00020500
020600     END-IF                                                       00020600
020700     IF SQL-NO-ERROR                                              00020700
020800       PERFORM 400-JUDGE-THE-TOTAL                                00020800
020900     END-IF                                                       00020900
021000     PERFORM 900-TERMINATE                                        00021000
021100     GOBACK                                                       00021100
021200     .                                                            00021200
021300                                                                  00021300
021400*================================================================ 00021400
021500* The hour to check - KEYIN's, else the last complete one - its   00021500
021600* weekday, and how many of its trailing weeks were observed.      00021600
021700*================================================================ 00021700
021800 100-INITIALIZE.                                                  00021800
021900     OPEN INPUT  KEY-IN                                           00021900
022000     OPEN OUTPUT VOL-RPT                                          00022000
022100                                                                  00022100
022200     READ KEY-IN                                                  00022200
022300       AT END CONTINUE                                            00022300
022400       NOT AT END                                                 00022400
022500         IF KEY-HOUR NOT = SPACES                                 00022500
022600           MOVE KEY-HOUR (1 : 10) TO WS-HOUR-DT                   00022600
022700           MOVE KEY-HOUR (12 : 2) TO WS-HOUR-HH                   00022700
022800         END-IF                                                   00022800
022900         IF KEY-WEEKS NUMERIC AND KEY-WEEKS > 0                   00022900
023000           MOVE KEY-WEEKS TO WS-BASE-WEEKS                        00023000
023100         END-IF                                                   00023100
023200     END-READ                                                     00023200
023300     CLOSE KEY-IN                                                 00023300
023400     COMPUTE WS-BASE-DAYS = WS-BASE-WEEKS * 7                     00023400
023500                                                                  00023500
023600     IF WS-HOUR-DT = SPACES                                       00023600
023700       EXEC SQL                                                   00023700
023800         SELECT CHAR(DATE(CURRENT TIMESTAMP - 1 HOUR), ISO),      00023800
023900                HOUR(CURRENT TIMESTAMP - 1 HOUR)                  00023900
024000          INTO :WS-HOUR-DT, :WS-HOUR-NBR                          00024000
024100         FROM SYSIBM.SYSDUMMY1                                    00024100
024200       END-EXEC                                                   00024200
024300       IF SQLCODE NOT = 0                                         00024300
024400         SET SQL-ERROR-DETECTED TO TRUE                           00024400
024500         DISPLAY 'YYYB0300 - ERROR READING CURRENT HOUR, SQLCODE='00024500
024600                 SQLCODE                                          00024600
024700       END-IF                                                     00024700
024800       MOVE WS-HOUR-NBR TO WS-HOUR-HH                             00024800
024900     END-IF                                                       00024900
025000                                                                  00025000
025100     STRING WS-HOUR-DT '-' WS-HOUR-HH '.00.00.000000'             00025100
025200       DELIMITED BY SIZE INTO WS-HOUR-START-TS                    00025200
025300     MOVE WS-HOUR-START-TS (1 : 13) TO WS-HDG-HOUR                00025300
025400     MOVE WS-BASE-WEEKS             TO WS-HDG-WEEKS               00025400
025500     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00025500
025600                                                                  00025600
025700     IF SQL-NO-ERROR                                              00025700
025800       EXEC SQL                                                   00025800
025900         SELECT CHAR(TIMESTAMP(:WS-HOUR-START-TS) + 1 HOUR),      00025900
026000                CHAR(TIMESTAMP(:WS-HOUR-START-TS)                 00026000
026100                               - :WS-BASE-DAYS DAYS),             00026100
026200                DAYOFWEEK(TIMESTAMP(:WS-HOUR-START-TS)),          00026200
026300                HOUR(TIMESTAMP(:WS-HOUR-START-TS)),               00026300
026400                CHAR(CURRENT TIMESTAMP)                           00026400
026500          INTO :WS-HOUR-END-TS,                                   00026500
026600               :WS-BASE-FROM-TS,                                  00026600
026700               :WS-DAY-OF-WEEK,                                   00026700
026800               :WS-HOUR-NBR,                                      00026800
026900               :WS-RUN-TS                                         00026900
027000         FROM SYSIBM.SYSDUMMY1                                    00027000
027100       END-EXEC                                                   00027100
027200       IF SQLCODE NOT = 0                                         00027200
027300         SET SQL-ERROR-DETECTED TO TRUE                           00027300
027400         DISPLAY 'YYYB0300 - HOUR ' WS-HOUR-START-TS (1 : 13)     00027400
027500                 ' IS NOT YYYY-MM-DD-HH, SQLCODE=' SQLCODE        00027500
027600       END-IF                                                     00027600
027700     END-IF                                                       00027700
027800                                                                  00027800
027900     IF SQL-NO-ERROR                                              00027900
028000       EXEC SQL                                                   00028000
028100         SELECT COUNT(*)                                          00028100
028200          INTO :WS-HOURS-SEEN                                     00028200
028300         FROM FC_XXXAIL_EVT_VOL_HIST                              00028300
028400         WHERE VH_TRX_CD      = '****'                            00028400
028500           AND VH_DAY_OF_WEEK = :WS-DAY-OF-WEEK                   00028500
028600           AND VH_HOUR_NBR    = :WS-HOUR-NBR                      00028600
028700           AND VH_HOUR_TS    >= TIMESTAMP(:WS-BASE-FROM-TS)       00028700
028800           AND VH_HOUR_TS    <  TIMESTAMP(:WS-HOUR-START-TS)      00028800
028900       END-EXEC                                                   00028900
029000       IF SQLCODE NOT = 0                                         00029000
029100         SET SQL-ERROR-DETECTED TO TRUE                           00029100
029200         DISPLAY 'YYYB0300 - ERROR COUNTING BASELINE WEEKS, '     00029200
029300                 'SQLCODE=' SQLCODE                               00029300
029400       END-IF                                                     00029400
029500     END-IF                                                       00029500
029600                                                                  00029600
029700     IF SQL-NO-ERROR                                              00029700
029800       PERFORM 120-GET-THE-DEFAULT                                00029800
029900     END-IF                                                       00029900
030000     WRITE RPT-LINE FROM SPACES                                   00030000
030100     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00030100
030200     .                                                            00030200
030300                                                                  00030300
030400* The '****' row covers every code without one of its own.        00030400
030500 120-GET-THE-DEFAULT.                                             00030500
030600     MOVE '****' TO MD-VL-TRX-CD OF DDDTVL01                      00030600
030700     EXEC SQL                                                     00030700
030800       SELECT VL_ACTIVE_IND, VL_HIGH_PCT, VL_LOW_PCT,             00030800
030900              VL_MIN_BASE_CNT                                     00030900
031000        INTO :DDDTVL01.MD-VL-ACTIVE-IND,                          00031000
031100             :DDDTVL01.MD-VL-HIGH-PCT,                            00031100
031200             :DDDTVL01.MD-VL-LOW-PCT,                             00031200
031300             :DDDTVL01.MD-VL-MIN-BASE-CNT                         00031300
031400       FROM FC_XXXAIL_EVT_VOL_LIM                                 00031400
031500       WHERE VL_TRX_CD = :DDDTVL01.MD-VL-TRX-CD                   00031500
031600     END-EXEC                                                     00031600
031700     EVALUATE SQLCODE                                             00031700
031800       WHEN 0                                                     00031800
031900         MOVE MD-VL-ACTIVE-IND   OF DDDTVL01 TO WS-DFLT-ACTIVE-IND00031900
032000         MOVE MD-VL-HIGH-PCT     OF DDDTVL01 TO WS-DFLT-HIGH-PCT  00032000
032100         MOVE MD-VL-LOW-PCT      OF DDDTVL01 TO WS-DFLT-LOW-PCT   00032100
032200         MOVE MD-VL-MIN-BASE-CNT OF DDDTVL01 TO WS-DFLT-MIN-CNT   00032200
032300       WHEN 100                                                   00032300
032400         CONTINUE                                                 00032400
032500       WHEN OTHER                                                 00032500
032600         SET SQL-ERROR-DETECTED TO TRUE                           00032600
032700         DISPLAY 'YYYB0300 - ERROR READING DEFAULT LIMITS, '      00032700
032800                 'SQLCODE=' SQLCODE                               00032800
032900     END-EVALUATE                                                 00032900
033000     .                                                            00033000
033100                                                                  00033100
033200*================================================================ 00033200
033300* A rerun for the hour replaces what the last run wrote.          00033300
033400*================================================================ 00033400
033500 200-CLEAR-THE-HOUR.                                              00033500
033600     EXEC SQL                                                     00033600
033700       DELETE FROM FC_XXXAIL_EVT_VOL_HIST                         00033700
033800        WHERE VH_HOUR_TS = TIMESTAMP(:WS-HOUR-START-TS)           00033800
033900     END-EXEC                                                     00033900
034000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00034000
034100       SET SQL-ERROR-DETECTED TO TRUE                             00034100
034200       DISPLAY 'YYYB0300 - ERROR CLEARING THE HOUR, SQLCODE='     00034200
034300               SQLCODE                                            00034300
034400     END-IF                                                       00034400
034500     .                                                            00034500
034600                                                                  00034600
034700*================================================================ 00034700
034800* One judgment and one history row per pair...                    00034800
034900*================================================================ 00034900
035000 300-JUDGE-THE-PAIRS.                                             00035000
035100     EXEC SQL                                                     00035100
035200       OPEN VOL-CSR                                               00035200
035300     END-EXEC                                                     00035300
035400     IF SQLCODE NOT = 0                                           00035400
035500       SET SQL-ERROR-DETECTED       TO TRUE                       00035500
035600       DISPLAY 'YYYB0300 - ERROR OPENING VOL-CSR, SQLCODE='       00035600
035700               SQLCODE                                            00035700
035800     ELSE                                                         00035800
035900       PERFORM 320-FETCH-NEXT-PAIR                                00035900
036000       PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED          00036000
036100         ADD 1           TO WS-PAIR-COUNT                         00036100
036200         ADD WS-PAIR-CNT TO WS-HOUR-TOTAL                         00036200
036300         PERFORM 340-GET-THE-LIMITS                               00036300
036400         IF SQL-NO-ERROR                                          00036400
036500           PERFORM 360-GET-THE-BASELINE                           00036500
036600         END-IF                                                   00036600
036700         IF SQL-NO-ERROR                                          00036700
036800           PERFORM 500-JUDGE-ONE-COUNT                            00036800
036900           PERFORM 600-WRITE-THE-HOUR                             00036900
037000         END-IF                                                   00037000
037100         IF SQL-NO-ERROR                                          00037100
037200           PERFORM 320-FETCH-NEXT-PAIR                            00037200
037300         END-IF                                                   00037300
037400       END-PERFORM                                                00037400
037500       EXEC SQL                                                   00037500
037600         CLOSE VOL-CSR                                            00037600
037700       END-EXEC                                                   00037700
037800     END-IF                                                       00037800
037900     .                                                            00037900
038000                                                                  00038000
038100 320-FETCH-NEXT-PAIR.                                             00038100
038200     EXEC SQL                                                     00038200
038300       FETCH VOL-CSR                                              00038300
038400         INTO :DDDTEL01.MD-TRX-CD,                                00038400
038500              :DDDTEL01.MD-CALLING-PROG,                          00038500
038600              :WS-PAIR-CNT                                        00038600
038700     END-EXEC                                                     00038700
038800     EVALUATE SQLCODE                                             00038800
038900       WHEN 0                                                     00038900
039000         MOVE MD-TRX-CD       OF DDDTEL01 TO WS-PAIR-TRX-CD       00039000
039100         MOVE MD-CALLING-PROG OF DDDTEL01 TO WS-PAIR-PROG         00039100
039200       WHEN 100                                                   00039200
039300         CONTINUE                                                 00039300
039400       WHEN OTHER                                                 00039400
039500         SET SQL-ERROR-DETECTED     TO TRUE                       00039500
039600         DISPLAY 'YYYB0300 - ERROR FETCHING VOL-CSR, SQLCODE='    00039600
039700                 SQLCODE                                          00039700
039800     END-EVALUATE                                                 00039800
039900     .                                                            00039900
040000                                                                  00040000
040100* The cursor runs in code order, so a code's limits are read      00040100
040200* once for all of its calling programs.                           00040200
040300 340-GET-THE-LIMITS.                                              00040300
040400     IF WS-PAIR-TRX-CD NOT = WS-LIM-TRX-CD                        00040400
040500       MOVE WS-PAIR-TRX-CD TO WS-LIM-TRX-CD                       00040500
040600                              MD-VL-TRX-CD OF DDDTVL01            00040600
040700       EXEC SQL                                                   00040700
040800         SELECT VL_ACTIVE_IND, VL_HIGH_PCT, VL_LOW_PCT,           00040800
040900                VL_MIN_BASE_CNT                                   00040900
041000          INTO :DDDTVL01.MD-VL-ACTIVE-IND,                        00041000
041100               :DDDTVL01.MD-VL-HIGH-PCT,                          00041100
041200               :DDDTVL01.MD-VL-LOW-PCT,                           00041200
041300               :DDDTVL01.MD-VL-MIN-BASE-CNT                       00041300
041400         FROM FC_XXXAIL_EVT_VOL_LIM                               00041400
041500         WHERE VL_TRX_CD = :DDDTVL01.MD-VL-TRX-CD                 00041500
041600       END-EXEC                                                   00041600
041700       EVALUATE SQLCODE                                           00041700
041800         WHEN 0                                                   00041800
041900           MOVE MD-VL-ACTIVE-IND   OF DDDTVL01                    00041900
042000             TO WS-LIM-ACTIVE-IND                                 00042000
042100           MOVE MD-VL-HIGH-PCT     OF DDDTVL01 TO WS-LIM-HIGH-PCT 00042100
042200           MOVE MD-VL-LOW-PCT      OF DDDTVL01 TO WS-LIM-LOW-PCT  00042200
042300           MOVE MD-VL-MIN-BASE-CNT OF DDDTVL01 TO WS-LIM-MIN-CNT  00042300
042400         WHEN 100                                                 00042400
042500           PERFORM 350-USE-THE-DEFAULT                            00042500
042600         WHEN OTHER                                               00042600
042700           SET SQL-ERROR-DETECTED   TO TRUE                       00042700
042800           DISPLAY 'YYYB0300 - ERROR READING LIMITS FOR '         00042800
042900                   WS-PAIR-TRX-CD ', SQLCODE=' SQLCODE            00042900
043000       END-EVALUATE                                               00043000
043100     END-IF                                                       00043100
043200     .                                                            00043200
043300                                                                  00043300
043400 350-USE-THE-DEFAULT.                                             00043400
043500     MOVE WS-DFLT-ACTIVE-IND TO WS-LIM-ACTIVE-IND                 00043500
043600     MOVE WS-DFLT-HIGH-PCT   TO WS-LIM-HIGH-PCT                   00043600
043700     MOVE WS-DFLT-LOW-PCT    TO WS-LIM-LOW-PCT                    00043700
043800     MOVE WS-DFLT-MIN-CNT    TO WS-LIM-MIN-CNT                    00043800
043900     .                                                            00043900
044000                                                                  00044000
044100* The pair's average for this weekday and hour over the weeks     00044100
044200* observed - a week it staged nothing counts as zero.             00044200
044300 360-GET-THE-BASELINE.                                            00044300
044400     MOVE 0 TO WS-BASE-SUM                                        00044400
044500               WS-BASE-CNT                                        00044500
044600     MOVE WS-PAIR-TRX-CD TO MD-VH-TRX-CD       OF DDDTVH01        00044600
044700     MOVE WS-PAIR-PROG   TO MD-VH-CALLING-PROG OF DDDTVH01        00044700
044800     IF WS-HOURS-SEEN > 0                                         00044800
044900       EXEC SQL                                                   00044900
045000         SELECT COALESCE(SUM(VH_EVENT_CNT), 0)                    00045000
045100          INTO :WS-BASE-SUM                                       00045100
045200         FROM FC_XXXAIL_EVT_VOL_HIST                              00045200
045300         WHERE VH_TRX_CD       = :DDDTVH01.MD-VH-TRX-CD           00045300
045400           AND VH_CALLING_PROG = :DDDTVH01.MD-VH-CALLING-PROG     00045400
045500           AND VH_DAY_OF_WEEK  = :WS-DAY-OF-WEEK                  00045500
045600           AND VH_HOUR_NBR     = :WS-HOUR-NBR                     00045600
045700           AND VH_HOUR_TS     >= TIMESTAMP(:WS-BASE-FROM-TS)      00045700
045800           AND VH_HOUR_TS     <  TIMESTAMP(:WS-HOUR-START-TS)     00045800
045900       END-EXEC                                                   00045900
046000       IF SQLCODE NOT = 0                                         00046000
046100         SET SQL-ERROR-DETECTED     TO TRUE                       00046100
046200         DISPLAY 'YYYB0300 - ERROR READING BASELINE FOR '         00046200
046300                 WS-PAIR-TRX-CD ' ' WS-PAIR-PROG                  00046300
046400                 ', SQLCODE=' SQLCODE                             00046400
046500       ELSE                                                       00046500
046600         COMPUTE WS-BASE-CNT ROUNDED =                            00046600
046700             WS-BASE-SUM / WS-HOURS-SEEN                          00046700
046800       END-IF                                                     00046800
046900     END-IF                                                       00046900
047000     .                                                            00047000
047100                                                                  00047100
047200*================================================================ 00047200
047300* The hour's total over every code, judged like a pair under      00047300
047400* the '****' limits - it also marks the hour as observed.         00047400
047500*================================================================ 00047500
047600 400-JUDGE-THE-TOTAL.                                             00047600
047700     MOVE '****'        TO WS-PAIR-TRX-CD                         00047700
047800     MOVE '*ALL*'       TO WS-PAIR-PROG                           00047800
047900     MOVE WS-HOUR-TOTAL TO WS-PAIR-CNT                            00047900
048000     MOVE '****'        TO WS-LIM-TRX-CD                          00048000
048100     PERFORM 350-USE-THE-DEFAULT                                  00048100
048200     PERFORM 360-GET-THE-BASELINE                                 00048200
048300     IF SQL-NO-ERROR                                              00048300
048400       PERFORM 500-JUDGE-ONE-COUNT                                00048400
048500       PERFORM 600-WRITE-THE-HOUR                                 00048500
048600     END-IF                                                       00048600
048700     .                                                            00048700
048800                                                                  00048800
048900*================================================================ 00048900
049000* High, low, missing, no baseline yet, or nothing to say.         00049000
049100*================================================================ 00049100
049200 500-JUDGE-ONE-COUNT.                                             00049200
049300     COMPUTE WS-HIGH-LINE = WS-BASE-CNT * WS-LIM-HIGH-PCT / 100   00049300
049400     COMPUTE WS-LOW-LINE  = WS-BASE-CNT * WS-LIM-LOW-PCT  / 100   00049400
049500     EVALUATE TRUE                                                00049500
049600       WHEN WS-LIM-ACTIVE-IND NOT = 'Y'                           00049600
049700         SET WS-ALERT-NONE    TO TRUE                             00049700
049800       WHEN WS-HOURS-SEEN = 0                                     00049800
049900         SET WS-ALERT-NO-BASE TO TRUE                             00049900
050000       WHEN WS-PAIR-CNT = 0                                       00050000
050100        AND WS-BASE-CNT >= WS-LIM-MIN-CNT                         00050100
050200         SET WS-ALERT-MISSING TO TRUE                             00050200
050300       WHEN WS-PAIR-CNT >= WS-LIM-MIN-CNT                         00050300
050400        AND WS-PAIR-CNT > WS-HIGH-LINE                            00050400
050500         SET WS-ALERT-HIGH    TO TRUE                             00050500
050600       WHEN WS-LIM-LOW-PCT > 0                                    00050600
050700        AND WS-BASE-CNT >= WS-LIM-MIN-CNT                         00050700
050800        AND WS-PAIR-CNT < WS-LOW-LINE                             00050800
050900         SET WS-ALERT-LOW     TO TRUE                             00050900
051000       WHEN OTHER                                                 00051000
051100         SET WS-ALERT-NONE    TO TRUE                             00051100
051200     END-EVALUATE                                                 00051200
051300                                                                  00051300
051400     EVALUATE TRUE                                                00051400
051500       WHEN WS-ALERT-HIGH                                         00051500
051600         ADD 1 TO WS-HIGH-COUNT                                   00051600
051700         MOVE 'HIGH - OVER THE HIGH PERCENT'  TO WS-DTL-ALERT     00051700
051800       WHEN WS-ALERT-LOW                                          00051800
051900         ADD 1 TO WS-LOW-COUNT                                    00051900
052000         MOVE 'LOW - UNDER THE LOW PERCENT'   TO WS-DTL-ALERT     00052000
052100       WHEN WS-ALERT-MISSING                                      00052100
052200         ADD 1 TO WS-MISSING-COUNT                                00052200
052300         MOVE 'MISSING - NO EVENTS THIS HOUR' TO WS-DTL-ALERT     00052300
052400       WHEN WS-ALERT-NO-BASE                                      00052400
052500         ADD 1 TO WS-NO-BASE-COUNT                                00052500
052600     END-EVALUATE                                                 00052600
052700                                                                  00052700
052800     IF WS-ALERT-HIGH OR WS-ALERT-LOW OR WS-ALERT-MISSING         00052800
052900       MOVE WS-PAIR-TRX-CD TO WS-DTL-TRX-CD                       00052900
053000       MOVE WS-PAIR-PROG   TO WS-DTL-PROG                         00053000
053100       MOVE WS-PAIR-CNT    TO WS-DTL-CNT                          00053100
053200       MOVE WS-BASE-CNT    TO WS-DTL-BASE                         00053200
053300       MOVE WS-HOURS-SEEN  TO WS-DTL-WKS                          00053300
053400       WRITE RPT-LINE FROM WS-DTL-LINE                            00053400
053500     END-IF                                                       00053500
053600     .                                                            00053600
053700                                                                  00053700
053800*================================================================ 00053800
053900* The hour's row - what the baseline learns from next week.       00053900
054000*================================================================ 00054000
054100 600-WRITE-THE-HOUR.                                              00054100
054200     MOVE WS-HOUR-START-TS TO MD-VH-HOUR-TS      OF DDDTVH01      00054200
054300     MOVE WS-PAIR-TRX-CD   TO MD-VH-TRX-CD       OF DDDTVH01      00054300
054400     MOVE WS-PAIR-PROG     TO MD-VH-CALLING-PROG OF DDDTVH01      00054400
054500     MOVE WS-DAY-OF-WEEK   TO MD-VH-DAY-OF-WEEK  OF DDDTVH01      00054500
054600     MOVE WS-HOUR-NBR      TO MD-VH-HOUR-NBR     OF DDDTVH01      00054600
054700     MOVE WS-PAIR-CNT      TO MD-VH-EVENT-CNT    OF DDDTVH01      00054700
054800     MOVE WS-BASE-CNT      TO MD-VH-BASE-CNT     OF DDDTVH01      00054800
054900     MOVE WS-HOURS-SEEN    TO MD-VH-BASE-WKS     OF DDDTVH01      00054900
055000     MOVE WS-ALERT-CD      TO MD-VH-ALERT-CD     OF DDDTVH01      00055000
055100     MOVE WS-RUN-TS        TO MD-VH-RUN-TS       OF DDDTVH01      00055100
055200     EXEC SQL                                                     00055200
055300       INSERT INTO FC_XXXAIL_EVT_VOL_HIST                         00055300
055400          ( VH_HOUR_TS, VH_TRX_CD, VH_CALLING_PROG,               00055400
055500            VH_DAY_OF_WEEK, VH_HOUR_NBR, VH_EVENT_CNT,            00055500
055600            VH_BASE_CNT, VH_BASE_WKS, VH_ALERT_CD,                00055600
055700            VH_RUN_TS )                                           00055700
055800       VALUES                                                     00055800
055900          ( TIMESTAMP(:DDDTVH01.MD-VH-HOUR-TS),                   00055900
056000            :DDDTVH01.MD-VH-TRX-CD,                               00056000
056100            :DDDTVH01.MD-VH-CALLING-PROG,                         00056100
056200            :DDDTVH01.MD-VH-DAY-OF-WEEK,                          00056200
056300            :DDDTVH01.MD-VH-HOUR-NBR,                             00056300
056400            :DDDTVH01.MD-VH-EVENT-CNT,                            00056400
056500            :DDDTVH01.MD-VH-BASE-CNT,                             00056500
056600            :DDDTVH01.MD-VH-BASE-WKS,                             00056600
056700            :DDDTVH01.MD-VH-ALERT-CD,                             00056700
056800            TIMESTAMP(:DDDTVH01.MD-VH-RUN-TS) )                   00056800
056900     END-EXEC                                                     00056900
057000     IF SQLCODE NOT = 0                                           00057000
057100       SET SQL-ERROR-DETECTED       TO TRUE                       00057100
057200       DISPLAY 'YYYB0300 - ERROR WRITING HISTORY FOR '            00057200
057300               WS-PAIR-TRX-CD ' ' WS-PAIR-PROG                    00057300
057400               ', SQLCODE=' SQLCODE                               00057400
057500     END-IF                                                       00057500
057600     .                                                            00057600
057700                                                                  00057700
057800 900-TERMINATE.                                                   00057800
057900     EVALUATE TRUE                                                00057900
058000       WHEN SQL-ERROR-DETECTED                                    00058000
058100         MOVE 16 TO RETURN-CODE                                   00058100
058200       WHEN WS-HIGH-COUNT > 0                                     00058200
058300         OR WS-LOW-COUNT > 0                                      00058300
058400         OR WS-MISSING-COUNT > 0                                  00058400
058500         MOVE 4  TO RETURN-CODE                                   00058500
058600     END-EVALUATE                                                 00058600
058700                                                                  00058700
058800     IF SQL-NO-ERROR                                              00058800
058900       EXEC SQL                                                   00058900
059000         COMMIT                                                   00059000
059100       END-EXEC                                                   00059100
059200     ELSE                                                         00059200
059300       EXEC SQL                                                   00059300
059400         ROLLBACK                                                 00059400
059500       END-EXEC                                                   00059500
059600     END-IF                                                       00059600
059700                                                                  00059700
059800     WRITE RPT-LINE FROM SPACES                                   00059800
059900     MOVE 'PAIRS CHECKED'           TO WS-SUM-LABEL               00059900
060000     MOVE WS-PAIR-COUNT             TO WS-SUM-VALUE               00060000
060100     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00060100
060200     MOVE 'EVENTS STAGED IN THE HOUR' TO WS-SUM-LABEL             00060200
060300     MOVE WS-HOUR-TOTAL             TO WS-SUM-VALUE               00060300
060400     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00060400
060500     MOVE 'HIGH ALERTS'             TO WS-SUM-LABEL               00060500
060600     MOVE WS-HIGH-COUNT             TO WS-SUM-VALUE               00060600
060700     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00060700
060800     MOVE 'LOW ALERTS'              TO WS-SUM-LABEL               00060800
060900     MOVE WS-LOW-COUNT              TO WS-SUM-VALUE               00060900
061000     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00061000
061100     MOVE 'MISSING ALERTS'          TO WS-SUM-LABEL               00061100
061200     MOVE WS-MISSING-COUNT          TO WS-SUM-VALUE               00061200
061300     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00061300
061400     MOVE 'NO BASELINE YET'         TO WS-SUM-LABEL               00061400
061500     MOVE WS-NO-BASE-COUNT          TO WS-SUM-VALUE               00061500
061600     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00061600
061700     IF SQL-ERROR-DETECTED                                        00061700
061800       MOVE SPACES TO RPT-LINE                                    00061800
061900       MOVE 'DATABASE ERROR - THE HOUR WAS NOT RECORDED'          00061900
062000         TO RPT-LINE                                              00062000
062100       WRITE RPT-LINE                                             00062100
062200     END-IF                                                       00062200
062300     CLOSE VOL-RPT                                                00062300
062400     .                                                            00062400
