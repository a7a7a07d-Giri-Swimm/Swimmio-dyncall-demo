000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2002.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Weekly store-attribute certification progress.                  00000600
000700*                                                                 00000700
000800* MMMB1902 opens a FC_XXXAIL_STORE_CERT row per store for the     00000800
000900* cycle and the district managers certify or flag them through    00000900
001000* MMMO1200.  This report shows, by the district each store is     00001000
001100* in today, how many stores the cycle covers and how many are     00001100
001200* certified, flagged (waiting on the data team's work queue),     00001200
001300* still open, and open past their due date, with the percent      00001300
001400* certified and a line for the whole chain.  Then it lists        00001400
001500* every store still open past its due date, district by           00001500
001600* district, most overdue first, with the days overdue and the     00001600
001700* number of flags the data team has already worked for it (a      00001700
001800* store sent back after its flags were worked is waiting on       00001800
001900* the manager again).  A flagged store is not counted as          00001900
002000* outstanding - the next move is the data team's.  Nothing is     00002000
002100* updated.                                                        00002100
002200*                                                                 00002200
002300* CERTCARD card (optional):                                       00002300
002400*   cols 1-4   cycle year                 (default: newest)       00002400
002500* Batch job - weekly.                                             00002500
002600*---------------------------------------------------------------- 00002600
002700 ENVIRONMENT DIVISION.                                            00002700
002800 INPUT-OUTPUT SECTION.                                            00002800
002900 FILE-CONTROL.                                                    00002900
003000     SELECT CERT-CARD      ASSIGN TO CERTCARD                     00003000
003100         ORGANIZATION IS LINE SEQUENTIAL.                         00003100
003200     SELECT PROG-RPT       ASSIGN TO RPTOUT                       00003200
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00003300
003400                                                                  00003400
003500 DATA DIVISION.                                                   00003500
003600 FILE SECTION.                                                    00003600
003700 FD  CERT-CARD.                                                   00003700
003800 01  CERT-CARD-REC.                                               00003800
003900     05 CRD-CYCLE-YR                   PIC X(4).                  00003900
004000     05 CRD-CYCLE-YR-N REDEFINES CRD-CYCLE-YR                     00004000
004100                                       PIC 9(4).                  00004100
004200     05 FILLER                         PIC X(76).                 00004200
004300                                                                  00004300
004400 FD  PROG-RPT.                                                    00004400
004500 01  RPT-LINE                          PIC X(132).                00004500
004600                                                                  00004600
004700 WORKING-STORAGE SECTION.                                         00004700
004800* --------------------------------------------------------------- 00004800
004900* Misc working storage...                                         00004900
005000* --------------------------------------------------------------- 00005000
005100 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00005100
005200                                                                  00005200
005300 01 WS-DIST-COUNT                     PIC 9(6) VALUE 0.           00005300
005400 01 WS-LATE-COUNT                     PIC 9(6) VALUE 0.           00005400
005600 01 WS-SQLCODE                        PIC ----9.                  00005600
005700 01 WS-JOB-RC                         PIC S9(4) COMP VALUE 0.     00005700
005800 01 WS-CYCLE-YR                       PIC S9(4) COMP-3 VALUE 0.   00005800
005900 01 WS-TODAY                          PIC X(10) VALUE SPACES.     00005900
006000 01 WS-CURR-DIST-NO                   PIC S9(3) COMP-3 VALUE 0.   00006000
006100 01 WS-PCT                            PIC S9(3)V9 COMP-3          00006100
006200                                               VALUE 0.           00006200
006300                                                                  00006300
006400 01 WS-CARD-EOF-SW                    PIC X    VALUE 'N'.         00006400
006500    88 CARD-EOF                                VALUE 'Y'.         00006500
006600 01 WS-CSR-EOF-SW                     PIC X    VALUE 'N'.         00006600
006700    88 CSR-EOF                                 VALUE 'Y'.         00006700
006800    88 CSR-NOT-EOF                             VALUE 'N'.         00006800
006900 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00006900
007000    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00007000
007100    88 CALL-NO-ERROR                           VALUE 'N'.         00007100
007200 01 WS-FIRST-DIST-SW                  PIC X    VALUE 'Y'.         00007200
007300    88 FIRST-DIST                              VALUE 'Y'.         00007300
007400                                                                  00007400
007500* One district's counts as the progress cursor hands them back,   00007500
007600* and the chain's.                                                00007600
007700 01 WS-PRG.                                                       00007700
007800    05 WS-PRG-DIST-NO                 PIC S9(3) COMP-3.           00007800
007900    05 WS-PRG-STORES                  PIC S9(9) COMP.             00007900
008000    05 WS-PRG-CERT                    PIC S9(9) COMP.             00008000
008100    05 WS-PRG-FLAG                    PIC S9(9) COMP.             00008100
008200    05 WS-PRG-OPEN                    PIC S9(9) COMP.             00008200
008300    05 WS-PRG-LATE                    PIC S9(9) COMP.             00008300
008400 01 WS-TOT.                                                       00008400
008500    05 WS-TOT-STORES                  PIC S9(9) COMP VALUE 0.     00008500
008600    05 WS-TOT-CERT                    PIC S9(9) COMP VALUE 0.     00008600
008700    05 WS-TOT-FLAG                    PIC S9(9) COMP VALUE 0.     00008700
008800    05 WS-TOT-OPEN                    PIC S9(9) COMP VALUE 0.     00008800
008900    05 WS-TOT-LATE                    PIC S9(9) COMP VALUE 0.     00008900
009000                                                                  00009000
009100* One overdue store as the late cursor hands it back.             00009100
009200 01 WS-LTE.                                                       00009200
009300    05 WS-LTE-DIST-NO                 PIC S9(3) COMP-3.           00009300
009400    05 WS-LTE-LOC-NBR                 PIC S9(9) COMP.             00009400
009500    05 WS-LTE-DUE-DT                  PIC X(10).                  00009500
009600    05 WS-LTE-DAYS                    PIC S9(9) COMP.             00009600
009700    05 WS-LTE-CITY                    PIC X(30).                  00009700
009800    05 WS-LTE-STATE-CD                PIC X(2).                   00009800
009900    05 WS-LTE-WORKED                  PIC S9(9) COMP.             00009900
010000                                                                  00010000
010100 01 WS-HDG-LINE-1.                                                00010100
010200    05 FILLER PIC X(52) VALUE                                     00010200
010300       'MMMB2002 - STORE CERTIFICATION PROGRESS'.                 00010300
010400    05 FILLER PIC X(7)  VALUE 'CYCLE '.                           00010400
010500    05 WS-HDG-CYCLE                 PIC 9(4).                     00010500
010600    05 FILLER PIC X(13) VALUE '    RUN DATE '.                    00010600
010700    05 WS-HDG-RUN-DATE              PIC X(10).                    00010700
010800 01 WS-PRG-COL-LINE.                                              00010800
010900    05 FILLER PIC X(10) VALUE 'DISTRICT'.                         00010900
011000    05 FILLER PIC X(10) VALUE '    STORES'.                       00011000
011100    05 FILLER PIC X(11) VALUE '  CERTIFIED'.                      00011100
011200    05 FILLER PIC X(10) VALUE '   FLAGGED'.                       00011200
011300    05 FILLER PIC X(10) VALUE '      OPEN'.                       00011300
011400    05 FILLER PIC X(10) VALUE '  PAST DUE'.                       00011400
011500    05 FILLER PIC X(12) VALUE '  PCT CERT'.                       00011500
011600 01 WS-PRG-LINE.                                                  00011600
011700    05 FILLER                       PIC X(5) VALUE SPACES.        00011700
011800    05 WS-PL-DIST-NO                PIC ZZ9.                      00011800
011900    05 WS-PL-DIST-TXT REDEFINES WS-PL-DIST-NO                     00011900
012000                                    PIC X(3).                     00012000
012100    05 FILLER                       PIC X(3) VALUE SPACES.        00012100
012200    05 WS-PL-STORES                 PIC ZZZ,ZZ9.                  00012200
012300    05 FILLER                       PIC X(4) VALUE SPACES.        00012300
012400    05 WS-PL-CERT                   PIC ZZZ,ZZ9.                  00012400
012500    05 FILLER                       PIC X(3) VALUE SPACES.        00012500
012600    05 WS-PL-FLAG                   PIC ZZZ,ZZ9.                  00012600
012700    05 FILLER                       PIC X(3) VALUE SPACES.        00012700
012800    05 WS-PL-OPEN                   PIC ZZZ,ZZ9.                  00012800
012900    05 FILLER                       PIC X(3) VALUE SPACES.        00012900
013000    05 WS-PL-LATE                   PIC ZZZ,ZZ9.                  00013000
013100    05 FILLER                       PIC X(5) VALUE SPACES.        00013100
013200    05 WS-PL-PCT                    PIC ZZ9.9.                    00013200
013300 01 WS-DIST-LINE.                                                 00013300
013400    05 FILLER PIC X(33) VALUE                                     00013400
013500       '*** STORES OPEN PAST DUE DISTRICT'.                       00013500
013600    05 WS-DL-DIST-NO                PIC ZZZ9.                     00013600
013700 01 WS-LTE-COL-LINE.                                              00013700
013800    05 FILLER PIC X(13) VALUE '        STORE'.                    00013800
013900    05 FILLER PIC X(33) VALUE '   CITY'.                          00013900
014000    05 FILLER PIC X(4)  VALUE 'ST'.                               00014000
014100    05 FILLER PIC X(12) VALUE 'DUE DATE'.                         00014100
014200    05 FILLER PIC X(10) VALUE 'DAYS LATE'.                        00014200
014300    05 FILLER PIC X(20) VALUE '  FLAGS WORKED'.                   00014300
014400 01 WS-LTE-LINE.                                                  00014400
014500    05 FILLER                       PIC X(4) VALUE SPACES.        00014500
014600    05 WS-LL-LOC-NBR                PIC Z(8)9.                    00014600
014700    05 FILLER                       PIC X(3) VALUE SPACES.        00014700
014800    05 WS-LL-CITY                   PIC X(30).                    00014800
014900    05 FILLER                       PIC X(3) VALUE SPACES.        00014900
015000    05 WS-LL-STATE-CD               PIC X(2).                     00015000
015100    05 FILLER                       PIC X(2) VALUE SPACES.        00015100
015200    05 WS-LL-DUE-DT                 PIC X(10).                    00015200
015300    05 FILLER                       PIC X(2) VALUE SPACES.        00015300
015400    05 WS-LL-DAYS                   PIC ZZ,ZZ9.                   00015400
015500    05 FILLER                       PIC X(8) VALUE SPACES.        00015500
015600    05 WS-LL-WORKED                 PIC ZZ9.                      00015600
015700 01 WS-CNT-LINE.                                                  00015700
015800    05 WS-CNT-TXT                   PIC X(34).                    00015800
015900    05 WS-CNT-NBR                   PIC ZZZ,ZZ9.                  00015900
016000                                                                  00016000
016100* --------------------------------------------------------------- 00016100
016200* Miscellaneous copy books go here...                             00016200
016300* --------------------------------------------------------------- 00016300
016400 COPY XXXN001A.                                                   00016400
016500 COPY YYYC0230.                                                   00016500
016600                                                                  00016600
016700* ----------------------------------------------------------------00016700
016800* DB2 stuff...                                                    00016800
016900* ----------------------------------------------------------------00016900
017000     EXEC SQL                                                     00017000
017100       INCLUDE SQLCA                                              00017100
017200     END-EXEC                                                     00017200
017300                                                                  00017300
017400* The cycle's rows counted by the district the store is in now.   00017400
017500     EXEC SQL                                                     00017500
017600       DECLARE PROG-CSR CURSOR FOR                                00017600
017700       SELECT R.FC_RL_DISTRICT_NO, COUNT(*),                      00017700
017800              SUM(CASE WHEN C.SE_STAT_CD = 'C'                    00017800
017900                       THEN 1 ELSE 0 END),                        00017900
018000              SUM(CASE WHEN C.SE_STAT_CD = 'F'                    00018000
018100                       THEN 1 ELSE 0 END),                        00018100
018200              SUM(CASE WHEN C.SE_STAT_CD = 'O'                    00018200
018300                       THEN 1 ELSE 0 END),                        00018300
018400              SUM(CASE WHEN C.SE_STAT_CD = 'O'                    00018400
018500                        AND C.SE_DUE_DT  < CURRENT DATE           00018500
018600                       THEN 1 ELSE 0 END)                         00018600
018700         FROM FC_XXXAIL_STORE_CERT C,                             00018700
018800              FC_XXXAIL_STORES     R                              00018800
018900        WHERE C.SE_CYCLE_YR   = :WS-CYCLE-YR                      00018900
019000          AND C.SE_LOC_TYP_CD = 'S '                              00019000
019100          AND R.FC_STORE_NO   = C.SE_LOC_NBR                      00019100
019200        GROUP BY R.FC_RL_DISTRICT_NO                              00019200
019300        ORDER BY R.FC_RL_DISTRICT_NO                              00019300
019400     END-EXEC                                                     00019400
019500                                                                  00019500
019600* The open rows past due, most overdue first in each district.    00019600
019700     EXEC SQL                                                     00019700
019800       DECLARE LATE-CSR CURSOR FOR                                00019800
019900       SELECT R.FC_RL_DISTRICT_NO, C.SE_LOC_NBR,                  00019900
020000              CHAR(C.SE_DUE_DT, ISO),                             00020000
020100              DAYS(CURRENT DATE) - DAYS(C.SE_DUE_DT),             00020100
020200              C.SE_CITY, C.SE_STATE_CD,                           00020200
020300              ( SELECT COUNT(*)                                   00020300
020400                  FROM FC_XXXAIL_CERT_FLAG G                      00020400
020500                 WHERE G.CG_CYCLE_YR   = C.SE_CYCLE_YR            00020500
020600                   AND G.CG_LOC_NBR    = C.SE_LOC_NBR             00020600
020700                   AND G.CG_LOC_TYP_CD = C.SE_LOC_TYP_CD          00020700
020800                   AND G.CG_STAT_CD    = 'R' )                    00020800
020900         FROM FC_XXXAIL_STORE_CERT C,                             00020900
021000              FC_XXXAIL_STORES     R                              00021000
021100        WHERE C.SE_CYCLE_YR   = :WS-CYCLE-YR                      00021100
021200          AND C.SE_LOC_TYP_CD = 'S '                              00021200
021300          AND C.SE_STAT_CD    = 'O'                               00021300
021400          AND C.SE_DUE_DT     < CURRENT DATE                      00021400
021500          AND R.FC_STORE_NO   = C.SE_LOC_NBR                      00021500
021600        ORDER BY R.FC_RL_DISTRICT_NO, C.SE_DUE_DT, C.SE_LOC_NBR   00021600
021700     END-EXEC                                                     00021700
021800                                                                  00021800
021900 PROCEDURE DIVISION.                                              00021900
022000***************************************************************** 00022000
022100* Start of program main line.                                     00022100
022200***************************************************************** 00022200
022300 000-MAIN.                                                        00022300
022400     PERFORM 050-RUN-CNTL-START                                   00022400
022500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00022500
022600       MOVE 8 TO RETURN-CODE                                      00022600
022700       GOBACK                                                     00022700
022800     END-IF                                                       00022800
022900     PERFORM 100-INITIALIZE                                       00022900
023000     IF CALL-NO-ERROR                                             00023000
023100       PERFORM 200-REPORT-PROGRESS                                00023100
023200     END-IF                                                       00023200
023300     IF CALL-NO-ERROR                                             00023300
023400       PERFORM 300-REPORT-PAST-DUE                                00023400
023500     END-IF                                                       00023500
023600     PERFORM 900-TERMINATE                                        00023600
023700     PERFORM 055-RUN-CNTL-END                                     00023700
023800     MOVE WS-JOB-RC TO RETURN-CODE                                00023800
023900     GOBACK                                                       00023900
024000     .                                                            00024000
024100                                                                  00024100
024200*================================================================ 00024200
024300* Initialization - the cycle from the card, or the newest.        00024300
024400*================================================================ 00024400
024500 100-INITIALIZE.                                                  00024500
024600     OPEN INPUT  CERT-CARD                                        00024600
024700     OPEN OUTPUT PROG-RPT                                         00024700
024800     INITIALIZE XXXN001A                                          00024800
024900                                                                  00024900
025000     READ CERT-CARD                                               00025000
025100       AT END SET CARD-EOF TO TRUE                                00025100
025200     END-READ                                                     00025200
025300     IF NOT CARD-EOF AND CRD-CYCLE-YR NOT = SPACES                00025300
025400       IF CRD-CYCLE-YR IS NUMERIC AND CRD-CYCLE-YR-N > 1900       00025400
025500         MOVE CRD-CYCLE-YR-N TO WS-CYCLE-YR                       00025500
025600       ELSE                                                       00025600
025700         SET CALL-ERROR-DETECTED TO TRUE                          00025700
025800         MOVE 16 TO WS-JOB-RC                                     00025800
025900         MOVE 'CERTCARD CYCLE YEAR MUST BE YYYY' TO RPT-LINE      00025900
026000         WRITE RPT-LINE                                           00026000
026100       END-IF                                                     00026100
026200     END-IF                                                       00026200
026300                                                                  00026300
026400     IF CALL-NO-ERROR                                             00026400
026500       EXEC SQL                                                   00026500
026600         SELECT CHAR(CURRENT DATE, ISO)                           00026600
026700           INTO :WS-TODAY                                         00026700
026800           FROM SYSIBM.SYSDUMMY1                                  00026800
026900       END-EXEC                                                   00026900
027000       IF SQLCODE NOT = 0                                         00027000
027100         PERFORM 800-REPORT-SQL-ERROR                             00027100
027200       END-IF                                                     00027200
027300     END-IF                                                       00027300
027400                                                                  00027400
027500     IF CALL-NO-ERROR AND WS-CYCLE-YR = 0                         00027500
027600       EXEC SQL                                                   00027600
027700         SELECT COALESCE(MAX(SE_CYCLE_YR), 0)                     00027700
027800           INTO :WS-CYCLE-YR                                      00027800
027900           FROM FC_XXXAIL_STORE_CERT                              00027900
028000       END-EXEC                                                   00028000
028100       IF SQLCODE NOT = 0                                         00028100
028200         PERFORM 800-REPORT-SQL-ERROR                             00028200
028300       END-IF                                                     00028300
028400     END-IF                                                       00028400
028500                                                                  00028500
028600     IF CALL-NO-ERROR                                             00028600
028700       MOVE WS-CYCLE-YR TO WS-HDG-CYCLE                           00028700
028800       MOVE WS-TODAY    TO WS-HDG-RUN-DATE                        00028800
028900       WRITE RPT-LINE FROM WS-HDG-LINE-1                          00028900
029000       IF WS-CYCLE-YR = 0                                         00029000
029100         SET CALL-ERROR-DETECTED TO TRUE                          00029100
029200         MOVE 'NO CERTIFICATION CYCLE HAS BEEN OPENED' TO RPT-LINE00029200
029300         WRITE RPT-LINE                                           00029300
029400       END-IF                                                     00029400
029500     END-IF                                                       00029500
029600     .                                                            00029600
029700                                                                  00029700
029800*================================================================ 00029800
029900* Progress by district, then the chain.                           00029900
030000*================================================================ 00030000
030100 200-REPORT-PROGRESS.                                             00030100
030200     MOVE SPACES TO RPT-LINE                                      00030200
030300     WRITE RPT-LINE                                               00030300
030400     WRITE RPT-LINE FROM WS-PRG-COL-LINE                          00030400
030500     EXEC SQL                                                     00030500
030600       OPEN PROG-CSR                                              00030600
030700     END-EXEC                                                     00030700
030800     IF SQLCODE NOT = 0                                           00030800
030900       PERFORM 800-REPORT-SQL-ERROR                               00030900
031000     ELSE                                                         00031000
031100       SET CSR-NOT-EOF TO TRUE                                    00031100
031200       PERFORM 220-FETCH-NEXT-DISTRICT                            00031200
031300       PERFORM UNTIL CSR-EOF OR CALL-ERROR-DETECTED               00031300
031400         ADD 1 TO WS-DIST-COUNT                                   00031400
031500         ADD WS-PRG-STORES TO WS-TOT-STORES                       00031500
031600         ADD WS-PRG-CERT   TO WS-TOT-CERT                         00031600
031700         ADD WS-PRG-FLAG   TO WS-TOT-FLAG                         00031700
031800         ADD WS-PRG-OPEN   TO WS-TOT-OPEN                         00031800
031900         ADD WS-PRG-LATE   TO WS-TOT-LATE                         00031900
032000         MOVE WS-PRG-DIST-NO TO WS-PL-DIST-NO                     00032000
032100         PERFORM 240-WRITE-PROGRESS-LINE                          00032100
032200         PERFORM 220-FETCH-NEXT-DISTRICT                          00032200
032300       END-PERFORM                                                00032300
032400       EXEC SQL                                                   00032400
032500         CLOSE PROG-CSR                                           00032500
032600       END-EXEC                                                   00032600
032700     END-IF                                                       00032700
032800                                                                  00032800
032900     IF CALL-NO-ERROR                                             00032900
033000       MOVE WS-TOT-STORES TO WS-PRG-STORES                        00033000
033100       MOVE WS-TOT-CERT   TO WS-PRG-CERT                          00033100
033200       MOVE WS-TOT-FLAG   TO WS-PRG-FLAG                          00033200
033300       MOVE WS-TOT-OPEN   TO WS-PRG-OPEN                          00033300
033400       MOVE WS-TOT-LATE   TO WS-PRG-LATE                          00033400
033500       MOVE 'ALL'  TO WS-PL-DIST-TXT                              00033500
033600       PERFORM 240-WRITE-PROGRESS-LINE                            00033600
033700     END-IF                                                       00033700
033800     .                                                            00033800
033900                                                                  00033900
034000 220-FETCH-NEXT-DISTRICT.                                         00034000
034100     EXEC SQL                                                     00034100
034200       FETCH PROG-CSR                                             00034200
034300         INTO :WS-PRG-DIST-NO, :WS-PRG-STORES, :WS-PRG-CERT,      00034300
034400              :WS-PRG-FLAG, :WS-PRG-OPEN, :WS-PRG-LATE            00034400
034500     END-EXEC                                                     00034500
034600     EVALUATE SQLCODE                                             00034600
034700       WHEN 0                                                     00034700
034800         CONTINUE                                                 00034800
034900       WHEN 100                                                   00034900
035000         SET CSR-EOF TO TRUE                                      00035000
035100       WHEN OTHER                                                 00035100
035200         PERFORM 800-REPORT-SQL-ERROR                             00035200
035300     END-EVALUATE                                                 00035300
035400     .                                                            00035400
035500                                                                  00035500
035600 240-WRITE-PROGRESS-LINE.                                         00035600
035700     MOVE WS-PRG-STORES TO WS-PL-STORES                           00035700
035800     MOVE WS-PRG-CERT   TO WS-PL-CERT                             00035800
035900     MOVE WS-PRG-FLAG   TO WS-PL-FLAG                             00035900
036000     MOVE WS-PRG-OPEN   TO WS-PL-OPEN                             00036000
036100     MOVE WS-PRG-LATE   TO WS-PL-LATE                             00036100
036200     IF WS-PRG-STORES > 0                                         00036200
036300       COMPUTE WS-PCT ROUNDED =                                   00036300
036400               WS-PRG-CERT * 100 / WS-PRG-STORES                  00036400
036500     ELSE                                                         00036500
036600       MOVE 0 TO WS-PCT                                           00036600
036700     END-IF                                                       00036700
036800     MOVE WS-PCT TO WS-PL-PCT                                     00036800
036900     WRITE RPT-LINE FROM WS-PRG-LINE                              00036900
037000     .                                                            00037000
037100                                                                  00037100
037200*================================================================ 00037200
037300* The stores still open past due, a section per district.         00037300
037400*================================================================ 00037400
037500 300-REPORT-PAST-DUE.                                             00037500
037600     EXEC SQL                                                     00037600
037700       OPEN LATE-CSR                                              00037700
037800     END-EXEC                                                     00037800
037900     IF SQLCODE NOT = 0                                           00037900
038000       PERFORM 800-REPORT-SQL-ERROR                               00038000
038100     ELSE                                                         00038100
038200       SET CSR-NOT-EOF TO TRUE                                    00038200
038300       PERFORM 320-FETCH-NEXT-LATE                                00038300
038400       PERFORM UNTIL CSR-EOF OR CALL-ERROR-DETECTED               00038400
038500         IF FIRST-DIST OR WS-LTE-DIST-NO NOT = WS-CURR-DIST-NO    00038500
038600           PERFORM 340-DISTRICT-BREAK                             00038600
038700         END-IF                                                   00038700
038800         ADD 1 TO WS-LATE-COUNT                                   00038800
038900         MOVE WS-LTE-LOC-NBR  TO WS-LL-LOC-NBR                    00038900
039000         MOVE WS-LTE-CITY     TO WS-LL-CITY                       00039000
039100         MOVE WS-LTE-STATE-CD TO WS-LL-STATE-CD                   00039100
039200         MOVE WS-LTE-DUE-DT   TO WS-LL-DUE-DT                     00039200
039300         MOVE WS-LTE-DAYS     TO WS-LL-DAYS                       00039300
039400         MOVE WS-LTE-WORKED   TO WS-LL-WORKED                     00039400
039500         WRITE RPT-LINE FROM WS-LTE-LINE                          00039500
039600         PERFORM 320-FETCH-NEXT-LATE                              00039600
039700       END-PERFORM                                                00039700
039800       EXEC SQL                                                   00039800
039900         CLOSE LATE-CSR                                           00039900
040000       END-EXEC                                                   00040000
040100     END-IF                                                       00040100
040200                                                                  00040200
040300     IF CALL-NO-ERROR AND FIRST-DIST                              00040300
040400       MOVE SPACES TO RPT-LINE                                    00040400
040500       WRITE RPT-LINE                                             00040500
040600       MOVE '*** NO STORES OPEN PAST THEIR DUE DATE' TO RPT-LINE  00040600
040700       WRITE RPT-LINE                                             00040700
040800     END-IF                                                       00040800
040900     .                                                            00040900
041000                                                                  00041000
041100 320-FETCH-NEXT-LATE.                                             00041100
041200     EXEC SQL                                                     00041200
041300       FETCH LATE-CSR                                             00041300
041400         INTO :WS-LTE-DIST-NO, :WS-LTE-LOC-NBR, :WS-LTE-DUE-DT,   00041400
041500              :WS-LTE-DAYS, :WS-LTE-CITY, :WS-LTE-STATE-CD,       00041500
041600              :WS-LTE-WORKED                                      00041600
041700     END-EXEC                                                     00041700
041800     EVALUATE SQLCODE                                             00041800
041900       WHEN 0                                                     00041900
042000         CONTINUE                                                 00042000
042100       WHEN 100                                                   00042100
042200         SET CSR-EOF TO TRUE                                      00042200
042300       WHEN OTHER                                                 00042300
042400         PERFORM 800-REPORT-SQL-ERROR                             00042400
042500     END-EVALUATE                                                 00042500
042600     .                                                            00042600
042700                                                                  00042700
042800 340-DISTRICT-BREAK.                                              00042800
042900     MOVE 'N' TO WS-FIRST-DIST-SW                                 00042900
043000     MOVE WS-LTE-DIST-NO TO WS-CURR-DIST-NO WS-DL-DIST-NO         00043000
043200     MOVE SPACES TO RPT-LINE                                      00043200
043300     WRITE RPT-LINE                                               00043300
043400     WRITE RPT-LINE FROM WS-DIST-LINE                             00043400
043500     WRITE RPT-LINE FROM WS-LTE-COL-LINE                          00043500
043600     .                                                            00043600
043700                                                                  00043700
043800 800-REPORT-SQL-ERROR.                                            00043800
043900     SET  CALL-ERROR-DETECTED TO TRUE                             00043900
044000     MOVE SQLCODE TO WS-SQLCODE                                   00044000
044100     MOVE SPACES  TO RPT-LINE                                     00044100
044200     STRING 'MMMB2002 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00044200
044300       DELIMITED BY SIZE INTO RPT-LINE                            00044300
044400     WRITE RPT-LINE                                               00044400
044500     DISPLAY 'MMMB2002 - SQL ERROR, SQLCODE = ' WS-SQLCODE        00044500
044600     MOVE 16 TO WS-JOB-RC                                         00044600
044700     MOVE 0 TO SQLCODE                                            00044700
044800     .                                                            00044800
044900                                                                  00044900
045000*================================================================ 00045000
045100* Termination - totals and the return code: 4 when any store is   00045100
045200* open past due, 16 when the card or DB2 stopped the run.         00045200
045300*================================================================ 00045300
045400 900-TERMINATE.                                                   00045400
045500     MOVE SPACES TO RPT-LINE                                      00045500
045600     WRITE RPT-LINE                                               00045600
045700     MOVE 'DISTRICTS REPORTED            -  ' TO WS-CNT-TXT       00045700
045800     MOVE WS-DIST-COUNT                       TO WS-CNT-NBR       00045800
045900     WRITE RPT-LINE FROM WS-CNT-LINE                              00045900
046000     MOVE 'STORES OPEN PAST DUE          -  ' TO WS-CNT-TXT       00046000
046100     MOVE WS-LATE-COUNT                       TO WS-CNT-NBR       00046100
046200     WRITE RPT-LINE FROM WS-CNT-LINE                              00046200
046300                                                                  00046300
046400     IF WS-LATE-COUNT > 0 AND WS-JOB-RC < 4                       00046400
046500       MOVE 4 TO WS-JOB-RC                                        00046500
046600     END-IF                                                       00046600
046700     CLOSE CERT-CARD PROG-RPT                                     00046700
046800     .                                                            00046800
046900                                                                  00046900
047000*================================================================ 00047000
047100* Run control - refuse a duplicate or out-of-order start, and     00047100
047200* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00047200
047300*================================================================ 00047300
047400 050-RUN-CNTL-START.                                              00047400
047500     INITIALIZE XXXN001A                                          00047500
047600                YYYC0230                                          00047600
047700     SET  YYYC0230-START-RUN TO TRUE                              00047700
047800     MOVE 'MMMB2002' TO YYYC0230-JOB-NM                           00047800
047900     CALL YYYS0230-RUN-CNTL USING                                 00047900
048000         XXXN001A                                                 00048000
048100         YYYC0230                                                 00048100
048200     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00048200
048300       DISPLAY 'MMMB2002 - START REFUSED: ' IS-RTRN-MSG-TXT       00048300
048400     END-IF                                                       00048400
048500     .                                                            00048500
048600                                                                  00048600
048700 055-RUN-CNTL-END.                                                00048700
048800     INITIALIZE XXXN001A                                          00048800
048900                YYYC0230                                          00048900
049000     IF WS-JOB-RC > 4                                             00049000
049100       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00049100
049200     ELSE                                                         00049200
049300       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00049300
049400     END-IF                                                       00049400
049500     MOVE 'MMMB2002' TO YYYC0230-JOB-NM                           00049500
049600     CALL YYYS0230-RUN-CNTL USING                                 00049600
049700         XXXN001A                                                 00049700
049800         YYYC0230                                                 00049800
049900     .                                                            00049900
