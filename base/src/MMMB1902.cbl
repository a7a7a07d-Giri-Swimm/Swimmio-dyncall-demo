000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1902.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Open the annual store-attribute certification cycle.            00000600
000700*                                                                 00000700
000800* Audit wants evidence that someone who knows each store          00000800
000900* confirmed its master data at least once a year.  This job       00000900
001000* opens one FC_XXXAIL_STORE_CERT row (DDDTSE01) per active        00001000
001100* store for the cycle, holding a snapshot of what the district    00001100
001200* manager is asked to confirm - the address, the weekly hours,    00001200
001300* the ad/price/retail zones, the departments, the active          00001300
001400* licenses and the emergency contacts in effect (how many, and    00001400
001500* the first to call) - taken from the same tables the district    00001500
001600* profile booklet (MMMB1202) prints.  The manager certifies or    00001600
001700* flags it through MMMO1200; MMMB2002 reports the progress.       00001700
001800*                                                                 00001800
001900* The job can be rerun at any time in the cycle: a store that     00001900
002000* opened since the last run gets its row, and a row the manager   00002000
002100* has not answered yet (open - including one sent back open       00002100
002200* after the data team worked its flags) has its snapshot taken    00002200
002300* again, so the manager always sees the master as it stands.      00002300
002400* Rows already certified or flagged are left alone.  The whole    00002400
002500* run is one unit of work.                                        00002500
002600*                                                                 00002600
002700* CERTCARD card (optional):                                       00002700
002800*   cols 1-4   cycle year                 (default: this year)    00002800
002900*   cols 6-15  due date yyyy-mm-dd        (default: 90 days out)  00002900
003000* The due date applies to rows opened by this run; rows already   00003000
003100* open keep theirs.                                               00003100
003200* Batch job - run standalone at the start of the cycle, and       00003200
003300* again whenever stores are added or flags are worked.            00003300
003400*---------------------------------------------------------------- 00003400
003500 ENVIRONMENT DIVISION.                                            00003500
003600 INPUT-OUTPUT SECTION.                                            00003600
003700 FILE-CONTROL.                                                    00003700
003800     SELECT CERT-CARD      ASSIGN TO CERTCARD                     00003800
003900         ORGANIZATION IS LINE SEQUENTIAL.                         00003900
004000     SELECT CERT-RPT       ASSIGN TO RPTOUT                       00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200                                                                  00004200
004300 DATA DIVISION.                                                   00004300
004400 FILE SECTION.                                                    00004400
004500 FD  CERT-CARD.                                                   00004500
004600 01  CERT-CARD-REC.                                               00004600
004700     05 CRD-CYCLE-YR                   PIC X(4).                  00004700
004800     05 CRD-CYCLE-YR-N REDEFINES CRD-CYCLE-YR                     00004800
004900                                       PIC 9(4).                  00004900
005000     05 FILLER                         PIC X(1).                  00005000
005100     05 CRD-DUE-DT                     PIC X(10).                 00005100
005200     05 FILLER                         PIC X(65).                 00005200
005300                                                                  00005300
005400 FD  CERT-RPT.                                                    00005400
005500 01  RPT-LINE                          PIC X(132).                00005500
005600                                                                  00005600
005700 WORKING-STORAGE SECTION.                                         00005700
005800* --------------------------------------------------------------- 00005800
005900* Misc working storage...                                         00005900
006000* --------------------------------------------------------------- 00006000
006100 01 K-DEF-TM                          PIC X(8) VALUE '00.00.00'.  00006100
006200 01 K-DUE-DAYS                        PIC S9(3) COMP-3 VALUE 90.  00006200
006300 01 K-MAX-DEPTS                       PIC S9(4) COMP VALUE 20.    00006300
006400 01 K-MAX-LIC                         PIC S9(4) COMP VALUE 12.    00006400
006500                                                                  00006500
006600 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00006600
006700 01 WS-OPENED-COUNT                   PIC 9(6) VALUE 0.           00006700
006800 01 WS-REFRESH-COUNT                  PIC 9(6) VALUE 0.           00006800
006900 01 WS-ANSWERED-COUNT                 PIC 9(6) VALUE 0.           00006900
007000 01 WS-ROW-CNT                        PIC S9(4) COMP VALUE 0.     00007000
007100 01 WS-PTR                            PIC S9(4) COMP VALUE 0.     00007100
007200 01 WS-DAY                            PIC S9(4) COMP VALUE 0.     00007200
007300 01 WS-RUN-DATE                       PIC X(8) VALUE SPACES.      00007300
007400 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00007400
007500    05 WS-RUN-YYYY                    PIC 9(4).                   00007500
007600    05 WS-RUN-MM                      PIC X(2).                   00007600
007700    05 WS-RUN-DD                      PIC X(2).                   00007700
007800 01 WS-TODAY                          PIC X(10) VALUE SPACES.     00007800
007900 01 WS-CYCLE-YR                       PIC S9(4) COMP-3 VALUE 0.   00007900
008000 01 WS-CYCLE-YR-N                     PIC 9(4) VALUE 0.           00008000
008100 01 WS-DUE-DT                         PIC X(10) VALUE SPACES.     00008100
008200 01 WS-STAT-CD                        PIC X(1) VALUE SPACES.      00008200
008300    88 WS-ROW-OPEN                             VALUE 'O'.         00008300
008400 01 WS-DAY-HRS                        PIC X(9) VALUE SPACES.      00008400
008500 01 WS-SQLCODE                        PIC ----9.                  00008500
008600                                                                  00008600
008700 01 WS-CARD-EOF-SW                    PIC X    VALUE 'N'.         00008700
008800    88 CARD-EOF                                VALUE 'Y'.         00008800
008900 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00008900
009000    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00009000
009100    88 SQL-NO-ERROR                            VALUE 'N'.         00009100
009200                                                                  00009200
009300* One keyed date under edit - yyyy-mm-dd.                         00009300
009400 01 WS-EDIT-DT                        PIC X(10) VALUE SPACES.     00009400
009500 01 WS-EDIT-DT-R REDEFINES WS-EDIT-DT.                            00009500
009600    05 WS-EDIT-YYYY                   PIC 9(4).                   00009600
009700    05 WS-EDIT-DASH-1                 PIC X(1).                   00009700
009800    05 WS-EDIT-MM                     PIC 9(2).                   00009800
009900    05 WS-EDIT-DASH-2                 PIC X(1).                   00009900
010000    05 WS-EDIT-DD                     PIC 9(2).                   00010000
010100                                                                  00010100
010200* One store as the store cursor hands it back.                    00010200
010300 01 WS-STR.                                                       00010300
010400    05 WS-STR-LOC-NBR                 PIC S9(9) COMP.             00010400
010500    05 WS-STR-RETL-ZONE               PIC S9(3) COMP-3.           00010500
010600    05 WS-STR-PD-ZONE-NO              PIC S9(5) COMP-3.           00010600
010700    05 WS-STR-AD-ZN-NBR               PIC S9(7) COMP-3.           00010700
010800    05 WS-STR-HOURS.                                              00010800
010900       10 WS-STR-MON-OPEN             PIC X(8).                   00010900
011000       10 WS-STR-MON-CLOS             PIC X(8).                   00011000
011100       10 WS-STR-TUE-OPEN             PIC X(8).                   00011100
011200       10 WS-STR-TUE-CLOS             PIC X(8).                   00011200
011300       10 WS-STR-WED-OPEN             PIC X(8).                   00011300
011400       10 WS-STR-WED-CLOS             PIC X(8).                   00011400
011500       10 WS-STR-THU-OPEN             PIC X(8).                   00011500
011600       10 WS-STR-THU-CLOS             PIC X(8).                   00011600
011700       10 WS-STR-FRI-OPEN             PIC X(8).                   00011700
011800       10 WS-STR-FRI-CLOS             PIC X(8).                   00011800
011900       10 WS-STR-SAT-OPEN             PIC X(8).                   00011900
012000       10 WS-STR-SAT-CLOS             PIC X(8).                   00012000
012100       10 WS-STR-SUN-OPEN             PIC X(8).                   00012100
012200       10 WS-STR-SUN-CLOS             PIC X(8).                   00012200
012300    05 WS-STR-HOURS-TBL REDEFINES WS-STR-HOURS.                   00012300
012400       10 WS-STR-DAY                  OCCURS 7 TIMES.             00012400
012500          15 WS-STR-DAY-OPEN          PIC X(8).                   00012500
012600          15 WS-STR-DAY-CLOS          PIC X(8).                   00012600
012700    05 WS-STR-ADR-1                   PIC X(30).                  00012700
012800    05 WS-STR-ADR-2                   PIC X(30).                  00012800
012900    05 WS-STR-CITY                    PIC X(30).                  00012900
013000    05 WS-STR-STATE-CD                PIC X(2).                   00013000
013100    05 WS-STR-ZIP5-CD                 PIC S9(5) COMP-3.           00013100
013200    05 WS-STR-ZIP4-CD                 PIC S9(4) COMP-3.           00013200
013300    05 WS-STR-DEPT-CNT                PIC S9(9) COMP.             00013300
013400    05 WS-STR-LIC-CNT                 PIC S9(9) COMP.             00013400
013500    05 WS-STR-CNTCT-CNT               PIC S9(9) COMP.             00013500
013600                                                                  00013600
013700* Sub-list rows, one cursor each.                                 00013700
013800 01 WS-DP-DEPT-NO                     PIC X(5)  VALUE SPACES.     00013800
013900 01 WS-LC-TYP-CD                      PIC X(4)  VALUE SPACES.     00013900
014000                                                                  00014000
014100 01 WS-HDG-LINE-1.                                                00014100
014200    05 FILLER PIC X(52) VALUE                                     00014200
014300       'MMMB1902 - STORE CERTIFICATION CYCLE OPEN'.               00014300
014400    05 FILLER PIC X(9) VALUE 'RUN DATE '.                         00014400
014500    05 WS-HDG-RUN-DATE               PIC X(10).                   00014500
014600 01 WS-HDG-LINE-2.                                                00014600
014700    05 FILLER PIC X(6) VALUE 'CYCLE '.                            00014700
014800    05 WS-HDG-CYCLE                  PIC 9(4).                    00014800
014900    05 FILLER PIC X(33) VALUE                                     00014900
015000       '   DUE DATE FOR ROWS OPENED NOW '.                        00015000
015100    05 WS-HDG-DUE-DT                 PIC X(10).                   00015100
015200                                                                  00015200
015300 01 WS-SUMMARY-LINE.                                              00015300
015400    05 FILLER PIC X(27) VALUE 'ACTIVE STORES READ     - '.        00015400
015500    05 WS-SUM-STORES                 PIC ZZZ,ZZ9.                 00015500
015600 01 WS-SUMMARY-LINE2.                                             00015600
015700    05 FILLER PIC X(27) VALUE 'CERTIFICATIONS OPENED  - '.        00015700
015800    05 WS-SUM-OPENED                 PIC ZZZ,ZZ9.                 00015800
015900 01 WS-SUMMARY-LINE3.                                             00015900
016000    05 FILLER PIC X(27) VALUE 'OPEN SNAPSHOTS RETAKEN - '.        00016000
016100    05 WS-SUM-REFRESH                PIC ZZZ,ZZ9.                 00016100
016200 01 WS-SUMMARY-LINE4.                                             00016200
016300    05 FILLER PIC X(27) VALUE 'ALREADY ANSWERED       - '.        00016300
016400    05 WS-SUM-ANSWERED               PIC ZZZ,ZZ9.                 00016400
016500                                                                  00016500
016600 COPY XXXN001A.                                                   00016600
016700 COPY YYYC0230.                                                   00016700
016800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00016800
016900                                                                  00016900
017000* ----------------------------------------------------------------00017000
017100* DB2 stuff...                                                    00017100
017200* ----------------------------------------------------------------00017200
017300     EXEC SQL                                                     00017300
017400       INCLUDE SQLCA                                              00017400
017500     END-EXEC                                                     00017500
017600                                                                  00017600
017700     EXEC SQL                                                     00017700
017800       INCLUDE DDDTSE01                                           00017800
017900     END-EXEC                                                     00017900
018000                                                                  00018000
018100* Active stores with their location and address rows and the      00018100
018200* counts the snapshot keeps.                                      00018200
018300     EXEC SQL                                                     00018300
018400       DECLARE STORE-CSR CURSOR FOR                               00018400
018500       SELECT L.LOC_NBR, R.FC_RL_RETL_ZONE_NO,                    00018500
018600              L.PD_ZONE_NO, L.CURR_AD_ZN_NBR,                     00018600
018700              L.MON_OPEN_TM, L.MON_CLOS_TM,                       00018700
018800              L.TUE_OPEN_TM, L.TUE_CLOS_TM,                       00018800
018900              L.WED_OPEN_TM, L.WED_CLOS_TM,                       00018900
019000              L.THUR_OPEN_TM, L.THUR_CLOS_TM,                     00019000
019100              L.FRI_OPEN_TM, L.FRI_CLOS_TM,                       00019100
019200              L.SAT_OPEN_TM, L.SAT_CLOS_TM,                       00019200
019300              L.SUN_OPEN_TM, L.SUN_CLOS_TM,                       00019300
019400              A.PRIM_ADR_1, A.PRIM_ADR_2, A.PRIM_CITY,            00019400
019500              A.PRIM_STATE_CD, A.PRIM_ZIP5_CD, A.PRIM_ZIP4_CD,    00019500
019600              ( SELECT COUNT(DISTINCT D.FC_DEPT_NO)               00019600
019700                  FROM FC_RETAIL_DEPTS D                          00019700
019800                 WHERE D.FC_STORE_NO = R.FC_STORE_NO ),           00019800
019900              ( SELECT COUNT(*)                                   00019900
020000                  FROM FC_XXXAIL_STORE_LIC S                      00020000
020100                 WHERE S.SL_LOC_NBR    = L.LOC_NBR                00020100
020200                   AND S.SL_LOC_TYP_CD = L.LOC_TYP_CD             00020200
020300                   AND S.SL_STAT_CD    = 'A' ),                   00020300
020400              ( SELECT COUNT(*)                                   00020400
020500                  FROM FC_XXXAIL_EMRG_CNTCT X                     00020500
020600                 WHERE X.XC_LOC_NBR    = L.LOC_NBR                00020600
020700                   AND X.XC_LOC_TYP_CD = L.LOC_TYP_CD             00020700
020800                   AND X.XC_EFF_DT    <= CURRENT DATE             00020800
020900                   AND X.XC_END_DT    >  CURRENT DATE )           00020900
021000         FROM FC_XXXAIL_STORES R,                                 00021000
021100              XXXAIL_LOC       L,                                 00021100
021200              XXXATION         A                                  00021200
021300        WHERE R.FC_RL_STATUS_CD = 'A'                             00021300
021400          AND L.LOC_TYP_CD      = 'S '                            00021400
021500          AND L.LOC_NBR         = R.FC_STORE_NO                   00021500
021600          AND A.LOC_TYP_CD      = L.LOC_TYP_CD                    00021600
021700          AND A.LOC_NBR         = L.LOC_NBR                       00021700
021800        ORDER BY L.LOC_NBR                                        00021800
021900     END-EXEC                                                     00021900
022000                                                                  00022000
022100* Store-level departments, by number.                             00022100
022200     EXEC SQL                                                     00022200
022300       DECLARE DEPT-CSR CURSOR FOR                                00022300
022400       SELECT DISTINCT FC_DEPT_NO                                 00022400
022500         FROM FC_RETAIL_DEPTS                                     00022500
022600        WHERE FC_STORE_NO = :WS-STR-LOC-NBR                       00022600
022700        ORDER BY 1                                                00022700
022800     END-EXEC                                                     00022800
022900                                                                  00022900
023000* Active license types.                                           00023000
023100     EXEC SQL                                                     00023100
023200       DECLARE LIC-CSR CURSOR FOR                                 00023200
023300       SELECT SL_LIC_TYP_CD                                       00023300
023400         FROM FC_XXXAIL_STORE_LIC                                 00023400
023500        WHERE SL_LOC_NBR    = :WS-STR-LOC-NBR                     00023500
023600          AND SL_LOC_TYP_CD = 'S '                                00023600
023700          AND SL_STAT_CD    = 'A'                                 00023700
023800        ORDER BY SL_LIC_TYP_CD                                    00023800
023900     END-EXEC                                                     00023900
024000                                                                  00024000
024100 PROCEDURE DIVISION.                                              00024100
024200***************************************************************** 00024200
024300* Start of program main line.                                     00024300
024400***************************************************************** 00024400
024500 000-MAIN.                                                        00024500
024600     PERFORM 050-RUN-CNTL-START                                   00024600
024700     IF SQL-ERROR-DETECTED                                        00024700
024800       MOVE 8 TO RETURN-CODE                                      00024800
024900       GOBACK                                                     00024900
025000     END-IF                                                       00025000
025100     PERFORM 100-INITIALIZE                                       00025100
025200     IF SQL-NO-ERROR                                              00025200
025300       PERFORM 200-OPEN-THE-CYCLE                                 00025300
025400     END-IF                                                       00025400
025500     PERFORM 900-TERMINATE                                        00025500
025600     PERFORM 055-RUN-CNTL-END                                     00025600
025700     GOBACK                                                       00025700
025800     .                                                            00025800
025900                                                                  00025900
026000*================================================================ 00026000
026100* The cycle and its due date - from the card, or this year and    00026100
026200* K-DUE-DAYS out.                                                 00026200
026300*================================================================ 00026300
026400 100-INITIALIZE.                                                  00026400
026500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00026500
026600     STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD               00026600
026700       DELIMITED BY SIZE INTO WS-TODAY                            00026700
026800     OPEN INPUT  CERT-CARD                                        00026800
026900     OPEN OUTPUT CERT-RPT                                         00026900
027000     MOVE WS-TODAY TO WS-HDG-RUN-DATE                             00027000
027100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00027100
027200                                                                  00027200
027300     MOVE WS-RUN-YYYY TO WS-CYCLE-YR-N                            00027300
027400     READ CERT-CARD                                               00027400
027500       AT END SET CARD-EOF TO TRUE                                00027500
027600     END-READ                                                     00027600
027700     IF NOT CARD-EOF                                              00027700
027800       IF CRD-CYCLE-YR NOT = SPACES                               00027800
027900         IF CRD-CYCLE-YR IS NUMERIC AND CRD-CYCLE-YR-N > 1900     00027900
028000           MOVE CRD-CYCLE-YR-N TO WS-CYCLE-YR-N                   00028000
028100         ELSE                                                     00028100
028200           SET SQL-ERROR-DETECTED TO TRUE                         00028200
028300           MOVE 'CERTCARD CYCLE YEAR MUST BE YYYY' TO RPT-LINE    00028300
028400           WRITE RPT-LINE                                         00028400
028500         END-IF                                                   00028500
028600       END-IF                                                     00028600
028700       IF CRD-DUE-DT NOT = SPACES AND SQL-NO-ERROR                00028700
028800         MOVE CRD-DUE-DT TO WS-EDIT-DT                            00028800
028900         PERFORM 120-EDIT-THE-DUE-DATE                            00028900
029000       END-IF                                                     00029000
029100     END-IF                                                       00029100
029200     MOVE WS-CYCLE-YR-N TO WS-CYCLE-YR                            00029200
029300                                                                  00029300
029400     IF SQL-NO-ERROR AND WS-DUE-DT = SPACES                       00029400
029500       EXEC SQL                                                   00029500
029600         SELECT CHAR(CURRENT DATE + :K-DUE-DAYS DAYS, ISO)        00029600
029700           INTO :WS-DUE-DT                                        00029700
029800           FROM SYSIBM.SYSDUMMY1                                  00029800
029900       END-EXEC                                                   00029900
030000       IF SQLCODE NOT = 0                                         00030000
030100         SET SQL-ERROR-DETECTED TO TRUE                           00030100
030200         DISPLAY 'MMMB1902 - ERROR SETTING THE DUE DATE, SQLCODE='00030200
030300                 SQLCODE                                          00030300
030400       END-IF                                                     00030400
030500     END-IF                                                       00030500
030600                                                                  00030600
030700     IF SQL-NO-ERROR                                              00030700
030800       MOVE WS-CYCLE-YR-N TO WS-HDG-CYCLE                         00030800
030900       MOVE WS-DUE-DT     TO WS-HDG-DUE-DT                        00030900
031000       WRITE RPT-LINE FROM WS-HDG-LINE-2                          00031000
031100     END-IF                                                       00031100
031200     .                                                            00031200
031300                                                                  00031300
031400*    Dates are compared as keyed - yyyy-mm-dd sorts as a date.    00031400
031500 120-EDIT-THE-DUE-DATE.                                           00031500
031600     IF  WS-EDIT-YYYY NUMERIC                                     00031600
031700     AND WS-EDIT-MM   NUMERIC                                     00031700
031800     AND WS-EDIT-DD   NUMERIC                                     00031800
031900     AND WS-EDIT-DASH-1 = '-'                                     00031900
032000     AND WS-EDIT-DASH-2 = '-'                                     00032000
032100     AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12                     00032100
032200     AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31                     00032200
032300     AND WS-EDIT-DT > WS-TODAY                                    00032300
032400       MOVE WS-EDIT-DT TO WS-DUE-DT                               00032400
032500     ELSE                                                         00032500
032600       SET SQL-ERROR-DETECTED TO TRUE                             00032600
032700       MOVE 'CERTCARD DUE DATE MUST BE A YYYY-MM-DD AFTER TODAY'  00032700
032800         TO RPT-LINE                                              00032800
032900       WRITE RPT-LINE                                             00032900
033000     END-IF                                                       00033000
033100     .                                                            00033100
033200                                                                  00033200
033300*================================================================ 00033300
033400* Every active store - snapshot it, then open or retake its row.  00033400
033500*================================================================ 00033500
033600 200-OPEN-THE-CYCLE.                                              00033600
033700     EXEC SQL                                                     00033700
033800       OPEN STORE-CSR                                             00033800
033900     END-EXEC                                                     00033900
034000     IF SQLCODE NOT = 0                                           00034000
034100       SET SQL-ERROR-DETECTED TO TRUE                             00034100
034200       DISPLAY 'MMMB1902 - ERROR OPENING STORE-CSR, SQLCODE='     00034200
034300               SQLCODE                                            00034300
034400     ELSE                                                         00034400
034500       PERFORM 220-FETCH-NEXT-STORE                               00034500
034600       PERFORM UNTIL SQLCODE NOT = 0 OR SQL-ERROR-DETECTED        00034600
034700         ADD 1 TO WS-STORE-COUNT                                  00034700
034800         PERFORM 400-FIND-THE-ROW                                 00034800
034900         IF SQL-NO-ERROR                                          00034900
035000           EVALUATE TRUE                                          00035000
035100             WHEN SQLCODE = 100                                   00035100
035200               PERFORM 300-TAKE-THE-SNAPSHOT                      00035200
035300               PERFORM 500-OPEN-THE-ROW                           00035300
035400             WHEN WS-ROW-OPEN                                     00035400
035500               PERFORM 300-TAKE-THE-SNAPSHOT                      00035500
035600               PERFORM 550-RETAKE-THE-ROW                         00035600
035700             WHEN OTHER                                           00035700
035800               ADD 1 TO WS-ANSWERED-COUNT                         00035800
035900           END-EVALUATE                                           00035900
036000         END-IF                                                   00036000
036100         IF SQL-NO-ERROR                                          00036100
036200           PERFORM 220-FETCH-NEXT-STORE                           00036200
036300         END-IF                                                   00036300
036400       END-PERFORM                                                00036400
036500       EXEC SQL                                                   00036500
036600         CLOSE STORE-CSR                                          00036600
036700       END-EXEC                                                   00036700
036800       MOVE 0 TO SQLCODE                                          00036800
036900     END-IF                                                       00036900
037000     .                                                            00037000
037100                                                                  00037100
037200 220-FETCH-NEXT-STORE.                                            00037200
037300     EXEC SQL                                                     00037300
037400       FETCH STORE-CSR                                            00037400
037500         INTO :WS-STR-LOC-NBR, :WS-STR-RETL-ZONE,                 00037500
037600              :WS-STR-PD-ZONE-NO, :WS-STR-AD-ZN-NBR,              00037600
037700              :WS-STR-MON-OPEN, :WS-STR-MON-CLOS,                 00037700
037800              :WS-STR-TUE-OPEN, :WS-STR-TUE-CLOS,                 00037800
037900              :WS-STR-WED-OPEN, :WS-STR-WED-CLOS,                 00037900
038000              :WS-STR-THU-OPEN, :WS-STR-THU-CLOS,                 00038000
038100              :WS-STR-FRI-OPEN, :WS-STR-FRI-CLOS,                 00038100
038200              :WS-STR-SAT-OPEN, :WS-STR-SAT-CLOS,                 00038200
038300              :WS-STR-SUN-OPEN, :WS-STR-SUN-CLOS,                 00038300
038400              :WS-STR-ADR-1, :WS-STR-ADR-2, :WS-STR-CITY,         00038400
038500              :WS-STR-STATE-CD, :WS-STR-ZIP5-CD,                  00038500
038600              :WS-STR-ZIP4-CD,                                    00038600
038700              :WS-STR-DEPT-CNT, :WS-STR-LIC-CNT,                  00038700
038800              :WS-STR-CNTCT-CNT                                   00038800
038900     END-EXEC                                                     00038900
039000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00039000
039100       SET SQL-ERROR-DETECTED       TO TRUE                       00039100
039200       DISPLAY 'MMMB1902 - ERROR FETCHING STORE-CSR, SQLCODE='    00039200
039300               SQLCODE                                            00039300
039400     END-IF                                                       00039400
039500     .                                                            00039500
039600                                                                  00039600
039700*================================================================ 00039700
039800* The snapshot - the store's attributes as they stand today.      00039800
039900*================================================================ 00039900
040000 300-TAKE-THE-SNAPSHOT.                                           00040000
040100     INITIALIZE DCLFC-XXXAIL-STORE-CERT                           00040100
040200     MOVE WS-CYCLE-YR      TO SE-CYCLE-YR     OF                  00040200
040300                              DCLFC-XXXAIL-STORE-CERT             00040300
040400     MOVE WS-STR-LOC-NBR   TO SE-LOC-NBR      OF                  00040400
040500                              DCLFC-XXXAIL-STORE-CERT             00040500
040600     MOVE 'S '             TO SE-LOC-TYP-CD   OF                  00040600
040700                              DCLFC-XXXAIL-STORE-CERT             00040700
040800     MOVE WS-STR-ADR-1     TO SE-ADR-1        OF                  00040800
040900                              DCLFC-XXXAIL-STORE-CERT             00040900
041000     MOVE WS-STR-ADR-2     TO SE-ADR-2        OF                  00041000
041100                              DCLFC-XXXAIL-STORE-CERT             00041100
041200     MOVE WS-STR-CITY      TO SE-CITY         OF                  00041200
041300                              DCLFC-XXXAIL-STORE-CERT             00041300
041400     MOVE WS-STR-STATE-CD  TO SE-STATE-CD     OF                  00041400
041500                              DCLFC-XXXAIL-STORE-CERT             00041500
041600     MOVE WS-STR-ZIP5-CD   TO SE-ZIP5-CD      OF                  00041600
041700                              DCLFC-XXXAIL-STORE-CERT             00041700
041800     MOVE WS-STR-ZIP4-CD   TO SE-ZIP4-CD      OF                  00041800
041900                              DCLFC-XXXAIL-STORE-CERT             00041900
042000     MOVE WS-STR-AD-ZN-NBR TO SE-AD-ZONE-NBR  OF                  00042000
042100                              DCLFC-XXXAIL-STORE-CERT             00042100
042200     MOVE WS-STR-PD-ZONE-NO TO SE-PRC-ZONE-NO OF                  00042200
042300                              DCLFC-XXXAIL-STORE-CERT             00042300
042400     MOVE WS-STR-RETL-ZONE TO SE-RETL-ZONE-NO OF                  00042400
042500                              DCLFC-XXXAIL-STORE-CERT             00042500
042600     MOVE WS-STR-DEPT-CNT  TO SE-DEPT-CNT     OF                  00042600
042700                              DCLFC-XXXAIL-STORE-CERT             00042700
042800     MOVE WS-STR-LIC-CNT   TO SE-LIC-CNT      OF                  00042800
042900                              DCLFC-XXXAIL-STORE-CERT             00042900
043000     MOVE WS-STR-CNTCT-CNT TO SE-CNTCT-CNT    OF                  00043000
043100                              DCLFC-XXXAIL-STORE-CERT             00043100
043200                                                                  00043200
043300     PERFORM 320-FORMAT-THE-HOURS                                 00043300
043400     PERFORM 340-LIST-THE-DEPTS                                   00043400
043500     IF SQL-NO-ERROR                                              00043500
043600       PERFORM 360-LIST-THE-LICENSES                              00043600
043700     END-IF                                                       00043700
043800     IF SQL-NO-ERROR                                              00043800
043900       PERFORM 380-GET-FIRST-CONTACT                              00043900
044000     END-IF                                                       00044000
044100     .                                                            00044100
044200                                                                  00044200
044300*    Monday first, nine bytes a day: HHMM-HHMM, CLOSED when the   00044300
044400*    day is 00.00.00 to 00.00.00, NOT SET when it is blank        00044400
044500*    (MMMB1202's rules).                                          00044500
044600 320-FORMAT-THE-HOURS.                                            00044600
044700     MOVE 1 TO WS-PTR                                             00044700
044800     PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7          00044800
044900       EVALUATE TRUE                                              00044900
045000         WHEN WS-STR-DAY-OPEN (WS-DAY) = K-DEF-TM                 00045000
045100          AND WS-STR-DAY-CLOS (WS-DAY) = K-DEF-TM                 00045100
045200           MOVE 'CLOSED'  TO WS-DAY-HRS                           00045200
045300         WHEN WS-STR-DAY-OPEN (WS-DAY) = SPACES                   00045300
045400           MOVE 'NOT SET' TO WS-DAY-HRS                           00045400
045500         WHEN OTHER                                               00045500
045600           MOVE SPACES TO WS-DAY-HRS                              00045600
045700           STRING WS-STR-DAY-OPEN (WS-DAY) (1:2)                  00045700
045800                  WS-STR-DAY-OPEN (WS-DAY) (4:2) '-'              00045800
045900                  WS-STR-DAY-CLOS (WS-DAY) (1:2)                  00045900
046000                  WS-STR-DAY-CLOS (WS-DAY) (4:2)                  00046000
046100             DELIMITED BY SIZE INTO WS-DAY-HRS                    00046100
046200       END-EVALUATE                                               00046200
046300       STRING WS-DAY-HRS ' ' DELIMITED BY SIZE                    00046300
046400         INTO SE-HRS-TXT OF DCLFC-XXXAIL-STORE-CERT               00046400
046500         WITH POINTER WS-PTR                                      00046500
046600     END-PERFORM                                                  00046600
046700     .                                                            00046700
046800                                                                  00046800
046900*    Up to K-MAX-DEPTS department numbers, six bytes apiece; the  00046900
047000*    count carries the whole number.                              00047000
047100 340-LIST-THE-DEPTS.                                              00047100
047200     MOVE 1 TO WS-PTR                                             00047200
047300     MOVE 0 TO WS-ROW-CNT                                         00047300
047400     EXEC SQL                                                     00047400
047500       OPEN DEPT-CSR                                              00047500
047600     END-EXEC                                                     00047600
047700     IF SQLCODE NOT = 0                                           00047700
047800       SET SQL-ERROR-DETECTED TO TRUE                             00047800
047900       DISPLAY 'MMMB1902 - ERROR OPENING DEPT-CSR, SQLCODE='      00047900
048000               SQLCODE                                            00048000
048100     ELSE                                                         00048100
048200       PERFORM 342-FETCH-NEXT-DEPT                                00048200
048300       PERFORM UNTIL SQLCODE NOT = 0                              00048300
048400                  OR WS-ROW-CNT NOT < K-MAX-DEPTS                 00048400
048500         ADD 1 TO WS-ROW-CNT                                      00048500
048600         STRING WS-DP-DEPT-NO ' ' DELIMITED BY SIZE               00048600
048700           INTO SE-DEPT-TXT OF DCLFC-XXXAIL-STORE-CERT            00048700
048800           WITH POINTER WS-PTR                                    00048800
048900         PERFORM 342-FETCH-NEXT-DEPT                              00048900
049000       END-PERFORM                                                00049000
049100       EXEC SQL                                                   00049100
049200         CLOSE DEPT-CSR                                           00049200
049300       END-EXEC                                                   00049300
049400       IF SQL-NO-ERROR                                            00049400
049500         MOVE 0 TO SQLCODE                                        00049500
049600       END-IF                                                     00049600
049700     END-IF                                                       00049700
049800     .                                                            00049800
049900                                                                  00049900
050000 342-FETCH-NEXT-DEPT.                                             00050000
050100     EXEC SQL                                                     00050100
050200       FETCH DEPT-CSR                                             00050200
050300         INTO :WS-DP-DEPT-NO                                      00050300
050400     END-EXEC                                                     00050400
050500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00050500
050600       SET SQL-ERROR-DETECTED       TO TRUE                       00050600
050700       DISPLAY 'MMMB1902 - ERROR FETCHING DEPT-CSR, SQLCODE='     00050700
050800               SQLCODE                                            00050800
050900     END-IF                                                       00050900
051000     .                                                            00051000
051100                                                                  00051100
051200*    Up to K-MAX-LIC active license types, five bytes apiece.     00051200
051300 360-LIST-THE-LICENSES.                                           00051300
051400     MOVE 1 TO WS-PTR                                             00051400
051500     MOVE 0 TO WS-ROW-CNT                                         00051500
051600     EXEC SQL                                                     00051600
051700       OPEN LIC-CSR                                               00051700
051800     END-EXEC                                                     00051800
051900     IF SQLCODE NOT = 0                                           00051900
052000       SET SQL-ERROR-DETECTED TO TRUE                             00052000
052100       DISPLAY 'MMMB1902 - ERROR OPENING LIC-CSR, SQLCODE='       00052100
052200               SQLCODE                                            00052200
052300     ELSE                                                         00052300
052400       PERFORM 362-FETCH-NEXT-LICENSE                             00052400
052500       PERFORM UNTIL SQLCODE NOT = 0                              00052500
052600                  OR WS-ROW-CNT NOT < K-MAX-LIC                   00052600
052700         ADD 1 TO WS-ROW-CNT                                      00052700
052800         STRING WS-LC-TYP-CD ' ' DELIMITED BY SIZE                00052800
052900           INTO SE-LIC-TXT OF DCLFC-XXXAIL-STORE-CERT             00052900
053000           WITH POINTER WS-PTR                                    00053000
053100         PERFORM 362-FETCH-NEXT-LICENSE                           00053100
053200       END-PERFORM                                                00053200
053300       EXEC SQL                                                   00053300
053400         CLOSE LIC-CSR                                            00053400
053500       END-EXEC                                                   00053500
053600       IF SQL-NO-ERROR                                            00053600
053700         MOVE 0 TO SQLCODE                                        00053700
053800       END-IF                                                     00053800
053900     END-IF                                                       00053900
054000     .                                                            00054000
054100                                                                  00054100
054200 362-FETCH-NEXT-LICENSE.                                          00054200
054300     EXEC SQL                                                     00054300
054400       FETCH LIC-CSR                                              00054400
054500         INTO :WS-LC-TYP-CD                                       00054500
054600     END-EXEC                                                     00054600
054700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00054700
054800       SET SQL-ERROR-DETECTED       TO TRUE                       00054800
054900       DISPLAY 'MMMB1902 - ERROR FETCHING LIC-CSR, SQLCODE='      00054900
055000               SQLCODE                                            00055000
055100     END-IF                                                       00055100
055200     .                                                            00055200
055300                                                                  00055300
055400*    The first emergency contact to call today.                   00055400
055500 380-GET-FIRST-CONTACT.                                           00055500
055600     EXEC SQL                                                     00055600
055700       SELECT XC_CNTCT_NM, XC_AREA_CD, XC_PHONE_NBR               00055700
055800         INTO :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-NM,               00055800
055900              :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-AREA-CD,          00055900
056000              :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-PHONE-NBR         00056000
056100         FROM FC_XXXAIL_EMRG_CNTCT                                00056100
056200        WHERE XC_LOC_NBR    = :WS-STR-LOC-NBR                     00056200
056300          AND XC_LOC_TYP_CD = 'S '                                00056300
056400          AND XC_EFF_DT    <= CURRENT DATE                        00056400
056500          AND XC_END_DT    >  CURRENT DATE                        00056500
056600        ORDER BY XC_RANK_NBR                                      00056600
056700        FETCH FIRST 1 ROW ONLY                                    00056700
056800     END-EXEC                                                     00056800
056900     EVALUATE TRUE                                                00056900
057000       WHEN SQLCODE = 0                                           00057000
057100         CONTINUE                                                 00057100
057200       WHEN SQLCODE = 100                                         00057200
057300         MOVE 0 TO SQLCODE                                        00057300
057400         MOVE 'NONE IN EFFECT' TO SE-CNTCT-NM OF                  00057400
057500                                  DCLFC-XXXAIL-STORE-CERT         00057500
057600       WHEN OTHER                                                 00057600
057700         SET SQL-ERROR-DETECTED TO TRUE                           00057700
057800         DISPLAY 'MMMB1902 - ERROR READING EMRG_CNTCT, SQLCODE='  00057800
057900                 SQLCODE                                          00057900
058000     END-EVALUATE                                                 00058000
058100     .                                                            00058100
058200                                                                  00058200
058300*================================================================ 00058300
058400* Has the store a row for the cycle already, and is it still      00058400
058500* waiting on the manager?                                         00058500
058600*================================================================ 00058600
058700 400-FIND-THE-ROW.                                                00058700
058800     MOVE SPACES TO WS-STAT-CD                                    00058800
058900     EXEC SQL                                                     00058900
059000       SELECT SE_STAT_CD                                          00059000
059100         INTO :WS-STAT-CD                                         00059100
059200         FROM FC_XXXAIL_STORE_CERT                                00059200
059300        WHERE SE_CYCLE_YR   = :WS-CYCLE-YR                        00059300
059400          AND SE_LOC_NBR    = :WS-STR-LOC-NBR                     00059400
059500          AND SE_LOC_TYP_CD = 'S '                                00059500
059600     END-EXEC                                                     00059600
059700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00059700
059800       SET SQL-ERROR-DETECTED TO TRUE                             00059800
059900       DISPLAY 'MMMB1902 - ERROR READING STORE_CERT, SQLCODE='    00059900
060000               SQLCODE                                            00060000
060100     END-IF                                                       00060100
060200     .                                                            00060200
060300                                                                  00060300
060400 500-OPEN-THE-ROW.                                                00060400
060500     IF SQL-NO-ERROR                                              00060500
060600       EXEC SQL                                                   00060600
060700         INSERT INTO FC_XXXAIL_STORE_CERT                         00060700
060800            ( SE_CYCLE_YR, SE_LOC_NBR, SE_LOC_TYP_CD,             00060800
060900              SE_OPEN_DT, SE_DUE_DT, SE_STAT_CD, SE_SNAP_TS,      00060900
061000              SE_ADR_1, SE_ADR_2, SE_CITY, SE_STATE_CD,           00061000
061100              SE_ZIP5_CD, SE_ZIP4_CD, SE_HRS_TXT,                 00061100
061200              SE_AD_ZONE_NBR, SE_PRC_ZONE_NO, SE_RETL_ZONE_NO,    00061200
061300              SE_DEPT_CNT, SE_DEPT_TXT, SE_LIC_CNT, SE_LIC_TXT,   00061300
061400              SE_CNTCT_CNT, SE_CNTCT_NM, SE_CNTCT_AREA_CD,        00061400
061500              SE_CNTCT_PHONE_NBR, SE_RESP_USER_ID, SE_RESP_TS )   00061500
061600         VALUES                                                   00061600
061700            ( :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR,               00061700
061800              :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR,                00061800
061900              :DCLFC-XXXAIL-STORE-CERT.SE-LOC-TYP-CD,             00061900
062000              CURRENT DATE, :WS-DUE-DT, 'O', CURRENT TIMESTAMP,   00062000
062100              :DCLFC-XXXAIL-STORE-CERT.SE-ADR-1,                  00062100
062200              :DCLFC-XXXAIL-STORE-CERT.SE-ADR-2,                  00062200
062300              :DCLFC-XXXAIL-STORE-CERT.SE-CITY,                   00062300
062400              :DCLFC-XXXAIL-STORE-CERT.SE-STATE-CD,               00062400
062500              :DCLFC-XXXAIL-STORE-CERT.SE-ZIP5-CD,                00062500
062600              :DCLFC-XXXAIL-STORE-CERT.SE-ZIP4-CD,                00062600
062700              :DCLFC-XXXAIL-STORE-CERT.SE-HRS-TXT,                00062700
062800              :DCLFC-XXXAIL-STORE-CERT.SE-AD-ZONE-NBR,            00062800
062900              :DCLFC-XXXAIL-STORE-CERT.SE-PRC-ZONE-NO,            00062900
063000              :DCLFC-XXXAIL-STORE-CERT.SE-RETL-ZONE-NO,           00063000
063100              :DCLFC-XXXAIL-STORE-CERT.SE-DEPT-CNT,               00063100
063200              :DCLFC-XXXAIL-STORE-CERT.SE-DEPT-TXT,               00063200
063300              :DCLFC-XXXAIL-STORE-CERT.SE-LIC-CNT,                00063300
063400              :DCLFC-XXXAIL-STORE-CERT.SE-LIC-TXT,                00063400
063500              :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-CNT,              00063500
063600              :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-NM,               00063600
063700              :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-AREA-CD,          00063700
063800              :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-PHONE-NBR,        00063800
063900              ' ', NULL )                                         00063900
064000       END-EXEC                                                   00064000
064100       IF SQLCODE = 0                                             00064100
064200         ADD 1 TO WS-OPENED-COUNT                                 00064200
064300       ELSE                                                       00064300
064400         SET SQL-ERROR-DETECTED TO TRUE                           00064400
064500         DISPLAY 'MMMB1902 - ERROR INSERTING STORE_CERT, SQLCODE='00064500
064600                 SQLCODE                                          00064600
064700       END-IF                                                     00064700
064800     END-IF                                                       00064800
064900     .                                                            00064900
065000                                                                  00065000
065100 550-RETAKE-THE-ROW.                                              00065100
065200     IF SQL-NO-ERROR                                              00065200
065300       EXEC SQL                                                   00065300
065400         UPDATE FC_XXXAIL_STORE_CERT                              00065400
065500            SET SE_SNAP_TS         = CURRENT TIMESTAMP,           00065500
065600                SE_ADR_1           =                              00065600
065700                    :DCLFC-XXXAIL-STORE-CERT.SE-ADR-1,            00065700
065800                SE_ADR_2           =                              00065800
065900                    :DCLFC-XXXAIL-STORE-CERT.SE-ADR-2,            00065900
066000                SE_CITY            =                              00066000
066100                    :DCLFC-XXXAIL-STORE-CERT.SE-CITY,             00066100
066200                SE_STATE_CD        =                              00066200
066300                    :DCLFC-XXXAIL-STORE-CERT.SE-STATE-CD,         00066300
066400                SE_ZIP5_CD         =                              00066400
066500                    :DCLFC-XXXAIL-STORE-CERT.SE-ZIP5-CD,          00066500
066600                SE_ZIP4_CD         =                              00066600
066700                    :DCLFC-XXXAIL-STORE-CERT.SE-ZIP4-CD,          00066700
066800                SE_HRS_TXT         =                              00066800
066900                    :DCLFC-XXXAIL-STORE-CERT.SE-HRS-TXT,          00066900
067000                SE_AD_ZONE_NBR     =                              00067000
067100                    :DCLFC-XXXAIL-STORE-CERT.SE-AD-ZONE-NBR,      00067100
067200                SE_PRC_ZONE_NO     =                              00067200
067300                    :DCLFC-XXXAIL-STORE-CERT.SE-PRC-ZONE-NO,      00067300
067400                SE_RETL_ZONE_NO    =                              00067400
067500                    :DCLFC-XXXAIL-STORE-CERT.SE-RETL-ZONE-NO,     00067500
067600                SE_DEPT_CNT        =                              00067600
067700                    :DCLFC-XXXAIL-STORE-CERT.SE-DEPT-CNT,         00067700
067800                SE_DEPT_TXT        =                              00067800
067900                    :DCLFC-XXXAIL-STORE-CERT.SE-DEPT-TXT,         00067900
068000                SE_LIC_CNT         =                              00068000
068100                    :DCLFC-XXXAIL-STORE-CERT.SE-LIC-CNT,          00068100
068200                SE_LIC_TXT         =                              00068200
068300                    :DCLFC-XXXAIL-STORE-CERT.SE-LIC-TXT,          00068300
068400                SE_CNTCT_CNT       =                              00068400
068500                    :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-CNT,        00068500
068600                SE_CNTCT_NM        =                              00068600
068700                    :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-NM,         00068700
068800                SE_CNTCT_AREA_CD   =                              00068800
068900                    :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-AREA-CD,    00068900
069000                SE_CNTCT_PHONE_NBR =                              00069000
069100                    :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-PHONE-NBR   00069100
069200          WHERE SE_CYCLE_YR   =                                   00069200
069300                :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR              00069300
069400            AND SE_LOC_NBR    =                                   00069400
069500                :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR               00069500
069600            AND SE_LOC_TYP_CD = 'S '                              00069600
069700            AND SE_STAT_CD    = 'O'                               00069700
069800       END-EXEC                                                   00069800
069900       EVALUATE TRUE                                              00069900
070000         WHEN SQLCODE = 0                                         00070000
070100           ADD 1 TO WS-REFRESH-COUNT                              00070100
070200         WHEN SQLCODE = 100                                       00070200
070300           MOVE 0 TO SQLCODE                                      00070300
070400           ADD 1 TO WS-ANSWERED-COUNT                             00070400
070500         WHEN OTHER                                               00070500
070600           SET SQL-ERROR-DETECTED TO TRUE                         00070600
070700           DISPLAY 'MMMB1902 - UPDATE OF STORE_CERT FAILED,'      00070700
070800                   ' SQLCODE=' SQLCODE                            00070800
070900       END-EVALUATE                                               00070900
071000     END-IF                                                       00071000
071100     .                                                            00071100
071200                                                                  00071200
071300*================================================================ 00071300
071400* Termination - the run stands or falls as one unit of work.      00071400
071500*================================================================ 00071500
071600 900-TERMINATE.                                                   00071600
071700     IF SQL-ERROR-DETECTED                                        00071700
071800       EXEC SQL                                                   00071800
071900         ROLLBACK                                                 00071900
072000       END-EXEC                                                   00072000
072100       MOVE 'RUN FAILED - NOTHING WAS OPENED OR RETAKEN'          00072100
072200         TO RPT-LINE                                              00072200
072300       WRITE RPT-LINE                                             00072300
072400       MOVE 16 TO RETURN-CODE                                     00072400
072500     ELSE                                                         00072500
072600       EXEC SQL                                                   00072600
072700         COMMIT                                                   00072700
072800       END-EXEC                                                   00072800
072900       IF SQLCODE NOT = 0                                         00072900
073000         SET SQL-ERROR-DETECTED TO TRUE                           00073000
073100         MOVE SQLCODE TO WS-SQLCODE                               00073100
073200         DISPLAY 'MMMB1902 - COMMIT FAILED, SQLCODE=' WS-SQLCODE  00073200
073300         MOVE 16 TO RETURN-CODE                                   00073300
073400       END-IF                                                     00073400
073500     END-IF                                                       00073500
073600     MOVE WS-STORE-COUNT    TO WS-SUM-STORES                      00073600
073700     MOVE WS-OPENED-COUNT   TO WS-SUM-OPENED                      00073700
073800     MOVE WS-REFRESH-COUNT  TO WS-SUM-REFRESH                     00073800
073900     MOVE WS-ANSWERED-COUNT TO WS-SUM-ANSWERED                    00073900
074000     WRITE RPT-LINE FROM SPACES                                   00074000
074100     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00074100
074200     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00074200
074300     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00074300
074400     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00074400
074500     CLOSE CERT-CARD CERT-RPT                                     00074500
074600     .                                                            00074600
074700                                                                  00074700
074800*================================================================ 00074800
074900* Run control - refuse a duplicate or out-of-order start, and     00074900
075000* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00075000
075100*================================================================ 00075100
075200 050-RUN-CNTL-START.                                              00075200
075300     INITIALIZE XXXN001A                                          00075300
075400                YYYC0230                                          00075400
075500     SET  YYYC0230-START-RUN TO TRUE                              00075500
075600     MOVE 'MMMB1902' TO YYYC0230-JOB-NM                           00075600
075700     CALL YYYS0230-RUN-CNTL USING                                 00075700
075800         XXXN001A                                                 00075800
075900         YYYC0230                                                 00075900
076000     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00076000
076100       SET SQL-ERROR-DETECTED TO TRUE                             00076100
076200       DISPLAY 'MMMB1902 - START REFUSED: ' IS-RTRN-MSG-TXT       00076200
076300     END-IF                                                       00076300
076400     .                                                            00076400
076500                                                                  00076500
076600 055-RUN-CNTL-END.                                                00076600
076700     INITIALIZE XXXN001A                                          00076700
076800                YYYC0230                                          00076800
076900     IF SQL-ERROR-DETECTED                                        00076900
077000       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00077000
077100     ELSE                                                         00077100
077200       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00077200
077300     END-IF                                                       00077300
077400     MOVE 'MMMB1902' TO YYYC0230-JOB-NM                           00077400
077500     CALL YYYS0230-RUN-CNTL USING                                 00077500
077600       XXXN001A                                                   00077600
077700       YYYC0230                                                   00077700
077800     .                                                            00077800
