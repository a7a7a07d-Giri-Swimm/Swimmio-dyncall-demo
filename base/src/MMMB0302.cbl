000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0302.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Comparable-store status by fiscal period.                       00000600
000700*                                                                 00000700
000800* Finance picked the comp stores each period from a spreadsheet   00000800
000900* off the opening/closing dates and the remodel projects, and     00000900
001000* it never agreed with the district reports. This job sets the    00001000
001100* comp status of every store open at any time in a closed         00001100
001200* fiscal period and keeps it on FC_XXXAIL_COMP_STAT (DDDTCP01),   00001200
001300* with the period ranges all taken from MMMS9013:                 00001300
001400*   - a store closing inside the period is not comp (L);          00001400
001500*   - a store not open a full fiscal year - opened after the      00001500
001600*     start of the same period a year earlier - is not comp (N);  00001600
001700*   - a store with a major remodel (active or completed project   00001700
001800*     on FC_XXXAIL_RMDL_PROJ running at least COMP-RMDL-MIN-DAYS  00001800
001900*     days) is not comp from the period the remodel starts in     00001900
002000*     through COMP-RMDL-EXCL-PDS periods after the one it ends    00002000
002100*     in (R);                                                     00002100
002200*   - every other store is comp (C).                              00002200
002300* The two remodel tunables are FC_XXXAIL_RUN_PARM rows read       00002300
002400* through MMMS0172 (defaults 28 days and 12 periods).             00002400
002500* The report lists the stores entering and leaving comp against   00002500
002600* the prior period's rows; COMPOUT is the period's full status    00002600
002700* for the sales reporting system, with a count trailer.           00002700
002800* KEYIN card (optional): fiscal year (4), fiscal period (2). No   00002800
002900* card, or a blank one, means the period just closed - the one    00002900
003000* before the period today falls in. A rerun replaces the period.  00003000
003100* Batch job - run at each fiscal period close.                    00003100
003200*---------------------------------------------------------------- 00003200
003300 ENVIRONMENT DIVISION.                                            00003300
003400 INPUT-OUTPUT SECTION.                                            00003400
003500 FILE-CONTROL.                                                    00003500
003600     SELECT KEY-IN         ASSIGN TO KEYIN                        00003600
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00003700
003800     SELECT COMP-OUT       ASSIGN TO COMPOUT                      00003800
003900         ORGANIZATION IS LINE SEQUENTIAL.                         00003900
004000     SELECT COMP-RPT       ASSIGN TO RPTOUT                       00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200                                                                  00004200
004300 DATA DIVISION.                                                   00004300
004400 FILE SECTION.                                                    00004400
004500 FD  KEY-IN.                                                      00004500
004600 01  KEY-REC.                                                     00004600
004700     05 KEY-FISCAL-YR                  PIC 9(4).                  00004700
004800     05 FILLER                         PIC X(1).                  00004800
004900     05 KEY-FISCAL-PD                  PIC 9(2).                  00004900
005000     05 FILLER                         PIC X(73).                 00005000
005100                                                                  00005100
005200 FD  COMP-OUT.                                                    00005200
005300 01  COMP-REC.                                                    00005300
005400     05 CMP-REC-TYP                    PIC X(1).                  00005400
005500     05 CMP-FISCAL-YR                  PIC 9(4).                  00005500
005600     05 CMP-FISCAL-PD                  PIC 9(2).                  00005600
005700     05 CMP-STORE-NO                   PIC 9(5).                  00005700
005800     05 CMP-COMP-IND                   PIC X(1).                  00005800
005900     05 CMP-RSN-CD                     PIC X(1).                  00005900
006000     05 CMP-OPENING-DT                 PIC X(10).                 00006000
006100     05 CMP-CLOSING-DT                 PIC X(10).                 00006100
006200     05 CMP-PRIOR-COMP-IND             PIC X(1).                  00006200
006300     05 CMP-MOVE-CD                    PIC X(1).                  00006300
006400     05 FILLER                         PIC X(44).                 00006400
006500                                                                  00006500
006600 FD  COMP-RPT.                                                    00006600
006700 01  RPT-LINE                          PIC X(132).                00006700
006800                                                                  00006800
006900 WORKING-STORAGE SECTION.                                         00006900
007000* --------------------------------------------------------------- 00007000
007100* Misc working storage...                                         00007100
007200* --------------------------------------------------------------- 00007200
007300 01 MMMS9013-FISCAL-CAL               PIC X(8) VALUE 'MMMS9013'.  00007300
007400 01 MMMS0172-PARM-LOOKUP              PIC X(8) VALUE 'MMMS0172'.  00007400
007500 01 WS-DUMMY-DATE                     PIC X(10) VALUE SPACES.     00007500
007600 01 WS-RUN-DATE                       PIC X(10) VALUE SPACES.     00007600
007700 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00007700
007800    05 WS-RUN-DATE-N8                 PIC 9(8).                   00007800
007900    05 FILLER                         PIC X(2).                   00007900
008000                                                                  00008000
008100* The period being set, the one before it, the same period a      00008100
008200* year earlier, and the first period a remodel can still          00008200
008300* exclude from.                                                   00008300
008400 01 WS-FISCAL-YR                      PIC 9(4) VALUE 0.           00008400
008500 01 WS-FISCAL-PD                      PIC 9(2) VALUE 0.           00008500
008600 01 WS-PRIOR-YR                       PIC 9(4) VALUE 0.           00008600
008700 01 WS-PRIOR-PD                       PIC 9(2) VALUE 0.           00008700
008800 01 WS-STEP-YR                        PIC 9(4) VALUE 0.           00008800
008900 01 WS-STEP-PD                        PIC 9(2) VALUE 0.           00008900
009000 01 WS-STEP-CNT                       PIC 9(4) VALUE 0.           00009000
009100 01 WS-STEP-TOTAL                     PIC 9(6) VALUE 0.           00009100
009200 01 WS-PD-STRT-DT                     PIC X(10) VALUE SPACES.     00009200
009300 01 WS-PD-END-DT                      PIC X(10) VALUE SPACES.     00009300
009400 01 WS-YR-AGO-STRT-DT                 PIC X(10) VALUE SPACES.     00009400
009500 01 WS-EXCL-STRT-DT                   PIC X(10) VALUE SPACES.     00009500
009600                                                                  00009600
009700 01 WS-RMDL-MIN-DAYS                  PIC S9(9) COMP VALUE 28.    00009700
009800 01 WS-RMDL-EXCL-PDS                  PIC S9(9) COMP VALUE 12.    00009800
009900 01 WS-PRIOR-ROWS                     PIC S9(9) COMP VALUE 0.     00009900
010000 01 WS-RMDL-SW                        PIC X(1) VALUE 'N'.         00010000
010100    88 MAJOR-REMODEL                           VALUE 'Y'.         00010100
010200 01 WS-PRIOR-COMP-IND                 PIC X(1) VALUE SPACES.      00010200
010300    88 WAS-COMP                                VALUE 'Y'.         00010300
010400 01 WS-MOVE-CD                        PIC X(1) VALUE SPACES.      00010400
010500    88 ENTERING-COMP                           VALUE 'E'.         00010500
010600    88 LEAVING-COMP                            VALUE 'L'.         00010600
010700 01 WS-GONE-STORE                     PIC S9(5) COMP-3 VALUE 0.   00010700
010800                                                                  00010800
010900 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00010900
011000 01 WS-COMP-COUNT                     PIC 9(6) VALUE 0.           00011000
011100 01 WS-NEW-COUNT                      PIC 9(6) VALUE 0.           00011100
011200 01 WS-CLOSING-COUNT                  PIC 9(6) VALUE 0.           00011200
011300 01 WS-REMODEL-COUNT                  PIC 9(6) VALUE 0.           00011300
011400 01 WS-ENTER-COUNT                    PIC 9(6) VALUE 0.           00011400
011500 01 WS-LEAVE-COUNT                    PIC 9(6) VALUE 0.           00011500
011600 01 WS-FEED-COUNT                     PIC 9(9) VALUE 0.           00011600
011700                                                                  00011700
011800 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00011800
011900    88 IS-EOF                                  VALUE 'Y'.         00011900
012000    88 NOT-EOF                                 VALUE 'N'.         00012000
012100 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00012100
012200    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00012200
012300    88 SQL-NO-ERROR                            VALUE 'N'.         00012300
012400                                                                  00012400
012500 01 WS-FEED-TRL.                                                  00012500
012600    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00012600
012700    05 WS-FEED-TRL-FISCAL-YR        PIC 9(4).                     00012700
012800    05 WS-FEED-TRL-FISCAL-PD        PIC 9(2).                     00012800
012900    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00012900
013000    05 FILLER                       PIC X(64) VALUE SPACES.       00013000
013100                                                                  00013100
013200 01 WS-HDG-LINE-1.                                                00013200
013300    05 FILLER PIC X(48) VALUE                                     00013300
013400       'MMMB0302 - COMPARABLE-STORE STATUS BY PERIOD'.            00013400
013500 01 WS-PD-LINE.                                                   00013500
013600    05 FILLER PIC X(7)  VALUE 'FY/PD: '.                          00013600
013700    05 WS-PD-LINE-YR                PIC 9(4).                     00013700
013800    05 FILLER PIC X(1)  VALUE '/'.                                00013800
013900    05 WS-PD-LINE-PD                PIC 9(2).                     00013900
014000    05 FILLER PIC X(3)  VALUE SPACES.                             00014000
014100    05 WS-PD-LINE-STRT              PIC X(10).                    00014100
014200    05 FILLER PIC X(3)  VALUE ' - '.                              00014200
014300    05 WS-PD-LINE-END               PIC X(10).                    00014300
014400 01 WS-RULE-LINE.                                                 00014400
014500    05 FILLER PIC X(19) VALUE 'OPEN ON OR BEFORE '.               00014500
014600    05 WS-RULE-YR-AGO               PIC X(10).                    00014600
014700    05 FILLER PIC X(24) VALUE '  MAJOR REMODEL >= DAYS '.         00014700
014800    05 WS-RULE-MIN-DAYS             PIC ZZZ9.                     00014800
014900    05 FILLER PIC X(22) VALUE '  EXCLUDED FOR PERIODS'.           00014900
015000    05 WS-RULE-EXCL-PDS             PIC ZZZ9.                     00015000
015100 01 WS-NO-PRIOR-LINE.                                             00015100
015200    05 FILLER PIC X(60) VALUE                                     00015200
015300       'NO PRIOR PERIOD ON FILE - MOVEMENT NOT LISTED'.           00015300
015400 01 WS-MOVE-HDG.                                                  00015400
015500    05 FILLER PIC X(57) VALUE                                     00015500
015600       'STORE  MOVEMENT        REASON                 OPENED'.    00015600
015700    05 FILLER PIC X(10) VALUE 'CLOSING'.                          00015700
015800 01 WS-MOVE-LINE.                                                 00015800
015900    05 WS-MVL-STORE-NO              PIC ZZZZ9.                    00015900
016000    05 FILLER                       PIC X(2) VALUE SPACES.        00016000
016100    05 WS-MVL-MOVE-TXT              PIC X(14).                    00016100
016200    05 FILLER                       PIC X(2) VALUE SPACES.        00016200
016300    05 WS-MVL-RSN-TXT               PIC X(21).                    00016300
016400    05 FILLER                       PIC X(2) VALUE SPACES.        00016400
016500    05 WS-MVL-OPENING-DT            PIC X(10).                    00016500
016600    05 FILLER                       PIC X(1) VALUE SPACES.        00016600
016700    05 WS-MVL-CLOSING-DT            PIC X(10).                    00016700
016800                                                                  00016800
016900 01 WS-SUMMARY-LINE.                                              00016900
017000    05 FILLER PIC X(23) VALUE 'STORES SET         - '.            00017000
017100    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00017100
017200 01 WS-SUMMARY-LINE2.                                             00017200
017300    05 FILLER PIC X(23) VALUE '  COMP             - '.            00017300
017400    05 WS-SUM-COMP                  PIC ZZZ,ZZ9.                  00017400
017500 01 WS-SUMMARY-LINE3.                                             00017500
017600    05 FILLER PIC X(23) VALUE '  NOT A FULL YEAR  - '.            00017600
017700    05 WS-SUM-NEW                   PIC ZZZ,ZZ9.                  00017700
017800 01 WS-SUMMARY-LINE4.                                             00017800
017900    05 FILLER PIC X(23) VALUE '  CLOSING          - '.            00017900
018000    05 WS-SUM-CLOSING               PIC ZZZ,ZZ9.                  00018000
018100 01 WS-SUMMARY-LINE5.                                             00018100
018200    05 FILLER PIC X(23) VALUE '  MAJOR REMODEL    - '.            00018200
018300    05 WS-SUM-REMODEL               PIC ZZZ,ZZ9.                  00018300
018400 01 WS-SUMMARY-LINE6.                                             00018400
018500    05 FILLER PIC X(23) VALUE 'ENTERING COMP      - '.            00018500
018600    05 WS-SUM-ENTER                 PIC ZZZ,ZZ9.                  00018600
018700 01 WS-SUMMARY-LINE7.                                             00018700
018800    05 FILLER PIC X(23) VALUE 'LEAVING COMP       - '.            00018800
018900    05 WS-SUM-LEAVE                 PIC ZZZ,ZZ9.                  00018900
019000                                                                  00019000
019100* --------------------------------------------------------------- 00019100
019200* Miscellaneous copy books go here...                             00019200
019300* --------------------------------------------------------------- 00019300
019400 COPY XXXN001A.                                                   00019400
019500 COPY MMMC9013.                                                   00019500
019600 COPY MMMC0172.                                                   00019600
019700 COPY YYYC0230.                                                   00019700
019800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00019800
019900                                                                  00019900
020000* ----------------------------------------------------------------00020000
020100* DB2 stuff...                                                    00020100
020200* ----------------------------------------------------------------00020200
020300     EXEC SQL                                                     00020300
020400       INCLUDE SQLCA                                              00020400
020500     END-EXEC                                                     00020500
020600                                                                  00020600
020700     EXEC SQL                                                     00020700
020800       INCLUDE DDDTRL01                                           00020800
020900     END-EXEC                                                     00020900
021000                                                                  00021000
021100     EXEC SQL                                                     00021100
021200       INCLUDE DDDTCP01                                           00021200
021300     END-EXEC                                                     00021300
021400                                                                  00021400
021500* Every store open at any time in the period, with a flag for     00021500
021600* a major remodel that overlaps the exclusion window. An active   00021600
021700* project with no actual end yet runs to its planned end. The     00021700
021800* zero date '0001-01-01' is this shop's no-date-on-file.          00021800
021900     EXEC SQL                                                     00021900
022000       DECLARE COMP-CSR CURSOR FOR                                00022000
022100       SELECT S.FC_STORE_NO, S.FC_RL_OPENING_DT,                  00022100
022200              S.FC_RL_CLOSING_DT,                                 00022200
022300              CASE WHEN EXISTS                                    00022300
022400                ( SELECT 1                                        00022400
022500                    FROM FC_XXXAIL_RMDL_PROJ P                    00022500
022600                   WHERE P.RP_LOC_NBR      = S.FC_STORE_NO        00022600
022700                     AND P.RP_LOC_TYP_CD   = 'S '                 00022700
022800                     AND P.RP_STAT_CD IN ('A', 'C')               00022800
022900                     AND P.RP_ACTL_STRT_DT > '0001-01-01'         00022900
023000                     AND P.RP_ACTL_STRT_DT <= :WS-PD-END-DT       00023000
023100                     AND CASE WHEN P.RP_ACTL_END_DT > '0001-01-01'00023100
023200                              THEN P.RP_ACTL_END_DT               00023200
023300                              ELSE P.RP_PLND_END_DT               00023300
023400                         END >= :WS-EXCL-STRT-DT                  00023400
023500                     AND DAYS(CASE WHEN P.RP_ACTL_END_DT          00023500
023600                                            > '0001-01-01'        00023600
023700                                   THEN P.RP_ACTL_END_DT          00023700
023800                                   ELSE P.RP_PLND_END_DT          00023800
023900                              END)                                00023900
024000                       - DAYS(P.RP_ACTL_STRT_DT) + 1              00024000
024100                           >= :WS-RMDL-MIN-DAYS )                 00024100
024200              THEN 'Y' ELSE 'N' END                               00024200
024300         FROM FC_XXXAIL_STORES S                                  00024300
024400        WHERE S.FC_RL_OPENING_DT > '0001-01-01'                   00024400
024500          AND S.FC_RL_OPENING_DT <= :WS-PD-END-DT                 00024500
024600          AND ( S.FC_RL_CLOSING_DT = '0001-01-01'                 00024600
024700             OR S.FC_RL_CLOSING_DT >= :WS-PD-STRT-DT )            00024700
024800        ORDER BY S.FC_STORE_NO                                    00024800
024900     END-EXEC                                                     00024900
025000                                                                  00025000
025100* Comp stores of the prior period with no row this period -       00025100
025200* their closing date was moved back before this period began.     00025200
025300     EXEC SQL                                                     00025300
025400       DECLARE GONE-CSR CURSOR FOR                                00025400
025500       SELECT B.CP_STORE_NO                                       00025500
025600         FROM FC_XXXAIL_COMP_STAT B                               00025600
025700        WHERE B.CP_FISCAL_YR = :WS-PRIOR-YR                       00025700
025800          AND B.CP_FISCAL_PD = :WS-PRIOR-PD                       00025800
025900          AND B.CP_COMP_IND  = 'Y'                                00025900
026000          AND NOT EXISTS                                          00026000
026100            ( SELECT 1                                            00026100
026200                FROM FC_XXXAIL_COMP_STAT C                        00026200
026300               WHERE C.CP_FISCAL_YR = :WS-FISCAL-YR               00026300
026400                 AND C.CP_FISCAL_PD = :WS-FISCAL-PD               00026400
026500                 AND C.CP_STORE_NO  = B.CP_STORE_NO )             00026500
026600        ORDER BY B.CP_STORE_NO                                    00026600
026700     END-EXEC                                                     00026700
026800                                                                  00026800
026900 PROCEDURE DIVISION.                                              00026900
027000***************************************************************** 00027000
027100* Start of program main line.                                     00027100
027200***************************************************************** 00027200
027300 000-MAIN.                                                        00027300
027400     PERFORM 050-RUN-CNTL-START                                   00027400
027500     IF SQL-ERROR-DETECTED                                        00027500
027600       MOVE 8 TO RETURN-CODE                                      00027600
027700       GOBACK                                                     00027700
027800     END-IF                                                       00027800
027900     PERFORM 100-INITIALIZE                                       00027900
028000     IF SQL-NO-ERROR                                              00028000
028100       PERFORM 200-SET-THE-PERIOD                                 00028100
028200     END-IF                                                       00028200
028300     IF SQL-NO-ERROR                                              00028300
028400       PERFORM 500-LIST-GONE-STORES                               00028400
028500     END-IF                                                       00028500
028600     PERFORM 900-TERMINATE                                        00028600
028700     PERFORM 055-RUN-CNTL-END                                     00028700
028800     GOBACK                                                       00028800
028900     .                                                            00028900
029000                                                                  00029000
029100*================================================================ 00029100
029200* Initialization - the period to set, the tunables, and the       00029200
029300* calendar ranges the rules need.                                 00029300
029400*================================================================ 00029400
029500 100-INITIALIZE.                                                  00029500
029600     OPEN INPUT  KEY-IN                                           00029600
029700     OPEN OUTPUT COMP-OUT                                         00029700
029800                 COMP-RPT                                         00029800
029900     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00029900
030000                                                                  00030000
030100     READ KEY-IN                                                  00030100
030200       AT END MOVE SPACES TO KEY-REC                              00030200
030300     END-READ                                                     00030300
030400     IF KEY-REC = SPACES                                          00030400
030500       PERFORM 110-FIND-CLOSED-PERIOD                             00030500
030600     ELSE                                                         00030600
030700       IF KEY-FISCAL-YR NUMERIC AND KEY-FISCAL-PD NUMERIC         00030700
030800       AND KEY-FISCAL-PD >= 1 AND KEY-FISCAL-PD <= 12             00030800
030900         MOVE KEY-FISCAL-YR TO WS-FISCAL-YR                       00030900
031000         MOVE KEY-FISCAL-PD TO WS-FISCAL-PD                       00031000
031100       ELSE                                                       00031100
031200         SET SQL-ERROR-DETECTED TO TRUE                           00031200
031300         DISPLAY 'MMMB0302 - INVALID PERIOD CARD ON KEYIN: '      00031300
031400                 KEY-REC (1:7)                                    00031400
031500       END-IF                                                     00031500
031600     END-IF                                                       00031600
031700                                                                  00031700
031800     IF SQL-NO-ERROR                                              00031800
031900       PERFORM 120-GET-TUNABLES                                   00031900
032000       PERFORM 130-RESOLVE-RANGES                                 00032000
032100     END-IF                                                       00032100
032200     .                                                            00032200
032300                                                                  00032300
032400*    No card - the period before the one today falls in.          00032400
032500 110-FIND-CLOSED-PERIOD.                                          00032500
032600     ACCEPT WS-RUN-DATE-N8 FROM DATE YYYYMMDD                     00032600
032700     INITIALIZE MMMC9013                                          00032700
032800     SET  MMMC9013-DATE-TO-FISCAL TO TRUE                         00032800
032900     MOVE '02' TO MMMC9013-PIC-FORMAT                             00032900
033000     CALL MMMS9013-FISCAL-CAL USING                               00033000
033100         XXXN001A                                                 00033100
033200         MMMC9013                                                 00033200
033300         WS-RUN-DATE                                              00033300
033400     IF NOT SUCCESS                                               00033400
033500       SET SQL-ERROR-DETECTED TO TRUE                             00033500
033600       DISPLAY 'MMMB0302 - FISCAL PERIOD OF TODAY FAILED: '       00033600
033700               IS-RTRN-MSG-TXT                                    00033700
033800     ELSE                                                         00033800
033900       MOVE MMMC9013-FISCAL-YR TO WS-STEP-YR                      00033900
034000       MOVE MMMC9013-FISCAL-PD TO WS-STEP-PD                      00034000
034100       MOVE 1                  TO WS-STEP-CNT                     00034100
034200       PERFORM 150-STEP-BACK-PERIODS                              00034200
034300       MOVE WS-STEP-YR         TO WS-FISCAL-YR                    00034300
034400       MOVE WS-STEP-PD         TO WS-FISCAL-PD                    00034400
034500     END-IF                                                       00034500
034600     .                                                            00034600
034700                                                                  00034700
034800 120-GET-TUNABLES.                                                00034800
034900     INITIALIZE MMMC0172                                          00034900
035000     MOVE 'MMMB0302'           TO MMMC0172-PGM-ID                 00035000
035100     MOVE 'COMP-RMDL-MIN-DAYS' TO MMMC0172-PARM-NM                00035100
035200     CALL MMMS0172-PARM-LOOKUP USING                              00035200
035300         XXXN001A                                                 00035300
035400         MMMC0172                                                 00035400
035500     IF  SUCCESS AND MMMC0172-PARM-FOUND                          00035500
035600     AND MMMC0172-VAL-IS-NUMERIC                                  00035600
035700     AND MMMC0172-PARM-NBR > 0                                    00035700
035800       MOVE MMMC0172-PARM-NBR TO WS-RMDL-MIN-DAYS                 00035800
035900     END-IF                                                       00035900
036000     INITIALIZE MMMC0172                                          00036000
036100     MOVE 'MMMB0302'           TO MMMC0172-PGM-ID                 00036100
036200     MOVE 'COMP-RMDL-EXCL-PDS' TO MMMC0172-PARM-NM                00036200
036300     CALL MMMS0172-PARM-LOOKUP USING                              00036300
036400         XXXN001A                                                 00036400
036500         MMMC0172                                                 00036500
036600     IF  SUCCESS AND MMMC0172-PARM-FOUND                          00036600
036700     AND MMMC0172-VAL-IS-NUMERIC                                  00036700
036800     AND MMMC0172-PARM-NBR NOT < 0                                00036800
036900       MOVE MMMC0172-PARM-NBR TO WS-RMDL-EXCL-PDS                 00036900
037000     END-IF                                                       00037000
037100     INITIALIZE XXXN001A                                          00037100
037200     .                                                            00037200
037300                                                                  00037300
037400*    This period's range, the start of the same period a year     00037400
037500*    back, the start of the earliest period a remodel can still   00037500
037600*    exclude from, and which period was the prior one.            00037600
037700 130-RESOLVE-RANGES.                                              00037700
037800     MOVE WS-FISCAL-YR TO WS-STEP-YR                              00037800
037900     MOVE WS-FISCAL-PD TO WS-STEP-PD                              00037900
038000     PERFORM 160-PERIOD-RANGE                                     00038000
038100     MOVE MMMC9013-PD-STRT-DT TO WS-PD-STRT-DT                    00038100
038200     MOVE MMMC9013-PD-END-DT  TO WS-PD-END-DT                     00038200
038300                                                                  00038300
038400     IF SQL-NO-ERROR                                              00038400
038500       COMPUTE WS-STEP-YR = WS-FISCAL-YR - 1                      00038500
038600       MOVE WS-FISCAL-PD TO WS-STEP-PD                            00038600
038700       PERFORM 160-PERIOD-RANGE                                   00038700
038800       MOVE MMMC9013-PD-STRT-DT TO WS-YR-AGO-STRT-DT              00038800
038900     END-IF                                                       00038900
039000                                                                  00039000
039100     IF SQL-NO-ERROR                                              00039100
039200       MOVE WS-FISCAL-YR     TO WS-STEP-YR                        00039200
039300       MOVE WS-FISCAL-PD     TO WS-STEP-PD                        00039300
039400       MOVE WS-RMDL-EXCL-PDS TO WS-STEP-CNT                       00039400
039500       PERFORM 150-STEP-BACK-PERIODS                              00039500
039600       PERFORM 160-PERIOD-RANGE                                   00039600
039700       MOVE MMMC9013-PD-STRT-DT TO WS-EXCL-STRT-DT                00039700
039800     END-IF                                                       00039800
039900                                                                  00039900
040000     MOVE WS-FISCAL-YR TO WS-STEP-YR                              00040000
040100     MOVE WS-FISCAL-PD TO WS-STEP-PD                              00040100
040200     MOVE 1            TO WS-STEP-CNT                             00040200
040300     PERFORM 150-STEP-BACK-PERIODS                                00040300
040400     MOVE WS-STEP-YR   TO WS-PRIOR-YR                             00040400
040500     MOVE WS-STEP-PD   TO WS-PRIOR-PD                             00040500
040600                                                                  00040600
040700     IF SQL-NO-ERROR                                              00040700
040800       MOVE WS-FISCAL-YR      TO WS-PD-LINE-YR                    00040800
040900       MOVE WS-FISCAL-PD      TO WS-PD-LINE-PD                    00040900
041000       MOVE WS-PD-STRT-DT     TO WS-PD-LINE-STRT                  00041000
041100       MOVE WS-PD-END-DT      TO WS-PD-LINE-END                   00041100
041200       MOVE WS-YR-AGO-STRT-DT TO WS-RULE-YR-AGO                   00041200
041300       MOVE WS-RMDL-MIN-DAYS  TO WS-RULE-MIN-DAYS                 00041300
041400       MOVE WS-RMDL-EXCL-PDS  TO WS-RULE-EXCL-PDS                 00041400
041500       WRITE RPT-LINE FROM WS-PD-LINE                             00041500
041600       WRITE RPT-LINE FROM WS-RULE-LINE                           00041600
041700     END-IF                                                       00041700
041800     .                                                            00041800
041900                                                                  00041900
042000*    Twelve periods to the fiscal year.                           00042000
042100 150-STEP-BACK-PERIODS.                                           00042100
042200     COMPUTE WS-STEP-TOTAL = WS-STEP-YR * 12 + WS-STEP-PD - 1     00042200
042300                           - WS-STEP-CNT                          00042300
042400     DIVIDE WS-STEP-TOTAL BY 12                                   00042400
042500       GIVING WS-STEP-YR REMAINDER WS-STEP-PD                     00042500
042600     ADD 1 TO WS-STEP-PD                                          00042600
042700     .                                                            00042700
042800                                                                  00042800
042900 160-PERIOD-RANGE.                                                00042900
043000     INITIALIZE MMMC9013                                          00043000
043100     SET  MMMC9013-FISCAL-TO-RANGE TO TRUE                        00043100
043200     MOVE WS-STEP-YR TO MMMC9013-FISCAL-YR                        00043200
043300     MOVE WS-STEP-PD TO MMMC9013-FISCAL-PD                        00043300
043400     CALL MMMS9013-FISCAL-CAL USING                               00043400
043500         XXXN001A                                                 00043500
043600         MMMC9013                                                 00043600
043700         WS-DUMMY-DATE                                            00043700
043800     IF NOT SUCCESS                                               00043800
043900       SET SQL-ERROR-DETECTED TO TRUE                             00043900
044000       DISPLAY 'MMMB0302 - FISCAL RANGE FAILED FOR '              00044000
044100               WS-STEP-YR '/' WS-STEP-PD ': '                     00044100
044200               IS-RTRN-MSG-TXT                                    00044200
044300     END-IF                                                       00044300
044400     .                                                            00044400
044500                                                                  00044500
044600*================================================================ 00044600
044700* Clear any earlier run of the period, see whether the prior      00044700
044800* period is on file, then set every store in the period.          00044800
044900*================================================================ 00044900
045000 200-SET-THE-PERIOD.                                              00045000
045100     MOVE WS-FISCAL-YR TO CP-FISCAL-YR OF DCLFC-XXXAIL-COMP-STAT  00045100
045200     MOVE WS-FISCAL-PD TO CP-FISCAL-PD OF DCLFC-XXXAIL-COMP-STAT  00045200
045300     EXEC SQL                                                     00045300
045400       DELETE FROM FC_XXXAIL_COMP_STAT                            00045400
045500        WHERE CP_FISCAL_YR =                                      00045500
045600              :DCLFC-XXXAIL-COMP-STAT.CP-FISCAL-YR                00045600
045700          AND CP_FISCAL_PD =                                      00045700
045800              :DCLFC-XXXAIL-COMP-STAT.CP-FISCAL-PD                00045800
045900     END-EXEC                                                     00045900
046000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00046000
046100       SET SQL-ERROR-DETECTED TO TRUE                             00046100
046200       DISPLAY 'MMMB0302 - ERROR CLEARING OLD PERIOD, SQLCODE='   00046200
046300               SQLCODE                                            00046300
046400     END-IF                                                       00046400
046500                                                                  00046500
046600     IF SQL-NO-ERROR                                              00046600
046700       EXEC SQL                                                   00046700
046800         SELECT COALESCE(COUNT(*), 0)                             00046800
046900          INTO :WS-PRIOR-ROWS                                     00046900
047000         FROM FC_XXXAIL_COMP_STAT                                 00047000
047100         WHERE CP_FISCAL_YR = :WS-PRIOR-YR                        00047100
047200           AND CP_FISCAL_PD = :WS-PRIOR-PD                        00047200
047300       END-EXEC                                                   00047300
047400       IF SQLCODE NOT = 0                                         00047400
047500         SET SQL-ERROR-DETECTED TO TRUE                           00047500
047600         DISPLAY 'MMMB0302 - ERROR COUNTING PRIOR PERIOD, '       00047600
047700                 'SQLCODE=' SQLCODE                               00047700
047800       END-IF                                                     00047800
047900     END-IF                                                       00047900
048000                                                                  00048000
048100     IF SQL-NO-ERROR                                              00048100
048200       WRITE RPT-LINE FROM SPACES                                 00048200
048300       IF WS-PRIOR-ROWS = 0                                       00048300
048400         WRITE RPT-LINE FROM WS-NO-PRIOR-LINE                     00048400
048500       ELSE                                                       00048500
048600         WRITE RPT-LINE FROM WS-MOVE-HDG                          00048600
048700       END-IF                                                     00048700
048800       PERFORM 210-SET-ALL-STORES                                 00048800
048900     END-IF                                                       00048900
049000     .                                                            00049000
049100                                                                  00049100
049200 210-SET-ALL-STORES.                                              00049200
049300     SET NOT-EOF TO TRUE                                          00049300
049400     EXEC SQL                                                     00049400
049500       OPEN COMP-CSR                                              00049500
049600     END-EXEC                                                     00049600
049700     IF SQLCODE NOT = 0                                           00049700
049800       SET SQL-ERROR-DETECTED TO TRUE                             00049800
049900       DISPLAY 'MMMB0302 - ERROR OPENING COMP-CSR, SQLCODE='      00049900
050000               SQLCODE                                            00050000
050100     ELSE                                                         00050100
050200       PERFORM 220-FETCH-NEXT-STORE                               00050200
050300       PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED                 00050300
050400         PERFORM 300-SET-ONE-STORE                                00050400
050500         PERFORM 220-FETCH-NEXT-STORE                             00050500
050600       END-PERFORM                                                00050600
050700       EXEC SQL                                                   00050700
050800         CLOSE COMP-CSR                                           00050800
050900       END-EXEC                                                   00050900
051000       MOVE 0 TO SQLCODE                                          00051000
051100     END-IF                                                       00051100
051200     .                                                            00051200
051300                                                                  00051300
051400 220-FETCH-NEXT-STORE.                                            00051400
051500     EXEC SQL                                                     00051500
051600       FETCH COMP-CSR                                             00051600
051700         INTO :DCLFC-XXXAIL-STORES.FC-STORE-NO,                   00051700
051800              :DCLFC-XXXAIL-STORES.FC-RL-OPENING-DT,              00051800
051900              :DCLFC-XXXAIL-STORES.FC-RL-CLOSING-DT,              00051900
052000              :WS-RMDL-SW                                         00052000
052100     END-EXEC                                                     00052100
052200     EVALUATE TRUE                                                00052200
052300       WHEN SQLCODE = 100                                         00052300
052400         SET IS-EOF TO TRUE                                       00052400
052500         MOVE 0 TO SQLCODE                                        00052500
052600       WHEN SQLCODE NOT = 0                                       00052600
052700         SET SQL-ERROR-DETECTED TO TRUE                           00052700
052800         DISPLAY 'MMMB0302 - ERROR FETCHING COMP-CSR, SQLCODE='   00052800
052900                 SQLCODE                                          00052900
053000     END-EVALUATE                                                 00053000
053100     .                                                            00053100
053200                                                                  00053200
053300*================================================================ 00053300
053400* One store: the rules in order - closing, not a full year,       00053400
053500* major remodel, else comp - then the row, the movement against   00053500
053600* the prior period, and the extract record.                       00053600
053700*================================================================ 00053700
053800 300-SET-ONE-STORE.                                               00053800
053900     ADD 1 TO WS-STORE-COUNT                                      00053900
054000     MOVE WS-FISCAL-YR TO CP-FISCAL-YR OF DCLFC-XXXAIL-COMP-STAT  00054000
054100     MOVE WS-FISCAL-PD TO CP-FISCAL-PD OF DCLFC-XXXAIL-COMP-STAT  00054100
054200     MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES                      00054200
054300       TO CP-STORE-NO OF DCLFC-XXXAIL-COMP-STAT                   00054300
054400     MOVE FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES                 00054400
054500       TO CP-OPENING-DT OF DCLFC-XXXAIL-COMP-STAT                 00054500
054600     MOVE FC-RL-CLOSING-DT OF DCLFC-XXXAIL-STORES                 00054600
054700       TO CP-CLOSING-DT OF DCLFC-XXXAIL-COMP-STAT                 00054700
054800     SET CP-NOT-COMP OF DCLFC-XXXAIL-COMP-STAT TO TRUE            00054800
054900     EVALUATE TRUE                                                00054900
055000       WHEN FC-RL-CLOSING-DT OF DCLFC-XXXAIL-STORES               00055000
055100              NOT < WS-PD-STRT-DT                                 00055100
055200        AND FC-RL-CLOSING-DT OF DCLFC-XXXAIL-STORES               00055200
055300              NOT > WS-PD-END-DT                                  00055300
055400         SET CP-RSN-CLOSING OF DCLFC-XXXAIL-COMP-STAT TO TRUE     00055400
055500         ADD 1 TO WS-CLOSING-COUNT                                00055500
055600       WHEN FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES               00055600
055700              > WS-YR-AGO-STRT-DT                                 00055700
055800         SET CP-RSN-NEW-STORE OF DCLFC-XXXAIL-COMP-STAT           00055800
055900           TO TRUE                                                00055900
056000         ADD 1 TO WS-NEW-COUNT                                    00056000
056100       WHEN MAJOR-REMODEL                                         00056100
056200         SET CP-RSN-REMODEL OF DCLFC-XXXAIL-COMP-STAT TO TRUE     00056200
056300         ADD 1 TO WS-REMODEL-COUNT                                00056300
056400       WHEN OTHER                                                 00056400
056500         SET CP-IS-COMP  OF DCLFC-XXXAIL-COMP-STAT TO TRUE        00056500
056600         SET CP-RSN-COMP OF DCLFC-XXXAIL-COMP-STAT TO TRUE        00056600
056700         ADD 1 TO WS-COMP-COUNT                                   00056700
056800     END-EVALUATE                                                 00056800
056900                                                                  00056900
057000     EXEC SQL                                                     00057000
057100       INSERT INTO FC_XXXAIL_COMP_STAT                            00057100
057200          ( CP_FISCAL_YR, CP_FISCAL_PD, CP_STORE_NO,              00057200
057300            CP_COMP_IND, CP_RSN_CD, CP_OPENING_DT,                00057300
057400            CP_CLOSING_DT, CP_LOAD_TS )                           00057400
057500       VALUES                                                     00057500
057600          ( :DCLFC-XXXAIL-COMP-STAT.CP-FISCAL-YR,                 00057600
057700            :DCLFC-XXXAIL-COMP-STAT.CP-FISCAL-PD,                 00057700
057800            :DCLFC-XXXAIL-COMP-STAT.CP-STORE-NO,                  00057800
057900            :DCLFC-XXXAIL-COMP-STAT.CP-COMP-IND,                  00057900
058000            :DCLFC-XXXAIL-COMP-STAT.CP-RSN-CD,                    00058000
058100            :DCLFC-XXXAIL-COMP-STAT.CP-OPENING-DT,                00058100
058200            :DCLFC-XXXAIL-COMP-STAT.CP-CLOSING-DT,                00058200
058300            CURRENT TIMESTAMP )                                   00058300
058400     END-EXEC                                                     00058400
058500     IF SQLCODE NOT = 0                                           00058500
058600       SET SQL-ERROR-DETECTED TO TRUE                             00058600
058700       DISPLAY 'MMMB0302 - ERROR INSERTING COMP STATUS, SQLCODE=' 00058700
058800               SQLCODE                                            00058800
058900     ELSE                                                         00058900
059000       PERFORM 320-PRIOR-STATUS                                   00059000
059100       PERFORM 340-WRITE-EXTRACT                                  00059100
059200     END-IF                                                       00059200
059300     .                                                            00059300
059400                                                                  00059400
059500*    No row for the store last period counts as not comp.         00059500
059600 320-PRIOR-STATUS.                                                00059600
059700     MOVE SPACES TO WS-PRIOR-COMP-IND                             00059700
059800                    WS-MOVE-CD                                    00059800
059900     IF WS-PRIOR-ROWS > 0                                         00059900
060000       EXEC SQL                                                   00060000
060100         SELECT CP_COMP_IND                                       00060100
060200          INTO :WS-PRIOR-COMP-IND                                 00060200
060300         FROM FC_XXXAIL_COMP_STAT                                 00060300
060400         WHERE CP_FISCAL_YR = :WS-PRIOR-YR                        00060400
060500           AND CP_FISCAL_PD = :WS-PRIOR-PD                        00060500
060600           AND CP_STORE_NO  =                                     00060600
060700               :DCLFC-XXXAIL-COMP-STAT.CP-STORE-NO                00060700
060800       END-EXEC                                                   00060800
060900       EVALUATE TRUE                                              00060900
061000         WHEN SQLCODE = 0                                         00061000
061100           CONTINUE                                               00061100
061200         WHEN SQLCODE = 100                                       00061200
061300           MOVE 'N' TO WS-PRIOR-COMP-IND                          00061300
061400           MOVE 0   TO SQLCODE                                    00061400
061500         WHEN OTHER                                               00061500
061600           SET SQL-ERROR-DETECTED TO TRUE                         00061600
061700           DISPLAY 'MMMB0302 - ERROR READING PRIOR PERIOD, '      00061700
061800                   'SQLCODE=' SQLCODE                             00061800
061900       END-EVALUATE                                               00061900
062000       IF CP-IS-COMP OF DCLFC-XXXAIL-COMP-STAT                    00062000
062100       AND NOT WAS-COMP                                           00062100
062200         SET ENTERING-COMP TO TRUE                                00062200
062300         ADD 1 TO WS-ENTER-COUNT                                  00062300
062400         PERFORM 360-PRINT-MOVEMENT                               00062400
062500       END-IF                                                     00062500
062600       IF CP-NOT-COMP OF DCLFC-XXXAIL-COMP-STAT                   00062600
062700       AND WAS-COMP                                               00062700
062800         SET LEAVING-COMP TO TRUE                                 00062800
062900         ADD 1 TO WS-LEAVE-COUNT                                  00062900
063000         PERFORM 360-PRINT-MOVEMENT                               00063000
063100       END-IF                                                     00063100
063200     END-IF                                                       00063200
063300     .                                                            00063300
063400                                                                  00063400
063500 340-WRITE-EXTRACT.                                               00063500
063600     MOVE SPACES       TO COMP-REC                                00063600
063700     MOVE 'D'          TO CMP-REC-TYP                             00063700
063800     MOVE WS-FISCAL-YR TO CMP-FISCAL-YR                           00063800
063900     MOVE WS-FISCAL-PD TO CMP-FISCAL-PD                           00063900
064000     MOVE CP-STORE-NO   OF DCLFC-XXXAIL-COMP-STAT                 00064000
064100       TO CMP-STORE-NO                                            00064100
064200     MOVE CP-COMP-IND   OF DCLFC-XXXAIL-COMP-STAT                 00064200
064300       TO CMP-COMP-IND                                            00064300
064400     MOVE CP-RSN-CD     OF DCLFC-XXXAIL-COMP-STAT                 00064400
064500       TO CMP-RSN-CD                                              00064500
064600     MOVE CP-OPENING-DT OF DCLFC-XXXAIL-COMP-STAT                 00064600
064700       TO CMP-OPENING-DT                                          00064700
064800     MOVE CP-CLOSING-DT OF DCLFC-XXXAIL-COMP-STAT                 00064800
064900       TO CMP-CLOSING-DT                                          00064900
065000     MOVE WS-PRIOR-COMP-IND TO CMP-PRIOR-COMP-IND                 00065000
065100     MOVE WS-MOVE-CD        TO CMP-MOVE-CD                        00065100
065200     WRITE COMP-REC                                               00065200
065300     ADD 1 TO WS-FEED-COUNT                                       00065300
065400     .                                                            00065400
065500                                                                  00065500
065600 360-PRINT-MOVEMENT.                                              00065600
065700     MOVE CP-STORE-NO   OF DCLFC-XXXAIL-COMP-STAT                 00065700
065800       TO WS-MVL-STORE-NO                                         00065800
065900     MOVE CP-OPENING-DT OF DCLFC-XXXAIL-COMP-STAT                 00065900
066000       TO WS-MVL-OPENING-DT                                       00066000
066100     MOVE CP-CLOSING-DT OF DCLFC-XXXAIL-COMP-STAT                 00066100
066200       TO WS-MVL-CLOSING-DT                                       00066200
066300     IF ENTERING-COMP                                             00066300
066400       MOVE 'ENTERING COMP' TO WS-MVL-MOVE-TXT                    00066400
066500     ELSE                                                         00066500
066600       MOVE 'LEAVING COMP'  TO WS-MVL-MOVE-TXT                    00066600
066700     END-IF                                                       00066700
066800     EVALUATE TRUE                                                00066800
066900       WHEN CP-RSN-COMP OF DCLFC-XXXAIL-COMP-STAT                 00066900
067000         MOVE 'OPEN A FULL YEAR'      TO WS-MVL-RSN-TXT           00067000
067100       WHEN CP-RSN-NEW-STORE OF DCLFC-XXXAIL-COMP-STAT            00067100
067200         MOVE 'NOT OPEN A FULL YEAR'  TO WS-MVL-RSN-TXT           00067200
067300       WHEN CP-RSN-CLOSING OF DCLFC-XXXAIL-COMP-STAT              00067300
067400         MOVE 'CLOSING IN PERIOD'     TO WS-MVL-RSN-TXT           00067400
067500       WHEN CP-RSN-REMODEL OF DCLFC-XXXAIL-COMP-STAT              00067500
067600         MOVE 'MAJOR REMODEL'         TO WS-MVL-RSN-TXT           00067600
067700     END-EVALUATE                                                 00067700
067800     WRITE RPT-LINE FROM WS-MOVE-LINE                             00067800
067900     .                                                            00067900
068000                                                                  00068000
068100*================================================================ 00068100
068200* Prior-period comp stores that have dropped out of the period    00068200
068300* altogether leave comp too.                                      00068300
068400*================================================================ 00068400
068500 500-LIST-GONE-STORES.                                            00068500
068600     IF WS-PRIOR-ROWS > 0                                         00068600
068700       SET NOT-EOF TO TRUE                                        00068700
068800       EXEC SQL                                                   00068800
068900         OPEN GONE-CSR                                            00068900
069000       END-EXEC                                                   00069000
069100       IF SQLCODE NOT = 0                                         00069100
069200         SET SQL-ERROR-DETECTED TO TRUE                           00069200
069300         DISPLAY 'MMMB0302 - ERROR OPENING GONE-CSR, SQLCODE='    00069300
069400                 SQLCODE                                          00069400
069500       ELSE                                                       00069500
069600         PERFORM 520-FETCH-NEXT-GONE                              00069600
069700         PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED               00069700
069800           MOVE SPACES            TO WS-MOVE-LINE                 00069800
069900           MOVE WS-GONE-STORE     TO WS-MVL-STORE-NO              00069900
070000           MOVE 'LEAVING COMP'    TO WS-MVL-MOVE-TXT              00070000
070100           MOVE 'CLOSED BEFORE PD' TO WS-MVL-RSN-TXT              00070100
070200           WRITE RPT-LINE FROM WS-MOVE-LINE                       00070200
070300           ADD 1 TO WS-LEAVE-COUNT                                00070300
070400           PERFORM 520-FETCH-NEXT-GONE                            00070400
070500         END-PERFORM                                              00070500
070600         EXEC SQL                                                 00070600
070700           CLOSE GONE-CSR                                         00070700
070800         END-EXEC                                                 00070800
070900         MOVE 0 TO SQLCODE                                        00070900
071000       END-IF                                                     00071000
071100     END-IF                                                       00071100
071200     .                                                            00071200
071300                                                                  00071300
071400 520-FETCH-NEXT-GONE.                                             00071400
071500     EXEC SQL                                                     00071500
071600       FETCH GONE-CSR                                             00071600
071700         INTO :WS-GONE-STORE                                      00071700
071800     END-EXEC                                                     00071800
071900     EVALUATE TRUE                                                00071900
072000       WHEN SQLCODE = 100                                         00072000
072100         SET IS-EOF TO TRUE                                       00072100
072200         MOVE 0 TO SQLCODE                                        00072200
072300       WHEN SQLCODE NOT = 0                                       00072300
072400         SET SQL-ERROR-DETECTED TO TRUE                           00072400
072500         DISPLAY 'MMMB0302 - ERROR FETCHING GONE-CSR, SQLCODE='   00072500
072600                 SQLCODE                                          00072600
072700     END-EVALUATE                                                 00072700
072800     .                                                            00072800
072900                                                                  00072900
073000 900-TERMINATE.                                                   00073000
073100     IF SQL-ERROR-DETECTED                                        00073100
073200       EXEC SQL                                                   00073200
073300         ROLLBACK                                                 00073300
073400       END-EXEC                                                   00073400
073500       MOVE 16 TO RETURN-CODE                                     00073500
073600     ELSE                                                         00073600
073700       EXEC SQL                                                   00073700
073800         COMMIT                                                   00073800
073900       END-EXEC                                                   00073900
074000       MOVE WS-FISCAL-YR  TO WS-FEED-TRL-FISCAL-YR                00074000
074100       MOVE WS-FISCAL-PD  TO WS-FEED-TRL-FISCAL-PD                00074100
074200       MOVE WS-FEED-COUNT TO WS-FEED-TRL-DTL-CNT                  00074200
074300       WRITE COMP-REC FROM WS-FEED-TRL                            00074300
074400     END-IF                                                       00074400
074500     MOVE WS-STORE-COUNT   TO WS-SUM-STORES                       00074500
074600     MOVE WS-COMP-COUNT    TO WS-SUM-COMP                         00074600
074700     MOVE WS-NEW-COUNT     TO WS-SUM-NEW                          00074700
074800     MOVE WS-CLOSING-COUNT TO WS-SUM-CLOSING                      00074800
074900     MOVE WS-REMODEL-COUNT TO WS-SUM-REMODEL                      00074900
075000     MOVE WS-ENTER-COUNT   TO WS-SUM-ENTER                        00075000
075100     MOVE WS-LEAVE-COUNT   TO WS-SUM-LEAVE                        00075100
075200     WRITE RPT-LINE FROM SPACES                                   00075200
075300     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00075300
075400     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00075400
075500     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00075500
075600     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00075600
075700     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00075700
075800     WRITE RPT-LINE FROM WS-SUMMARY-LINE6                         00075800
075900     WRITE RPT-LINE FROM WS-SUMMARY-LINE7                         00075900
076000     CLOSE KEY-IN                                                 00076000
076100           COMP-OUT                                               00076100
076200           COMP-RPT                                               00076200
076300     .                                                            00076300
076400                                                                  00076400
076500*================================================================ 00076500
076600* Run control - refuse a duplicate or out-of-order start, and     00076600
076700* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00076700
076800*================================================================ 00076800
076900 050-RUN-CNTL-START.                                              00076900
077000     INITIALIZE XXXN001A                                          00077000
077100                YYYC0230                                          00077100
077200     SET  YYYC0230-START-RUN TO TRUE                              00077200
077300     MOVE 'MMMB0302' TO YYYC0230-JOB-NM                           00077300
077400     CALL YYYS0230-RUN-CNTL USING                                 00077400
077500         XXXN001A                                                 00077500
077600         YYYC0230                                                 00077600
077700     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00077700
077800       SET SQL-ERROR-DETECTED TO TRUE                             00077800
077900       DISPLAY 'MMMB0302 - START REFUSED: ' IS-RTRN-MSG-TXT       00077900
078000     END-IF                                                       00078000
078100     .                                                            00078100
078200                                                                  00078200
078300 055-RUN-CNTL-END.                                                00078300
078400     INITIALIZE XXXN001A                                          00078400
078500                YYYC0230                                          00078500
078600     IF SQL-ERROR-DETECTED                                        00078600
078700       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00078700
078800     ELSE                                                         00078800
078900       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00078900
079000     END-IF                                                       00079000
079100     MOVE 'MMMB0302' TO YYYC0230-JOB-NM                           00079100
079200     CALL YYYS0230-RUN-CNTL USING                                 00079200
079300       XXXN001A                                                   00079300
079400       YYYC0230                                                   00079400
079500     .                                                            00079500
