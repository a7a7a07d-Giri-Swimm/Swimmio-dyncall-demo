000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3902.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Quarterly SOX evidence package for the store-master controls.   00000600
000700*                                                                 00000700
000800* Every quarter audit asks for the same evidence and it used to   00000800
000900* be pulled together by hand from six places. This job takes a    00000900
001000* fiscal year and quarter, resolves the quarter's calendar range  00001000
001100* off FC_XXXAIL_FISCAL_CAL through MMMS9013 (first day of its     00001100
001200* first period to last day of its third), and prints one          00001200
001300* sectioned package:                                              00001300
001400*   1 control-table changes     FC_XXXAIL_CTL_HIST                00001400
001500*   2 store close approvals     FC_XXXAIL_CLOSE_APPR              00001500
001600*   3 field-authority denials   FC_XXXAIL_AUTH_DENIAL             00001600
001700*   4 accounting-feed balancing FC_XXXAIL_ACCT_BAL                00001700
001800*   5 batch run-control outcome FC_XXXAIL_RUN_CNTL                00001800
001900*   6 store-master user activity FC_XXXAIL_STORES_HIST            00001900
002000* Each section carries its control totals, the exceptions the     00002000
002100* reviewer has to disposition, and a sign-off page. The run       00002100
002200* control table holds each job's latest outcome only, so that     00002200
002300* section shows the state as of the package run.                  00002300
002400*                                                                 00002400
002500* Every line printed is also kept on FC_XXXAIL_RPT_ARCH under     00002500
002600* report id SOXQ and burst key FYyyyyQn, so the package handed    00002600
002700* to audit can be reprinted exactly through MMMB0301. A rerun     00002700
002800* the same day replaces that day's copy; MMMB4201 never purges    00002800
002900* SOXQ. Unlike the exception reports, a failed archive insert     00002900
003000* fails the run - an unarchived package is no evidence.           00003000
003100* Ends with return code 4 when any section has exceptions.        00003100
003200* KEYIN card: fiscal year (4), fiscal quarter (1),                00003200
003300* space-separated.                                                00003300
003400* Batch job - run standalone, schedule after each quarter end.    00003400
003500*---------------------------------------------------------------- 00003500
003600 ENVIRONMENT DIVISION.                                            00003600
003700 INPUT-OUTPUT SECTION.                                            00003700
003800 FILE-CONTROL.                                                    00003800
003900     SELECT KEY-IN         ASSIGN TO KEYIN                        00003900
004000         ORGANIZATION IS LINE SEQUENTIAL.                         00004000
004100     SELECT SOX-RPT        ASSIGN TO RPTOUT                       00004100
004200         ORGANIZATION IS LINE SEQUENTIAL.                         00004200
004300                                                                  00004300
004400 DATA DIVISION.                                                   00004400
004500 FILE SECTION.                                                    00004500
004600 FD  KEY-IN.                                                      00004600
004700 01  KEY-REC.                                                     00004700
004800     05 KEY-FISCAL-YR                  PIC 9(4).                  00004800
004900     05 FILLER                         PIC X(1).                  00004900
005000     05 KEY-FISCAL-QTR                 PIC 9(1).                  00005000
005100     05 FILLER                         PIC X(74).                 00005100
005200                                                                  00005200
005300 FD  SOX-RPT.                                                     00005300
005400 01  RPT-LINE                          PIC X(132).                00005400
005500                                                                  00005500
005600 WORKING-STORAGE SECTION.                                         00005600
005700* --------------------------------------------------------------- 00005700
005800* Misc working storage...                                         00005800
005900* --------------------------------------------------------------- 00005900
006000 01 MMMS9013-FISCAL-CAL               PIC X(8) VALUE 'MMMS9013'.  00006000
006100 COPY MMMC9013.                                                   00006100
006200 01 WS-DUMMY-DATE                     PIC X(10) VALUE SPACES.     00006200
006300                                                                  00006300
006400 01 K-SOX-RPT-ID                      PIC X(4) VALUE 'SOXQ'.      00006400
006500 01 K-MAX-SECTIONS                    PIC S9(4) COMP VALUE 6.     00006500
006600 01 K-REPEAT-DENIALS                  PIC S9(4) COMP VALUE 5.     00006600
006700                                                                  00006700
006800 01 WS-FIRST-PD                       PIC 9(2) VALUE 0.           00006800
006900 01 WS-LAST-PD                        PIC 9(2) VALUE 0.           00006900
007000 01 WS-QTR-STRT-DT                    PIC X(10) VALUE SPACES.     00007000
007100 01 WS-QTR-END-DT                     PIC X(10) VALUE SPACES.     00007100
007200 01 WS-TS-FROM                        PIC X(26) VALUE SPACES.     00007200
007300 01 WS-TS-TO                          PIC X(26) VALUE SPACES.     00007300
007400 01 WS-RUN-DT                         PIC X(10) VALUE SPACES.     00007400
007500 01 WS-ARCH-KEY-QTR.                                              00007500
007600    05 FILLER                         PIC X(2)  VALUE 'FY'.       00007600
007700    05 WS-AK-FISCAL-YR                PIC 9(4)  VALUE 0.          00007700
007800    05 FILLER                         PIC X(1)  VALUE 'Q'.        00007800
007900    05 WS-AK-FISCAL-QTR               PIC 9(1)  VALUE 0.          00007900
008000 01 WS-ARCH-KEY REDEFINES WS-ARCH-KEY-QTR PIC X(8).               00008000
008100 01 WS-ARCH-LINE-NBR                  PIC S9(9) COMP-3 VALUE 0.   00008100
008200                                                                  00008200
008300 01 WS-SECT-NO                        PIC S9(4) COMP VALUE 0.     00008300
008400 01 WS-VAL-IDX                        PIC S9(4) COMP VALUE 0.     00008400
008500 01 WS-TOT-EXC-COUNT                  PIC 9(6) VALUE 0.           00008500
008600 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00008600
008700 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00008700
008800    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00008800
008900    88 SQL-NO-ERROR                            VALUE 'N'.         00008900
009000 01 WS-CSR-EOF-SW                     PIC X    VALUE 'N'.         00009000
009100    88 CSR-EOF                                 VALUE 'Y'.         00009100
009200    88 CSR-NOT-EOF                             VALUE 'N'.         00009200
009300                                                                  00009300
009400* Rows and exceptions counted per section, for the sign-off       00009400
009500* pages and the package summary.                                  00009500
009600 01 WS-SECTION-COUNTS.                                            00009600
009700    05 WS-SECT-COUNT OCCURS 6 TIMES.                              00009700
009800       10 WS-SECT-ROW-CNT             PIC 9(6).                   00009800
009900       10 WS-SECT-EXC-CNT             PIC 9(6).                   00009900
010000                                                                  00010000
010100* One control-totals row off a section's totals cursor - sort     00010100
010200* 1 for the detail rows, 2 for the section total row.             00010200
010300 01 WS-TOT-ROW.                                                   00010300
010400    05 WS-TOT-SORT                    PIC S9(4) COMP.             00010400
010500    05 WS-TOT-LABEL                   PIC X(24).                  00010500
010600    05 WS-TOT-VALUES.                                             00010600
010700       10 WS-TOT-VAL-1                PIC S9(15) COMP-3.          00010700
010800       10 WS-TOT-VAL-2                PIC S9(15) COMP-3.          00010800
010900       10 WS-TOT-VAL-3                PIC S9(15) COMP-3.          00010900
011000       10 WS-TOT-VAL-4                PIC S9(15) COMP-3.          00011000
011100       10 WS-TOT-VAL-5                PIC S9(15) COMP-3.          00011100
011200    05 WS-TOT-VALUE-TABLE REDEFINES WS-TOT-VALUES.                00011200
011300       10 WS-TOT-VAL OCCURS 5 TIMES   PIC S9(15) COMP-3.          00011300
011400                                                                  00011400
011500* One exception row off a section's exception cursor.             00011500
011600 01 WS-EX-ROW.                                                    00011600
011700    05 WS-EX-KEY                      PIC X(45).                  00011700
011800    05 WS-EX-USER                     PIC X(8).                   00011800
011900    05 WS-EX-TS                       PIC X(26).                  00011900
012000    05 WS-EX-TXT                      PIC X(40).                  00012000
012100                                                                  00012100
012200 COPY XXXN001A.                                                   00012200
012300 COPY YYYC0230.                                                   00012300
012400 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00012400
012500                                                                  00012500
012600 01 WS-OUT-LINE                       PIC X(132) VALUE SPACES.    00012600
012700                                                                  00012700
012800 01 WS-RULE-LINE.                                                 00012800
012900    05 FILLER                         PIC X(66) VALUE ALL '='.    00012900
013000    05 FILLER                         PIC X(66) VALUE ALL '='.    00013000
013100                                                                  00013100
013200 01 WS-HDG-LINE-1.                                                00013200
013300    05 FILLER PIC X(56) VALUE                                     00013300
013400       'MMMB3902 - SOX EVIDENCE PACKAGE - STORE-MASTER CONTROLS'. 00013400
013500                                                                  00013500
013600 01 WS-QTR-LINE.                                                  00013600
013700    05 FILLER                         PIC X(17) VALUE             00013700
013800       'FISCAL YEAR      '.                                       00013800
013900    05 WS-QL-FISCAL-YR                PIC 9(4).                   00013900
014000    05 FILLER                         PIC X(10) VALUE             00014000
014100       '  QUARTER '.                                              00014100
014200    05 WS-QL-FISCAL-QTR               PIC 9(1).                   00014200
014300    05 FILLER                         PIC X(12) VALUE             00014300
014400       '  COVERING  '.                                            00014400
014500    05 WS-QL-STRT-DT                  PIC X(10).                  00014500
014600    05 FILLER                         PIC X(4)  VALUE ' TO '.     00014600
014700    05 WS-QL-END-DT                   PIC X(10).                  00014700
014800                                                                  00014800
014900 01 WS-ARCH-ID-LINE.                                              00014900
015000    05 FILLER                         PIC X(17) VALUE             00015000
015100       'PACKAGE RUN      '.                                       00015100
015200    05 WS-AL-RUN-DT                   PIC X(10).                  00015200
015300    05 FILLER                         PIC X(25) VALUE             00015300
015400       '  ARCHIVED AS REPORT ID  '.                               00015400
015500    05 WS-AL-RPT-ID                   PIC X(4).                   00015500
015600    05 FILLER                         PIC X(13) VALUE             00015600
015700       '  BURST KEY  '.                                           00015700
015800    05 WS-AL-ARCH-KEY                 PIC X(8).                   00015800
015900                                                                  00015900
016000 01 WS-SECT-HDG-LINE.                                             00016000
016100    05 FILLER                         PIC X(8)  VALUE 'SECTION '. 00016100
016200    05 WS-SH-SECT-NO                  PIC 9(1).                   00016200
016300    05 FILLER                         PIC X(3)  VALUE ' - '.      00016300
016400    05 WS-SH-TITLE                    PIC X(60).                  00016400
016500                                                                  00016500
016600 01 WS-SUB-HDG-LINE.                                              00016600
016700    05 FILLER                         PIC X(2)  VALUE SPACES.     00016700
016800    05 WS-SUB-HDG-TXT                 PIC X(60).                  00016800
016900                                                                  00016900
017000 01 WS-TOT-HDG-LINE.                                              00017000
017100    05 FILLER                         PIC X(4)  VALUE SPACES.     00017100
017200    05 WS-TH-LABEL                    PIC X(24).                  00017200
017300    05 WS-TH-COL OCCURS 5 TIMES       PIC X(16).                  00017300
017400                                                                  00017400
017500 01 WS-TOT-DTL-LINE.                                              00017500
017600    05 FILLER                         PIC X(4)  VALUE SPACES.     00017600
017700    05 WS-TD-LABEL                    PIC X(24).                  00017700
017800    05 WS-TD-COL OCCURS 5 TIMES.                                  00017800
017900       10 FILLER                      PIC X(1).                   00017900
018000       10 WS-TD-VAL         PIC ZZZ,ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.  00018000
018100                                                                  00018100
018200 01 WS-EXC-HDG-LINE.                                              00018200
018300    05 FILLER PIC X(4)  VALUE SPACES.                             00018300
018400    05 FILLER PIC X(46) VALUE 'EXCEPTION'.                        00018400
018500    05 FILLER PIC X(9)  VALUE 'USER'.                             00018500
018600    05 FILLER PIC X(27) VALUE 'WHEN'.                             00018600
018700    05 FILLER PIC X(40) VALUE 'FINDING'.                          00018700
018800                                                                  00018800
018900 01 WS-EXC-DTL-LINE.                                              00018900
019000    05 FILLER                         PIC X(4)  VALUE SPACES.     00019000
019100    05 WS-ED-KEY                      PIC X(45).                  00019100
019200    05 FILLER                         PIC X(1)  VALUE SPACES.     00019200
019300    05 WS-ED-USER                     PIC X(8).                   00019300
019400    05 FILLER                         PIC X(1)  VALUE SPACES.     00019400
019500    05 WS-ED-TS                       PIC X(26).                  00019500
019600    05 FILLER                         PIC X(1)  VALUE SPACES.     00019600
019700    05 WS-ED-TXT                      PIC X(40).                  00019700
019800                                                                  00019800
019900 01 WS-NO-EXC-LINE.                                               00019900
020000    05 FILLER PIC X(40) VALUE                                     00020000
020100       '    NO EXCEPTIONS FOR THE QUARTER'.                       00020100
020200                                                                  00020200
020300 01 WS-SIGN-HDG-LINE.                                             00020300
020400    05 FILLER                         PIC X(8)  VALUE 'SECTION '. 00020400
020500    05 WS-SG-SECT-NO                  PIC 9(1).                   00020500
020600    05 FILLER                         PIC X(12) VALUE             00020600
020700       ' SIGN-OFF - '.                                            00020700
020800    05 WS-SG-TITLE                    PIC X(60).                  00020800
020900                                                                  00020900
021000 01 WS-SIGN-CNT-LINE.                                             00021000
021100    05 FILLER                         PIC X(26) VALUE             00021100
021200       '  CONTROL-TOTAL ROWS    - '.                              00021200
021300    05 WS-SG-ROWS                     PIC ZZZ,ZZ9.                00021300
021400    05 FILLER                         PIC X(26) VALUE             00021400
021500       '     EXCEPTIONS LISTED - '.                               00021500
021600    05 WS-SG-EXCS                     PIC ZZZ,ZZ9.                00021600
021700                                                                  00021700
021800 01 WS-SIGN-OWNER-LINE.                                           00021800
021900    05 FILLER PIC X(50) VALUE                                     00021900
022000       '  CONTROL OWNER    ______________________________'.       00022000
022100    05 FILLER PIC X(25) VALUE                                     00022100
022200       '   DATE _______________'.                                 00022200
022300                                                                  00022300
022400 01 WS-SIGN-REVIEW-LINE.                                          00022400
022500    05 FILLER PIC X(50) VALUE                                     00022500
022600       '  REVIEWED BY      ______________________________'.       00022600
022700    05 FILLER PIC X(25) VALUE                                     00022700
022800       '   DATE _______________'.                                 00022800
022900                                                                  00022900
023000 01 WS-SIGN-DISP-LINE.                                            00023000
023100    05 FILLER PIC X(60) VALUE                                     00023100
023200       '  EXCEPTION DISPOSITION / REVIEWER COMMENTS:'.            00023200
023300                                                                  00023300
023400 01 WS-SIGN-BLANK-LINE.                                           00023400
023500    05 FILLER PIC X(2)  VALUE SPACES.                             00023500
023600    05 FILLER PIC X(64) VALUE ALL '_'.                            00023600
023700    05 FILLER PIC X(64) VALUE ALL '_'.                            00023700
023800                                                                  00023800
023900 01 WS-SUMMARY-HDG-LINE.                                          00023900
024000    05 FILLER PIC X(40) VALUE 'PACKAGE SUMMARY'.                  00024000
024100                                                                  00024100
024200 01 WS-SUMMARY-LINE.                                              00024200
024300    05 FILLER                         PIC X(10) VALUE             00024300
024400       '  SECTION '.                                              00024400
024500    05 WS-SM-SECT-NO                  PIC 9(1).                   00024500
024600    05 FILLER                         PIC X(3)  VALUE ' - '.      00024600
024700    05 WS-SM-TITLE                    PIC X(60).                  00024700
024800    05 FILLER                         PIC X(7)  VALUE ' ROWS '.   00024800
024900    05 WS-SM-ROWS                     PIC ZZZ,ZZ9.                00024900
025000    05 FILLER                         PIC X(13) VALUE             00025000
025100       '  EXCEPTIONS '.                                           00025100
025200    05 WS-SM-EXCS                     PIC ZZZ,ZZ9.                00025200
025300                                                                  00025300
025400 01 WS-SUMMARY-TOT-LINE.                                          00025400
025500    05 FILLER PIC X(26) VALUE 'TOTAL EXCEPTIONS      -  '.        00025500
025600    05 WS-SM-TOT-EXCS                 PIC ZZZ,ZZ9.                00025600
025700                                                                  00025700
025800* ----------------------------------------------------------------00025800
025900* DB2 stuff...                                                    00025900
026000* ----------------------------------------------------------------00026000
026100     EXEC SQL                                                     00026100
026200       INCLUDE SQLCA                                              00026200
026300     END-EXEC                                                     00026300
026400                                                                  00026400
026500     EXEC SQL                                                     00026500
026600       INCLUDE DDDTRA01                                           00026600
026700     END-EXEC                                                     00026700
026800                                                                  00026800
026900* 1 - control-table changes in the quarter by table id.           00026900
027000     EXEC SQL                                                     00027000
027100       DECLARE CTLH-TOT-CSR CURSOR FOR                            00027100
027200       SELECT 1, CH_TABLE_ID,                                     00027200
027300              SUM(CASE WHEN CH_CHG_TYPE_CD = 'A'                  00027300
027400                       THEN 1 ELSE 0 END),                        00027400
027500              SUM(CASE WHEN CH_CHG_TYPE_CD = 'U'                  00027500
027600                       THEN 1 ELSE 0 END),                        00027600
027700              SUM(CASE WHEN CH_CHG_TYPE_CD = 'D'                  00027700
027800                       THEN 1 ELSE 0 END),                        00027800
027900              COUNT(*),                                           00027900
028000              COUNT(DISTINCT CH_CHGD_BY_USER_ID)                  00028000
028100         FROM FC_XXXAIL_CTL_HIST                                  00028100
028200        WHERE CH_EFF_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO         00028200
028300        GROUP BY CH_TABLE_ID                                      00028300
028400       UNION ALL                                                  00028400
028500       SELECT 2, 'TOTAL',                                         00028500
028600              COALESCE(SUM(CASE WHEN CH_CHG_TYPE_CD = 'A'         00028600
028700                                THEN 1 ELSE 0 END), 0),           00028700
028800              COALESCE(SUM(CASE WHEN CH_CHG_TYPE_CD = 'U'         00028800
028900                                THEN 1 ELSE 0 END), 0),           00028900
029000              COALESCE(SUM(CASE WHEN CH_CHG_TYPE_CD = 'D'         00029000
029100                                THEN 1 ELSE 0 END), 0),           00029100
029200              COUNT(*),                                           00029200
029300              COUNT(DISTINCT CH_CHGD_BY_USER_ID)                  00029300
029400         FROM FC_XXXAIL_CTL_HIST                                  00029400
029500        WHERE CH_EFF_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO         00029500
029600        ORDER BY 1, 2                                             00029600
029700     END-EXEC                                                     00029700
029800                                                                  00029800
029900* An unattributed change, or an update/delete with no before      00029900
030000* image, breaks the audit trail.                                  00030000
030100     EXEC SQL                                                     00030100
030200       DECLARE CTLH-EXC-CSR CURSOR FOR                            00030200
030300       SELECT 'TABLE ' || CH_TABLE_ID || ' KEY ' || CH_KEY_TXT    00030300
030400              || ' ACTION ' || CH_CHG_TYPE_CD,                    00030400
030500              CH_CHGD_BY_USER_ID, CHAR(CH_EFF_TS),                00030500
030600              CASE WHEN CH_CHGD_BY_USER_ID = ' '                  00030600
030700                   THEN 'CHANGE CARRIES NO USER ID'               00030700
030800                   ELSE 'NO BEFORE IMAGE ON UPDATE/DELETE'        00030800
030900              END                                                 00030900
031000         FROM FC_XXXAIL_CTL_HIST                                  00031000
031100        WHERE CH_EFF_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO         00031100
031200          AND ( CH_CHGD_BY_USER_ID = ' '                          00031200
031300             OR ( CH_CHG_TYPE_CD IN ('U', 'D')                    00031300
031400              AND CH_BEFORE_TXT  = ' ' ) )                        00031400
031500        ORDER BY CH_EFF_TS                                        00031500
031600     END-EXEC                                                     00031600
031700                                                                  00031700
031800* 2 - store closes requested in the quarter by outcome.           00031800
031900     EXEC SQL                                                     00031900
032000       DECLARE CAPR-TOT-CSR CURSOR FOR                            00032000
032100       SELECT 1, CASE CA_STAT_CD WHEN 'P' THEN 'PENDING'          00032100
032200                                 WHEN 'A' THEN 'APPROVED'         00032200
032300                                 WHEN 'R' THEN 'REJECTED'         00032300
032400                                 ELSE 'OTHER' END,                00032400
032500              COUNT(*),                                           00032500
032600              COUNT(DISTINCT CA_LOC_NBR),                         00032600
032700              COUNT(DISTINCT CA_RQST_USER_ID),                    00032700
032800              COUNT(DISTINCT NULLIF(CA_APPR_USER_ID, ' ')),       00032800
032900              0                                                   00032900
033000         FROM FC_XXXAIL_CLOSE_APPR                                00033000
033100        WHERE CA_RQST_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO        00033100
033200        GROUP BY CA_STAT_CD                                       00033200
033300       UNION ALL                                                  00033300
033400       SELECT 2, 'TOTAL',                                         00033400
033500              COUNT(*),                                           00033500
033600              COUNT(DISTINCT CA_LOC_NBR),                         00033600
033700              COUNT(DISTINCT CA_RQST_USER_ID),                    00033700
033800              COUNT(DISTINCT NULLIF(CA_APPR_USER_ID, ' ')),       00033800
033900              0                                                   00033900
034000         FROM FC_XXXAIL_CLOSE_APPR                                00034000
034100        WHERE CA_RQST_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO        00034100
034200        ORDER BY 1, 2                                             00034200
034300     END-EXEC                                                     00034300
034400                                                                  00034400
034500* Dual control is broken by a request never worked, a close       00034500
034600* approved by the user who keyed it, or one worked without an     00034600
034700* approval timestamp.                                             00034700
034800     EXEC SQL                                                     00034800
034900       DECLARE CAPR-EXC-CSR CURSOR FOR                            00034900
035000       SELECT 'STORE ' || DIGITS(CA_LOC_NBR) || ' CLOSE '         00035000
035100              || CHAR(CA_CLOSED_DT, ISO),                         00035100
035200              CA_RQST_USER_ID, CHAR(CA_RQST_TS),                  00035200
035300              CASE WHEN CA_STAT_CD = 'P'                          00035300
035400                   THEN 'STILL PENDING - NEVER WORKED'            00035400
035500                   WHEN CA_APPR_USER_ID = CA_RQST_USER_ID         00035500
035600                   THEN 'APPROVER IS THE REQUESTER'               00035600
035700                   ELSE 'WORKED WITH NO APPROVAL TIMESTAMP'       00035700
035800              END                                                 00035800
035900         FROM FC_XXXAIL_CLOSE_APPR                                00035900
036000        WHERE CA_RQST_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO        00036000
036100          AND ( CA_STAT_CD      = 'P'                             00036100
036200             OR CA_APPR_USER_ID = CA_RQST_USER_ID                 00036200
036300             OR CA_APPR_TS IS NULL )                              00036300
036400        ORDER BY CA_RQST_TS                                       00036400
036500     END-EXEC                                                     00036500
036600                                                                  00036600
036700* 3 - field-authority denials in the quarter by field.            00036700
036800     EXEC SQL                                                     00036800
036900       DECLARE DENL-TOT-CSR CURSOR FOR                            00036900
037000       SELECT 1, DN_FLD_NM,                                       00037000
037100              COUNT(*),                                           00037100
037200              COUNT(DISTINCT DN_USER_ID),                         00037200
037300              COUNT(DISTINCT DN_GROUP_CD),                        00037300
037400              COUNT(DISTINCT DN_LOC_NBR),                         00037400
037500              0                                                   00037500
037600         FROM FC_XXXAIL_AUTH_DENIAL                               00037600
037700        WHERE DN_DENIAL_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO      00037700
037800        GROUP BY DN_FLD_NM                                        00037800
037900       UNION ALL                                                  00037900
038000       SELECT 2, 'TOTAL',                                         00038000
038100              COUNT(*),                                           00038100
038200              COUNT(DISTINCT DN_USER_ID),                         00038200
038300              COUNT(DISTINCT DN_GROUP_CD),                        00038300
038400              COUNT(DISTINCT DN_LOC_NBR),                         00038400
038500              0                                                   00038500
038600         FROM FC_XXXAIL_AUTH_DENIAL                               00038600
038700        WHERE DN_DENIAL_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO      00038700
038800        ORDER BY 1, 2                                             00038800
038900     END-EXEC                                                     00038900
039000                                                                  00039000
039100* A user denied again and again is either mis-grouped or          00039100
039200* probing - either way the reviewer has to say which.             00039200
039300     EXEC SQL                                                     00039300
039400       DECLARE DENL-EXC-CSR CURSOR FOR                            00039400
039500       SELECT 'GROUP ' || MIN(DN_GROUP_CD),                       00039500
039600              DN_USER_ID, CHAR(MAX(DN_DENIAL_TS)),                00039600
039700              'DENIED ' || DIGITS(DEC(COUNT(*), 5, 0))            00039700
039800              || ' TIMES IN THE QUARTER'                          00039800
039900         FROM FC_XXXAIL_AUTH_DENIAL                               00039900
040000        WHERE DN_DENIAL_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO      00040000
040100        GROUP BY DN_USER_ID                                       00040100
040200       HAVING COUNT(*) >= :K-REPEAT-DENIALS                       00040200
040300        ORDER BY DN_USER_ID                                       00040300
040400     END-EXEC                                                     00040400
040500                                                                  00040500
040600* 4 - accounting-feed batch days in the quarter by ack state.     00040600
040700     EXEC SQL                                                     00040700
040800       DECLARE ABAL-TOT-CSR CURSOR FOR                            00040800
040900       SELECT 1, CASE AB_ACK_IND WHEN 'Y' THEN 'MATCHED'          00040900
041000                                 WHEN 'M' THEN 'MISMATCHED'       00041000
041100                                 ELSE 'OUTSTANDING' END,          00041100
041200              COUNT(*),                                           00041200
041300              SUM(AB_SENT_CNT),                                   00041300
041400              SUM(AB_ACK_CNT),                                    00041400
041500              0,                                                  00041500
041600              0                                                   00041600
041700         FROM FC_XXXAIL_ACCT_BAL                                  00041700
041800        WHERE AB_BATCH_DT BETWEEN DATE(:WS-QTR-STRT-DT)           00041800
041900                              AND DATE(:WS-QTR-END-DT)            00041900
042000        GROUP BY AB_ACK_IND                                       00042000
042100       UNION ALL                                                  00042100
042200       SELECT 2, 'TOTAL',                                         00042200
042300              COUNT(*),                                           00042300
042400              COALESCE(SUM(AB_SENT_CNT), 0),                      00042400
042500              COALESCE(SUM(AB_ACK_CNT), 0),                       00042500
042600              0,                                                  00042600
042700              0                                                   00042700
042800         FROM FC_XXXAIL_ACCT_BAL                                  00042800
042900        WHERE AB_BATCH_DT BETWEEN DATE(:WS-QTR-STRT-DT)           00042900
043000                              AND DATE(:WS-QTR-END-DT)            00043000
043100        ORDER BY 1, 2                                             00043100
043200     END-EXEC                                                     00043200
043300                                                                  00043300
043400* Every batch day accounting has not matched.                     00043400
043500     EXEC SQL                                                     00043500
043600       DECLARE ABAL-EXC-CSR CURSOR FOR                            00043600
043700       SELECT 'BATCH ' || CHAR(AB_BATCH_DT, ISO)                  00043700
043800              || ' SENT ' || DIGITS(AB_SENT_CNT)                  00043800
043900              || ' ACK ' || DIGITS(AB_ACK_CNT),                   00043900
044000              ' ', COALESCE(CHAR(AB_ACK_TS), ' '),                00044000
044100              CASE WHEN AB_ACK_IND = 'M'                          00044100
044200                   THEN 'ACK COUNT DOES NOT MATCH SENT'           00044200
044300                   ELSE 'NOT ACKNOWLEDGED BY ACCOUNTING'          00044300
044400              END                                                 00044400
044500         FROM FC_XXXAIL_ACCT_BAL                                  00044500
044600        WHERE AB_BATCH_DT BETWEEN DATE(:WS-QTR-STRT-DT)           00044600
044700                              AND DATE(:WS-QTR-END-DT)            00044700
044800          AND AB_ACK_IND <> 'Y'                                   00044800
044900        ORDER BY AB_BATCH_DT                                      00044900
045000     END-EXEC                                                     00045000
045100                                                                  00045100
045200* 5 - controlled batch jobs by latest outcome.  This job's own    00045200
04520A* row is left out - it is at R while the job runs.                0004520A
045300     EXEC SQL                                                     00045300
045400       DECLARE RUNC-TOT-CSR CURSOR FOR                            00045400
045500       SELECT 1, CASE RC_STATUS_CD WHEN 'C' THEN 'COMPLETED'      00045500
045600                                   WHEN 'F' THEN 'FAILED'         00045600
045700                                   WHEN 'R' THEN 'RUNNING'        00045700
045800                                   WHEN 'H' THEN 'HELD'           00045800
045900                                   ELSE 'OTHER' END,              00045900
046000              COUNT(*),                                           00046000
046100              SUM(CASE WHEN RC_LAST_RUN_DT                        00046100
046200                            BETWEEN DATE(:WS-QTR-STRT-DT)         00046200
046300                                AND DATE(:WS-QTR-END-DT)          00046300
046400                       THEN 1 ELSE 0 END),                        00046400
046500              SUM(CASE WHEN RC_LAST_RUN_DT                        00046500
046600                            < DATE(:WS-QTR-STRT-DT)               00046600
046700                       THEN 1 ELSE 0 END),                        00046700
046800              0,                                                  00046800
046900              0                                                   00046900
047000         FROM FC_XXXAIL_RUN_CNTL                                  00047000
04700A        WHERE RC_JOB_NM <> 'MMMB3902'                             0004700A
047100        GROUP BY RC_STATUS_CD                                     00047100
047200       UNION ALL                                                  00047200
047300       SELECT 2, 'TOTAL',                                         00047300
047400              COUNT(*),                                           00047400
047500              COALESCE(SUM(CASE WHEN RC_LAST_RUN_DT               00047500
047600                            BETWEEN DATE(:WS-QTR-STRT-DT)         00047600
047700                                AND DATE(:WS-QTR-END-DT)          00047700
047800                       THEN 1 ELSE 0 END), 0),                    00047800
047900              COALESCE(SUM(CASE WHEN RC_LAST_RUN_DT               00047900
048000                            < DATE(:WS-QTR-STRT-DT)               00048000
048100                       THEN 1 ELSE 0 END), 0),                    00048100
048200              0,                                                  00048200
048300              0                                                   00048300
048400         FROM FC_XXXAIL_RUN_CNTL                                  00048400
04840A        WHERE RC_JOB_NM <> 'MMMB3902'                             0004840A
048500        ORDER BY 1, 2                                             00048500
048600     END-EXEC                                                     00048600
048700                                                                  00048700
048800* A job that did not complete, or has not run at all since the    00048800
048900* quarter started (this job itself aside, as above).              00048900
049000     EXEC SQL                                                     00049000
049100       DECLARE RUNC-EXC-CSR CURSOR FOR                            00049100
049200       SELECT 'JOB ' || RC_JOB_NM                                 00049200
049300              || ' LAST RUN ' || CHAR(RC_LAST_RUN_DT, ISO),       00049300
049400              ' ', CHAR(RC_LAST_END_TS),                          00049400
049500              CASE WHEN RC_LAST_RUN_DT < DATE(:WS-QTR-STRT-DT)    00049500
049600                   THEN 'NOT RUN SINCE THE QUARTER STARTED'       00049600
049700                   WHEN RC_STATUS_CD = 'F'                        00049700
049800                   THEN 'LAST RUN FAILED'                         00049800
049900                   WHEN RC_STATUS_CD = 'R'                        00049900
050000                   THEN 'STILL RUNNING OR ENDED ABNORMALLY'       00050000
050100                   WHEN RC_STATUS_CD = 'H'                        00050100
050200                   THEN 'HELD'                                    00050200
050300                   ELSE 'LAST RUN NOT COMPLETED'                  00050300
050400              END                                                 00050400
050500         FROM FC_XXXAIL_RUN_CNTL                                  00050500
050600        WHERE RC_JOB_NM <> 'MMMB3902'                             00050600
05060A          AND ( RC_STATUS_CD  <> 'C'                              0005060A
050700             OR RC_LAST_RUN_DT < DATE(:WS-QTR-STRT-DT) )          00050700
050800        ORDER BY RC_JOB_NM                                        00050800
050900     END-EXEC                                                     00050900
051000                                                                  00051000
051100* 6 - store-master changes in the quarter by user.                00051100
051200     EXEC SQL                                                     00051200
051300       DECLARE USRA-TOT-CSR CURSOR FOR                            00051300
051400       SELECT 1, RH_CHGD_BY_USER_ID,                              00051400
051500              SUM(CASE WHEN RH_CHG_TYPE_CD = 'A'                  00051500
051600                       THEN 1 ELSE 0 END),                        00051600
051700              SUM(CASE WHEN RH_CHG_TYPE_CD = 'M'                  00051700
051800                       THEN 1 ELSE 0 END),                        00051800
051900              COUNT(*),                                           00051900
052000              COUNT(DISTINCT RH_LOC_NBR),                         00052000
052100              0                                                   00052100
052200         FROM FC_XXXAIL_STORES_HIST                               00052200
052300        WHERE RH_EFF_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO         00052300
052400        GROUP BY RH_CHGD_BY_USER_ID                               00052400
052500       UNION ALL                                                  00052500
052600       SELECT 2, 'TOTAL',                                         00052600
052700              COALESCE(SUM(CASE WHEN RH_CHG_TYPE_CD = 'A'         00052700
052800                                THEN 1 ELSE 0 END), 0),           00052800
052900              COALESCE(SUM(CASE WHEN RH_CHG_TYPE_CD = 'M'         00052900
053000                                THEN 1 ELSE 0 END), 0),           00053000
053100              COUNT(*),                                           00053100
053200              COUNT(DISTINCT RH_LOC_NBR),                         00053200
053300              0                                                   00053300
053400         FROM FC_XXXAIL_STORES_HIST                               00053400
053500        WHERE RH_EFF_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO         00053500
053600        ORDER BY 1, 2                                             00053600
053700     END-EXEC                                                     00053700
053800                                                                  00053800
053900* An unattributed store change, or a change to a store by a       00053900
054000* user the field-authority check had already turned away on       00054000
054100* that store earlier in the quarter - the workaround the          00054100
054200* denial log exists to catch.                                     00054200
054300     EXEC SQL                                                     00054300
054400       DECLARE USRA-EXC-CSR CURSOR FOR                            00054400
054500       SELECT 'STORE ' || DIGITS(H.RH_LOC_NBR) || ' '             00054500
054600              || CASE H.RH_CHG_TYPE_CD WHEN 'A' THEN 'ADD'        00054600
054700                                       ELSE 'MODIFY' END,         00054700
054800              H.RH_CHGD_BY_USER_ID, CHAR(H.RH_EFF_TS),            00054800
054900              CASE WHEN H.RH_CHGD_BY_USER_ID = ' '                00054900
055000                   THEN 'CHANGE CARRIES NO USER ID'               00055000
055100                   ELSE 'CHANGED AFTER A FIELD DENIAL'            00055100
055200              END                                                 00055200
055300         FROM FC_XXXAIL_STORES_HIST H                             00055300
055400        WHERE H.RH_EFF_TS BETWEEN :WS-TS-FROM AND :WS-TS-TO       00055400
055500          AND ( H.RH_CHGD_BY_USER_ID = ' '                        00055500
055600             OR EXISTS                                            00055600
055700                ( SELECT 1                                        00055700
055800                    FROM FC_XXXAIL_AUTH_DENIAL D                  00055800
055900                   WHERE D.DN_USER_ID   = H.RH_CHGD_BY_USER_ID    00055900
056000                     AND D.DN_LOC_NBR   = H.RH_LOC_NBR            00056000
056100                     AND D.DN_DENIAL_TS BETWEEN :WS-TS-FROM       00056100
056200                                            AND H.RH_EFF_TS ) )   00056200
056300        ORDER BY H.RH_EFF_TS                                      00056300
056400     END-EXEC                                                     00056400
056500                                                                  00056500
056600 PROCEDURE DIVISION.                                              00056600
056700***************************************************************** 00056700
056800* Start of program main line.                                     00056800
056900***************************************************************** 00056900
057000 000-MAIN.                                                        00057000
057100     PERFORM 050-RUN-CNTL-START                                   00057100
057200     IF SQL-ERROR-DETECTED                                        00057200
057300       MOVE 8 TO RETURN-CODE                                      00057300
057400       GOBACK                                                     00057400
057500     END-IF                                                       00057500
057600     PERFORM 100-INITIALIZE                                       00057600
057700     PERFORM VARYING WS-SECT-NO FROM 1 BY 1                       00057700
057800       UNTIL WS-SECT-NO > K-MAX-SECTIONS OR SQL-ERROR-DETECTED    00057800
057900       PERFORM 200-REPORT-ONE-SECTION                             00057900
058000     END-PERFORM                                                  00058000
058100     PERFORM 900-TERMINATE                                        00058100
058200     PERFORM 055-RUN-CNTL-END                                     00058200
058300     MOVE WS-RPT-RC TO RETURN-CODE                                00058300
058400     GOBACK                                                       00058400
058500     .                                                            00058500
058600                                                                  00058600
058700*================================================================ 00058700
058800* Initialization - read the quarter card, resolve its calendar    00058800
058900* range, clear any copy archived earlier today, and print the     00058900
059000* package front page.                                             00059000
059100*================================================================ 00059100
059200 100-INITIALIZE.                                                  00059200
059300     OPEN INPUT  KEY-IN                                           00059300
059400     OPEN OUTPUT SOX-RPT                                          00059400
059500     INITIALIZE WS-SECTION-COUNTS                                 00059500
059600                                                                  00059600
059700     READ KEY-IN                                                  00059700
059800       AT END                                                     00059800
059900         SET SQL-ERROR-DETECTED TO TRUE                           00059900
060000         DISPLAY 'MMMB3902 - NO QUARTER CARD ON KEYIN'            00060000
060100     END-READ                                                     00060100
060200                                                                  00060200
060300     IF SQL-NO-ERROR                                              00060300
060400       IF KEY-FISCAL-YR  NOT NUMERIC                              00060400
060500       OR KEY-FISCAL-QTR NOT NUMERIC                              00060500
060600       OR KEY-FISCAL-QTR < 1 OR KEY-FISCAL-QTR > 4                00060600
060700         SET SQL-ERROR-DETECTED TO TRUE                           00060700
060800         DISPLAY 'MMMB3902 - INVALID QUARTER CARD: ' KEY-REC      00060800
060900       END-IF                                                     00060900
061000     END-IF                                                       00061000
061100                                                                  00061100
061200     IF SQL-NO-ERROR                                              00061200
061300       PERFORM 110-RESOLVE-THE-QUARTER                            00061300
061400     END-IF                                                       00061400
061500                                                                  00061500
061600     IF SQL-NO-ERROR                                              00061600
061700       EXEC SQL                                                   00061700
061800         SELECT CHAR(CURRENT DATE, ISO)                           00061800
061900           INTO :WS-RUN-DT                                        00061900
062000           FROM SYSIBM.SYSDUMMY1                                  00062000
062100       END-EXEC                                                   00062100
062200       IF SQLCODE NOT = 0                                         00062200
062300         SET SQL-ERROR-DETECTED TO TRUE                           00062300
062400         DISPLAY 'MMMB3902 - ERROR READING CURRENT DATE, '        00062400
062500                 'SQLCODE=' SQLCODE                               00062500
062600       END-IF                                                     00062600
062700     END-IF                                                       00062700
062800                                                                  00062800
062900     IF SQL-NO-ERROR                                              00062900
063000       PERFORM 120-CLEAR-TODAYS-ARCHIVE                           00063000
063100     END-IF                                                       00063100
063200                                                                  00063200
063300     IF SQL-NO-ERROR                                              00063300
063400       MOVE WS-HDG-LINE-1    TO WS-OUT-LINE                       00063400
063500       PERFORM 800-PUT-LINE                                       00063500
063600       MOVE KEY-FISCAL-YR    TO WS-QL-FISCAL-YR                   00063600
063700       MOVE KEY-FISCAL-QTR   TO WS-QL-FISCAL-QTR                  00063700
063800       MOVE WS-QTR-STRT-DT   TO WS-QL-STRT-DT                     00063800
063900       MOVE WS-QTR-END-DT    TO WS-QL-END-DT                      00063900
064000       MOVE WS-QTR-LINE      TO WS-OUT-LINE                       00064000
064100       PERFORM 800-PUT-LINE                                       00064100
064200       MOVE WS-RUN-DT        TO WS-AL-RUN-DT                      00064200
064300       MOVE K-SOX-RPT-ID     TO WS-AL-RPT-ID                      00064300
064400       MOVE WS-ARCH-KEY      TO WS-AL-ARCH-KEY                    00064400
064500       MOVE WS-ARCH-ID-LINE  TO WS-OUT-LINE                       00064500
064600       PERFORM 800-PUT-LINE                                       00064600
064700     ELSE                                                         00064700
064800       WRITE RPT-LINE FROM WS-HDG-LINE-1                          00064800
064900     END-IF                                                       00064900
065000     .                                                            00065000
065100                                                                  00065100
065200*    The quarter runs from the first day of its first fiscal      00065200
065300*    period to the last day of its third.                         00065300
065400 110-RESOLVE-THE-QUARTER.                                         00065400
065500     COMPUTE WS-FIRST-PD = (KEY-FISCAL-QTR - 1) * 3 + 1           00065500
065600     COMPUTE WS-LAST-PD  = KEY-FISCAL-QTR * 3                     00065600
065700                                                                  00065700
065800     INITIALIZE MMMC9013                                          00065800
065900     SET  MMMC9013-FISCAL-TO-RANGE TO TRUE                        00065900
066000     MOVE KEY-FISCAL-YR TO MMMC9013-FISCAL-YR                     00066000
066100     MOVE WS-FIRST-PD   TO MMMC9013-FISCAL-PD                     00066100
066200     CALL MMMS9013-FISCAL-CAL USING                               00066200
066300         XXXN001A                                                 00066300
066400         MMMC9013                                                 00066400
066500         WS-DUMMY-DATE                                            00066500
066600     IF NOT SUCCESS                                               00066600
066700       SET SQL-ERROR-DETECTED TO TRUE                             00066700
066800       DISPLAY 'MMMB3902 - FISCAL RANGE FAILED: '                 00066800
066900               IS-RTRN-MSG-TXT                                    00066900
067000     ELSE                                                         00067000
067100       MOVE MMMC9013-PD-STRT-DT TO WS-QTR-STRT-DT                 00067100
067200     END-IF                                                       00067200
067300                                                                  00067300
067400     IF SQL-NO-ERROR                                              00067400
067500       INITIALIZE MMMC9013                                        00067500
067600       SET  MMMC9013-FISCAL-TO-RANGE TO TRUE                      00067600
067700       MOVE KEY-FISCAL-YR TO MMMC9013-FISCAL-YR                   00067700
067800       MOVE WS-LAST-PD    TO MMMC9013-FISCAL-PD                   00067800
067900       CALL MMMS9013-FISCAL-CAL USING                             00067900
068000           XXXN001A                                               00068000
068100           MMMC9013                                               00068100
068200           WS-DUMMY-DATE                                          00068200
068300       IF NOT SUCCESS                                             00068300
068400         SET SQL-ERROR-DETECTED TO TRUE                           00068400
068500         DISPLAY 'MMMB3902 - FISCAL RANGE FAILED: '               00068500
068600                 IS-RTRN-MSG-TXT                                  00068600
068700       ELSE                                                       00068700
068800         MOVE MMMC9013-PD-END-DT TO WS-QTR-END-DT                 00068800
068900       END-IF                                                     00068900
069000     END-IF                                                       00069000
069100                                                                  00069100
069200     IF SQL-NO-ERROR                                              00069200
069300       MOVE SPACES         TO WS-TS-FROM WS-TS-TO                 00069300
069400       STRING WS-QTR-STRT-DT '-00.00.00.000000'                   00069400
069500         DELIMITED BY SIZE INTO WS-TS-FROM                        00069500
069600       STRING WS-QTR-END-DT  '-23.59.59.999999'                   00069600
069700         DELIMITED BY SIZE INTO WS-TS-TO                          00069700
069800       MOVE KEY-FISCAL-YR  TO WS-AK-FISCAL-YR                     00069800
069900       MOVE KEY-FISCAL-QTR TO WS-AK-FISCAL-QTR                    00069900
070000     END-IF                                                       00070000
070100     .                                                            00070100
070200                                                                  00070200
070300*    A rerun the same day replaces that day's archived copy       00070300
070400*    rather than running into it; earlier days' copies stay.      00070400
070500 120-CLEAR-TODAYS-ARCHIVE.                                        00070500
070600     MOVE 0 TO WS-ARCH-LINE-NBR                                   00070600
070700     EXEC SQL                                                     00070700
070800       DELETE FROM FC_XXXAIL_RPT_ARCH                             00070800
070900        WHERE RA_RPT_ID    = :K-SOX-RPT-ID                        00070900
071000          AND RA_RUN_DT    = :WS-RUN-DT                           00071000
071100          AND RA_BURST_KEY = :WS-ARCH-KEY                         00071100
071200     END-EXEC                                                     00071200
071300     IF SQLCODE = 0 OR SQLCODE = 100                              00071300
071400       MOVE 0 TO SQLCODE                                          00071400
071500     ELSE                                                         00071500
071600       SET SQL-ERROR-DETECTED TO TRUE                             00071600
071700       DISPLAY 'MMMB3902 - ERROR CLEARING RPT_ARCH, SQLCODE='     00071700
071800               SQLCODE                                            00071800
071900     END-IF                                                       00071900
072000     .                                                            00072000
072100                                                                  00072100
072200*================================================================ 00072200
072300* One section - heading, control totals, exceptions, sign-off.    00072300
072400*================================================================ 00072400
072500 200-REPORT-ONE-SECTION.                                          00072500
072600     PERFORM 210-SET-SECTION-HEADINGS                             00072600
072700     MOVE SPACES            TO WS-OUT-LINE                        00072700
072800     PERFORM 800-PUT-LINE                                         00072800
072900     MOVE WS-RULE-LINE      TO WS-OUT-LINE                        00072900
073000     PERFORM 800-PUT-LINE                                         00073000
073100     MOVE WS-SECT-NO        TO WS-SH-SECT-NO                      00073100
073200     MOVE WS-SECT-HDG-LINE  TO WS-OUT-LINE                        00073200
073300     PERFORM 800-PUT-LINE                                         00073300
073400     MOVE WS-RULE-LINE      TO WS-OUT-LINE                        00073400
073500     PERFORM 800-PUT-LINE                                         00073500
073600                                                                  00073600
073700     MOVE 'CONTROL TOTALS'  TO WS-SUB-HDG-TXT                     00073700
073800     MOVE WS-SUB-HDG-LINE   TO WS-OUT-LINE                        00073800
073900     PERFORM 800-PUT-LINE                                         00073900
074000     MOVE WS-TOT-HDG-LINE   TO WS-OUT-LINE                        00074000
074100     PERFORM 800-PUT-LINE                                         00074100
074200     IF SQL-NO-ERROR                                              00074200
074300       PERFORM 300-LIST-CONTROL-TOTALS                            00074300
074400     END-IF                                                       00074400
074500                                                                  00074500
074600     IF SQL-NO-ERROR                                              00074600
074700       MOVE SPACES          TO WS-OUT-LINE                        00074700
074800       PERFORM 800-PUT-LINE                                       00074800
074900       MOVE 'EXCEPTIONS'    TO WS-SUB-HDG-TXT                     00074900
075000       MOVE WS-SUB-HDG-LINE TO WS-OUT-LINE                        00075000
075100       PERFORM 800-PUT-LINE                                       00075100
075200       MOVE WS-EXC-HDG-LINE TO WS-OUT-LINE                        00075200
075300       PERFORM 800-PUT-LINE                                       00075300
075400       PERFORM 400-LIST-EXCEPTIONS                                00075400
075500     END-IF                                                       00075500
075600                                                                  00075600
075700     IF SQL-NO-ERROR                                              00075700
075800       PERFORM 500-SIGN-OFF-PAGE                                  00075800
075900     END-IF                                                       00075900
076000     .                                                            00076000
076100                                                                  00076100
076200*    Section title and the control-total column headings.         00076200
076300 210-SET-SECTION-HEADINGS.                                        00076300
076400     MOVE SPACES TO WS-SH-TITLE WS-TH-LABEL                       00076400
076500     PERFORM VARYING WS-VAL-IDX FROM 1 BY 1                       00076500
076600       UNTIL WS-VAL-IDX > 5                                       00076600
076700       MOVE SPACES TO WS-TH-COL (WS-VAL-IDX)                      00076700
076800     END-PERFORM                                                  00076800
076900     EVALUATE WS-SECT-NO                                          00076900
077000       WHEN 1                                                     00077000
077100         MOVE 'CONTROL-TABLE CHANGES (FC_XXXAIL_CTL_HIST)'        00077100
077200           TO WS-SH-TITLE                                         00077200
077300         MOVE 'TABLE ID'            TO WS-TH-LABEL                00077300
077400         MOVE '            ADDS'    TO WS-TH-COL (1)              00077400
077500         MOVE '         UPDATES'    TO WS-TH-COL (2)              00077500
077600         MOVE '         DELETES'    TO WS-TH-COL (3)              00077600
077700         MOVE '   TOTAL CHANGES'    TO WS-TH-COL (4)              00077700
077800         MOVE '           USERS'    TO WS-TH-COL (5)              00077800
077900       WHEN 2                                                     00077900
078000         MOVE 'STORE CLOSE APPROVALS (FC_XXXAIL_CLOSE_APPR)'      00078000
078100           TO WS-SH-TITLE                                         00078100
078200         MOVE 'OUTCOME'             TO WS-TH-LABEL                00078200
078300         MOVE '        REQUESTS'    TO WS-TH-COL (1)              00078300
078400         MOVE '          STORES'    TO WS-TH-COL (2)              00078400
078500         MOVE '      REQUESTERS'    TO WS-TH-COL (3)              00078500
078600         MOVE '       APPROVERS'    TO WS-TH-COL (4)              00078600
078700       WHEN 3                                                     00078700
078800         MOVE 'FIELD-AUTHORITY DENIALS (FC_XXXAIL_AUTH_DENIAL)'   00078800
078900           TO WS-SH-TITLE                                         00078900
079000         MOVE 'PROTECTED FIELD'     TO WS-TH-LABEL                00079000
079100         MOVE '         DENIALS'    TO WS-TH-COL (1)              00079100
079200         MOVE '           USERS'    TO WS-TH-COL (2)              00079200
079300         MOVE '          GROUPS'    TO WS-TH-COL (3)              00079300
079400         MOVE '          STORES'    TO WS-TH-COL (4)              00079400
079500       WHEN 4                                                     00079500
079600         MOVE 'ACCOUNTING-FEED BALANCING (FC_XXXAIL_ACCT_BAL)'    00079600
079700           TO WS-SH-TITLE                                         00079700
079800         MOVE 'ACKNOWLEDGMENT'      TO WS-TH-LABEL                00079800
079900         MOVE '      BATCH DAYS'    TO WS-TH-COL (1)              00079900
080000         MOVE '    RECORDS SENT'    TO WS-TH-COL (2)              00080000
080100         MOVE '   RECORDS ACKED'    TO WS-TH-COL (3)              00080100
080200       WHEN 5                                                     00080200
080300         MOVE 'BATCH RUN CONTROL (FC_XXXAIL_RUN_CNTL)'            00080300
080400           TO WS-SH-TITLE                                         00080400
080500         MOVE 'LATEST OUTCOME'      TO WS-TH-LABEL                00080500
080600         MOVE '            JOBS'    TO WS-TH-COL (1)              00080600
080700         MOVE '  RAN IN QUARTER'    TO WS-TH-COL (2)              00080700
080800         MOVE '  NOT RUN IN QTR'    TO WS-TH-COL (3)              00080800
080900       WHEN 6                                                     00080900
081000         MOVE                                                     00081000
081100           'STORE-MASTER USER ACTIVITY (FC_XXXAIL_STORES_HIST)'   00081100
081200           TO WS-SH-TITLE                                         00081200
081300         MOVE 'USER ID'             TO WS-TH-LABEL                00081300
081400         MOVE '            ADDS'    TO WS-TH-COL (1)              00081400
081500         MOVE '        MODIFIES'    TO WS-TH-COL (2)              00081500
081600         MOVE '   TOTAL CHANGES'    TO WS-TH-COL (3)              00081600
081700         MOVE '          STORES'    TO WS-TH-COL (4)              00081700
081800     END-EVALUATE                                                 00081800
081900     .                                                            00081900
082000                                                                  00082000
082100*================================================================ 00082100
082200* Control totals - the section's totals cursor, detail rows and   00082200
082300* then its total row.                                             00082300
082400*================================================================ 00082400
082500 300-LIST-CONTROL-TOTALS.                                         00082500
082600     PERFORM 310-OPEN-TOTALS-CSR                                  00082600
082700     IF SQLCODE NOT = 0                                           00082700
082800       SET SQL-ERROR-DETECTED       TO TRUE                       00082800
082900       DISPLAY 'MMMB3902 - ERROR OPENING TOTALS CURSOR, '         00082900
083000               'SECTION ' WS-SECT-NO ' SQLCODE=' SQLCODE          00083000
083100     ELSE                                                         00083100
083200       SET CSR-NOT-EOF TO TRUE                                    00083200
083300       PERFORM 320-FETCH-NEXT-TOTAL                               00083300
083400       PERFORM UNTIL CSR-EOF OR SQL-ERROR-DETECTED                00083400
083500         PERFORM 350-PUT-TOTAL-ROW                                00083500
083600         PERFORM 320-FETCH-NEXT-TOTAL                             00083600
083700       END-PERFORM                                                00083700
083800       PERFORM 330-CLOSE-TOTALS-CSR                               00083800
083900     END-IF                                                       00083900
084000     .                                                            00084000
084100                                                                  00084100
084200 310-OPEN-TOTALS-CSR.                                             00084200
084300     EVALUATE WS-SECT-NO                                          00084300
084400       WHEN 1                                                     00084400
084500         EXEC SQL                                                 00084500
084600           OPEN CTLH-TOT-CSR                                      00084600
084700         END-EXEC                                                 00084700
084800       WHEN 2                                                     00084800
084900         EXEC SQL                                                 00084900
085000           OPEN CAPR-TOT-CSR                                      00085000
085100         END-EXEC                                                 00085100
085200       WHEN 3                                                     00085200
085300         EXEC SQL                                                 00085300
085400           OPEN DENL-TOT-CSR                                      00085400
085500         END-EXEC                                                 00085500
085600       WHEN 4                                                     00085600
085700         EXEC SQL                                                 00085700
085800           OPEN ABAL-TOT-CSR                                      00085800
085900         END-EXEC                                                 00085900
086000       WHEN 5                                                     00086000
086100         EXEC SQL                                                 00086100
086200           OPEN RUNC-TOT-CSR                                      00086200
086300         END-EXEC                                                 00086300
086400       WHEN 6                                                     00086400
086500         EXEC SQL                                                 00086500
086600           OPEN USRA-TOT-CSR                                      00086600
086700         END-EXEC                                                 00086700
086800     END-EVALUATE                                                 00086800
086900     .                                                            00086900
087000                                                                  00087000
087100 320-FETCH-NEXT-TOTAL.                                            00087100
087200     EVALUATE WS-SECT-NO                                          00087200
087300       WHEN 1                                                     00087300
087400         EXEC SQL                                                 00087400
087500           FETCH CTLH-TOT-CSR                                     00087500
087600             INTO :WS-TOT-SORT, :WS-TOT-LABEL,                    00087600
087700                  :WS-TOT-VAL-1, :WS-TOT-VAL-2, :WS-TOT-VAL-3,    00087700
087800                  :WS-TOT-VAL-4, :WS-TOT-VAL-5                    00087800
087900         END-EXEC                                                 00087900
088000       WHEN 2                                                     00088000
088100         EXEC SQL                                                 00088100
088200           FETCH CAPR-TOT-CSR                                     00088200
088300             INTO :WS-TOT-SORT, :WS-TOT-LABEL,                    00088300
088400                  :WS-TOT-VAL-1, :WS-TOT-VAL-2, :WS-TOT-VAL-3,    00088400
088500                  :WS-TOT-VAL-4, :WS-TOT-VAL-5                    00088500
088600         END-EXEC                                                 00088600
088700       WHEN 3                                                     00088700
088800         EXEC SQL                                                 00088800
088900           FETCH DENL-TOT-CSR                                     00088900
089000             INTO :WS-TOT-SORT, :WS-TOT-LABEL,                    00089000
089100                  :WS-TOT-VAL-1, :WS-TOT-VAL-2, :WS-TOT-VAL-3,    00089100
089200                  :WS-TOT-VAL-4, :WS-TOT-VAL-5                    00089200
089300         END-EXEC                                                 00089300
089400       WHEN 4                                                     00089400
089500         EXEC SQL                                                 00089500
089600           FETCH ABAL-TOT-CSR                                     00089600
089700             INTO :WS-TOT-SORT, :WS-TOT-LABEL,                    00089700
089800                  :WS-TOT-VAL-1, :WS-TOT-VAL-2, :WS-TOT-VAL-3,    00089800
089900                  :WS-TOT-VAL-4, :WS-TOT-VAL-5                    00089900
090000         END-EXEC                                                 00090000
090100       WHEN 5                                                     00090100
090200         EXEC SQL                                                 00090200
090300           FETCH RUNC-TOT-CSR                                     00090300
090400             INTO :WS-TOT-SORT, :WS-TOT-LABEL,                    00090400
090500                  :WS-TOT-VAL-1, :WS-TOT-VAL-2, :WS-TOT-VAL-3,    00090500
090600                  :WS-TOT-VAL-4, :WS-TOT-VAL-5                    00090600
090700         END-EXEC                                                 00090700
090800       WHEN 6                                                     00090800
090900         EXEC SQL                                                 00090900
091000           FETCH USRA-TOT-CSR                                     00091000
091100             INTO :WS-TOT-SORT, :WS-TOT-LABEL,                    00091100
091200                  :WS-TOT-VAL-1, :WS-TOT-VAL-2, :WS-TOT-VAL-3,    00091200
091300                  :WS-TOT-VAL-4, :WS-TOT-VAL-5                    00091300
091400         END-EXEC                                                 00091400
091500     END-EVALUATE                                                 00091500
091600     EVALUATE TRUE                                                00091600
091700       WHEN SQLCODE = 0                                           00091700
091800         CONTINUE                                                 00091800
091900       WHEN SQLCODE = 100                                         00091900
092000         SET CSR-EOF TO TRUE                                      00092000
092100         MOVE 0 TO SQLCODE                                        00092100
092200       WHEN OTHER                                                 00092200
092300         SET SQL-ERROR-DETECTED       TO TRUE                     00092300
092400         DISPLAY 'MMMB3902 - ERROR FETCHING TOTALS CURSOR, '      00092400
092500                 'SECTION ' WS-SECT-NO ' SQLCODE=' SQLCODE        00092500
092600     END-EVALUATE                                                 00092600
092700     .                                                            00092700
092800                                                                  00092800
092900 330-CLOSE-TOTALS-CSR.                                            00092900
093000     EVALUATE WS-SECT-NO                                          00093000
093100       WHEN 1                                                     00093100
093200         EXEC SQL                                                 00093200
093300           CLOSE CTLH-TOT-CSR                                     00093300
093400         END-EXEC                                                 00093400
093500       WHEN 2                                                     00093500
093600         EXEC SQL                                                 00093600
093700           CLOSE CAPR-TOT-CSR                                     00093700
093800         END-EXEC                                                 00093800
093900       WHEN 3                                                     00093900
094000         EXEC SQL                                                 00094000
094100           CLOSE DENL-TOT-CSR                                     00094100
094200         END-EXEC                                                 00094200
094300       WHEN 4                                                     00094300
094400         EXEC SQL                                                 00094400
094500           CLOSE ABAL-TOT-CSR                                     00094500
094600         END-EXEC                                                 00094600
094700       WHEN 5                                                     00094700
094800         EXEC SQL                                                 00094800
094900           CLOSE RUNC-TOT-CSR                                     00094900
095000         END-EXEC                                                 00095000
095100       WHEN 6                                                     00095100
095200         EXEC SQL                                                 00095200
095300           CLOSE USRA-TOT-CSR                                     00095300
095400         END-EXEC                                                 00095400
095500     END-EVALUATE                                                 00095500
095600     MOVE 0 TO SQLCODE                                            00095600
095700     .                                                            00095700
095800                                                                  00095800
095900*    The total row is set off from the detail rows above it.      00095900
096000 350-PUT-TOTAL-ROW.                                               00096000
096100     IF WS-TOT-SORT = 1                                           00096100
096200       ADD 1 TO WS-SECT-ROW-CNT (WS-SECT-NO)                      00096200
096300     ELSE                                                         00096300
096400       MOVE SPACES TO WS-OUT-LINE                                 00096400
096500       PERFORM 800-PUT-LINE                                       00096500
096600     END-IF                                                       00096600
096700     MOVE SPACES       TO WS-TOT-DTL-LINE                         00096700
096800     MOVE WS-TOT-LABEL TO WS-TD-LABEL                             00096800
096900     PERFORM VARYING WS-VAL-IDX FROM 1 BY 1                       00096900
097000       UNTIL WS-VAL-IDX > 5                                       00097000
097100       IF WS-TH-COL (WS-VAL-IDX) NOT = SPACES                     00097100
097200         MOVE WS-TOT-VAL (WS-VAL-IDX) TO WS-TD-VAL (WS-VAL-IDX)   00097200
097300       END-IF                                                     00097300
097400     END-PERFORM                                                  00097400
097500     MOVE WS-TOT-DTL-LINE TO WS-OUT-LINE                          00097500
097600     PERFORM 800-PUT-LINE                                         00097600
097700     .                                                            00097700
097800                                                                  00097800
097900*================================================================ 00097900
098000* Exceptions - everything the reviewer has to disposition.        00098000
098100*================================================================ 00098100
098200 400-LIST-EXCEPTIONS.                                             00098200
098300     PERFORM 410-OPEN-EXCEPTION-CSR                               00098300
098400     IF SQLCODE NOT = 0                                           00098400
098500       SET SQL-ERROR-DETECTED       TO TRUE                       00098500
098600       DISPLAY 'MMMB3902 - ERROR OPENING EXCEPTION CURSOR, '      00098600
098700               'SECTION ' WS-SECT-NO ' SQLCODE=' SQLCODE          00098700
098800     ELSE                                                         00098800
098900       SET CSR-NOT-EOF TO TRUE                                    00098900
099000       PERFORM 420-FETCH-NEXT-EXCEPTION                           00099000
099100       PERFORM UNTIL CSR-EOF OR SQL-ERROR-DETECTED                00099100
099200         PERFORM 450-PUT-EXCEPTION                                00099200
099300         PERFORM 420-FETCH-NEXT-EXCEPTION                         00099300
099400       END-PERFORM                                                00099400
099500       PERFORM 430-CLOSE-EXCEPTION-CSR                            00099500
099600       IF SQL-NO-ERROR AND WS-SECT-EXC-CNT (WS-SECT-NO) = 0       00099600
099700         MOVE WS-NO-EXC-LINE TO WS-OUT-LINE                       00099700
099800         PERFORM 800-PUT-LINE                                     00099800
099900       END-IF                                                     00099900
100000     END-IF                                                       00100000
100100     .                                                            00100100
100200                                                                  00100200
100300 410-OPEN-EXCEPTION-CSR.                                          00100300
100400     EVALUATE WS-SECT-NO                                          00100400
100500       WHEN 1                                                     00100500
100600         EXEC SQL                                                 00100600
100700           OPEN CTLH-EXC-CSR                                      00100700
100800         END-EXEC                                                 00100800
100900       WHEN 2                                                     00100900
101000         EXEC SQL                                                 00101000
101100           OPEN CAPR-EXC-CSR                                      00101100
101200         END-EXEC                                                 00101200
101300       WHEN 3                                                     00101300
101400         EXEC SQL                                                 00101400
101500           OPEN DENL-EXC-CSR                                      00101500
101600         END-EXEC                                                 00101600
101700       WHEN 4                                                     00101700
101800         EXEC SQL                                                 00101800
101900           OPEN ABAL-EXC-CSR                                      00101900
102000         END-EXEC                                                 00102000
102100       WHEN 5                                                     00102100
102200         EXEC SQL                                                 00102200
102300           OPEN RUNC-EXC-CSR                                      00102300
102400         END-EXEC                                                 00102400
102500       WHEN 6                                                     00102500
102600         EXEC SQL                                                 00102600
102700           OPEN USRA-EXC-CSR                                      00102700
102800         END-EXEC                                                 00102800
102900     END-EVALUATE                                                 00102900
103000     .                                                            00103000
103100                                                                  00103100
103200 420-FETCH-NEXT-EXCEPTION.                                        00103200
103300     EVALUATE WS-SECT-NO                                          00103300
103400       WHEN 1                                                     00103400
103500         EXEC SQL                                                 00103500
103600           FETCH CTLH-EXC-CSR                                     00103600
103700             INTO :WS-EX-KEY, :WS-EX-USER, :WS-EX-TS, :WS-EX-TXT  00103700
103800         END-EXEC                                                 00103800
103900       WHEN 2                                                     00103900
104000         EXEC SQL                                                 00104000
104100           FETCH CAPR-EXC-CSR                                     00104100
104200             INTO :WS-EX-KEY, :WS-EX-USER, :WS-EX-TS, :WS-EX-TXT  00104200
104300         END-EXEC                                                 00104300
104400       WHEN 3                                                     00104400
104500         EXEC SQL                                                 00104500
104600           FETCH DENL-EXC-CSR                                     00104600
104700             INTO :WS-EX-KEY, :WS-EX-USER, :WS-EX-TS, :WS-EX-TXT  00104700
104800         END-EXEC                                                 00104800
104900       WHEN 4                                                     00104900
105000         EXEC SQL                                                 00105000
105100           FETCH ABAL-EXC-CSR                                     00105100
105200             INTO :WS-EX-KEY, :WS-EX-USER, :WS-EX-TS, :WS-EX-TXT  00105200
105300         END-EXEC                                                 00105300
105400       WHEN 5                                                     00105400
105500         EXEC SQL                                                 00105500
105600           FETCH RUNC-EXC-CSR                                     00105600
105700             INTO :WS-EX-KEY, :WS-EX-USER, :WS-EX-TS, :WS-EX-TXT  00105700
105800         END-EXEC                                                 00105800
105900       WHEN 6                                                     00105900
106000         EXEC SQL                                                 00106000
106100           FETCH USRA-EXC-CSR                                     00106100
106200             INTO :WS-EX-KEY, :WS-EX-USER, :WS-EX-TS, :WS-EX-TXT  00106200
106300         END-EXEC                                                 00106300
106400     END-EVALUATE                                                 00106400
106500     EVALUATE TRUE                                                00106500
106600       WHEN SQLCODE = 0                                           00106600
106700         CONTINUE                                                 00106700
106800       WHEN SQLCODE = 100                                         00106800
106900         SET CSR-EOF TO TRUE                                      00106900
107000         MOVE 0 TO SQLCODE                                        00107000
107100       WHEN OTHER                                                 00107100
107200         SET SQL-ERROR-DETECTED       TO TRUE                     00107200
107300         DISPLAY 'MMMB3902 - ERROR FETCHING EXCEPTION CURSOR, '   00107300
107400                 'SECTION ' WS-SECT-NO ' SQLCODE=' SQLCODE        00107400
107500     END-EVALUATE                                                 00107500
107600     .                                                            00107600
107700                                                                  00107700
107800 430-CLOSE-EXCEPTION-CSR.                                         00107800
107900     EVALUATE WS-SECT-NO                                          00107900
108000       WHEN 1                                                     00108000
108100         EXEC SQL                                                 00108100
108200           CLOSE CTLH-EXC-CSR                                     00108200
108300         END-EXEC                                                 00108300
108400       WHEN 2                                                     00108400
108500         EXEC SQL                                                 00108500
108600           CLOSE CAPR-EXC-CSR                                     00108600
108700         END-EXEC                                                 00108700
108800       WHEN 3                                                     00108800
108900         EXEC SQL                                                 00108900
109000           CLOSE DENL-EXC-CSR                                     00109000
109100         END-EXEC                                                 00109100
109200       WHEN 4                                                     00109200
109300         EXEC SQL                                                 00109300
109400           CLOSE ABAL-EXC-CSR                                     00109400
109500         END-EXEC                                                 00109500
109600       WHEN 5                                                     00109600
109700         EXEC SQL                                                 00109700
109800           CLOSE RUNC-EXC-CSR                                     00109800
109900         END-EXEC                                                 00109900
110000       WHEN 6                                                     00110000
110100         EXEC SQL                                                 00110100
110200           CLOSE USRA-EXC-CSR                                     00110200
110300         END-EXEC                                                 00110300
110400     END-EVALUATE                                                 00110400
110500     MOVE 0 TO SQLCODE                                            00110500
110600     .                                                            00110600
110700                                                                  00110700
110800 450-PUT-EXCEPTION.                                               00110800
110900     ADD 1 TO WS-SECT-EXC-CNT (WS-SECT-NO)                        00110900
111000     ADD 1 TO WS-TOT-EXC-COUNT                                    00111000
111100     MOVE WS-EX-KEY       TO WS-ED-KEY                            00111100
111200     MOVE WS-EX-USER      TO WS-ED-USER                           00111200
111300     MOVE WS-EX-TS        TO WS-ED-TS                             00111300
111400     MOVE WS-EX-TXT       TO WS-ED-TXT                            00111400
111500     MOVE WS-EXC-DTL-LINE TO WS-OUT-LINE                          00111500
111600     PERFORM 800-PUT-LINE                                         00111600
111700     .                                                            00111700
111800                                                                  00111800
111900*================================================================ 00111900
112000* Sign-off page closing each section - counts, the control        00112000
112100* owner's and reviewer's signatures, and room for the             00112100
112200* disposition of each exception.                                  00112200
112300*================================================================ 00112300
112400 500-SIGN-OFF-PAGE.                                               00112400
112500     MOVE SPACES             TO WS-OUT-LINE                       00112500
112600     PERFORM 800-PUT-LINE                                         00112600
112700     MOVE WS-RULE-LINE       TO WS-OUT-LINE                       00112700
112800     PERFORM 800-PUT-LINE                                         00112800
112900     MOVE WS-SECT-NO         TO WS-SG-SECT-NO                     00112900
113000     MOVE WS-SH-TITLE        TO WS-SG-TITLE                       00113000
113100     MOVE WS-SIGN-HDG-LINE   TO WS-OUT-LINE                       00113100
113200     PERFORM 800-PUT-LINE                                         00113200
113300     MOVE SPACES             TO WS-OUT-LINE                       00113300
113400     PERFORM 800-PUT-LINE                                         00113400
113500     MOVE WS-SECT-ROW-CNT (WS-SECT-NO) TO WS-SG-ROWS              00113500
113600     MOVE WS-SECT-EXC-CNT (WS-SECT-NO) TO WS-SG-EXCS              00113600
113700     MOVE WS-SIGN-CNT-LINE   TO WS-OUT-LINE                       00113700
113800     PERFORM 800-PUT-LINE                                         00113800
113900     MOVE SPACES             TO WS-OUT-LINE                       00113900
114000     PERFORM 800-PUT-LINE                                         00114000
114100     MOVE WS-SIGN-OWNER-LINE TO WS-OUT-LINE                       00114100
114200     PERFORM 800-PUT-LINE                                         00114200
114300     MOVE SPACES             TO WS-OUT-LINE                       00114300
114400     PERFORM 800-PUT-LINE                                         00114400
114500     MOVE WS-SIGN-REVIEW-LINE TO WS-OUT-LINE                      00114500
114600     PERFORM 800-PUT-LINE                                         00114600
114700     MOVE SPACES             TO WS-OUT-LINE                       00114700
114800     PERFORM 800-PUT-LINE                                         00114800
114900     MOVE WS-SIGN-DISP-LINE  TO WS-OUT-LINE                       00114900
115000     PERFORM 800-PUT-LINE                                         00115000
115100     PERFORM 3 TIMES                                              00115100
115200       MOVE SPACES             TO WS-OUT-LINE                     00115200
115300       PERFORM 800-PUT-LINE                                       00115300
115400       MOVE WS-SIGN-BLANK-LINE TO WS-OUT-LINE                     00115400
115500       PERFORM 800-PUT-LINE                                       00115500
115600     END-PERFORM                                                  00115600
115700     MOVE WS-RULE-LINE       TO WS-OUT-LINE                       00115700
115800     PERFORM 800-PUT-LINE                                         00115800
115900     .                                                            00115900
116000                                                                  00116000
116100*================================================================ 00116100
116200* Every package line goes to RPTOUT and onto the archive.         00116200
116300*================================================================ 00116300
116400 800-PUT-LINE.                                                    00116400
116500     WRITE RPT-LINE FROM WS-OUT-LINE                              00116500
116600     IF SQL-NO-ERROR                                              00116600
116700       ADD 1 TO WS-ARCH-LINE-NBR                                  00116700
116800       MOVE K-SOX-RPT-ID     TO RA-RPT-ID                         00116800
116900       MOVE WS-RUN-DT        TO RA-RUN-DT                         00116900
117000       MOVE WS-ARCH-KEY      TO RA-BURST-KEY                      00117000
117100       MOVE WS-ARCH-LINE-NBR TO RA-LINE-NBR                       00117100
117200       MOVE WS-OUT-LINE      TO RA-LINE-TXT                       00117200
117300       EXEC SQL                                                   00117300
117400         INSERT INTO FC_XXXAIL_RPT_ARCH                           00117400
117500              ( RA_RPT_ID, RA_RUN_DT, RA_BURST_KEY,               00117500
117600                RA_LINE_NBR, RA_LINE_TXT )                        00117600
117700         VALUES ( :RA-RPT-ID, :RA-RUN-DT, :RA-BURST-KEY,          00117700
117800                  :RA-LINE-NBR, :RA-LINE-TXT )                    00117800
117900       END-EXEC                                                   00117900
118000       IF SQLCODE NOT = 0                                         00118000
118100         SET SQL-ERROR-DETECTED TO TRUE                           00118100
118200         DISPLAY 'MMMB3902 - ERROR ARCHIVING LINE '               00118200
118300                 WS-ARCH-LINE-NBR ', SQLCODE=' SQLCODE            00118300
118400       END-IF                                                     00118400
118500     END-IF                                                       00118500
118600     MOVE SPACES TO WS-OUT-LINE                                   00118600
118700     .                                                            00118700
118800                                                                  00118800
118900*================================================================ 00118900
119000* Termination - package summary, then keep the archived copy      00119000
119100* only when the whole package made it.                            00119100
119200*================================================================ 00119200
119300 900-TERMINATE.                                                   00119300
119400     EVALUATE TRUE                                                00119400
119500       WHEN SQL-ERROR-DETECTED                                    00119500
119600         MOVE 16 TO WS-RPT-RC                                     00119600
119700       WHEN WS-TOT-EXC-COUNT > 0                                  00119700
119800         MOVE 4  TO WS-RPT-RC                                     00119800
119900     END-EVALUATE                                                 00119900
120000                                                                  00120000
120100     IF SQL-NO-ERROR                                              00120100
120200       MOVE SPACES              TO WS-OUT-LINE                    00120200
120300       PERFORM 800-PUT-LINE                                       00120300
120400       MOVE WS-SUMMARY-HDG-LINE TO WS-OUT-LINE                    00120400
120500       PERFORM 800-PUT-LINE                                       00120500
120600       PERFORM VARYING WS-SECT-NO FROM 1 BY 1                     00120600
120700         UNTIL WS-SECT-NO > K-MAX-SECTIONS                        00120700
120800         PERFORM 210-SET-SECTION-HEADINGS                         00120800
120900         MOVE WS-SECT-NO      TO WS-SM-SECT-NO                    00120900
121000         MOVE WS-SH-TITLE     TO WS-SM-TITLE                      00121000
121100         MOVE WS-SECT-ROW-CNT (WS-SECT-NO) TO WS-SM-ROWS          00121100
121200         MOVE WS-SECT-EXC-CNT (WS-SECT-NO) TO WS-SM-EXCS          00121200
121300         MOVE WS-SUMMARY-LINE TO WS-OUT-LINE                      00121300
121400         PERFORM 800-PUT-LINE                                     00121400
121500       END-PERFORM                                                00121500
121600       MOVE WS-TOT-EXC-COUNT    TO WS-SM-TOT-EXCS                 00121600
121700       MOVE WS-SUMMARY-TOT-LINE TO WS-OUT-LINE                    00121700
121800       PERFORM 800-PUT-LINE                                       00121800
121900     END-IF                                                       00121900
122000                                                                  00122000
122100     IF SQL-NO-ERROR                                              00122100
122200       EXEC SQL                                                   00122200
122300         COMMIT                                                   00122300
122400       END-EXEC                                                   00122400
122500     ELSE                                                         00122500
122600       MOVE 16 TO WS-RPT-RC                                       00122600
122700       EXEC SQL                                                   00122700
122800         ROLLBACK                                                 00122800
122900       END-EXEC                                                   00122900
123000       DISPLAY 'MMMB3902 - PACKAGE INCOMPLETE, NOTHING ARCHIVED'  00123000
123100     END-IF                                                       00123100
123200     CLOSE KEY-IN                                                 00123200
123300     CLOSE SOX-RPT                                                00123300
123400     .                                                            00123400
123500                                                                  00123500
123600*================================================================ 00123600
123700* Run control - refuse a duplicate or out-of-order start, and     00123700
123800* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00123800
123900*================================================================ 00123900
124000 050-RUN-CNTL-START.                                              00124000
124100     INITIALIZE XXXN001A                                          00124100
124200                YYYC0230                                          00124200
124300     SET  YYYC0230-START-RUN TO TRUE                              00124300
124400     MOVE 'MMMB3902' TO YYYC0230-JOB-NM                           00124400
124500     CALL YYYS0230-RUN-CNTL USING                                 00124500
124600         XXXN001A                                                 00124600
124700         YYYC0230                                                 00124700
124800     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00124800
124900       SET SQL-ERROR-DETECTED TO TRUE                             00124900
125000       DISPLAY 'MMMB3902 - START REFUSED: ' IS-RTRN-MSG-TXT       00125000
125100     END-IF                                                       00125100
125200     .                                                            00125200
125300                                                                  00125300
125400 055-RUN-CNTL-END.                                                00125400
125500     INITIALIZE XXXN001A                                          00125500
125600                YYYC0230                                          00125600
125700     IF SQL-ERROR-DETECTED                                        00125700
125800       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00125800
125900     ELSE                                                         00125900
126000       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00126000
126100     END-IF                                                       00126100
126200     MOVE 'MMMB3902' TO YYYC0230-JOB-NM                           00126200
126300     CALL YYYS0230-RUN-CNTL USING                                 00126300
126400         XXXN001A                                                 00126400
126500         YYYC0230                                                 00126500
126600     .                                                            00126600
