000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2902.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Column profile of the store and location tables.                00000600
000700*                                                                 00000700
000800* Before a cleanup or a conversion we need to know what is        00000800
000900* really in each column. This job reads every column of           00000900
001000* FC_XXXAIL_STORES, XXXATION and XXXAIL_LOC from the DB2          00001000
001100* catalog (SYSIBM.SYSCOLUMNS, creator from the MMMS0172           00001100
001200* parameter TBL-CREATOR, DB2PROD when not set) and profiles it    00001200
001300* over the stores - the MMMB0102 join, each store with its        00001300
001400* XXXATION and XXXAIL_LOC row - split active/closed by the        00001400
001500* MMMK003A OPEN-SW expression. Per column and status:             00001500
001600*   ROWS      stores                                              00001600
001700*   NULL      no value, or no XXXATION/XXXAIL_LOC row             00001700
001800*   BLANK     character columns all blank                         00001800
001900*   ZERO      numbers at zero, dates at the zero date             00001900
002000*   DISTINCT  distinct values                                     00002000
002100*   MIN/MAX   lowest and highest value, as text                   00002100
002200*   TOP       the ten most frequent values with their counts      00002200
002300* Personal fields (the contact names, emails and phones MMMB4101  00002300
002400* masks) keep their counts but their values are neither printed   00002400
002500* nor kept. A column type with no text form (LOB, XML and the     00002500
002600* like) is listed and not profiled.                               00002600
002700*                                                                 00002700
002800* Every run is kept - FC_XXXAIL_COL_PROF (DDDTPF01) and the top   00002800
002900* values on FC_XXXAIL_COL_PVAL (DDDTPV01), under the run's        00002900
003000* timestamp - and the run ends by comparing itself with the       00003000
003100* run before it, listing each column and status whose counts,     00003100
003200* min or max moved, and columns that came or went.                00003200
003300*                                                                 00003300
003400* PARMIN card (optional):                                         00003400
003500*   cols  1-26  base run to compare against (yyyy-mm-dd-          00003500
003600*               hh.mm.ss.nnnnnn), else the latest earlier run     00003600
003700*   cols 28-53  a kept run to compare instead of profiling -      00003700
003800*               with this the job only compares the two runs      00003800
003900* A card run that was never kept is RC 8. A column whose SQL      00003900
004000* will not prepare is listed as skipped - RC 4, the other         00004000
004100* columns still run. RC 16 on a DB2 error.                        00004100
004200* Batch job - run standalone, no online caller.                   00004200
004300*---------------------------------------------------------------- 00004300
004400 ENVIRONMENT DIVISION.                                            00004400
004500 INPUT-OUTPUT SECTION.                                            00004500
004600 FILE-CONTROL.                                                    00004600
004700     SELECT PARM-IN        ASSIGN TO PARMIN                       00004700
004800         ORGANIZATION IS LINE SEQUENTIAL.                         00004800
004900     SELECT PROF-RPT       ASSIGN TO RPTOUT                       00004900
005000         ORGANIZATION IS LINE SEQUENTIAL.                         00005000
005100                                                                  00005100
005200 DATA DIVISION.                                                   00005200
005300 FILE SECTION.                                                    00005300
005400 FD  PARM-IN.                                                     00005400
005500 01  PARM-REC.                                                    00005500
005600     05 PARM-BASE-TS                   PIC X(26).                 00005600
005700     05 FILLER                         PIC X(1).                  00005700
005800     05 PARM-RUN-TS                    PIC X(26).                 00005800
005900     05 FILLER                         PIC X(27).                 00005900
006000                                                                  00006000
006100 FD  PROF-RPT.                                                    00006100
006200 01  RPT-LINE                          PIC X(132).                00006200
006300                                                                  00006300
006400 WORKING-STORAGE SECTION.                                         00006400
006500* --------------------------------------------------------------- 00006500
006600* Misc working storage...                                         00006600
006700* --------------------------------------------------------------- 00006700
006800 01 WS-COL-COUNT                     PIC 9(6) VALUE 0.            00006800
006900 01 WS-SKIP-COUNT                    PIC 9(6) VALUE 0.            00006900
007000 01 WS-SAVED-COUNT                   PIC 9(9) VALUE 0.            00007000
007100 01 WS-SHIFT-COUNT                   PIC 9(6) VALUE 0.            00007100
007200 01 WS-RPT-RC                        PIC S9(4) COMP VALUE 0.      00007200
007300 01 I                                PIC S9(4) COMP VALUE 0.      00007300
007400 01 WS-STAT-IX                       PIC S9(4) COMP VALUE 0.      00007400
007500 01 WS-STAT-LEN                      PIC S9(4) COMP VALUE 0.      00007500
007600 01 WS-REF-LEN                       PIC S9(4) COMP VALUE 0.      00007600
007700 01 WS-ARG-LEN                       PIC S9(4) COMP VALUE 0.      00007700
007800 01 WS-PTR                           PIC S9(4) COMP VALUE 0.      00007800
007900 01 WS-RANK                          PIC S9(4) COMP VALUE 0.      00007900
008000 01 WS-TXT-LEN                       PIC 9(2)  VALUE 0.           00008000
008100 01 WS-SQLCODE                       PIC ----9.                   00008100
008200 01 WS-CREATOR                       PIC X(8)  VALUE 'DB2PROD'.   00008200
008300 01 WS-RUN-TS                        PIC X(26) VALUE SPACES.      00008300
008400 01 WS-BASE-TS                       PIC X(26) VALUE SPACES.      00008400
008500 01 WS-CHK-TS                        PIC X(26) VALUE SPACES.      00008500
008600 01 WS-CHK-CNT                       PIC S9(9) COMP VALUE 0.      00008600
008700 01 WS-LAST-STAT                     PIC X(1)  VALUE SPACES.      00008700
008800 01 WS-STAT-CD                       PIC X(1)  VALUE SPACES.      00008800
008900 01 WS-STAT-NM                       PIC X(7)  VALUE SPACES.      00008900
009000 01 WS-COL-REF                       PIC X(50) VALUE SPACES.      00009000
009100 01 WS-VAL-ARG                       PIC X(60) VALUE SPACES.      00009100
009200 01 WS-SKIP-TXT                      PIC X(50) VALUE SPACES.      00009200
009300                                                                  00009300
009400 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00009400
009500    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00009500
009600    88 SQL-NO-ERROR                           VALUE 'N'.          00009600
009700 01 WS-PARM-EOF-SW                   PIC X    VALUE 'N'.          00009700
009800    88 PARM-EOF                               VALUE 'Y'.          00009800
009900 01 WS-MODE-SW                       PIC X    VALUE 'P'.          00009900
010000    88 PROFILE-AND-COMPARE                    VALUE 'P'.          00010000
010100    88 COMPARE-ONLY                           VALUE 'C'.          00010100
010200 01 WS-BASE-SW                       PIC X    VALUE 'N'.          00010200
010300    88 BASE-RUN-FOUND                         VALUE 'Y'.          00010300
010400    88 NO-BASE-RUN                            VALUE 'N'.          00010400
010500 01 WS-RUN-SW                        PIC X    VALUE 'Y'.          00010500
010600    88 RUN-IS-KEPT                            VALUE 'Y'.          00010600
010700    88 RUN-NOT-KEPT                           VALUE 'N'.          00010700
010800 01 WS-COL-CLASS                     PIC X    VALUE SPACES.       00010800
010900    88 COL-IS-CHAR                            VALUE 'C'.          00010900
011000    88 COL-IS-WHOLE                           VALUE 'N'.          00011000
011100    88 COL-IS-DEC                             VALUE 'K'.          00011100
011200    88 COL-IS-DATE                            VALUE 'D'.          00011200
011300    88 COL-IS-TIME                            VALUE 'T'.          00011300
011400    88 COL-NOT-PROFILED                       VALUE 'X'.          00011400
011500                                                                  00011500
011600* The catalog row for the column in hand.                         00011600
011700 01 WS-CAT-TBL-SEQ                   PIC S9(4) COMP.              00011700
011800 01 WS-CAT-TBL-NM                    PIC X(18).                   00011800
011900 01 WS-CAT-COL-NM                    PIC X(30).                   00011900
012000 01 WS-CAT-COLTYPE                   PIC X(8).                    00012000
012100 01 WS-CAT-LENGTH                    PIC S9(4) COMP.              00012100
012200 01 WS-CAT-SCALE                     PIC S9(4) COMP.              00012200
012300 01 WS-CAT-MASK-SW                   PIC X(1).                    00012300
012400    88 COL-IS-PERSONAL                        VALUE 'Y'.          00012400
012500                                                                  00012500
012600* The built statement, and the rows it returns - the counts       00012600
012700* per status, or a value and its frequency.                       00012700
012800 01 WS-SQL-STMT.                                                  00012800
012900    49 WS-SQL-LEN                    PIC S9(4) COMP VALUE 0.      00012900
013000    49 WS-SQL-TXT                    PIC X(4000).                 00013000
013100 01 WS-FND-OPEN-SW                   PIC X(1).                    00013100
013200    88 FND-STORE-OPEN                         VALUE 'Y'.          00013200
013300 01 WS-FND-ROW-CNT                   PIC S9(9) COMP.              00013300
013400 01 WS-FND-NULL-CNT                  PIC S9(9) COMP.              00013400
013500 01 WS-FND-BLANK-CNT                 PIC S9(9) COMP.              00013500
013600 01 WS-FND-ZERO-CNT                  PIC S9(9) COMP.              00013600
013700 01 WS-FND-DIST-CNT                  PIC S9(9) COMP.              00013700
013800 01 WS-FND-FREQ-CNT                  PIC S9(9) COMP.              00013800
013900 01 WS-FND-MIN.                                                   00013900
014000    49 WS-FND-MIN-LEN                PIC S9(4) COMP.              00014000
014100    49 WS-FND-MIN-TXT                PIC X(40).                   00014100
014200 01 WS-FND-MAX.                                                   00014200
014300    49 WS-FND-MAX-LEN                PIC S9(4) COMP.              00014300
014400    49 WS-FND-MAX-TXT                PIC X(40).                   00014400
014500 01 WS-FND-VALUE.                                                 00014500
014600    49 WS-FND-VALUE-LEN              PIC S9(4) COMP.              00014600
014700    49 WS-FND-VALUE-TXT              PIC X(40).                   00014700
014800                                                                  00014800
014900* The base run's profile of the column, for the compare.          00014900
015000 01 WS-WAS-FOUND-SW                  PIC X(1).                    00015000
015100    88 WAS-IN-BASE-RUN                        VALUE 'Y'.          00015100
015200 01 WS-WAS-ROW-CNT                   PIC S9(9)V USAGE COMP-3.     00015200
015300 01 WS-WAS-NULL-CNT                  PIC S9(9)V USAGE COMP-3.     00015300
015400 01 WS-WAS-BLANK-CNT                 PIC S9(9)V USAGE COMP-3.     00015400
015500 01 WS-WAS-ZERO-CNT                  PIC S9(9)V USAGE COMP-3.     00015500
015600 01 WS-WAS-DIST-CNT                  PIC S9(9)V USAGE COMP-3.     00015600
015700 01 WS-WAS-MIN-TXT                   PIC X(40).                   00015700
015800 01 WS-WAS-MAX-TXT                   PIC X(40).                   00015800
015900                                                                  00015900
016000 COPY MMMK003A.                                                   00016000
016100*                                                                 00016100
016200* Runtime parameters (MMMS0172) and run control (YYYS0230).       00016200
016300 01 MMMS0172-PARM-LOOKUP             PIC X(8) VALUE 'MMMS0172'.   00016300
016400 COPY MMMC0172.                                                   00016400
016500 COPY XXXN001A.                                                   00016500
016600 COPY YYYC0230.                                                   00016600
016700 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00016700
016800                                                                  00016800
016900 01 WS-HDG-LINE-1.                                                00016900
017000    05 FILLER PIC X(44) VALUE                                     00017000
017100     'MMMB2902 - STORE/LOCATION COLUMN PROFILE'.                  00017100
017200    05 FILLER PIC X(4)  VALUE 'RUN '.                             00017200
017300    05 WS-HDG-RUN-TS                PIC X(26).                    00017300
017400                                                                  00017400
017500 01 WS-COL-LINE.                                                  00017500
017600    05 FILLER PIC X(8)  VALUE 'COLUMN  '.                         00017600
017700    05 WS-COL-TBL-NM                PIC X(18).                    00017700
017800    05 FILLER PIC X(1)  VALUE SPACES.                             00017800
017900    05 WS-COL-COL-NM                PIC X(30).                    00017900
018000    05 FILLER PIC X(1)  VALUE SPACES.                             00018000
018100    05 WS-COL-TYP                   PIC X(8).                     00018100
018200    05 FILLER PIC X(2)  VALUE SPACES.                             00018200
018300    05 WS-COL-NOTE                  PIC X(50).                    00018300
018400                                                                  00018400
018500 01 WS-STAT-LINE.                                                 00018500
018600    05 FILLER PIC X(3)  VALUE SPACES.                             00018600
018700    05 WS-STL-LABEL                 PIC X(7).                     00018700
018800    05 FILLER PIC X(6)  VALUE ' ROWS '.                           00018800
018900    05 WS-STL-ROWS                  PIC ZZZ,ZZZ,ZZ9.              00018900
019000    05 FILLER PIC X(6)  VALUE ' NULL '.                           00019000
019100    05 WS-STL-NULLS                 PIC ZZZ,ZZZ,ZZ9.              00019100
019200    05 FILLER PIC X(7)  VALUE ' BLANK '.                          00019200
019300    05 WS-STL-BLANKS                PIC ZZZ,ZZZ,ZZ9.              00019300
019400    05 FILLER PIC X(6)  VALUE ' ZERO '.                           00019400
019500    05 WS-STL-ZEROS                 PIC ZZZ,ZZZ,ZZ9.              00019500
019600    05 FILLER PIC X(10) VALUE ' DISTINCT '.                       00019600
019700    05 WS-STL-DISTINCT              PIC ZZZ,ZZZ,ZZ9.              00019700
019800                                                                  00019800
019900 01 WS-MINMAX-LINE.                                               00019900
020000    05 FILLER PIC X(10) VALUE SPACES.                             00020000
020100    05 FILLER PIC X(4)  VALUE 'MIN '.                             00020100
020200    05 WS-MML-MIN                   PIC X(40).                    00020200
020300    05 FILLER PIC X(5)  VALUE ' MAX '.                            00020300
020400    05 WS-MML-MAX                   PIC X(40).                    00020400
020500                                                                  00020500
020600 01 WS-TOP-LINE.                                                  00020600
020700    05 FILLER PIC X(3)  VALUE SPACES.                             00020700
020800    05 WS-TOP-LABEL                 PIC X(7).                     00020800
020900    05 FILLER PIC X(4)  VALUE 'TOP '.                             00020900
021000    05 WS-TOP-RANK                  PIC Z9.                       00021000
021100    05 FILLER PIC X(2)  VALUE SPACES.                             00021100
021200    05 WS-TOP-VALUE                 PIC X(40).                    00021200
021300    05 FILLER PIC X(2)  VALUE SPACES.                             00021300
021400    05 WS-TOP-FREQ                  PIC ZZZ,ZZZ,ZZ9.              00021400
021500                                                                  00021500
021600 01 WS-CMP-HDG-LINE.                                              00021600
021700    05 FILLER PIC X(26) VALUE 'PROFILE SHIFTS - THIS RUN '.       00021700
021800    05 WS-CMH-RUN-TS                PIC X(26).                    00021800
021900    05 FILLER PIC X(13) VALUE ' AGAINST RUN '.                    00021900
022000    05 WS-CMH-BASE-TS               PIC X(26).                    00022000
022100                                                                  00022100
022200 01 WS-SHIFT-LINE.                                                00022200
022300    05 FILLER PIC X(8)  VALUE 'SHIFT   '.                         00022300
022400    05 WS-SHL-TBL-NM                PIC X(18).                    00022400
022500    05 FILLER PIC X(1)  VALUE SPACES.                             00022500
022600    05 WS-SHL-COL-NM                PIC X(30).                    00022600
022700    05 FILLER PIC X(1)  VALUE SPACES.                             00022700
022800    05 WS-SHL-STATUS                PIC X(7).                     00022800
022900    05 FILLER PIC X(2)  VALUE SPACES.                             00022900
023000    05 WS-SHL-NOTE                  PIC X(30).                    00023000
023100                                                                  00023100
023200 01 WS-MSG-LINE.                                                  00023200
023300    05 FILLER PIC X(4)  VALUE '*** '.                             00023300
023400    05 WS-MSG-TXT                   PIC X(80).                    00023400
023500                                                                  00023500
023600 01 WS-CNT-LINE.                                                  00023600
023700    05 WS-CNT-TXT                    PIC X(30).                   00023700
023800    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00023800
023900                                                                  00023900
024000* --------------------------------------------------------------- 00024000
024100* Miscellaneous copy books go here...                             00024100
024200* --------------------------------------------------------------- 00024200
024300     EXEC SQL                                                     00024300
024400       INCLUDE DDDTPF01                                           00024400
024500     END-EXEC                                                     00024500
024600     EXEC SQL                                                     00024600
024700       INCLUDE DDDTPV01                                           00024700
024800     END-EXEC                                                     00024800
024900                                                                  00024900
025000* ----------------------------------------------------------------00025000
025100* DB2 stuff...                                                    00025100
025200* ----------------------------------------------------------------00025200
025300     EXEC SQL                                                     00025300
025400       INCLUDE SQLCA                                              00025400
025500     END-EXEC                                                     00025500
025600                                                                  00025600
025700* Every column of the three tables, in table then column order,   00025700
025800* with the personal fields MMMB4101 masks flagged.                00025800
025900     EXEC SQL                                                     00025900
026000       DECLARE CAT-CSR CURSOR FOR                                 00026000
026100       SELECT CASE TBNAME WHEN 'FC_XXXAIL_STORES' THEN 1          00026100
026200                          WHEN 'XXXATION'         THEN 2          00026200
026300                          ELSE 3 END,                             00026300
026400              SUBSTR(TBNAME, 1, 18), SUBSTR(NAME, 1, 30),         00026400
026500              COLTYPE, LENGTH, SCALE,                             00026500
026600              CASE WHEN TBNAME = 'XXXATION'                       00026600
026700                    AND NAME IN ('PRIM_CONTACT_NM',               00026700
026800                                 'SEC_CONTACT_NM',                00026800
026900                                 'MAIL_TO_CNTCT_NM',              00026900
027000                                 'PRIM_EMAIL_ID',                 00027000
027100                                 'SECY_EMAIL_ID',                 00027100
027200                                 'MAIL_TO_EMAIL_ID',              00027200
027300                                 'PRIM_AREA_CD',                  00027300
027400                                 'PRIM_PHONE_NBR',                00027400
027500                                 'SEC_AREA_CD',                   00027500
027600                                 'SEC_PHONE_NBR',                 00027600
027700                                 'MAIL_TO_AREA_CD',               00027700
027800                                 'MAIL_TO_PHONE_NBR')             00027800
027900                   THEN 'Y'                                       00027900
028000                   WHEN TBNAME = 'XXXAIL_LOC'                     00028000
028100                    AND NAME = 'TOP_LEADER_NM'                    00028100
028200                   THEN 'Y'                                       00028200
028300                   ELSE 'N' END                                   00028300
028400         FROM SYSIBM.SYSCOLUMNS                                   00028400
028500        WHERE TBCREATOR = :WS-CREATOR                             00028500
028600          AND TBNAME IN ('FC_XXXAIL_STORES', 'XXXATION',          00028600
028700                         'XXXAIL_LOC')                            00028700
028800        ORDER BY 1, COLNO                                         00028800
028900     END-EXEC                                                     00028900
029000                                                                  00029000
029100     EXEC SQL                                                     00029100
029200       DECLARE PF-CSR CURSOR FOR PF-STMT                          00029200
029300     END-EXEC                                                     00029300
029400                                                                  00029400
029500     EXEC SQL                                                     00029500
029600       DECLARE TV-CSR CURSOR FOR TV-STMT                          00029600
029700     END-EXEC                                                     00029700
029800                                                                  00029800
029900* Each column and status of this run whose profile moved from     00029900
030000* the base run, or that the base run did not have.                00030000
030100     EXEC SQL                                                     00030100
030200       DECLARE SHIFT-CSR CURSOR FOR                               00030200
030300       SELECT N.PF_TBL_NM, N.PF_COL_NM, N.PF_STAT_CD,             00030300
030400              CASE WHEN B.PF_TBL_NM IS NULL THEN 'N'              00030400
030500                   ELSE 'Y' END,                                  00030500
030600              N.PF_ROW_CNT, N.PF_NULL_CNT, N.PF_BLANK_CNT,        00030600
030700              N.PF_ZERO_CNT, N.PF_DISTINCT_CNT,                   00030700
030800              N.PF_MIN_TXT, N.PF_MAX_TXT,                         00030800
030900              COALESCE(B.PF_ROW_CNT, 0),                          00030900
031000              COALESCE(B.PF_NULL_CNT, 0),                         00031000
031100              COALESCE(B.PF_BLANK_CNT, 0),                        00031100
031200              COALESCE(B.PF_ZERO_CNT, 0),                         00031200
031300              COALESCE(B.PF_DISTINCT_CNT, 0),                     00031300
031400              COALESCE(B.PF_MIN_TXT, ' '),                        00031400
031500              COALESCE(B.PF_MAX_TXT, ' ')                         00031500
031600         FROM FC_XXXAIL_COL_PROF N                                00031600
031700         LEFT OUTER JOIN FC_XXXAIL_COL_PROF B                     00031700
031800           ON B.PF_RUN_TS  = :WS-BASE-TS                          00031800
031900          AND B.PF_TBL_NM  = N.PF_TBL_NM                          00031900
032000          AND B.PF_COL_NM  = N.PF_COL_NM                          00032000
032100          AND B.PF_STAT_CD = N.PF_STAT_CD                         00032100
032200        WHERE N.PF_RUN_TS  = :WS-RUN-TS                           00032200
032300          AND (   B.PF_TBL_NM IS NULL                             00032300
032400               OR B.PF_ROW_CNT      <> N.PF_ROW_CNT               00032400
032500               OR B.PF_NULL_CNT     <> N.PF_NULL_CNT              00032500
032600               OR B.PF_BLANK_CNT    <> N.PF_BLANK_CNT             00032600
032700               OR B.PF_ZERO_CNT     <> N.PF_ZERO_CNT              00032700
032800               OR B.PF_DISTINCT_CNT <> N.PF_DISTINCT_CNT          00032800
032900               OR B.PF_MIN_TXT      <> N.PF_MIN_TXT               00032900
033000               OR B.PF_MAX_TXT      <> N.PF_MAX_TXT)              00033000
033100        ORDER BY N.PF_TBL_NM, N.PF_COL_NM, N.PF_STAT_CD           00033100
033200     END-EXEC                                                     00033200
033300                                                                  00033300
033400* Each column and status the base run had and this run does not.  00033400
033500     EXEC SQL                                                     00033500
033600       DECLARE GONE-CSR CURSOR FOR                                00033600
033700       SELECT B.PF_TBL_NM, B.PF_COL_NM, B.PF_STAT_CD              00033700
033800         FROM FC_XXXAIL_COL_PROF B                                00033800
033900        WHERE B.PF_RUN_TS = :WS-BASE-TS                           00033900
034000          AND NOT EXISTS                                          00034000
034100              (SELECT 1                                           00034100
034200                 FROM FC_XXXAIL_COL_PROF N                        00034200
034300                WHERE N.PF_RUN_TS  = :WS-RUN-TS                   00034300
034400                  AND N.PF_TBL_NM  = B.PF_TBL_NM                  00034400
034500                  AND N.PF_COL_NM  = B.PF_COL_NM                  00034500
034600                  AND N.PF_STAT_CD = B.PF_STAT_CD)                00034600
034700        ORDER BY B.PF_TBL_NM, B.PF_COL_NM, B.PF_STAT_CD           00034700
034800     END-EXEC                                                     00034800
034900                                                                  00034900
035000 PROCEDURE DIVISION.                                              00035000
035100***************************************************************** 00035100
035200* Start of program main line.                                     00035200
035300***************************************************************** 00035300
035400 000-MAIN.                                                        00035400
035500     PERFORM 050-RUN-CNTL-START                                   00035500
035600     IF SQL-ERROR-DETECTED                                        00035600
035700       MOVE 8 TO RETURN-CODE                                      00035700
035800       GOBACK                                                     00035800
035900     END-IF                                                       00035900
036000     PERFORM 100-INITIALIZE                                       00036000
036100     IF SQL-NO-ERROR AND PROFILE-AND-COMPARE                      00036100
036200       PERFORM 200-PROFILE-ONE-COLUMN                             00036200
036300         UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED                00036300
036400       EXEC SQL                                                   00036400
036500         CLOSE CAT-CSR                                            00036500
036600       END-EXEC                                                   00036600
036700       MOVE 0 TO SQLCODE                                          00036700
036800     END-IF                                                       00036800
036900     IF SQL-NO-ERROR AND RUN-IS-KEPT                              00036900
037000       PERFORM 600-COMPARE-THE-RUNS                               00037000
037100     END-IF                                                       00037100
037200     PERFORM 900-TERMINATE                                        00037200
037300     PERFORM 055-RUN-CNTL-END                                     00037300
037400     MOVE WS-RPT-RC TO RETURN-CODE                                00037400
037500     GOBACK                                                       00037500
037600     .                                                            00037600
037700                                                                  00037700
037800*================================================================ 00037800
037900* Initialization - the card, the parameters, the status split,    00037900
038000* the run's timestamp and, when profiling, the first column.      00038000
038100*================================================================ 00038100
038200 100-INITIALIZE.                                                  00038200
038300     OPEN OUTPUT PROF-RPT                                         00038300
038400     PERFORM 110-READ-THE-CARD                                    00038400
038500     PERFORM 120-GET-THE-PARMS                                    00038500
038600     PERFORM 130-FIND-THE-STATUS-EXPR                             00038600
038700                                                                  00038700
038800     IF SQL-NO-ERROR AND PROFILE-AND-COMPARE                      00038800
038900       EXEC SQL                                                   00038900
039000         SELECT CHAR(CURRENT TIMESTAMP)                           00039000
039100           INTO :WS-RUN-TS                                        00039100
039200           FROM SYSIBM.SYSDUMMY1                                  00039200
039300       END-EXEC                                                   00039300
039400       IF SQLCODE NOT = 0                                         00039400
039500         SET SQL-ERROR-DETECTED TO TRUE                           00039500
039600         DISPLAY 'MMMB2902 - ERROR READING THE CLOCK, SQLCODE='   00039600
039700                 SQLCODE                                          00039700
039800       END-IF                                                     00039800
039900     END-IF                                                       00039900
040000                                                                  00040000
040100     MOVE WS-RUN-TS TO WS-HDG-RUN-TS                              00040100
040200     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00040200
040300     WRITE RPT-LINE FROM SPACES                                   00040300
040400                                                                  00040400
040500     IF SQL-NO-ERROR AND COMPARE-ONLY                             00040500
040600       MOVE WS-RUN-TS TO WS-CHK-TS                                00040600
040700       PERFORM 150-CHECK-KEPT-RUN                                 00040700
040800     END-IF                                                       00040800
040900     IF  SQL-NO-ERROR AND RUN-IS-KEPT                             00040900
041000     AND WS-BASE-TS NOT = SPACES                                  00041000
041100       MOVE WS-BASE-TS TO WS-CHK-TS                               00041100
041200       PERFORM 150-CHECK-KEPT-RUN                                 00041200
041300     END-IF                                                       00041300
041400                                                                  00041400
041500     IF SQL-NO-ERROR AND PROFILE-AND-COMPARE                      00041500
041600       EXEC SQL                                                   00041600
041700         OPEN CAT-CSR                                             00041700
041800       END-EXEC                                                   00041800
041900       IF SQLCODE NOT = 0                                         00041900
042000         SET SQL-ERROR-DETECTED       TO TRUE                     00042000
042100         DISPLAY 'MMMB2902 - ERROR OPENING CAT-CSR, SQLCODE='     00042100
042200                 SQLCODE                                          00042200
042300       ELSE                                                       00042300
042400         PERFORM 210-FETCH-NEXT-COLUMN                            00042400
042500       END-IF                                                     00042500
042600     END-IF                                                       00042600
042700     .                                                            00042700
042800                                                                  00042800
042900*    The optional card - a base run, and a kept run to compare    00042900
043000*    with it instead of profiling.                                00043000
043100 110-READ-THE-CARD.                                               00043100
043200     OPEN INPUT PARM-IN                                           00043200
043300     READ PARM-IN                                                 00043300
043400       AT END SET PARM-EOF TO TRUE                                00043400
043500     END-READ                                                     00043500
043600     IF NOT PARM-EOF                                              00043600
043700       MOVE PARM-BASE-TS TO WS-BASE-TS                            00043700
043800       IF PARM-RUN-TS NOT = SPACES                                00043800
043900         MOVE PARM-RUN-TS TO WS-RUN-TS                            00043900
044000         SET  COMPARE-ONLY TO TRUE                                00044000
044100       END-IF                                                     00044100
044200     END-IF                                                       00044200
044300     CLOSE PARM-IN                                                00044300
044400     .                                                            00044400
044500                                                                  00044500
044600 120-GET-THE-PARMS.                                               00044600
044700     INITIALIZE XXXN001A                                          00044700
044800                MMMC0172                                          00044800
044900     MOVE 'MMMB2902'    TO MMMC0172-PGM-ID                        00044900
045000     MOVE 'TBL-CREATOR' TO MMMC0172-PARM-NM                       00045000
045100     CALL MMMS0172-PARM-LOOKUP USING                              00045100
045200         XXXN001A                                                 00045200
045300         MMMC0172                                                 00045300
045400     IF  SUCCESS                                                  00045400
045500     AND MMMC0172-PARM-FOUND                                      00045500
045600     AND MMMC0172-PARM-VAL NOT = SPACES                           00045600
045700       MOVE MMMC0172-PARM-VAL TO WS-CREATOR                       00045700
045800     END-IF                                                       00045800
045900     .                                                            00045900
046000                                                                  00046000
046100*    Active/closed is the store's OPEN-SW, as the ad hoc list     00046100
046200*    and the rules engine read it.                                00046200
046300 130-FIND-THE-STATUS-EXPR.                                        00046300
046400     MOVE 0 TO WS-STAT-IX                                         00046400
046500     PERFORM VARYING I FROM 1 BY 1                                00046500
046600             UNTIL I > MMMK003A-COL-CNT OR WS-STAT-IX > 0         00046600
046700       IF MMMK003A-COL-NM (I) = 'OPEN-SW'                         00046700
046800         MOVE I TO WS-STAT-IX                                     00046800
046900       END-IF                                                     00046900
047000     END-PERFORM                                                  00047000
047100     IF WS-STAT-IX = 0                                            00047100
047200       SET SQL-ERROR-DETECTED TO TRUE                             00047200
047300       DISPLAY 'MMMB2902 - OPEN-SW IS NOT ON THE MMMK003A '       00047300
047400               'REGISTRY'                                         00047400
047500     ELSE                                                         00047500
047600       PERFORM VARYING WS-STAT-LEN FROM 120 BY -1                 00047600
047700               UNTIL WS-STAT-LEN = 1                              00047700
047800                  OR MMMK003A-COL-EXPR (WS-STAT-IX)               00047800
047900                                       (WS-STAT-LEN:1) NOT = SPACE00047900
048000         CONTINUE                                                 00048000
048100       END-PERFORM                                                00048100
048200     END-IF                                                       00048200
048300     .                                                            00048300
048400                                                                  00048400
048500*    A run named on the card has to be one that was kept.         00048500
048600 150-CHECK-KEPT-RUN.                                              00048600
048700     MOVE 0 TO WS-CHK-CNT                                         00048700
048800     EXEC SQL                                                     00048800
048900       SELECT COUNT(*)                                            00048900
049000         INTO :WS-CHK-CNT                                         00049000
049100         FROM FC_XXXAIL_COL_PROF                                  00049100
049200        WHERE PF_RUN_TS = :WS-CHK-TS                              00049200
049300     END-EXEC                                                     00049300
049400     IF SQLCODE NOT = 0 OR WS-CHK-CNT = 0                         00049400
049500       SET  RUN-NOT-KEPT TO TRUE                                  00049500
049600       MOVE 8 TO WS-RPT-RC                                        00049600
049700       MOVE SPACES TO WS-MSG-TXT                                  00049700
049800       STRING 'RUN ' WS-CHK-TS ' ON PARMIN IS NOT A KEPT '        00049800
049900              'PROFILE RUN - NOTHING COMPARED'                    00049900
050000         DELIMITED BY SIZE INTO WS-MSG-TXT                        00050000
050100       WRITE RPT-LINE FROM WS-MSG-LINE                            00050100
050200       DISPLAY 'MMMB2902 - ' WS-MSG-TXT                           00050200
050300       MOVE 0 TO SQLCODE                                          00050300
050400     END-IF                                                       00050400
050500     .                                                            00050500
050600                                                                  00050600
050700*================================================================ 00050700
050800* One column - its counts per status, then its top values, and    00050800
050900* on to the next column.                                          00050900
051000*================================================================ 00051000
051100 200-PROFILE-ONE-COLUMN.                                          00051100
051200     ADD 1 TO WS-COL-COUNT                                        00051200
051300     PERFORM 220-CLASSIFY-THE-COLUMN                              00051300
051400     MOVE WS-CAT-TBL-NM  TO WS-COL-TBL-NM                         00051400
051500     MOVE WS-CAT-COL-NM  TO WS-COL-COL-NM                         00051500
051600     MOVE WS-CAT-COLTYPE TO WS-COL-TYP                            00051600
051700     MOVE SPACES         TO WS-COL-NOTE                           00051700
051800     EVALUATE TRUE                                                00051800
051900       WHEN COL-NOT-PROFILED                                      00051900
052000         MOVE 'TYPE NOT PROFILED' TO WS-COL-NOTE                  00052000
052100       WHEN COL-IS-PERSONAL                                       00052100
052200         MOVE 'PERSONAL DATA - VALUES WITHHELD' TO WS-COL-NOTE    00052200
052300     END-EVALUATE                                                 00052300
052400     WRITE RPT-LINE FROM SPACES                                   00052400
052500     WRITE RPT-LINE FROM WS-COL-LINE                              00052500
052600                                                                  00052600
052700     IF NOT COL-NOT-PROFILED                                      00052700
052800       PERFORM 300-BUILD-THE-COUNTS                               00052800
052900       PERFORM 350-RUN-THE-COUNTS                                 00052900
053000       IF  SQL-NO-ERROR                                           00053000
053100       AND NOT COL-IS-PERSONAL                                    00053100
053200       AND WS-SKIP-TXT = SPACES                                   00053200
053300         PERFORM 400-BUILD-THE-TOP-VALUES                         00053300
053400         PERFORM 450-RUN-THE-TOP-VALUES                           00053400
053500       END-IF                                                     00053500
053600     END-IF                                                       00053600
053700                                                                  00053700
053800     IF SQL-NO-ERROR                                              00053800
053900       PERFORM 210-FETCH-NEXT-COLUMN                              00053900
054000     END-IF                                                       00054000
054100     .                                                            00054100
054200                                                                  00054200
054300 210-FETCH-NEXT-COLUMN.                                           00054300
054400     EXEC SQL                                                     00054400
054500       FETCH CAT-CSR                                              00054500
054600         INTO :WS-CAT-TBL-SEQ, :WS-CAT-TBL-NM, :WS-CAT-COL-NM,    00054600
054700              :WS-CAT-COLTYPE, :WS-CAT-LENGTH, :WS-CAT-SCALE,     00054700
054800              :WS-CAT-MASK-SW                                     00054800
054900     END-EXEC                                                     00054900
055000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00055000
055100       SET SQL-ERROR-DETECTED       TO TRUE                       00055100
055200       DISPLAY 'MMMB2902 - ERROR FETCHING CAT-CSR, SQLCODE='      00055200
055300               SQLCODE                                            00055300
055400     END-IF                                                       00055400
055500     .                                                            00055500
055600                                                                  00055600
055700*    The column's class by its catalog type, and the column as    00055700
055800*    the join names it (S stores, O XXXATION, R XXXAIL_LOC).      00055800
055900 220-CLASSIFY-THE-COLUMN.                                         00055900
056000     MOVE SPACES TO WS-SKIP-TXT                                   00056000
056100     EVALUATE WS-CAT-COLTYPE                                      00056100
056200       WHEN 'CHAR'                                                00056200
056300       WHEN 'VARCHAR'                                             00056300
056400         SET COL-IS-CHAR  TO TRUE                                 00056400
056500       WHEN 'SMALLINT'                                            00056500
056600       WHEN 'INTEGER'                                             00056600
056700       WHEN 'BIGINT'                                              00056700
056800         SET COL-IS-WHOLE TO TRUE                                 00056800
056900       WHEN 'DECIMAL'                                             00056900
057000         IF WS-CAT-SCALE = 0                                      00057000
057100           SET COL-IS-WHOLE TO TRUE                               00057100
057200         ELSE                                                     00057200
057300           SET COL-IS-DEC   TO TRUE                               00057300
057400         END-IF                                                   00057400
057500       WHEN 'FLOAT'                                               00057500
057600       WHEN 'DECFLOAT'                                            00057600
057700         SET COL-IS-DEC   TO TRUE                                 00057700
057800       WHEN 'DATE'                                                00057800
057900         SET COL-IS-DATE  TO TRUE                                 00057900
058000       WHEN 'TIME'                                                00058000
058100       WHEN 'TIMESTMP'                                            00058100
058200         SET COL-IS-TIME  TO TRUE                                 00058200
058300       WHEN OTHER                                                 00058300
058400         SET COL-NOT-PROFILED TO TRUE                             00058400
058500     END-EVALUATE                                                 00058500
058600                                                                  00058600
058700     IF WS-CAT-LENGTH > 40                                        00058700
058800       MOVE 40 TO WS-TXT-LEN                                      00058800
058900     ELSE                                                         00058900
059000       MOVE WS-CAT-LENGTH TO WS-TXT-LEN                           00059000
059100     END-IF                                                       00059100
059200                                                                  00059200
059300     MOVE SPACES TO WS-COL-REF                                    00059300
059400     MOVE 1      TO WS-PTR                                        00059400
059500     EVALUATE WS-CAT-TBL-SEQ                                      00059500
059600       WHEN 1     STRING 'S.' DELIMITED BY SIZE                   00059600
059700                    INTO WS-COL-REF WITH POINTER WS-PTR           00059700
059800       WHEN 2     STRING 'O.' DELIMITED BY SIZE                   00059800
059900                    INTO WS-COL-REF WITH POINTER WS-PTR           00059900
060000       WHEN OTHER STRING 'R.' DELIMITED BY SIZE                   00060000
060100                    INTO WS-COL-REF WITH POINTER WS-PTR           00060100
060200     END-EVALUATE                                                 00060200
060300     STRING WS-CAT-COL-NM DELIMITED BY SPACE                      00060300
060400       INTO WS-COL-REF WITH POINTER WS-PTR                        00060400
060500     COMPUTE WS-REF-LEN = WS-PTR - 1                              00060500
060600     .                                                            00060600
060700                                                                  00060700
060800*================================================================ 00060800
060900* The counts query - per status, the stores, the null, blank      00060900
061000* and zero counts, the distinct count and the min and max as      00061000
061100* text (blank for a personal field).                              00061100
061200*================================================================ 00061200
061300 300-BUILD-THE-COUNTS.                                            00061300
061400     MOVE SPACES TO WS-SQL-TXT                                    00061400
061500     MOVE 1      TO WS-PTR                                        00061500
061600     STRING 'SELECT ' DELIMITED BY SIZE                           00061600
061700       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00061700
061800     PERFORM 510-ADD-STATUS-EXPR                                  00061800
061900     STRING ', COUNT(*), SUM(CASE WHEN '                          00061900
062000            WS-COL-REF (1:WS-REF-LEN)                             00062000
062100            ' IS NULL THEN 1 ELSE 0 END), SUM(CASE WHEN '         00062100
062200       DELIMITED BY SIZE                                          00062200
062300       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00062300
062400     IF COL-IS-CHAR                                               00062400
062500       STRING WS-COL-REF (1:WS-REF-LEN) ' = '' '''                00062500
062600         DELIMITED BY SIZE                                        00062600
062700         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00062700
062800     ELSE                                                         00062800
062900       STRING '1 = 0' DELIMITED BY SIZE                           00062900
063000         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00063000
063100     END-IF                                                       00063100
063200     STRING ' THEN 1 ELSE 0 END), SUM(CASE WHEN '                 00063200
063300       DELIMITED BY SIZE                                          00063300
063400       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00063400
063500     EVALUATE TRUE                                                00063500
063600       WHEN COL-IS-WHOLE                                          00063600
063700       WHEN COL-IS-DEC                                            00063700
063800         STRING WS-COL-REF (1:WS-REF-LEN) ' = 0'                  00063800
063900           DELIMITED BY SIZE                                      00063900
064000           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00064000
064100       WHEN COL-IS-DATE                                           00064100
064200         STRING WS-COL-REF (1:WS-REF-LEN) ' = ''0001-01-01'''     00064200
064300           DELIMITED BY SIZE                                      00064300
064400           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00064400
064500       WHEN OTHER                                                 00064500
064600         STRING '1 = 0' DELIMITED BY SIZE                         00064600
064700           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00064700
064800     END-EVALUATE                                                 00064800
064900     STRING ' THEN 1 ELSE 0 END), COUNT(DISTINCT '                00064900
065000            WS-COL-REF (1:WS-REF-LEN) '), '                       00065000
065100       DELIMITED BY SIZE                                          00065100
065200       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00065200
065300                                                                  00065300
065400     IF COL-IS-PERSONAL                                           00065400
065500       STRING ''' '', '' ''' DELIMITED BY SIZE                    00065500
065600         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00065600
065700     ELSE                                                         00065700
065800       MOVE SPACES TO WS-VAL-ARG                                  00065800
065900       STRING 'MIN(' WS-COL-REF (1:WS-REF-LEN) ')'                00065900
066000         DELIMITED BY SIZE INTO WS-VAL-ARG                        00066000
066100       STRING 'COALESCE(' DELIMITED BY SIZE                       00066100
066200         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00066200
066300       PERFORM 500-ADD-VALUE-TEXT                                 00066300
066400       STRING ','' ''), COALESCE(' DELIMITED BY SIZE              00066400
066500         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00066500
066600       MOVE SPACES TO WS-VAL-ARG                                  00066600
066700       STRING 'MAX(' WS-COL-REF (1:WS-REF-LEN) ')'                00066700
066800         DELIMITED BY SIZE INTO WS-VAL-ARG                        00066800
066900       PERFORM 500-ADD-VALUE-TEXT                                 00066900
067000       STRING ','' '')' DELIMITED BY SIZE                         00067000
067100         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00067100
067200     END-IF                                                       00067200
067300                                                                  00067300
067400     PERFORM 520-ADD-THE-JOIN                                     00067400
067500     STRING ' GROUP BY ' DELIMITED BY SIZE                        00067500
067600       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00067600
067700     PERFORM 510-ADD-STATUS-EXPR                                  00067700
067800     STRING ' FOR FETCH ONLY' DELIMITED BY SIZE                   00067800
067900       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00067900
068000     COMPUTE WS-SQL-LEN = WS-PTR - 1                              00068000
068100     .                                                            00068100
068200                                                                  00068200
068300*    SQL that will not prepare skips the column, not the run.     00068300
068400 350-RUN-THE-COUNTS.                                              00068400
068500     EXEC SQL                                                     00068500
068600       PREPARE PF-STMT FROM :WS-SQL-STMT                          00068600
068700     END-EXEC                                                     00068700
068800     IF SQLCODE NOT = 0                                           00068800
068900       PERFORM 390-SKIP-THE-COLUMN                                00068900
069000     ELSE                                                         00069000
069100       EXEC SQL                                                   00069100
069200         OPEN PF-CSR                                              00069200
069300       END-EXEC                                                   00069300
069400       IF SQLCODE NOT = 0                                         00069400
069500         SET SQL-ERROR-DETECTED TO TRUE                           00069500
069600         DISPLAY 'MMMB2902 - ERROR OPENING PF-CSR FOR '           00069600
069700                 WS-COL-REF (1:WS-REF-LEN) ', SQLCODE=' SQLCODE   00069700
069800       ELSE                                                       00069800
069900         PERFORM 360-FETCH-NEXT-COUNTS                            00069900
070000         PERFORM UNTIL SQLCODE NOT = 0                            00070000
070100           PERFORM 370-KEEP-ONE-STATUS                            00070100
070200           PERFORM 360-FETCH-NEXT-COUNTS                          00070200
070300         END-PERFORM                                              00070300
070400         EXEC SQL                                                 00070400
070500           CLOSE PF-CSR                                           00070500
070600         END-EXEC                                                 00070600
070700         MOVE 0 TO SQLCODE                                        00070700
070800       END-IF                                                     00070800
070900     END-IF                                                       00070900
071000     .                                                            00071000
071100                                                                  00071100
071200 360-FETCH-NEXT-COUNTS.                                           00071200
071300     EXEC SQL                                                     00071300
071400       FETCH PF-CSR                                               00071400
071500         INTO :WS-FND-OPEN-SW,   :WS-FND-ROW-CNT,                 00071500
071600              :WS-FND-NULL-CNT,  :WS-FND-BLANK-CNT,               00071600
071700              :WS-FND-ZERO-CNT,  :WS-FND-DIST-CNT,                00071700
071800              :WS-FND-MIN,       :WS-FND-MAX                      00071800
071900     END-EXEC                                                     00071900
072000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00072000
072100       SET SQL-ERROR-DETECTED TO TRUE                             00072100
072200       DISPLAY 'MMMB2902 - ERROR FETCHING PF-CSR FOR '            00072200
072300               WS-COL-REF (1:WS-REF-LEN) ', SQLCODE=' SQLCODE     00072300
072400     END-IF                                                       00072400
072500     .                                                            00072500
072600                                                                  00072600
072700*    One status's counts - printed and kept under the run.        00072700
072800 370-KEEP-ONE-STATUS.                                             00072800
072900     PERFORM 530-SET-THE-STATUS                                   00072900
073000     INITIALIZE DCLFC-XXXAIL-COL-PROF                             00073000
073100     MOVE WS-RUN-TS        TO PF-RUN-TS                           00073100
073200     MOVE WS-CAT-TBL-NM    TO PF-TBL-NM                           00073200
073300     MOVE WS-CAT-COL-NM    TO PF-COL-NM                           00073300
073400     MOVE WS-STAT-CD       TO PF-STAT-CD                          00073400
073500     MOVE WS-CAT-COLTYPE   TO PF-COL-TYP                          00073500
073600     MOVE WS-FND-ROW-CNT   TO PF-ROW-CNT                          00073600
073700     MOVE WS-FND-NULL-CNT  TO PF-NULL-CNT                         00073700
073800     MOVE WS-FND-BLANK-CNT TO PF-BLANK-CNT                        00073800
073900     MOVE WS-FND-ZERO-CNT  TO PF-ZERO-CNT                         00073900
074000     MOVE WS-FND-DIST-CNT  TO PF-DISTINCT-CNT                     00074000
074100     MOVE SPACES           TO PF-MIN-TXT                          00074100
074200                              PF-MAX-TXT                          00074200
074300     IF WS-FND-MIN-LEN > 40                                       00074300
074400       MOVE 40 TO WS-FND-MIN-LEN                                  00074400
074500     END-IF                                                       00074500
074600     IF WS-FND-MIN-LEN > 0                                        00074600
074700       MOVE WS-FND-MIN-TXT (1:WS-FND-MIN-LEN) TO PF-MIN-TXT       00074700
074800     END-IF                                                       00074800
074900     IF WS-FND-MAX-LEN > 40                                       00074900
075000       MOVE 40 TO WS-FND-MAX-LEN                                  00075000
075100     END-IF                                                       00075100
075200     IF WS-FND-MAX-LEN > 0                                        00075200
075300       MOVE WS-FND-MAX-TXT (1:WS-FND-MAX-LEN) TO PF-MAX-TXT       00075300
075400     END-IF                                                       00075400
075500     IF COL-IS-PERSONAL                                           00075500
075600       MOVE 'Y' TO PF-MASKED-SW                                   00075600
075700     ELSE                                                         00075700
075800       MOVE 'N' TO PF-MASKED-SW                                   00075800
075900     END-IF                                                       00075900
076000                                                                  00076000
076100     MOVE WS-STAT-NM       TO WS-STL-LABEL                        00076100
076200     MOVE PF-ROW-CNT       TO WS-STL-ROWS                         00076200
076300     MOVE PF-NULL-CNT      TO WS-STL-NULLS                        00076300
076400     MOVE PF-BLANK-CNT     TO WS-STL-BLANKS                       00076400
076500     MOVE PF-ZERO-CNT      TO WS-STL-ZEROS                        00076500
076600     MOVE PF-DISTINCT-CNT  TO WS-STL-DISTINCT                     00076600
076700     WRITE RPT-LINE FROM WS-STAT-LINE                             00076700
076800     IF PF-VALUES-MASKED                                          00076800
076900       MOVE '*WITHHELD*'   TO WS-MML-MIN                          00076900
077000                              WS-MML-MAX                          00077000
077100     ELSE                                                         00077100
077200       MOVE PF-MIN-TXT     TO WS-MML-MIN                          00077200
077300       MOVE PF-MAX-TXT     TO WS-MML-MAX                          00077300
077400     END-IF                                                       00077400
077500     WRITE RPT-LINE FROM WS-MINMAX-LINE                           00077500
077600                                                                  00077600
077700     EXEC SQL                                                     00077700
077800       INSERT INTO FC_XXXAIL_COL_PROF                             00077800
077900            ( PF_RUN_TS, PF_TBL_NM, PF_COL_NM, PF_STAT_CD,        00077900
078000              PF_COL_TYP, PF_ROW_CNT, PF_NULL_CNT,                00078000
078100              PF_BLANK_CNT, PF_ZERO_CNT, PF_DISTINCT_CNT,         00078100
078200              PF_MIN_TXT, PF_MAX_TXT, PF_MASKED_SW )              00078200
078300       VALUES                                                     00078300
078400            ( :DCLFC-XXXAIL-COL-PROF.PF-RUN-TS,                   00078400
078500              :DCLFC-XXXAIL-COL-PROF.PF-TBL-NM,                   00078500
078600              :DCLFC-XXXAIL-COL-PROF.PF-COL-NM,                   00078600
078700              :DCLFC-XXXAIL-COL-PROF.PF-STAT-CD,                  00078700
078800              :DCLFC-XXXAIL-COL-PROF.PF-COL-TYP,                  00078800
078900              :DCLFC-XXXAIL-COL-PROF.PF-ROW-CNT,                  00078900
079000              :DCLFC-XXXAIL-COL-PROF.PF-NULL-CNT,                 00079000
079100              :DCLFC-XXXAIL-COL-PROF.PF-BLANK-CNT,                00079100
079200              :DCLFC-XXXAIL-COL-PROF.PF-ZERO-CNT,                 00079200
079300              :DCLFC-XXXAIL-COL-PROF.PF-DISTINCT-CNT,             00079300
079400              :DCLFC-XXXAIL-COL-PROF.PF-MIN-TXT,                  00079400
079500              :DCLFC-XXXAIL-COL-PROF.PF-MAX-TXT,                  00079500
079600              :DCLFC-XXXAIL-COL-PROF.PF-MASKED-SW )               00079600
079700     END-EXEC                                                     00079700
079800     IF SQLCODE NOT = 0                                           00079800
079900       SET SQL-ERROR-DETECTED TO TRUE                             00079900
080000       DISPLAY 'MMMB2902 - ERROR INSERTING FC_XXXAIL_COL_PROF '   00080000
080100               'FOR ' WS-COL-REF (1:WS-REF-LEN)                   00080100
080200               ', SQLCODE=' SQLCODE                               00080200
080300     ELSE                                                         00080300
080400       ADD 1 TO WS-SAVED-COUNT                                    00080400
080500     END-IF                                                       00080500
080600     .                                                            00080600
080700                                                                  00080700
080800*    A skipped column is listed and the run goes on.              00080800
080900 390-SKIP-THE-COLUMN.                                             00080900
081000     ADD 1 TO WS-SKIP-COUNT                                       00081000
081100     IF WS-RPT-RC < 4                                             00081100
081200       MOVE 4 TO WS-RPT-RC                                        00081200
081300     END-IF                                                       00081300
081400     MOVE SQLCODE TO WS-SQLCODE                                   00081400
081500     MOVE SPACES  TO WS-SKIP-TXT                                  00081500
081600     STRING 'COLUMN SKIPPED - SQL WOULD NOT PREPARE, SQLCODE='    00081600
081700            WS-SQLCODE                                            00081700
081800       DELIMITED BY SIZE INTO WS-SKIP-TXT                         00081800
081900     MOVE WS-SKIP-TXT TO WS-MSG-TXT                               00081900
082000     WRITE RPT-LINE FROM WS-MSG-LINE                              00082000
082100     DISPLAY 'MMMB2902 - ' WS-COL-REF (1:WS-REF-LEN) ' '          00082100
082200             WS-SKIP-TXT                                          00082200
082300     DISPLAY 'MMMB2902 - ' WS-SQL-TXT (1:WS-SQL-LEN)              00082300
082400     MOVE 0 TO SQLCODE                                            00082400
082500     .                                                            00082500
082600                                                                  00082600
082700*================================================================ 00082700
082800* The top-values query - every value per status with its count,   00082800
082900* most frequent first; the first ten per status are printed and   00082900
083000* kept. A null value is shown as <NULL>.                          00083000
083100*================================================================ 00083100
083200 400-BUILD-THE-TOP-VALUES.                                        00083200
083300     MOVE SPACES TO WS-SQL-TXT                                    00083300
083400     MOVE 1      TO WS-PTR                                        00083400
083500     STRING 'SELECT ' DELIMITED BY SIZE                           00083500
083600       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00083600
083700     PERFORM 510-ADD-STATUS-EXPR                                  00083700
083800     STRING ', COALESCE(' DELIMITED BY SIZE                       00083800
083900       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00083900
084000     MOVE WS-COL-REF TO WS-VAL-ARG                                00084000
084100     PERFORM 500-ADD-VALUE-TEXT                                   00084100
084200     STRING ',''<NULL>''), COUNT(*)' DELIMITED BY SIZE            00084200
084300       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00084300
084400     PERFORM 520-ADD-THE-JOIN                                     00084400
084500     STRING ' GROUP BY ' DELIMITED BY SIZE                        00084500
084600       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00084600
084700     PERFORM 510-ADD-STATUS-EXPR                                  00084700
084800     STRING ', ' WS-COL-REF (1:WS-REF-LEN)                        00084800
084900            ' ORDER BY 1, 3 DESC, 2 FOR FETCH ONLY'               00084900
085000       DELIMITED BY SIZE                                          00085000
085100       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00085100
085200     COMPUTE WS-SQL-LEN = WS-PTR - 1                              00085200
085300     .                                                            00085300
085400                                                                  00085400
085500 450-RUN-THE-TOP-VALUES.                                          00085500
085600     EXEC SQL                                                     00085600
085700       PREPARE TV-STMT FROM :WS-SQL-STMT                          00085700
085800     END-EXEC                                                     00085800
085900     IF SQLCODE NOT = 0                                           00085900
086000       PERFORM 390-SKIP-THE-COLUMN                                00086000
086100     ELSE                                                         00086100
086200       EXEC SQL                                                   00086200
086300         OPEN TV-CSR                                              00086300
086400       END-EXEC                                                   00086400
086500       IF SQLCODE NOT = 0                                         00086500
086600         SET SQL-ERROR-DETECTED TO TRUE                           00086600
086700         DISPLAY 'MMMB2902 - ERROR OPENING TV-CSR FOR '           00086700
086800                 WS-COL-REF (1:WS-REF-LEN) ', SQLCODE=' SQLCODE   00086800
086900       ELSE                                                       00086900
087000         MOVE SPACES TO WS-LAST-STAT                              00087000
087100         MOVE 0      TO WS-RANK                                   00087100
087200         PERFORM 460-FETCH-NEXT-VALUE                             00087200
087300         PERFORM UNTIL SQLCODE NOT = 0                            00087300
087400           PERFORM 470-RANK-ONE-VALUE                             00087400
087500           PERFORM 460-FETCH-NEXT-VALUE                           00087500
087600         END-PERFORM                                              00087600
087700         EXEC SQL                                                 00087700
087800           CLOSE TV-CSR                                           00087800
087900         END-EXEC                                                 00087900
088000         MOVE 0 TO SQLCODE                                        00088000
088100       END-IF                                                     00088100
088200     END-IF                                                       00088200
088300     .                                                            00088300
088400                                                                  00088400
088500 460-FETCH-NEXT-VALUE.                                            00088500
088600     EXEC SQL                                                     00088600
088700       FETCH TV-CSR                                               00088700
088800         INTO :WS-FND-OPEN-SW, :WS-FND-VALUE, :WS-FND-FREQ-CNT    00088800
088900     END-EXEC                                                     00088900
089000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00089000
089100       SET SQL-ERROR-DETECTED TO TRUE                             00089100
089200       DISPLAY 'MMMB2902 - ERROR FETCHING TV-CSR FOR '            00089200
089300               WS-COL-REF (1:WS-REF-LEN) ', SQLCODE=' SQLCODE     00089300
089400     END-IF                                                       00089400
089500     .                                                            00089500
089600                                                                  00089600
089700 470-RANK-ONE-VALUE.                                              00089700
089800     IF WS-FND-OPEN-SW NOT = WS-LAST-STAT                         00089800
089900       MOVE WS-FND-OPEN-SW TO WS-LAST-STAT                        00089900
090000       MOVE 0              TO WS-RANK                             00090000
090100     END-IF                                                       00090100
090200     ADD 1 TO WS-RANK                                             00090200
090300     IF WS-RANK NOT > 10                                          00090300
090400       PERFORM 530-SET-THE-STATUS                                 00090400
090500       INITIALIZE DCLFC-XXXAIL-COL-PVAL                           00090500
090600       MOVE WS-RUN-TS       TO PV-RUN-TS                          00090600
090700       MOVE WS-CAT-TBL-NM   TO PV-TBL-NM                          00090700
090800       MOVE WS-CAT-COL-NM   TO PV-COL-NM                          00090800
090900       MOVE WS-STAT-CD      TO PV-STAT-CD                         00090900
091000       MOVE WS-RANK         TO PV-RANK-NBR                        00091000
091100       MOVE SPACES          TO PV-VALUE-TXT                       00091100
091200       IF WS-FND-VALUE-LEN > 40                                   00091200
091300         MOVE 40 TO WS-FND-VALUE-LEN                              00091300
091400       END-IF                                                     00091400
091500       IF WS-FND-VALUE-LEN > 0                                    00091500
091600         MOVE WS-FND-VALUE-TXT (1:WS-FND-VALUE-LEN)               00091600
091700           TO PV-VALUE-TXT                                        00091700
091800       END-IF                                                     00091800
091900       MOVE WS-FND-FREQ-CNT TO PV-FREQ-CNT                        00091900
092000                                                                  00092000
092100       MOVE WS-STAT-NM      TO WS-TOP-LABEL                       00092100
092200       MOVE WS-RANK         TO WS-TOP-RANK                        00092200
092300       MOVE PV-VALUE-TXT    TO WS-TOP-VALUE                       00092300
092400       MOVE PV-FREQ-CNT     TO WS-TOP-FREQ                        00092400
092500       WRITE RPT-LINE FROM WS-TOP-LINE                            00092500
092600                                                                  00092600
092700       EXEC SQL                                                   00092700
092800         INSERT INTO FC_XXXAIL_COL_PVAL                           00092800
092900              ( PV_RUN_TS, PV_TBL_NM, PV_COL_NM, PV_STAT_CD,      00092900
093000                PV_RANK_NBR, PV_VALUE_TXT, PV_FREQ_CNT )          00093000
093100         VALUES                                                   00093100
093200              ( :DCLFC-XXXAIL-COL-PVAL.PV-RUN-TS,                 00093200
093300                :DCLFC-XXXAIL-COL-PVAL.PV-TBL-NM,                 00093300
093400                :DCLFC-XXXAIL-COL-PVAL.PV-COL-NM,                 00093400
093500                :DCLFC-XXXAIL-COL-PVAL.PV-STAT-CD,                00093500
093600                :DCLFC-XXXAIL-COL-PVAL.PV-RANK-NBR,               00093600
093700                :DCLFC-XXXAIL-COL-PVAL.PV-VALUE-TXT,              00093700
093800                :DCLFC-XXXAIL-COL-PVAL.PV-FREQ-CNT )              00093800
093900       END-EXEC                                                   00093900
094000       IF SQLCODE NOT = 0                                         00094000
094100         SET SQL-ERROR-DETECTED TO TRUE                           00094100
094200         DISPLAY 'MMMB2902 - ERROR INSERTING FC_XXXAIL_COL_PVAL'  00094200
094300                 ' FOR ' WS-COL-REF (1:WS-REF-LEN)                00094300
094400                 ', SQLCODE=' SQLCODE                             00094400
094500       END-IF                                                     00094500
094600     END-IF                                                       00094600
094700     .                                                            00094700
094800                                                                  00094800
094900*================================================================ 00094900
095000* Pieces of the built SQL.                                        00095000
095100*================================================================ 00095100
095200*    The value in WS-VAL-ARG as text, no longer than 40 - as the  00095200
095300*    rules engine lists a column.                                 00095300
095400 500-ADD-VALUE-TEXT.                                              00095400
095500     PERFORM VARYING WS-ARG-LEN FROM 60 BY -1                     00095500
095600             UNTIL WS-ARG-LEN = 1                                 00095600
095700                OR WS-VAL-ARG (WS-ARG-LEN:1) NOT = SPACE          00095700
095800       CONTINUE                                                   00095800
095900     END-PERFORM                                                  00095900
096000     EVALUATE TRUE                                                00096000
096100       WHEN COL-IS-WHOLE                                          00096100
096200         STRING 'RTRIM(CHAR(BIGINT('                              00096200
096300                WS-VAL-ARG (1:WS-ARG-LEN) ')))'                   00096300
096400           DELIMITED BY SIZE                                      00096400
096500           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00096500
096600       WHEN COL-IS-DEC                                            00096600
096700         STRING 'RTRIM(CHAR(' WS-VAL-ARG (1:WS-ARG-LEN) '))'      00096700
096800           DELIMITED BY SIZE                                      00096800
096900           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00096900
097000       WHEN COL-IS-DATE                                           00097000
097100         STRING 'CHAR(' WS-VAL-ARG (1:WS-ARG-LEN) ',ISO)'         00097100
097200           DELIMITED BY SIZE                                      00097200
097300           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00097300
097400       WHEN COL-IS-TIME                                           00097400
097500         STRING 'CHAR(' WS-VAL-ARG (1:WS-ARG-LEN) ')'             00097500
097600           DELIMITED BY SIZE                                      00097600
097700           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00097700
097800       WHEN OTHER                                                 00097800
097900         STRING 'SUBSTR(' WS-VAL-ARG (1:WS-ARG-LEN) ',1,'         00097900
098000                WS-TXT-LEN ')'                                    00098000
098100           DELIMITED BY SIZE                                      00098100
098200           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00098200
098300     END-EVALUATE                                                 00098300
098400     .                                                            00098400
098500                                                                  00098500
098600 510-ADD-STATUS-EXPR.                                             00098600
098700     STRING MMMK003A-COL-EXPR (WS-STAT-IX) (1:WS-STAT-LEN)        00098700
098800       DELIMITED BY SIZE                                          00098800
098900       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00098900
099000     .                                                            00099000
099100                                                                  00099100
099200*    The MMMB0102 join - every store, with its XXXATION and       00099200
099300*    XXXAIL_LOC row when it has one.                              00099300
099400 520-ADD-THE-JOIN.                                                00099400
099500     STRING ' FROM FC_XXXAIL_STORES S'                            00099500
099600            ' LEFT OUTER JOIN XXXATION O'                         00099600
099700            ' ON O.LOC_TYP_CD = ''S'''                            00099700
099800            ' AND O.LOC_NBR = S.FC_STORE_NO'                      00099800
099900            ' LEFT OUTER JOIN XXXAIL_LOC R'                       00099900
100000            ' ON R.LOC_TYP_CD = ''S'''                            00100000
100100            ' AND R.LOC_NBR = S.FC_STORE_NO'                      00100100
100200       DELIMITED BY SIZE                                          00100200
100300       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00100300
100400     .                                                            00100400
100500                                                                  00100500
100600*    OPEN-SW Y is an active store, N a closed one.                00100600
100700 530-SET-THE-STATUS.                                              00100700
100800     IF FND-STORE-OPEN                                            00100800
100900       MOVE 'A'       TO WS-STAT-CD                               00100900
101000       MOVE 'ACTIVE'  TO WS-STAT-NM                               00101000
101100     ELSE                                                         00101100
101200       MOVE 'C'       TO WS-STAT-CD                               00101200
101300       MOVE 'CLOSED'  TO WS-STAT-NM                               00101300
101400     END-IF                                                       00101400
101500     .                                                            00101500
101600                                                                  00101600
101700*================================================================ 00101700
101800* Compare this run with the base run - the card's, else the       00101800
101900* latest kept run before this one.                                00101900
102000*================================================================ 00102000
102100 600-COMPARE-THE-RUNS.                                            00102100
102200     IF WS-BASE-TS = SPACES                                       00102200
102300       EXEC SQL                                                   00102300
102400         SELECT COALESCE(CHAR(MAX(PF_RUN_TS)), ' ')               00102400
102500           INTO :WS-BASE-TS                                       00102500
102600           FROM FC_XXXAIL_COL_PROF                                00102600
102700          WHERE PF_RUN_TS < :WS-RUN-TS                            00102700
102800       END-EXEC                                                   00102800
102900       IF SQLCODE NOT = 0                                         00102900
103000         SET SQL-ERROR-DETECTED TO TRUE                           00103000
103100         DISPLAY 'MMMB2902 - ERROR FINDING THE BASE RUN, SQLCODE='00103100
103200                 SQLCODE                                          00103200
103300       END-IF                                                     00103300
103400     END-IF                                                       00103400
103500                                                                  00103500
103600     WRITE RPT-LINE FROM SPACES                                   00103600
103700     EVALUATE TRUE                                                00103700
103800       WHEN SQL-ERROR-DETECTED                                    00103800
103900         CONTINUE                                                 00103900
104000       WHEN WS-BASE-TS = SPACES                                   00104000
104100         MOVE 'NO EARLIER PROFILE RUN TO COMPARE WITH'            00104100
104200           TO WS-MSG-TXT                                          00104200
104300         WRITE RPT-LINE FROM WS-MSG-LINE                          00104300
104400       WHEN OTHER                                                 00104400
104500         SET  BASE-RUN-FOUND TO TRUE                              00104500
104600         MOVE WS-RUN-TS  TO WS-CMH-RUN-TS                         00104600
104700         MOVE WS-BASE-TS TO WS-CMH-BASE-TS                        00104700
104800         WRITE RPT-LINE FROM WS-CMP-HDG-LINE                      00104800
104900         PERFORM 610-LIST-THE-SHIFTS                              00104900
105000         IF SQL-NO-ERROR                                          00105000
105100           PERFORM 650-LIST-THE-GONE                              00105100
105200         END-IF                                                   00105200
105300     END-EVALUATE                                                 00105300
105400     .                                                            00105400
105500                                                                  00105500
105600 610-LIST-THE-SHIFTS.                                             00105600
105700     EXEC SQL                                                     00105700
105800       OPEN SHIFT-CSR                                             00105800
105900     END-EXEC                                                     00105900
106000     IF SQLCODE NOT = 0                                           00106000
106100       SET SQL-ERROR-DETECTED TO TRUE                             00106100
106200       DISPLAY 'MMMB2902 - ERROR OPENING SHIFT-CSR, SQLCODE='     00106200
106300               SQLCODE                                            00106300
106400     ELSE                                                         00106400
106500       PERFORM 620-FETCH-NEXT-SHIFT                               00106500
106600       PERFORM UNTIL SQLCODE NOT = 0                              00106600
106700         PERFORM 630-LIST-ONE-SHIFT                               00106700
106800         PERFORM 620-FETCH-NEXT-SHIFT                             00106800
106900       END-PERFORM                                                00106900
107000       EXEC SQL                                                   00107000
107100         CLOSE SHIFT-CSR                                          00107100
107200       END-EXEC                                                   00107200
107300       MOVE 0 TO SQLCODE                                          00107300
107400     END-IF                                                       00107400
107500     .                                                            00107500
107600                                                                  00107600
107700 620-FETCH-NEXT-SHIFT.                                            00107700
107800     EXEC SQL                                                     00107800
107900       FETCH SHIFT-CSR                                            00107900
108000         INTO :DCLFC-XXXAIL-COL-PROF.PF-TBL-NM,                   00108000
108100              :DCLFC-XXXAIL-COL-PROF.PF-COL-NM,                   00108100
108200              :DCLFC-XXXAIL-COL-PROF.PF-STAT-CD,                  00108200
108300              :WS-WAS-FOUND-SW,                                   00108300
108400              :DCLFC-XXXAIL-COL-PROF.PF-ROW-CNT,                  00108400
108500              :DCLFC-XXXAIL-COL-PROF.PF-NULL-CNT,                 00108500
108600              :DCLFC-XXXAIL-COL-PROF.PF-BLANK-CNT,                00108600
108700              :DCLFC-XXXAIL-COL-PROF.PF-ZERO-CNT,                 00108700
108800              :DCLFC-XXXAIL-COL-PROF.PF-DISTINCT-CNT,             00108800
108900              :DCLFC-XXXAIL-COL-PROF.PF-MIN-TXT,                  00108900
109000              :DCLFC-XXXAIL-COL-PROF.PF-MAX-TXT,                  00109000
109100              :WS-WAS-ROW-CNT,   :WS-WAS-NULL-CNT,                00109100
109200              :WS-WAS-BLANK-CNT, :WS-WAS-ZERO-CNT,                00109200
109300              :WS-WAS-DIST-CNT,                                   00109300
109400              :WS-WAS-MIN-TXT,   :WS-WAS-MAX-TXT                  00109400
109500     END-EXEC                                                     00109500
109600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00109600
109700       SET SQL-ERROR-DETECTED TO TRUE                             00109700
109800       DISPLAY 'MMMB2902 - ERROR FETCHING SHIFT-CSR, SQLCODE='    00109800
109900               SQLCODE                                            00109900
110000     END-IF                                                       00110000
110100     .                                                            00110100
110200                                                                  00110200
110300*    The column's profile in the base run and in this one.        00110300
110400 630-LIST-ONE-SHIFT.                                              00110400
110500     ADD 1 TO WS-SHIFT-COUNT                                      00110500
110600     MOVE PF-TBL-NM TO WS-SHL-TBL-NM                              00110600
110700     MOVE PF-COL-NM TO WS-SHL-COL-NM                              00110700
110800     IF PF-STAT-ACTIVE                                            00110800
110900       MOVE 'ACTIVE' TO WS-SHL-STATUS                             00110900
111000     ELSE                                                         00111000
111100       MOVE 'CLOSED' TO WS-SHL-STATUS                             00111100
111200     END-IF                                                       00111200
111300     IF WAS-IN-BASE-RUN                                           00111300
111400       MOVE 'PROFILE CHANGED'        TO WS-SHL-NOTE               00111400
111500     ELSE                                                         00111500
111600       MOVE 'NOT IN THE BASE RUN'    TO WS-SHL-NOTE               00111600
111700     END-IF                                                       00111700
111800     WRITE RPT-LINE FROM WS-SHIFT-LINE                            00111800
111900                                                                  00111900
112000     IF WAS-IN-BASE-RUN                                           00112000
112100       MOVE 'WAS'            TO WS-STL-LABEL                      00112100
112200       MOVE WS-WAS-ROW-CNT   TO WS-STL-ROWS                       00112200
112300       MOVE WS-WAS-NULL-CNT  TO WS-STL-NULLS                      00112300
112400       MOVE WS-WAS-BLANK-CNT TO WS-STL-BLANKS                     00112400
112500       MOVE WS-WAS-ZERO-CNT  TO WS-STL-ZEROS                      00112500
112600       MOVE WS-WAS-DIST-CNT  TO WS-STL-DISTINCT                   00112600
112700       WRITE RPT-LINE FROM WS-STAT-LINE                           00112700
112800       MOVE WS-WAS-MIN-TXT   TO WS-MML-MIN                        00112800
112900       MOVE WS-WAS-MAX-TXT   TO WS-MML-MAX                        00112900
113000       WRITE RPT-LINE FROM WS-MINMAX-LINE                         00113000
113100     END-IF                                                       00113100
113200     MOVE 'NOW'              TO WS-STL-LABEL                      00113200
113300     MOVE PF-ROW-CNT         TO WS-STL-ROWS                       00113300
113400     MOVE PF-NULL-CNT        TO WS-STL-NULLS                      00113400
113500     MOVE PF-BLANK-CNT       TO WS-STL-BLANKS                     00113500
113600     MOVE PF-ZERO-CNT        TO WS-STL-ZEROS                      00113600
113700     MOVE PF-DISTINCT-CNT    TO WS-STL-DISTINCT                   00113700
113800     WRITE RPT-LINE FROM WS-STAT-LINE                             00113800
113900     MOVE PF-MIN-TXT         TO WS-MML-MIN                        00113900
114000     MOVE PF-MAX-TXT         TO WS-MML-MAX                        00114000
114100     WRITE RPT-LINE FROM WS-MINMAX-LINE                           00114100
114200     .                                                            00114200
114300                                                                  00114300
114400 650-LIST-THE-GONE.                                               00114400
114500     EXEC SQL                                                     00114500
114600       OPEN GONE-CSR                                              00114600
114700     END-EXEC                                                     00114700
114800     IF SQLCODE NOT = 0                                           00114800
114900       SET SQL-ERROR-DETECTED TO TRUE                             00114900
115000       DISPLAY 'MMMB2902 - ERROR OPENING GONE-CSR, SQLCODE='      00115000
115100               SQLCODE                                            00115100
115200     ELSE                                                         00115200
115300       PERFORM 660-FETCH-NEXT-GONE                                00115300
115400       PERFORM UNTIL SQLCODE NOT = 0                              00115400
115500         ADD 1 TO WS-SHIFT-COUNT                                  00115500
115600         MOVE PF-TBL-NM TO WS-SHL-TBL-NM                          00115600
115700         MOVE PF-COL-NM TO WS-SHL-COL-NM                          00115700
115800         IF PF-STAT-ACTIVE                                        00115800
115900           MOVE 'ACTIVE' TO WS-SHL-STATUS                         00115900
116000         ELSE                                                     00116000
116100           MOVE 'CLOSED' TO WS-SHL-STATUS                         00116100
116200         END-IF                                                   00116200
116300         MOVE 'NOT IN THIS RUN' TO WS-SHL-NOTE                    00116300
116400         WRITE RPT-LINE FROM WS-SHIFT-LINE                        00116400
116500         PERFORM 660-FETCH-NEXT-GONE                              00116500
116600       END-PERFORM                                                00116600
116700       EXEC SQL                                                   00116700
116800         CLOSE GONE-CSR                                           00116800
116900       END-EXEC                                                   00116900
117000       MOVE 0 TO SQLCODE                                          00117000
117100     END-IF                                                       00117100
117200     .                                                            00117200
117300                                                                  00117300
117400 660-FETCH-NEXT-GONE.                                             00117400
117500     EXEC SQL                                                     00117500
117600       FETCH GONE-CSR                                             00117600
117700         INTO :DCLFC-XXXAIL-COL-PROF.PF-TBL-NM,                   00117700
117800              :DCLFC-XXXAIL-COL-PROF.PF-COL-NM,                   00117800
117900              :DCLFC-XXXAIL-COL-PROF.PF-STAT-CD                   00117900
118000     END-EXEC                                                     00118000
118100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00118100
118200       SET SQL-ERROR-DETECTED TO TRUE                             00118200
118300       DISPLAY 'MMMB2902 - ERROR FETCHING GONE-CSR, SQLCODE='     00118300
118400               SQLCODE                                            00118400
118500     END-IF                                                       00118500
118600     .                                                            00118600
118700                                                                  00118700
118800*================================================================ 00118800
118900* Termination - write the summary and close up...                 00118900
119000*================================================================ 00119000
119100 900-TERMINATE.                                                   00119100
119200     IF SQL-ERROR-DETECTED                                        00119200
119300       MOVE 16 TO WS-RPT-RC                                       00119300
119400     END-IF                                                       00119400
119500                                                                  00119500
119600     WRITE RPT-LINE FROM SPACES                                   00119600
119700     MOVE 'COLUMNS PROFILED           - ' TO WS-CNT-TXT           00119700
119800     MOVE WS-COL-COUNT                    TO WS-CNT-NBR           00119800
119900     WRITE RPT-LINE FROM WS-CNT-LINE                              00119900
120000     MOVE 'COLUMNS SKIPPED            - ' TO WS-CNT-TXT           00120000
120100     MOVE WS-SKIP-COUNT                   TO WS-CNT-NBR           00120100
120200     WRITE RPT-LINE FROM WS-CNT-LINE                              00120200
120300     MOVE 'PROFILE ROWS KEPT          - ' TO WS-CNT-TXT           00120300
120400     MOVE WS-SAVED-COUNT                  TO WS-CNT-NBR           00120400
120500     WRITE RPT-LINE FROM WS-CNT-LINE                              00120500
120600     IF BASE-RUN-FOUND                                            00120600
120700       MOVE 'PROFILE SHIFTS FOUND       - ' TO WS-CNT-TXT         00120700
120800       MOVE WS-SHIFT-COUNT                  TO WS-CNT-NBR         00120800
120900       WRITE RPT-LINE FROM WS-CNT-LINE                            00120900
121000     END-IF                                                       00121000
121100     CLOSE PROF-RPT                                               00121100
121200     .                                                            00121200
121300                                                                  00121300
121400*================================================================ 00121400
121500* Run control - refuse a duplicate or out-of-order start, and     00121500
121600* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00121600
121700*================================================================ 00121700
121800 050-RUN-CNTL-START.                                              00121800
121900     INITIALIZE XXXN001A                                          00121900
122000                YYYC0230                                          00122000
122100     SET  YYYC0230-START-RUN TO TRUE                              00122100
122200     MOVE 'MMMB2902' TO YYYC0230-JOB-NM                           00122200
122300     CALL YYYS0230-RUN-CNTL USING                                 00122300
122400         XXXN001A                                                 00122400
122500         YYYC0230                                                 00122500
122600     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00122600
122700       SET SQL-ERROR-DETECTED TO TRUE                             00122700
122800       DISPLAY 'MMMB2902 - START REFUSED: ' IS-RTRN-MSG-TXT       00122800
122900     END-IF                                                       00122900
123000     .                                                            00123000
123100                                                                  00123100
123200 055-RUN-CNTL-END.                                                00123200
123300     INITIALIZE XXXN001A                                          00123300
123400                YYYC0230                                          00123400
123500     IF SQL-ERROR-DETECTED                                        00123500
123600       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00123600
123700     ELSE                                                         00123700
123800       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00123800
123900     END-IF                                                       00123900
124000     MOVE 'MMMB2902' TO YYYC0230-JOB-NM                           00124000
124100     CALL YYYS0230-RUN-CNTL USING                                 00124100
124200         XXXN001A                                                 00124200
124300         YYYC0230                                                 00124300
124400     .                                                            00124400
