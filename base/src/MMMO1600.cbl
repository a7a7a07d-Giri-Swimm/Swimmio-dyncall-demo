000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO1600.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Side-by-side store comparison.                                  00000600
000700*                                                                 00000700
000800* Puts two stores next to each other - every column of            00000800
000900* FC_XXXAIL_STORES, XXXATION and XXXAIL_LOC, then the class/      00000900
001000* ad-zone rows, the hours for the next seven days (MMMS0168) and  00001000
001100* the departments - and marks each line that differs with an *.   00001100
001200* The store-master columns are compared through the MMMK004A      00001200
001300* field map; XXXATION and XXXAIL_LOC are read column by column    00001300
001400* off the DB2 catalog (creator from the MMMS0172 parameter        00001400
001500* TBL-CREATOR, as MMMB2902 reads it), so a new column shows up    00001500
001600* without a change here. The personal fields MMMB4101 masks are   00001600
001700* compared but their values are withheld.                         00001700
001800*                                                                 00001800
001900* A store can also be compared with itself as it stood at the     00001900
002000* end of an earlier day - the as-of image MMMS0164 rebuilds from  00002000
002100* FC_XXXAIL_STORES_HIST. History is kept for the store master     00002100
002200* only, so that comparison covers the store-master columns.       00002200
002300*                                                                 00002300
002400* The comparison is built afresh on every enter and shown nine    00002400
002500* lines a page. With P it is also written to the report archive   00002500
002600* (FC_XXXAIL_RPT_ARCH, report id CMPR, burst key the operator's   00002600
002700* user id) for MMMB0301 to list and reprint.                      00002700
002800*                                                                 00002800
002900* Input line:                                                     00002900
003000*   a sssssssss tttttttttt d p nnn                                00003000
003100*   a=C compare with another store / H compare with the store's   00003100
003200*     own history as of a date                                    00003200
003300*   s is the store number                                         00003300
003400*   t is the other store number on C, the as-of date              00003400
003500*     (yyyy-mm-dd) on H                                           00003500
003600*   d=D differences only, blank every line                        00003600
003700*   p=P print the whole comparison to the report archive          00003700
003800*   n is the page to show, blank for the first.                   00003800
003900*-----------------------------------------------------------------00003900
004000 ENVIRONMENT DIVISION.                                            00004000
004100 DATA DIVISION.                                                   00004100
004200 WORKING-STORAGE SECTION.                                         00004200
004300*=================================================================00004300
004400* Misc working storage.                                           00004400
004500*=================================================================00004500
004600 01 WS-SQLCODE                  PIC ----9.                        00004600
004700 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00004700
004800 01 WS-DUMMY                    PIC X(1)  VALUE SPACES.           00004800
004900 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00004900
005000 01 WS-FLD-IDX                  PIC S9(4) COMP VALUE 0.           00005000
005100 01 WS-DAY-IDX                  PIC S9(4) COMP VALUE 0.           00005100
005200 01 WS-PTR                      PIC S9(4) COMP VALUE 0.           00005200
005300 01 WS-FLD-OFF                  PIC S9(4) COMP VALUE 0.           00005300
005400 01 WS-FLD-LEN                  PIC S9(4) COMP VALUE 0.           00005400
005500 01 WS-PK-START                 PIC S9(4) COMP VALUE 0.           00005500
005600 01 WS-TXT-LEN                  PIC 9(2)  VALUE 0.                00005600
005700 01 WS-ARG-LEN                  PIC S9(4) COMP VALUE 0.           00005700
005800 01 WS-REF-LEN                  PIC S9(4) COMP VALUE 0.           00005800
005900 01 K-LINES-PER-PAGE            PIC S9(4) COMP VALUE 9.           00005900
006000 01 K-REPORT-ID                 PIC X(4)  VALUE 'CMPR'.           00006000
006100 01 WS-CREATOR                  PIC X(8)  VALUE 'DB2PROD'.        00006100
006200 01 WS-TODAY                    PIC X(10) VALUE SPACES.           00006200
006300 01 WS-FUTURE-SW                PIC X(1)  VALUE 'N'.              00006300
006400    88 WS-DATE-IN-FUTURE                  VALUE 'Y'.              00006400
006500                                                                  00006500
006600* The two stores, the page wanted and the counts as the lines     00006600
006700* go by.                                                          00006700
006800 01 WS-STORE-A                  PIC S9(9) COMP VALUE 0.           00006800
006900 01 WS-STORE-B                  PIC S9(9) COMP VALUE 0.           00006900
007000 01 WS-READ-STORE               PIC S9(9) COMP VALUE 0.           00007000
007100 01 WS-ASOF-DT                  PIC X(10) VALUE SPACES.           00007100
007200 01 WS-PAGE-NO                  PIC S9(4) COMP VALUE 0.           00007200
007300 01 WS-PAGE-CNT                 PIC S9(4) COMP VALUE 0.           00007300
007400 01 WS-FIRST-LINE               PIC S9(9) COMP VALUE 0.           00007400
007500 01 WS-LAST-LINE                PIC S9(9) COMP VALUE 0.           00007500
007600 01 WS-LINE-CNT                 PIC S9(9) COMP VALUE 0.           00007600
007700 01 WS-DIFF-CNT                 PIC S9(9) COMP VALUE 0.           00007700
007800 01 WS-SECT-DIFF-CNT            PIC S9(9) COMP VALUE 0.           00007800
007900 01 WS-ROW-CNT-A                PIC S9(9) COMP VALUE 0.           00007900
008000 01 WS-ROW-CNT-B                PIC S9(9) COMP VALUE 0.           00008000
008100 01 WS-LINE-KIND-SW             PIC X(1)  VALUE SPACES.           00008100
008200    88 WS-HEADING-LINE                    VALUE 'H'.              00008200
008300    88 WS-DETAIL-LINE                     VALUE 'D'.              00008300
008400 01 WS-ARCH-LINE-NBR            PIC S9(9) COMP-3 VALUE 0.         00008400
008500                                                                  00008500
008600 01 WS-INPUT-AREA.                                                00008600
008700     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00008700
008800         88 WS-ACT-COMPARE              VALUE 'C'.                00008800
008900         88 WS-ACT-HISTORY              VALUE 'H'.                00008900
009000     05 FILLER                  PIC X(1).                         00009000
009100     05 WS-IN-STORE-X           PIC X(9)  VALUE SPACES.           00009100
009200     05 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                     00009200
009300                                PIC 9(9).                         00009300
009400     05 FILLER                  PIC X(1).                         00009400
009500     05 WS-IN-OTHER-X           PIC X(10) VALUE SPACES.           00009500
009600     05 WS-IN-OTHER-STORE REDEFINES WS-IN-OTHER-X.                00009600
009700         10 WS-IN-OTHER-STORE-X PIC X(9).                         00009700
009800         10 WS-IN-OTHER-STORE-N REDEFINES WS-IN-OTHER-STORE-X     00009800
009900                                PIC 9(9).                         00009900
010000         10 WS-IN-OTHER-REST    PIC X(1).                         00010000
010100     05 FILLER                  PIC X(1).                         00010100
010200     05 WS-IN-DIFF-SW           PIC X(1)  VALUE SPACES.           00010200
010300         88 WS-DIFFS-ONLY               VALUE 'D'.                00010300
010400         88 WS-ALL-LINES                VALUE ' '.                00010400
010500     05 FILLER                  PIC X(1).                         00010500
010600     05 WS-IN-PRINT-SW          PIC X(1)  VALUE SPACES.           00010600
010700         88 WS-PRINT-WANTED             VALUE 'P'.                00010700
010800         88 WS-SCREEN-ONLY              VALUE ' '.                00010800
010900     05 FILLER                  PIC X(1).                         00010900
011000     05 WS-IN-PAGE-X            PIC X(3)  VALUE SPACES.           00011000
011100     05 WS-IN-PAGE-N REDEFINES WS-IN-PAGE-X                       00011100
011200                                PIC 9(3).                         00011200
011300     05 FILLER                  PIC X(50) VALUE SPACES.           00011300
011400 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00011400
011500                                                                  00011500
011600 01 WS-SCREEN-AREA.                                               00011600
011700     05 WS-SCR-HDG1             PIC X(79) VALUE                   00011700
011800        'MMMO1600       STORE COMPARISON'.                        00011800
011900     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00011900
012000     05 WS-SCR-DTL OCCURS 10 TIMES                                00012000
012100                                PIC X(79).                        00012100
012200 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00012200
012300                                                                  00012300
012400* One comparison line - the same layout heads the columns.        00012400
012500 01 WS-COMPARE-LINE.                                              00012500
012600     05 WS-CL-FLAG              PIC X(1).                         00012600
012700     05 FILLER                  PIC X(1)  VALUE SPACES.           00012700
012800     05 WS-CL-LABEL             PIC X(21).                        00012800
012900     05 FILLER                  PIC X(1)  VALUE SPACES.           00012900
013000     05 WS-CL-VAL-A             PIC X(27).                        00013000
013100     05 FILLER                  PIC X(1)  VALUE SPACES.           00013100
013200     05 WS-CL-VAL-B             PIC X(27).                        00013200
013300 01 WS-COLUMN-HDG               PIC X(79) VALUE SPACES.           00013300
013400                                                                  00013400
013500 01 WS-TITLE-LINE.                                                00013500
013600     05 FILLER                  PIC X(23) VALUE                   00013600
013700        'STORE COMPARISON: STORE'.                                00013700
013800     05 WS-TL-STORE-A           PIC Z(8)9.                        00013800
013900     05 FILLER                  PIC X(4)  VALUE ' VS '.           00013900
014000     05 WS-TL-OTHER             PIC X(25).                        00014000
014100     05 FILLER                  PIC X(2)  VALUE SPACES.           00014100
014200     05 WS-TL-MODE              PIC X(16).                        00014200
014300                                                                  00014300
014400 01 WS-PAGE-MSG.                                                  00014400
014500     05 FILLER                  PIC X(5)  VALUE 'PAGE '.          00014500
014600     05 WS-PM-PAGE              PIC ZZ9.                          00014600
014700     05 FILLER                  PIC X(4)  VALUE ' OF '.           00014700
014800     05 WS-PM-PAGES             PIC ZZ9.                          00014800
014900     05 FILLER                  PIC X(3)  VALUE ' - '.            00014900
015000     05 WS-PM-DIFFS             PIC ZZZ9.                         00015000
015100     05 FILLER                  PIC X(24) VALUE                   00015100
015200        ' DIFFERENCE(S)'.                                         00015200
015300     05 WS-PM-PRINT-TXT         PIC X(33) VALUE SPACES.           00015300
015400                                                                  00015400
015500* Edited pieces.                                                  00015500
015600 01 WS-ED-STORE                 PIC Z(8)9.                        00015600
015700 01 WS-ED-NUM                   PIC -(14)9.                       00015700
015800 01 WS-ED-DEC                   PIC -(12)9.99.                    00015800
015900 01 WS-ED-CLASS                 PIC ZZ9.                          00015900
016000 01 WS-ED-ZONE                  PIC Z(6)9.                        00016000
016100 01 WS-ED-EXCP                  PIC Z(6)9.                        00016100
016200 01 WS-ED-LINES                 PIC Z(4)9.                        00016200
016300                                                                  00016300
016400* The two store-master rows as DCLFC-XXXAIL-STORES images, and a  00016400
016500* packed column lifted out of one for editing.                    00016500
016600 01 WS-ROW-A                    PIC X(433) VALUE SPACES.          00016600
016700 01 WS-ROW-B                    PIC X(433) VALUE SPACES.          00016700
016800 01 WS-PK-AREA                  PIC X(8)  VALUE LOW-VALUES.       00016800
016900 01 WS-PK-NUM REDEFINES WS-PK-AREA                                00016900
017000                                PIC S9(15) COMP-3.                00017000
017100 01 WS-PK-DEC                   PIC S9(13)V99 COMP-3 VALUE 0.     00017100
017200 01 WS-FLD-VAL                  PIC X(74) VALUE SPACES.           00017200
017300                                                                  00017300
017400* The catalog row for the column in hand, the statement built     00017400
017500* for it and what it hands back.                                  00017500
017600 01 WS-CAT-TBL-NM               PIC X(18) VALUE SPACES.           00017600
017700 01 WS-CAT-COL-NM               PIC X(30) VALUE SPACES.           00017700
017800 01 WS-CAT-COLTYPE              PIC X(8)  VALUE SPACES.           00017800
017900 01 WS-CAT-LENGTH               PIC S9(4) COMP VALUE 0.           00017900
018000 01 WS-CAT-SCALE                PIC S9(4) COMP VALUE 0.           00018000
018100 01 WS-CAT-MASK-SW              PIC X(1)  VALUE SPACES.           00018100
018200    88 COL-IS-PERSONAL                    VALUE 'Y'.              00018200
018300 01 WS-COL-CLASS                PIC X(1)  VALUE SPACES.           00018300
018400    88 COL-IS-CHAR                        VALUE 'C'.              00018400
018500    88 COL-IS-WHOLE                       VALUE 'N'.              00018500
018600    88 COL-IS-DEC                         VALUE 'K'.              00018600
018700    88 COL-IS-DATE                        VALUE 'D'.              00018700
018800    88 COL-IS-TIME                        VALUE 'T'.              00018800
018900    88 COL-NOT-SHOWN                      VALUE 'X'.              00018900
019000 01 WS-VAL-ARG                  PIC X(60) VALUE SPACES.           00019000
019100 01 WS-SQL-STMT.                                                  00019100
019200    49 WS-SQL-LEN               PIC S9(4) COMP VALUE 0.           00019200
019300    49 WS-SQL-TXT               PIC X(1000).                      00019300
019400 01 WS-CMP-VAL-A.                                                 00019400
019500    49 WS-CMP-VAL-A-LEN         PIC S9(4) COMP.                   00019500
019600    49 WS-CMP-VAL-A-TXT         PIC X(40).                        00019600
019700 01 WS-CMP-VAL-B.                                                 00019700
019800    49 WS-CMP-VAL-B-LEN         PIC S9(4) COMP.                   00019800
019900    49 WS-CMP-VAL-B-TXT         PIC X(40).                        00019900
020000 01 WS-CMP-VAL-A-IND            PIC S9(4) COMP VALUE 0.           00020000
020100 01 WS-CMP-VAL-B-IND            PIC S9(4) COMP VALUE 0.           00020100
020200 01 WS-CMP-DIFF-SW              PIC X(1)  VALUE SPACES.           00020200
020300    88 WS-VALUES-DIFFER                   VALUE 'Y'.              00020300
020400                                                                  00020400
020500* A class/ad-zone row or a department as the full outer joins     00020500
020600* hand them back - Y/N for whether each store has it.             00020600
020700 01 WS-CZ-CLASS                 PIC S9(3) COMP-3 VALUE 0.         00020700
020800 01 WS-CZ-HAS-A                 PIC X(1)  VALUE SPACES.           00020800
020900 01 WS-CZ-ZONE-A                PIC S9(7) COMP-3 VALUE 0.         00020900
021000 01 WS-CZ-EXCP-A                PIC S9(7) COMP-3 VALUE 0.         00021000
021100 01 WS-CZ-HAS-B                 PIC X(1)  VALUE SPACES.           00021100
021200 01 WS-CZ-ZONE-B                PIC S9(7) COMP-3 VALUE 0.         00021200
021300 01 WS-CZ-EXCP-B                PIC S9(7) COMP-3 VALUE 0.         00021300
021400 01 WS-DP-DEPT-NBR              PIC X(5)  VALUE SPACES.           00021400
021500 01 WS-DP-SUB-DEPT-ID           PIC X(5)  VALUE SPACES.           00021500
021600 01 WS-DP-DEPT-NM               PIC X(30) VALUE SPACES.           00021600
021700 01 WS-DP-HAS-A                 PIC X(1)  VALUE SPACES.           00021700
021800 01 WS-DP-HAS-B                 PIC X(1)  VALUE SPACES.           00021800
021900                                                                  00021900
022000* The next seven days, and one store's hours for one of them.     00022000
022100 01 WS-WEEK-DATES.                                                00022100
022200     05 WS-WEEK-DT-1            PIC X(10) VALUE SPACES.           00022200
022300     05 WS-WEEK-DT-2            PIC X(10) VALUE SPACES.           00022300
022400     05 WS-WEEK-DT-3            PIC X(10) VALUE SPACES.           00022400
022500     05 WS-WEEK-DT-4            PIC X(10) VALUE SPACES.           00022500
022600     05 WS-WEEK-DT-5            PIC X(10) VALUE SPACES.           00022600
022700     05 WS-WEEK-DT-6            PIC X(10) VALUE SPACES.           00022700
022800     05 WS-WEEK-DT-7            PIC X(10) VALUE SPACES.           00022800
022900 01 WS-WEEK-TABLE REDEFINES WS-WEEK-DATES.                        00022900
023000     05 WS-WEEK-DT              PIC X(10) OCCURS 7 TIMES.         00023000
023100 01 WS-HOURS-TXT                PIC X(27) VALUE SPACES.           00023100
023200                                                                  00023200
023300*=================================================================00023300
023400* Misc copy books.                                                00023400
023500*=================================================================00023500
023600 COPY DFHEIBLK.                                                   00023600
023700 COPY XXXN001A.                                                   00023700
023800 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       00023800
023900 COPY MMMC0181.                                                   00023900
024000 01 MMMS0182-RENUM-SVC          PIC X(8)  VALUE 'MMMS0182'.       00024000
024100 COPY MMMC0182.                                                   00024100
024200 01 MMMS0164-AS-OF-SVC          PIC X(8)  VALUE 'MMMS0164'.       00024200
024300 COPY MMMC0164.                                                   00024300
024400 01 MMMS0168-HRS-RESOLVER       PIC X(8)  VALUE 'MMMS0168'.       00024400
024500 COPY MMMC0168.                                                   00024500
024600 01 MMMS0172-PARM-LOOKUP        PIC X(8)  VALUE 'MMMS0172'.       00024600
024700 COPY MMMC0172.                                                   00024700
024800 COPY YYYC0107.                                                   00024800
024900 COPY MMMK004A.                                                   00024900
025000                                                                  00025000
025100*=================================================================00025100
025200*  DB2 Areas                                                      00025200
025300*=================================================================00025300
025400     EXEC SQL                                                     00025400
025500       INCLUDE SQLCA                                              00025500
025600     END-EXEC.                                                    00025600
025700                                                                  00025700
025800     EXEC SQL                                                     00025800
025900       INCLUDE DDDTRA01                                           00025900
026000     END-EXEC.                                                    00026000
026100                                                                  00026100
026200     EXEC SQL                                                     00026200
026300       INCLUDE DDDTRL01                                           00026300
026400     END-EXEC.                                                    00026400
026500                                                                  00026500
026600* Every column of one table, in column order, with the personal   00026600
026700* fields MMMB4101 masks flagged.                                  00026700
026800     EXEC SQL                                                     00026800
026900       DECLARE CAT-CSR CURSOR FOR                                 00026900
027000       SELECT SUBSTR(NAME, 1, 30), COLTYPE, LENGTH, SCALE,        00027000
027100              CASE WHEN TBNAME = 'XXXATION'                       00027100
027200                    AND NAME IN ('PRIM_CONTACT_NM',               00027200
027300                                 'SEC_CONTACT_NM',                00027300
027400                                 'MAIL_TO_CNTCT_NM',              00027400
027500                                 'PRIM_EMAIL_ID',                 00027500
027600                                 'SECY_EMAIL_ID',                 00027600
027700                                 'MAIL_TO_EMAIL_ID',              00027700
027800                                 'PRIM_AREA_CD',                  00027800
027900                                 'PRIM_PHONE_NBR',                00027900
028000                                 'SEC_AREA_CD',                   00028000
028100                                 'SEC_PHONE_NBR',                 00028100
028200                                 'MAIL_TO_AREA_CD',               00028200
028300                                 'MAIL_TO_PHONE_NBR')             00028300
028400                   THEN 'Y'                                       00028400
028500                   WHEN TBNAME = 'XXXAIL_LOC'                     00028500
028600                    AND NAME = 'TOP_LEADER_NM'                    00028600
028700                   THEN 'Y'                                       00028700
028800                   ELSE 'N' END                                   00028800
028900         FROM SYSIBM.SYSCOLUMNS                                   00028900
029000        WHERE TBCREATOR = :WS-CREATOR                             00029000
029100          AND TBNAME    = :WS-CAT-TBL-NM                          00029100
029200        ORDER BY COLNO                                            00029200
029300     END-EXEC                                                     00029300
029400                                                                  00029400
029500     EXEC SQL                                                     00029500
029600       DECLARE CMP-CSR CURSOR FOR CMP-STMT                        00029600
029700     END-EXEC                                                     00029700
029800                                                                  00029800
029900* Class/ad-zone rows of either store, matched by class.           00029900
030000     EXEC SQL                                                     00030000
030100       DECLARE CZ-CSR CURSOR FOR                                  00030100
030200       SELECT COALESCE(A.ITM_CLS_CD, B.ITM_CLS_CD),               00030200
030300              CASE WHEN A.ITM_CLS_CD IS NULL                      00030300
030400                   THEN 'N' ELSE 'Y' END,                         00030400
030500              COALESCE(A.AD_ZONE, 0), COALESCE(A.AD_ZONE_EXCP, 0),00030500
030600              CASE WHEN B.ITM_CLS_CD IS NULL                      00030600
030700                   THEN 'N' ELSE 'Y' END,                         00030700
030800              COALESCE(B.AD_ZONE, 0), COALESCE(B.AD_ZONE_EXCP, 0) 00030800
030900         FROM ( SELECT ITM_CLS_CD, AD_ZONE, AD_ZONE_EXCP          00030900
031000                  FROM FC_XXXAIL_CLS_ZONE                         00031000
031100                 WHERE LOC_TYP_CD = 'S '                          00031100
031200                   AND LOC_NBR    = :WS-STORE-A ) A               00031200
031300         FULL OUTER JOIN                                          00031300
031400              ( SELECT ITM_CLS_CD, AD_ZONE, AD_ZONE_EXCP          00031400
031500                  FROM FC_XXXAIL_CLS_ZONE                         00031500
031600                 WHERE LOC_TYP_CD = 'S '                          00031600
031700                   AND LOC_NBR    = :WS-STORE-B ) B               00031700
031800           ON B.ITM_CLS_CD = A.ITM_CLS_CD                         00031800
031900        ORDER BY 1                                                00031900
032000     END-EXEC                                                     00032000
032100                                                                  00032100
032200* Departments of either store, matched by department and sub-     00032200
032300* department, named from XXX_DEPT where it has them.              00032300
032400     EXEC SQL                                                     00032400
032500       DECLARE DEPT-CSR CURSOR FOR                                00032500
032600       SELECT COALESCE(A.FC_DEPT_NO, B.FC_DEPT_NO),               00032600
032700              COALESCE(A.FC_SUB_DEPT_ID, B.FC_SUB_DEPT_ID),       00032700
032800              COALESCE(P.DEPT_NM, ' '),                           00032800
032900              CASE WHEN A.FC_DEPT_NO IS NULL                      00032900
033000                   THEN 'N' ELSE 'Y' END,                         00033000
033100              CASE WHEN B.FC_DEPT_NO IS NULL                      00033100
033200                   THEN 'N' ELSE 'Y' END                          00033200
033300         FROM ( SELECT FC_DEPT_NO, FC_SUB_DEPT_ID                 00033300
033400                  FROM FC_RETAIL_DEPTS                            00033400
033500                 WHERE FC_STORE_NO = :WS-STORE-A ) A              00033500
033600         FULL OUTER JOIN                                          00033600
033700              ( SELECT FC_DEPT_NO, FC_SUB_DEPT_ID                 00033700
033800                  FROM FC_RETAIL_DEPTS                            00033800
033900                 WHERE FC_STORE_NO = :WS-STORE-B ) B              00033900
034000           ON B.FC_DEPT_NO     = A.FC_DEPT_NO                     00034000
034100          AND B.FC_SUB_DEPT_ID = A.FC_SUB_DEPT_ID                 00034100
034200         LEFT OUTER JOIN XXX_DEPT P                               00034200
034300           ON P.STR_DEPT_NBR    = COALESCE(A.FC_DEPT_NO,          00034300
034400                                           B.FC_DEPT_NO)          00034400
034500          AND P.STR_SUB_DEPT_ID = COALESCE(A.FC_SUB_DEPT_ID,      00034500
034600                                           B.FC_SUB_DEPT_ID)      00034600
034700        ORDER BY 1, 2                                             00034700
034800     END-EXEC                                                     00034800
034900                                                                  00034900
035000 PROCEDURE DIVISION.                                              00035000
035100*=================================================================00035100
035200* Main program logic...                                           00035200
035300*=================================================================00035300
035400 000-MAINLINE.                                                    00035400
035500     INITIALIZE XXXN001A                                          00035500
035600                                                                  00035600
035700     EXEC CICS RECEIVE                                            00035700
035800       INTO   (WS-INPUT-AREA)                                     00035800
035900       LENGTH (WS-INPUT-LEN)                                      00035900
036000       RESP   (WS-RESP)                                           00036000
036100     END-EXEC                                                     00036100
036200                                                                  00036200
036300     PERFORM 050-GET-CURRENT-USER                                 00036300
036400     PERFORM 100-EDIT-REQUEST                                     00036400
036500                                                                  00036500
036600     IF SUCCESS                                                   00036600
036700       PERFORM 150-GET-THE-STORE-ROWS                             00036700
036800     END-IF                                                       00036800
036900                                                                  00036900
037000     IF SUCCESS                                                   00037000
037100       PERFORM 200-COMPARE-THE-STORES                             00037100
037200     END-IF                                                       00037200
037300                                                                  00037300
037400     IF NOT SUCCESS                                               00037400
037500       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00037500
037600     END-IF                                                       00037600
037700     PERFORM 700-SEND-SCREEN                                      00037700
037800                                                                  00037800
037900     EXEC CICS RETURN                                             00037900
038000       TRANSID ('MC16')                                           00038000
038100     END-EXEC                                                     00038100
038200     .                                                            00038200
038300                                                                  00038300
038400*=================================================================00038400
038500* Identify the operator - the print goes out under the user id... 00038500
038600*=================================================================00038600
038700 050-GET-CURRENT-USER.                                            00038700
038800     CALL Z-GET-CICS-USER-ID USING                                00038800
038900         EIBLK    WS-DUMMY                                        00038900
039000         XXXN001A YYYC0107                                        00039000
039100     .                                                            00039100
039200                                                                  00039200
039300*=================================================================00039300
039400* The usual edits - action, stores or as-of date, the switches    00039400
039500* and the page - then any renumbered store resolved to the store  00039500
039600* it became.                                                      00039600
039700*=================================================================00039700
039800 100-EDIT-REQUEST.                                                00039800
039900     PERFORM 105-CLEAR-ONE-LINE                                   00039900
040000       VARYING WS-DTL-IDX FROM 1 BY 1                             00040000
040100       UNTIL WS-DTL-IDX > 10                                      00040100
040200                                                                  00040200
040300     EVALUATE TRUE                                                00040300
040400       WHEN NOT WS-ACT-COMPARE AND NOT WS-ACT-HISTORY             00040400
040500         SET  FAILURE TO TRUE                                     00040500
040600         MOVE 'ACTION MUST BE C OR H'                             00040600
040700           TO IS-RTRN-MSG-TXT                                     00040700
040800       WHEN WS-IN-STORE-X NOT NUMERIC                             00040800
040900         SET  FAILURE TO TRUE                                     00040900
041000         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00041000
041100           TO IS-RTRN-MSG-TXT                                     00041100
041200       WHEN WS-ACT-COMPARE                                        00041200
041300        AND ( WS-IN-OTHER-STORE-X NOT NUMERIC                     00041300
041400           OR WS-IN-OTHER-REST NOT = SPACES )                     00041400
041500         SET  FAILURE TO TRUE                                     00041500
041600         MOVE 'THE OTHER STORE NUMBER MUST BE NUMERIC'            00041600
041700           TO IS-RTRN-MSG-TXT                                     00041700
041800       WHEN WS-ACT-COMPARE                                        00041800
041900        AND WS-IN-OTHER-STORE-N = WS-IN-STORE-N                   00041900
042000         SET  FAILURE TO TRUE                                     00042000
042100         MOVE 'SAME STORE TWICE - USE H TO SEE ITS HISTORY'       00042100
042200           TO IS-RTRN-MSG-TXT                                     00042200
042300       WHEN NOT WS-DIFFS-ONLY AND NOT WS-ALL-LINES                00042300
042400         SET  FAILURE TO TRUE                                     00042400
042500         MOVE 'DIFFERENCES SWITCH MUST BE D OR BLANK'             00042500
042600           TO IS-RTRN-MSG-TXT                                     00042600
042700       WHEN NOT WS-PRINT-WANTED AND NOT WS-SCREEN-ONLY            00042700
042800         SET  FAILURE TO TRUE                                     00042800
042900         MOVE 'PRINT SWITCH MUST BE P OR BLANK'                   00042900
043000           TO IS-RTRN-MSG-TXT                                     00043000
043100       WHEN WS-IN-PAGE-X NOT = SPACES                             00043100
043200        AND ( WS-IN-PAGE-X NOT NUMERIC                            00043200
043300           OR WS-IN-PAGE-N = 0 )                                  00043300
043400         SET  FAILURE TO TRUE                                     00043400
043500         MOVE 'PAGE MUST BE THREE DIGITS OR BLANK'                00043500
043600           TO IS-RTRN-MSG-TXT                                     00043600
043700     END-EVALUATE                                                 00043700
043800                                                                  00043800
043900     IF SUCCESS                                                   00043900
044000       IF WS-IN-PAGE-X = SPACES                                   00044000
044100         MOVE 1 TO WS-PAGE-NO                                     00044100
044200       ELSE                                                       00044200
044300         MOVE WS-IN-PAGE-N TO WS-PAGE-NO                          00044300
044400       END-IF                                                     00044400
044500       COMPUTE WS-FIRST-LINE =                                    00044500
044600               ( WS-PAGE-NO - 1 ) * K-LINES-PER-PAGE + 1          00044600
044700       COMPUTE WS-LAST-LINE  = WS-PAGE-NO * K-LINES-PER-PAGE      00044700
044800                                                                  00044800
044900       MOVE WS-IN-STORE-N TO WS-STORE-A                           00044900
045000       PERFORM 720-RESOLVE-RENUMBERED-STORE                       00045000
045100       MOVE WS-STORE-A TO WS-STORE-B                              00045100
045200       IF WS-ACT-COMPARE                                          00045200
045300         MOVE WS-IN-OTHER-STORE-N TO WS-STORE-B                   00045300
045400         PERFORM 725-RESOLVE-THE-OTHER-STORE                      00045400
045500       ELSE                                                       00045500
045600         PERFORM 120-CHECK-THE-AS-OF-DATE                         00045600
045700       END-IF                                                     00045700
045800     END-IF                                                       00045800
045900     .                                                            00045900
046000                                                                  00046000
046100 105-CLEAR-ONE-LINE.                                              00046100
046200     MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                       00046200
046300     .                                                            00046300
046400                                                                  00046400
046500*    The as-of date must be a real date, and not a later one.     00046500
046600 120-CHECK-THE-AS-OF-DATE.                                        00046600
046700     MOVE WS-IN-OTHER-X TO WS-ASOF-DT                             00046700
046800     EXEC SQL                                                     00046800
046900       SELECT CASE WHEN DATE(:WS-ASOF-DT) > CURRENT DATE          00046900
047000                   THEN 'Y' ELSE 'N' END                          00047000
047100        INTO :WS-FUTURE-SW                                        00047100
047200       FROM SYSIBM.SYSDUMMY1                                      00047200
047300     END-EXEC                                                     00047300
047400     EVALUATE TRUE                                                00047400
047500       WHEN SQLCODE = -180 OR SQLCODE = -181                      00047500
047600         SET  FAILURE TO TRUE                                     00047600
047700         MOVE 'AS-OF DATE MUST BE A VALID DATE, YYYY-MM-DD'       00047700
047800           TO IS-RTRN-MSG-TXT                                     00047800
047900       WHEN SQLCODE NOT = 0                                       00047900
048000         PERFORM 800-SQL-ERROR                                    00048000
048100       WHEN WS-DATE-IN-FUTURE                                     00048100
048200         SET  FAILURE TO TRUE                                     00048200
048300         MOVE 'AS-OF DATE CANNOT BE IN THE FUTURE'                00048300
048400           TO IS-RTRN-MSG-TXT                                     00048400
048500     END-EVALUATE                                                 00048500
048600     .                                                            00048600
048700                                                                  00048700
048800*=================================================================00048800
048900* The store-master rows - the keyed store, then the other store   00048900
049000* or the store's as-of image from MMMS0164 as it stood at the     00049000
049100* end of the day. Both are kept as DCLFC-XXXAIL-STORES images.    00049100
049200*=================================================================00049200
049300 150-GET-THE-STORE-ROWS.                                          00049300
049400     MOVE WS-STORE-A TO WS-READ-STORE                             00049400
049500     PERFORM 160-READ-ONE-STORE                                   00049500
049600     IF SUCCESS                                                   00049600
049700       MOVE DCLFC-XXXAIL-STORES TO WS-ROW-A                       00049700
049800       IF WS-ACT-COMPARE                                          00049800
049900         MOVE WS-STORE-B TO WS-READ-STORE                         00049900
050000         PERFORM 160-READ-ONE-STORE                               00050000
050100         IF SUCCESS                                               00050100
050200           MOVE DCLFC-XXXAIL-STORES TO WS-ROW-B                   00050200
050300         END-IF                                                   00050300
050400       ELSE                                                       00050400
050500         PERFORM 170-GET-THE-AS-OF-IMAGE                          00050500
050600       END-IF                                                     00050600
050700     END-IF                                                       00050700
050800     .                                                            00050800
050900                                                                  00050900
051000 160-READ-ONE-STORE.                                              00051000
051100     MOVE WS-READ-STORE TO FC-STORE-NO OF DCLFC-XXXAIL-STORES     00051100
051200                           WS-ED-STORE                            00051200
051300     EXEC SQL                                                     00051300
051400       SELECT FC_STORE_NO, FC_RL_STORE_NM, FC_RL_STORE_CD,        00051400
051500              FC_RL_STORE_DIR_NM, FC_RL_STORE_LOC_NM,             00051500
051600              FC_RL_OPENING_DT, FC_RL_CLOSING_DT,                 00051600
051700              FC_RL_REMODEL_DT, FC_RL_DELETED_DT,                 00051700
051800              FC_RL_DISTRICT_NO, FC_RL_MARKET_AR_NO,              00051800
051900              FC_RL_PAYROL_AR_NO, FC_RL_PAY_GROUP_NO,             00051900
052000              FC_RL_COMPANY_NO, FC_RL_GEO_ZONE_CD,                00052000
052100              FC_RL_GEO_ZONE_NO, FC_RL_SCAN_MAIN_CD,              00052100
052200              FC_RL_FRONT_END_CD, FC_RL_PRICE_BUL_CD,             00052200
052300              FC_RL_UPC_ON_PB_CD, FC_RL_COMPETITR_CD,             00052300
052400              FC_RL_ASSOC_STR_NO, FC_RL_RPRT_SEQ_NO,              00052400
052500              FC_RL_SORT_SOS_NO, FC_RL_VID_PRZN_NO,               00052500
052600              FC_RL_CITY_ID_CD, FC_RL_ADZONE_ABB,                 00052600
052700              FC_RL_ADZONE_DES, FC_RL_UNLOAD_SW,                  00052700
052800              FN_ROLLUP_REPT_CD, FC_RL_STATUS_CD,                 00052800
052900              FC_RL_NEW_STORE_CD, FC_RL_TYPE_CD, FC_RL_GROUP_CD,  00052900
053000              FC_RL_SELECTCIR_CD, FC_RL_AREA_CODE_NO,             00053000
053100              FC_RL_TELEPHONE_NO, FC_RL_STORE_ABB,                00053100
053200              FC_RL_BCKRM_FT_QTY, FC_RL_LFT_FOOD_QTY,             00053200
053300              FC_RL_LFT_NONF_QTY, FC_RL_SETOFF_CD,                00053300
053400              FC_RL_CL12_ZONE_NO, FC_RL_CL12_ADZN_NO,             00053400
053500              FC_RL_CL13_ZONE_NO, FC_RL_CL13_ADZN_NO,             00053500
053600              FC_RL_CL14_ZONE_NO, FC_RL_CL14_ADZN_NO,             00053600
053700              FC_RL_CL36_ADZN_NO, FC_RL_CL37_ADZN_NO,             00053700
053800              FC_RL_STORE_DEA_NO, FC_RL_RETL_ZONE_NO,             00053800
053900              FC_RL_STOR2_LOC_NM, FC_CITY_ADR, FC_STATE_ADR,      00053900
054000              FC_ZIP_CODE5_ADR, FC_ZIP_CODE4_ADR,                 00054000
054100              FC_RL_SOS_TYPE_CD, FC_RL_NOPROCESS_CD,              00054100
054200              FC_RL_SOSHDRTYP_CD, FC_RL_CAT_CLASS_TB,             00054200
054300              FC_RL_LATITUDE_K, FC_RL_LONGITUDE_K, FN_DIVISION_CD,00054300
054400              FN_LINE_OF_BUS_CD, FN_ROLLUP_REPT_01_NBR,           00054400
054500              FN_ROLLUP_REPT_02_NBR, FN_ROLLUP_REPT_03_NBR,       00054500
054600              FN_ROLLUP_REPT_04_NBR, FN_ROLLUP_REPT_05_NBR,       00054600
054700              FN_ROLLUP_REPT_06_NBR, FN_ROLLUP_REPT_07_NBR,       00054700
054800              FN_ROLLUP_REPT_08_NBR, FN_ROLLUP_REPT_09_NBR,       00054800
054900              FN_ROLLUP_REPT_10_NBR                               00054900
055000        INTO :DCLFC-XXXAIL-STORES.FC-STORE-NO,                    00055000
055100             :DCLFC-XXXAIL-STORES.FC-RL-STORE-NM,                 00055100
055200             :DCLFC-XXXAIL-STORES.FC-RL-STORE-CD,                 00055200
055300             :DCLFC-XXXAIL-STORES.FC-RL-STORE-DIR-NM,             00055300
055400             :DCLFC-XXXAIL-STORES.FC-RL-STORE-LOC-NM,             00055400
055500             :DCLFC-XXXAIL-STORES.FC-RL-OPENING-DT,               00055500
055600             :DCLFC-XXXAIL-STORES.FC-RL-CLOSING-DT,               00055600
055700             :DCLFC-XXXAIL-STORES.FC-RL-REMODEL-DT,               00055700
055800             :DCLFC-XXXAIL-STORES.FC-RL-DELETED-DT,               00055800
055900             :DCLFC-XXXAIL-STORES.FC-RL-DISTRICT-NO,              00055900
056000             :DCLFC-XXXAIL-STORES.FC-RL-MARKET-AR-NO,             00056000
056100             :DCLFC-XXXAIL-STORES.FC-RL-PAYROL-AR-NO,             00056100
056200             :DCLFC-XXXAIL-STORES.FC-RL-PAY-GROUP-NO,             00056200
056300             :DCLFC-XXXAIL-STORES.FC-RL-COMPANY-NO,               00056300
056400             :DCLFC-XXXAIL-STORES.FC-RL-GEO-ZONE-CD,              00056400
056500             :DCLFC-XXXAIL-STORES.FC-RL-GEO-ZONE-NO,              00056500
056600             :DCLFC-XXXAIL-STORES.FC-RL-SCAN-MAIN-CD,             00056600
056700             :DCLFC-XXXAIL-STORES.FC-RL-FRONT-END-CD,             00056700
056800             :DCLFC-XXXAIL-STORES.FC-RL-PRICE-BUL-CD,             00056800
056900             :DCLFC-XXXAIL-STORES.FC-RL-UPC-ON-PB-CD,             00056900
057000             :DCLFC-XXXAIL-STORES.FC-RL-COMPETITR-CD,             00057000
057100             :DCLFC-XXXAIL-STORES.FC-RL-ASSOC-STR-NO,             00057100
057200             :DCLFC-XXXAIL-STORES.FC-RL-RPRT-SEQ-NO,              00057200
057300             :DCLFC-XXXAIL-STORES.FC-RL-SORT-SOS-NO,              00057300
057400             :DCLFC-XXXAIL-STORES.FC-RL-VID-PRZN-NO,              00057400
057500             :DCLFC-XXXAIL-STORES.FC-RL-CITY-ID-CD,               00057500
057600             :DCLFC-XXXAIL-STORES.FC-RL-ADZONE-ABB,               00057600
057700             :DCLFC-XXXAIL-STORES.FC-RL-ADZONE-DES,               00057700
057800             :DCLFC-XXXAIL-STORES.FC-RL-UNLOAD-SW,                00057800
057900             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-CD,              00057900
058000             :DCLFC-XXXAIL-STORES.FC-RL-STATUS-CD,                00058000
058100             :DCLFC-XXXAIL-STORES.FC-RL-NEW-STORE-CD,             00058100
058200             :DCLFC-XXXAIL-STORES.FC-RL-TYPE-CD,                  00058200
058300             :DCLFC-XXXAIL-STORES.FC-RL-GROUP-CD,                 00058300
058400             :DCLFC-XXXAIL-STORES.FC-RL-SELECTCIR-CD,             00058400
058500             :DCLFC-XXXAIL-STORES.FC-RL-AREA-CODE-NO,             00058500
058600             :DCLFC-XXXAIL-STORES.FC-RL-TELEPHONE-NO,             00058600
058700             :DCLFC-XXXAIL-STORES.FC-RL-STORE-ABB,                00058700
058800             :DCLFC-XXXAIL-STORES.FC-RL-BCKRM-FT-QTY,             00058800
058900             :DCLFC-XXXAIL-STORES.FC-RL-LFT-FOOD-QTY,             00058900
059000             :DCLFC-XXXAIL-STORES.FC-RL-LFT-NONF-QTY,             00059000
059100             :DCLFC-XXXAIL-STORES.FC-RL-SETOFF-CD,                00059100
059200             :DCLFC-XXXAIL-STORES.FC-RL-CL12-ZONE-NO,             00059200
059300             :DCLFC-XXXAIL-STORES.FC-RL-CL12-ADZN-NO,             00059300
059400             :DCLFC-XXXAIL-STORES.FC-RL-CL13-ZONE-NO,             00059400
059500             :DCLFC-XXXAIL-STORES.FC-RL-CL13-ADZN-NO,             00059500
059600             :DCLFC-XXXAIL-STORES.FC-RL-CL14-ZONE-NO,             00059600
059700             :DCLFC-XXXAIL-STORES.FC-RL-CL14-ADZN-NO,             00059700
059800             :DCLFC-XXXAIL-STORES.FC-RL-CL36-ADZN-NO,             00059800
059900             :DCLFC-XXXAIL-STORES.FC-RL-CL37-ADZN-NO,             00059900
060000             :DCLFC-XXXAIL-STORES.FC-RL-STORE-DEA-NO,             00060000
060100             :DCLFC-XXXAIL-STORES.FC-RL-RETL-ZONE-NO,             00060100
060200             :DCLFC-XXXAIL-STORES.FC-RL-STOR2-LOC-NM,             00060200
060300             :DCLFC-XXXAIL-STORES.FC-CITY-ADR,                    00060300
060400             :DCLFC-XXXAIL-STORES.FC-STATE-ADR,                   00060400
060500             :DCLFC-XXXAIL-STORES.FC-ZIP-CODE5-ADR,               00060500
060600             :DCLFC-XXXAIL-STORES.FC-ZIP-CODE4-ADR,               00060600
060700             :DCLFC-XXXAIL-STORES.FC-RL-SOS-TYPE-CD,              00060700
060800             :DCLFC-XXXAIL-STORES.FC-RL-NOPROCESS-CD,             00060800
060900             :DCLFC-XXXAIL-STORES.FC-RL-SOSHDRTYP-CD,             00060900
061000             :DCLFC-XXXAIL-STORES.FC-RL-CAT-CLASS-TB,             00061000
061100             :DCLFC-XXXAIL-STORES.FC-RL-LATITUDE-K,               00061100
061200             :DCLFC-XXXAIL-STORES.FC-RL-LONGITUDE-K,              00061200
061300             :DCLFC-XXXAIL-STORES.FN-DIVISION-CD,                 00061300
061400             :DCLFC-XXXAIL-STORES.FN-LINE-OF-BUS-CD,              00061400
061500             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-01-NBR,          00061500
061600             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-02-NBR,          00061600
061700             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-03-NBR,          00061700
061800             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-04-NBR,          00061800
061900             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-05-NBR,          00061900
062000             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-06-NBR,          00062000
062100             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-07-NBR,          00062100
062200             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-08-NBR,          00062200
062300             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-09-NBR,          00062300
062400             :DCLFC-XXXAIL-STORES.FN-ROLLUP-REPT-10-NBR           00062400
062500       FROM FC_XXXAIL_STORES                                      00062500
062600       WHERE FC_STORE_NO = :DCLFC-XXXAIL-STORES.FC-STORE-NO       00062600
062700     END-EXEC                                                     00062700
062800     EVALUATE TRUE                                                00062800
062900       WHEN SQLCODE = 100                                         00062900
063000         SET  FAILURE TO TRUE                                     00063000
063100         MOVE SPACES TO IS-RTRN-MSG-TXT                           00063100
063200         STRING 'STORE ' WS-ED-STORE                              00063200
063300                ' IS NOT ON FC_XXXAIL_STORES'                     00063300
063400           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00063400
063500       WHEN SQLCODE NOT = 0                                       00063500
063600         PERFORM 800-SQL-ERROR                                    00063600
063700     END-EVALUATE                                                 00063700
063800     .                                                            00063800
063900                                                                  00063900
064000 170-GET-THE-AS-OF-IMAGE.                                         00064000
064100     INITIALIZE MMMC0164                                          00064100
064200     SET  MMMC0164-AS-OF-FETCH TO TRUE                            00064200
064300     MOVE WS-STORE-A TO MMMC0164-LOC-NBR                          00064300
064400     MOVE 'S '       TO MMMC0164-LOC-TYP-CD                       00064400
064500     STRING WS-ASOF-DT '-23.59.59.999999'                         00064500
064600       DELIMITED BY SIZE INTO MMMC0164-AS-OF-TS                   00064600
064700     CALL MMMS0164-AS-OF-SVC USING                                00064700
064800         XXXN001A                                                 00064800
064900         MMMC0164                                                 00064900
065000         WS-ROW-B                                                 00065000
065100     IF SUCCESS AND NOT MMMC0164-SNAPSHOT-FOUND                   00065100
065200       SET  FAILURE TO TRUE                                       00065200
065300       MOVE SPACES TO IS-RTRN-MSG-TXT                             00065300
065400       STRING 'NO STORE-MASTER HISTORY FOR THE STORE AS OF '      00065400
065500              WS-ASOF-DT                                          00065500
065600         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   00065600
065700     END-IF                                                       00065700
065800     .                                                            00065800
065900                                                                  00065900
066000*=================================================================00066000
066100* The comparison, section by section. Every line goes through     00066100
066200* 650-PUT-LINE, which counts it, puts it on the screen when it    00066200
066300* falls on the page asked for, and archives it on a print.        00066300
066400*=================================================================00066400
066500 200-COMPARE-THE-STORES.                                          00066500
066600     PERFORM 210-SET-THE-HEADINGS                                 00066600
066700     IF WS-PRINT-WANTED                                           00066700
066800       PERFORM 690-START-THE-ARCHIVE                              00066800
066900     END-IF                                                       00066900
067000                                                                  00067000
067100     IF SUCCESS                                                   00067100
067200       PERFORM 300-COMPARE-MASTER-ROWS                            00067200
067300     END-IF                                                       00067300
067400     IF SUCCESS                                                   00067400
067500       IF WS-ACT-COMPARE                                          00067500
067600         PERFORM 110-GET-THE-CREATOR                              00067600
067700         MOVE 'XXXATION' TO WS-CAT-TBL-NM                         00067700
067800         PERFORM 400-COMPARE-CATALOG-TABLE                        00067800
067900         IF SUCCESS                                               00067900
068000           MOVE 'XXXAIL_LOC' TO WS-CAT-TBL-NM                     00068000
068100           PERFORM 400-COMPARE-CATALOG-TABLE                      00068100
068200         END-IF                                                   00068200
068300         IF SUCCESS                                               00068300
068400           PERFORM 500-COMPARE-CLASS-ZONES                        00068400
068500         END-IF                                                   00068500
068600         IF SUCCESS                                               00068600
068700           PERFORM 550-COMPARE-HOURS                              00068700
068800         END-IF                                                   00068800
068900         IF SUCCESS                                               00068900
069000           PERFORM 600-COMPARE-DEPARTMENTS                        00069000
069100         END-IF                                                   00069100
069200       ELSE                                                       00069200
069300         PERFORM 260-SHOW-THE-SNAPSHOT-NOTE                       00069300
069400       END-IF                                                     00069400
069500     END-IF                                                       00069500
069600                                                                  00069600
069700     IF SUCCESS                                                   00069700
069800       PERFORM 280-SHOW-THE-PAGE-COUNT                            00069800
069900     END-IF                                                       00069900
070000     .                                                            00070000
070100                                                                  00070100
070200 210-SET-THE-HEADINGS.                                            00070200
070300     MOVE SPACES TO WS-COMPARE-LINE                               00070300
070400     MOVE 'FIELD' TO WS-CL-LABEL                                  00070400
070500     MOVE WS-STORE-A TO WS-ED-STORE                               00070500
070600     STRING 'STORE ' WS-ED-STORE                                  00070600
070700       DELIMITED BY SIZE INTO WS-CL-VAL-A                         00070700
070800     IF WS-ACT-COMPARE                                            00070800
070900       MOVE WS-STORE-B TO WS-ED-STORE                             00070900
071000       STRING 'STORE ' WS-ED-STORE                                00071000
071100         DELIMITED BY SIZE INTO WS-CL-VAL-B                       00071100
071200     ELSE                                                         00071200
071300       STRING 'AS OF ' WS-ASOF-DT                                 00071300
071400         DELIMITED BY SIZE INTO WS-CL-VAL-B                       00071400
071500     END-IF                                                       00071500
071600     MOVE WS-COMPARE-LINE TO WS-COLUMN-HDG                        00071600
071700                             WS-SCR-DTL (1)                       00071700
071800                                                                  00071800
071900     MOVE WS-STORE-A  TO WS-TL-STORE-A                            00071900
072000     MOVE WS-CL-VAL-B TO WS-TL-OTHER                              00072000
072100     IF WS-DIFFS-ONLY                                             00072100
072200       MOVE '(DIFFERENCES)' TO WS-TL-MODE                         00072200
072300     ELSE                                                         00072300
072400       MOVE '(ALL FIELDS)'  TO WS-TL-MODE                         00072400
072500     END-IF                                                       00072500
072600     .                                                            00072600
072700                                                                  00072700
072800*    On H the other sections have no history to compare with.     00072800
072900 260-SHOW-THE-SNAPSHOT-NOTE.                                      00072900
073000     MOVE SPACES TO WS-COMPARE-LINE                               00073000
073100     MOVE '-- AS-OF IMAGE' TO WS-CL-LABEL                         00073100
073200     MOVE MMMC0164-HIST-EFF-TS TO WS-CL-VAL-A                     00073200
073300     STRING 'BY ' MMMC0164-HIST-CHGD-BY                           00073300
073400       DELIMITED BY SIZE INTO WS-CL-VAL-B                         00073400
073500     SET WS-HEADING-LINE TO TRUE                                  00073500
073600     PERFORM 650-PUT-LINE                                         00073600
073700     MOVE SPACES TO WS-COMPARE-LINE                               00073700
073800     MOVE 'HISTORY IS KEPT FOR THE STORE MASTER ONLY - XXXATION,' 00073800
073900       TO WS-COMPARE-LINE (3 : )                                  00073900
074000     PERFORM 650-PUT-LINE                                         00074000
074100     MOVE SPACES TO WS-COMPARE-LINE                               00074100
074200     MOVE 'XXXAIL_LOC, ZONES, HOURS AND DEPTS ARE NOT COMPARED'   00074200
074300       TO WS-COMPARE-LINE (3 : )                                  00074300
074400     PERFORM 650-PUT-LINE                                         00074400
074500     .                                                            00074500
074600                                                                  00074600
074700 280-SHOW-THE-PAGE-COUNT.                                         00074700
074800     COMPUTE WS-PAGE-CNT =                                        00074800
074900             ( WS-LINE-CNT + K-LINES-PER-PAGE - 1 )               00074900
075000             / K-LINES-PER-PAGE                                   00075000
075100     MOVE WS-PAGE-NO  TO WS-PM-PAGE                               00075100
075200     MOVE WS-PAGE-CNT TO WS-PM-PAGES                              00075200
075300     MOVE WS-DIFF-CNT TO WS-PM-DIFFS                              00075300
075400     IF WS-PRINT-WANTED                                           00075400
075500       MOVE WS-LINE-CNT TO WS-ED-LINES                            00075500
075600       STRING '- ' WS-ED-LINES ' LINES ARCHIVED (CMPR)'           00075600
075700         DELIMITED BY SIZE INTO WS-PM-PRINT-TXT                   00075700
075800     END-IF                                                       00075800
075900     IF WS-PAGE-NO > WS-PAGE-CNT                                  00075900
076000       MOVE SPACES TO WS-SCR-MSG                                  00076000
076100       STRING 'THERE ARE ONLY ' WS-PM-PAGES ' PAGE(S)'            00076100
076200         DELIMITED BY SIZE INTO WS-SCR-MSG                        00076200
076300     ELSE                                                         00076300
076400       IF WS-SCR-MSG = SPACES                                     00076400
076500         MOVE WS-PAGE-MSG TO WS-SCR-MSG                           00076500
076600       END-IF                                                     00076600
076700     END-IF                                                       00076700
076800     .                                                            00076800
076900                                                                  00076900
077000*=================================================================00077000
077100* FC_XXXAIL_STORES - column by column through the MMMK004A map.   00077100
077200*=================================================================00077200
077300 300-COMPARE-MASTER-ROWS.                                         00077300
077400     MOVE 'FC_XXXAIL_STORES' TO WS-CAT-TBL-NM                     00077400
077500     PERFORM 660-START-SECTION                                    00077500
077600     PERFORM 310-COMPARE-ONE-FIELD                                00077600
077700       VARYING WS-FLD-IDX FROM 1 BY 1                             00077700
077800       UNTIL WS-FLD-IDX > MMMK004A-FLD-CNT                        00077800
077900     PERFORM 670-END-SECTION                                      00077900
078000     .                                                            00078000
078100                                                                  00078100
078200 310-COMPARE-ONE-FIELD.                                           00078200
078300     MOVE MMMK004A-FLD-OFF (WS-FLD-IDX) TO WS-FLD-OFF             00078300
078400     MOVE MMMK004A-FLD-LEN (WS-FLD-IDX) TO WS-FLD-LEN             00078400
078500     MOVE SPACES TO WS-COMPARE-LINE                               00078500
078600     MOVE MMMK004A-FLD-NM (WS-FLD-IDX) TO WS-CL-LABEL             00078600
078700     IF WS-ROW-A (WS-FLD-OFF : WS-FLD-LEN) NOT =                  00078700
078800        WS-ROW-B (WS-FLD-OFF : WS-FLD-LEN)                        00078800
078900       MOVE '*' TO WS-CL-FLAG                                     00078900
079000     END-IF                                                       00079000
079100     MOVE WS-ROW-A (WS-FLD-OFF : WS-FLD-LEN) TO WS-FLD-VAL        00079100
079200     PERFORM 320-EDIT-THE-FIELD                                   00079200
079300     MOVE WS-FLD-VAL TO WS-CL-VAL-A                               00079300
079400     MOVE WS-ROW-B (WS-FLD-OFF : WS-FLD-LEN) TO WS-FLD-VAL        00079400
079500     PERFORM 320-EDIT-THE-FIELD                                   00079500
079600     MOVE WS-FLD-VAL TO WS-CL-VAL-B                               00079600
079700     SET WS-DETAIL-LINE TO TRUE                                   00079700
079800     PERFORM 650-PUT-LINE                                         00079800
079900     .                                                            00079900
080000                                                                  00080000
080100*    A packed column is right-aligned behind low-values in an     00080100
080200*    eight-byte packed field and edited; text goes as it is.      00080200
080300 320-EDIT-THE-FIELD.                                              00080300
080400     IF NOT MMMK004A-CHAR-FLD (WS-FLD-IDX)                        00080400
080500       MOVE LOW-VALUES TO WS-PK-AREA                              00080500
080600       COMPUTE WS-PK-START = 9 - WS-FLD-LEN                       00080600
080700       MOVE WS-FLD-VAL (1 : WS-FLD-LEN)                           00080700
080800         TO WS-PK-AREA (WS-PK-START : WS-FLD-LEN)                 00080800
080900       MOVE SPACES TO WS-FLD-VAL                                  00080900
081000       IF MMMK004A-DEC-FLD (WS-FLD-IDX)                           00081000
081100         COMPUTE WS-PK-DEC = WS-PK-NUM / 100                      00081100
081200         MOVE WS-PK-DEC TO WS-ED-DEC                              00081200
081300         MOVE WS-ED-DEC TO WS-FLD-VAL                             00081300
081400       ELSE                                                       00081400
081500         MOVE WS-PK-NUM TO WS-ED-NUM                              00081500
081600         MOVE WS-ED-NUM TO WS-FLD-VAL                             00081600
081700       END-IF                                                     00081700
081800     END-IF                                                       00081800
081900     .                                                            00081900
082000                                                                  00082000
082100*=================================================================00082100
082200* XXXATION or XXXAIL_LOC - every column the catalog lists, one    00082200
082300* built statement a column comparing the two stores' rows.        00082300
082400*=================================================================00082400
082500 110-GET-THE-CREATOR.                                             00082500
082600     INITIALIZE MMMC0172                                          00082600
082700     MOVE 'MMMO1600'    TO MMMC0172-PGM-ID                        00082700
082800     MOVE 'TBL-CREATOR' TO MMMC0172-PARM-NM                       00082800
082900     CALL MMMS0172-PARM-LOOKUP USING                              00082900
083000         XXXN001A                                                 00083000
083100         MMMC0172                                                 00083100
083200     IF  SUCCESS                                                  00083200
083300     AND MMMC0172-PARM-FOUND                                      00083300
083400     AND MMMC0172-PARM-VAL NOT = SPACES                           00083400
083500       MOVE MMMC0172-PARM-VAL TO WS-CREATOR                       00083500
083600     END-IF                                                       00083600
083700     INITIALIZE XXXN001A                                          00083700
083800     .                                                            00083800
083900                                                                  00083900
084000 400-COMPARE-CATALOG-TABLE.                                       00084000
084100     PERFORM 660-START-SECTION                                    00084100
084200     PERFORM 405-COUNT-THE-ROWS                                   00084200
084300     EVALUATE TRUE                                                00084300
084400       WHEN NOT SUCCESS                                           00084400
084500         CONTINUE                                                 00084500
084600       WHEN WS-ROW-CNT-A = 0 AND WS-ROW-CNT-B = 0                 00084600
084700         MOVE SPACES TO WS-COMPARE-LINE                           00084700
084800         MOVE '(NEITHER STORE HAS A ROW)'                         00084800
084900           TO WS-COMPARE-LINE (3 : )                              00084900
085000         SET WS-DETAIL-LINE TO TRUE                               00085000
085100         PERFORM 650-PUT-LINE                                     00085100
085200       WHEN OTHER                                                 00085200
085300         EXEC SQL                                                 00085300
085400           OPEN CAT-CSR                                           00085400
085500         END-EXEC                                                 00085500
085600         IF SQLCODE NOT = 0                                       00085600
085700           PERFORM 800-SQL-ERROR                                  00085700
085800         ELSE                                                     00085800
085900           PERFORM 410-FETCH-NEXT-COLUMN                          00085900
086000           PERFORM 420-COMPARE-ONE-COLUMN                         00086000
086100             UNTIL SQLCODE NOT = 0                                00086100
086200                OR NOT SUCCESS                                    00086200
086300           EXEC SQL                                               00086300
086400             CLOSE CAT-CSR                                        00086400
086500           END-EXEC                                               00086500
086600           MOVE 0 TO SQLCODE                                      00086600
086700         END-IF                                                   00086700
086800     END-EVALUATE                                                 00086800
086900     IF SUCCESS                                                   00086900
087000       PERFORM 670-END-SECTION                                    00087000
087100     END-IF                                                       00087100
087200     .                                                            00087200
087300                                                                  00087300
087400*    Whether each store has a row - a store with none shows NO ROW00087400
087500*    against every column.                                        00087500
087600 405-COUNT-THE-ROWS.                                              00087600
087700     IF WS-CAT-TBL-NM = 'XXXATION'                                00087700
087800       EXEC SQL                                                   00087800
087900         SELECT ( SELECT COUNT(*) FROM XXXATION                   00087900
088000                   WHERE LOC_TYP_CD = 'S '                        00088000
088100                     AND LOC_NBR    = :WS-STORE-A ),              00088100
088200                ( SELECT COUNT(*) FROM XXXATION                   00088200
088300                   WHERE LOC_TYP_CD = 'S '                        00088300
088400                     AND LOC_NBR    = :WS-STORE-B )               00088400
088500          INTO :WS-ROW-CNT-A, :WS-ROW-CNT-B                       00088500
088600         FROM SYSIBM.SYSDUMMY1                                    00088600
088700       END-EXEC                                                   00088700
088800     ELSE                                                         00088800
088900       EXEC SQL                                                   00088900
089000         SELECT ( SELECT COUNT(*) FROM XXXAIL_LOC                 00089000
089100                   WHERE LOC_TYP_CD = 'S '                        00089100
089200                     AND LOC_NBR    = :WS-STORE-A ),              00089200
089300                ( SELECT COUNT(*) FROM XXXAIL_LOC                 00089300
089400                   WHERE LOC_TYP_CD = 'S '                        00089400
089500                     AND LOC_NBR    = :WS-STORE-B )               00089500
089600          INTO :WS-ROW-CNT-A, :WS-ROW-CNT-B                       00089600
089700         FROM SYSIBM.SYSDUMMY1                                    00089700
089800       END-EXEC                                                   00089800
089900     END-IF                                                       00089900
090000     IF SQLCODE NOT = 0                                           00090000
090100       PERFORM 800-SQL-ERROR                                      00090100
090200     END-IF                                                       00090200
090300     .                                                            00090300
090400                                                                  00090400
090500 410-FETCH-NEXT-COLUMN.                                           00090500
090600     EXEC SQL                                                     00090600
090700       FETCH CAT-CSR                                              00090700
090800         INTO :WS-CAT-COL-NM, :WS-CAT-COLTYPE, :WS-CAT-LENGTH,    00090800
090900              :WS-CAT-SCALE, :WS-CAT-MASK-SW                      00090900
091000     END-EXEC                                                     00091000
091100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00091100
091200       PERFORM 800-SQL-ERROR                                      00091200
091300     END-IF                                                       00091300
091400     .                                                            00091400
091500                                                                  00091500
091600 420-COMPARE-ONE-COLUMN.                                          00091600
091700     PERFORM 430-CLASSIFY-THE-COLUMN                              00091700
091800     MOVE SPACES TO WS-COMPARE-LINE                               00091800
091900     MOVE WS-CAT-COL-NM TO WS-CL-LABEL                            00091900
092000     IF COL-NOT-SHOWN                                             00092000
092100       MOVE '(TYPE NOT SHOWN)' TO WS-CL-VAL-A                     00092100
092200                                  WS-CL-VAL-B                     00092200
092300     ELSE                                                         00092300
092400       PERFORM 440-BUILD-THE-COMPARE                              00092400
092500       PERFORM 450-RUN-THE-COMPARE                                00092500
092600     END-IF                                                       00092600
092700     IF SUCCESS                                                   00092700
092800       SET WS-DETAIL-LINE TO TRUE                                 00092800
092900       PERFORM 650-PUT-LINE                                       00092900
093000       PERFORM 410-FETCH-NEXT-COLUMN                              00093000
093100     END-IF                                                       00093100
093200     .                                                            00093200
093300                                                                  00093300
093400*    The column's class by its catalog type, as in MMMB2902.      00093400
093500 430-CLASSIFY-THE-COLUMN.                                         00093500
093600     EVALUATE WS-CAT-COLTYPE                                      00093600
093700       WHEN 'CHAR'                                                00093700
093800       WHEN 'VARCHAR'                                             00093800
093900         SET COL-IS-CHAR  TO TRUE                                 00093900
094000       WHEN 'SMALLINT'                                            00094000
094100       WHEN 'INTEGER'                                             00094100
094200       WHEN 'BIGINT'                                              00094200
094300         SET COL-IS-WHOLE TO TRUE                                 00094300
094400       WHEN 'DECIMAL'                                             00094400
094500         IF WS-CAT-SCALE = 0                                      00094500
094600           SET COL-IS-WHOLE TO TRUE                               00094600
094700         ELSE                                                     00094700
094800           SET COL-IS-DEC   TO TRUE                               00094800
094900         END-IF                                                   00094900
095000       WHEN 'FLOAT'                                               00095000
095100       WHEN 'DECFLOAT'                                            00095100
095200         SET COL-IS-DEC   TO TRUE                                 00095200
095300       WHEN 'DATE'                                                00095300
095400         SET COL-IS-DATE  TO TRUE                                 00095400
095500       WHEN 'TIME'                                                00095500
095600       WHEN 'TIMESTMP'                                            00095600
095700         SET COL-IS-TIME  TO TRUE                                 00095700
095800       WHEN OTHER                                                 00095800
095900         SET COL-NOT-SHOWN TO TRUE                                00095900
096000     END-EVALUATE                                                 00096000
096100                                                                  00096100
096200     IF WS-CAT-LENGTH > 27                                        00096200
096300       MOVE 27 TO WS-TXT-LEN                                      00096300
096400     ELSE                                                         00096400
096500       MOVE WS-CAT-LENGTH TO WS-TXT-LEN                           00096500
096600     END-IF                                                       00096600
096700     MOVE 0 TO WS-REF-LEN                                         00096700
096800     INSPECT WS-CAT-COL-NM TALLYING WS-REF-LEN                    00096800
096900       FOR CHARACTERS BEFORE INITIAL SPACE                        00096900
097000     .                                                            00097000
097100                                                                  00097100
097200*    SELECT a's value, b's value, Y when they differ - off one row00097200
097300*    of SYSDUMMY1 so a store without a row still answers (null).  00097300
097400 440-BUILD-THE-COMPARE.                                           00097400
097500     MOVE SPACES TO WS-SQL-TXT                                    00097500
097600     MOVE 1      TO WS-PTR                                        00097600
097700     STRING 'SELECT ' DELIMITED BY SIZE                           00097700
097800       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00097800
097900     MOVE SPACES TO WS-VAL-ARG                                    00097900
098000     STRING 'A.' WS-CAT-COL-NM (1 : WS-REF-LEN)                   00098000
098100       DELIMITED BY SIZE INTO WS-VAL-ARG                          00098100
098200     PERFORM 460-ADD-VALUE-TEXT                                   00098200
098300     STRING ', ' DELIMITED BY SIZE                                00098300
098400       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00098400
098500     MOVE SPACES TO WS-VAL-ARG                                    00098500
098600     STRING 'B.' WS-CAT-COL-NM (1 : WS-REF-LEN)                   00098600
098700       DELIMITED BY SIZE INTO WS-VAL-ARG                          00098700
098800     PERFORM 460-ADD-VALUE-TEXT                                   00098800
098900     STRING ', CASE WHEN A.' WS-CAT-COL-NM (1 : WS-REF-LEN)       00098900
099000            ' = B.' WS-CAT-COL-NM (1 : WS-REF-LEN)                00099000
099100            ' THEN ''N'' WHEN A.' WS-CAT-COL-NM (1 : WS-REF-LEN)  00099100
099200            ' IS NULL AND B.' WS-CAT-COL-NM (1 : WS-REF-LEN)      00099200
099300            ' IS NULL THEN ''N'' ELSE ''Y'' END'                  00099300
099400            ' FROM SYSIBM.SYSDUMMY1 D'                            00099400
099500            ' LEFT OUTER JOIN ' WS-CAT-TBL-NM                     00099500
099600       DELIMITED BY SIZE                                          00099600
099700       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00099700
099800     STRING ' A ON A.LOC_TYP_CD = ''S '' AND A.LOC_NBR = ?'       00099800
099900            ' LEFT OUTER JOIN ' WS-CAT-TBL-NM                     00099900
100000            ' B ON B.LOC_TYP_CD = ''S '' AND B.LOC_NBR = ?'       00100000
100100            ' FOR FETCH ONLY'                                     00100100
100200       DELIMITED BY SIZE                                          00100200
100300       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00100300
100400     COMPUTE WS-SQL-LEN = WS-PTR - 1                              00100400
100500     .                                                            00100500
100600                                                                  00100600
100700*    A personal field answers only whether it differs.            00100700
100800 450-RUN-THE-COMPARE.                                             00100800
100900     MOVE 'N' TO WS-CMP-DIFF-SW                                   00100900
101000     EXEC SQL                                                     00101000
101100       PREPARE CMP-STMT FROM :WS-SQL-STMT                         00101100
101200     END-EXEC                                                     00101200
101300     IF SQLCODE NOT = 0                                           00101300
101400       MOVE '(NOT COMPARED)' TO WS-CL-VAL-A                       00101400
101500                                WS-CL-VAL-B                       00101500
101600       MOVE 0 TO SQLCODE                                          00101600
101700     ELSE                                                         00101700
101800       EXEC SQL                                                   00101800
101900         OPEN CMP-CSR USING :WS-STORE-A, :WS-STORE-B              00101900
102000       END-EXEC                                                   00102000
102100       IF SQLCODE = 0                                             00102100
102200         EXEC SQL                                                 00102200
102300           FETCH CMP-CSR                                          00102300
102400             INTO :WS-CMP-VAL-A :WS-CMP-VAL-A-IND,                00102400
102500                  :WS-CMP-VAL-B :WS-CMP-VAL-B-IND,                00102500
102600                  :WS-CMP-DIFF-SW                                 00102600
102700         END-EXEC                                                 00102700
102800       END-IF                                                     00102800
102900       IF SQLCODE NOT = 0                                         00102900
103000         PERFORM 800-SQL-ERROR                                    00103000
103100       ELSE                                                       00103100
103200         EXEC SQL                                                 00103200
103300           CLOSE CMP-CSR                                          00103300
103400         END-EXEC                                                 00103400
103500         PERFORM 470-SHOW-THE-VALUES                              00103500
103600       END-IF                                                     00103600
103700     END-IF                                                       00103700
103800     .                                                            00103800
103900                                                                  00103900
104000*    The value in WS-VAL-ARG as text - as MMMB2902 lists a column.00104000
104100 460-ADD-VALUE-TEXT.                                              00104100
104200     COMPUTE WS-ARG-LEN = WS-REF-LEN + 2                          00104200
104300     EVALUATE TRUE                                                00104300
104400       WHEN COL-IS-PERSONAL                                       00104400
104500         STRING 'CAST(NULL AS CHAR(1))'                           00104500
104600           DELIMITED BY SIZE                                      00104600
104700           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00104700
104800       WHEN COL-IS-WHOLE                                          00104800
104900         STRING 'RTRIM(CHAR(BIGINT('                              00104900
105000                WS-VAL-ARG (1 : WS-ARG-LEN) ')))'                 00105000
105100           DELIMITED BY SIZE                                      00105100
105200           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00105200
105300       WHEN COL-IS-DEC                                            00105300
105400         STRING 'RTRIM(CHAR(' WS-VAL-ARG (1 : WS-ARG-LEN) '))'    00105400
105500           DELIMITED BY SIZE                                      00105500
105600           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00105600
105700       WHEN COL-IS-DATE                                           00105700
105800         STRING 'CHAR(' WS-VAL-ARG (1 : WS-ARG-LEN) ',ISO)'       00105800
105900           DELIMITED BY SIZE                                      00105900
106000           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00106000
106100       WHEN COL-IS-TIME                                           00106100
106200         STRING 'CHAR(' WS-VAL-ARG (1 : WS-ARG-LEN) ')'           00106200
106300           DELIMITED BY SIZE                                      00106300
106400           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00106400
106500       WHEN OTHER                                                 00106500
106600         STRING 'SUBSTR(' WS-VAL-ARG (1 : WS-ARG-LEN) ',1,'       00106600
106700                WS-TXT-LEN ')'                                    00106700
106800           DELIMITED BY SIZE                                      00106800
106900           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00106900
107000     END-EVALUATE                                                 00107000
107100     .                                                            00107100
107200                                                                  00107200
107300 470-SHOW-THE-VALUES.                                             00107300
107400     IF WS-VALUES-DIFFER                                          00107400
107500       MOVE '*' TO WS-CL-FLAG                                     00107500
107600     END-IF                                                       00107600
107700     EVALUATE TRUE                                                00107700
107800       WHEN WS-ROW-CNT-A = 0                                      00107800
107900         MOVE '(NO ROW)' TO WS-CL-VAL-A                           00107900
108000       WHEN COL-IS-PERSONAL                                       00108000
108100         MOVE '(PERSONAL - WITHHELD)' TO WS-CL-VAL-A              00108100
108200       WHEN WS-CMP-VAL-A-IND < 0                                  00108200
108300         MOVE '(NULL)' TO WS-CL-VAL-A                             00108300
108400       WHEN OTHER                                                 00108400
108500         MOVE WS-CMP-VAL-A-TXT TO WS-CL-VAL-A                     00108500
108600     END-EVALUATE                                                 00108600
108700     EVALUATE TRUE                                                00108700
108800       WHEN WS-ROW-CNT-B = 0                                      00108800
108900         MOVE '(NO ROW)' TO WS-CL-VAL-B                           00108900
109000       WHEN COL-IS-PERSONAL                                       00109000
109100         MOVE '(PERSONAL - WITHHELD)' TO WS-CL-VAL-B              00109100
109200       WHEN WS-CMP-VAL-B-IND < 0                                  00109200
109300         MOVE '(NULL)' TO WS-CL-VAL-B                             00109300
109400       WHEN OTHER                                                 00109400
109500         MOVE WS-CMP-VAL-B-TXT TO WS-CL-VAL-B                     00109500
109600     END-EVALUATE                                                 00109600
109700     .                                                            00109700
109800                                                                  00109800
109900*=================================================================00109900
110000* Class/ad-zone rows, matched by class.                           00110000
110100*=================================================================00110100
110200 500-COMPARE-CLASS-ZONES.                                         00110200
110300     MOVE 'CLASS/AD-ZONE ROWS' TO WS-CAT-TBL-NM                   00110300
110400     PERFORM 660-START-SECTION                                    00110400
110500     EXEC SQL                                                     00110500
110600       OPEN CZ-CSR                                                00110600
110700     END-EXEC                                                     00110700
110800     IF SQLCODE NOT = 0                                           00110800
110900       PERFORM 800-SQL-ERROR                                      00110900
111000     ELSE                                                         00111000
111100       PERFORM 510-FETCH-NEXT-CLASS                               00111100
111200       PERFORM 520-COMPARE-ONE-CLASS                              00111200
111300         UNTIL SQLCODE NOT = 0                                    00111300
111400            OR NOT SUCCESS                                        00111400
111500       EXEC SQL                                                   00111500
111600         CLOSE CZ-CSR                                             00111600
111700       END-EXEC                                                   00111700
111800       MOVE 0 TO SQLCODE                                          00111800
111900     END-IF                                                       00111900
112000     IF SUCCESS                                                   00112000
112100       PERFORM 670-END-SECTION                                    00112100
112200     END-IF                                                       00112200
112300     .                                                            00112300
112400                                                                  00112400
112500 510-FETCH-NEXT-CLASS.                                            00112500
112600     EXEC SQL                                                     00112600
112700       FETCH CZ-CSR                                               00112700
112800         INTO :WS-CZ-CLASS,                                       00112800
112900              :WS-CZ-HAS-A, :WS-CZ-ZONE-A, :WS-CZ-EXCP-A,         00112900
113000              :WS-CZ-HAS-B, :WS-CZ-ZONE-B, :WS-CZ-EXCP-B          00113000
113100     END-EXEC                                                     00113100
113200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00113200
113300       PERFORM 800-SQL-ERROR                                      00113300
113400     END-IF                                                       00113400
113500     .                                                            00113500
113600                                                                  00113600
113700 520-COMPARE-ONE-CLASS.                                           00113700
113800     MOVE SPACES TO WS-COMPARE-LINE                               00113800
113900     MOVE WS-CZ-CLASS TO WS-ED-CLASS                              00113900
114000     STRING 'CLASS ' WS-ED-CLASS ' ZONE/EXCP'                     00114000
114100       DELIMITED BY SIZE INTO WS-CL-LABEL                         00114100
114200     IF WS-CZ-HAS-A NOT = WS-CZ-HAS-B                             00114200
114300     OR WS-CZ-ZONE-A NOT = WS-CZ-ZONE-B                           00114300
114400     OR WS-CZ-EXCP-A NOT = WS-CZ-EXCP-B                           00114400
114500       MOVE '*' TO WS-CL-FLAG                                     00114500
114600     END-IF                                                       00114600
114700     IF WS-CZ-HAS-A = 'Y'                                         00114700
114800       MOVE WS-CZ-ZONE-A TO WS-ED-ZONE                            00114800
114900       MOVE WS-CZ-EXCP-A TO WS-ED-EXCP                            00114900
115000       STRING WS-ED-ZONE ' / ' WS-ED-EXCP                         00115000
115100         DELIMITED BY SIZE INTO WS-CL-VAL-A                       00115100
115200     ELSE                                                         00115200
115300       MOVE '(NO ROW)' TO WS-CL-VAL-A                             00115300
115400     END-IF                                                       00115400
115500     IF WS-CZ-HAS-B = 'Y'                                         00115500
115600       MOVE WS-CZ-ZONE-B TO WS-ED-ZONE                            00115600
115700       MOVE WS-CZ-EXCP-B TO WS-ED-EXCP                            00115700
115800       STRING WS-ED-ZONE ' / ' WS-ED-EXCP                         00115800
115900         DELIMITED BY SIZE INTO WS-CL-VAL-B                       00115900
116000     ELSE                                                         00116000
116100       MOVE '(NO ROW)' TO WS-CL-VAL-B                             00116100
116200     END-IF                                                       00116200
116300     SET WS-DETAIL-LINE TO TRUE                                   00116300
116400     PERFORM 650-PUT-LINE                                         00116400
116500     PERFORM 510-FETCH-NEXT-CLASS                                 00116500
116600     .                                                            00116600
116700                                                                  00116700
116800*=================================================================00116800
116900* Hours today and the next six days, as MMMS0168 resolves them -  00116900
117000* overrides and temporary closures included.                      00117000
117100*=================================================================00117100
117200 550-COMPARE-HOURS.                                               00117200
117300     MOVE 'HOURS (MMMS0168)' TO WS-CAT-TBL-NM                     00117300
117400     PERFORM 660-START-SECTION                                    00117400
117500     EXEC SQL                                                     00117500
117600       SELECT CHAR(CURRENT DATE, ISO),                            00117600
117700              CHAR(CURRENT DATE + 1 DAY, ISO),                    00117700
117800              CHAR(CURRENT DATE + 2 DAYS, ISO),                   00117800
117900              CHAR(CURRENT DATE + 3 DAYS, ISO),                   00117900
118000              CHAR(CURRENT DATE + 4 DAYS, ISO),                   00118000
118100              CHAR(CURRENT DATE + 5 DAYS, ISO),                   00118100
118200              CHAR(CURRENT DATE + 6 DAYS, ISO)                    00118200
118300        INTO :WS-WEEK-DT-1, :WS-WEEK-DT-2, :WS-WEEK-DT-3,         00118300
118400             :WS-WEEK-DT-4, :WS-WEEK-DT-5, :WS-WEEK-DT-6,         00118400
118500             :WS-WEEK-DT-7                                        00118500
118600       FROM SYSIBM.SYSDUMMY1                                      00118600
118700     END-EXEC                                                     00118700
118800     IF SQLCODE NOT = 0                                           00118800
118900       PERFORM 800-SQL-ERROR                                      00118900
119000     ELSE                                                         00119000
119100       PERFORM 560-COMPARE-ONE-DAY                                00119100
119200         VARYING WS-DAY-IDX FROM 1 BY 1                           00119200
119300         UNTIL WS-DAY-IDX > 7                                     00119300
119400       PERFORM 670-END-SECTION                                    00119400
119500     END-IF                                                       00119500
119600     .                                                            00119600
119700                                                                  00119700
119800 560-COMPARE-ONE-DAY.                                             00119800
119900     MOVE SPACES TO WS-COMPARE-LINE                               00119900
120000     STRING 'HOURS ' WS-WEEK-DT (WS-DAY-IDX)                      00120000
120100       DELIMITED BY SIZE INTO WS-CL-LABEL                         00120100
120200     MOVE WS-STORE-A TO WS-READ-STORE                             00120200
120300     PERFORM 570-RESOLVE-THE-HOURS                                00120300
120400     MOVE WS-HOURS-TXT TO WS-CL-VAL-A                             00120400
120500     MOVE WS-STORE-B TO WS-READ-STORE                             00120500
120600     PERFORM 570-RESOLVE-THE-HOURS                                00120600
120700     MOVE WS-HOURS-TXT TO WS-CL-VAL-B                             00120700
120800     IF WS-CL-VAL-A NOT = WS-CL-VAL-B                             00120800
120900       MOVE '*' TO WS-CL-FLAG                                     00120900
121000     END-IF                                                       00121000
121100     SET WS-DETAIL-LINE TO TRUE                                   00121100
121200     PERFORM 650-PUT-LINE                                         00121200
121300     .                                                            00121300
121400                                                                  00121400
121500*    A store the service cannot answer for shows why, and the     00121500
121600*    comparison goes on.                                          00121600
121700 570-RESOLVE-THE-HOURS.                                           00121700
121800     INITIALIZE MMMC0168                                          00121800
121900     MOVE WS-READ-STORE            TO MMMC0168-LOC-NBR            00121900
122000     MOVE 'S '                     TO MMMC0168-LOC-TYP-CD         00122000
122100     MOVE WS-WEEK-DT (WS-DAY-IDX)  TO MMMC0168-ASK-DT             00122100
122200     CALL MMMS0168-HRS-RESOLVER USING                             00122200
122300         XXXN001A                                                 00122300
122400         MMMC0168                                                 00122400
122500     MOVE SPACES TO WS-HOURS-TXT                                  00122500
122600     EVALUATE TRUE                                                00122600
122700       WHEN NOT SUCCESS                                           00122700
122800         MOVE IS-RTRN-MSG-TXT TO WS-HOURS-TXT                     00122800
122900       WHEN MMMC0168-FROM-TEMP-CLOSURE                            00122900
123000         STRING 'TEMP CLOSED TO ' MMMC0168-REOPEN-DT              00123000
123100           DELIMITED BY SIZE INTO WS-HOURS-TXT                    00123100
123200       WHEN MMMC0168-CLOSED-ALL-DAY                               00123200
123300         MOVE 'CLOSED' TO WS-HOURS-TXT                            00123300
123400       WHEN OTHER                                                 00123400
123500         STRING MMMC0168-OPEN-TM (1 : 5) ' - '                    00123500
123600                MMMC0168-CLOS-TM (1 : 5)                          00123600
123700           DELIMITED BY SIZE INTO WS-HOURS-TXT                    00123700
123800         IF MMMC0168-CLOSES-NEXT-DAY                              00123800
123900           MOVE '(NEXT DAY)' TO WS-HOURS-TXT (15 : 10)            00123900
124000         END-IF                                                   00124000
124100     END-EVALUATE                                                 00124100
124200     IF MMMC0168-FROM-OVERRIDE                                    00124200
124300       MOVE 'OVRD' TO WS-HOURS-TXT (24 : 4)                       00124300
124400     END-IF                                                       00124400
124500     INITIALIZE XXXN001A                                          00124500
124600     .                                                            00124600
124700                                                                  00124700
124800*=================================================================00124800
124900* Departments, matched by department and sub-department.          00124900
125000*=================================================================00125000
125100 600-COMPARE-DEPARTMENTS.                                         00125100
125200     MOVE 'DEPARTMENTS' TO WS-CAT-TBL-NM                          00125200
125300     PERFORM 660-START-SECTION                                    00125300
125400     EXEC SQL                                                     00125400
125500       OPEN DEPT-CSR                                              00125500
125600     END-EXEC                                                     00125600
125700     IF SQLCODE NOT = 0                                           00125700
125800       PERFORM 800-SQL-ERROR                                      00125800
125900     ELSE                                                         00125900
126000       PERFORM 610-FETCH-NEXT-DEPT                                00126000
126100       PERFORM 620-COMPARE-ONE-DEPT                               00126100
126200         UNTIL SQLCODE NOT = 0                                    00126200
126300            OR NOT SUCCESS                                        00126300
126400       EXEC SQL                                                   00126400
126500         CLOSE DEPT-CSR                                           00126500
126600       END-EXEC                                                   00126600
126700       MOVE 0 TO SQLCODE                                          00126700
126800     END-IF                                                       00126800
126900     IF SUCCESS                                                   00126900
127000       PERFORM 670-END-SECTION                                    00127000
127100     END-IF                                                       00127100
127200     .                                                            00127200
127300                                                                  00127300
127400 610-FETCH-NEXT-DEPT.                                             00127400
127500     EXEC SQL                                                     00127500
127600       FETCH DEPT-CSR                                             00127600
127700         INTO :WS-DP-DEPT-NBR, :WS-DP-SUB-DEPT-ID,                00127700
127800              :WS-DP-DEPT-NM, :WS-DP-HAS-A, :WS-DP-HAS-B          00127800
127900     END-EXEC                                                     00127900
128000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00128000
128100       PERFORM 800-SQL-ERROR                                      00128100
128200     END-IF                                                       00128200
128300     .                                                            00128300
128400                                                                  00128400
128500 620-COMPARE-ONE-DEPT.                                            00128500
128600     MOVE SPACES TO WS-COMPARE-LINE                               00128600
128700     STRING 'DEPT ' WS-DP-DEPT-NBR '/' WS-DP-SUB-DEPT-ID          00128700
128800       DELIMITED BY SIZE INTO WS-CL-LABEL                         00128800
128900     IF WS-DP-HAS-A NOT = WS-DP-HAS-B                             00128900
129000       MOVE '*' TO WS-CL-FLAG                                     00129000
129100     END-IF                                                       00129100
129200     IF WS-DP-HAS-A = 'Y'                                         00129200
129300       MOVE WS-DP-DEPT-NM TO WS-CL-VAL-A                          00129300
129400     ELSE                                                         00129400
129500       MOVE '(NOT IN STORE)' TO WS-CL-VAL-A                       00129500
129600     END-IF                                                       00129600
129700     IF WS-DP-HAS-B = 'Y'                                         00129700
129800       MOVE WS-DP-DEPT-NM TO WS-CL-VAL-B                          00129800
129900     ELSE                                                         00129900
130000       MOVE '(NOT IN STORE)' TO WS-CL-VAL-B                       00130000
130100     END-IF                                                       00130100
130200     SET WS-DETAIL-LINE TO TRUE                                   00130200
130300     PERFORM 650-PUT-LINE                                         00130300
130400     PERFORM 610-FETCH-NEXT-DEPT                                  00130400
130500     .                                                            00130500
130600                                                                  00130600
130700*=================================================================00130700
130800* One line of the comparison. A differences-only request drops    00130800
130900* the detail lines that match; section lines always go.           00130900
131000*=================================================================00131000
131100 650-PUT-LINE.                                                    00131100
131200     IF WS-CL-FLAG = '*'                                          00131200
131300       ADD 1 TO WS-DIFF-CNT                                       00131300
131400                WS-SECT-DIFF-CNT                                  00131400
131500     END-IF                                                       00131500
131600     IF WS-HEADING-LINE                                           00131600
131700     OR WS-ALL-LINES                                              00131700
131800     OR WS-CL-FLAG = '*'                                          00131800
131900       ADD 1 TO WS-LINE-CNT                                       00131900
132000       IF  WS-LINE-CNT NOT < WS-FIRST-LINE                        00132000
132100       AND WS-LINE-CNT NOT > WS-LAST-LINE                         00132100
132200         COMPUTE WS-DTL-IDX = WS-LINE-CNT - WS-FIRST-LINE + 2     00132200
132300         MOVE WS-COMPARE-LINE TO WS-SCR-DTL (WS-DTL-IDX)          00132300
132400       END-IF                                                     00132400
132500       IF WS-PRINT-WANTED AND SUCCESS                             00132500
132600         MOVE WS-COMPARE-LINE TO RA-LINE-TXT                      00132600
132700         PERFORM 680-ARCHIVE-LINE                                 00132700
132800       END-IF                                                     00132800
132900     END-IF                                                       00132900
133000     .                                                            00133000
133100                                                                  00133100
133200 660-START-SECTION.                                               00133200
133300     MOVE 0 TO WS-SECT-DIFF-CNT                                   00133300
133400     MOVE SPACES TO WS-COMPARE-LINE                               00133400
133500     STRING '-- ' WS-CAT-TBL-NM                                   00133500
133600       DELIMITED BY SIZE INTO WS-CL-LABEL                         00133600
133700     SET WS-HEADING-LINE TO TRUE                                  00133700
133800     PERFORM 650-PUT-LINE                                         00133800
133900     .                                                            00133900
134000                                                                  00134000
134100*    A section with nothing to show on a differences-only request 00134100
134200*    says so rather than leave its heading bare.                  00134200
134300 670-END-SECTION.                                                 00134300
134400     IF WS-DIFFS-ONLY AND WS-SECT-DIFF-CNT = 0                    00134400
134500       MOVE SPACES TO WS-COMPARE-LINE                             00134500
134600       MOVE '(NO DIFFERENCES)' TO WS-CL-LABEL (3 : )              00134600
134700       SET WS-HEADING-LINE TO TRUE                                00134700
134800       PERFORM 650-PUT-LINE                                       00134800
134900     END-IF                                                       00134900
135000     .                                                            00135000
135100                                                                  00135100
135200*=================================================================00135200
135300* The print - kept on the report archive under report CMPR, the   00135300
135400* operator's user id and today, numbered on from any comparison   00135400
135500* the operator printed earlier in the day.                        00135500
135600*=================================================================00135600
135700 680-ARCHIVE-LINE.                                                00135700
135800     ADD 1 TO WS-ARCH-LINE-NBR                                    00135800
135900     MOVE WS-ARCH-LINE-NBR TO RA-LINE-NBR                         00135900
136000     EXEC SQL                                                     00136000
136100       INSERT INTO FC_XXXAIL_RPT_ARCH                             00136100
136200            ( RA_RPT_ID, RA_RUN_DT, RA_BURST_KEY,                 00136200
136300              RA_LINE_NBR, RA_LINE_TXT )                          00136300
136400       VALUES                                                     00136400
136500            ( :RA-RPT-ID, CURRENT DATE, :RA-BURST-KEY,            00136500
136600              :RA-LINE-NBR, :RA-LINE-TXT )                        00136600
136700     END-EXEC                                                     00136700
136800     IF SQLCODE NOT = 0                                           00136800
136900       PERFORM 800-SQL-ERROR                                      00136900
137000       EXEC CICS SYNCPOINT ROLLBACK                               00137000
137100       END-EXEC                                                   00137100
137200     END-IF                                                       00137200
137300     .                                                            00137300
137400                                                                  00137400
137500 690-START-THE-ARCHIVE.                                           00137500
137600     INITIALIZE DCLFC-XXXAIL-RPT-ARCH                             00137600
137700     MOVE K-REPORT-ID   TO RA-RPT-ID                              00137700
137800     MOVE YYYC0107-USER TO RA-BURST-KEY                           00137800
137900     EXEC SQL                                                     00137900
138000       SELECT COALESCE(MAX(RA_LINE_NBR), 0)                       00138000
138100        INTO :WS-ARCH-LINE-NBR                                    00138100
138200       FROM FC_XXXAIL_RPT_ARCH                                    00138200
138300       WHERE RA_RPT_ID    = :RA-RPT-ID                            00138300
138400         AND RA_RUN_DT    = CURRENT DATE                          00138400
138500         AND RA_BURST_KEY = :RA-BURST-KEY                         00138500
138600     END-EXEC                                                     00138600
138700     IF SQLCODE NOT = 0                                           00138700
138800       PERFORM 800-SQL-ERROR                                      00138800
138900     ELSE                                                         00138900
139000       IF WS-ARCH-LINE-NBR > 0                                    00139000
139100         MOVE SPACES TO RA-LINE-TXT                               00139100
139200         PERFORM 680-ARCHIVE-LINE                                 00139200
139300       END-IF                                                     00139300
139400     END-IF                                                       00139400
139500     IF SUCCESS                                                   00139500
139600       MOVE WS-TITLE-LINE TO RA-LINE-TXT                          00139600
139700       PERFORM 680-ARCHIVE-LINE                                   00139700
139800     END-IF                                                       00139800
139900     IF SUCCESS                                                   00139900
140000       MOVE WS-COLUMN-HDG TO RA-LINE-TXT                          00140000
140100       PERFORM 680-ARCHIVE-LINE                                   00140100
140200     END-IF                                                       00140200
140300     .                                                            00140300
140400                                                                  00140400
140500 700-SEND-SCREEN.                                                 00140500
140600     PERFORM 710-SHOW-FREEZE-BANNER                               00140600
140700     EXEC CICS SEND TEXT                                          00140700
140800       FROM   (WS-SCREEN-AREA)                                    00140800
140900       LENGTH (WS-SCREEN-LEN)                                     00140900
141000       ERASE                                                      00141000
141100     END-EXEC                                                     00141100
141200     .                                                            00141200
141300                                                                  00141300
141400*=================================================================00141400
141500* While a change freeze is on, its id and end show at the right   00141500
141600* of the heading line (MMMS0181) - the DAOs still decide what     00141600
141700* may change.                                                     00141700
141800*=================================================================00141800
141900 710-SHOW-FREEZE-BANNER.                                          00141900
142000     SET  MMMC0181-GET-BANNER TO TRUE                             00142000
142100     CALL MMMS0181-FREEZE-SVC USING                               00142100
142200         XXXN001A                                                 00142200
142300         MMMC0181                                                 00142300
142400     IF MMMC0181-BANNER-TXT NOT = SPACES                          00142400
142500       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          00142500
142600     END-IF                                                       00142600
142700     .                                                            00142700
142800                                                                  00142800
142900*=================================================================00142900
143000* A number retired by a store renumber (MMMB3202) brings up the   00143000
143100* store it became, with a line saying so (MMMS0182). A failed     00143100
143200* lookup is not shown - the number is used as keyed.              00143200
143300*=================================================================00143300
143400 720-RESOLVE-RENUMBERED-STORE.                                    00143400
143500     INITIALIZE MMMC0182                                          00143500
143600     SET  MMMC0182-RESOLVE TO TRUE                                00143600
143700     MOVE 'S '                   TO MMMC0182-LOC-TYP-CD           00143700
143800     MOVE WS-STORE-A             TO MMMC0182-LOC-NBR              00143800
143900     CALL MMMS0182-RENUM-SVC USING                                00143900
144000         XXXN001A                                                 00144000
144100         MMMC0182                                                 00144100
144200     IF SUCCESS AND MMMC0182-RENUMBERED                           00144200
144300       MOVE MMMC0182-LOC-NBR     TO WS-STORE-A                    00144300
144400       PERFORM 730-SAY-RENUMBERED                                 00144400
144500     END-IF                                                       00144500
144600     INITIALIZE XXXN001A                                          00144600
144700     .                                                            00144700
144800                                                                  00144800
144900 725-RESOLVE-THE-OTHER-STORE.                                     00144900
145000     INITIALIZE MMMC0182                                          00145000
145100     SET  MMMC0182-RESOLVE TO TRUE                                00145100
145200     MOVE 'S '                   TO MMMC0182-LOC-TYP-CD           00145200
145300     MOVE WS-STORE-B             TO MMMC0182-LOC-NBR              00145300
145400     CALL MMMS0182-RENUM-SVC USING                                00145400
145500         XXXN001A                                                 00145500
145600         MMMC0182                                                 00145600
145700     IF SUCCESS AND MMMC0182-RENUMBERED                           00145700
145800       MOVE MMMC0182-LOC-NBR     TO WS-STORE-B                    00145800
145900       PERFORM 730-SAY-RENUMBERED                                 00145900
146000     END-IF                                                       00146000
146100     INITIALIZE XXXN001A                                          00146100
146200     .                                                            00146200
146300                                                                  00146300
146400 730-SAY-RENUMBERED.                                              00146400
146500     MOVE SPACES TO WS-SCR-MSG                                    00146500
146600     MOVE MMMC0182-KEYED-LOC-NBR TO WS-ED-STORE                   00146600
146700     STRING 'STORE ' WS-ED-STORE ' RENUMBERED TO '                00146700
146800       DELIMITED BY SIZE INTO WS-SCR-MSG                          00146800
146900     MOVE MMMC0182-LOC-NBR TO WS-ED-STORE                         00146900
147000     STRING WS-ED-STORE ' ON ' MMMC0182-RENUM-DT                  00147000
147100       DELIMITED BY SIZE INTO WS-SCR-MSG (31 : )                  00147100
147200     .                                                            00147200
147300                                                                  00147300
147400 800-SQL-ERROR.                                                   00147400
147500     MOVE SQLCODE TO WS-SQLCODE                                   00147500
147600     SET  FAILURE TO TRUE                                         00147600
147700     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00147700
147800     STRING 'MMMO1600 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00147800
147900       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00147900
148000     .                                                            00148000
