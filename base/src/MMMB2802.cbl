000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2802.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store-master data-quality rules engine.                         00000600
000700*                                                                 00000700
000800* Every check here used to be its own hardcoded MMMB exception    00000800
000900* job. This one reads the active rules on FC_XXXAIL_DQ_RULE       00000900
001000* (DDDTDQ01, kept as table DQ on MMMO0200) and, for each, builds  00001000
001100* one query over FC_XXXAIL_STORES joined to the store's           00001100
001200* XXXATION and XXXAIL_LOC rows - the MMMB0102 join, with the      00001200
001300* columns named through the same MMMK003A registry. The query     00001300
001400* returns every store the rule applies to (its when-column is     00001400
001500* in the when-list, or every store when there is none) and a      00001500
001600* flag for the ones that break it:                                00001600
001700*   BL  column blank (or no row to read it from)                  00001700
001800*   ZR  number zero, date the zero date (number/date columns)     00001800
001900*   NL  column not in the comma-separated value list              00001900
002000*   CF  column compares to the second column by the compare       00002000
002100*       operator (EQ NE LT LE GT GE), like types only             00002100
002200*   DB  date before / DA date after the second column, else       00002200
002300*       the yyyy-mm-dd value date, else today; a zero date is     00002300
002400*       never before or after anything                            00002400
002500* Each store passes the MMMS0166 selection first. An exception    00002500
002600* prints, is burst with the rest of the district's lines, and     00002600
002700* is recorded through MMMS0167 on FC_XXXAIL_EXCP_DTL with the     00002700
002800* rule id as the job name and the message as the type, so the     00002800
002900* MMMB0201 scorecard weights and the FC_XXXAIL_EXCP_LIMIT         00002900
003000* thresholds are set per rule; each rule's scanned and            00003000
003100* exception counts go to FC_XXXAIL_EXCP_METRICS the same way.     00003100
003200* A rule naming an unregistered column, an operator its column    00003200
003300* types cannot take, a bad value date, or building SQL that       00003300
003400* will not prepare is listed as rejected and skipped - RC 4,      00003400
003500* the other rules still run. RC 16 on a DB2 error.                00003500
003600* Batch job - run standalone, no online caller.                   00003600
003700*---------------------------------------------------------------- 00003700
003800 ENVIRONMENT DIVISION.                                            00003800
003900 INPUT-OUTPUT SECTION.                                            00003900
004000 FILE-CONTROL.                                                    00004000
004100     SELECT DQRULE-RPT     ASSIGN TO RPTOUT                       00004100
004200         ORGANIZATION IS LINE SEQUENTIAL.                         00004200
004300                                                                  00004300
004400 DATA DIVISION.                                                   00004400
004500 FILE SECTION.                                                    00004500
004600 FD  DQRULE-RPT.                                                  00004600
004700 01  RPT-LINE                          PIC X(132).                00004700
004800                                                                  00004800
004900 WORKING-STORAGE SECTION.                                         00004900
005000* --------------------------------------------------------------- 00005000
005100* Misc working storage...                                         00005100
005200* --------------------------------------------------------------- 00005200
005300 01 WS-RULE-COUNT                    PIC 9(6) VALUE 0.            00005300
005400 01 WS-REJECT-COUNT                  PIC 9(6) VALUE 0.            00005400
005500 01 WS-SCANNED-COUNT                 PIC 9(9) VALUE 0.            00005500
005600 01 WS-EXCEPTION-COUNT               PIC 9(9) VALUE 0.            00005600
005700 01 WS-RULE-SCANNED                  PIC 9(7) VALUE 0.            00005700
005800 01 WS-RULE-EXCP                     PIC 9(7) VALUE 0.            00005800
005900 01 WS-RPT-RC                        PIC S9(4) COMP VALUE 0.      00005900
006000 01 I                                PIC S9(4) COMP VALUE 0.      00006000
006100 01 WS-REG-IX                        PIC S9(4) COMP VALUE 0.      00006100
006200 01 WS-COL-IX                        PIC S9(4) COMP VALUE 0.      00006200
006300 01 WS-CMP-IX                        PIC S9(4) COMP VALUE 0.      00006300
006400 01 WS-WHEN-IX                       PIC S9(4) COMP VALUE 0.      00006400
006500 01 WS-EXPR-LEN                      PIC S9(4) COMP VALUE 0.      00006500
006600 01 WS-LIST-LEN                      PIC S9(4) COMP VALUE 0.      00006600
006700 01 WS-ITEM-CNT                      PIC S9(4) COMP VALUE 0.      00006700
006800 01 WS-PTR                           PIC S9(4) COMP VALUE 0.      00006800
006900 01 WS-CHR                           PIC X(1).                    00006900
007000 01 WS-SQLCODE                       PIC ----9.                   00007000
007100 01 WS-LOOK-NM                       PIC X(18) VALUE SPACES.      00007100
007200 01 WS-SQL-OP                        PIC X(2)  VALUE SPACES.      00007200
007300 01 WS-TYP-1                         PIC X(1)  VALUE SPACES.      00007300
007400 01 WS-TYP-2                         PIC X(1)  VALUE SPACES.      00007400
007500 01 WS-LIST-TXT                      PIC X(60) VALUE SPACES.      00007500
007600 01 WS-REJECT-TXT                    PIC X(50) VALUE SPACES.      00007600
007700 01 WS-CMP-DT                        PIC X(10) VALUE SPACES.      00007700
007800 01 WS-CMP-DT-PARTS REDEFINES WS-CMP-DT.                          00007800
007900    05 WS-CMP-YYYY                   PIC 9(4).                    00007900
008000    05 WS-CMP-DASH-1                 PIC X(1).                    00008000
008100    05 WS-CMP-MM                     PIC 9(2).                    00008100
008200    05 WS-CMP-DASH-2                 PIC X(1).                    00008200
008300    05 WS-CMP-DD                     PIC 9(2).                    00008300
008400                                                                  00008400
008500 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00008500
008600    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00008600
008700    88 SQL-NO-ERROR                           VALUE 'N'.          00008700
008800 01 WS-RULE-SW                       PIC X    VALUE 'Y'.          00008800
008900    88 RULE-OK                                VALUE 'Y'.          00008900
009000    88 RULE-REJECTED                          VALUE 'N'.          00009000
009100 01 WS-ITEM-SW                       PIC X    VALUE 'N'.          00009100
009200    88 IN-AN-ITEM                             VALUE 'Y'.          00009200
009300    88 NOT-IN-AN-ITEM                         VALUE 'N'.          00009300
009400                                                                  00009400
009500* The built statement, and the row it returns - the store, its    00009500
009600* org units for the selection, the column as text and the flag.   00009600
009700 01 WS-SQL-STMT.                                                  00009700
009800    49 WS-SQL-LEN                    PIC S9(4) COMP VALUE 0.      00009800
009900    49 WS-SQL-TXT                    PIC X(4000).                 00009900
010000 01 WS-FND-STORE-NO                  PIC S9(5)V USAGE COMP-3.     00010000
010100 01 WS-FND-DISTRICT-NO               PIC S9(3)V USAGE COMP-3.     00010100
010200 01 WS-FND-MARKET-AR-NO              PIC S9(3)V USAGE COMP-3.     00010200
010300 01 WS-FND-COMPANY-NO                PIC S9(3)V USAGE COMP-3.     00010300
010400 01 WS-FND-VALUE.                                                 00010400
010500    49 WS-FND-VALUE-LEN              PIC S9(4) COMP.              00010500
010600    49 WS-FND-VALUE-TXT              PIC X(60).                   00010600
010700 01 WS-FND-EXCP-SW                   PIC X(1).                    00010700
010800    88 STORE-BREAKS-RULE                      VALUE 'Y'.          00010800
010900                                                                  00010900
011000 COPY MMMK003A.                                                   00011000
011100*                                                                 00011100
011200* Shared selection/bursting and run-metrics services              00011200
011300* (MMMS0166 / MMMS0167).                                          00011300
011400 01 WS-MMMS0166-PGM                  PIC X(8) VALUE 'MMMS0166'.   00011400
011500 01 WS-MMMS0167-PGM                  PIC X(8) VALUE 'MMMS0167'.   00011500
011600 COPY XXXN001A.                                                   00011600
011700 COPY YYYC0230.                                                   00011700
011800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00011800
011900 COPY MMMC0166.                                                   00011900
012000 COPY MMMC0167.                                                   00012000
012100                                                                  00012100
012200 01 WS-HDG-LINE-1.                                                00012200
012300    05 FILLER PIC X(52) VALUE                                     00012300
012400     'MMMB2802 - STORE MASTER DATA-QUALITY RULES'.                00012400
012500 01 WS-HDG-LINE-2.                                                00012500
012600    05 FILLER PIC X(10) VALUE 'RULE ID'.                          00012600
012700    05 FILLER PIC X(4)  VALUE 'SEV'.                              00012700
012800    05 FILLER PIC X(7)  VALUE 'STORE'.                            00012800
012900    05 FILLER PIC X(32) VALUE 'VALUE FOUND'.                      00012900
013000    05 FILLER PIC X(40) VALUE 'MESSAGE'.                          00013000
013100                                                                  00013100
013200 01 WS-DTL-LINE.                                                  00013200
013300    05 WS-DTL-RULE-ID               PIC X(8).                     00013300
013400    05 FILLER                       PIC X(2) VALUE SPACES.        00013400
013500    05 WS-DTL-SEV-CD                PIC X(1).                     00013500
013600    05 FILLER                       PIC X(3) VALUE SPACES.        00013600
013700    05 WS-DTL-STORE-NO              PIC ZZZZ9.                    00013700
013800    05 FILLER                       PIC X(2) VALUE SPACES.        00013800
013900    05 WS-DTL-VALUE                 PIC X(30).                    00013900
014000    05 FILLER                       PIC X(2) VALUE SPACES.        00014000
014100    05 WS-DTL-MSG                   PIC X(40).                    00014100
014200                                                                  00014200
014300 01 WS-RULE-LINE.                                                 00014300
014400    05 FILLER PIC X(5)  VALUE 'RULE '.                            00014400
014500    05 WS-RUL-RULE-ID               PIC X(8).                     00014500
014600    05 FILLER PIC X(1)  VALUE SPACES.                             00014600
014700    05 WS-RUL-COL-NM                PIC X(18).                    00014700
014800    05 FILLER PIC X(1)  VALUE SPACES.                             00014800
014900    05 WS-RUL-OPER-CD               PIC X(2).                     00014900
015000    05 FILLER PIC X(10) VALUE '  SCANNED '.                       00015000
015100    05 WS-RUL-SCANNED               PIC Z,ZZZ,ZZ9.                00015100
015200    05 FILLER PIC X(13) VALUE '  EXCEPTIONS '.                    00015200
015300    05 WS-RUL-EXCP                  PIC Z,ZZZ,ZZ9.                00015300
015400    05 FILLER PIC X(2)  VALUE SPACES.                             00015400
015500    05 WS-RUL-ALERT                 PIC X(20).                    00015500
015600                                                                  00015600
015700 01 WS-REJECT-LINE.                                               00015700
015800    05 FILLER PIC X(9)  VALUE '*** RULE '.                        00015800
015900    05 WS-REJ-RULE-ID               PIC X(8).                     00015900
016000    05 FILLER PIC X(12) VALUE ' REJECTED - '.                     00016000
016100    05 WS-REJ-TEXT                  PIC X(50).                    00016100
016200                                                                  00016200
016300 01 WS-CNT-LINE.                                                  00016300
016400    05 WS-CNT-TXT                    PIC X(30).                   00016400
016500    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00016500
016600                                                                  00016600
016700* --------------------------------------------------------------- 00016700
016800* Miscellaneous copy books go here...                             00016800
016900* --------------------------------------------------------------- 00016900
017000     EXEC SQL                                                     00017000
017100       INCLUDE DDDTDQ01                                           00017100
017200     END-EXEC                                                     00017200
017300                                                                  00017300
017400* ----------------------------------------------------------------00017400
017500* DB2 stuff...                                                    00017500
017600* ----------------------------------------------------------------00017600
017700     EXEC SQL                                                     00017700
017800       INCLUDE SQLCA                                              00017800
017900     END-EXEC                                                     00017900
018000                                                                  00018000
018100     EXEC SQL                                                     00018100
018200       DECLARE RULE-CSR CURSOR FOR                                00018200
018300       SELECT DQ_RULE_ID, DQ_SEV_CD, DQ_COL_NM, DQ_OPER_CD,       00018300
018400              DQ_CMP_OP_CD, DQ_CMP_COL_NM, DQ_VALUE_TXT,          00018400
018500              DQ_WHEN_COL_NM, DQ_WHEN_VALUE_TXT, DQ_MSG_TXT       00018500
018600         FROM FC_XXXAIL_DQ_RULE                                   00018600
018700        WHERE DQ_ACTIVE_SW = 'Y'                                  00018700
018800        ORDER BY DQ_RULE_ID                                       00018800
018900     END-EXEC                                                     00018900
019000                                                                  00019000
019100     EXEC SQL                                                     00019100
019200       DECLARE DQ-CSR CURSOR FOR DQ-STMT                          00019200
019300     END-EXEC                                                     00019300
019400                                                                  00019400
019500 PROCEDURE DIVISION.                                              00019500
019600***************************************************************** 00019600
019700* Start of program main line.                                     00019700
019800***************************************************************** 00019800
019900 000-MAIN.                                                        00019900
020000     PERFORM 050-RUN-CNTL-START                                   00020000
020100     IF SQL-ERROR-DETECTED                                        00020100
020200       MOVE 8 TO RETURN-CODE                                      00020200
020300       GOBACK                                                     00020300
020400     END-IF                                                       00020400
020500     PERFORM 100-INITIALIZE                                       00020500
020600     IF SQL-NO-ERROR                                              00020600
020700       PERFORM 200-RUN-ONE-RULE                                   00020700
020800         UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED                00020800
020900     END-IF                                                       00020900
021000     PERFORM 900-TERMINATE                                        00021000
021100     PERFORM 055-RUN-CNTL-END                                     00021100
021200     MOVE WS-RPT-RC TO RETURN-CODE                                00021200
021300     GOBACK                                                       00021300
021400     .                                                            00021400
021500                                                                  00021500
021600*================================================================ 00021600
021700* Initialization - headings, the bursting service, and the        00021700
021800* first active rule.                                              00021800
021900*================================================================ 00021900
022000 100-INITIALIZE.                                                  00022000
022100     OPEN OUTPUT DQRULE-RPT                                       00022100
022200     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00022200
022300     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00022300
022400     INITIALIZE MMMC0166                                          00022400
022500     SET  MMMC0166-INIT      TO TRUE                              00022500
022600     MOVE 'B28Q' TO MMMC0166-REPORT-ID                            00022600
022700     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00022700
022800                                                                  00022800
022900     EXEC SQL                                                     00022900
023000       OPEN RULE-CSR                                              00023000
023100     END-EXEC                                                     00023100
023200     IF SQLCODE NOT = 0                                           00023200
023300       SET SQL-ERROR-DETECTED       TO TRUE                       00023300
023400       DISPLAY 'MMMB2802 - ERROR OPENING RULE-CSR, SQLCODE='      00023400
023500               SQLCODE                                            00023500
023600     ELSE                                                         00023600
023700       PERFORM 110-FETCH-NEXT-RULE                                00023700
023800     END-IF                                                       00023800
023900     .                                                            00023900
024000                                                                  00024000
024100 110-FETCH-NEXT-RULE.                                             00024100
024200     EXEC SQL                                                     00024200
024300       FETCH RULE-CSR                                             00024300
024400         INTO :DCLFC-XXXAIL-DQ-RULE.DQ-RULE-ID,                   00024400
024500              :DCLFC-XXXAIL-DQ-RULE.DQ-SEV-CD,                    00024500
024600              :DCLFC-XXXAIL-DQ-RULE.DQ-COL-NM,                    00024600
024700              :DCLFC-XXXAIL-DQ-RULE.DQ-OPER-CD,                   00024700
024800              :DCLFC-XXXAIL-DQ-RULE.DQ-CMP-OP-CD,                 00024800
024900              :DCLFC-XXXAIL-DQ-RULE.DQ-CMP-COL-NM,                00024900
025000              :DCLFC-XXXAIL-DQ-RULE.DQ-VALUE-TXT,                 00025000
025100              :DCLFC-XXXAIL-DQ-RULE.DQ-WHEN-COL-NM,               00025100
025200              :DCLFC-XXXAIL-DQ-RULE.DQ-WHEN-VALUE-TXT,            00025200
025300              :DCLFC-XXXAIL-DQ-RULE.DQ-MSG-TXT                    00025300
025400     END-EXEC                                                     00025400
025500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00025500
025600       SET SQL-ERROR-DETECTED       TO TRUE                       00025600
025700       DISPLAY 'MMMB2802 - ERROR FETCHING RULE-CSR, SQLCODE='     00025700
025800               SQLCODE                                            00025800
025900     END-IF                                                       00025900
026000     .                                                            00026000
026100                                                                  00026100
026200*================================================================ 00026200
026300* One rule - edit it, build and run its query, then on to the     00026300
026400* next rule.                                                      00026400
026500*================================================================ 00026500
026600 200-RUN-ONE-RULE.                                                00026600
026700     ADD 1 TO WS-RULE-COUNT                                       00026700
026800     PERFORM 300-EDIT-THE-RULE                                    00026800
026900     IF RULE-OK                                                   00026900
027000       PERFORM 400-BUILD-THE-QUERY                                00027000
027100       PERFORM 500-RUN-THE-QUERY                                  00027100
027200     ELSE                                                         00027200
027300       PERFORM 390-REJECT-THE-RULE                                00027300
027400     END-IF                                                       00027400
027500     IF SQL-NO-ERROR                                              00027500
027600       PERFORM 110-FETCH-NEXT-RULE                                00027600
027700     END-IF                                                       00027700
027800     .                                                            00027800
027900                                                                  00027900
028000*================================================================ 00028000
028100* The rule as stored has to make sense before any SQL is built    00028100
028200* from it - registered columns only, and an operator the          00028200
028300* column types can take.                                          00028300
028400*================================================================ 00028400
028500 300-EDIT-THE-RULE.                                               00028500
028600     SET  RULE-OK TO TRUE                                         00028600
028700     MOVE SPACES  TO WS-REJECT-TXT                                00028700
028800                                                                  00028800
028900     MOVE DQ-COL-NM TO WS-LOOK-NM                                 00028900
029000     PERFORM 350-FIND-REGISTERED-COLUMN                           00029000
029100     MOVE WS-REG-IX TO WS-COL-IX                                  00029100
029200     IF WS-COL-IX = 0                                             00029200
029300       SET  RULE-REJECTED TO TRUE                                 00029300
029400       MOVE 'COLUMN IS NOT ON THE MMMK003A REGISTRY'              00029400
029500         TO WS-REJECT-TXT                                         00029500
029600     END-IF                                                       00029600
029700                                                                  00029700
029800     MOVE 0 TO WS-CMP-IX                                          00029800
029900     IF  RULE-OK                                                  00029900
030000     AND DQ-CMP-COL-NM NOT = SPACES                               00030000
030100       MOVE DQ-CMP-COL-NM TO WS-LOOK-NM                           00030100
030200       PERFORM 350-FIND-REGISTERED-COLUMN                         00030200
030300       MOVE WS-REG-IX TO WS-CMP-IX                                00030300
030400       IF WS-CMP-IX = 0                                           00030400
030500         SET  RULE-REJECTED TO TRUE                               00030500
030600         MOVE 'COMPARE COLUMN IS NOT ON THE MMMK003A REGISTRY'    00030600
030700           TO WS-REJECT-TXT                                       00030700
030800       END-IF                                                     00030800
030900     END-IF                                                       00030900
031000                                                                  00031000
031100     MOVE 0 TO WS-WHEN-IX                                         00031100
031200     IF  RULE-OK                                                  00031200
031300     AND DQ-WHEN-COL-NM NOT = SPACES                              00031300
031400       MOVE DQ-WHEN-COL-NM TO WS-LOOK-NM                          00031400
031500       PERFORM 350-FIND-REGISTERED-COLUMN                         00031500
031600       MOVE WS-REG-IX TO WS-WHEN-IX                               00031600
031700       EVALUATE TRUE                                              00031700
031800         WHEN WS-WHEN-IX = 0                                      00031800
031900           SET  RULE-REJECTED TO TRUE                             00031900
032000           MOVE 'WHEN COLUMN IS NOT ON THE MMMK003A REGISTRY'     00032000
032100             TO WS-REJECT-TXT                                     00032100
032200         WHEN DQ-WHEN-VALUE-TXT = SPACES                          00032200
032300           SET  RULE-REJECTED TO TRUE                             00032300
032400           MOVE 'WHEN COLUMN HAS NO VALUE LIST'                   00032400
032500             TO WS-REJECT-TXT                                     00032500
032600       END-EVALUATE                                               00032600
032700     END-IF                                                       00032700
032800                                                                  00032800
0328A0     IF  RULE-OK                                                  000328A0
0328A1     AND DQ-MSG-TXT = SPACES                                      000328A1
0328A2       SET  RULE-REJECTED TO TRUE                                 000328A2
0328A3       MOVE 'RULE HAS NO MESSAGE' TO WS-REJECT-TXT                000328A3
0328A4     END-IF                                                       000328A4
0328A5                                                                  000328A5
032900     IF RULE-OK                                                   00032900
033000       PERFORM 310-EDIT-THE-OPERATOR                              00033000
033100     END-IF                                                       00033100
033200     .                                                            00033200
033300                                                                  00033300
033400 310-EDIT-THE-OPERATOR.                                           00033400
033500     EVALUATE TRUE                                                00033500
033600       WHEN DQ-OPER-BLANK                                         00033600
033700         CONTINUE                                                 00033700
033800       WHEN DQ-OPER-ZERO                                          00033800
033900         IF MMMK003A-CHAR-COL (WS-COL-IX)                         00033900
034000           SET  RULE-REJECTED TO TRUE                             00034000
034100           MOVE 'ZR NEEDS A NUMBER OR DATE COLUMN'                00034100
034200             TO WS-REJECT-TXT                                     00034200
034300         END-IF                                                   00034300
034400       WHEN DQ-OPER-NOT-IN-LIST                                   00034400
034500         IF DQ-VALUE-TXT = SPACES                                 00034500
034600           SET  RULE-REJECTED TO TRUE                             00034600
034700           MOVE 'NL NEEDS A VALUE LIST' TO WS-REJECT-TXT          00034700
034800         END-IF                                                   00034800
034900       WHEN DQ-OPER-CMP-FIELD                                     00034900
035000         PERFORM 320-EDIT-THE-COMPARE                             00035000
035100       WHEN DQ-OPER-DATE-BEFORE                                   00035100
035200       WHEN DQ-OPER-DATE-AFTER                                    00035200
035300         PERFORM 330-EDIT-THE-DATE-TEST                           00035300
035400       WHEN OTHER                                                 00035400
035500         SET  RULE-REJECTED TO TRUE                               00035500
035600         MOVE 'OPERATOR MUST BE BL, ZR, NL, CF, DB OR DA'         00035600
035700           TO WS-REJECT-TXT                                       00035700
035800     END-EVALUATE                                                 00035800
035900     .                                                            00035900
036000                                                                  00036000
036100*    CF - a second column and a compare operator, and the two     00036100
036200*    columns of like type (a whole number and a decimal are       00036200
036300*    both numbers).                                               00036300
036400 320-EDIT-THE-COMPARE.                                            00036400
036500     EVALUATE DQ-CMP-OP-CD                                        00036500
036600       WHEN 'EQ'  MOVE '='  TO WS-SQL-OP                          00036600
036700       WHEN 'NE'  MOVE '<>' TO WS-SQL-OP                          00036700
036800       WHEN 'LT'  MOVE '<'  TO WS-SQL-OP                          00036800
036900       WHEN 'LE'  MOVE '<=' TO WS-SQL-OP                          00036900
037000       WHEN 'GT'  MOVE '>'  TO WS-SQL-OP                          00037000
037100       WHEN 'GE'  MOVE '>=' TO WS-SQL-OP                          00037100
037200       WHEN OTHER MOVE SPACES TO WS-SQL-OP                        00037200
037300     END-EVALUATE                                                 00037300
037400     MOVE MMMK003A-COL-TYP (WS-COL-IX) TO WS-TYP-1                00037400
037500     IF WS-TYP-1 = 'K'                                            00037500
037600       MOVE 'N' TO WS-TYP-1                                       00037600
037700     END-IF                                                       00037700
037800     IF WS-CMP-IX > 0                                             00037800
037900       MOVE MMMK003A-COL-TYP (WS-CMP-IX) TO WS-TYP-2              00037900
038000       IF WS-TYP-2 = 'K'                                          00038000
038100         MOVE 'N' TO WS-TYP-2                                     00038100
038200       END-IF                                                     00038200
038300     END-IF                                                       00038300
038400     EVALUATE TRUE                                                00038400
038500       WHEN WS-CMP-IX = 0                                         00038500
038600         SET  RULE-REJECTED TO TRUE                               00038600
038700         MOVE 'CF NEEDS A COMPARE COLUMN' TO WS-REJECT-TXT        00038700
038800       WHEN WS-SQL-OP = SPACES                                    00038800
038900         SET  RULE-REJECTED TO TRUE                               00038900
039000         MOVE 'CF OPERATOR MUST BE EQ, NE, LT, LE, GT OR GE'      00039000
039100           TO WS-REJECT-TXT                                       00039100
039200       WHEN WS-TYP-1 NOT = WS-TYP-2                               00039200
039300         SET  RULE-REJECTED TO TRUE                               00039300
039400         MOVE 'CF COLUMNS ARE NOT OF THE SAME TYPE'               00039400
039500           TO WS-REJECT-TXT                                       00039500
039600     END-EVALUATE                                                 00039600
039700     .                                                            00039700
039800                                                                  00039800
039900*    DB/DA - a date column, against a second date column, a       00039900
040000*    yyyy-mm-dd value, or (both blank) today.                     00040000
040100 330-EDIT-THE-DATE-TEST.                                          00040100
040200     IF DQ-OPER-DATE-BEFORE                                       00040200
040300       MOVE '<' TO WS-SQL-OP                                      00040300
040400     ELSE                                                         00040400
040500       MOVE '>' TO WS-SQL-OP                                      00040500
040600     END-IF                                                       00040600
040700     MOVE DQ-VALUE-TXT (1:10) TO WS-CMP-DT                        00040700
040800     EVALUATE TRUE                                                00040800
040900       WHEN NOT MMMK003A-DATE-COL (WS-COL-IX)                     00040900
041000         SET  RULE-REJECTED TO TRUE                               00041000
041100         MOVE 'DB/DA NEED A DATE COLUMN' TO WS-REJECT-TXT         00041100
041200       WHEN WS-CMP-IX > 0                                         00041200
041300         IF NOT MMMK003A-DATE-COL (WS-CMP-IX)                     00041300
041400           SET  RULE-REJECTED TO TRUE                             00041400
041500           MOVE 'DB/DA COMPARE COLUMN MUST BE A DATE'             00041500
041600             TO WS-REJECT-TXT                                     00041600
041700         END-IF                                                   00041700
041800       WHEN DQ-VALUE-TXT = SPACES                                 00041800
041900         CONTINUE                                                 00041900
042000       WHEN DQ-VALUE-TXT (11:50) NOT = SPACES                     00042000
042100       WHEN WS-CMP-YYYY NOT NUMERIC                               00042100
042200       WHEN WS-CMP-MM   NOT NUMERIC                               00042200
042300       WHEN WS-CMP-DD   NOT NUMERIC                               00042300
042400       WHEN WS-CMP-DASH-1 NOT = '-'                               00042400
042500       WHEN WS-CMP-DASH-2 NOT = '-'                               00042500
042600         SET  RULE-REJECTED TO TRUE                               00042600
042700         MOVE 'DB/DA VALUE MUST BE A YYYY-MM-DD DATE'             00042700
042800           TO WS-REJECT-TXT                                       00042800
042900       WHEN WS-CMP-MM < 1 OR WS-CMP-MM > 12                       00042900
043000       WHEN WS-CMP-DD < 1 OR WS-CMP-DD > 31                       00043000
043100         SET  RULE-REJECTED TO TRUE                               00043100
043200         MOVE 'DB/DA VALUE MUST BE A YYYY-MM-DD DATE'             00043200
043300           TO WS-REJECT-TXT                                       00043300
043400     END-EVALUATE                                                 00043400
043500     .                                                            00043500
043600                                                                  00043600
043700 350-FIND-REGISTERED-COLUMN.                                      00043700
043800     MOVE 0 TO WS-REG-IX                                          00043800
043900     PERFORM VARYING I FROM 1 BY 1                                00043900
044000             UNTIL I > MMMK003A-COL-CNT OR WS-REG-IX > 0          00044000
044100       IF MMMK003A-COL-NM (I) = WS-LOOK-NM                        00044100
044200         MOVE I TO WS-REG-IX                                      00044200
044300       END-IF                                                     00044300
044400     END-PERFORM                                                  00044400
044500     .                                                            00044500
044600                                                                  00044600
044700*    A rejected rule is listed and skipped; the run goes on.      00044700
044800 390-REJECT-THE-RULE.                                             00044800
044900     ADD 1 TO WS-REJECT-COUNT                                     00044900
045000     IF WS-RPT-RC < 4                                             00045000
045100       MOVE 4 TO WS-RPT-RC                                        00045100
045200     END-IF                                                       00045200
045300     MOVE DQ-RULE-ID    TO WS-REJ-RULE-ID                         00045300
045400     MOVE WS-REJECT-TXT TO WS-REJ-TEXT                            00045400
045500     WRITE RPT-LINE FROM WS-REJECT-LINE                           00045500
045600     DISPLAY 'MMMB2802 - RULE ' DQ-RULE-ID ' REJECTED - '         00045600
045700             WS-REJECT-TXT                                        00045700
045800     .                                                            00045800
045900                                                                  00045900
046000*================================================================ 00046000
046100* Build the rule's query - the store, its org units, the column   00046100
046200* as text and the exception flag, over the MMMB0102 join,         00046200
046300* limited to the when-list when the rule has one.                 00046300
046400*================================================================ 00046400
046500 400-BUILD-THE-QUERY.                                             00046500
046600     MOVE SPACES TO WS-SQL-TXT                                    00046600
046700     MOVE 1      TO WS-PTR                                        00046700
046800     STRING 'SELECT S.FC_STORE_NO, S.FC_RL_DISTRICT_NO,'          00046800
046900            ' S.FC_RL_MARKET_AR_NO, S.FC_RL_COMPANY_NO, '         00046900
047000       DELIMITED BY SIZE                                          00047000
047100       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00047100
047200     MOVE WS-COL-IX TO WS-REG-IX                                  00047200
047300     PERFORM 410-ADD-COLUMN-TEXT                                  00047300
047400     STRING ', CASE WHEN ' DELIMITED BY SIZE                      00047400
047500       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00047500
047600     PERFORM 420-ADD-THE-CONDITION                                00047600
047700     STRING ' THEN ''Y'' ELSE ''N'' END'                          00047700
047800            ' FROM FC_XXXAIL_STORES S'                            00047800
047900            ' LEFT OUTER JOIN XXXATION O'                         00047900
048000            ' ON O.LOC_TYP_CD = ''S'''                            00048000
048100            ' AND O.LOC_NBR = S.FC_STORE_NO'                      00048100
048200            ' LEFT OUTER JOIN XXXAIL_LOC R'                       00048200
048300            ' ON R.LOC_TYP_CD = ''S'''                            00048300
048400            ' AND R.LOC_NBR = S.FC_STORE_NO'                      00048400
048500       DELIMITED BY SIZE                                          00048500
048600       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00048600
048700                                                                  00048700
048800     IF WS-WHEN-IX > 0                                            00048800
048900       STRING ' WHERE ' DELIMITED BY SIZE                         00048900
049000         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00049000
049100       MOVE WS-WHEN-IX TO WS-REG-IX                               00049100
049200       PERFORM 410-ADD-COLUMN-TEXT                                00049200
049300       STRING ' IN (' DELIMITED BY SIZE                           00049300
049400         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00049400
049500       MOVE DQ-WHEN-VALUE-TXT TO WS-LIST-TXT                      00049500
049600       PERFORM 430-ADD-QUOTED-LIST                                00049600
049700       STRING ')' DELIMITED BY SIZE                               00049700
049800         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00049800
049900     END-IF                                                       00049900
050000                                                                  00050000
050100     STRING ' ORDER BY S.FC_STORE_NO FOR FETCH ONLY'              00050100
050200       DELIMITED BY SIZE                                          00050200
050300       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00050300
050400     COMPUTE WS-SQL-LEN = WS-PTR - 1                              00050400
050500     .                                                            00050500
050600                                                                  00050600
050700*    The column as trimmed text, blank when the store has no      00050700
050800*    XXXATION or XXXAIL_LOC row - as MMMB0102 lists it.           00050800
050900 410-ADD-COLUMN-TEXT.                                             00050900
051000     PERFORM 450-FIND-EXPR-LENGTH                                 00051000
051100     EVALUATE TRUE                                                00051100
051200       WHEN MMMK003A-NUM-COL (WS-REG-IX)                          00051200
051300         STRING 'COALESCE(RTRIM(CHAR(BIGINT('                     00051300
051400                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00051400
051500                '))),'' '')'                                      00051500
051600           DELIMITED BY SIZE                                      00051600
051700           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00051700
051800       WHEN MMMK003A-DEC-COL (WS-REG-IX)                          00051800
051900         STRING 'COALESCE(RTRIM(CHAR('                            00051900
052000                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00052000
052100                ')),'' '')'                                       00052100
052200           DELIMITED BY SIZE                                      00052200
052300           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00052300
052400       WHEN MMMK003A-DATE-COL (WS-REG-IX)                         00052400
052500         STRING 'COALESCE(CHAR('                                  00052500
052600                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00052600
052700                ',ISO),'' '')'                                    00052700
052800           DELIMITED BY SIZE                                      00052800
052900           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00052900
053000       WHEN OTHER                                                 00053000
053100         STRING 'COALESCE(RTRIM('                                 00053100
053200                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00053200
053300                '),'' '')'                                        00053300
053400           DELIMITED BY SIZE                                      00053400
053500           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00053500
053600     END-EVALUATE                                                 00053600
053700     .                                                            00053700
053800                                                                  00053800
053900*    The condition that makes the store an exception. A compare   00053900
054000*    against a missing value is unknown, so it is not flagged -   00054000
054100*    a BL rule is what catches the missing value.                 00054100
054200 420-ADD-THE-CONDITION.                                           00054200
054300     MOVE WS-COL-IX TO WS-REG-IX                                  00054300
054400     PERFORM 450-FIND-EXPR-LENGTH                                 00054400
054500     EVALUATE TRUE                                                00054500
054600       WHEN DQ-OPER-BLANK                                         00054600
054700         PERFORM 410-ADD-COLUMN-TEXT                              00054700
054800         STRING ' = '' ''' DELIMITED BY SIZE                      00054800
054900           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00054900
055000       WHEN DQ-OPER-ZERO                                          00055000
055100       AND  MMMK003A-DATE-COL (WS-REG-IX)                         00055100
055200         STRING 'COALESCE('                                       00055200
055300                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00055300
055400                ',''0001-01-01'') = ''0001-01-01'''               00055400
055500           DELIMITED BY SIZE                                      00055500
055600           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00055600
055700       WHEN DQ-OPER-ZERO                                          00055700
055800         STRING 'COALESCE('                                       00055800
055900                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00055900
056000                ',0) = 0'                                         00056000
056100           DELIMITED BY SIZE                                      00056100
056200           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00056200
056300       WHEN DQ-OPER-NOT-IN-LIST                                   00056300
056400         PERFORM 410-ADD-COLUMN-TEXT                              00056400
056500         STRING ' NOT IN (' DELIMITED BY SIZE                     00056500
056600           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00056600
056700         MOVE DQ-VALUE-TXT TO WS-LIST-TXT                         00056700
056800         PERFORM 430-ADD-QUOTED-LIST                              00056800
056900         STRING ')' DELIMITED BY SIZE                             00056900
057000           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00057000
057100       WHEN DQ-OPER-CMP-FIELD                                     00057100
057200         STRING MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00057200
057300                ' '                                               00057300
057400           DELIMITED BY SIZE                                      00057400
057500           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00057500
057600         STRING WS-SQL-OP DELIMITED BY SPACE                      00057600
057700                ' '       DELIMITED BY SIZE                       00057700
057800           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00057800
057900         MOVE WS-CMP-IX TO WS-REG-IX                              00057900
058000         PERFORM 450-FIND-EXPR-LENGTH                             00058000
058100         STRING MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00058100
058200           DELIMITED BY SIZE                                      00058200
058300           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00058300
058400       WHEN OTHER                                                 00058400
058500         PERFORM 440-ADD-THE-DATE-TEST                            00058500
058600     END-EVALUATE                                                 00058600
058700     .                                                            00058700
058800                                                                  00058800
058900*    Comma-separated values, each quoted with any quote in it     00058900
059000*    doubled; blanks around a value are dropped.                  00059000
059100 430-ADD-QUOTED-LIST.                                             00059100
059200     PERFORM VARYING WS-LIST-LEN FROM 60 BY -1                    00059200
059300             UNTIL WS-LIST-LEN = 0                                00059300
059400                OR WS-LIST-TXT (WS-LIST-LEN:1) NOT = SPACE        00059400
059500       CONTINUE                                                   00059500
059600     END-PERFORM                                                  00059600
059700     MOVE 0 TO WS-ITEM-CNT                                        00059700
059800     SET  NOT-IN-AN-ITEM TO TRUE                                  00059800
059900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LIST-LEN          00059900
060000       MOVE WS-LIST-TXT (I:1) TO WS-CHR                           00060000
060100       EVALUATE TRUE                                              00060100
060200         WHEN WS-CHR = ','                                        00060200
060300           IF IN-AN-ITEM                                          00060300
060400             STRING '''' DELIMITED BY SIZE                        00060400
060500               INTO WS-SQL-TXT WITH POINTER WS-PTR                00060500
060600             SET NOT-IN-AN-ITEM TO TRUE                           00060600
060700           END-IF                                                 00060700
060800         WHEN WS-CHR = SPACE AND NOT-IN-AN-ITEM                   00060800
060900           CONTINUE                                               00060900
061000         WHEN OTHER                                               00061000
061100           IF NOT-IN-AN-ITEM                                      00061100
061200             IF WS-ITEM-CNT > 0                                   00061200
061300               STRING ',' DELIMITED BY SIZE                       00061300
061400                 INTO WS-SQL-TXT WITH POINTER WS-PTR              00061400
061500             END-IF                                               00061500
061600             STRING '''' DELIMITED BY SIZE                        00061600
061700               INTO WS-SQL-TXT WITH POINTER WS-PTR                00061700
061800             SET IN-AN-ITEM TO TRUE                               00061800
061900             ADD 1 TO WS-ITEM-CNT                                 00061900
062000           END-IF                                                 00062000
062100           STRING WS-CHR DELIMITED BY SIZE                        00062100
062200             INTO WS-SQL-TXT WITH POINTER WS-PTR                  00062200
062300           IF WS-CHR = ''''                                       00062300
062400             STRING '''' DELIMITED BY SIZE                        00062400
062500               INTO WS-SQL-TXT WITH POINTER WS-PTR                00062500
062600           END-IF                                                 00062600
062700       END-EVALUATE                                               00062700
062800     END-PERFORM                                                  00062800
062900     IF IN-AN-ITEM                                                00062900
063000       STRING '''' DELIMITED BY SIZE                              00063000
063100         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00063100
063200     END-IF                                                       00063200
063300     IF WS-ITEM-CNT = 0                                           00063300
063400       STRING ''' ''' DELIMITED BY SIZE                           00063400
063500         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00063500
063600     END-IF                                                       00063600
063700     .                                                            00063700
063800                                                                  00063800
063900*    DB/DA - a set date before/after the second column, the       00063900
064000*    value date or today.                                         00064000
064100 440-ADD-THE-DATE-TEST.                                           00064100
064200     STRING MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)         00064200
064300            ' > ''0001-01-01'' AND '                              00064300
064400            MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)         00064400
064500            ' '                                                   00064500
064600       DELIMITED BY SIZE                                          00064600
064700       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00064700
064800     STRING WS-SQL-OP DELIMITED BY SPACE                          00064800
064900            ' '       DELIMITED BY SIZE                           00064900
065000       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00065000
065100     EVALUATE TRUE                                                00065100
065200       WHEN WS-CMP-IX > 0                                         00065200
065300         MOVE WS-CMP-IX TO WS-REG-IX                              00065300
065400         PERFORM 450-FIND-EXPR-LENGTH                             00065400
065500         STRING MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00065500
065600           DELIMITED BY SIZE                                      00065600
065700           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00065700
065800       WHEN DQ-VALUE-TXT NOT = SPACES                             00065800
065900         STRING '''' WS-CMP-DT ''''                               00065900
066000           DELIMITED BY SIZE                                      00066000
066100           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00066100
066200       WHEN OTHER                                                 00066200
066300         STRING 'CURRENT DATE' DELIMITED BY SIZE                  00066300
066400           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00066400
066500     END-EVALUATE                                                 00066500
066600     .                                                            00066600
066700                                                                  00066700
066800 450-FIND-EXPR-LENGTH.                                            00066800
066900     PERFORM VARYING WS-EXPR-LEN FROM 120 BY -1                   00066900
067000             UNTIL WS-EXPR-LEN = 1                                00067000
067100                OR MMMK003A-COL-EXPR (WS-REG-IX) (WS-EXPR-LEN:1)  00067100
067200                                                     NOT = SPACE  00067200
067300       CONTINUE                                                   00067300
067400     END-PERFORM                                                  00067400
067500     .                                                            00067500
067600                                                                  00067600
067700*================================================================ 00067700
067800* Run it - every store the rule applies to is counted once it     00067800
067900* passes the selection; the flagged ones are the exceptions.      00067900
068000* SQL that will not prepare rejects the rule, not the run.        00068000
068100*================================================================ 00068100
068200 500-RUN-THE-QUERY.                                               00068200
068300     MOVE 0 TO WS-RULE-SCANNED                                    00068300
068400               WS-RULE-EXCP                                       00068400
068500     EXEC SQL                                                     00068500
068600       PREPARE DQ-STMT FROM :WS-SQL-STMT                          00068600
068700     END-EXEC                                                     00068700
068800     IF SQLCODE NOT = 0                                           00068800
068900       MOVE SQLCODE TO WS-SQLCODE                                 00068900
069000       MOVE SPACES  TO WS-REJECT-TXT                              00069000
069100       STRING 'RULE SQL WOULD NOT PREPARE, SQLCODE=' WS-SQLCODE   00069100
069200         DELIMITED BY SIZE INTO WS-REJECT-TXT                     00069200
069300       DISPLAY 'MMMB2802 - ' WS-SQL-TXT (1:WS-SQL-LEN)            00069300
069400       PERFORM 390-REJECT-THE-RULE                                00069400
069500       MOVE 0 TO SQLCODE                                          00069500
069600     ELSE                                                         00069600
069700       EXEC SQL                                                   00069700
069800         OPEN DQ-CSR                                              00069800
069900       END-EXEC                                                   00069900
070000       IF SQLCODE NOT = 0                                         00070000
070100         SET SQL-ERROR-DETECTED TO TRUE                           00070100
070200         DISPLAY 'MMMB2802 - ERROR OPENING DQ-CSR FOR RULE '      00070200
070300                 DQ-RULE-ID ', SQLCODE=' SQLCODE                  00070300
070400       ELSE                                                       00070400
070500         PERFORM 510-FETCH-NEXT-STORE                             00070500
070600         PERFORM UNTIL SQLCODE NOT = 0                            00070600
070700           PERFORM 520-CHECK-ONE-STORE                            00070700
070800           PERFORM 510-FETCH-NEXT-STORE                           00070800
070900         END-PERFORM                                              00070900
071000         IF SQLCODE = 100                                         00071000
071100           MOVE 0 TO SQLCODE                                      00071100
071200         END-IF                                                   00071200
071300         EXEC SQL                                                 00071300
071400           CLOSE DQ-CSR                                           00071400
071500         END-EXEC                                                 00071500
071600         IF SQL-NO-ERROR                                          00071600
071700           PERFORM 550-END-OF-RULE                                00071700
071800         END-IF                                                   00071800
071900         MOVE 0 TO SQLCODE                                        00071900
072000       END-IF                                                     00072000
072100     END-IF                                                       00072100
072200     .                                                            00072200
072300                                                                  00072300
072400 510-FETCH-NEXT-STORE.                                            00072400
072500     EXEC SQL                                                     00072500
072600       FETCH DQ-CSR                                               00072600
072700         INTO :WS-FND-STORE-NO, :WS-FND-DISTRICT-NO,              00072700
072800              :WS-FND-MARKET-AR-NO, :WS-FND-COMPANY-NO,           00072800
072900              :WS-FND-VALUE, :WS-FND-EXCP-SW                      00072900
073000     END-EXEC                                                     00073000
073100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00073100
073200       SET SQL-ERROR-DETECTED TO TRUE                             00073200
073300       DISPLAY 'MMMB2802 - ERROR FETCHING DQ-CSR FOR RULE '       00073300
073400               DQ-RULE-ID ', SQLCODE=' SQLCODE                    00073400
073500     END-IF                                                       00073500
073600     .                                                            00073600
073700                                                                  00073700
073800 520-CHECK-ONE-STORE.                                             00073800
073900     SET  MMMC0166-CHECK-STORE TO TRUE                            00073900
074000     MOVE WS-FND-DISTRICT-NO  TO MMMC0166-DISTRICT-NO             00074000
074100     MOVE WS-FND-MARKET-AR-NO TO MMMC0166-MARKET-AR-NO            00074100
074200     MOVE WS-FND-COMPANY-NO   TO MMMC0166-COMPANY-NO              00074200
074300     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00074300
074400     IF MMMC0166-STORE-SELECTED                                   00074400
074500       ADD 1 TO WS-RULE-SCANNED                                   00074500
074600       IF STORE-BREAKS-RULE                                       00074600
074700         ADD 1 TO WS-RULE-EXCP                                    00074700
074800         PERFORM 530-WRITE-ONE-EXCEPTION                          00074800
074900       END-IF                                                     00074900
075000     END-IF                                                       00075000
075100     .                                                            00075100
075200                                                                  00075200
075300*    Printed, burst with the district's lines, and recorded for   00075300
075400*    the scorecard under the rule id.                             00075400
075500 530-WRITE-ONE-EXCEPTION.                                         00075500
075600     MOVE DQ-RULE-ID      TO WS-DTL-RULE-ID                       00075600
075700     MOVE DQ-SEV-CD       TO WS-DTL-SEV-CD                        00075700
075800     MOVE WS-FND-STORE-NO TO WS-DTL-STORE-NO                      00075800
075900     MOVE SPACES          TO WS-DTL-VALUE                         00075900
076000     IF WS-FND-VALUE-LEN > 60                                     00076000
076100       MOVE 60 TO WS-FND-VALUE-LEN                                00076100
076200     END-IF                                                       00076200
076300     IF WS-FND-VALUE-LEN > 0                                      00076300
076400       MOVE WS-FND-VALUE-TXT (1:WS-FND-VALUE-LEN)                 00076400
076500         TO WS-DTL-VALUE                                          00076500
076600     END-IF                                                       00076600
076700     MOVE DQ-MSG-TXT      TO WS-DTL-MSG                           00076700
076800     WRITE RPT-LINE FROM WS-DTL-LINE                              00076800
076900     SET  MMMC0166-WRITE-LINE TO TRUE                             00076900
077000     MOVE WS-DTL-LINE TO MMMC0166-RPT-LINE                        00077000
077100     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00077100
077200     INITIALIZE MMMC0167                                          00077200
077300     SET  MMMC0167-RECORD-DETAIL TO TRUE                          00077300
077400     MOVE DQ-RULE-ID      TO MMMC0167-JOB-NM                      00077400
077500     MOVE WS-FND-STORE-NO TO MMMC0167-LOC-NBR                     00077500
077600     MOVE DQ-MSG-TXT (1:20)                                       00077600
077700       TO MMMC0167-EXCP-TYPE-CD                                   00077700
077800     CALL WS-MMMS0167-PGM USING XXXN001A MMMC0167                 00077800
077900     .                                                            00077900
078000                                                                  00078000
078100*    The rule's counts - on the listing and, under the rule id,   00078100
078200*    on the run metrics, where its own limit can raise an alert.  00078200
078300 550-END-OF-RULE.                                                 00078300
078400     ADD WS-RULE-SCANNED TO WS-SCANNED-COUNT                      00078400
078500     ADD WS-RULE-EXCP    TO WS-EXCEPTION-COUNT                    00078500
078600     INITIALIZE MMMC0167                                          00078600
078700     MOVE DQ-RULE-ID      TO MMMC0167-JOB-NM                      00078700
078800     MOVE WS-RULE-SCANNED TO MMMC0167-SCANNED-CNT                 00078800
078900     MOVE WS-RULE-EXCP    TO MMMC0167-EXCP-CNT                    00078900
079000     CALL WS-MMMS0167-PGM USING XXXN001A MMMC0167                 00079000
079100     MOVE DQ-RULE-ID      TO WS-RUL-RULE-ID                       00079100
079200     MOVE DQ-COL-NM       TO WS-RUL-COL-NM                        00079200
079300     MOVE DQ-OPER-CD      TO WS-RUL-OPER-CD                       00079300
079400     MOVE WS-RULE-SCANNED TO WS-RUL-SCANNED                       00079400
079500     MOVE WS-RULE-EXCP    TO WS-RUL-EXCP                          00079500
079600     MOVE SPACES          TO WS-RUL-ALERT                         00079600
079700     IF MMMC0167-ALERT-RAISED                                     00079700
079800       MOVE 'OVER LIMIT - ALERTED' TO WS-RUL-ALERT                00079800
079900     END-IF                                                       00079900
080000     WRITE RPT-LINE FROM WS-RULE-LINE                             00080000
080100     .                                                            00080100
080200                                                                  00080200
080300*================================================================ 00080300
080400* Termination - write the summary and close up...                 00080400
080500*================================================================ 00080500
080600 900-TERMINATE.                                                   00080600
080700     IF SQL-ERROR-DETECTED                                        00080700
080800       MOVE 16 TO WS-RPT-RC                                       00080800
080900     END-IF                                                       00080900
081000     EXEC SQL                                                     00081000
081100       CLOSE RULE-CSR                                             00081100
081200     END-EXEC                                                     00081200
081300                                                                  00081300
081400     WRITE RPT-LINE FROM SPACES                                   00081400
081500     MOVE 'ACTIVE RULES READ          - ' TO WS-CNT-TXT           00081500
081600     MOVE WS-RULE-COUNT                   TO WS-CNT-NBR           00081600
081700     WRITE RPT-LINE FROM WS-CNT-LINE                              00081700
081800     MOVE 'RULES REJECTED             - ' TO WS-CNT-TXT           00081800
081900     MOVE WS-REJECT-COUNT                 TO WS-CNT-NBR           00081900
082000     WRITE RPT-LINE FROM WS-CNT-LINE                              00082000
082100     MOVE 'STORE CHECKS MADE          - ' TO WS-CNT-TXT           00082100
082200     MOVE WS-SCANNED-COUNT                TO WS-CNT-NBR           00082200
082300     WRITE RPT-LINE FROM WS-CNT-LINE                              00082300
082400     MOVE 'EXCEPTIONS FOUND           - ' TO WS-CNT-TXT           00082400
082500     MOVE WS-EXCEPTION-COUNT              TO WS-CNT-NBR           00082500
082600     WRITE RPT-LINE FROM WS-CNT-LINE                              00082600
082700     SET  MMMC0166-CLOSE TO TRUE                                  00082700
082800     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00082800
082900     CLOSE DQRULE-RPT                                             00082900
083000     .                                                            00083000
083100                                                                  00083100
083200*================================================================ 00083200
083300* Run control - refuse a duplicate or out-of-order start, and     00083300
083400* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00083400
083500*================================================================ 00083500
083600 050-RUN-CNTL-START.                                              00083600
083700     INITIALIZE XXXN001A                                          00083700
083800                YYYC0230                                          00083800
083900     SET  YYYC0230-START-RUN TO TRUE                              00083900
084000     MOVE 'MMMB2802' TO YYYC0230-JOB-NM                           00084000
084100     CALL YYYS0230-RUN-CNTL USING                                 00084100
084200         XXXN001A                                                 00084200
084300         YYYC0230                                                 00084300
084400     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00084400
084500       SET SQL-ERROR-DETECTED TO TRUE                             00084500
084600       DISPLAY 'MMMB2802 - START REFUSED: ' IS-RTRN-MSG-TXT       00084600
084700     END-IF                                                       00084700
084800     .                                                            00084800
084900                                                                  00084900
085000 055-RUN-CNTL-END.                                                00085000
085100     INITIALIZE XXXN001A                                          00085100
085200                YYYC0230                                          00085200
085300     IF SQL-ERROR-DETECTED                                        00085300
085400       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00085400
085500     ELSE                                                         00085500
085600       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00085600
085700     END-IF                                                       00085700
085800     MOVE 'MMMB2802' TO YYYC0230-JOB-NM                           00085800
085900     CALL YYYS0230-RUN-CNTL USING                                 00085900
086000         XXXN001A                                                 00086000
086100         YYYC0230                                                 00086100
086200     .                                                            00086200
