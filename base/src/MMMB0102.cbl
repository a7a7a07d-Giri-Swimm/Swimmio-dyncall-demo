000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0102.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Ad hoc store list writer.                                       00000600
000700*                                                                 00000700
000800* "All open stores in Ohio with a pharmacy and an unload dock,    00000800
000900* with phone and district" used to be a one-off SPUFI query       00000900
001000* only one person could run. This job takes the request as        00001000
001100* KEYIN cards naming the columns wanted, the filters and the      00001100
001200* sort order, builds the query over FC_XXXAIL_STORES joined to    00001200
001300* the store's XXXATION and XXXAIL_LOC rows, and writes a          00001300
001400* delimited file (DLMOUT, header record first) and a print        00001400
001500* listing with a count line.                                      00001500
001600*                                                                 00001600
001700* Every column named on a card must be on the MMMK003A column     00001700
001800* registry - an unregistered name, a bad operator or a bad        00001800
001900* value rejects the whole request with RC 8 and no query runs.    00001900
002000* Values are never pasted into the SQL raw: character and date    00002000
002100* values are quoted with embedded quotes doubled, numeric         00002100
002200* values must be numeric.                                         00002200
002300*                                                                 00002300
002400* KEYIN cards (an * in col 1 is a comment):                       00002400
002500*   cols 1-5   COL   / WHERE / SORT / DLM                         00002500
002600*   cols 7-24  registered column name (DLM: delimiter, col 7)     00002600
002700*   cols 26-29 WHERE: EQ NE LT LE GT GE or LIKE                   00002700
002800*              SORT:  A (default) or D                            00002800
002900*   cols 31-80 WHERE: the value                                   00002900
003000* Up to 20 COL cards (printed in card order), 10 WHERE cards      00003000
003100* (all must be true) and 5 SORT cards. The default delimiter is   00003100
003200* the vertical bar. Columns that will not fit across the 132      00003200
003300* print positions are on DLMOUT only.                             00003300
003400* Batch job - run standalone, no online caller.                   00003400
003500*---------------------------------------------------------------- 00003500
003600 ENVIRONMENT DIVISION.                                            00003600
003700 INPUT-OUTPUT SECTION.                                            00003700
003800 FILE-CONTROL.                                                    00003800
003900     SELECT KEY-IN         ASSIGN TO KEYIN                        00003900
004000         ORGANIZATION IS LINE SEQUENTIAL.                         00004000
004100     SELECT DLM-OUT        ASSIGN TO DLMOUT                       00004100
004200         ORGANIZATION IS LINE SEQUENTIAL.                         00004200
004300     SELECT LIST-RPT       ASSIGN TO RPTOUT                       00004300
004400         ORGANIZATION IS LINE SEQUENTIAL.                         00004400
004500                                                                  00004500
004600 DATA DIVISION.                                                   00004600
004700 FILE SECTION.                                                    00004700
004800 FD  KEY-IN.                                                      00004800
004900 01  KEY-REC.                                                     00004900
005000     05 KEY-CARD-TYP                   PIC X(5).                  00005000
005100        88 KEY-COL-CARD                      VALUE 'COL  '.       00005100
005200        88 KEY-WHERE-CARD                    VALUE 'WHERE'.       00005200
005300        88 KEY-SORT-CARD                     VALUE 'SORT '.       00005300
005400        88 KEY-DLM-CARD                      VALUE 'DLM  '.       00005400
005500     05 FILLER                         PIC X(1).                  00005500
005600     05 KEY-COL-NM                     PIC X(18).                 00005600
005700     05 FILLER                         PIC X(1).                  00005700
005800     05 KEY-OPER                       PIC X(4).                  00005800
005900     05 FILLER                         PIC X(1).                  00005900
006000     05 KEY-VALUE                      PIC X(50).                 00006000
006100                                                                  00006100
006200 FD  DLM-OUT.                                                     00006200
006300 01  DLM-OUT-REC                       PIC X(1300).               00006300
006400                                                                  00006400
006500 FD  LIST-RPT.                                                    00006500
006600 01  RPT-LINE                          PIC X(132).                00006600
006700                                                                  00006700
006800 WORKING-STORAGE SECTION.                                         00006800
006900* --------------------------------------------------------------- 00006900
007000* Misc working storage...                                         00007000
007100* --------------------------------------------------------------- 00007100
007200 01 WS-CARD-COUNT                     PIC 9(6) VALUE 0.           00007200
007300 01 WS-ERROR-COUNT                    PIC 9(6) VALUE 0.           00007300
007400 01 WS-ROW-COUNT                      PIC 9(7) VALUE 0.           00007400
007500 01 WS-RUN-DATE                       PIC X(8) VALUE SPACES.      00007500
007600 01 WS-DELIM                          PIC X(1) VALUE '|'.         00007600
007700 01 WS-ERR-TXT                        PIC X(60) VALUE SPACES.     00007700
007800 01 I                                 PIC S9(4) COMP VALUE 0.     00007800
007900 01 J                                 PIC S9(4) COMP VALUE 0.     00007900
008000 01 WS-REG-IX                         PIC S9(4) COMP VALUE 0.     00008000
008100 01 WS-EXPR-LEN                       PIC S9(4) COMP VALUE 0.     00008100
008200 01 WS-VAL-LEN                        PIC S9(4) COMP VALUE 0.     00008200
008300 01 WS-PTR                            PIC S9(4) COMP VALUE 0.     00008300
008400 01 WS-DLM-PTR                        PIC S9(4) COMP VALUE 0.     00008400
008500 01 WS-PRT-POS                        PIC S9(4) COMP VALUE 0.     00008500
008600 01 WS-PRT-WID                        PIC S9(4) COMP VALUE 0.     00008600
008700 01 WS-PRT-COLS                       PIC S9(4) COMP VALUE 0.     00008700
008800 01 WS-NUM-CHK                        PIC X(50) VALUE SPACES.     00008800
008900 01 WS-CHR                            PIC X(1).                   00008900
009000 01 WS-SQLCODE                        PIC ----9.                  00009000
009100                                                                  00009100
009200 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00009200
009300    88 IS-EOF                                  VALUE 'Y'.         00009300
009400 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00009400
009500    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00009500
009600    88 SQL-NO-ERROR                            VALUE 'N'.         00009600
009700                                                                  00009700
009800* The request as edited off the cards - registry subscripts for   00009800
009900* the columns, filters and sort keys.                             00009900
010000 01 WS-COL-CNT                        PIC S9(4) COMP VALUE 0.     00010000
010100 01 WS-COL-MAX                        PIC S9(4) COMP VALUE 20.    00010100
010200 01 WS-COL-TABLE.                                                 00010200
010300    05 WS-COL-REG-IX OCCURS 20 TIMES  PIC S9(4) COMP.             00010300
010400 01 WS-WHR-CNT                        PIC S9(4) COMP VALUE 0.     00010400
010500 01 WS-WHR-TABLE.                                                 00010500
010600    05 WS-WHR OCCURS 10 TIMES.                                    00010600
010700       10 WS-WHR-REG-IX               PIC S9(4) COMP.             00010700
010800       10 WS-WHR-SQL-OP               PIC X(4).                   00010800
010900       10 WS-WHR-VALUE                PIC X(50).                  00010900
011000       10 WS-WHR-VAL-LEN              PIC S9(4) COMP.             00011000
011100 01 WS-SRT-CNT                        PIC S9(4) COMP VALUE 0.     00011100
011200 01 WS-SRT-TABLE.                                                 00011200
011300    05 WS-SRT OCCURS 5 TIMES.                                     00011300
011400       10 WS-SRT-REG-IX               PIC S9(4) COMP.             00011400
011500       10 WS-SRT-DIR                  PIC X(1).                   00011500
011600 01 WS-SQL-OP                         PIC X(4) VALUE SPACES.      00011600
011700                                                                  00011700
011800* The built statement, and the 20 result columns it always        00011800
011900* returns - unused positions come back blank.                     00011900
012000 01 WS-SQL-STMT.                                                  00012000
012100    49 WS-SQL-LEN                     PIC S9(4) COMP VALUE 0.     00012100
012200    49 WS-SQL-TXT                     PIC X(6000).                00012200
012300 01 WS-RESULT-ROW.                                                00012300
012400    05 WS-V01.                                                    00012400
012500       49 WS-V01-LEN                  PIC S9(4) COMP.             00012500
012600       49 WS-V01-TXT                  PIC X(60).                  00012600
012700    05 WS-V02.                                                    00012700
012800       49 WS-V02-LEN                  PIC S9(4) COMP.             00012800
012900       49 WS-V02-TXT                  PIC X(60).                  00012900
013000    05 WS-V03.                                                    00013000
013100       49 WS-V03-LEN                  PIC S9(4) COMP.             00013100
013200       49 WS-V03-TXT                  PIC X(60).                  00013200
013300    05 WS-V04.                                                    00013300
013400       49 WS-V04-LEN                  PIC S9(4) COMP.             00013400
013500       49 WS-V04-TXT                  PIC X(60).                  00013500
013600    05 WS-V05.                                                    00013600
013700       49 WS-V05-LEN                  PIC S9(4) COMP.             00013700
013800       49 WS-V05-TXT                  PIC X(60).                  00013800
013900    05 WS-V06.                                                    00013900
014000       49 WS-V06-LEN                  PIC S9(4) COMP.             00014000
014100       49 WS-V06-TXT                  PIC X(60).                  00014100
014200    05 WS-V07.                                                    00014200
014300       49 WS-V07-LEN                  PIC S9(4) COMP.             00014300
014400       49 WS-V07-TXT                  PIC X(60).                  00014400
014500    05 WS-V08.                                                    00014500
014600       49 WS-V08-LEN                  PIC S9(4) COMP.             00014600
014700       49 WS-V08-TXT                  PIC X(60).                  00014700
014800    05 WS-V09.                                                    00014800
014900       49 WS-V09-LEN                  PIC S9(4) COMP.             00014900
015000       49 WS-V09-TXT                  PIC X(60).                  00015000
015100    05 WS-V10.                                                    00015100
015200       49 WS-V10-LEN                  PIC S9(4) COMP.             00015200
015300       49 WS-V10-TXT                  PIC X(60).                  00015300
015400    05 WS-V11.                                                    00015400
015500       49 WS-V11-LEN                  PIC S9(4) COMP.             00015500
015600       49 WS-V11-TXT                  PIC X(60).                  00015600
015700    05 WS-V12.                                                    00015700
015800       49 WS-V12-LEN                  PIC S9(4) COMP.             00015800
015900       49 WS-V12-TXT                  PIC X(60).                  00015900
016000    05 WS-V13.                                                    00016000
016100       49 WS-V13-LEN                  PIC S9(4) COMP.             00016100
016200       49 WS-V13-TXT                  PIC X(60).                  00016200
016300    05 WS-V14.                                                    00016300
016400       49 WS-V14-LEN                  PIC S9(4) COMP.             00016400
016500       49 WS-V14-TXT                  PIC X(60).                  00016500
016600    05 WS-V15.                                                    00016600
016700       49 WS-V15-LEN                  PIC S9(4) COMP.             00016700
016800       49 WS-V15-TXT                  PIC X(60).                  00016800
016900    05 WS-V16.                                                    00016900
017000       49 WS-V16-LEN                  PIC S9(4) COMP.             00017000
017100       49 WS-V16-TXT                  PIC X(60).                  00017100
017200    05 WS-V17.                                                    00017200
017300       49 WS-V17-LEN                  PIC S9(4) COMP.             00017300
017400       49 WS-V17-TXT                  PIC X(60).                  00017400
017500    05 WS-V18.                                                    00017500
017600       49 WS-V18-LEN                  PIC S9(4) COMP.             00017600
017700       49 WS-V18-TXT                  PIC X(60).                  00017700
017800    05 WS-V19.                                                    00017800
017900       49 WS-V19-LEN                  PIC S9(4) COMP.             00017900
018000       49 WS-V19-TXT                  PIC X(60).                  00018000
018100    05 WS-V20.                                                    00018100
018200       49 WS-V20-LEN                  PIC S9(4) COMP.             00018200
018300       49 WS-V20-TXT                  PIC X(60).                  00018300
018400 01 WS-RESULT-TBL REDEFINES WS-RESULT-ROW.                        00018400
018500    05 WS-VAL OCCURS 20 TIMES.                                    00018500
018600       10 WS-VAL-LEN-N                PIC S9(4) COMP.             00018600
018700       10 WS-VAL-TXT                  PIC X(60).                  00018700
018800                                                                  00018800
018900 COPY MMMK003A.                                                   00018900
019000                                                                  00019000
019100 COPY XXXN001A.                                                   00019100
019200 COPY YYYC0230.                                                   00019200
019300 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00019300
019400                                                                  00019400
019500 01 WS-HDG-LINE-1.                                                00019500
019600    05 FILLER PIC X(52) VALUE                                     00019600
019700       'MMMB0102 - AD HOC STORE LIST'.                            00019700
019800    05 FILLER PIC X(9) VALUE 'RUN DATE '.                         00019800
019900    05 WS-HDG-RUN-DATE              PIC X(8).                     00019900
020000 01 WS-CARD-LINE.                                                 00020000
020100    05 FILLER PIC X(6) VALUE 'CARD  '.                            00020100
020200    05 WS-CRD-TEXT                  PIC X(80).                    00020200
020300 01 WS-ERR-LINE.                                                  00020300
020400    05 FILLER PIC X(6) VALUE SPACES.                              00020400
020500    05 FILLER PIC X(8) VALUE '*** ERR '.                          00020500
020600    05 WS-ERL-TEXT                  PIC X(60).                    00020600
020700 01 WS-REJECT-LINE.                                               00020700
020800    05 FILLER PIC X(50) VALUE                                     00020800
020900       '*** REQUEST REJECTED - NO QUERY RUN ***'.                 00020900
021000 01 WS-NARROW-LINE.                                               00021000
021100    05 FILLER PIC X(52) VALUE                                     00021100
021200       'COLUMNS PAST 132 PRINT POSITIONS ARE ON DLMOUT ONLY'.     00021200
021300 01 WS-PRT-LINE                     PIC X(132).                   00021300
021400 01 WS-DASH-LINE                    PIC X(132).                   00021400
021500                                                                  00021500
021600 01 WS-SUMMARY-LINE.                                              00021600
021700    05 FILLER PIC X(23) VALUE 'STORES LISTED      - '.            00021700
021800    05 WS-SUM-ROWS                  PIC Z,ZZZ,ZZ9.                00021800
021900                                                                  00021900
022000* ----------------------------------------------------------------00022000
022100* DB2 stuff...                                                    00022100
022200* ----------------------------------------------------------------00022200
022300     EXEC SQL                                                     00022300
022400       INCLUDE SQLCA                                              00022400
022500     END-EXEC                                                     00022500
022600                                                                  00022600
022700     EXEC SQL                                                     00022700
022800       DECLARE LIST-CSR CURSOR FOR LIST-STMT                      00022800
022900     END-EXEC                                                     00022900
023000                                                                  00023000
023100 PROCEDURE DIVISION.                                              00023100
023200***************************************************************** 00023200
023300* Start of program main line.                                     00023300
023400***************************************************************** 00023400
023500 000-MAIN.                                                        00023500
023600     PERFORM 050-RUN-CNTL-START                                   00023600
023700     IF SQL-ERROR-DETECTED                                        00023700
023800       MOVE 8 TO RETURN-CODE                                      00023800
023900       GOBACK                                                     00023900
024000     END-IF                                                       00024000
024100     PERFORM 100-INITIALIZE                                       00024100
024200     PERFORM 150-READ-THE-CARDS                                   00024200
024300     IF WS-ERROR-COUNT = 0 AND WS-COL-CNT = 0                     00024300
024400       MOVE 'NO COL CARDS - NOTHING TO LIST' TO WS-ERR-TXT        00024400
024500       PERFORM 190-CARD-ERROR                                     00024500
024600     END-IF                                                       00024600
024700     IF WS-ERROR-COUNT = 0                                        00024700
024800       PERFORM 200-BUILD-THE-QUERY                                00024800
024900       PERFORM 300-RUN-THE-QUERY                                  00024900
025000     ELSE                                                         00025000
025100       WRITE RPT-LINE FROM SPACES                                 00025100
025200       WRITE RPT-LINE FROM WS-REJECT-LINE                         00025200
025300     END-IF                                                       00025300
025400     PERFORM 900-TERMINATE                                        00025400
025500     PERFORM 055-RUN-CNTL-END                                     00025500
025600     GOBACK                                                       00025600
025700     .                                                            00025700
025800                                                                  00025800
025900 100-INITIALIZE.                                                  00025900
026000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00026000
026100     OPEN INPUT  KEY-IN                                           00026100
026200     OPEN OUTPUT DLM-OUT                                          00026200
026300     OPEN OUTPUT LIST-RPT                                         00026300
026400     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE                          00026400
026500     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00026500
026600     WRITE RPT-LINE FROM SPACES                                   00026600
026700     .                                                            00026700
026800                                                                  00026800
026900*================================================================ 00026900
027000* Edit the request cards. Each card is echoed to the listing      00027000
027100* with any error under it.                                        00027100
027200*================================================================ 00027200
027300 150-READ-THE-CARDS.                                              00027300
027400     READ KEY-IN                                                  00027400
027500       AT END SET IS-EOF TO TRUE                                  00027500
027600     END-READ                                                     00027600
027700     PERFORM UNTIL IS-EOF                                         00027700
027800       IF KEY-REC (1:1) NOT = '*' AND KEY-REC NOT = SPACES        00027800
027900         ADD 1 TO WS-CARD-COUNT                                   00027900
028000         MOVE KEY-REC TO WS-CRD-TEXT                              00028000
028100         WRITE RPT-LINE FROM WS-CARD-LINE                         00028100
028200         PERFORM 160-EDIT-ONE-CARD                                00028200
028300       END-IF                                                     00028300
028400       READ KEY-IN                                                00028400
028500         AT END SET IS-EOF TO TRUE                                00028500
028600       END-READ                                                   00028600
028700     END-PERFORM                                                  00028700
028800     .                                                            00028800
028900                                                                  00028900
029000 160-EDIT-ONE-CARD.                                               00029000
029100     EVALUATE TRUE                                                00029100
029200       WHEN KEY-COL-CARD                                          00029200
029300         PERFORM 170-FIND-REGISTERED-COLUMN                       00029300
029400         EVALUATE TRUE                                            00029400
029500           WHEN WS-REG-IX = 0                                     00029500
029600             MOVE 'COLUMN NOT ON THE REGISTERED COLUMN LIST'      00029600
029700               TO WS-ERR-TXT                                      00029700
029800             PERFORM 190-CARD-ERROR                               00029800
029900           WHEN WS-COL-CNT NOT < WS-COL-MAX                       00029900
030000             MOVE 'MORE THAN 20 COL CARDS' TO WS-ERR-TXT          00030000
030100             PERFORM 190-CARD-ERROR                               00030100
030200           WHEN OTHER                                             00030200
030300             ADD 1 TO WS-COL-CNT                                  00030300
030400             MOVE WS-REG-IX TO WS-COL-REG-IX (WS-COL-CNT)         00030400
030500         END-EVALUATE                                             00030500
030600                                                                  00030600
030700       WHEN KEY-WHERE-CARD                                        00030700
030800         PERFORM 170-FIND-REGISTERED-COLUMN                       00030800
030900         IF WS-REG-IX = 0                                         00030900
031000           MOVE 'COLUMN NOT ON THE REGISTERED COLUMN LIST'        00031000
031100             TO WS-ERR-TXT                                        00031100
031200           PERFORM 190-CARD-ERROR                                 00031200
031300         ELSE                                                     00031300
031400           PERFORM 180-EDIT-THE-FILTER                            00031400
031500         END-IF                                                   00031500
031600                                                                  00031600
031700       WHEN KEY-SORT-CARD                                         00031700
031800         PERFORM 170-FIND-REGISTERED-COLUMN                       00031800
031900         EVALUATE TRUE                                            00031900
032000           WHEN WS-REG-IX = 0                                     00032000
032100             MOVE 'COLUMN NOT ON THE REGISTERED COLUMN LIST'      00032100
032200               TO WS-ERR-TXT                                      00032200
032300             PERFORM 190-CARD-ERROR                               00032300
032400           WHEN KEY-OPER (1:1) NOT = 'A' AND NOT = 'D'            00032400
032500                               AND NOT = SPACE                    00032500
032600             MOVE 'SORT DIRECTION MUST BE A OR D' TO WS-ERR-TXT   00032600
032700             PERFORM 190-CARD-ERROR                               00032700
032800           WHEN WS-SRT-CNT NOT < 5                                00032800
032900             MOVE 'MORE THAN 5 SORT CARDS' TO WS-ERR-TXT          00032900
033000             PERFORM 190-CARD-ERROR                               00033000
033100           WHEN OTHER                                             00033100
033200             ADD 1 TO WS-SRT-CNT                                  00033200
033300             MOVE WS-REG-IX      TO WS-SRT-REG-IX (WS-SRT-CNT)    00033300
033400             MOVE KEY-OPER (1:1) TO WS-SRT-DIR (WS-SRT-CNT)       00033400
033500         END-EVALUATE                                             00033500
033600                                                                  00033600
033700       WHEN KEY-DLM-CARD                                          00033700
033800         IF KEY-COL-NM (1:1) = SPACE OR '''' OR '"'               00033800
033900           MOVE 'DELIMITER MISSING OR NOT ALLOWED' TO WS-ERR-TXT  00033900
034000           PERFORM 190-CARD-ERROR                                 00034000
034100         ELSE                                                     00034100
034200           MOVE KEY-COL-NM (1:1) TO WS-DELIM                      00034200
034300         END-IF                                                   00034300
034400                                                                  00034400
034500       WHEN OTHER                                                 00034500
034600         MOVE 'CARD TYPE MUST BE COL, WHERE, SORT OR DLM'         00034600
034700           TO WS-ERR-TXT                                          00034700
034800         PERFORM 190-CARD-ERROR                                   00034800
034900     END-EVALUATE                                                 00034900
035000     .                                                            00035000
035100                                                                  00035100
035200 170-FIND-REGISTERED-COLUMN.                                      00035200
035300     MOVE 0 TO WS-REG-IX                                          00035300
035400     PERFORM VARYING I FROM 1 BY 1                                00035400
035500             UNTIL I > MMMK003A-COL-CNT OR WS-REG-IX > 0          00035500
035600       IF MMMK003A-COL-NM (I) = KEY-COL-NM                        00035600
035700         MOVE I TO WS-REG-IX                                      00035700
035800       END-IF                                                     00035800
035900     END-PERFORM                                                  00035900
036000     .                                                            00036000
036100                                                                  00036100
036200*    Operator and value for a WHERE card. The value is kept as    00036200
036300*    keyed; 230-ADD-ONE-FILTER quotes it when the SQL is built.   00036300
036400 180-EDIT-THE-FILTER.                                             00036400
036500     EVALUATE KEY-OPER                                            00036500
036600       WHEN 'EQ  '  MOVE '='    TO WS-SQL-OP                      00036600
036700       WHEN 'NE  '  MOVE '<>'   TO WS-SQL-OP                      00036700
036800       WHEN 'LT  '  MOVE '<'    TO WS-SQL-OP                      00036800
036900       WHEN 'LE  '  MOVE '<='   TO WS-SQL-OP                      00036900
037000       WHEN 'GT  '  MOVE '>'    TO WS-SQL-OP                      00037000
037100       WHEN 'GE  '  MOVE '>='   TO WS-SQL-OP                      00037100
037200       WHEN 'LIKE'  MOVE 'LIKE' TO WS-SQL-OP                      00037200
037300       WHEN OTHER   MOVE SPACES TO WS-SQL-OP                      00037300
037400     END-EVALUATE                                                 00037400
037500                                                                  00037500
037600     PERFORM VARYING WS-VAL-LEN FROM 50 BY -1                     00037600
037700             UNTIL WS-VAL-LEN = 0                                 00037700
037800                OR KEY-VALUE (WS-VAL-LEN:1) NOT = SPACE           00037800
037810       CONTINUE                                                   00037810
037900     END-PERFORM                                                  00037900
038000                                                                  00038000
038100     MOVE SPACES TO WS-ERR-TXT                                    00038100
038200     EVALUATE TRUE                                                00038200
038300       WHEN WS-SQL-OP = SPACES                                    00038300
038400         MOVE 'OPERATOR MUST BE EQ NE LT LE GT GE OR LIKE'        00038400
038500           TO WS-ERR-TXT                                          00038500
038600       WHEN WS-SQL-OP = 'LIKE'                                    00038600
038700        AND NOT MMMK003A-CHAR-COL (WS-REG-IX)                     00038700
038800         MOVE 'LIKE IS ONLY ALLOWED ON A CHARACTER COLUMN'        00038800
038900           TO WS-ERR-TXT                                          00038900
039000       WHEN WS-VAL-LEN = 0                                        00039000
039100        AND NOT MMMK003A-CHAR-COL (WS-REG-IX)                     00039100
039200         MOVE 'VALUE MISSING' TO WS-ERR-TXT                       00039200
039300       WHEN MMMK003A-NUM-COL (WS-REG-IX)                          00039300
039400         OR MMMK003A-DEC-COL (WS-REG-IX)                          00039400
039500         MOVE KEY-VALUE TO WS-NUM-CHK                             00039500
039600         INSPECT WS-NUM-CHK (1:1) REPLACING ALL '-' BY '0'        00039600
039700         INSPECT WS-NUM-CHK REPLACING FIRST '.' BY '0'            00039700
039800         IF WS-NUM-CHK (1:WS-VAL-LEN) IS NOT NUMERIC              00039800
039900           MOVE 'VALUE MUST BE NUMERIC FOR THIS COLUMN'           00039900
040000             TO WS-ERR-TXT                                        00040000
040100         END-IF                                                   00040100
040200     END-EVALUATE                                                 00040200
040300                                                                  00040300
040400     EVALUATE TRUE                                                00040400
040500       WHEN WS-ERR-TXT NOT = SPACES                               00040500
040600         PERFORM 190-CARD-ERROR                                   00040600
040700       WHEN WS-WHR-CNT NOT < 10                                   00040700
040800         MOVE 'MORE THAN 10 WHERE CARDS' TO WS-ERR-TXT            00040800
040900         PERFORM 190-CARD-ERROR                                   00040900
041000       WHEN OTHER                                                 00041000
041100         ADD 1 TO WS-WHR-CNT                                      00041100
041200         MOVE WS-REG-IX  TO WS-WHR-REG-IX  (WS-WHR-CNT)           00041200
041300         MOVE WS-SQL-OP  TO WS-WHR-SQL-OP  (WS-WHR-CNT)           00041300
041400         MOVE KEY-VALUE  TO WS-WHR-VALUE   (WS-WHR-CNT)           00041400
041500         MOVE WS-VAL-LEN TO WS-WHR-VAL-LEN (WS-WHR-CNT)           00041500
041600     END-EVALUATE                                                 00041600
041700     .                                                            00041700
041800                                                                  00041800
041900 190-CARD-ERROR.                                                  00041900
042000     ADD 1 TO WS-ERROR-COUNT                                      00042000
042100     MOVE WS-ERR-TXT TO WS-ERL-TEXT                               00042100
042200     WRITE RPT-LINE FROM WS-ERR-LINE                              00042200
042300     MOVE SPACES TO WS-ERR-TXT                                    00042300
042400     .                                                            00042400
042500                                                                  00042500
042600*================================================================ 00042600
042700* Build the SELECT. Every result column is returned as text so    00042700
042800* one fetch layout serves any request.                            00042800
042900*================================================================ 00042900
043000 200-BUILD-THE-QUERY.                                             00043000
043100     MOVE SPACES TO WS-SQL-TXT                                    00043100
043200     MOVE 1      TO WS-PTR                                        00043200
043300     STRING 'SELECT ' DELIMITED BY SIZE                           00043300
043400       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00043400
043500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-COL-MAX           00043500
043600       IF J > 1                                                   00043600
043700         STRING ', ' DELIMITED BY SIZE                            00043700
043800           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00043800
043900       END-IF                                                     00043900
044000       IF J > WS-COL-CNT                                          00044000
044100         STRING ''' ''' DELIMITED BY SIZE                         00044100
044200           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00044200
044300       ELSE                                                       00044300
044400         MOVE WS-COL-REG-IX (J) TO WS-REG-IX                      00044400
044500         PERFORM 210-ADD-ONE-COLUMN                               00044500
044600       END-IF                                                     00044600
044700     END-PERFORM                                                  00044700
044800                                                                  00044800
044900     STRING ' FROM FC_XXXAIL_STORES S'                            00044900
045000            ' LEFT OUTER JOIN XXXATION O'                         00045000
045100            ' ON O.LOC_TYP_CD = ''S'''                            00045100
045200            ' AND O.LOC_NBR = S.FC_STORE_NO'                      00045200
045300            ' LEFT OUTER JOIN XXXAIL_LOC R'                       00045300
045400            ' ON R.LOC_TYP_CD = ''S'''                            00045400
045500            ' AND R.LOC_NBR = S.FC_STORE_NO'                      00045500
045600       DELIMITED BY SIZE                                          00045600
045700       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00045700
045800                                                                  00045800
045900     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WHR-CNT           00045900
046000       IF J = 1                                                   00046000
046100         STRING ' WHERE ' DELIMITED BY SIZE                       00046100
046200           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00046200
046300       ELSE                                                       00046300
046400         STRING ' AND ' DELIMITED BY SIZE                         00046400
046500           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00046500
046600       END-IF                                                     00046600
046700       PERFORM 230-ADD-ONE-FILTER                                 00046700
046800     END-PERFORM                                                  00046800
046900                                                                  00046900
047000     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SRT-CNT           00047000
047100       IF J = 1                                                   00047100
047200         STRING ' ORDER BY ' DELIMITED BY SIZE                    00047200
047300           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00047300
047400       ELSE                                                       00047400
047500         STRING ', ' DELIMITED BY SIZE                            00047500
047600           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00047600
047700       END-IF                                                     00047700
047800       MOVE WS-SRT-REG-IX (J) TO WS-REG-IX                        00047800
047900       PERFORM 250-FIND-EXPR-LENGTH                               00047900
048000       STRING MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)       00048000
048100         DELIMITED BY SIZE                                        00048100
048200         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00048200
048300       IF WS-SRT-DIR (J) = 'D'                                    00048300
048400         STRING ' DESC' DELIMITED BY SIZE                         00048400
048500           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00048500
048600       END-IF                                                     00048600
048700     END-PERFORM                                                  00048700
048800                                                                  00048800
048900     STRING ' FOR FETCH ONLY' DELIMITED BY SIZE                   00048900
049000       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00049000
049100     COMPUTE WS-SQL-LEN = WS-PTR - 1                              00049100
049200     .                                                            00049200
049300                                                                  00049300
049400*    Each column comes back as trimmed text, blank when the       00049400
049500*    store has no XXXATION or XXXAIL_LOC row.                     00049500
049600 210-ADD-ONE-COLUMN.                                              00049600
049700     PERFORM 250-FIND-EXPR-LENGTH                                 00049700
049800     EVALUATE TRUE                                                00049800
049900       WHEN MMMK003A-NUM-COL (WS-REG-IX)                          00049900
050000         STRING 'COALESCE(RTRIM(CHAR(BIGINT('                     00050000
050100                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00050100
050200                '))),'' '')'                                      00050200
050300           DELIMITED BY SIZE                                      00050300
050400           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00050400
050500       WHEN MMMK003A-DEC-COL (WS-REG-IX)                          00050500
050600         STRING 'COALESCE(RTRIM(CHAR('                            00050600
050700                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00050700
050800                ')),'' '')'                                       00050800
050900           DELIMITED BY SIZE                                      00050900
051000           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00051000
051100       WHEN MMMK003A-DATE-COL (WS-REG-IX)                         00051100
051200         STRING 'COALESCE(CHAR('                                  00051200
051300                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00051300
051400                ',ISO),'' '')'                                    00051400
051500           DELIMITED BY SIZE                                      00051500
051600           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00051600
051700       WHEN OTHER                                                 00051700
051800         STRING 'COALESCE(RTRIM('                                 00051800
051900                MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)     00051900
052000                '),'' '')'                                        00052000
052100           DELIMITED BY SIZE                                      00052100
052200           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00052200
052300     END-EVALUATE                                                 00052300
052400     .                                                            00052400
052500                                                                  00052500
052600*    expression operator value - character and date values in     00052600
052700*    quotes, with any quote in the value doubled.                 00052700
052800 230-ADD-ONE-FILTER.                                              00052800
052900     MOVE WS-WHR-REG-IX (J) TO WS-REG-IX                          00052900
053000     PERFORM 250-FIND-EXPR-LENGTH                                 00053000
053100     STRING MMMK003A-COL-EXPR (WS-REG-IX) (1:WS-EXPR-LEN)         00053100
053200            ' '                                                   00053200
053300            WS-WHR-SQL-OP (J)                                     00053300
053400            ' '                                                   00053400
053500       DELIMITED BY SIZE                                          00053500
053600       INTO WS-SQL-TXT WITH POINTER WS-PTR                        00053600
053700     IF MMMK003A-NUM-COL (WS-REG-IX)                              00053700
053800     OR MMMK003A-DEC-COL (WS-REG-IX)                              00053800
053900       STRING WS-WHR-VALUE (J) (1:WS-WHR-VAL-LEN (J))             00053900
054000         DELIMITED BY SIZE                                        00054000
054100         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00054100
054200     ELSE                                                         00054200
054300       STRING '''' DELIMITED BY SIZE                              00054300
054400         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00054400
054500       PERFORM VARYING I FROM 1 BY 1                              00054500
054600               UNTIL I > WS-WHR-VAL-LEN (J)                       00054600
054700         MOVE WS-WHR-VALUE (J) (I:1) TO WS-CHR                    00054700
054800         STRING WS-CHR DELIMITED BY SIZE                          00054800
054900           INTO WS-SQL-TXT WITH POINTER WS-PTR                    00054900
055000         IF WS-CHR = ''''                                         00055000
055100           STRING '''' DELIMITED BY SIZE                          00055100
055200             INTO WS-SQL-TXT WITH POINTER WS-PTR                  00055200
055300         END-IF                                                   00055300
055400       END-PERFORM                                                00055400
055500       STRING '''' DELIMITED BY SIZE                              00055500
055600         INTO WS-SQL-TXT WITH POINTER WS-PTR                      00055600
055700     END-IF                                                       00055700
055800     .                                                            00055800
055900                                                                  00055900
056000 250-FIND-EXPR-LENGTH.                                            00056000
056100     PERFORM VARYING WS-EXPR-LEN FROM 120 BY -1                   00056100
056200             UNTIL WS-EXPR-LEN = 1                                00056200
056300                OR MMMK003A-COL-EXPR (WS-REG-IX) (WS-EXPR-LEN:1)  00056300
056400                                                     NOT = SPACE  00056400
056410       CONTINUE                                                   00056410
056500     END-PERFORM                                                  00056500
056600     .                                                            00056600
056700                                                                  00056700
056800*================================================================ 00056800
056900* Run it: column headings on both outputs, then one delimited     00056900
057000* record and one print line per store.                            00057000
057100*================================================================ 00057100
057200 300-RUN-THE-QUERY.                                               00057200
057300     EXEC SQL                                                     00057300
057400       PREPARE LIST-STMT FROM :WS-SQL-STMT                        00057400
057500     END-EXEC                                                     00057500
057600     IF SQLCODE NOT = 0                                           00057600
057700       SET SQL-ERROR-DETECTED TO TRUE                             00057700
057800       DISPLAY 'MMMB0102 - ERROR PREPARING THE LIST, SQLCODE='    00057800
057900               SQLCODE                                            00057900
058000       DISPLAY 'MMMB0102 - ' WS-SQL-TXT (1:WS-SQL-LEN)            00058000
058100     ELSE                                                         00058100
058200       EXEC SQL                                                   00058200
058300         OPEN LIST-CSR                                            00058300
058400       END-EXEC                                                   00058400
058500       IF SQLCODE NOT = 0                                         00058500
058600         SET SQL-ERROR-DETECTED TO TRUE                           00058600
058700         DISPLAY 'MMMB0102 - ERROR OPENING LIST-CSR, SQLCODE='    00058700
058800                 SQLCODE                                          00058800
058900       END-IF                                                     00058900
059000     END-IF                                                       00059000
059100                                                                  00059100
059200     IF SQL-NO-ERROR                                              00059200
059300       PERFORM 310-WRITE-THE-HEADINGS                             00059300
059400       PERFORM 320-FETCH-NEXT-STORE                               00059400
059500       PERFORM UNTIL SQLCODE NOT = 0                              00059500
059600         PERFORM 350-WRITE-ONE-STORE                              00059600
059700         PERFORM 320-FETCH-NEXT-STORE                             00059700
059800       END-PERFORM                                                00059800
059900       IF SQLCODE = 100                                           00059900
060000         MOVE 0 TO SQLCODE                                        00060000
060100       END-IF                                                     00060100
060200       EXEC SQL                                                   00060200
060300         CLOSE LIST-CSR                                           00060300
060400       END-EXEC                                                   00060400
060500       MOVE 0 TO SQLCODE                                          00060500
060600     END-IF                                                       00060600
060700     .                                                            00060700
060800                                                                  00060800
060900 310-WRITE-THE-HEADINGS.                                          00060900
061000     MOVE SPACES TO DLM-OUT-REC                                   00061000
061100     MOVE 1      TO WS-DLM-PTR                                    00061100
061200     MOVE SPACES TO WS-PRT-LINE                                   00061200
061300                    WS-DASH-LINE                                  00061300
061400     MOVE 1      TO WS-PRT-POS                                    00061400
061500     MOVE 0      TO WS-PRT-COLS                                   00061500
061600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-COL-CNT           00061600
061700       MOVE WS-COL-REG-IX (J) TO WS-REG-IX                        00061700
061800       IF J > 1                                                   00061800
061900         STRING WS-DELIM DELIMITED BY SIZE                        00061900
062000           INTO DLM-OUT-REC WITH POINTER WS-DLM-PTR               00062000
062100       END-IF                                                     00062100
062200       STRING MMMK003A-COL-NM (WS-REG-IX) DELIMITED BY SPACE      00062200
062300         INTO DLM-OUT-REC WITH POINTER WS-DLM-PTR                 00062300
062400       PERFORM 340-SET-PRINT-WIDTH                                00062400
062500       IF WS-PRT-COLS = J - 1                                     00062500
062600       AND WS-PRT-POS + WS-PRT-WID - 1 NOT > 132                  00062600
062700         MOVE MMMK003A-COL-NM (WS-REG-IX)                         00062700
062800           TO WS-PRT-LINE (WS-PRT-POS:WS-PRT-WID)                 00062800
062900         MOVE ALL '-'                                             00062900
063000           TO WS-DASH-LINE (WS-PRT-POS:WS-PRT-WID)                00063000
063100         COMPUTE WS-PRT-POS = WS-PRT-POS + WS-PRT-WID + 1         00063100
063200         ADD 1 TO WS-PRT-COLS                                     00063200
063300       END-IF                                                     00063300
063400     END-PERFORM                                                  00063400
063500     WRITE DLM-OUT-REC                                            00063500
063600     WRITE RPT-LINE FROM SPACES                                   00063600
063700     IF WS-PRT-COLS < WS-COL-CNT                                  00063700
063800       WRITE RPT-LINE FROM WS-NARROW-LINE                         00063800
063900       WRITE RPT-LINE FROM SPACES                                 00063900
064000     END-IF                                                       00064000
064100     WRITE RPT-LINE FROM WS-PRT-LINE                              00064100
064200     WRITE RPT-LINE FROM WS-DASH-LINE                             00064200
064300     .                                                            00064300
064400                                                                  00064400
064500 320-FETCH-NEXT-STORE.                                            00064500
064600     EXEC SQL                                                     00064600
064700       FETCH LIST-CSR                                             00064700
064800         INTO :WS-V01, :WS-V02, :WS-V03, :WS-V04, :WS-V05,        00064800
064900              :WS-V06, :WS-V07, :WS-V08, :WS-V09, :WS-V10,        00064900
065000              :WS-V11, :WS-V12, :WS-V13, :WS-V14, :WS-V15,        00065000
065100              :WS-V16, :WS-V17, :WS-V18, :WS-V19, :WS-V20         00065100
065200     END-EXEC                                                     00065200
065300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00065300
065400       SET SQL-ERROR-DETECTED TO TRUE                             00065400
065500       DISPLAY 'MMMB0102 - ERROR FETCHING LIST-CSR, SQLCODE='     00065500
065600               SQLCODE                                            00065600
065700     END-IF                                                       00065700
065800     .                                                            00065800
065900                                                                  00065900
066000*    Print width is the registered width, widened to fit the      00066000
066100*    column name in the heading.                                  00066100
066200 340-SET-PRINT-WIDTH.                                             00066200
066300     MOVE MMMK003A-COL-WID (WS-REG-IX) TO WS-PRT-WID              00066300
066400     PERFORM VARYING I FROM 18 BY -1                              00066400
066500             UNTIL I = 1                                          00066500
066600                OR MMMK003A-COL-NM (WS-REG-IX) (I:1) NOT = SPACE  00066600
066610       CONTINUE                                                   00066610
066700     END-PERFORM                                                  00066700
066800     IF I > WS-PRT-WID                                            00066800
066900       MOVE I TO WS-PRT-WID                                       00066900
067000     END-IF                                                       00067000
067100     .                                                            00067100
067200                                                                  00067200
067300 350-WRITE-ONE-STORE.                                             00067300
067400     ADD 1 TO WS-ROW-COUNT                                        00067400
067500     MOVE SPACES TO DLM-OUT-REC                                   00067500
067600     MOVE 1      TO WS-DLM-PTR                                    00067600
067700     MOVE SPACES TO WS-PRT-LINE                                   00067700
067800     MOVE 1      TO WS-PRT-POS                                    00067800
067900     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-COL-CNT           00067900
068000       MOVE WS-COL-REG-IX (J) TO WS-REG-IX                        00068000
068100       IF J > 1                                                   00068100
068200         STRING WS-DELIM DELIMITED BY SIZE                        00068200
068300           INTO DLM-OUT-REC WITH POINTER WS-DLM-PTR               00068300
068400       END-IF                                                     00068400
068500       IF WS-VAL-LEN-N (J) > 60                                   00068500
068600         MOVE 60 TO WS-VAL-LEN-N (J)                              00068600
068700       END-IF                                                     00068700
068800       IF WS-VAL-LEN-N (J) > 0                                    00068800
068900         STRING WS-VAL-TXT (J) (1:WS-VAL-LEN-N (J))               00068900
069000           DELIMITED BY SIZE                                      00069000
069100           INTO DLM-OUT-REC WITH POINTER WS-DLM-PTR               00069100
069200       END-IF                                                     00069200
069300       IF J NOT > WS-PRT-COLS                                     00069300
069400         PERFORM 340-SET-PRINT-WIDTH                              00069400
069500         MOVE WS-VAL-TXT (J)                                      00069500
069600           TO WS-PRT-LINE (WS-PRT-POS:WS-PRT-WID)                 00069600
069700         COMPUTE WS-PRT-POS = WS-PRT-POS + WS-PRT-WID + 1         00069700
069800       END-IF                                                     00069800
069900     END-PERFORM                                                  00069900
070000     WRITE DLM-OUT-REC                                            00070000
070100     WRITE RPT-LINE FROM WS-PRT-LINE                              00070100
070200     .                                                            00070200
070300                                                                  00070300
070400 900-TERMINATE.                                                   00070400
070500     EVALUATE TRUE                                                00070500
070600       WHEN SQL-ERROR-DETECTED                                    00070600
070700         MOVE 16 TO RETURN-CODE                                   00070700
070800       WHEN WS-ERROR-COUNT > 0                                    00070800
070900         MOVE 8  TO RETURN-CODE                                   00070900
071000     END-EVALUATE                                                 00071000
071100     MOVE WS-ROW-COUNT TO WS-SUM-ROWS                             00071100
071200     WRITE RPT-LINE FROM SPACES                                   00071200
071300     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00071300
071400     CLOSE KEY-IN                                                 00071400
071500           DLM-OUT                                                00071500
071600           LIST-RPT                                               00071600
071700     .                                                            00071700
071800                                                                  00071800
071900*================================================================ 00071900
072000* Run control - refuse a duplicate or out-of-order start, and     00072000
072100* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00072100
072200*================================================================ 00072200
072300 050-RUN-CNTL-START.                                              00072300
072400     INITIALIZE XXXN001A                                          00072400
072500                YYYC0230                                          00072500
072600     SET  YYYC0230-START-RUN TO TRUE                              00072600
072700     MOVE 'MMMB0102' TO YYYC0230-JOB-NM                           00072700
072800     CALL YYYS0230-RUN-CNTL USING                                 00072800
072900         XXXN001A                                                 00072900
073000         YYYC0230                                                 00073000
073100     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00073100
073200       SET SQL-ERROR-DETECTED TO TRUE                             00073200
073300       DISPLAY 'MMMB0102 - START REFUSED: ' IS-RTRN-MSG-TXT       00073300
073400     END-IF                                                       00073400
073500     .                                                            00073500
073600                                                                  00073600
073700 055-RUN-CNTL-END.                                                00073700
073800     INITIALIZE XXXN001A                                          00073800
073900                YYYC0230                                          00073900
074000     IF SQL-ERROR-DETECTED                                        00074000
074100       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00074100
074200     ELSE                                                         00074200
074300       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00074300
074400     END-IF                                                       00074400
074500     MOVE 'MMMB0102' TO YYYC0230-JOB-NM                           00074500
074600     CALL YYYS0230-RUN-CNTL USING                                 00074600
074700       XXXN001A                                                   00074700
074800       YYYC0230                                                   00074800
074900     .                                                            00074900
