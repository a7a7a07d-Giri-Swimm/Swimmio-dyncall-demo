000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO1000.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Store-to-DC servicing assignment maintenance.                   00000600
000700*                                                                 00000700
000800* Which warehouse services which store was kept only in the       00000800
000900* transportation group's files. This transaction maintains the    00000900
001000* effective-dated FC_XXXAIL_STORE_DC rows - one DC per store per  00001000
001100* product flow (G grocery, P perishables, R pharmacy): add,       00001100
001200* change the DC, end-date, delete, and inquire. The store must    00001200
001300* exist on the store master and the DC must be on FC_FACILITY     00001300
001400* and FC_WHSE_FACILITY (the MMMS0304 parent checks). A row is in  00001400
001500* force from its effective date up to, not on, its end date, as   00001500
001600* on the emergency-contact roster; ranges for one store and flow  00001600
001700* may not overlap, except that adding an open-ended row closes    00001700
001800* the open-ended row it replaces on the new effective date.       00001800
001900* MMMB0702 sends the weekly routing feed off what this keys.      00001900
002000*                                                                 00002000
002100* Input line:                                                     00002100
002200*   a sssssssss f ddddd yyyy-mm-dd yyyy-mm-dd                     00002200
002300*   a=A add / U update (change the DC) / D delete / E end-date /  00002300
002400*     I inquire                                                   00002400
002500*   f is the flow (blank on I lists every flow), ddddd the DC     00002500
002600*   facility number. The first date is the effective date - it    00002600
002700*   keys the row on U/D/E and defaults to today on A. The second  00002700
002800*   is the end date: optional on A (open-ended), required on E.   00002800
002900*-----------------------------------------------------------------00002900
003000 ENVIRONMENT DIVISION.                                            00003000
003100 DATA DIVISION.                                                   00003100
003200 WORKING-STORAGE SECTION.                                         00003200
003300*=================================================================00003300
003400* Misc working storage.                                           00003400
003500*=================================================================00003500
003600 01 WS-SQLCODE                  PIC ----9.                        00003600
003700 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00003700
003800 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00003800
003900 01 WS-STORE-CNT                PIC S9(9) COMP VALUE 0.           00003900
004000 01 WS-OVERLAP-CNT              PIC S9(9) COMP VALUE 0.           00004000
004100 01 WS-TODAY                    PIC X(10) VALUE SPACES.           00004100
004200 01 WS-OPEN-END-DT              PIC X(10) VALUE '9999-12-31'.     00004200
004300 01 WS-CLOSE-OPEN-SW            PIC X(1)  VALUE 'N'.              00004300
004400     88 WS-CLOSE-OPEN                     VALUE 'Y'.              00004400
004500     88 WS-KEEP-OPEN                      VALUE 'N'.              00004500
004600 01 MMMS0304-RI-CHK             PIC X(8)  VALUE 'MMMS0304'.       00004600
004700                                                                  00004700
004800 01 WS-INPUT-AREA.                                                00004800
004900     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00004900
005000         88 WS-ACT-ADD                  VALUE 'A'.                00005000
005100         88 WS-ACT-UPDATE               VALUE 'U'.                00005100
005200         88 WS-ACT-DELETE               VALUE 'D'.                00005200
005300         88 WS-ACT-END-DATE             VALUE 'E'.                00005300
005400         88 WS-ACT-INQUIRE              VALUE 'I'.                00005400
005500     05 FILLER                  PIC X(1).                         00005500
005600     05 WS-IN-STORE-X           PIC X(9)  VALUE SPACES.           00005600
005700     05 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                     00005700
005800                                PIC 9(9).                         00005800
005900     05 FILLER                  PIC X(1).                         00005900
006000     05 WS-IN-FLOW              PIC X(1)  VALUE SPACES.           00006000
006100         88 WS-FLOW-VALID               VALUE 'G' 'P' 'R'.        00006100
006200     05 FILLER                  PIC X(1).                         00006200
006300     05 WS-IN-DC-X              PIC X(5)  VALUE SPACES.           00006300
006400     05 WS-IN-DC-N REDEFINES WS-IN-DC-X                           00006400
006500                                PIC 9(5).                         00006500
006600     05 FILLER                  PIC X(1).                         00006600
006700     05 WS-IN-EFF-DT            PIC X(10) VALUE SPACES.           00006700
006800     05 FILLER                  PIC X(1).                         00006800
006900     05 WS-IN-END-DT            PIC X(10) VALUE SPACES.           00006900
007000     05 FILLER                  PIC X(39) VALUE SPACES.           00007000
007100 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00007100
007200                                                                  00007200
007300* One keyed date under edit - yyyy-mm-dd.                         00007300
007400 01 WS-EDIT-DT                  PIC X(10) VALUE SPACES.           00007400
007500 01 WS-EDIT-DT-R REDEFINES WS-EDIT-DT.                            00007500
007600     05 WS-EDIT-YYYY            PIC 9(4).                         00007600
007700     05 WS-EDIT-DASH-1          PIC X(1).                         00007700
007800     05 WS-EDIT-MM              PIC 9(2).                         00007800
007900     05 WS-EDIT-DASH-2          PIC X(1).                         00007900
008000     05 WS-EDIT-DD              PIC 9(2).                         00008000
008100 01 WS-EDIT-DT-SW               PIC X(1)  VALUE 'N'.              00008100
008200     88 WS-EDIT-DT-OK                     VALUE 'Y'.              00008200
008300     88 WS-EDIT-DT-BAD                    VALUE 'N'.              00008300
008400                                                                  00008400
008500 01 WS-SCREEN-AREA.                                               00008500
008600     05 WS-SCR-HDG1             PIC X(79) VALUE                   00008600
008700        'MMMO1000       STORE-TO-DC SERVICING ASSIGNMENT'.        00008700
008800     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00008800
008900     05 WS-SCR-DTL OCCURS 10 TIMES                                00008900
009000                                PIC X(79).                        00009000
009100 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00009100
009200                                                                  00009200
009300 01 WS-ASSIGN-LINE.                                               00009300
009400     05 WS-AL-FLOW-CD           PIC X(1).                         00009400
009500     05 FILLER                  PIC X(1)  VALUE SPACES.           00009500
009600     05 WS-AL-FLOW-NM           PIC X(12).                        00009600
009700     05 FILLER                  PIC X(4)  VALUE ' DC '.           00009700
009800     05 WS-AL-FC-FAC-NO         PIC ZZZZ9.                        00009800
009900     05 FILLER                  PIC X(2)  VALUE SPACES.           00009900
010000     05 WS-AL-EFF-DT            PIC X(10).                        00010000
010100     05 FILLER                  PIC X(4)  VALUE ' TO '.           00010100
010200     05 WS-AL-END-DT            PIC X(10).                        00010200
010300     05 FILLER                  PIC X(2)  VALUE SPACES.           00010300
010400     05 WS-AL-STATUS            PIC X(7).                         00010400
010500     05 FILLER                  PIC X(21) VALUE SPACES.           00010500
010600                                                                  00010600
010700*=================================================================00010700
010800* Misc copy books.                                                00010800
010900*=================================================================00010900
011000 COPY DFHEIBLK.                                                   00011000
011100 COPY XXXN001A.                                                   00011100
0111A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000111A0
0111A1 COPY MMMC0181.                                                   000111A1
011200 COPY MMMC0304.                                                   00011200
011300                                                                  00011300
011400*=================================================================00011400
011500*  DB2 Areas                                                      00011500
011600*=================================================================00011600
011700     EXEC SQL                                                     00011700
011800       INCLUDE SQLCA                                              00011800
011900     END-EXEC.                                                    00011900
012000                                                                  00012000
012100     EXEC SQL                                                     00012100
012200       INCLUDE DDDTDC01                                           00012200
012300     END-EXEC.                                                    00012300
012400                                                                  00012400
012500     EXEC SQL                                                     00012500
012600       DECLARE ASSIGN-CSR CURSOR FOR                              00012600
012700       SELECT SD_FLOW_CD, SD_EFF_DT, SD_END_DT, SD_FC_FAC_NO      00012700
012800         FROM FC_XXXAIL_STORE_DC                                  00012800
012900        WHERE SD_LOC_NBR    = :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR   00012900
013000          AND SD_LOC_TYP_CD = 'S '                                00013000
013100          AND ( SD_FLOW_CD  = :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD   00013100
013200             OR :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD = ' ' )         00013200
013300        ORDER BY SD_FLOW_CD, SD_EFF_DT DESC                       00013300
013400     END-EXEC.                                                    00013400
013500                                                                  00013500
013600 PROCEDURE DIVISION.                                              00013600
013700*=================================================================00013700
013800* Main program logic...                                           00013800
013900*=================================================================00013900
014000 000-MAINLINE.                                                    00014000
014100     INITIALIZE XXXN001A                                          00014100
014200                                                                  00014200
014300     EXEC CICS RECEIVE                                            00014300
014400       INTO   (WS-INPUT-AREA)                                     00014400
014500       LENGTH (WS-INPUT-LEN)                                      00014500
014600       RESP   (WS-RESP)                                           00014600
014700     END-EXEC                                                     00014700
014800                                                                  00014800
014900     PERFORM 100-EDIT-REQUEST                                     00014900
015000                                                                  00015000
015100     IF SUCCESS                                                   00015100
015200       EVALUATE TRUE                                              00015200
015300         WHEN WS-ACT-ADD                                          00015300
015400           PERFORM 200-ADD-THE-ASSIGNMENT                         00015400
015500         WHEN WS-ACT-UPDATE                                       00015500
015600           PERFORM 300-UPDATE-THE-ASSIGNMENT                      00015600
015700         WHEN WS-ACT-DELETE                                       00015700
015800           PERFORM 400-DELETE-THE-ASSIGNMENT                      00015800
015900         WHEN WS-ACT-END-DATE                                     00015900
016000           PERFORM 450-END-DATE-THE-ASSIGNMENT                    00016000
016100         WHEN WS-ACT-INQUIRE                                      00016100
016200           PERFORM 600-LIST-THE-ASSIGNMENTS                       00016200
016300       END-EVALUATE                                               00016300
016400     END-IF                                                       00016400
016500                                                                  00016500
016600     IF NOT SUCCESS                                               00016600
016700       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00016700
016800     END-IF                                                       00016800
016900     PERFORM 700-SEND-SCREEN                                      00016900
017000                                                                  00017000
017100     EXEC CICS RETURN                                             00017100
017200       TRANSID ('MC10')                                           00017200
017300     END-EXEC                                                     00017300
017400     .                                                            00017400
017500                                                                  00017500
017600*=================================================================00017600
017700* The usual edits - action, store on the master, flow, and for    00017700
017800* the add/update a DC that is on the facility tables.             00017800
017900*=================================================================00017900
018000 100-EDIT-REQUEST.                                                00018000
018100     PERFORM VARYING WS-DTL-IDX FROM 1 BY 1                       00018100
018200     UNTIL WS-DTL-IDX > 10                                        00018200
018300       MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                     00018300
018400     END-PERFORM                                                  00018400
018500                                                                  00018500
018600     EVALUATE TRUE                                                00018600
018700       WHEN NOT WS-ACT-ADD AND NOT WS-ACT-UPDATE                  00018700
018800        AND NOT WS-ACT-DELETE AND NOT WS-ACT-END-DATE             00018800
018900        AND NOT WS-ACT-INQUIRE                                    00018900
019000         SET  FAILURE TO TRUE                                     00019000
019100         MOVE 'ACTION MUST BE A, U, D, E OR I'                    00019100
019200           TO IS-RTRN-MSG-TXT                                     00019200
019300       WHEN WS-IN-STORE-X NOT NUMERIC                             00019300
019400         SET  FAILURE TO TRUE                                     00019400
019500         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00019500
019600           TO IS-RTRN-MSG-TXT                                     00019600
019700       WHEN NOT WS-FLOW-VALID                                     00019700
019800        AND NOT ( WS-ACT-INQUIRE AND WS-IN-FLOW = SPACE )         00019800
019900         SET  FAILURE TO TRUE                                     00019900
020000         MOVE 'FLOW MUST BE G, P OR R'                            00020000
020100           TO IS-RTRN-MSG-TXT                                     00020100
020200       WHEN ( WS-ACT-ADD OR WS-ACT-UPDATE )                       00020200
020300        AND ( WS-IN-DC-X NOT NUMERIC OR WS-IN-DC-N = 0 )          00020300
020400         SET  FAILURE TO TRUE                                     00020400
020500         MOVE 'DC MUST BE A 5-DIGIT FACILITY NUMBER'              00020500
020600           TO IS-RTRN-MSG-TXT                                     00020600
020700       WHEN WS-ACT-END-DATE AND WS-IN-END-DT = SPACES             00020700
020800         SET  FAILURE TO TRUE                                     00020800
020900         MOVE 'AN END DATE IS REQUIRED ON E'                      00020900
021000           TO IS-RTRN-MSG-TXT                                     00021000
021100     END-EVALUATE                                                 00021100
021200                                                                  00021200
021300     IF SUCCESS AND NOT WS-ACT-INQUIRE                            00021300
021400       PERFORM 120-EDIT-THE-DATES                                 00021400
021500     END-IF                                                       00021500
021600                                                                  00021600
021700     IF SUCCESS                                                   00021700
021800       PERFORM 150-CHECK-THE-STORE                                00021800
021900     END-IF                                                       00021900
022000                                                                  00022000
022100     IF SUCCESS AND ( WS-ACT-ADD OR WS-ACT-UPDATE )               00022100
022200       PERFORM 170-CHECK-THE-DC                                   00022200
022300     END-IF                                                       00022300
022400     .                                                            00022400
022500                                                                  00022500
022600*    Dates are compared as keyed - yyyy-mm-dd sorts as a date.    00022600
022700 120-EDIT-THE-DATES.                                              00022700
022800     EXEC SQL                                                     00022800
022900       SELECT CHAR(CURRENT DATE, ISO)                             00022900
023000         INTO :WS-TODAY                                           00023000
023100         FROM SYSIBM.SYSDUMMY1                                    00023100
023200     END-EXEC                                                     00023200
023300     IF SQLCODE NOT = 0                                           00023300
023400       PERFORM 800-SQL-ERROR                                      00023400
023500     END-IF                                                       00023500
023600                                                                  00023600
023700     IF SUCCESS AND WS-ACT-ADD AND WS-IN-EFF-DT = SPACES          00023700
023800       MOVE WS-TODAY TO WS-IN-EFF-DT                              00023800
023900     END-IF                                                       00023900
024000     IF SUCCESS                                                   00024000
024100       MOVE WS-IN-EFF-DT TO WS-EDIT-DT                            00024100
024200       PERFORM 160-EDIT-ONE-DATE                                  00024200
024300       IF WS-EDIT-DT-BAD                                          00024300
024400         SET  FAILURE TO TRUE                                     00024400
024500         MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD'                 00024500
024600           TO IS-RTRN-MSG-TXT                                     00024600
024700       END-IF                                                     00024700
024800     END-IF                                                       00024800
024900                                                                  00024900
025000     IF SUCCESS AND WS-ACT-ADD AND WS-IN-END-DT = SPACES          00025000
025100       MOVE WS-OPEN-END-DT TO WS-IN-END-DT                        00025100
025200     END-IF                                                       00025200
025300     IF SUCCESS AND ( WS-ACT-ADD OR WS-ACT-END-DATE )             00025300
025400       MOVE WS-IN-END-DT TO WS-EDIT-DT                            00025400
025500       PERFORM 160-EDIT-ONE-DATE                                  00025500
025600       EVALUATE TRUE                                              00025600
025700         WHEN WS-EDIT-DT-BAD                                      00025700
025800           SET  FAILURE TO TRUE                                   00025800
025900           MOVE 'END DATE MUST BE YYYY-MM-DD'                     00025900
026000             TO IS-RTRN-MSG-TXT                                   00026000
026100         WHEN WS-IN-END-DT NOT > WS-IN-EFF-DT                     00026100
026200           SET  FAILURE TO TRUE                                   00026200
026300           MOVE 'END DATE MUST BE AFTER THE EFFECTIVE DATE'       00026300
026400             TO IS-RTRN-MSG-TXT                                   00026400
026500       END-EVALUATE                                               00026500
026600     END-IF                                                       00026600
026700     .                                                            00026700
026800                                                                  00026800
026900 150-CHECK-THE-STORE.                                             00026900
027000     MOVE 0 TO WS-STORE-CNT                                       00027000
027100     MOVE WS-IN-STORE-N                                           00027100
027200       TO SD-LOC-NBR OF DCLFC-XXXAIL-STORE-DC                     00027200
027300     EXEC SQL                                                     00027300
027400       SELECT COUNT(*)                                            00027400
027500        INTO :WS-STORE-CNT                                        00027500
027600       FROM FC_XXXAIL_STORES                                      00027600
027700       WHERE FC_STORE_NO =                                        00027700
027800             :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR                    00027800
027900     END-EXEC                                                     00027900
028000     EVALUATE TRUE                                                00028000
028100       WHEN SQLCODE NOT = 0                                       00028100
028200         PERFORM 800-SQL-ERROR                                    00028200
028300       WHEN WS-STORE-CNT = 0                                      00028300
028400         SET  FAILURE TO TRUE                                     00028400
028500         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00028500
028600           TO IS-RTRN-MSG-TXT                                     00028600
028700     END-EVALUATE                                                 00028700
028800     .                                                            00028800
028900                                                                  00028900
029000 160-EDIT-ONE-DATE.                                               00029000
029100     SET WS-EDIT-DT-BAD TO TRUE                                   00029100
029200     IF  WS-EDIT-YYYY NUMERIC                                     00029200
029300     AND WS-EDIT-MM   NUMERIC                                     00029300
029400     AND WS-EDIT-DD   NUMERIC                                     00029400
029500     AND WS-EDIT-DASH-1 = '-'                                     00029500
029600     AND WS-EDIT-DASH-2 = '-'                                     00029600
029700     AND WS-EDIT-YYYY > 1900                                      00029700
029800     AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12                     00029800
029900     AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31                     00029900
030000       SET WS-EDIT-DT-OK TO TRUE                                  00030000
030100     END-IF                                                       00030100
030200     .                                                            00030200
030300                                                                  00030300
030400*    A servicing DC has to be a facility and a warehouse          00030400
030500*    facility - the same parent checks the DAOs make.             00030500
030600 170-CHECK-THE-DC.                                                00030600
030700     INITIALIZE MMMC0304                                          00030700
030800     MOVE WS-IN-DC-N TO MMMC0304-FC-FAC-NO                        00030800
030900     SET  MMMC0304-INSERT-CHECK TO TRUE                           00030900
031000     SET  MMMC0304-FC-FACILITY  TO TRUE                           00031000
031100     CALL MMMS0304-RI-CHK USING                                   00031100
031200          XXXN001A                                                00031200
031300          MMMC0304                                                00031300
031400     IF SUCCESS                                                   00031400
031500       INITIALIZE MMMC0304                                        00031500
031600       MOVE WS-IN-DC-N TO MMMC0304-FC-FAC-NO                      00031600
031700       SET  MMMC0304-INSERT-CHECK     TO TRUE                     00031700
031800       SET  MMMC0304-FC-WHSE-FACILITY TO TRUE                     00031800
031900       CALL MMMS0304-RI-CHK USING                                 00031900
032000            XXXN001A                                              00032000
032100            MMMC0304                                              00032100
032200     END-IF                                                       00032200
032300     IF MMMC0304-NO-PARENT                                        00032300
032400       MOVE 'DC IS NOT ON THE FACILITY/WAREHOUSE FACILITY TABLES' 00032400
032500         TO IS-RTRN-MSG-TXT                                       00032500
032600     END-IF                                                       00032600
032700     .                                                            00032700
032800                                                                  00032800
032900*=================================================================00032900
033000* Add: a new range for the store and flow. An open-ended add      00033000
033100* takes over from the open-ended row already there.               00033100
033200*=================================================================00033200
033300 200-ADD-THE-ASSIGNMENT.                                          00033300
033400     PERFORM 250-FOLD-THE-FIELDS                                  00033400
033500     IF SD-END-DT OF DCLFC-XXXAIL-STORE-DC = WS-OPEN-END-DT       00033500
033600       SET WS-CLOSE-OPEN TO TRUE                                  00033600
033700     ELSE                                                         00033700
033800       SET WS-KEEP-OPEN  TO TRUE                                  00033800
033900     END-IF                                                       00033900
034000     PERFORM 260-CHECK-FOR-OVERLAP                                00034000
034100                                                                  00034100
034200     IF SUCCESS AND WS-CLOSE-OPEN                                 00034200
034300       EXEC SQL                                                   00034300
034400         UPDATE FC_XXXAIL_STORE_DC                                00034400
034500            SET SD_END_DT      =                                  00034500
034600                :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT,                 00034600
034700                SD_LST_UPDT_TS = CURRENT TIMESTAMP                00034700
034800          WHERE SD_LOC_NBR =                                      00034800
034900                :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR                 00034900
035000            AND SD_LOC_TYP_CD = 'S '                              00035000
035100            AND SD_FLOW_CD =                                      00035100
035200                :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD                 00035200
035300            AND SD_END_DT = '9999-12-31'                          00035300
035400            AND SD_EFF_DT <                                       00035400
035500                :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT                  00035500
035600       END-EXEC                                                   00035600
035700       IF SQLCODE = 100                                           00035700
035800         MOVE 0 TO SQLCODE                                        00035800
035900       END-IF                                                     00035900
036000       IF SQLCODE NOT = 0                                         00036000
036100         PERFORM 800-SQL-ERROR                                    00036100
036200       END-IF                                                     00036200
036300     END-IF                                                       00036300
036400                                                                  00036400
036500     IF SUCCESS                                                   00036500
036600       EXEC SQL                                                   00036600
036700         INSERT INTO FC_XXXAIL_STORE_DC                           00036700
036800            ( SD_LOC_NBR, SD_LOC_TYP_CD, SD_FLOW_CD,              00036800
036900              SD_EFF_DT, SD_END_DT, SD_FC_FAC_NO,                 00036900
037000              SD_LST_UPDT_TS )                                    00037000
037100         VALUES                                                   00037100
037200            ( :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR, 'S ',            00037200
037300              :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD,                  00037300
037400              :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT,                   00037400
037500              :DCLFC-XXXAIL-STORE-DC.SD-END-DT,                   00037500
037600              :DCLFC-XXXAIL-STORE-DC.SD-FC-FAC-NO,                00037600
037700              CURRENT TIMESTAMP )                                 00037700
037800       END-EXEC                                                   00037800
037900       EVALUATE TRUE                                              00037900
038000         WHEN SQLCODE = 0                                         00038000
038100           MOVE 'ASSIGNMENT ADDED' TO WS-SCR-MSG                  00038100
038200         WHEN SQLCODE = -803                                      00038200
038300           MOVE 0 TO SQLCODE                                      00038300
038400           SET  FAILURE TO TRUE                                   00038400
038500           MOVE 'AN ASSIGNMENT ALREADY STARTS THAT DAY - USE U'   00038500
038600             TO IS-RTRN-MSG-TXT                                   00038600
038700         WHEN OTHER                                               00038700
038800           PERFORM 800-SQL-ERROR                                  00038800
038900       END-EVALUATE                                               00038900
039000     END-IF                                                       00039000
039100     .                                                            00039100
039200                                                                  00039200
039300 250-FOLD-THE-FIELDS.                                             00039300
039400     MOVE WS-IN-FLOW   TO SD-FLOW-CD   OF DCLFC-XXXAIL-STORE-DC   00039400
039500     MOVE WS-IN-EFF-DT TO SD-EFF-DT    OF DCLFC-XXXAIL-STORE-DC   00039500
039600     MOVE WS-IN-END-DT TO SD-END-DT    OF DCLFC-XXXAIL-STORE-DC   00039600
039700     IF WS-IN-DC-X NUMERIC                                        00039700
039800       MOVE WS-IN-DC-N TO SD-FC-FAC-NO OF DCLFC-XXXAIL-STORE-DC   00039800
039900     END-IF                                                       00039900
040000     .                                                            00040000
040100                                                                  00040100
040200*    Any other row for the store and flow whose range meets the   00040200
040300*    keyed one is a clash - bar the open-ended row an open-ended  00040300
040400*    add is about to close.                                       00040400
040500 260-CHECK-FOR-OVERLAP.                                           00040500
040600     MOVE 0 TO WS-OVERLAP-CNT                                     00040600
040700     EXEC SQL                                                     00040700
040800       SELECT COUNT(*)                                            00040800
040900        INTO :WS-OVERLAP-CNT                                      00040900
041000       FROM FC_XXXAIL_STORE_DC                                    00041000
041100       WHERE SD_LOC_NBR =                                         00041100
041200             :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR                    00041200
041300         AND SD_LOC_TYP_CD = 'S '                                 00041300
041400         AND SD_FLOW_CD =                                         00041400
041500             :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD                    00041500
041600         AND SD_EFF_DT NOT =                                      00041600
041700             :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT                     00041700
041800         AND SD_EFF_DT <                                          00041800
041900             :DCLFC-XXXAIL-STORE-DC.SD-END-DT                     00041900
042000         AND SD_END_DT >                                          00042000
042100             :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT                     00042100
042200         AND NOT ( :WS-CLOSE-OPEN-SW = 'Y'                        00042200
042300               AND SD_END_DT = '9999-12-31'                       00042300
042400               AND SD_EFF_DT <                                    00042400
042500                   :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT )             00042500
042600     END-EXEC                                                     00042600
042700     EVALUATE TRUE                                                00042700
042800       WHEN SQLCODE NOT = 0                                       00042800
042900         PERFORM 800-SQL-ERROR                                    00042900
043000       WHEN WS-OVERLAP-CNT > 0                                    00043000
043100         SET  FAILURE TO TRUE                                     00043100
043200         MOVE 'DATES OVERLAP ANOTHER ASSIGNMENT FOR THAT FLOW'    00043200
043300           TO IS-RTRN-MSG-TXT                                     00043300
043400     END-EVALUATE                                                 00043400
043500     .                                                            00043500
043600                                                                  00043600
043700*    An update changes the DC on the row keyed by its effective   00043700
043800*    date - the range stays as it is.                             00043800
043900 300-UPDATE-THE-ASSIGNMENT.                                       00043900
044000     PERFORM 250-FOLD-THE-FIELDS                                  00044000
044100     EXEC SQL                                                     00044100
044200       UPDATE FC_XXXAIL_STORE_DC                                  00044200
044300          SET SD_FC_FAC_NO   =                                    00044300
044400              :DCLFC-XXXAIL-STORE-DC.SD-FC-FAC-NO,                00044400
044500              SD_LST_UPDT_TS = CURRENT TIMESTAMP                  00044500
044600        WHERE SD_LOC_NBR =                                        00044600
044700              :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR                   00044700
044800          AND SD_LOC_TYP_CD = 'S '                                00044800
044900          AND SD_FLOW_CD =                                        00044900
045000              :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD                   00045000
045100          AND SD_EFF_DT =                                         00045100
045200              :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT                    00045200
045300     END-EXEC                                                     00045300
045400     PERFORM 850-JUDGE-THE-UPDATE                                 00045400
045500     IF SUCCESS AND SQLCODE = 0                                   00045500
045600       MOVE 'ASSIGNMENT UPDATED' TO WS-SCR-MSG                    00045600
045700     END-IF                                                       00045700
045800     .                                                            00045800
045900                                                                  00045900
046000 400-DELETE-THE-ASSIGNMENT.                                       00046000
046100     PERFORM 250-FOLD-THE-FIELDS                                  00046100
046200     EXEC SQL                                                     00046200
046300       DELETE FROM FC_XXXAIL_STORE_DC                             00046300
046400        WHERE SD_LOC_NBR =                                        00046400
046500              :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR                   00046500
046600          AND SD_LOC_TYP_CD = 'S '                                00046600
046700          AND SD_FLOW_CD =                                        00046700
046800              :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD                   00046800
046900          AND SD_EFF_DT =                                         00046900
047000              :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT                    00047000
047100     END-EXEC                                                     00047100
047200     PERFORM 850-JUDGE-THE-UPDATE                                 00047200
047300     IF SUCCESS AND SQLCODE = 0                                   00047300
047400       MOVE 'ASSIGNMENT DELETED' TO WS-SCR-MSG                    00047400
047500     END-IF                                                       00047500
047600     .                                                            00047600
047700                                                                  00047700
047800*    Moving an end date out must not run into the next range.     00047800
047900 450-END-DATE-THE-ASSIGNMENT.                                     00047900
048000     PERFORM 250-FOLD-THE-FIELDS                                  00048000
048100     SET WS-KEEP-OPEN TO TRUE                                     00048100
048200     PERFORM 260-CHECK-FOR-OVERLAP                                00048200
048300     IF SUCCESS                                                   00048300
048400       EXEC SQL                                                   00048400
048500         UPDATE FC_XXXAIL_STORE_DC                                00048500
048600            SET SD_END_DT      =                                  00048600
048700                :DCLFC-XXXAIL-STORE-DC.SD-END-DT,                 00048700
048800                SD_LST_UPDT_TS = CURRENT TIMESTAMP                00048800
048900          WHERE SD_LOC_NBR =                                      00048900
049000                :DCLFC-XXXAIL-STORE-DC.SD-LOC-NBR                 00049000
049100            AND SD_LOC_TYP_CD = 'S '                              00049100
049200            AND SD_FLOW_CD =                                      00049200
049300                :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD                 00049300
049400            AND SD_EFF_DT =                                       00049400
049500                :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT                  00049500
049600       END-EXEC                                                   00049600
049700       PERFORM 850-JUDGE-THE-UPDATE                               00049700
049800       IF SUCCESS AND SQLCODE = 0                                 00049800
049900         MOVE 'ASSIGNMENT END-DATED' TO WS-SCR-MSG                00049900
050000       END-IF                                                     00050000
050100     END-IF                                                       00050100
050200     .                                                            00050200
050300                                                                  00050300
050400*=================================================================00050400
050500* Inquire: the store's assignments, newest first within flow.     00050500
050600*=================================================================00050600
050700 600-LIST-THE-ASSIGNMENTS.                                        00050700
050800     MOVE WS-IN-FLOW TO SD-FLOW-CD OF DCLFC-XXXAIL-STORE-DC       00050800
050900     MOVE 'FLOW / DC / EFFECTIVE TO END / STATUS'                 00050900
051000       TO WS-SCR-MSG                                              00051000
051100     MOVE 0 TO WS-DTL-IDX                                         00051100
051200     EXEC SQL                                                     00051200
051300       SELECT CHAR(CURRENT DATE, ISO)                             00051300
051400         INTO :WS-TODAY                                           00051400
051500         FROM SYSIBM.SYSDUMMY1                                    00051500
051600     END-EXEC                                                     00051600
051700     IF SQLCODE = 0                                               00051700
051800       EXEC SQL                                                   00051800
051900         OPEN ASSIGN-CSR                                          00051900
052000       END-EXEC                                                   00052000
052100     END-IF                                                       00052100
052200     IF SQLCODE NOT = 0                                           00052200
052300       PERFORM 800-SQL-ERROR                                      00052300
052400     ELSE                                                         00052400
052500       PERFORM 620-FETCH-ONE-ASSIGNMENT                           00052500
052600       PERFORM UNTIL SQLCODE NOT = 0                              00052600
052700                  OR WS-DTL-IDX NOT < 10                          00052700
052800         ADD 1 TO WS-DTL-IDX                                      00052800
052900         PERFORM 640-FORMAT-ONE-ASSIGNMENT                        00052900
053000         MOVE WS-ASSIGN-LINE TO WS-SCR-DTL (WS-DTL-IDX)           00053000
053100         PERFORM 620-FETCH-ONE-ASSIGNMENT                         00053100
053200       END-PERFORM                                                00053200
053300       IF SQLCODE = 100                                           00053300
053400         MOVE 0 TO SQLCODE                                        00053400
053500       END-IF                                                     00053500
053600       EXEC SQL                                                   00053600
053700         CLOSE ASSIGN-CSR                                         00053700
053800       END-EXEC                                                   00053800
053900       MOVE 0 TO SQLCODE                                          00053900
054000       IF WS-DTL-IDX = 0                                          00054000
054100         MOVE 'NO DC ASSIGNMENTS FOR THAT STORE'                  00054100
054200           TO WS-SCR-MSG                                          00054200
054300       END-IF                                                     00054300
054400     END-IF                                                       00054400
054500     .                                                            00054500
054600                                                                  00054600
054700 620-FETCH-ONE-ASSIGNMENT.                                        00054700
054800     EXEC SQL                                                     00054800
054900       FETCH ASSIGN-CSR                                           00054900
055000         INTO :DCLFC-XXXAIL-STORE-DC.SD-FLOW-CD,                  00055000
055100              :DCLFC-XXXAIL-STORE-DC.SD-EFF-DT,                   00055100
055200              :DCLFC-XXXAIL-STORE-DC.SD-END-DT,                   00055200
055300              :DCLFC-XXXAIL-STORE-DC.SD-FC-FAC-NO                 00055300
055400     END-EXEC                                                     00055400
055500     .                                                            00055500
055600                                                                  00055600
055700 640-FORMAT-ONE-ASSIGNMENT.                                       00055700
055800     MOVE SD-FLOW-CD OF DCLFC-XXXAIL-STORE-DC TO WS-AL-FLOW-CD    00055800
055900     EVALUATE TRUE                                                00055900
056000       WHEN SD-FLOW-GROCERY                                       00056000
056100         MOVE 'GROCERY'     TO WS-AL-FLOW-NM                      00056100
056200       WHEN SD-FLOW-PERISHABLE                                    00056200
056300         MOVE 'PERISHABLES' TO WS-AL-FLOW-NM                      00056300
056400       WHEN SD-FLOW-PHARMACY                                      00056400
056500         MOVE 'PHARMACY'    TO WS-AL-FLOW-NM                      00056500
056600       WHEN OTHER                                                 00056600
056700         MOVE SPACES        TO WS-AL-FLOW-NM                      00056700
056800     END-EVALUATE                                                 00056800
056900     MOVE SD-FC-FAC-NO OF DCLFC-XXXAIL-STORE-DC                   00056900
057000       TO WS-AL-FC-FAC-NO                                         00057000
057100     MOVE SD-EFF-DT OF DCLFC-XXXAIL-STORE-DC TO WS-AL-EFF-DT      00057100
057200     IF SD-END-DT OF DCLFC-XXXAIL-STORE-DC = WS-OPEN-END-DT       00057200
057300       MOVE 'OPEN'    TO WS-AL-END-DT                             00057300
057400     ELSE                                                         00057400
057500       MOVE SD-END-DT OF DCLFC-XXXAIL-STORE-DC TO WS-AL-END-DT    00057500
057600     END-IF                                                       00057600
057700     EVALUATE TRUE                                                00057700
057800       WHEN SD-EFF-DT OF DCLFC-XXXAIL-STORE-DC > WS-TODAY         00057800
057900         MOVE 'FUTURE'  TO WS-AL-STATUS                           00057900
058000       WHEN SD-END-DT OF DCLFC-XXXAIL-STORE-DC > WS-TODAY         00058000
058100         MOVE 'CURRENT' TO WS-AL-STATUS                           00058100
058200       WHEN OTHER                                                 00058200
058300         MOVE 'ENDED'   TO WS-AL-STATUS                           00058300
058400     END-EVALUATE                                                 00058400
058500     .                                                            00058500
058600                                                                  00058600
058700 700-SEND-SCREEN.                                                 00058700
0587A0     PERFORM 710-SHOW-FREEZE-BANNER                               000587A0
058800     EXEC CICS SEND TEXT                                          00058800
058900       FROM   (WS-SCREEN-AREA)                                    00058900
059000       LENGTH (WS-SCREEN-LEN)                                     00059000
059100       ERASE                                                      00059100
059200     END-EXEC                                                     00059200
059300     .                                                            00059300
0593A0                                                                  000593A0
0593A1*=================================================================000593A1
0593A2* While a change freeze is on, its id and end show at the right   000593A2
0593A3* of the heading line (MMMS0181) - the DAOs still decide what     000593A3
0593A4* may change.                                                     000593A4
0593A5*=================================================================000593A5
0593A6 710-SHOW-FREEZE-BANNER.                                          000593A6
0593A7     SET  MMMC0181-GET-BANNER TO TRUE                             000593A7
0593A8     CALL MMMS0181-FREEZE-SVC USING                               000593A8
0593A9         XXXN001A                                                 000593A9
0593B0         MMMC0181                                                 000593B0
0593B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000593B1
0593B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000593B2
0593B3     END-IF                                                       000593B3
0593B4     .                                                            000593B4
059400                                                                  00059400
059500 800-SQL-ERROR.                                                   00059500
059600     MOVE SQLCODE TO WS-SQLCODE                                   00059600
059700     SET  FAILURE TO TRUE                                         00059700
059800     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00059800
059900     STRING 'MMMO1000 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00059900
060000       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00060000
060100     .                                                            00060100
060200                                                                  00060200
060300 850-JUDGE-THE-UPDATE.                                            00060300
060400     EVALUATE TRUE                                                00060400
060500       WHEN SQLCODE = 100                                         00060500
060600         MOVE 0 TO SQLCODE                                        00060600
060700         SET  FAILURE TO TRUE                                     00060700
060800         MOVE 'NO ASSIGNMENT FOR THAT STORE, FLOW AND DATE'       00060800
060900           TO IS-RTRN-MSG-TXT                                     00060900
061000       WHEN SQLCODE NOT = 0                                       00061000
061100         PERFORM 800-SQL-ERROR                                    00061100
061200     END-EVALUATE                                                 00061200
061300     .                                                            00061300
