000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO1100.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Store license and permit maintenance.                           00000600
000700*                                                                 00000700
000800* TBCO-PRMT-NBR on the location was the only permit on file -     00000800
000900* alcohol, lottery, weights-and-measures, food-establishment and  00000900
001000* fuel licenses lived in the district binders. This transaction   00001000
001100* maintains FC_XXXAIL_STORE_LIC, one row per store and license    00001100
001200* type: add, update (a renewal - new number, dates or issuing     00001200
001300* authority; it also reinstates a surrendered license),           00001300
001400* surrender, delete, and inquire. The store must be on the store  00001400
001500* master and the type must be an active FC_XXXAIL_LIC_TYPE row    00001500
001600* (MMMO0200 table LT). MMMB0802 reports what is expiring off      00001600
001700* these rows and MMMB0701 lists what a closing store gives up.    00001700
001800*                                                                 00001800
001900* Input line:                                                     00001900
002000*   a sssssssss tttt nnnnnnnnnnnnnnn yyyy-mm-dd yyyy-mm-dd        00002000
002100*     aaaaaaaaaaaaaaaaaaaaaaaa  (same line, column 56)            00002100
002200*   a=A add / U update / S surrender / D delete / I inquire       00002200
002300*   tttt the license type (blank on I lists every license),       00002300
002400*   n the license number, then the issue and expiry dates and     00002400
002500*   the issuing authority - all required on A and U.              00002500
002600*-----------------------------------------------------------------00002600
002700 ENVIRONMENT DIVISION.                                            00002700
002800 DATA DIVISION.                                                   00002800
002900 WORKING-STORAGE SECTION.                                         00002900
003000*=================================================================00003000
003100* Misc working storage.                                           00003100
003200*=================================================================00003200
003300 01 WS-SQLCODE                  PIC ----9.                        00003300
003400 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00003400
003500 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00003500
003600 01 WS-STORE-CNT                PIC S9(9) COMP VALUE 0.           00003600
003700 01 WS-TODAY                    PIC X(10) VALUE SPACES.           00003700
003800 01 WS-ZERO-DT                  PIC X(10) VALUE '0001-01-01'.     00003800
003900                                                                  00003900
004000 01 WS-INPUT-AREA.                                                00004000
004100     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00004100
004200         88 WS-ACT-ADD                  VALUE 'A'.                00004200
004300         88 WS-ACT-UPDATE               VALUE 'U'.                00004300
004400         88 WS-ACT-SURRENDER            VALUE 'S'.                00004400
004500         88 WS-ACT-DELETE               VALUE 'D'.                00004500
004600         88 WS-ACT-INQUIRE              VALUE 'I'.                00004600
004700     05 FILLER                  PIC X(1).                         00004700
004800     05 WS-IN-STORE-X           PIC X(9)  VALUE SPACES.           00004800
004900     05 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                     00004900
005000                                PIC 9(9).                         00005000
005100     05 FILLER                  PIC X(1).                         00005100
005200     05 WS-IN-LIC-TYP           PIC X(4)  VALUE SPACES.           00005200
005300     05 FILLER                  PIC X(1).                         00005300
005400     05 WS-IN-LIC-NBR           PIC X(15) VALUE SPACES.           00005400
005500     05 FILLER                  PIC X(1).                         00005500
005600     05 WS-IN-ISSUE-DT          PIC X(10) VALUE SPACES.           00005600
005700     05 FILLER                  PIC X(1).                         00005700
005800     05 WS-IN-EXPIR-DT          PIC X(10) VALUE SPACES.           00005800
005900     05 FILLER                  PIC X(1).                         00005900
006000     05 WS-IN-AUTH-NM           PIC X(24) VALUE SPACES.           00006000
006100     05 FILLER                  PIC X(1)  VALUE SPACES.           00006100
006200 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00006200
006300                                                                  00006300
006400* One keyed date under edit - yyyy-mm-dd.                         00006400
006500 01 WS-EDIT-DT                  PIC X(10) VALUE SPACES.           00006500
006600 01 WS-EDIT-DT-R REDEFINES WS-EDIT-DT.                            00006600
006700     05 WS-EDIT-YYYY            PIC 9(4).                         00006700
006800     05 WS-EDIT-DASH-1          PIC X(1).                         00006800
006900     05 WS-EDIT-MM              PIC 9(2).                         00006900
007000     05 WS-EDIT-DASH-2          PIC X(1).                         00007000
007100     05 WS-EDIT-DD              PIC 9(2).                         00007100
007200 01 WS-EDIT-DT-SW               PIC X(1)  VALUE 'N'.              00007200
007300     88 WS-EDIT-DT-OK                     VALUE 'Y'.              00007300
007400     88 WS-EDIT-DT-BAD                    VALUE 'N'.              00007400
007500                                                                  00007500
007600 01 WS-SCREEN-AREA.                                               00007600
007700     05 WS-SCR-HDG1             PIC X(79) VALUE                   00007700
007800        'MMMO1100       STORE LICENSES AND PERMITS'.              00007800
007900     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00007900
008000     05 WS-SCR-DTL OCCURS 10 TIMES                                00008000
008100                                PIC X(79).                        00008100
008200 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00008200
008300                                                                  00008300
008400 01 WS-LICENSE-LINE.                                              00008400
008500     05 WS-LL-LIC-TYP-CD        PIC X(4).                         00008500
008600     05 FILLER                  PIC X(1)  VALUE SPACES.           00008600
008700     05 WS-LL-LIC-TYP-DES       PIC X(18).                        00008700
008800     05 FILLER                  PIC X(1)  VALUE SPACES.           00008800
008900     05 WS-LL-LIC-NBR           PIC X(15).                        00008900
009000     05 FILLER                  PIC X(1)  VALUE SPACES.           00009000
009100     05 WS-LL-ISSUE-DT          PIC X(10).                        00009100
009200     05 FILLER                  PIC X(1)  VALUE SPACES.           00009200
009300     05 WS-LL-EXPIR-DT          PIC X(10).                        00009300
009400     05 FILLER                  PIC X(1)  VALUE SPACES.           00009400
009500     05 WS-LL-STATUS            PIC X(11).                        00009500
009600     05 FILLER                  PIC X(6)  VALUE SPACES.           00009600
009700                                                                  00009700
009800*=================================================================00009800
009900* Misc copy books.                                                00009900
010000*=================================================================00010000
010100 COPY DFHEIBLK.                                                   00010100
010200 COPY XXXN001A.                                                   00010200
0102A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000102A0
0102A1 COPY MMMC0181.                                                   000102A1
010300                                                                  00010300
010400*=================================================================00010400
010500*  DB2 Areas                                                      00010500
010600*=================================================================00010600
010700     EXEC SQL                                                     00010700
010800       INCLUDE SQLCA                                              00010800
010900     END-EXEC.                                                    00010900
011000                                                                  00011000
011100     EXEC SQL                                                     00011100
011200       INCLUDE DDDTSL01                                           00011200
011300     END-EXEC.                                                    00011300
011400                                                                  00011400
011500     EXEC SQL                                                     00011500
011600       INCLUDE DDDTLT01                                           00011600
011700     END-EXEC.                                                    00011700
011800                                                                  00011800
011900     EXEC SQL                                                     00011900
012000       DECLARE LICENSE-CSR CURSOR FOR                             00012000
012100       SELECT L.SL_LIC_TYP_CD, COALESCE(T.LT_LIC_TYP_DES, ' '),   00012100
012200              L.SL_LIC_NBR, L.SL_ISSUE_DT, L.SL_EXPIR_DT,         00012200
012300              L.SL_STAT_CD, L.SL_SURR_DT                          00012300
012400         FROM FC_XXXAIL_STORE_LIC L                               00012400
012500         LEFT OUTER JOIN FC_XXXAIL_LIC_TYPE T                     00012500
012600           ON T.LT_LIC_TYP_CD = L.SL_LIC_TYP_CD                   00012600
012700        WHERE L.SL_LOC_NBR    = :DCLFC-XXXAIL-STORE-LIC.SL-LOC-NBR00012700
012800          AND L.SL_LOC_TYP_CD = 'S '                              00012800
012900          AND ( L.SL_LIC_TYP_CD =                                 00012900
013000                :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD             00013000
013100             OR :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD = ' ' )     00013100
013200        ORDER BY L.SL_STAT_CD, L.SL_EXPIR_DT                      00013200
013300     END-EXEC.                                                    00013300
013400                                                                  00013400
013500 PROCEDURE DIVISION.                                              00013500
013600*=================================================================00013600
013700* Main program logic...                                           00013700
013800*=================================================================00013800
013900 000-MAINLINE.                                                    00013900
014000     INITIALIZE XXXN001A                                          00014000
014100                                                                  00014100
014200     EXEC CICS RECEIVE                                            00014200
014300       INTO   (WS-INPUT-AREA)                                     00014300
014400       LENGTH (WS-INPUT-LEN)                                      00014400
014500       RESP   (WS-RESP)                                           00014500
014600     END-EXEC                                                     00014600
014700                                                                  00014700
014800     PERFORM 100-EDIT-REQUEST                                     00014800
014900                                                                  00014900
015000     IF SUCCESS                                                   00015000
015100       EVALUATE TRUE                                              00015100
015200         WHEN WS-ACT-ADD                                          00015200
015300           PERFORM 200-ADD-THE-LICENSE                            00015300
015400         WHEN WS-ACT-UPDATE                                       00015400
015500           PERFORM 300-UPDATE-THE-LICENSE                         00015500
015600         WHEN WS-ACT-DELETE                                       00015600
015700           PERFORM 400-DELETE-THE-LICENSE                         00015700
015800         WHEN WS-ACT-SURRENDER                                    00015800
015900           PERFORM 450-SURRENDER-THE-LICENSE                      00015900
016000         WHEN WS-ACT-INQUIRE                                      00016000
016100           PERFORM 600-LIST-THE-LICENSES                          00016100
016200       END-EVALUATE                                               00016200
016300     END-IF                                                       00016300
016400                                                                  00016400
016500     IF NOT SUCCESS                                               00016500
016600       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00016600
016700     END-IF                                                       00016700
016800     PERFORM 700-SEND-SCREEN                                      00016800
016900                                                                  00016900
017000     EXEC CICS RETURN                                             00017000
017100       TRANSID ('MC11')                                           00017100
017200     END-EXEC                                                     00017200
017300     .                                                            00017300
017400                                                                  00017400
017500*=================================================================00017500
017600* The usual edits - action, store on the master, license type,    00017600
017700* and for the add/update the license details themselves.          00017700
017800*=================================================================00017800
017900 100-EDIT-REQUEST.                                                00017900
018000     PERFORM VARYING WS-DTL-IDX FROM 1 BY 1                       00018000
018100     UNTIL WS-DTL-IDX > 10                                        00018100
018200       MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                     00018200
018300     END-PERFORM                                                  00018300
018400                                                                  00018400
018500     EVALUATE TRUE                                                00018500
018600       WHEN NOT WS-ACT-ADD AND NOT WS-ACT-UPDATE                  00018600
018700        AND NOT WS-ACT-DELETE AND NOT WS-ACT-SURRENDER            00018700
018800        AND NOT WS-ACT-INQUIRE                                    00018800
018900         SET  FAILURE TO TRUE                                     00018900
019000         MOVE 'ACTION MUST BE A, U, S, D OR I'                    00019000
019100           TO IS-RTRN-MSG-TXT                                     00019100
019200       WHEN WS-IN-STORE-X NOT NUMERIC                             00019200
019300         SET  FAILURE TO TRUE                                     00019300
019400         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00019400
019500           TO IS-RTRN-MSG-TXT                                     00019500
019600       WHEN WS-IN-LIC-TYP = SPACES AND NOT WS-ACT-INQUIRE         00019600
019700         SET  FAILURE TO TRUE                                     00019700
019800         MOVE 'A LICENSE TYPE IS REQUIRED'                        00019800
019900           TO IS-RTRN-MSG-TXT                                     00019900
020000       WHEN ( WS-ACT-ADD OR WS-ACT-UPDATE )                       00020000
020100        AND WS-IN-LIC-NBR = SPACES                                00020100
020200         SET  FAILURE TO TRUE                                     00020200
020300         MOVE 'A LICENSE NUMBER IS REQUIRED'                      00020300
020400           TO IS-RTRN-MSG-TXT                                     00020400
020500       WHEN ( WS-ACT-ADD OR WS-ACT-UPDATE )                       00020500
020600        AND WS-IN-AUTH-NM = SPACES                                00020600
020700         SET  FAILURE TO TRUE                                     00020700
020800         MOVE 'THE ISSUING AUTHORITY IS REQUIRED'                 00020800
020900           TO IS-RTRN-MSG-TXT                                     00020900
021000     END-EVALUATE                                                 00021000
021100                                                                  00021100
021200     IF SUCCESS AND ( WS-ACT-ADD OR WS-ACT-UPDATE )               00021200
021300       PERFORM 120-EDIT-THE-DATES                                 00021300
021400     END-IF                                                       00021400
021500                                                                  00021500
021600     IF SUCCESS                                                   00021600
021700       PERFORM 150-CHECK-THE-STORE                                00021700
021800     END-IF                                                       00021800
021900                                                                  00021900
022000     IF SUCCESS AND ( WS-ACT-ADD OR WS-ACT-UPDATE )               00022000
022100       PERFORM 170-CHECK-THE-LIC-TYPE                             00022100
022200     END-IF                                                       00022200
022300     .                                                            00022300
022400                                                                  00022400
022500*    Dates are compared as keyed - yyyy-mm-dd sorts as a date.    00022500
022600 120-EDIT-THE-DATES.                                              00022600
022700     MOVE WS-IN-ISSUE-DT TO WS-EDIT-DT                            00022700
022800     PERFORM 160-EDIT-ONE-DATE                                    00022800
022900     IF WS-EDIT-DT-BAD                                            00022900
023000       SET  FAILURE TO TRUE                                       00023000
023100       MOVE 'ISSUE DATE MUST BE YYYY-MM-DD'                       00023100
023200         TO IS-RTRN-MSG-TXT                                       00023200
023300     END-IF                                                       00023300
023400                                                                  00023400
023500     IF SUCCESS                                                   00023500
023600       MOVE WS-IN-EXPIR-DT TO WS-EDIT-DT                          00023600
023700       PERFORM 160-EDIT-ONE-DATE                                  00023700
023800       EVALUATE TRUE                                              00023800
023900         WHEN WS-EDIT-DT-BAD                                      00023900
024000           SET  FAILURE TO TRUE                                   00024000
024100           MOVE 'EXPIRY DATE MUST BE YYYY-MM-DD'                  00024100
024200             TO IS-RTRN-MSG-TXT                                   00024200
024300         WHEN WS-IN-EXPIR-DT NOT > WS-IN-ISSUE-DT                 00024300
024400           SET  FAILURE TO TRUE                                   00024400
024500           MOVE 'EXPIRY DATE MUST BE AFTER THE ISSUE DATE'        00024500
024600             TO IS-RTRN-MSG-TXT                                   00024600
024700       END-EVALUATE                                               00024700
024800     END-IF                                                       00024800
024900     .                                                            00024900
025000                                                                  00025000
025100 150-CHECK-THE-STORE.                                             00025100
025200     MOVE 0 TO WS-STORE-CNT                                       00025200
025300     MOVE WS-IN-STORE-N                                           00025300
025400       TO SL-LOC-NBR OF DCLFC-XXXAIL-STORE-LIC                    00025400
025500     EXEC SQL                                                     00025500
025600       SELECT COUNT(*)                                            00025600
025700        INTO :WS-STORE-CNT                                        00025700
025800       FROM FC_XXXAIL_STORES                                      00025800
025900       WHERE FC_STORE_NO =                                        00025900
026000             :DCLFC-XXXAIL-STORE-LIC.SL-LOC-NBR                   00026000
026100     END-EXEC                                                     00026100
026200     EVALUATE TRUE                                                00026200
026300       WHEN SQLCODE NOT = 0                                       00026300
026400         PERFORM 800-SQL-ERROR                                    00026400
026500       WHEN WS-STORE-CNT = 0                                      00026500
026600         SET  FAILURE TO TRUE                                     00026600
026700         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00026700
026800           TO IS-RTRN-MSG-TXT                                     00026800
026900     END-EVALUATE                                                 00026900
027000     .                                                            00027000
027100                                                                  00027100
027200 160-EDIT-ONE-DATE.                                               00027200
027300     SET WS-EDIT-DT-BAD TO TRUE                                   00027300
027400     IF  WS-EDIT-YYYY NUMERIC                                     00027400
027500     AND WS-EDIT-MM   NUMERIC                                     00027500
027600     AND WS-EDIT-DD   NUMERIC                                     00027600
027700     AND WS-EDIT-DASH-1 = '-'                                     00027700
027800     AND WS-EDIT-DASH-2 = '-'                                     00027800
027900     AND WS-EDIT-YYYY > 1900                                      00027900
028000     AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12                     00028000
028100     AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31                     00028100
028200       SET WS-EDIT-DT-OK TO TRUE                                  00028200
028300     END-IF                                                       00028300
028400     .                                                            00028400
028500                                                                  00028500
028600*    A license is keyed only against a type the reference table   00028600
028700*    knows and still calls active.                                00028700
028800 170-CHECK-THE-LIC-TYPE.                                          00028800
028900     MOVE WS-IN-LIC-TYP TO LT-LIC-TYP-CD OF DCLFC-XXXAIL-LIC-TYPE 00028900
029000     EXEC SQL                                                     00029000
029100       SELECT LT_ACTIVE_IND                                       00029100
029200        INTO :DCLFC-XXXAIL-LIC-TYPE.LT-ACTIVE-IND                 00029200
029300       FROM FC_XXXAIL_LIC_TYPE                                    00029300
029400       WHERE LT_LIC_TYP_CD =                                      00029400
029500             :DCLFC-XXXAIL-LIC-TYPE.LT-LIC-TYP-CD                 00029500
029600     END-EXEC                                                     00029600
029700     EVALUATE TRUE                                                00029700
029800       WHEN SQLCODE = 100                                         00029800
029900         MOVE 0 TO SQLCODE                                        00029900
030000         SET  FAILURE TO TRUE                                     00030000
030100         MOVE 'LICENSE TYPE IS NOT ON FC_XXXAIL_LIC_TYPE'         00030100
030200           TO IS-RTRN-MSG-TXT                                     00030200
030300       WHEN SQLCODE NOT = 0                                       00030300
030400         PERFORM 800-SQL-ERROR                                    00030400
030500       WHEN NOT LT-ACTIVE                                         00030500
030600         SET  FAILURE TO TRUE                                     00030600
030700         MOVE 'LICENSE TYPE IS NOT ACTIVE'                        00030700
030800           TO IS-RTRN-MSG-TXT                                     00030800
030900     END-EVALUATE                                                 00030900
031000     .                                                            00031000
031100                                                                  00031100
031200*=================================================================00031200
031300* Add: one license per store and type.                            00031300
031400*=================================================================00031400
031500 200-ADD-THE-LICENSE.                                             00031500
031600     PERFORM 250-FOLD-THE-FIELDS                                  00031600
031700     EXEC SQL                                                     00031700
031800       INSERT INTO FC_XXXAIL_STORE_LIC                            00031800
031900          ( SL_LOC_NBR, SL_LOC_TYP_CD, SL_LIC_TYP_CD,             00031900
032000            SL_ISSUE_AUTH_NM, SL_LIC_NBR, SL_ISSUE_DT,            00032000
032100            SL_EXPIR_DT, SL_STAT_CD, SL_SURR_DT,                  00032100
032200            SL_LST_UPDT_TS )                                      00032200
032300       VALUES                                                     00032300
032400          ( :DCLFC-XXXAIL-STORE-LIC.SL-LOC-NBR, 'S ',             00032400
032500            :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD,                00032500
032600            :DCLFC-XXXAIL-STORE-LIC.SL-ISSUE-AUTH-NM,             00032600
032700            :DCLFC-XXXAIL-STORE-LIC.SL-LIC-NBR,                   00032700
032800            :DCLFC-XXXAIL-STORE-LIC.SL-ISSUE-DT,                  00032800
032900            :DCLFC-XXXAIL-STORE-LIC.SL-EXPIR-DT,                  00032900
033000            'A',                                                  00033000
033100            :DCLFC-XXXAIL-STORE-LIC.SL-SURR-DT,                   00033100
033200            CURRENT TIMESTAMP )                                   00033200
033300     END-EXEC                                                     00033300
033400     EVALUATE TRUE                                                00033400
033500       WHEN SQLCODE = 0                                           00033500
033600         MOVE 'LICENSE ADDED' TO WS-SCR-MSG                       00033600
033700       WHEN SQLCODE = -803                                        00033700
033800         MOVE 0 TO SQLCODE                                        00033800
033900         SET  FAILURE TO TRUE                                     00033900
034000         MOVE 'THE STORE ALREADY HAS THAT LICENSE TYPE - USE U'   00034000
034100           TO IS-RTRN-MSG-TXT                                     00034100
034200       WHEN OTHER                                                 00034200
034300         PERFORM 800-SQL-ERROR                                    00034300
034400     END-EVALUATE                                                 00034400
034500     .                                                            00034500
034600                                                                  00034600
034700 250-FOLD-THE-FIELDS.                                             00034700
034800     MOVE WS-IN-LIC-TYP  TO SL-LIC-TYP-CD    OF                   00034800
034900                            DCLFC-XXXAIL-STORE-LIC                00034900
035000     MOVE WS-IN-AUTH-NM  TO SL-ISSUE-AUTH-NM OF                   00035000
035100                            DCLFC-XXXAIL-STORE-LIC                00035100
035200     MOVE WS-IN-LIC-NBR  TO SL-LIC-NBR       OF                   00035200
035300                            DCLFC-XXXAIL-STORE-LIC                00035300
035400     MOVE WS-IN-ISSUE-DT TO SL-ISSUE-DT      OF                   00035400
035500                            DCLFC-XXXAIL-STORE-LIC                00035500
035600     MOVE WS-IN-EXPIR-DT TO SL-EXPIR-DT      OF                   00035600
035700                            DCLFC-XXXAIL-STORE-LIC                00035700
035800     MOVE WS-ZERO-DT     TO SL-SURR-DT       OF                   00035800
035900                            DCLFC-XXXAIL-STORE-LIC                00035900
036000     .                                                            00036000
036100                                                                  00036100
036200*    An update is a renewal or a correction - the number, dates   00036200
036300*    and authority are replaced, and a surrendered license keyed  00036300
036400*    again is back in force.                                      00036400
036500 300-UPDATE-THE-LICENSE.                                          00036500
036600     PERFORM 250-FOLD-THE-FIELDS                                  00036600
036700     EXEC SQL                                                     00036700
036800       UPDATE FC_XXXAIL_STORE_LIC                                 00036800
036900          SET SL_ISSUE_AUTH_NM =                                  00036900
037000              :DCLFC-XXXAIL-STORE-LIC.SL-ISSUE-AUTH-NM,           00037000
037100              SL_LIC_NBR       =                                  00037100
037200              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-NBR,                 00037200
037300              SL_ISSUE_DT      =                                  00037300
037400              :DCLFC-XXXAIL-STORE-LIC.SL-ISSUE-DT,                00037400
037500              SL_EXPIR_DT      =                                  00037500
037600              :DCLFC-XXXAIL-STORE-LIC.SL-EXPIR-DT,                00037600
037700              SL_STAT_CD       = 'A',                             00037700
037800              SL_SURR_DT       =                                  00037800
037900              :DCLFC-XXXAIL-STORE-LIC.SL-SURR-DT,                 00037900
038000              SL_LST_UPDT_TS   = CURRENT TIMESTAMP                00038000
038100        WHERE SL_LOC_NBR =                                        00038100
038200              :DCLFC-XXXAIL-STORE-LIC.SL-LOC-NBR                  00038200
038300          AND SL_LOC_TYP_CD = 'S '                                00038300
038400          AND SL_LIC_TYP_CD =                                     00038400
038500              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD               00038500
038600     END-EXEC                                                     00038600
038700     PERFORM 850-JUDGE-THE-UPDATE                                 00038700
038800     IF SUCCESS AND SQLCODE = 0                                   00038800
038900       MOVE 'LICENSE UPDATED' TO WS-SCR-MSG                       00038900
039000     END-IF                                                       00039000
039100     .                                                            00039100
039200                                                                  00039200
039300 400-DELETE-THE-LICENSE.                                          00039300
039400     PERFORM 250-FOLD-THE-FIELDS                                  00039400
039500     EXEC SQL                                                     00039500
039600       DELETE FROM FC_XXXAIL_STORE_LIC                            00039600
039700        WHERE SL_LOC_NBR =                                        00039700
039800              :DCLFC-XXXAIL-STORE-LIC.SL-LOC-NBR                  00039800
039900          AND SL_LOC_TYP_CD = 'S '                                00039900
040000          AND SL_LIC_TYP_CD =                                     00040000
040100              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD               00040100
040200     END-EXEC                                                     00040200
040300     PERFORM 850-JUDGE-THE-UPDATE                                 00040300
040400     IF SUCCESS AND SQLCODE = 0                                   00040400
040500       MOVE 'LICENSE DELETED' TO WS-SCR-MSG                       00040500
040600     END-IF                                                       00040600
040700     .                                                            00040700
040800                                                                  00040800
040900*    Surrender keeps the row for the record - it only drops out   00040900
041000*    of the expiry report and the closing list.                   00041000
041100 450-SURRENDER-THE-LICENSE.                                       00041100
041200     PERFORM 250-FOLD-THE-FIELDS                                  00041200
041300     EXEC SQL                                                     00041300
041400       UPDATE FC_XXXAIL_STORE_LIC                                 00041400
041500          SET SL_STAT_CD     = 'S',                               00041500
041600              SL_SURR_DT     = CURRENT DATE,                      00041600
041700              SL_LST_UPDT_TS = CURRENT TIMESTAMP                  00041700
041800        WHERE SL_LOC_NBR =                                        00041800
041900              :DCLFC-XXXAIL-STORE-LIC.SL-LOC-NBR                  00041900
042000          AND SL_LOC_TYP_CD = 'S '                                00042000
042100          AND SL_LIC_TYP_CD =                                     00042100
042200              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD               00042200
042300          AND SL_STAT_CD    = 'A'                                 00042300
042400     END-EXEC                                                     00042400
042500     PERFORM 850-JUDGE-THE-UPDATE                                 00042500
042600     IF SUCCESS AND SQLCODE = 0                                   00042600
042700       MOVE 'LICENSE SURRENDERED' TO WS-SCR-MSG                   00042700
042800     END-IF                                                       00042800
042900     .                                                            00042900
043000                                                                  00043000
043100*=================================================================00043100
043200* Inquire: the store's licenses, active ones first, soonest       00043200
043300* expiry first.                                                   00043300
043400*=================================================================00043400
043500 600-LIST-THE-LICENSES.                                           00043500
043600     MOVE WS-IN-LIC-TYP TO SL-LIC-TYP-CD OF DCLFC-XXXAIL-STORE-LIC00043600
043700     MOVE 'TYPE / NUMBER / ISSUED / EXPIRES / STATUS'             00043700
043800       TO WS-SCR-MSG                                              00043800
043900     MOVE 0 TO WS-DTL-IDX                                         00043900
044000     EXEC SQL                                                     00044000
044100       SELECT CHAR(CURRENT DATE, ISO)                             00044100
044200         INTO :WS-TODAY                                           00044200
044300         FROM SYSIBM.SYSDUMMY1                                    00044300
044400     END-EXEC                                                     00044400
044500     IF SQLCODE = 0                                               00044500
044600       EXEC SQL                                                   00044600
044700         OPEN LICENSE-CSR                                         00044700
044800       END-EXEC                                                   00044800
044900     END-IF                                                       00044900
045000     IF SQLCODE NOT = 0                                           00045000
045100       PERFORM 800-SQL-ERROR                                      00045100
045200     ELSE                                                         00045200
045300       PERFORM 620-FETCH-ONE-LICENSE                              00045300
045400       PERFORM UNTIL SQLCODE NOT = 0                              00045400
045500                  OR WS-DTL-IDX NOT < 10                          00045500
045600         ADD 1 TO WS-DTL-IDX                                      00045600
045700         PERFORM 640-FORMAT-ONE-LICENSE                           00045700
045800         MOVE WS-LICENSE-LINE TO WS-SCR-DTL (WS-DTL-IDX)          00045800
045900         PERFORM 620-FETCH-ONE-LICENSE                            00045900
046000       END-PERFORM                                                00046000
046100       IF SQLCODE = 100                                           00046100
046200         MOVE 0 TO SQLCODE                                        00046200
046300       END-IF                                                     00046300
046400       EXEC SQL                                                   00046400
046500         CLOSE LICENSE-CSR                                        00046500
046600       END-EXEC                                                   00046600
046700       MOVE 0 TO SQLCODE                                          00046700
046800       IF WS-DTL-IDX = 0                                          00046800
046900         MOVE 'NO LICENSES ON FILE FOR THAT STORE'                00046900
047000           TO WS-SCR-MSG                                          00047000
047100       END-IF                                                     00047100
047200     END-IF                                                       00047200
047300     .                                                            00047300
047400                                                                  00047400
047500 620-FETCH-ONE-LICENSE.                                           00047500
047600     EXEC SQL                                                     00047600
047700       FETCH LICENSE-CSR                                          00047700
047800         INTO :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD,              00047800
047900              :DCLFC-XXXAIL-LIC-TYPE.LT-LIC-TYP-DES,              00047900
048000              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-NBR,                 00048000
048100              :DCLFC-XXXAIL-STORE-LIC.SL-ISSUE-DT,                00048100
048200              :DCLFC-XXXAIL-STORE-LIC.SL-EXPIR-DT,                00048200
048300              :DCLFC-XXXAIL-STORE-LIC.SL-STAT-CD,                 00048300
048400              :DCLFC-XXXAIL-STORE-LIC.SL-SURR-DT                  00048400
048500     END-EXEC                                                     00048500
048600     .                                                            00048600
048700                                                                  00048700
048800 640-FORMAT-ONE-LICENSE.                                          00048800
048900     MOVE SL-LIC-TYP-CD OF DCLFC-XXXAIL-STORE-LIC                 00048900
049000       TO WS-LL-LIC-TYP-CD                                        00049000
049100     MOVE LT-LIC-TYP-DES OF DCLFC-XXXAIL-LIC-TYPE                 00049100
049200       TO WS-LL-LIC-TYP-DES                                       00049200
049300     MOVE SL-LIC-NBR  OF DCLFC-XXXAIL-STORE-LIC TO WS-LL-LIC-NBR  00049300
049400     MOVE SL-ISSUE-DT OF DCLFC-XXXAIL-STORE-LIC TO WS-LL-ISSUE-DT 00049400
049500     MOVE SL-EXPIR-DT OF DCLFC-XXXAIL-STORE-LIC TO WS-LL-EXPIR-DT 00049500
049600     EVALUATE TRUE                                                00049600
049700       WHEN SL-STAT-SURRENDERED                                   00049700
049800         MOVE 'SURRENDERED' TO WS-LL-STATUS                       00049800
049900       WHEN SL-EXPIR-DT OF DCLFC-XXXAIL-STORE-LIC NOT > WS-TODAY  00049900
050000         MOVE 'EXPIRED'     TO WS-LL-STATUS                       00050000
050100       WHEN OTHER                                                 00050100
050200         MOVE 'ACTIVE'      TO WS-LL-STATUS                       00050200
050300     END-EVALUATE                                                 00050300
050400     .                                                            00050400
050500                                                                  00050500
050600 700-SEND-SCREEN.                                                 00050600
0506A0     PERFORM 710-SHOW-FREEZE-BANNER                               000506A0
050700     EXEC CICS SEND TEXT                                          00050700
050800       FROM   (WS-SCREEN-AREA)                                    00050800
050900       LENGTH (WS-SCREEN-LEN)                                     00050900
051000       ERASE                                                      00051000
051100     END-EXEC                                                     00051100
051200     .                                                            00051200
0512A0                                                                  000512A0
0512A1*=================================================================000512A1
0512A2* While a change freeze is on, its id and end show at the right   000512A2
0512A3* of the heading line (MMMS0181) - the DAOs still decide what     000512A3
0512A4* may change.                                                     000512A4
0512A5*=================================================================000512A5
0512A6 710-SHOW-FREEZE-BANNER.                                          000512A6
0512A7     SET  MMMC0181-GET-BANNER TO TRUE                             000512A7
0512A8     CALL MMMS0181-FREEZE-SVC USING                               000512A8
0512A9         XXXN001A                                                 000512A9
0512B0         MMMC0181                                                 000512B0
0512B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000512B1
0512B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000512B2
0512B3     END-IF                                                       000512B3
0512B4     .                                                            000512B4
051300                                                                  00051300
051400 800-SQL-ERROR.                                                   00051400
051500     MOVE SQLCODE TO WS-SQLCODE                                   00051500
051600     SET  FAILURE TO TRUE                                         00051600
051700     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00051700
051800     STRING 'MMMO1100 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00051800
051900       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00051900
052000     .                                                            00052000
052100                                                                  00052100
052200 850-JUDGE-THE-UPDATE.                                            00052200
052300     EVALUATE TRUE                                                00052300
052400       WHEN SQLCODE = 100                                         00052400
052500         MOVE 0 TO SQLCODE                                        00052500
052600         SET  FAILURE TO TRUE                                     00052600
052700         MOVE 'NO LICENSE OF THAT TYPE TO CHANGE FOR THE STORE'   00052700
052800           TO IS-RTRN-MSG-TXT                                     00052800
052900       WHEN SQLCODE NOT = 0                                       00052900
053000         PERFORM 800-SQL-ERROR                                    00053000
053100     END-EVALUATE                                                 00053100
053200     .                                                            00053200
