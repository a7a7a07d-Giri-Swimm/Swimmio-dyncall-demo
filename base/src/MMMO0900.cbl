000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO0900.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Store lease maintenance.                                        00000600
000700*                                                                 00000700
000800* Once real estate hands a store over (MMMB6601/MMMB6701) we kept 00000800
000900* no lease facts, and renewal notices were missed. This           00000900
001000* transaction maintains the one FC_XXXAIL_STORE_LEASE row per     00001000
001100* store: add, update, delete, terminate early, and inquire. The   00001100
001200* store must exist on the store master; the lease must end after  00001200
001300* it starts; a renewal option date, when keyed, must fall inside  00001300
001400* the lease. MMMB0502 loads the same table from the real-estate   00001400
001500* extract and MMMB0602 prints the monthly alert off it.           00001500
001600*                                                                 00001600
001700* Input line:                                                     00001700
001800*   a sssssssss landlord(30).................. yyyy-mm-dd         00001800
001900*     yyyy-mm-dd yyyy-mm-dd nnn                                   00001900
002000*   a=A add / U update / D delete / T terminate / I inquire       00002000
002100*   The dates are lease start, lease end and the next renewal     00002100
002200*   option date (blank when no option is left), then the days of  00002200
002300*   notice the option needs. On T only the end date is keyed -    00002300
002400*   it is the date the lease terminates.                          00002400
002500*-----------------------------------------------------------------00002500
002600 ENVIRONMENT DIVISION.                                            00002600
002700 DATA DIVISION.                                                   00002700
002800 WORKING-STORAGE SECTION.                                         00002800
002900*=================================================================00002900
003000* Misc working storage.                                           00003000
003100*=================================================================00003100
003200 01 WS-SQLCODE                  PIC ----9.                        00003200
003300 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00003300
003400 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00003400
003500 01 WS-STORE-CNT                PIC S9(9) COMP VALUE 0.           00003500
003600 01 WS-NOTICE-BY-DT             PIC X(10) VALUE SPACES.           00003600
003700                                                                  00003700
003800 01 WS-INPUT-AREA.                                                00003800
003900     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00003900
004000         88 WS-ACT-ADD                  VALUE 'A'.                00004000
004100         88 WS-ACT-UPDATE               VALUE 'U'.                00004100
004200         88 WS-ACT-DELETE               VALUE 'D'.                00004200
004300         88 WS-ACT-TERMINATE            VALUE 'T'.                00004300
004400         88 WS-ACT-INQUIRE              VALUE 'I'.                00004400
004500     05 FILLER                  PIC X(1).                         00004500
004600     05 WS-IN-STORE-X           PIC X(9)  VALUE SPACES.           00004600
004700     05 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                     00004700
004800                                PIC 9(9).                         00004800
004900     05 FILLER                  PIC X(1).                         00004900
005000     05 WS-IN-LANDLORD          PIC X(30) VALUE SPACES.           00005000
005100     05 FILLER                  PIC X(1).                         00005100
005200     05 WS-IN-START-DT          PIC X(10) VALUE SPACES.           00005200
005300     05 FILLER                  PIC X(1).                         00005300
005400     05 WS-IN-END-DT            PIC X(10) VALUE SPACES.           00005400
005500     05 FILLER                  PIC X(1).                         00005500
005600     05 WS-IN-OPTN-DT           PIC X(10) VALUE SPACES.           00005600
005700     05 FILLER                  PIC X(1).                         00005700
005800     05 WS-IN-NOTICE-X          PIC X(3)  VALUE SPACES.           00005800
005900     05 WS-IN-NOTICE-N REDEFINES WS-IN-NOTICE-X                   00005900
006000                                PIC 9(3).                         00006000
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
007800        'MMMO0900       STORE LEASE REGISTRY'.                    00007800
007900     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00007900
008000     05 WS-SCR-DTL OCCURS 10 TIMES                                00008000
008100                                PIC X(79).                        00008100
008200 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00008200
008300                                                                  00008300
008400 01 WS-LEASE-LINE-1.                                              00008400
008500     05 FILLER                  PIC X(12) VALUE 'LANDLORD    '.   00008500
008600     05 WS-LL-LANDLORD          PIC X(30).                        00008600
008700     05 FILLER                  PIC X(37) VALUE SPACES.           00008700
008800 01 WS-LEASE-LINE-2.                                              00008800
008900     05 FILLER                  PIC X(12) VALUE 'LEASE       '.   00008900
009000     05 WS-LL-START-DT          PIC X(10).                        00009000
009100     05 FILLER                  PIC X(4)  VALUE ' TO '.           00009100
009200     05 WS-LL-END-DT            PIC X(10).                        00009200
009300     05 FILLER                  PIC X(10) VALUE '  STATUS '.      00009300
009400     05 WS-LL-STAT-CD           PIC X(1).                         00009400
009500     05 FILLER                  PIC X(32) VALUE SPACES.           00009500
009600 01 WS-LEASE-LINE-3.                                              00009600
009700     05 FILLER                  PIC X(12) VALUE 'OPTION      '.   00009700
009800     05 WS-LL-OPTN-DT           PIC X(10).                        00009800
009900     05 FILLER                  PIC X(9)  VALUE '  NOTICE '.      00009900
010000     05 WS-LL-NOTICE-DAYS       PIC ZZ9.                          00010000
010100     05 FILLER                  PIC X(16) VALUE                   00010100
010200        ' DAYS, NOTICE BY'.                                       00010200
010300     05 FILLER                  PIC X(1)  VALUE SPACES.           00010300
010400     05 WS-LL-NOTICE-BY-DT      PIC X(10).                        00010400
010500     05 FILLER                  PIC X(18) VALUE SPACES.           00010500
010600 01 WS-LEASE-LINE-4.                                              00010600
010700     05 FILLER                  PIC X(12) VALUE 'LAST CHANGE '.   00010700
010800     05 WS-LL-LST-UPDT-TS       PIC X(26).                        00010800
010900     05 FILLER                  PIC X(9)  VALUE '  SOURCE '.      00010900
011000     05 WS-LL-SRC-CD            PIC X(1).                         00011000
011100     05 FILLER                  PIC X(31) VALUE SPACES.           00011100
011200                                                                  00011200
011300*=================================================================00011300
011400* Misc copy books.                                                00011400
011500*=================================================================00011500
011600 COPY DFHEIBLK.                                                   00011600
011700 COPY XXXN001A.                                                   00011700
0117A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000117A0
0117A1 COPY MMMC0181.                                                   000117A1
011800                                                                  00011800
011900*=================================================================00011900
012000*  DB2 Areas                                                      00012000
012100*=================================================================00012100
012200     EXEC SQL                                                     00012200
012300       INCLUDE SQLCA                                              00012300
012400     END-EXEC.                                                    00012400
012500                                                                  00012500
012600     EXEC SQL                                                     00012600
012700       INCLUDE DDDTLS01                                           00012700
012800     END-EXEC.                                                    00012800
012900                                                                  00012900
013000 PROCEDURE DIVISION.                                              00013000
013100*=================================================================00013100
013200* Main program logic...                                           00013200
013300*=================================================================00013300
013400 000-MAINLINE.                                                    00013400
013500     INITIALIZE XXXN001A                                          00013500
013600                                                                  00013600
013700     EXEC CICS RECEIVE                                            00013700
013800       INTO   (WS-INPUT-AREA)                                     00013800
013900       LENGTH (WS-INPUT-LEN)                                      00013900
014000       RESP   (WS-RESP)                                           00014000
014100     END-EXEC                                                     00014100
014200                                                                  00014200
014300     PERFORM 100-EDIT-REQUEST                                     00014300
014400                                                                  00014400
014500     IF SUCCESS                                                   00014500
014600       EVALUATE TRUE                                              00014600
014700         WHEN WS-ACT-ADD                                          00014700
014800           PERFORM 200-ADD-THE-LEASE                              00014800
014900         WHEN WS-ACT-UPDATE                                       00014900
015000           PERFORM 300-UPDATE-THE-LEASE                           00015000
015100         WHEN WS-ACT-DELETE                                       00015100
015200           PERFORM 400-DELETE-THE-LEASE                           00015200
015300         WHEN WS-ACT-TERMINATE                                    00015300
015400           PERFORM 450-TERMINATE-THE-LEASE                        00015400
015500         WHEN WS-ACT-INQUIRE                                      00015500
015600           PERFORM 600-SHOW-THE-LEASE                             00015600
015700       END-EVALUATE                                               00015700
015800     END-IF                                                       00015800
015900                                                                  00015900
016000     IF NOT SUCCESS                                               00016000
016100       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00016100
016200     END-IF                                                       00016200
016300     PERFORM 700-SEND-SCREEN                                      00016300
016400                                                                  00016400
016500     EXEC CICS RETURN                                             00016500
016600       TRANSID ('MC09')                                           00016600
016700     END-EXEC                                                     00016700
016800     .                                                            00016800
016900                                                                  00016900
017000*=================================================================00017000
017100* The usual edits - action, store on the master, and for the      00017100
017200* add/update the landlord and a lease that hangs together.        00017200
017300*=================================================================00017300
017400 100-EDIT-REQUEST.                                                00017400
017500     PERFORM VARYING WS-DTL-IDX FROM 1 BY 1                       00017500
017600     UNTIL WS-DTL-IDX > 10                                        00017600
017700       MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                     00017700
017800     END-PERFORM                                                  00017800
017900                                                                  00017900
018000     EVALUATE TRUE                                                00018000
018100       WHEN NOT WS-ACT-ADD AND NOT WS-ACT-UPDATE                  00018100
018200        AND NOT WS-ACT-DELETE AND NOT WS-ACT-TERMINATE            00018200
018300        AND NOT WS-ACT-INQUIRE                                    00018300
018400         SET  FAILURE TO TRUE                                     00018400
018500         MOVE 'ACTION MUST BE A, U, D, T OR I'                    00018500
018600           TO IS-RTRN-MSG-TXT                                     00018600
018700       WHEN WS-IN-STORE-X NOT NUMERIC                             00018700
018800         SET  FAILURE TO TRUE                                     00018800
018900         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00018900
019000           TO IS-RTRN-MSG-TXT                                     00019000
019100       WHEN ( WS-ACT-ADD OR WS-ACT-UPDATE )                       00019100
019200        AND WS-IN-LANDLORD = SPACES                               00019200
019300         SET  FAILURE TO TRUE                                     00019300
019400         MOVE 'LANDLORD NAME IS REQUIRED'                         00019400
019500           TO IS-RTRN-MSG-TXT                                     00019500
019600       WHEN ( WS-ACT-ADD OR WS-ACT-UPDATE )                       00019600
019700        AND WS-IN-NOTICE-X NOT = SPACES                           00019700
019800        AND WS-IN-NOTICE-X NOT NUMERIC                            00019800
019900         SET  FAILURE TO TRUE                                     00019900
020000         MOVE 'NOTICE DAYS MUST BE 3 DIGITS'                      00020000
020100           TO IS-RTRN-MSG-TXT                                     00020100
020200     END-EVALUATE                                                 00020200
020300                                                                  00020300
020400     IF SUCCESS AND ( WS-ACT-ADD OR WS-ACT-UPDATE )               00020400
020500       PERFORM 120-EDIT-THE-DATES                                 00020500
020600     END-IF                                                       00020600
020700     IF SUCCESS AND WS-ACT-TERMINATE                              00020700
020800       MOVE WS-IN-END-DT TO WS-EDIT-DT                            00020800
020900       PERFORM 160-EDIT-ONE-DATE                                  00020900
021000       IF WS-EDIT-DT-BAD                                          00021000
021100         SET  FAILURE TO TRUE                                     00021100
021200         MOVE 'TERMINATION DATE (END DATE) MUST BE YYYY-MM-DD'    00021200
021300           TO IS-RTRN-MSG-TXT                                     00021300
021400       END-IF                                                     00021400
021500     END-IF                                                       00021500
021600                                                                  00021600
021700     IF SUCCESS                                                   00021700
021800       PERFORM 150-CHECK-THE-STORE                                00021800
021900     END-IF                                                       00021900
022000     .                                                            00022000
022100                                                                  00022100
022200*    Dates are compared as keyed - yyyy-mm-dd sorts as a date.    00022200
022300 120-EDIT-THE-DATES.                                              00022300
022400     MOVE WS-IN-START-DT TO WS-EDIT-DT                            00022400
022500     PERFORM 160-EDIT-ONE-DATE                                    00022500
022600     IF WS-EDIT-DT-BAD                                            00022600
022700       SET  FAILURE TO TRUE                                       00022700
022800       MOVE 'LEASE START DATE MUST BE YYYY-MM-DD'                 00022800
022900         TO IS-RTRN-MSG-TXT                                       00022900
023000     END-IF                                                       00023000
023100     IF SUCCESS                                                   00023100
023200       MOVE WS-IN-END-DT TO WS-EDIT-DT                            00023200
023300       PERFORM 160-EDIT-ONE-DATE                                  00023300
023400       IF WS-EDIT-DT-BAD                                          00023400
023500         SET  FAILURE TO TRUE                                     00023500
023600         MOVE 'LEASE END DATE MUST BE YYYY-MM-DD'                 00023600
023700           TO IS-RTRN-MSG-TXT                                     00023700
023800       END-IF                                                     00023800
023900     END-IF                                                       00023900
024000     IF SUCCESS AND WS-IN-END-DT NOT > WS-IN-START-DT             00024000
024100       SET  FAILURE TO TRUE                                       00024100
024200       MOVE 'LEASE END DATE MUST BE AFTER THE START DATE'         00024200
024300         TO IS-RTRN-MSG-TXT                                       00024300
024400     END-IF                                                       00024400
024500     IF SUCCESS AND WS-IN-OPTN-DT NOT = SPACES                    00024500
024600       MOVE WS-IN-OPTN-DT TO WS-EDIT-DT                           00024600
024700       PERFORM 160-EDIT-ONE-DATE                                  00024700
024800       EVALUATE TRUE                                              00024800
024900         WHEN WS-EDIT-DT-BAD                                      00024900
025000           SET  FAILURE TO TRUE                                   00025000
025100           MOVE 'OPTION DATE MUST BE YYYY-MM-DD OR BLANK'         00025100
025200             TO IS-RTRN-MSG-TXT                                   00025200
025300         WHEN WS-IN-OPTN-DT NOT > WS-IN-START-DT                  00025300
025400           OR WS-IN-OPTN-DT > WS-IN-END-DT                        00025400
025500           SET  FAILURE TO TRUE                                   00025500
025600           MOVE 'OPTION DATE MUST FALL INSIDE THE LEASE'          00025600
025700             TO IS-RTRN-MSG-TXT                                   00025700
025800       END-EVALUATE                                               00025800
025900     END-IF                                                       00025900
026000     .                                                            00026000
026100                                                                  00026100
026200 150-CHECK-THE-STORE.                                             00026200
026300     MOVE 0 TO WS-STORE-CNT                                       00026300
026400     MOVE WS-IN-STORE-N                                           00026400
026500       TO LS-LOC-NBR OF DCLFC-XXXAIL-STORE-LEASE                  00026500
026600     EXEC SQL                                                     00026600
026700       SELECT COUNT(*)                                            00026700
026800        INTO :WS-STORE-CNT                                        00026800
026900       FROM FC_XXXAIL_STORES                                      00026900
027000       WHERE FC_STORE_NO =                                        00027000
027100             :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR                 00027100
027200     END-EXEC                                                     00027200
027300     EVALUATE TRUE                                                00027300
027400       WHEN SQLCODE NOT = 0                                       00027400
027500         PERFORM 800-SQL-ERROR                                    00027500
027600       WHEN WS-STORE-CNT = 0                                      00027600
027700         SET  FAILURE TO TRUE                                     00027700
027800         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00027800
027900           TO IS-RTRN-MSG-TXT                                     00027900
028000     END-EVALUATE                                                 00028000
028100     .                                                            00028100
028200                                                                  00028200
028300 160-EDIT-ONE-DATE.                                               00028300
028400     SET WS-EDIT-DT-BAD TO TRUE                                   00028400
028500     IF  WS-EDIT-YYYY NUMERIC                                     00028500
028600     AND WS-EDIT-MM   NUMERIC                                     00028600
028700     AND WS-EDIT-DD   NUMERIC                                     00028700
028800     AND WS-EDIT-DASH-1 = '-'                                     00028800
028900     AND WS-EDIT-DASH-2 = '-'                                     00028900
029000     AND WS-EDIT-YYYY > 1900                                      00029000
029100     AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12                     00029100
029200     AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31                     00029200
029300       SET WS-EDIT-DT-OK TO TRUE                                  00029300
029400     END-IF                                                       00029400
029500     .                                                            00029500
029600                                                                  00029600
029700 200-ADD-THE-LEASE.                                               00029700
029800     PERFORM 250-FOLD-THE-FIELDS                                  00029800
029900     EXEC SQL                                                     00029900
030000       INSERT INTO FC_XXXAIL_STORE_LEASE                          00030000
030100          ( LS_LOC_NBR, LS_LOC_TYP_CD, LS_LANDLORD_NM,            00030100
030200            LS_START_DT, LS_END_DT, LS_OPTN_DT,                   00030200
030300            LS_NOTICE_DAYS, LS_STAT_CD, LS_SRC_CD,                00030300
030400            LS_LST_UPDT_TS )                                      00030400
030500       VALUES                                                     00030500
030600          ( :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR, 'S ',           00030600
030700            :DCLFC-XXXAIL-STORE-LEASE.LS-LANDLORD-NM,             00030700
030800            :DCLFC-XXXAIL-STORE-LEASE.LS-START-DT,                00030800
030900            :DCLFC-XXXAIL-STORE-LEASE.LS-END-DT,                  00030900
031000            :DCLFC-XXXAIL-STORE-LEASE.LS-OPTN-DT,                 00031000
031100            :DCLFC-XXXAIL-STORE-LEASE.LS-NOTICE-DAYS,             00031100
031200            'A', 'O', CURRENT TIMESTAMP )                         00031200
031300     END-EXEC                                                     00031300
031400     EVALUATE TRUE                                                00031400
031500       WHEN SQLCODE = 0                                           00031500
031600         MOVE 'LEASE ADDED' TO WS-SCR-MSG                         00031600
031700       WHEN SQLCODE = -803                                        00031700
031800         MOVE 0 TO SQLCODE                                        00031800
031900         SET  FAILURE TO TRUE                                     00031900
032000         MOVE 'THAT STORE ALREADY HAS A LEASE - USE U'            00032000
032100           TO IS-RTRN-MSG-TXT                                     00032100
032200       WHEN OTHER                                                 00032200
032300         PERFORM 800-SQL-ERROR                                    00032300
032400     END-EVALUATE                                                 00032400
032500     .                                                            00032500
032600                                                                  00032600
032700 250-FOLD-THE-FIELDS.                                             00032700
032800     MOVE WS-IN-LANDLORD TO LS-LANDLORD-NM                        00032800
032900                            OF DCLFC-XXXAIL-STORE-LEASE           00032900
033000     MOVE WS-IN-START-DT TO LS-START-DT                           00033000
033100                            OF DCLFC-XXXAIL-STORE-LEASE           00033100
033200     MOVE WS-IN-END-DT   TO LS-END-DT                             00033200
033300                            OF DCLFC-XXXAIL-STORE-LEASE           00033300
033400     IF WS-IN-OPTN-DT = SPACES                                    00033400
033500       MOVE '0001-01-01' TO LS-OPTN-DT                            00033500
033600                            OF DCLFC-XXXAIL-STORE-LEASE           00033600
033700     ELSE                                                         00033700
033800       MOVE WS-IN-OPTN-DT TO LS-OPTN-DT                           00033800
033900                            OF DCLFC-XXXAIL-STORE-LEASE           00033900
034000     END-IF                                                       00034000
034100     IF WS-IN-NOTICE-X = SPACES                                   00034100
034200       MOVE 0 TO LS-NOTICE-DAYS OF DCLFC-XXXAIL-STORE-LEASE       00034200
034300     ELSE                                                         00034300
034400       MOVE WS-IN-NOTICE-N TO LS-NOTICE-DAYS                      00034400
034500                            OF DCLFC-XXXAIL-STORE-LEASE           00034500
034600     END-IF                                                       00034600
034700     .                                                            00034700
034800                                                                  00034800
034900*    An update re-activates a terminated lease - keying new       00034900
035000*    terms is a renewal.                                          00035000
035100 300-UPDATE-THE-LEASE.                                            00035100
035200     PERFORM 250-FOLD-THE-FIELDS                                  00035200
035300     EXEC SQL                                                     00035300
035400       UPDATE FC_XXXAIL_STORE_LEASE                               00035400
035500          SET LS_LANDLORD_NM =                                    00035500
035600              :DCLFC-XXXAIL-STORE-LEASE.LS-LANDLORD-NM,           00035600
035700              LS_START_DT    =                                    00035700
035800              :DCLFC-XXXAIL-STORE-LEASE.LS-START-DT,              00035800
035900              LS_END_DT      =                                    00035900
036000              :DCLFC-XXXAIL-STORE-LEASE.LS-END-DT,                00036000
036100              LS_OPTN_DT     =                                    00036100
036200              :DCLFC-XXXAIL-STORE-LEASE.LS-OPTN-DT,               00036200
036300              LS_NOTICE_DAYS =                                    00036300
036400              :DCLFC-XXXAIL-STORE-LEASE.LS-NOTICE-DAYS,           00036400
036500              LS_STAT_CD     = 'A',                               00036500
036600              LS_SRC_CD      = 'O',                               00036600
036700              LS_LST_UPDT_TS = CURRENT TIMESTAMP                  00036700
036800        WHERE LS_LOC_NBR =                                        00036800
036900              :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR                00036900
037000          AND LS_LOC_TYP_CD = 'S '                                00037000
037100     END-EXEC                                                     00037100
037200     PERFORM 850-JUDGE-THE-UPDATE                                 00037200
037300     IF SUCCESS AND SQLCODE = 0                                   00037300
037400       MOVE 'LEASE UPDATED' TO WS-SCR-MSG                         00037400
037500     END-IF                                                       00037500
037600     .                                                            00037600
037700                                                                  00037700
037800 400-DELETE-THE-LEASE.                                            00037800
037900     EXEC SQL                                                     00037900
038000       DELETE FROM FC_XXXAIL_STORE_LEASE                          00038000
038100        WHERE LS_LOC_NBR =                                        00038100
038200              :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR                00038200
038300          AND LS_LOC_TYP_CD = 'S '                                00038300
038400     END-EXEC                                                     00038400
038500     PERFORM 850-JUDGE-THE-UPDATE                                 00038500
038600     IF SUCCESS AND SQLCODE = 0                                   00038600
038700       MOVE 'LEASE DELETED' TO WS-SCR-MSG                         00038700
038800     END-IF                                                       00038800
038900     .                                                            00038900
039000                                                                  00039000
039100*    An early termination ends the lease on the keyed date and    00039100
039200*    drops any option still open.                                 00039200
039300 450-TERMINATE-THE-LEASE.                                         00039300
039400     MOVE WS-IN-END-DT TO LS-END-DT OF DCLFC-XXXAIL-STORE-LEASE   00039400
039500     EXEC SQL                                                     00039500
039600       UPDATE FC_XXXAIL_STORE_LEASE                               00039600
039700          SET LS_END_DT      =                                    00039700
039800              :DCLFC-XXXAIL-STORE-LEASE.LS-END-DT,                00039800
039900              LS_OPTN_DT     = '0001-01-01',                      00039900
040000              LS_STAT_CD     = 'T',                               00040000
040100              LS_SRC_CD      = 'O',                               00040100
040200              LS_LST_UPDT_TS = CURRENT TIMESTAMP                  00040200
040300        WHERE LS_LOC_NBR =                                        00040300
040400              :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR                00040400
040500          AND LS_LOC_TYP_CD = 'S '                                00040500
040600     END-EXEC                                                     00040600
040700     PERFORM 850-JUDGE-THE-UPDATE                                 00040700
040800     IF SUCCESS AND SQLCODE = 0                                   00040800
040900       MOVE 'LEASE TERMINATED' TO WS-SCR-MSG                      00040900
041000     END-IF                                                       00041000
041100     .                                                            00041100
041200                                                                  00041200
041300*=================================================================00041300
041400* Inquire: the store's lease, with the option-notice date         00041400
041500* worked out.                                                     00041500
041600*=================================================================00041600
041700 600-SHOW-THE-LEASE.                                              00041700
041800     MOVE SPACES TO WS-NOTICE-BY-DT                               00041800
041900     EXEC SQL                                                     00041900
042000       SELECT LS_LANDLORD_NM, LS_START_DT, LS_END_DT,             00042000
042100              LS_OPTN_DT, LS_NOTICE_DAYS, LS_STAT_CD,             00042100
042200              LS_SRC_CD, LS_LST_UPDT_TS,                          00042200
042300              CASE WHEN LS_OPTN_DT > '0001-01-01'                 00042300
042400                   THEN CHAR(LS_OPTN_DT - LS_NOTICE_DAYS DAYS)    00042400
042500                   ELSE ' ' END                                   00042500
042600        INTO :DCLFC-XXXAIL-STORE-LEASE.LS-LANDLORD-NM,            00042600
042700             :DCLFC-XXXAIL-STORE-LEASE.LS-START-DT,               00042700
042800             :DCLFC-XXXAIL-STORE-LEASE.LS-END-DT,                 00042800
042900             :DCLFC-XXXAIL-STORE-LEASE.LS-OPTN-DT,                00042900
043000             :DCLFC-XXXAIL-STORE-LEASE.LS-NOTICE-DAYS,            00043000
043100             :DCLFC-XXXAIL-STORE-LEASE.LS-STAT-CD,                00043100
043200             :DCLFC-XXXAIL-STORE-LEASE.LS-SRC-CD,                 00043200
043300             :DCLFC-XXXAIL-STORE-LEASE.LS-LST-UPDT-TS,            00043300
043400             :WS-NOTICE-BY-DT                                     00043400
043500       FROM FC_XXXAIL_STORE_LEASE                                 00043500
043600       WHERE LS_LOC_NBR =                                         00043600
043700             :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR                 00043700
043800         AND LS_LOC_TYP_CD = 'S '                                 00043800
043900     END-EXEC                                                     00043900
044000     EVALUATE TRUE                                                00044000
044100       WHEN SQLCODE = 0                                           00044100
044200         MOVE 'LEASE ON FILE' TO WS-SCR-MSG                       00044200
044300         MOVE LS-LANDLORD-NM OF DCLFC-XXXAIL-STORE-LEASE          00044300
044400           TO WS-LL-LANDLORD                                      00044400
044500         MOVE LS-START-DT OF DCLFC-XXXAIL-STORE-LEASE             00044500
044600           TO WS-LL-START-DT                                      00044600
044700         MOVE LS-END-DT OF DCLFC-XXXAIL-STORE-LEASE               00044700
044800           TO WS-LL-END-DT                                        00044800
044900         MOVE LS-STAT-CD OF DCLFC-XXXAIL-STORE-LEASE              00044900
045000           TO WS-LL-STAT-CD                                       00045000
045100         IF LS-OPTN-DT OF DCLFC-XXXAIL-STORE-LEASE                00045100
045200              = '0001-01-01'                                      00045200
045300           MOVE 'NONE LEFT' TO WS-LL-OPTN-DT                      00045300
045400         ELSE                                                     00045400
045500           MOVE LS-OPTN-DT OF DCLFC-XXXAIL-STORE-LEASE            00045500
045600             TO WS-LL-OPTN-DT                                     00045600
045700         END-IF                                                   00045700
045800         MOVE LS-NOTICE-DAYS OF DCLFC-XXXAIL-STORE-LEASE          00045800
045900           TO WS-LL-NOTICE-DAYS                                   00045900
046000         MOVE WS-NOTICE-BY-DT TO WS-LL-NOTICE-BY-DT               00046000
046100         MOVE LS-LST-UPDT-TS OF DCLFC-XXXAIL-STORE-LEASE          00046100
046200           TO WS-LL-LST-UPDT-TS                                   00046200
046300         MOVE LS-SRC-CD OF DCLFC-XXXAIL-STORE-LEASE               00046300
046400           TO WS-LL-SRC-CD                                        00046400
046500         MOVE WS-LEASE-LINE-1 TO WS-SCR-DTL (1)                   00046500
046600         MOVE WS-LEASE-LINE-2 TO WS-SCR-DTL (2)                   00046600
046700         MOVE WS-LEASE-LINE-3 TO WS-SCR-DTL (3)                   00046700
046800         MOVE WS-LEASE-LINE-4 TO WS-SCR-DTL (4)                   00046800
046900       WHEN SQLCODE = 100                                         00046900
047000         MOVE 0 TO SQLCODE                                        00047000
047100         MOVE 'NO LEASE ON FILE FOR THAT STORE' TO WS-SCR-MSG     00047100
047200       WHEN OTHER                                                 00047200
047300         PERFORM 800-SQL-ERROR                                    00047300
047400     END-EVALUATE                                                 00047400
047500     .                                                            00047500
047600                                                                  00047600
047700 700-SEND-SCREEN.                                                 00047700
0477A0     PERFORM 710-SHOW-FREEZE-BANNER                               000477A0
047800     EXEC CICS SEND TEXT                                          00047800
047900       FROM   (WS-SCREEN-AREA)                                    00047900
048000       LENGTH (WS-SCREEN-LEN)                                     00048000
048100       ERASE                                                      00048100
048200     END-EXEC                                                     00048200
048300     .                                                            00048300
0483A0                                                                  000483A0
0483A1*=================================================================000483A1
0483A2* While a change freeze is on, its id and end show at the right   000483A2
0483A3* of the heading line (MMMS0181) - the DAOs still decide what     000483A3
0483A4* may change.                                                     000483A4
0483A5*=================================================================000483A5
0483A6 710-SHOW-FREEZE-BANNER.                                          000483A6
0483A7     SET  MMMC0181-GET-BANNER TO TRUE                             000483A7
0483A8     CALL MMMS0181-FREEZE-SVC USING                               000483A8
0483A9         XXXN001A                                                 000483A9
0483B0         MMMC0181                                                 000483B0
0483B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000483B1
0483B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000483B2
0483B3     END-IF                                                       000483B3
0483B4     .                                                            000483B4
048400                                                                  00048400
048500 800-SQL-ERROR.                                                   00048500
048600     MOVE SQLCODE TO WS-SQLCODE                                   00048600
048700     SET  FAILURE TO TRUE                                         00048700
048800     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00048800
048900     STRING 'MMMO0900 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00048900
049000       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00049000
049100     .                                                            00049100
049200                                                                  00049200
049300 850-JUDGE-THE-UPDATE.                                            00049300
049400     EVALUATE TRUE                                                00049400
049500       WHEN SQLCODE = 100                                         00049500
049600         MOVE 0 TO SQLCODE                                        00049600
049700         SET  FAILURE TO TRUE                                     00049700
049800         MOVE 'NO LEASE ON FILE FOR THAT STORE'                   00049800
049900           TO IS-RTRN-MSG-TXT                                     00049900
050000       WHEN SQLCODE NOT = 0                                       00050000
050100         PERFORM 800-SQL-ERROR                                    00050100
050200     END-EVALUATE                                                 00050200
050300     .                                                            00050300
