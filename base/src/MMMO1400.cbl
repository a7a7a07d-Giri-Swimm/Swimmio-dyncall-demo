000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO1400.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Store services and amenities maintenance.                       00000600
000700*                                                                 00000700
000800* Keys the services a store offers - pharmacy drive-thru, fuel,   00000800
000900* bank branch, deli, curbside pickup, EV charging and whatever    00000900
001000* else is set up as a service type (MMMO0200 table VT) - onto     00001000
001100* FC_XXXAIL_STORE_SVC: add, update (a new end date or new         00001100
001200* hours), end, delete, and inquire. Every change goes through     00001200
001300* MMMS0184, the same edits the bulk loader MMMB3402 gets.         00001300
001400*                                                                 00001400
001500* Input line:                                                     00001500
001600*   a sssssssss tttt yyyy-mm-dd yyyy-mm-dd hh.mm.ss hh.mm.ss      00001600
001700*   a=A add / U update / E end / D delete / I inquire             00001700
001800*   tttt the service type (blank on I lists every service),       00001800
001900*   then the start date (required except on I), the end date      00001900
002000*   (blank on A runs on, on E means today, on U keeps), and the   00002000
002100*   open and close times for a service that keeps its own         00002100
002200*   hours (blank on U keeps).                                     00002200
002300*-----------------------------------------------------------------00002300
002400 ENVIRONMENT DIVISION.                                            00002400
002500 DATA DIVISION.                                                   00002500
002600 WORKING-STORAGE SECTION.                                         00002600
002700*=================================================================00002700
002800* Misc working storage.                                           00002800
002900*=================================================================00002900
003000 01 WS-SQLCODE                  PIC ----9.                        00003000
003100 01 WS-DUMMY                    PIC X(1)  VALUE SPACES.           00003100
003200 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00003200
003300 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00003300
003400 01 WS-STORE-CNT                PIC S9(9) COMP VALUE 0.           00003400
003500 01 WS-TODAY                    PIC X(10) VALUE SPACES.           00003500
003600 01 MMMS0184-STORE-SVC          PIC X(8)  VALUE 'MMMS0184'.       00003600
003700                                                                  00003700
003800 01 WS-INPUT-AREA.                                                00003800
003900     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00003900
004000         88 WS-ACT-ADD                  VALUE 'A'.                00004000
004100         88 WS-ACT-UPDATE               VALUE 'U'.                00004100
004200         88 WS-ACT-END                  VALUE 'E'.                00004200
004300         88 WS-ACT-DELETE               VALUE 'D'.                00004300
004400         88 WS-ACT-INQUIRE              VALUE 'I'.                00004400
004500     05 FILLER                  PIC X(1).                         00004500
004600     05 WS-IN-STORE-X           PIC X(9)  VALUE SPACES.           00004600
004700     05 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                     00004700
004800                                PIC 9(9).                         00004800
004900     05 FILLER                  PIC X(1).                         00004900
005000     05 WS-IN-SVC-CD            PIC X(4)  VALUE SPACES.           00005000
005100     05 FILLER                  PIC X(1).                         00005100
005200     05 WS-IN-STRT-DT           PIC X(10) VALUE SPACES.           00005200
005300     05 FILLER                  PIC X(1).                         00005300
005400     05 WS-IN-END-DT            PIC X(10) VALUE SPACES.           00005400
005500     05 FILLER                  PIC X(1).                         00005500
005600     05 WS-IN-OPEN-TM           PIC X(8)  VALUE SPACES.           00005600
005700     05 FILLER                  PIC X(1).                         00005700
005800     05 WS-IN-CLOS-TM           PIC X(8)  VALUE SPACES.           00005800
005900     05 FILLER                  PIC X(24) VALUE SPACES.           00005900
006000 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00006000
006100                                                                  00006100
006200 01 WS-SCREEN-AREA.                                               00006200
006300     05 WS-SCR-HDG1             PIC X(79) VALUE                   00006300
006400        'MMMO1400       STORE SERVICES AND AMENITIES'.            00006400
006500     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00006500
006600     05 WS-SCR-DTL OCCURS 10 TIMES                                00006600
006700                                PIC X(79).                        00006700
006800 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00006800
006900                                                                  00006900
007000 01 WS-SERVICE-LINE.                                              00007000
007100     05 WS-VL-SVC-CD            PIC X(4).                         00007100
007200     05 FILLER                  PIC X(1)  VALUE SPACES.           00007200
007300     05 WS-VL-SVC-DES           PIC X(20).                        00007300
007400     05 FILLER                  PIC X(1)  VALUE SPACES.           00007400
007500     05 WS-VL-STRT-DT           PIC X(10).                        00007500
007600     05 FILLER                  PIC X(1)  VALUE SPACES.           00007600
007700     05 WS-VL-END-DT            PIC X(10).                        00007700
007800     05 FILLER                  PIC X(1)  VALUE SPACES.           00007800
007900     05 WS-VL-OPEN-TM           PIC X(8).                         00007900
008000     05 FILLER                  PIC X(1)  VALUE SPACES.           00008000
008100     05 WS-VL-CLOS-TM           PIC X(8).                         00008100
008200     05 FILLER                  PIC X(1)  VALUE SPACES.           00008200
008300     05 WS-VL-STATUS            PIC X(9).                         00008300
008400     05 FILLER                  PIC X(4)  VALUE SPACES.           00008400
008500                                                                  00008500
008600*=================================================================00008600
008700* Misc copy books.                                                00008700
008800*=================================================================00008800
008900 COPY DFHEIBLK.                                                   00008900
009000 COPY NNNN000U.                                                   00009000
009100 COPY YYYN000A.                                                   00009100
009200 COPY XXXN001A.                                                   00009200
009300 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       00009300
009400 COPY MMMC0181.                                                   00009400
009500 COPY YYYC0107.                                                   00009500
009600 COPY MMMC0184.                                                   00009600
009700                                                                  00009700
009800*=================================================================00009800
009900*  DB2 Areas                                                      00009900
010000*=================================================================00010000
010100     EXEC SQL                                                     00010100
010200       INCLUDE SQLCA                                              00010200
010300     END-EXEC.                                                    00010300
010400                                                                  00010400
010500     EXEC SQL                                                     00010500
010600       INCLUDE DDDTSS01                                           00010600
010700     END-EXEC.                                                    00010700
010800                                                                  00010800
010900     EXEC SQL                                                     00010900
011000       INCLUDE DDDTVT01                                           00011000
011100     END-EXEC.                                                    00011100
011200                                                                  00011200
011300     EXEC SQL                                                     00011300
011400       DECLARE SERVICE-CSR CURSOR FOR                             00011400
011500       SELECT S.SS_SVC_CD, COALESCE(T.VT_SVC_DES, ' '),           00011500
011600              S.SS_STRT_DT, S.SS_END_DT,                          00011600
011700              S.SS_OPEN_TM, S.SS_CLOS_TM                          00011700
011800         FROM FC_XXXAIL_STORE_SVC S                               00011800
011900         LEFT OUTER JOIN FC_XXXAIL_SVC_TYPE T                     00011900
012000           ON T.VT_SVC_CD = S.SS_SVC_CD                           00012000
012100        WHERE S.SS_LOC_NBR    = :DCLFC-XXXAIL-STORE-SVC.SS-LOC-NBR00012100
012200          AND S.SS_LOC_TYP_CD = 'S '                              00012200
012300          AND ( S.SS_SVC_CD =                                     00012300
012400                :DCLFC-XXXAIL-STORE-SVC.SS-SVC-CD                 00012400
012500             OR :DCLFC-XXXAIL-STORE-SVC.SS-SVC-CD = ' ' )         00012500
012600        ORDER BY S.SS_SVC_CD, S.SS_STRT_DT DESC                   00012600
012700     END-EXEC.                                                    00012700
012800                                                                  00012800
012900 PROCEDURE DIVISION.                                              00012900
013000*=================================================================00013000
013100* Main program logic...                                           00013100
013200*=================================================================00013200
013300 000-MAINLINE.                                                    00013300
013400     INITIALIZE XXXN001A                                          00013400
013500                                                                  00013500
013600     EXEC CICS RECEIVE                                            00013600
013700       INTO   (WS-INPUT-AREA)                                     00013700
013800       LENGTH (WS-INPUT-LEN)                                      00013800
013900       RESP   (WS-RESP)                                           00013900
014000     END-EXEC                                                     00014000
014100                                                                  00014100
014200     PERFORM 050-GET-CURRENT-USER                                 00014200
014300     PERFORM 100-EDIT-REQUEST                                     00014300
014400                                                                  00014400
014500     IF SUCCESS                                                   00014500
014600       IF WS-ACT-INQUIRE                                          00014600
014700         PERFORM 600-LIST-THE-SERVICES                            00014700
014800       ELSE                                                       00014800
014900         PERFORM 200-CHANGE-THE-SERVICE                           00014900
015000       END-IF                                                     00015000
015100     END-IF                                                       00015100
015200                                                                  00015200
015300     IF NOT SUCCESS                                               00015300
015400       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00015400
015500     END-IF                                                       00015500
015600     PERFORM 700-SEND-SCREEN                                      00015600
015700                                                                  00015700
015800     EXEC CICS RETURN                                             00015800
015900       TRANSID ('MC14')                                           00015900
016000     END-EXEC                                                     00016000
016100     .                                                            00016100
016200                                                                  00016200
016300*=================================================================00016300
016400* Identify the operator for the row's last-update stamp...        00016400
016500*=================================================================00016500
016600 050-GET-CURRENT-USER.                                            00016600
016700     CALL Z-GET-CICS-USER-ID USING                                00016700
016800         EIBLK    WS-DUMMY                                        00016800
016900         XXXN001A YYYC0107                                        00016900
017000     .                                                            00017000
017100                                                                  00017100
017200*=================================================================00017200
017300* The screen's own edits - action, store on the master, and the   00017300
017400* fields each action needs. Dates, hours and the service type     00017400
017500* are left to MMMS0184.                                           00017500
017600*=================================================================00017600
017700 100-EDIT-REQUEST.                                                00017700
017800     PERFORM VARYING WS-DTL-IDX FROM 1 BY 1                       00017800
017900     UNTIL WS-DTL-IDX > 10                                        00017900
018000       MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                     00018000
018100     END-PERFORM                                                  00018100
018200                                                                  00018200
018300     EVALUATE TRUE                                                00018300
018400       WHEN NOT SUCCESS                                           00018400
018500         CONTINUE                                                 00018500
018600       WHEN NOT WS-ACT-ADD AND NOT WS-ACT-UPDATE                  00018600
018700        AND NOT WS-ACT-END AND NOT WS-ACT-DELETE                  00018700
018800        AND NOT WS-ACT-INQUIRE                                    00018800
018900         SET  FAILURE TO TRUE                                     00018900
019000         MOVE 'ACTION MUST BE A, U, E, D OR I'                    00019000
019100           TO IS-RTRN-MSG-TXT                                     00019100
019200       WHEN WS-IN-STORE-X NOT NUMERIC                             00019200
019300         SET  FAILURE TO TRUE                                     00019300
019400         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00019400
019500           TO IS-RTRN-MSG-TXT                                     00019500
019600       WHEN WS-IN-SVC-CD = SPACES AND NOT WS-ACT-INQUIRE          00019600
019700         SET  FAILURE TO TRUE                                     00019700
019800         MOVE 'A SERVICE TYPE IS REQUIRED'                        00019800
019900           TO IS-RTRN-MSG-TXT                                     00019900
020000       WHEN WS-IN-STRT-DT = SPACES AND NOT WS-ACT-INQUIRE         00020000
020100         SET  FAILURE TO TRUE                                     00020100
020200         MOVE 'THE START DATE IS REQUIRED'                        00020200
020300           TO IS-RTRN-MSG-TXT                                     00020300
020400     END-EVALUATE                                                 00020400
020500                                                                  00020500
020600     IF SUCCESS                                                   00020600
020700       PERFORM 150-CHECK-THE-STORE                                00020700
020800     END-IF                                                       00020800
020900     .                                                            00020900
021000                                                                  00021000
021100 150-CHECK-THE-STORE.                                             00021100
021200     MOVE 0 TO WS-STORE-CNT                                       00021200
021300     MOVE WS-IN-STORE-N                                           00021300
021400       TO SS-LOC-NBR OF DCLFC-XXXAIL-STORE-SVC                    00021400
021500     EXEC SQL                                                     00021500
021600       SELECT COUNT(*)                                            00021600
021700        INTO :WS-STORE-CNT                                        00021700
021800       FROM FC_XXXAIL_STORES                                      00021800
021900       WHERE FC_STORE_NO =                                        00021900
022000             :DCLFC-XXXAIL-STORE-SVC.SS-LOC-NBR                   00022000
022100     END-EXEC                                                     00022100
022200     EVALUATE TRUE                                                00022200
022300       WHEN SQLCODE NOT = 0                                       00022300
022400         PERFORM 800-SQL-ERROR                                    00022400
022500       WHEN WS-STORE-CNT = 0                                      00022500
022600         SET  FAILURE TO TRUE                                     00022600
022700         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00022700
022800           TO IS-RTRN-MSG-TXT                                     00022800
022900     END-EVALUATE                                                 00022900
023000     .                                                            00023000
023100                                                                  00023100
023200*=================================================================00023200
023300* Add, update, end or delete - all through MMMS0184.              00023300
023400*=================================================================00023400
023500 200-CHANGE-THE-SERVICE.                                          00023500
023600     INITIALIZE MMMC0184                                          00023600
023700     MOVE WS-IN-ACTION  TO MMMC0184-FUNC                          00023700
023800     MOVE WS-IN-STORE-N TO MMMC0184-LOC-NBR                       00023800
023900     MOVE 'S '          TO MMMC0184-LOC-TYP-CD                    00023900
024000     MOVE WS-IN-SVC-CD  TO MMMC0184-SVC-CD                        00024000
024100     MOVE WS-IN-STRT-DT TO MMMC0184-STRT-DT                       00024100
024200     MOVE WS-IN-END-DT  TO MMMC0184-END-DT                        00024200
024300     MOVE WS-IN-OPEN-TM TO MMMC0184-OPEN-TM                       00024300
024400     MOVE WS-IN-CLOS-TM TO MMMC0184-CLOS-TM                       00024400
024500     MOVE YYYC0107-USER TO MMMC0184-USER-ID                       00024500
024600     CALL MMMS0184-STORE-SVC USING                                00024600
024700         XXXN001A                                                 00024700
024800         MMMC0184                                                 00024800
024900     IF SUCCESS                                                   00024900
025000       EVALUATE TRUE                                              00025000
025100         WHEN WS-ACT-ADD                                          00025100
025200           MOVE 'SERVICE ADDED'   TO WS-SCR-MSG                   00025200
025300         WHEN WS-ACT-UPDATE                                       00025300
025400           MOVE 'SERVICE UPDATED' TO WS-SCR-MSG                   00025400
025500         WHEN WS-ACT-END                                          00025500
025600           MOVE SPACES TO WS-SCR-MSG                              00025600
025700           STRING 'SERVICE ENDED ' MMMC0184-END-DT                00025700
025800             DELIMITED BY SIZE INTO WS-SCR-MSG                    00025800
025900         WHEN WS-ACT-DELETE                                       00025900
026000           MOVE 'SERVICE DELETED' TO WS-SCR-MSG                   00026000
026100       END-EVALUATE                                               00026100
026200     END-IF                                                       00026200
026300     .                                                            00026300
026400                                                                  00026400
026500*=================================================================00026500
026600* Inquire: every service row for the store, latest start first    00026600
026700* within the service - in force, ended or not yet started.        00026700
026800*=================================================================00026800
026900 600-LIST-THE-SERVICES.                                           00026900
027000     MOVE WS-IN-SVC-CD TO SS-SVC-CD OF DCLFC-XXXAIL-STORE-SVC     00027000
027100     MOVE 'SERVICE / STARTS / ENDS / OPEN / CLOSE / STATUS'       00027100
027200       TO WS-SCR-MSG                                              00027200
027300     MOVE 0 TO WS-DTL-IDX                                         00027300
027400     EXEC SQL                                                     00027400
027500       SELECT CHAR(CURRENT DATE, ISO)                             00027500
027600         INTO :WS-TODAY                                           00027600
027700         FROM SYSIBM.SYSDUMMY1                                    00027700
027800     END-EXEC                                                     00027800
027900     IF SQLCODE = 0                                               00027900
028000       EXEC SQL                                                   00028000
028100         OPEN SERVICE-CSR                                         00028100
028200       END-EXEC                                                   00028200
028300     END-IF                                                       00028300
028400     IF SQLCODE NOT = 0                                           00028400
028500       PERFORM 800-SQL-ERROR                                      00028500
028600     ELSE                                                         00028600
028700       PERFORM 620-FETCH-ONE-SERVICE                              00028700
028800       PERFORM UNTIL SQLCODE NOT = 0                              00028800
028900                  OR WS-DTL-IDX NOT < 10                          00028900
029000         ADD 1 TO WS-DTL-IDX                                      00029000
029100         PERFORM 640-FORMAT-ONE-SERVICE                           00029100
029200         MOVE WS-SERVICE-LINE TO WS-SCR-DTL (WS-DTL-IDX)          00029200
029300         PERFORM 620-FETCH-ONE-SERVICE                            00029300
029400       END-PERFORM                                                00029400
029500       IF SQLCODE = 100                                           00029500
029600         MOVE 0 TO SQLCODE                                        00029600
029700       END-IF                                                     00029700
029800       EXEC SQL                                                   00029800
029900         CLOSE SERVICE-CSR                                        00029900
030000       END-EXEC                                                   00030000
030100       MOVE 0 TO SQLCODE                                          00030100
030200       IF WS-DTL-IDX = 0                                          00030200
030300         MOVE 'NO SERVICES ON FILE FOR THAT STORE'                00030300
030400           TO WS-SCR-MSG                                          00030400
030500       END-IF                                                     00030500
030600     END-IF                                                       00030600
030700     .                                                            00030700
030800                                                                  00030800
030900 620-FETCH-ONE-SERVICE.                                           00030900
031000     EXEC SQL                                                     00031000
031100       FETCH SERVICE-CSR                                          00031100
031200         INTO :DCLFC-XXXAIL-STORE-SVC.SS-SVC-CD,                  00031200
031300              :DCLFC-XXXAIL-SVC-TYPE.VT-SVC-DES,                  00031300
031400              :DCLFC-XXXAIL-STORE-SVC.SS-STRT-DT,                 00031400
031500              :DCLFC-XXXAIL-STORE-SVC.SS-END-DT,                  00031500
031600              :DCLFC-XXXAIL-STORE-SVC.SS-OPEN-TM,                 00031600
031700              :DCLFC-XXXAIL-STORE-SVC.SS-CLOS-TM                  00031700
031800     END-EXEC                                                     00031800
031900     .                                                            00031900
032000                                                                  00032000
032100 640-FORMAT-ONE-SERVICE.                                          00032100
032200     MOVE SS-SVC-CD  OF DCLFC-XXXAIL-STORE-SVC TO WS-VL-SVC-CD    00032200
032300     MOVE VT-SVC-DES OF DCLFC-XXXAIL-SVC-TYPE  TO WS-VL-SVC-DES   00032300
032400     MOVE SS-STRT-DT OF DCLFC-XXXAIL-STORE-SVC TO WS-VL-STRT-DT   00032400
032500     MOVE SS-END-DT  OF DCLFC-XXXAIL-STORE-SVC TO WS-VL-END-DT    00032500
032600     MOVE SS-OPEN-TM OF DCLFC-XXXAIL-STORE-SVC TO WS-VL-OPEN-TM   00032600
032700     MOVE SS-CLOS-TM OF DCLFC-XXXAIL-STORE-SVC TO WS-VL-CLOS-TM   00032700
032800     EVALUATE TRUE                                                00032800
032900       WHEN SS-STRT-DT OF DCLFC-XXXAIL-STORE-SVC > WS-TODAY       00032900
033000         MOVE 'STARTS'    TO WS-VL-STATUS                         00033000
033100       WHEN SS-END-DT  OF DCLFC-XXXAIL-STORE-SVC < WS-TODAY       00033100
033200         MOVE 'ENDED'     TO WS-VL-STATUS                         00033200
033300       WHEN OTHER                                                 00033300
033400         MOVE 'IN FORCE'  TO WS-VL-STATUS                         00033400
033500     END-EVALUATE                                                 00033500
033600     .                                                            00033600
033700                                                                  00033700
033800 700-SEND-SCREEN.                                                 00033800
033900     PERFORM 710-SHOW-FREEZE-BANNER                               00033900
034000     EXEC CICS SEND TEXT                                          00034000
034100       FROM   (WS-SCREEN-AREA)                                    00034100
034200       LENGTH (WS-SCREEN-LEN)                                     00034200
034300       ERASE                                                      00034300
034400     END-EXEC                                                     00034400
034500     .                                                            00034500
034600                                                                  00034600
034700*=================================================================00034700
034800* While a change freeze is on, its id and end show at the right   00034800
034900* of the heading line (MMMS0181) - the DAOs still decide what     00034900
035000* may change.                                                     00035000
035100*=================================================================00035100
035200 710-SHOW-FREEZE-BANNER.                                          00035200
035300     SET  MMMC0181-GET-BANNER TO TRUE                             00035300
035400     CALL MMMS0181-FREEZE-SVC USING                               00035400
035500         XXXN001A                                                 00035500
035600         MMMC0181                                                 00035600
035700     IF MMMC0181-BANNER-TXT NOT = SPACES                          00035700
035800       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          00035800
035900     END-IF                                                       00035900
036000     .                                                            00036000
036100                                                                  00036100
036200 800-SQL-ERROR.                                                   00036200
036300     MOVE SQLCODE TO WS-SQLCODE                                   00036300
036400     SET  FAILURE TO TRUE                                         00036400
036500     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00036500
036600     STRING 'MMMO1400 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00036600
036700       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00036700
036800     .                                                            00036800
