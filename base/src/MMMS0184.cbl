000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMS0184.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Store services and amenities service.                           00000600
000700*                                                                 00000700
000800* Whether a store has a pharmacy drive-thru, fuel, a bank         00000800
000900* branch, a deli, curbside pickup or EV charging was partly       00000900
001000* inferred from scattered fields and partly not known at all.     00001000
001100* FC_XXXAIL_STORE_SVC (DDDTSS01) now holds it, one row per        00001100
001200* store, service and start date, against the service types on     00001200
001300* FC_XXXAIL_SVC_TYPE (DDDTVT01, MMMO0200 table id VT). All        00001300
001400* maintenance goes through here, so the online transaction        00001400
001500* (MMMO1400) and the bulk TRANIN driver (MMMB3402) apply the      00001500
001600* same edits:                                                     00001600
001700*   - the store must be on the store master and not closed by     00001700
001800*     the start date, the service type on file and active         00001800
001900*   - dates yyyy-mm-dd, the end not before the start, and no      00001900
002000*     two rows for the same store and service in force on the     00002000
002100*     same day                                                    00002100
002200*   - hours (hh.mm.ss, open and close together) only for a        00002200
002300*     type that keeps its own hours, and required on an add       00002300
002400*     of one                                                      00002400
002500* LIST answers the services in force on a date, for the           00002500
002600* directory feed (MMMB6801) and the store inquiry service         00002600
002700* (YYYB0250). See MMMC0184 for the functions.                     00002700
002800* Callable from batch or CICS - plain SQL, no file I/O.           00002800
002900*-----------------------------------------------------------------00002900
003000 ENVIRONMENT DIVISION.                                            00003000
003100 DATA DIVISION.                                                   00003100
003200 WORKING-STORAGE SECTION.                                         00003200
003300*=================================================================00003300
003400* Misc working storage.                                           00003400
003500*=================================================================00003500
003600 01 WS-SQLCODE                  PIC ----9.                        00003600
003700 01 WS-ROW-CNT                  PIC S9(9) COMP VALUE 0.           00003700
003800 01 WS-TODAY                    PIC X(10) VALUE SPACES.           00003800
003900 01 WS-AS-OF-DT                 PIC X(10) VALUE SPACES.           00003900
004000 01 WS-ZERO-DT                  PIC X(10) VALUE '0001-01-01'.     00004000
004100 01 WS-HIGH-DT                  PIC X(10) VALUE '9999-12-31'.     00004100
004200                                                                  00004200
004300* One date under edit - yyyy-mm-dd.                               00004300
004400 01 WS-EDIT-DT                  PIC X(10) VALUE SPACES.           00004400
004500 01 WS-EDIT-DT-R REDEFINES WS-EDIT-DT.                            00004500
004600     05 WS-EDIT-YYYY            PIC 9(4).                         00004600
004700     05 WS-EDIT-DASH-1          PIC X(1).                         00004700
004800     05 WS-EDIT-MM              PIC 9(2).                         00004800
004900     05 WS-EDIT-DASH-2          PIC X(1).                         00004900
005000     05 WS-EDIT-DD              PIC 9(2).                         00005000
005100* One time under edit - hh.mm.ss.                                 00005100
005200 01 WS-EDIT-TM                  PIC X(8)  VALUE SPACES.           00005200
005300 01 WS-EDIT-TM-R REDEFINES WS-EDIT-TM.                            00005300
005400     05 WS-EDIT-HH              PIC 9(2).                         00005400
005500     05 WS-EDIT-DOT-1           PIC X(1).                         00005500
005600     05 WS-EDIT-MI              PIC 9(2).                         00005600
005700     05 WS-EDIT-DOT-2           PIC X(1).                         00005700
005800     05 WS-EDIT-SS              PIC 9(2).                         00005800
005900 01 WS-EDIT-SW                  PIC X(1)  VALUE 'N'.              00005900
006000     88 WS-EDIT-OK                        VALUE 'Y'.              00006000
006100     88 WS-EDIT-BAD                       VALUE 'N'.              00006100
006200                                                                  00006200
006300*=================================================================00006300
006400*  DB2 Areas                                                      00006400
006500*=================================================================00006500
006600     EXEC SQL                                                     00006600
006700       INCLUDE SQLCA                                              00006700
006800     END-EXEC.                                                    00006800
006900                                                                  00006900
007000     EXEC SQL                                                     00007000
007100       INCLUDE DDDTRL01                                           00007100
007200     END-EXEC.                                                    00007200
007300                                                                  00007300
007400     EXEC SQL                                                     00007400
007500       INCLUDE DDDTVT01                                           00007500
007600     END-EXEC.                                                    00007600
007700                                                                  00007700
007800     EXEC SQL                                                     00007800
007900       INCLUDE DDDTSS01                                           00007900
008000     END-EXEC.                                                    00008000
008100                                                                  00008100
008200     EXEC SQL                                                     00008200
008300       DECLARE STORE-SVC-CSR CURSOR FOR                           00008300
008400       SELECT S.SS_SVC_CD, T.VT_SVC_DES,                          00008400
008500              CHAR(S.SS_STRT_DT, ISO), CHAR(S.SS_END_DT, ISO),    00008500
008600              S.SS_OPEN_TM, S.SS_CLOS_TM                          00008600
008700         FROM FC_XXXAIL_STORE_SVC S,                              00008700
008800              FC_XXXAIL_SVC_TYPE  T                               00008800
008900        WHERE S.SS_LOC_NBR    = :DDDTSS01.MD-SS-LOC-NBR           00008900
009000          AND S.SS_LOC_TYP_CD = :DDDTSS01.MD-SS-LOC-TYP-CD        00009000
009100          AND S.SS_STRT_DT   <= :WS-AS-OF-DT                      00009100
009200          AND S.SS_END_DT    >= :WS-AS-OF-DT                      00009200
009300          AND T.VT_SVC_CD     = S.SS_SVC_CD                       00009300
009400          AND T.VT_ACTIVE_IND = 'Y'                               00009400
009500        ORDER BY S.SS_SVC_CD                                      00009500
009600     END-EXEC.                                                    00009600
009700                                                                  00009700
009800 LINKAGE SECTION.                                                 00009800
009900 COPY XXXN001A.                                                   00009900
010000 COPY MMMC0184.                                                   00010000
010100                                                                  00010100
010200 PROCEDURE DIVISION USING                                         00010200
010300     XXXN001A                                                     00010300
010400     MMMC0184                                                     00010400
010500     .                                                            00010500
010600                                                                  00010600
010700*=================================================================00010700
010800* Main program logic...                                           00010800
010900*=================================================================00010900
011000 000-MAIN-LINE.                                                   00011000
011100     INITIALIZE XXXN001A                                          00011100
011200     MOVE 0 TO MMMC0184-SVC-CNT                                   00011200
011300     IF MMMC0184-LOC-TYP-CD = SPACES                              00011300
011400       MOVE 'S ' TO MMMC0184-LOC-TYP-CD                           00011400
011500     END-IF                                                       00011500
011600                                                                  00011600
011700     EVALUATE TRUE                                                00011700
011800       WHEN NOT MMMC0184-ADD    AND NOT MMMC0184-UPDATE           00011800
011900        AND NOT MMMC0184-END    AND NOT MMMC0184-DELETE           00011900
012000        AND NOT MMMC0184-LIST                                     00012000
012100         SET  FAILURE TO TRUE                                     00012100
012200         MOVE 'MMMS0184 - Invalid function code!'                 00012200
012300           TO IS-RTRN-MSG-TXT                                     00012300
012400       WHEN MMMC0184-LOC-NBR NOT > 0                              00012400
012500         SET  FAILURE TO TRUE                                     00012500
012600         MOVE 'MMMS0184 - Store number is required!'              00012600
012700           TO IS-RTRN-MSG-TXT                                     00012700
012800       WHEN OTHER                                                 00012800
012900         PERFORM 100-GET-TODAY                                    00012900
013000         MOVE MMMC0184-LOC-NBR    TO MD-SS-LOC-NBR    OF DDDTSS01 00013000
013100         MOVE MMMC0184-LOC-TYP-CD TO MD-SS-LOC-TYP-CD OF DDDTSS01 00013100
013200         EVALUATE TRUE                                            00013200
013300           WHEN NOT SUCCESS                                       00013300
013400             CONTINUE                                             00013400
013500           WHEN MMMC0184-LIST                                     00013500
013600             PERFORM 500-LIST-THE-SERVICES                        00013600
013700           WHEN OTHER                                             00013700
013800             PERFORM 200-EDIT-THE-CHANGE                          00013800
013900             IF SUCCESS                                           00013900
014000               PERFORM 300-APPLY-THE-CHANGE                       00014000
014100             END-IF                                               00014100
014200         END-EVALUATE                                             00014200
014300     END-EVALUATE                                                 00014300
014400                                                                  00014400
014500     GOBACK                                                       00014500
014600     .                                                            00014600
014700                                                                  00014700
014800 100-GET-TODAY.                                                   00014800
014900     EXEC SQL                                                     00014900
015000       SET :WS-TODAY = CHAR(CURRENT DATE, ISO)                    00015000
015100     END-EXEC                                                     00015100
015200     IF SQLCODE NOT = 0                                           00015200
015300       PERFORM 800-SQL-ERROR                                      00015300
015400     END-IF                                                       00015400
015500     .                                                            00015500
015600                                                                  00015600
015700*=================================================================00015700
015800* Edits for a maintenance call. The card's dates and times are    00015800
015900* checked for shape here; DB2 still refuses a 2026-02-30.         00015900
016000*=================================================================00016000
016100 200-EDIT-THE-CHANGE.                                             00016100
016200     IF MMMC0184-SVC-CD = SPACES                                  00016200
016300       SET  FAILURE TO TRUE                                       00016300
016400       MOVE 'A SERVICE CODE IS REQUIRED' TO IS-RTRN-MSG-TXT       00016400
016500     END-IF                                                       00016500
016600                                                                  00016600
016700     IF SUCCESS                                                   00016700
016800       MOVE MMMC0184-STRT-DT TO WS-EDIT-DT                        00016800
016900       PERFORM 210-EDIT-ONE-DATE                                  00016900
017000       IF WS-EDIT-BAD                                             00017000
017100         SET  FAILURE TO TRUE                                     00017100
017200         MOVE 'START DATE MUST BE YYYY-MM-DD'                     00017200
017300           TO IS-RTRN-MSG-TXT                                     00017300
017400       END-IF                                                     00017400
017500     END-IF                                                       00017500
017600                                                                  00017600
017700     IF SUCCESS AND MMMC0184-END-DT = SPACES                      00017700
017800       EVALUATE TRUE                                              00017800
017900         WHEN MMMC0184-ADD                                        00017900
018000           MOVE WS-HIGH-DT TO MMMC0184-END-DT                     00018000
018100         WHEN MMMC0184-END                                        00018100
018200           MOVE WS-TODAY   TO MMMC0184-END-DT                     00018200
018300       END-EVALUATE                                               00018300
018400     END-IF                                                       00018400
018500                                                                  00018500
018600     IF SUCCESS AND MMMC0184-END-DT NOT = SPACES                  00018600
018700       MOVE MMMC0184-END-DT TO WS-EDIT-DT                         00018700
018800       PERFORM 210-EDIT-ONE-DATE                                  00018800
018900       EVALUATE TRUE                                              00018900
019000         WHEN WS-EDIT-BAD                                         00019000
019100           SET  FAILURE TO TRUE                                   00019100
019200           MOVE 'END DATE MUST BE YYYY-MM-DD'                     00019200
019300             TO IS-RTRN-MSG-TXT                                   00019300
019400         WHEN MMMC0184-END-DT < MMMC0184-STRT-DT                  00019400
019500           SET  FAILURE TO TRUE                                   00019500
019600           MOVE 'END DATE IS BEFORE THE START DATE'               00019600
019700             TO IS-RTRN-MSG-TXT                                   00019700
019800       END-EVALUATE                                               00019800
019900     END-IF                                                       00019900
020000                                                                  00020000
020100     IF SUCCESS AND ( MMMC0184-ADD OR MMMC0184-UPDATE )           00020100
020200       PERFORM 220-EDIT-THE-HOURS                                 00020200
020300     END-IF                                                       00020300
020400                                                                  00020400
020500     IF  SUCCESS                                                  00020500
020600     AND MMMC0184-UPDATE                                          00020600
020700     AND MMMC0184-END-DT  = SPACES                                00020700
020800     AND MMMC0184-OPEN-TM = SPACES                                00020800
020900       SET  FAILURE TO TRUE                                       00020900
021000       MOVE 'GIVE A NEW END DATE, NEW HOURS OR BOTH'              00021000
021100         TO IS-RTRN-MSG-TXT                                       00021100
021200     END-IF                                                       00021200
021300                                                                  00021300
021400     IF SUCCESS AND ( MMMC0184-ADD OR MMMC0184-UPDATE )           00021400
021500       PERFORM 240-CHECK-THE-SVC-TYPE                             00021500
021600     END-IF                                                       00021600
021700                                                                  00021700
021800     IF SUCCESS AND MMMC0184-ADD                                  00021800
021900       PERFORM 260-CHECK-THE-STORE                                00021900
022000     END-IF                                                       00022000
022100                                                                  00022100
022200     IF  SUCCESS                                                  00022200
022300     AND ( MMMC0184-ADD                                           00022300
022400        OR ( MMMC0184-UPDATE AND MMMC0184-END-DT NOT = SPACES ))  00022400
022500       PERFORM 270-CHECK-THE-OVERLAP                              00022500
022600     END-IF                                                       00022600
022700     .                                                            00022700
022800                                                                  00022800
022900 210-EDIT-ONE-DATE.                                               00022900
023000     SET WS-EDIT-BAD TO TRUE                                      00023000
023100     IF  WS-EDIT-YYYY NUMERIC                                     00023100
023200     AND WS-EDIT-MM   NUMERIC                                     00023200
023300     AND WS-EDIT-DD   NUMERIC                                     00023300
023400     AND WS-EDIT-DASH-1 = '-'                                     00023400
023500     AND WS-EDIT-DASH-2 = '-'                                     00023500
023600     AND WS-EDIT-YYYY > 1900                                      00023600
023700     AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12                     00023700
023800     AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31                     00023800
023900       SET WS-EDIT-OK TO TRUE                                     00023900
024000     END-IF                                                       00024000
024100     .                                                            00024100
024200                                                                  00024200
024300*    Open and close come as a pair. A close earlier than the      00024300
024400*    open is an after-midnight close, not an error.               00024400
024500 220-EDIT-THE-HOURS.                                              00024500
024600     IF MMMC0184-OPEN-TM = SPACES AND MMMC0184-CLOS-TM = SPACES   00024600
024700       CONTINUE                                                   00024700
024800     ELSE                                                         00024800
024900       MOVE MMMC0184-OPEN-TM TO WS-EDIT-TM                        00024900
025000       PERFORM 230-EDIT-ONE-TIME                                  00025000
025100       IF WS-EDIT-OK                                              00025100
025200         MOVE MMMC0184-CLOS-TM TO WS-EDIT-TM                      00025200
025300         PERFORM 230-EDIT-ONE-TIME                                00025300
025400       END-IF                                                     00025400
025500       IF WS-EDIT-BAD                                             00025500
025600         SET  FAILURE TO TRUE                                     00025600
025700         MOVE 'OPEN AND CLOSE TIMES MUST BOTH BE HH.MM.SS'        00025700
025800           TO IS-RTRN-MSG-TXT                                     00025800
025900       END-IF                                                     00025900
026000     END-IF                                                       00026000
026100     .                                                            00026100
026200                                                                  00026200
026300 230-EDIT-ONE-TIME.                                               00026300
026400     SET WS-EDIT-BAD TO TRUE                                      00026400
026500     IF  WS-EDIT-HH NUMERIC                                       00026500
026600     AND WS-EDIT-MI NUMERIC                                       00026600
026700     AND WS-EDIT-SS NUMERIC                                       00026700
026800     AND WS-EDIT-DOT-1 = '.'                                      00026800
026900     AND WS-EDIT-DOT-2 = '.'                                      00026900
027000     AND WS-EDIT-HH <= 23                                         00027000
027100     AND WS-EDIT-MI <= 59                                         00027100
027200     AND WS-EDIT-SS <= 59                                         00027200
027300       SET WS-EDIT-OK TO TRUE                                     00027300
027400     END-IF                                                       00027400
027500     .                                                            00027500
027600                                                                  00027600
027700*    An add needs an active type; an update only needs the type   00027700
027800*    to say whether hours belong on the row.                      00027800
027900 240-CHECK-THE-SVC-TYPE.                                          00027900
028000     MOVE MMMC0184-SVC-CD TO VT-SVC-CD OF DCLFC-XXXAIL-SVC-TYPE   00028000
028100     EXEC SQL                                                     00028100
028200       SELECT VT_HRS_APPL_IND, VT_ACTIVE_IND                      00028200
028300        INTO :DCLFC-XXXAIL-SVC-TYPE.VT-HRS-APPL-IND,              00028300
028400             :DCLFC-XXXAIL-SVC-TYPE.VT-ACTIVE-IND                 00028400
028500       FROM FC_XXXAIL_SVC_TYPE                                    00028500
028600       WHERE VT_SVC_CD = :DCLFC-XXXAIL-SVC-TYPE.VT-SVC-CD         00028600
028700     END-EXEC                                                     00028700
028800     EVALUATE TRUE                                                00028800
028900       WHEN SQLCODE = 100                                         00028900
029000         MOVE 0 TO SQLCODE                                        00029000
029100         SET  FAILURE TO TRUE                                     00029100
029200         MOVE 'SERVICE IS NOT ON FC_XXXAIL_SVC_TYPE'              00029200
029300           TO IS-RTRN-MSG-TXT                                     00029300
029400       WHEN SQLCODE NOT = 0                                       00029400
029500         PERFORM 800-SQL-ERROR                                    00029500
029600       WHEN MMMC0184-ADD AND NOT VT-ACTIVE                        00029600
029700         SET  FAILURE TO TRUE                                     00029700
029800         MOVE 'SERVICE TYPE IS NOT ACTIVE'                        00029800
029900           TO IS-RTRN-MSG-TXT                                     00029900
030000       WHEN NOT VT-HRS-APPLY                                      00030000
030100        AND MMMC0184-OPEN-TM NOT = SPACES                         00030100
030200         SET  FAILURE TO TRUE                                     00030200
030300         MOVE 'THIS SERVICE KEEPS STORE HOURS - NO TIMES ALLOWED' 00030300
030400           TO IS-RTRN-MSG-TXT                                     00030400
030500       WHEN VT-HRS-APPLY                                          00030500
030600        AND MMMC0184-ADD                                          00030600
030700        AND MMMC0184-OPEN-TM = SPACES                             00030700
030800         SET  FAILURE TO TRUE                                     00030800
030900         MOVE 'THIS SERVICE KEEPS ITS OWN HOURS - GIVE THE TIMES' 00030900
031000           TO IS-RTRN-MSG-TXT                                     00031000
031100     END-EVALUATE                                                 00031100
031200     .                                                            00031200
031300                                                                  00031300
031400*    A service starts only at a store on file that is not         00031400
031500*    permanently closed by the start date.                        00031500
031600 260-CHECK-THE-STORE.                                             00031600
031700     MOVE MMMC0184-LOC-NBR TO FC-STORE-NO OF DCLFC-XXXAIL-STORES  00031700
031800     EXEC SQL                                                     00031800
031900        SELECT FC_RL_CLOSING_DT                                   00031900
032000         INTO :DCLFC-XXXAIL-STORES.FC-RL-CLOSING-DT               00032000
032100        FROM FC_XXXAIL_STORES                                     00032100
032200        WHERE FC_STORE_NO = :DCLFC-XXXAIL-STORES.FC-STORE-NO      00032200
032300     END-EXEC                                                     00032300
032400     EVALUATE TRUE                                                00032400
032500       WHEN SQLCODE = 100                                         00032500
032600         MOVE 0 TO SQLCODE                                        00032600
032700         SET  FAILURE TO TRUE                                     00032700
032800         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00032800
032900           TO IS-RTRN-MSG-TXT                                     00032900
033000       WHEN SQLCODE NOT = 0                                       00033000
033100         PERFORM 800-SQL-ERROR                                    00033100
033200       WHEN FC-RL-CLOSING-DT OF DCLFC-XXXAIL-STORES               00033200
033300              NOT = WS-ZERO-DT                                    00033300
033400        AND FC-RL-CLOSING-DT OF DCLFC-XXXAIL-STORES               00033400
033500              NOT > MMMC0184-STRT-DT                              00033500
033600         SET  FAILURE TO TRUE                                     00033600
033700         MOVE 'STORE IS PERMANENTLY CLOSED BY THE START DATE'     00033700
033800           TO IS-RTRN-MSG-TXT                                     00033800
033900     END-EVALUATE                                                 00033900
034000     .                                                            00034000
034100                                                                  00034100
034200*    Any other row for the store and service whose dates touch    00034200
034300*    the new range. On an update the row itself is left out.      00034300
034400 270-CHECK-THE-OVERLAP.                                           00034400
034500     MOVE MMMC0184-SVC-CD  TO MD-SS-SVC-CD  OF DDDTSS01           00034500
034600     MOVE MMMC0184-STRT-DT TO MD-SS-STRT-DT OF DDDTSS01           00034600
034700     MOVE MMMC0184-END-DT  TO MD-SS-END-DT  OF DDDTSS01           00034700
034800     MOVE 0 TO WS-ROW-CNT                                         00034800
034900     EXEC SQL                                                     00034900
035000       SELECT COUNT(*)                                            00035000
035100        INTO :WS-ROW-CNT                                          00035100
035200       FROM FC_XXXAIL_STORE_SVC                                   00035200
035300       WHERE SS_LOC_NBR    = :DDDTSS01.MD-SS-LOC-NBR              00035300
035400         AND SS_LOC_TYP_CD = :DDDTSS01.MD-SS-LOC-TYP-CD           00035400
035500         AND SS_SVC_CD     = :DDDTSS01.MD-SS-SVC-CD               00035500
035600         AND SS_STRT_DT   <> :DDDTSS01.MD-SS-STRT-DT              00035600
035700         AND SS_STRT_DT   <= :DDDTSS01.MD-SS-END-DT               00035700
035800         AND SS_END_DT    >= :DDDTSS01.MD-SS-STRT-DT              00035800
035900     END-EXEC                                                     00035900
036000     EVALUATE TRUE                                                00036000
036100       WHEN SQLCODE = -180 OR SQLCODE = -181                      00036100
036200         MOVE 0 TO SQLCODE                                        00036200
036300         SET  FAILURE TO TRUE                                     00036300
036400         MOVE 'A DATE ON THE REQUEST IS NOT A VALID DATE'         00036400
036500           TO IS-RTRN-MSG-TXT                                     00036500
036600       WHEN SQLCODE NOT = 0                                       00036600
036700         PERFORM 800-SQL-ERROR                                    00036700
036800       WHEN WS-ROW-CNT > 0                                        00036800
036900         SET  FAILURE TO TRUE                                     00036900
037000         MOVE 'THE STORE ALREADY HAS THAT SERVICE ON THOSE DATES' 00037000
037100           TO IS-RTRN-MSG-TXT                                     00037100
037200     END-EVALUATE                                                 00037200
037300     .                                                            00037300
037400                                                                  00037400
037500*=================================================================00037500
037600* Apply the change...                                             00037600
037700*=================================================================00037700
037800 300-APPLY-THE-CHANGE.                                            00037800
037900     MOVE MMMC0184-SVC-CD  TO MD-SS-SVC-CD       OF DDDTSS01      00037900
038000     MOVE MMMC0184-STRT-DT TO MD-SS-STRT-DT      OF DDDTSS01      00038000
038100     MOVE MMMC0184-END-DT  TO MD-SS-END-DT       OF DDDTSS01      00038100
038200     MOVE MMMC0184-OPEN-TM TO MD-SS-OPEN-TM      OF DDDTSS01      00038200
038300     MOVE MMMC0184-CLOS-TM TO MD-SS-CLOS-TM      OF DDDTSS01      00038300
038400     MOVE MMMC0184-USER-ID TO MD-SS-LST-UPDT-USR-ID OF DDDTSS01   00038400
038500     EVALUATE TRUE                                                00038500
038600       WHEN MMMC0184-ADD                                          00038600
038700         PERFORM 310-ADD-THE-SERVICE                              00038700
038800       WHEN MMMC0184-UPDATE                                       00038800
038900         PERFORM 320-UPDATE-THE-SERVICE                           00038900
039000       WHEN MMMC0184-END                                          00039000
039100         PERFORM 330-END-THE-SERVICE                              00039100
039200       WHEN MMMC0184-DELETE                                       00039200
039300         PERFORM 340-DELETE-THE-SERVICE                           00039300
039400     END-EVALUATE                                                 00039400
039500     PERFORM 400-CHECK-THE-SQL                                    00039500
039600     .                                                            00039600
039700                                                                  00039700
039800 310-ADD-THE-SERVICE.                                             00039800
039900     EXEC SQL                                                     00039900
040000       INSERT INTO FC_XXXAIL_STORE_SVC                            00040000
040100          ( SS_LOC_NBR, SS_LOC_TYP_CD, SS_SVC_CD,                 00040100
040200            SS_STRT_DT, SS_END_DT, SS_OPEN_TM, SS_CLOS_TM,        00040200
040300            SS_LST_UPDT_USR_ID, SS_LST_UPDT_TS )                  00040300
040400       VALUES                                                     00040400
040500          ( :DDDTSS01.MD-SS-LOC-NBR,                              00040500
040600            :DDDTSS01.MD-SS-LOC-TYP-CD,                           00040600
040700            :DDDTSS01.MD-SS-SVC-CD,                               00040700
040800            :DDDTSS01.MD-SS-STRT-DT,                              00040800
040900            :DDDTSS01.MD-SS-END-DT,                               00040900
041000            :DDDTSS01.MD-SS-OPEN-TM,                              00041000
041100            :DDDTSS01.MD-SS-CLOS-TM,                              00041100
041200            :DDDTSS01.MD-SS-LST-UPDT-USR-ID,                      00041200
041300            CURRENT TIMESTAMP )                                   00041300
041400     END-EXEC                                                     00041400
041500     .                                                            00041500
041600                                                                  00041600
041700*    A blank end date or blank hours keep what is on file.        00041700
041800 320-UPDATE-THE-SERVICE.                                          00041800
041900     EXEC SQL                                                     00041900
042000       UPDATE FC_XXXAIL_STORE_SVC                                 00042000
042100          SET SS_END_DT  =                                        00042100
042200                CASE WHEN :DDDTSS01.MD-SS-END-DT = ' '            00042200
042300                     THEN SS_END_DT                               00042300
042400                     ELSE DATE(:DDDTSS01.MD-SS-END-DT)            00042400
042500                END,                                              00042500
042600              SS_OPEN_TM =                                        00042600
042700                CASE WHEN :DDDTSS01.MD-SS-OPEN-TM = ' '           00042700
042800                     THEN SS_OPEN_TM                              00042800
042900                     ELSE :DDDTSS01.MD-SS-OPEN-TM                 00042900
043000                END,                                              00043000
043100              SS_CLOS_TM =                                        00043100
043200                CASE WHEN :DDDTSS01.MD-SS-OPEN-TM = ' '           00043200
043300                     THEN SS_CLOS_TM                              00043300
043400                     ELSE :DDDTSS01.MD-SS-CLOS-TM                 00043400
043500                END,                                              00043500
043600              SS_LST_UPDT_USR_ID =                                00043600
043700                :DDDTSS01.MD-SS-LST-UPDT-USR-ID,                  00043700
043800              SS_LST_UPDT_TS = CURRENT TIMESTAMP                  00043800
043900        WHERE SS_LOC_NBR    = :DDDTSS01.MD-SS-LOC-NBR             00043900
044000          AND SS_LOC_TYP_CD = :DDDTSS01.MD-SS-LOC-TYP-CD          00044000
044100          AND SS_SVC_CD     = :DDDTSS01.MD-SS-SVC-CD              00044100
044200          AND SS_STRT_DT    = :DDDTSS01.MD-SS-STRT-DT             00044200
044300     END-EXEC                                                     00044300
044400     .                                                            00044400
044500                                                                  00044500
044600*    Ending only ever shortens the row - a service already        00044600
044700*    ended earlier is not brought back by a later end date.       00044700
044800 330-END-THE-SERVICE.                                             00044800
044900     EXEC SQL                                                     00044900
045000       UPDATE FC_XXXAIL_STORE_SVC                                 00045000
045100          SET SS_END_DT          = :DDDTSS01.MD-SS-END-DT,        00045100
045200              SS_LST_UPDT_USR_ID =                                00045200
045300                :DDDTSS01.MD-SS-LST-UPDT-USR-ID,                  00045300
045400              SS_LST_UPDT_TS     = CURRENT TIMESTAMP              00045400
045500        WHERE SS_LOC_NBR    = :DDDTSS01.MD-SS-LOC-NBR             00045500
045600          AND SS_LOC_TYP_CD = :DDDTSS01.MD-SS-LOC-TYP-CD          00045600
045700          AND SS_SVC_CD     = :DDDTSS01.MD-SS-SVC-CD              00045700
045800          AND SS_STRT_DT    = :DDDTSS01.MD-SS-STRT-DT             00045800
045900          AND SS_END_DT    >= :DDDTSS01.MD-SS-END-DT              00045900
046000     END-EXEC                                                     00046000
046100     .                                                            00046100
046200                                                                  00046200
046300 340-DELETE-THE-SERVICE.                                          00046300
046400     EXEC SQL                                                     00046400
046500       DELETE FROM FC_XXXAIL_STORE_SVC                            00046500
046600        WHERE SS_LOC_NBR    = :DDDTSS01.MD-SS-LOC-NBR             00046600
046700          AND SS_LOC_TYP_CD = :DDDTSS01.MD-SS-LOC-TYP-CD          00046700
046800          AND SS_SVC_CD     = :DDDTSS01.MD-SS-SVC-CD              00046800
046900          AND SS_STRT_DT    = :DDDTSS01.MD-SS-STRT-DT             00046900
047000     END-EXEC                                                     00047000
047100     .                                                            00047100
047200                                                                  00047200
047300 400-CHECK-THE-SQL.                                               00047300
047400     EVALUATE TRUE                                                00047400
047500       WHEN SQLCODE = 0                                           00047500
047600         CONTINUE                                                 00047600
047700       WHEN SQLCODE = 100                                         00047700
047800         MOVE 0 TO SQLCODE                                        00047800
047900         SET  FAILURE TO TRUE                                     00047900
048000         IF MMMC0184-END                                          00048000
048100           MOVE 'NO SUCH SERVICE ROW, OR IT ALREADY ENDS SOONER'  00048100
048200             TO IS-RTRN-MSG-TXT                                   00048200
048300         ELSE                                                     00048300
048400           MOVE 'NO SERVICE ROW WITH THAT STORE, CODE AND START'  00048400
048500             TO IS-RTRN-MSG-TXT                                   00048500
048600         END-IF                                                   00048600
048700       WHEN SQLCODE = -803                                        00048700
048800         MOVE 0 TO SQLCODE                                        00048800
048900         SET  FAILURE TO TRUE                                     00048900
049000         MOVE 'THE STORE ALREADY HAS THE SERVICE FROM THAT DATE'  00049000
049100           TO IS-RTRN-MSG-TXT                                     00049100
049200       WHEN SQLCODE = -180 OR SQLCODE = -181                      00049200
049300         MOVE 0 TO SQLCODE                                        00049300
049400         SET  FAILURE TO TRUE                                     00049400
049500         MOVE 'A DATE ON THE REQUEST IS NOT A VALID DATE'         00049500
049600           TO IS-RTRN-MSG-TXT                                     00049600
049700       WHEN OTHER                                                 00049700
049800         PERFORM 800-SQL-ERROR                                    00049800
049900     END-EVALUATE                                                 00049900
050000     .                                                            00050000
050100                                                                  00050100
050200*=================================================================00050200
050300* LIST - the services in force on the as-of date, by code.        00050300
050400*=================================================================00050400
050500 500-LIST-THE-SERVICES.                                           00050500
050600     IF MMMC0184-AS-OF-DT = SPACES                                00050600
050700       MOVE WS-TODAY          TO MMMC0184-AS-OF-DT                00050700
050800     END-IF                                                       00050800
050900     MOVE MMMC0184-AS-OF-DT   TO WS-AS-OF-DT                      00050900
05090A     IF MMMC0184-MAX-SVC NOT > 0 OR MMMC0184-MAX-SVC > 10         0005090A
05090B       MOVE 10                TO MMMC0184-MAX-SVC                 0005090B
05090C     END-IF                                                       0005090C
051000     EXEC SQL                                                     00051000
051100       OPEN STORE-SVC-CSR                                         00051100
051200     END-EXEC                                                     00051200
051300     IF SQLCODE NOT = 0                                           00051300
051400       PERFORM 800-SQL-ERROR                                      00051400
051500     ELSE                                                         00051500
051600       PERFORM 520-FETCH-ONE-SERVICE                              00051600
051700       PERFORM UNTIL SQLCODE NOT = 0                              00051700
051800                  OR MMMC0184-SVC-CNT NOT < MMMC0184-MAX-SVC      00051800
051900         ADD 1 TO MMMC0184-SVC-CNT                                00051900
052000         PERFORM 540-KEEP-ONE-SERVICE                             00052000
052100         PERFORM 520-FETCH-ONE-SERVICE                            00052100
052200       END-PERFORM                                                00052200
052300       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00052300
052400         PERFORM 800-SQL-ERROR                                    00052400
052500       END-IF                                                     00052500
052600       EXEC SQL                                                   00052600
052700         CLOSE STORE-SVC-CSR                                      00052700
052800       END-EXEC                                                   00052800
052900       MOVE 0 TO SQLCODE                                          00052900
053000     END-IF                                                       00053000
053100     .                                                            00053100
053200                                                                  00053200
053300 520-FETCH-ONE-SERVICE.                                           00053300
053400     EXEC SQL                                                     00053400
053500       FETCH STORE-SVC-CSR                                        00053500
053600        INTO :DDDTSS01.MD-SS-SVC-CD,                              00053600
053700             :DCLFC-XXXAIL-SVC-TYPE.VT-SVC-DES,                   00053700
053800             :DDDTSS01.MD-SS-STRT-DT,                             00053800
053900             :DDDTSS01.MD-SS-END-DT,                              00053900
054000             :DDDTSS01.MD-SS-OPEN-TM,                             00054000
054100             :DDDTSS01.MD-SS-CLOS-TM                              00054100
054200     END-EXEC                                                     00054200
054300     .                                                            00054300
054400                                                                  00054400
054500 540-KEEP-ONE-SERVICE.                                            00054500
054600     MOVE MD-SS-SVC-CD  OF DDDTSS01                               00054600
054700       TO MMMC0184-E-SVC-CD  (MMMC0184-SVC-CNT)                   00054700
054800     MOVE VT-SVC-DES    OF DCLFC-XXXAIL-SVC-TYPE                  00054800
054900       TO MMMC0184-E-SVC-DES (MMMC0184-SVC-CNT)                   00054900
055000     MOVE MD-SS-STRT-DT OF DDDTSS01                               00055000
055100       TO MMMC0184-E-STRT-DT (MMMC0184-SVC-CNT)                   00055100
055200     MOVE MD-SS-END-DT  OF DDDTSS01                               00055200
055300       TO MMMC0184-E-END-DT  (MMMC0184-SVC-CNT)                   00055300
055400     MOVE MD-SS-OPEN-TM OF DDDTSS01                               00055400
055500       TO MMMC0184-E-OPEN-TM (MMMC0184-SVC-CNT)                   00055500
055600     MOVE MD-SS-CLOS-TM OF DDDTSS01                               00055600
055700       TO MMMC0184-E-CLOS-TM (MMMC0184-SVC-CNT)                   00055700
055800     .                                                            00055800
055900                                                                  00055900
056000 800-SQL-ERROR.                                                   00056000
056100     MOVE SQLCODE TO WS-SQLCODE                                   00056100
056200     SET  FAILURE TO TRUE                                         00056200
056300     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00056300
056400     STRING 'MMMS0184 - SQL error, SQLCODE = ' WS-SQLCODE         00056400
056500       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00056500
056600     .                                                            00056600
