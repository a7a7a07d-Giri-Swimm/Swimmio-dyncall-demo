000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO1300.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Disaster-impact event entry.                                    00000600
000700*                                                                 00000700
000800* Operations names an event when a storm is forecast and keys     00000800
000900* its area here - the affected counties, by FIPS code off         00000900
001000* FC_XXXAIL_CNTY_REF, or a point and a radius in miles. The       00001000
001100* on-demand job MMMB2702 then lists the open stores in the area   00001100
001200* with their call list and saves them on FC_XXXAIL_DSTR_STR;      00001200
001300* run it again as the track moves. As stores close and reopen     00001300
001400* they are marked here against the event, so the list shows       00001400
001500* what is shut at any hour. A store that closes outside the       00001500
001600* area can be marked closed too. Closing out the event ends       00001600
001700* the tracking; its rows stay for the after-action review.        00001700
001800*                                                                 00001800
001900* Input line:                                                     00001900
002000*   a eeeeeeeeeeee data......................................     00002000
002100*   a=A add the event - data is its description (40)              00002100
002200*     P point and radius - s999.99999 s999.99999 rrr              00002200
002300*       (latitude, longitude, miles); any counties come off       00002300
002400*     C counties - up to 10 FIPS codes, a space between each;     00002400
002500*       added to the event's counties, the point comes off        00002500
002600*     D drop counties - up to 10 FIPS codes as on C               00002600
002700*     T store temporarily closed - data is the store number       00002700
002800*     R store reopened - data is the store number                 00002800
002900*     X close out the event                                       00002900
003000*     I inquire - the event, its area and its stores              00003000
003100*-----------------------------------------------------------------00003100
003200 ENVIRONMENT DIVISION.                                            00003200
003300 DATA DIVISION.                                                   00003300
003400 WORKING-STORAGE SECTION.                                         00003400
003500*=================================================================00003500
003600* Misc working storage.                                           00003600
003700*=================================================================00003700
003800 01 WS-SQLCODE                  PIC ----9.                        00003800
003900 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00003900
004000 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00004000
004100 01 WS-FIPS-IDX                 PIC S9(4) COMP VALUE 0.           00004100
004200 01 WS-FIPS-CNT                 PIC S9(4) COMP VALUE 0.           00004200
004300 01 WS-STORE-CNT                PIC S9(9) COMP VALUE 0.           00004300
004400 01 WS-CNTY-CNT                 PIC S9(9) COMP VALUE 0.           00004400
004500 01 WS-CLOSED-CNT               PIC S9(9) COMP VALUE 0.           00004500
004600 01 WS-ZERO-TS                  PIC X(26) VALUE                   00004600
004700    '0001-01-01-00.00.00.000000'.                                 00004700
004800                                                                  00004800
004900 01 WS-INPUT-AREA.                                                00004900
005000     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00005000
005100         88 WS-ACT-ADD                  VALUE 'A'.                00005100
005200         88 WS-ACT-POINT                VALUE 'P'.                00005200
005300         88 WS-ACT-COUNTIES             VALUE 'C'.                00005300
005400         88 WS-ACT-DROP-COUNTIES        VALUE 'D'.                00005400
005500         88 WS-ACT-CLOSE-STORE          VALUE 'T'.                00005500
005600         88 WS-ACT-REOPEN-STORE         VALUE 'R'.                00005600
005700         88 WS-ACT-CLOSE-OUT            VALUE 'X'.                00005700
005800         88 WS-ACT-INQUIRE              VALUE 'I'.                00005800
005900     05 FILLER                  PIC X(1).                         00005900
006000     05 WS-IN-EVENT-NM          PIC X(12) VALUE SPACES.           00006000
006100     05 FILLER                  PIC X(1).                         00006100
006200     05 WS-IN-DATA              PIC X(65) VALUE SPACES.           00006200
006300     05 WS-IN-DESC-DATA REDEFINES WS-IN-DATA.                     00006300
006400         10 WS-IN-DESC          PIC X(40).                        00006400
006500         10 FILLER              PIC X(25).                        00006500
006600     05 WS-IN-POINT-DATA REDEFINES WS-IN-DATA.                    00006600
006700         10 WS-IN-LAT-SIGN      PIC X(1).                         00006700
006800         10 WS-IN-LAT-INT-X     PIC X(3).                         00006800
006900         10 WS-IN-LAT-INT-N REDEFINES WS-IN-LAT-INT-X             00006900
007000                                PIC 9(3).                         00007000
007100         10 WS-IN-LAT-DOT       PIC X(1).                         00007100
007200         10 WS-IN-LAT-FRAC-X    PIC X(5).                         00007200
007300         10 WS-IN-LAT-FRAC-N REDEFINES WS-IN-LAT-FRAC-X           00007300
007400                                PIC 9(5).                         00007400
007500         10 FILLER              PIC X(1).                         00007500
007600         10 WS-IN-LON-SIGN      PIC X(1).                         00007600
007700         10 WS-IN-LON-INT-X     PIC X(3).                         00007700
007800         10 WS-IN-LON-INT-N REDEFINES WS-IN-LON-INT-X             00007800
007900                                PIC 9(3).                         00007900
008000         10 WS-IN-LON-DOT       PIC X(1).                         00008000
008100         10 WS-IN-LON-FRAC-X    PIC X(5).                         00008100
008200         10 WS-IN-LON-FRAC-N REDEFINES WS-IN-LON-FRAC-X           00008200
008300                                PIC 9(5).                         00008300
008400         10 FILLER              PIC X(1).                         00008400
008500         10 WS-IN-RADIUS-X      PIC X(3).                         00008500
008600         10 WS-IN-RADIUS-N REDEFINES WS-IN-RADIUS-X               00008600
008700                                PIC 9(3).                         00008700
008800         10 FILLER              PIC X(40).                        00008800
008900     05 WS-IN-CNTY-DATA REDEFINES WS-IN-DATA.                     00008900
009000         10 WS-IN-FIPS-ENTRY OCCURS 10 TIMES.                     00009000
009100             15 WS-IN-FIPS-CD   PIC X(5).                         00009100
009200             15 FILLER          PIC X(1).                         00009200
009300         10 FILLER              PIC X(5).                         00009300
009400     05 WS-IN-STORE-DATA REDEFINES WS-IN-DATA.                    00009400
009500         10 WS-IN-STORE-X       PIC X(9).                         00009500
009600         10 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                 00009600
009700                                PIC 9(9).                         00009700
009800         10 FILLER              PIC X(56).                        00009800
009900 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00009900
010000                                                                  00010000
010100 01 WS-SCREEN-AREA.                                               00010100
010200     05 WS-SCR-HDG1             PIC X(79) VALUE                   00010200
010300        'MMMO1300       DISASTER-IMPACT EVENT'.                   00010300
010400     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00010400
010500     05 WS-SCR-DTL OCCURS 10 TIMES                                00010500
010600                                PIC X(79).                        00010600
010700 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00010700
010800                                                                  00010800
010900 01 WS-EVENT-LINE.                                                00010900
011000     05 WS-EL-DESC              PIC X(40).                        00011000
011100     05 FILLER                  PIC X(2)  VALUE SPACES.           00011100
011200     05 WS-EL-STAT              PIC X(10).                        00011200
011300     05 FILLER                  PIC X(1)  VALUE SPACES.           00011300
011400     05 WS-EL-STORE-CNT         PIC ZZ,ZZ9.                       00011400
011500     05 FILLER                  PIC X(8)  VALUE ' LISTED '.       00011500
011600     05 WS-EL-LIST-TS           PIC X(12).                        00011600
011700 01 WS-POINT-LINE.                                                00011700
011800     05 FILLER                  PIC X(7)  VALUE 'WITHIN '.        00011800
011900     05 WS-PL-RADIUS            PIC ZZ9.                          00011900
012000     05 FILLER                  PIC X(10) VALUE ' MILES OF '.     00012000
012100     05 WS-PL-LAT               PIC -ZZ9.99999.                   00012100
012200     05 FILLER                  PIC X(2)  VALUE ', '.             00012200
012300     05 WS-PL-LON               PIC -ZZ9.99999.                   00012300
012400     05 FILLER                  PIC X(37) VALUE SPACES.           00012400
012500 01 WS-CNTY-LINE.                                                 00012500
012600     05 WS-CY-CNT               PIC ZZ9.                          00012600
012700     05 FILLER                  PIC X(17) VALUE                   00012700
012800        ' COUNTIES, FIRST '.                                      00012800
012900     05 WS-CY-FIPS-CD           PIC X(5).                         00012900
013000     05 FILLER                  PIC X(1)  VALUE SPACES.           00013000
013100     05 WS-CY-CNTY-TXT          PIC X(30).                        00013100
013200     05 FILLER                  PIC X(1)  VALUE SPACES.           00013200
013300     05 WS-CY-STATE-CD          PIC X(2).                         00013300
013400     05 FILLER                  PIC X(20) VALUE SPACES.           00013400
013500 01 WS-STORE-LINE.                                                00013500
013600     05 WS-SL-STORE             PIC Z(8)9.                        00013600
013700     05 FILLER                  PIC X(2)  VALUE SPACES.           00013700
013800     05 WS-SL-STAT              PIC X(8).                         00013800
013900     05 FILLER                  PIC X(1)  VALUE SPACES.           00013900
014000     05 WS-SL-AREA              PIC X(3).                         00014000
014100     05 FILLER                  PIC X(1)  VALUE SPACES.           00014100
014200     05 WS-SL-FIPS-CD           PIC X(5).                         00014200
014300     05 FILLER                  PIC X(1)  VALUE SPACES.           00014300
014400     05 WS-SL-DIST-MI           PIC ZZZ9.9.                       00014400
014500     05 FILLER                  PIC X(2)  VALUE SPACES.           00014500
014600     05 WS-SL-CLOSED-TS         PIC X(16).                        00014600
014700     05 FILLER                  PIC X(2)  VALUE SPACES.           00014700
014800     05 WS-SL-REOPEN-TS         PIC X(16).                        00014800
014900     05 FILLER                  PIC X(7)  VALUE SPACES.           00014900
015000                                                                  00015000
015100*=================================================================00015100
015200* Misc copy books.                                                00015200
015300*=================================================================00015300
015400 COPY DFHEIBLK.                                                   00015400
015500 COPY XXXN001A.                                                   00015500
015600 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       00015600
015700 COPY MMMC0181.                                                   00015700
015800                                                                  00015800
015900*=================================================================00015900
016000*  DB2 Areas                                                      00016000
016100*=================================================================00016100
016200     EXEC SQL                                                     00016200
016300       INCLUDE SQLCA                                              00016300
016400     END-EXEC.                                                    00016400
016500                                                                  00016500
016600     EXEC SQL                                                     00016600
016700       INCLUDE DDDTDV01                                           00016700
016800     END-EXEC.                                                    00016800
016900                                                                  00016900
017000     EXEC SQL                                                     00017000
017100       INCLUDE DDDTDY01                                           00017100
017200     END-EXEC.                                                    00017200
017300                                                                  00017300
017400     EXEC SQL                                                     00017400
017500       INCLUDE DDDTDS01                                           00017500
017600     END-EXEC.                                                    00017600
017700                                                                  00017700
017800     EXEC SQL                                                     00017800
017900       INCLUDE DDDTCY01                                           00017900
018000     END-EXEC.                                                    00018000
018100                                                                  00018100
018200* Closed stores first, then reopened, then the rest.              00018200
018300     EXEC SQL                                                     00018300
018400       DECLARE EVT-STR-CSR CURSOR FOR                             00018400
018500       SELECT DS_LOC_NBR, DS_STAT_CD, DS_IN_AREA_SW,              00018500
018600              DS_FIPS_CD, DS_DIST_MI, DS_CLOSED_TS,               00018600
018700              DS_REOPEN_TS                                        00018700
018800         FROM FC_XXXAIL_DSTR_STR                                  00018800
018900        WHERE DS_EVENT_NM = :DCLFC-XXXAIL-DSTR-EVT.DV-EVENT-NM    00018900
019000        ORDER BY CASE DS_STAT_CD WHEN 'C' THEN 1                  00019000
019100                                 WHEN 'R' THEN 2                  00019100
019200                                 ELSE 3 END,                      00019200
019300                 DS_LOC_NBR                                       00019300
019400     END-EXEC.                                                    00019400
019500                                                                  00019500
019600 PROCEDURE DIVISION.                                              00019600
019700*=================================================================00019700
019800* Main program logic...                                           00019800
019900*=================================================================00019900
020000 000-MAINLINE.                                                    00020000
020100     INITIALIZE XXXN001A                                          00020100
020200                                                                  00020200
020300     EXEC CICS RECEIVE                                            00020300
020400       INTO   (WS-INPUT-AREA)                                     00020400
020500       LENGTH (WS-INPUT-LEN)                                      00020500
020600       RESP   (WS-RESP)                                           00020600
020700     END-EXEC                                                     00020700
020800                                                                  00020800
020900     PERFORM 100-EDIT-REQUEST                                     00020900
021000                                                                  00021000
021100     IF SUCCESS                                                   00021100
021200       EVALUATE TRUE                                              00021200
021300         WHEN WS-ACT-ADD                                          00021300
021400           PERFORM 200-ADD-THE-EVENT                              00021400
021500         WHEN WS-ACT-POINT                                        00021500
021600           PERFORM 300-SET-THE-POINT                              00021600
021700         WHEN WS-ACT-COUNTIES                                     00021700
021800           PERFORM 350-ADD-THE-COUNTIES                           00021800
021900         WHEN WS-ACT-DROP-COUNTIES                                00021900
022000           PERFORM 380-DROP-THE-COUNTIES                          00022000
022100         WHEN WS-ACT-CLOSE-STORE                                  00022100
022200           PERFORM 400-CLOSE-THE-STORE                            00022200
022300         WHEN WS-ACT-REOPEN-STORE                                 00022300
022400           PERFORM 450-REOPEN-THE-STORE                           00022400
022500         WHEN WS-ACT-CLOSE-OUT                                    00022500
022600           PERFORM 500-CLOSE-OUT-THE-EVENT                        00022600
022700         WHEN WS-ACT-INQUIRE                                      00022700
022800           PERFORM 600-SHOW-THE-EVENT                             00022800
022900       END-EVALUATE                                               00022900
023000     END-IF                                                       00023000
023100                                                                  00023100
023200     IF NOT SUCCESS                                               00023200
023300       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00023300
023400     END-IF                                                       00023400
023500     PERFORM 700-SEND-SCREEN                                      00023500
023600                                                                  00023600
023700     EXEC CICS RETURN                                             00023700
023800       TRANSID ('MC13')                                           00023800
023900     END-EXEC                                                     00023900
024000     .                                                            00024000
024100                                                                  00024100
024200*=================================================================00024200
024300* The usual edits - action, event name, and the data the action   00024300
024400* takes. Every action but A needs the event on file, and only I   00024400
024500* is allowed once it is closed out.                               00024500
024600*=================================================================00024600
024700 100-EDIT-REQUEST.                                                00024700
024800     PERFORM VARYING WS-DTL-IDX FROM 1 BY 1                       00024800
024900     UNTIL WS-DTL-IDX > 10                                        00024900
025000       MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                     00025000
025100     END-PERFORM                                                  00025100
025200                                                                  00025200
025300     MOVE 0 TO WS-FIPS-CNT                                        00025300
025400     IF WS-ACT-COUNTIES OR WS-ACT-DROP-COUNTIES                   00025400
025500       PERFORM VARYING WS-FIPS-IDX FROM 1 BY 1                    00025500
025600       UNTIL WS-FIPS-IDX > 10                                     00025600
025700         IF WS-IN-FIPS-CD (WS-FIPS-IDX) NOT = SPACES              00025700
025800           ADD 1 TO WS-FIPS-CNT                                   00025800
025900           IF WS-IN-FIPS-CD (WS-FIPS-IDX) NOT NUMERIC             00025900
026000             MOVE -1 TO WS-FIPS-CNT                               00026000
026100             MOVE 11 TO WS-FIPS-IDX                               00026100
026200           END-IF                                                 00026200
026300         END-IF                                                   00026300
026400       END-PERFORM                                                00026400
026500     END-IF                                                       00026500
026600                                                                  00026600
026700     EVALUATE TRUE                                                00026700
026800       WHEN NOT WS-ACT-ADD AND NOT WS-ACT-POINT                   00026800
026900        AND NOT WS-ACT-COUNTIES AND NOT WS-ACT-DROP-COUNTIES      00026900
027000        AND NOT WS-ACT-CLOSE-STORE AND NOT WS-ACT-REOPEN-STORE    00027000
027100        AND NOT WS-ACT-CLOSE-OUT AND NOT WS-ACT-INQUIRE           00027100
027200         SET  FAILURE TO TRUE                                     00027200
027300         MOVE 'ACTION MUST BE A, P, C, D, T, R, X OR I'           00027300
027400           TO IS-RTRN-MSG-TXT                                     00027400
027500       WHEN WS-IN-EVENT-NM = SPACES                               00027500
027600         SET  FAILURE TO TRUE                                     00027600
027700         MOVE 'EVENT NAME IS REQUIRED'                            00027700
027800           TO IS-RTRN-MSG-TXT                                     00027800
027900       WHEN WS-ACT-ADD AND WS-IN-DESC = SPACES                    00027900
028000         SET  FAILURE TO TRUE                                     00028000
028100         MOVE 'A DESCRIPTION IS REQUIRED ON A'                    00028100
028200           TO IS-RTRN-MSG-TXT                                     00028200
028300       WHEN WS-ACT-POINT                                          00028300
028400        AND ( WS-IN-LAT-INT-X  NOT NUMERIC                        00028400
028500           OR WS-IN-LAT-FRAC-X NOT NUMERIC                        00028500
028600           OR WS-IN-LON-INT-X  NOT NUMERIC                        00028600
028700           OR WS-IN-LON-FRAC-X NOT NUMERIC                        00028700
028800           OR WS-IN-LAT-DOT NOT = '.'                             00028800
028900           OR WS-IN-LON-DOT NOT = '.' )                           00028900
029000         SET  FAILURE TO TRUE                                     00029000
029100         MOVE 'POINT IS S999.99999 S999.99999 RRR'                00029100
029200           TO IS-RTRN-MSG-TXT                                     00029200
029300       WHEN WS-ACT-POINT                                          00029300
029400        AND ( WS-IN-LAT-INT-N > 90 OR WS-IN-LON-INT-N > 180 )     00029400
029500         SET  FAILURE TO TRUE                                     00029500
029600         MOVE 'LATITUDE OR LONGITUDE OUT OF RANGE'                00029600
029700           TO IS-RTRN-MSG-TXT                                     00029700
029800       WHEN WS-ACT-POINT                                          00029800
029900        AND ( WS-IN-RADIUS-X NOT NUMERIC                          00029900
030000           OR WS-IN-RADIUS-N = 0 )                                00030000
030100         SET  FAILURE TO TRUE                                     00030100
030200         MOVE 'RADIUS MUST BE 1 THROUGH 999 MILES'                00030200
030300           TO IS-RTRN-MSG-TXT                                     00030300
030400       WHEN ( WS-ACT-COUNTIES OR WS-ACT-DROP-COUNTIES )           00030400
030500        AND WS-FIPS-CNT < 1                                       00030500
030600         SET  FAILURE TO TRUE                                     00030600
030700         MOVE 'ONE TO TEN NUMERIC FIPS CODES ARE REQUIRED'        00030700
030800           TO IS-RTRN-MSG-TXT                                     00030800
030900       WHEN ( WS-ACT-CLOSE-STORE OR WS-ACT-REOPEN-STORE )         00030900
031000        AND ( WS-IN-STORE-X NOT NUMERIC                           00031000
031100           OR WS-IN-STORE-N = 0 )                                 00031100
031200         SET  FAILURE TO TRUE                                     00031200
031300         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00031300
031400           TO IS-RTRN-MSG-TXT                                     00031400
031500     END-EVALUATE                                                 00031500
031600                                                                  00031600
031700     IF SUCCESS AND NOT WS-ACT-ADD                                00031700
031800       PERFORM 150-CHECK-THE-EVENT                                00031800
031900     END-IF                                                       00031900
032000     .                                                            00032000
032100                                                                  00032100
032200 150-CHECK-THE-EVENT.                                             00032200
032300     MOVE WS-IN-EVENT-NM TO DV-EVENT-NM                           00032300
032400     EXEC SQL                                                     00032400
032500       SELECT DV_EVENT_DESC, DV_SEL_TYP_CD, DV_LATITUDE,          00032500
032600              DV_LONGITUDE, DV_RADIUS_MI, DV_STAT_CD,             00032600
032700              DV_LIST_TS, DV_STORE_CNT                            00032700
032800         INTO :DV-EVENT-DESC, :DV-SEL-TYP-CD, :DV-LATITUDE,       00032800
032900              :DV-LONGITUDE, :DV-RADIUS-MI, :DV-STAT-CD,          00032900
033000              :DV-LIST-TS, :DV-STORE-CNT                          00033000
033100         FROM FC_XXXAIL_DSTR_EVT                                  00033100
033200        WHERE DV_EVENT_NM = :DV-EVENT-NM                          00033200
033300     END-EXEC                                                     00033300
033400     EVALUATE TRUE                                                00033400
033500       WHEN SQLCODE = 100                                         00033500
033600         MOVE 0 TO SQLCODE                                        00033600
033700         SET  FAILURE TO TRUE                                     00033700
033800         MOVE 'EVENT IS NOT ON FILE - ADD IT WITH A'              00033800
033900           TO IS-RTRN-MSG-TXT                                     00033900
034000       WHEN SQLCODE NOT = 0                                       00034000
034100         PERFORM 800-SQL-ERROR                                    00034100
034200       WHEN DV-EVENT-CLOSED-OUT AND NOT WS-ACT-INQUIRE            00034200
034300         SET  FAILURE TO TRUE                                     00034300
034400         MOVE 'EVENT IS CLOSED OUT - INQUIRE ONLY'                00034400
034500           TO IS-RTRN-MSG-TXT                                     00034500
034600     END-EVALUATE                                                 00034600
034700     .                                                            00034700
034800                                                                  00034800
034900 200-ADD-THE-EVENT.                                               00034900
035000     MOVE WS-IN-EVENT-NM TO DV-EVENT-NM                           00035000
035100     MOVE WS-IN-DESC     TO DV-EVENT-DESC                         00035100
035200     EXEC SQL                                                     00035200
035300       INSERT INTO FC_XXXAIL_DSTR_EVT                             00035300
035400          ( DV_EVENT_NM, DV_EVENT_DESC, DV_SEL_TYP_CD,            00035400
035500            DV_LATITUDE, DV_LONGITUDE, DV_RADIUS_MI,              00035500
035600            DV_STAT_CD, DV_CREATE_TS, DV_LIST_TS,                 00035600
035700            DV_STORE_CNT )                                        00035700
035800       VALUES                                                     00035800
035900          ( :DV-EVENT-NM, :DV-EVENT-DESC, ' ',                    00035900
036000            0, 0, 0,                                              00036000
036100            'O', CURRENT TIMESTAMP, :WS-ZERO-TS,                  00036100
036200            0 )                                                   00036200
036300     END-EXEC                                                     00036300
036400     EVALUATE TRUE                                                00036400
036500       WHEN SQLCODE = 0                                           00036500
036600         MOVE 'EVENT ADDED - KEY ITS AREA WITH P OR C'            00036600
036700           TO WS-SCR-MSG                                          00036700
036800       WHEN SQLCODE = -803                                        00036800
036900         MOVE 0 TO SQLCODE                                        00036900
037000         SET  FAILURE TO TRUE                                     00037000
037100         MOVE 'THAT EVENT ALREADY EXISTS'                         00037100
037200           TO IS-RTRN-MSG-TXT                                     00037200
037300       WHEN OTHER                                                 00037300
037400         PERFORM 800-SQL-ERROR                                    00037400
037500     END-EVALUATE                                                 00037500
037600     .                                                            00037600
037700                                                                  00037700
037800*=================================================================00037800
037900* The area - a point and radius, or counties, never both.         00037900
038000*=================================================================00038000
038100 300-SET-THE-POINT.                                               00038100
038200     COMPUTE DV-LATITUDE =                                        00038200
038300         WS-IN-LAT-INT-N + (WS-IN-LAT-FRAC-N / 100000)            00038300
038400     IF WS-IN-LAT-SIGN = '-'                                      00038400
038500       COMPUTE DV-LATITUDE = 0 - DV-LATITUDE                      00038500
038600     END-IF                                                       00038600
038700     COMPUTE DV-LONGITUDE =                                       00038700
038800         WS-IN-LON-INT-N + (WS-IN-LON-FRAC-N / 100000)            00038800
038900     IF WS-IN-LON-SIGN = '-'                                      00038900
039000       COMPUTE DV-LONGITUDE = 0 - DV-LONGITUDE                    00039000
039100     END-IF                                                       00039100
039200     MOVE WS-IN-RADIUS-N TO DV-RADIUS-MI                          00039200
039300     EXEC SQL                                                     00039300
039400       UPDATE FC_XXXAIL_DSTR_EVT                                  00039400
039500          SET DV_SEL_TYP_CD = 'R',                                00039500
039600              DV_LATITUDE   = :DV-LATITUDE,                       00039600
039700              DV_LONGITUDE  = :DV-LONGITUDE,                      00039700
039800              DV_RADIUS_MI  = :DV-RADIUS-MI                       00039800
039900        WHERE DV_EVENT_NM = :DV-EVENT-NM                          00039900
040000     END-EXEC                                                     00040000
040100     IF SQLCODE NOT = 0                                           00040100
040200       PERFORM 800-SQL-ERROR                                      00040200
040300     ELSE                                                         00040300
040400       EXEC SQL                                                   00040400
040500         DELETE FROM FC_XXXAIL_DSTR_CNTY                          00040500
040600          WHERE DY_EVENT_NM = :DCLFC-XXXAIL-DSTR-EVT.DV-EVENT-NM  00040600
040700       END-EXEC                                                   00040700
040800       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00040800
040900         PERFORM 800-SQL-ERROR                                    00040900
041000       ELSE                                                       00041000
041100         MOVE 0 TO SQLCODE                                        00041100
041200         MOVE 'POINT AND RADIUS SET - RUN MMMB2702 FOR THE LIST'  00041200
041300           TO WS-SCR-MSG                                          00041300
041400       END-IF                                                     00041400
041500     END-IF                                                       00041500
041600     .                                                            00041600
041700                                                                  00041700
041800 350-ADD-THE-COUNTIES.                                            00041800
041900     PERFORM VARYING WS-FIPS-IDX FROM 1 BY 1                      00041900
042000     UNTIL WS-FIPS-IDX > 10 OR NOT SUCCESS                        00042000
042100       IF WS-IN-FIPS-CD (WS-FIPS-IDX) NOT = SPACES                00042100
042200         PERFORM 360-CHECK-ONE-COUNTY                             00042200
042300       END-IF                                                     00042300
042400     END-PERFORM                                                  00042400
042500                                                                  00042500
042600     IF SUCCESS                                                   00042600
042700       EXEC SQL                                                   00042700
042800         UPDATE FC_XXXAIL_DSTR_EVT                                00042800
042900            SET DV_SEL_TYP_CD = 'C',                              00042900
043000                DV_LATITUDE   = 0,                                00043000
043100                DV_LONGITUDE  = 0,                                00043100
043200                DV_RADIUS_MI  = 0                                 00043200
043300          WHERE DV_EVENT_NM = :DV-EVENT-NM                        00043300
043400       END-EXEC                                                   00043400
043500       IF SQLCODE NOT = 0                                         00043500
043600         PERFORM 800-SQL-ERROR                                    00043600
043700       END-IF                                                     00043700
043800     END-IF                                                       00043800
043900                                                                  00043900
044000     MOVE DV-EVENT-NM TO DY-EVENT-NM                              00044000
044100     PERFORM VARYING WS-FIPS-IDX FROM 1 BY 1                      00044100
044200     UNTIL WS-FIPS-IDX > 10 OR NOT SUCCESS                        00044200
044300       IF WS-IN-FIPS-CD (WS-FIPS-IDX) NOT = SPACES                00044300
044400         PERFORM 370-ADD-ONE-COUNTY                               00044400
044500       END-IF                                                     00044500
044600     END-PERFORM                                                  00044600
044700                                                                  00044700
044800     IF SUCCESS                                                   00044800
044900       MOVE 'COUNTIES ADDED - RUN MMMB2702 FOR THE LIST'          00044900
045000         TO WS-SCR-MSG                                            00045000
045100     ELSE                                                         00045100
045200       EXEC CICS SYNCPOINT ROLLBACK                               00045200
045300       END-EXEC                                                   00045300
045400     END-IF                                                       00045400
045500     .                                                            00045500
045600                                                                  00045600
045700 360-CHECK-ONE-COUNTY.                                            00045700
045800     MOVE WS-IN-FIPS-CD (WS-FIPS-IDX) TO CY-FIPS-CD               00045800
045900     EXEC SQL                                                     00045900
046000       SELECT CY_STATE_CD, CY_CNTY_TXT                            00046000
046100         INTO :CY-STATE-CD, :CY-CNTY-TXT                          00046100
046200         FROM FC_XXXAIL_CNTY_REF                                  00046200
046300        WHERE CY_FIPS_CD = :CY-FIPS-CD                            00046300
046400     END-EXEC                                                     00046400
046500     EVALUATE TRUE                                                00046500
046600       WHEN SQLCODE = 100                                         00046600
046700         MOVE 0 TO SQLCODE                                        00046700
046800         SET  FAILURE TO TRUE                                     00046800
046900         MOVE SPACES TO IS-RTRN-MSG-TXT                           00046900
047000         STRING 'FIPS CODE ' CY-FIPS-CD                           00047000
047100                ' IS NOT ON THE COUNTY REFERENCE'                 00047100
047200           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00047200
047300       WHEN SQLCODE NOT = 0                                       00047300
047400         PERFORM 800-SQL-ERROR                                    00047400
047500     END-EVALUATE                                                 00047500
047600     .                                                            00047600
047700                                                                  00047700
047800* A county the event already has is left as it is.                00047800
047900 370-ADD-ONE-COUNTY.                                              00047900
048000     PERFORM 360-CHECK-ONE-COUNTY                                 00048000
048100     IF SUCCESS                                                   00048100
048200       MOVE CY-FIPS-CD  TO DY-FIPS-CD                             00048200
048300       MOVE CY-STATE-CD TO DY-STATE-CD                            00048300
048400       MOVE CY-CNTY-TXT TO DY-CNTY-TXT                            00048400
048500       EXEC SQL                                                   00048500
048600         INSERT INTO FC_XXXAIL_DSTR_CNTY                          00048600
048700            ( DY_EVENT_NM, DY_FIPS_CD, DY_STATE_CD,               00048700
048800              DY_CNTY_TXT )                                       00048800
048900         VALUES                                                   00048900
049000            ( :DY-EVENT-NM, :DY-FIPS-CD, :DY-STATE-CD,            00049000
049100              :DY-CNTY-TXT )                                      00049100
049200       END-EXEC                                                   00049200
049300       EVALUATE TRUE                                              00049300
049400         WHEN SQLCODE = -803                                      00049400
049500           MOVE 0 TO SQLCODE                                      00049500
049600         WHEN SQLCODE NOT = 0                                     00049600
049700           PERFORM 800-SQL-ERROR                                  00049700
049800       END-EVALUATE                                               00049800
049900     END-IF                                                       00049900
050000     .                                                            00050000
050100                                                                  00050100
050200 380-DROP-THE-COUNTIES.                                           00050200
050300     MOVE DV-EVENT-NM TO DY-EVENT-NM                              00050300
050400     MOVE 0 TO WS-CNTY-CNT                                        00050400
050500     PERFORM VARYING WS-FIPS-IDX FROM 1 BY 1                      00050500
050600     UNTIL WS-FIPS-IDX > 10 OR NOT SUCCESS                        00050600
050700       IF WS-IN-FIPS-CD (WS-FIPS-IDX) NOT = SPACES                00050700
050800         MOVE WS-IN-FIPS-CD (WS-FIPS-IDX) TO DY-FIPS-CD           00050800
050900         EXEC SQL                                                 00050900
051000           DELETE FROM FC_XXXAIL_DSTR_CNTY                        00051000
051100            WHERE DY_EVENT_NM = :DY-EVENT-NM                      00051100
051200              AND DY_FIPS_CD  = :DY-FIPS-CD                       00051200
051300         END-EXEC                                                 00051300
051400         EVALUATE TRUE                                            00051400
051500           WHEN SQLCODE = 0                                       00051500
051600             ADD 1 TO WS-CNTY-CNT                                 00051600
051700           WHEN SQLCODE = 100                                     00051700
051800             MOVE 0 TO SQLCODE                                    00051800
051900           WHEN OTHER                                             00051900
052000             PERFORM 800-SQL-ERROR                                00052000
052100         END-EVALUATE                                             00052100
052200       END-IF                                                     00052200
052300     END-PERFORM                                                  00052300
052400     IF SUCCESS                                                   00052400
052500       IF WS-CNTY-CNT = 0                                         00052500
052600         SET  FAILURE TO TRUE                                     00052600
052700         MOVE 'NONE OF THOSE COUNTIES IS ON THE EVENT'            00052700
052800           TO IS-RTRN-MSG-TXT                                     00052800
052900       ELSE                                                       00052900
053000         MOVE 'COUNTIES DROPPED - RUN MMMB2702 FOR THE LIST'      00053000
053100           TO WS-SCR-MSG                                          00053100
053200       END-IF                                                     00053200
053300     END-IF                                                       00053300
053400     .                                                            00053400
053500                                                                  00053500
053600*=================================================================00053600
053700* A store closed or reopened against the event. A store that      00053700
053800* closes and is not on the event's list yet goes on it, marked    00053800
053900* outside the area.                                               00053900
054000*=================================================================00054000
054100 400-CLOSE-THE-STORE.                                             00054100
054200     MOVE DV-EVENT-NM    TO DS-EVENT-NM                           00054200
054300     MOVE WS-IN-STORE-N  TO DS-LOC-NBR                            00054300
054400     MOVE 'S '           TO DS-LOC-TYP-CD                         00054400
054500     EXEC SQL                                                     00054500
054600       UPDATE FC_XXXAIL_DSTR_STR                                  00054600
054700          SET DS_STAT_CD   = 'C',                                 00054700
054800              DS_CLOSED_TS = CURRENT TIMESTAMP,                   00054800
054900              DS_REOPEN_TS = :WS-ZERO-TS                          00054900
055000        WHERE DS_EVENT_NM   = :DS-EVENT-NM                        00055000
055100          AND DS_LOC_NBR    = :DS-LOC-NBR                         00055100
055200          AND DS_LOC_TYP_CD = :DS-LOC-TYP-CD                      00055200
055300     END-EXEC                                                     00055300
055400     EVALUATE TRUE                                                00055400
055500       WHEN SQLCODE = 0                                           00055500
055600         MOVE 'STORE MARKED CLOSED' TO WS-SCR-MSG                 00055600
055700       WHEN SQLCODE = 100                                         00055700
055800         MOVE 0 TO SQLCODE                                        00055800
055900         PERFORM 420-ADD-THE-CLOSED-STORE                         00055900
056000       WHEN OTHER                                                 00056000
056100         PERFORM 800-SQL-ERROR                                    00056100
056200     END-EVALUATE                                                 00056200
056300     .                                                            00056300
056400                                                                  00056400
056500 420-ADD-THE-CLOSED-STORE.                                        00056500
056600     MOVE 0 TO WS-STORE-CNT                                       00056600
056700     EXEC SQL                                                     00056700
056800       SELECT COUNT(*)                                            00056800
056900        INTO :WS-STORE-CNT                                        00056900
057000       FROM FC_XXXAIL_STORES                                      00057000
057100       WHERE FC_STORE_NO = :DS-LOC-NBR                            00057100
057200     END-EXEC                                                     00057200
057300     EVALUATE TRUE                                                00057300
057400       WHEN SQLCODE NOT = 0                                       00057400
057500         PERFORM 800-SQL-ERROR                                    00057500
057600       WHEN WS-STORE-CNT = 0                                      00057600
057700         SET  FAILURE TO TRUE                                     00057700
057800         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00057800
057900           TO IS-RTRN-MSG-TXT                                     00057900
058000       WHEN OTHER                                                 00058000
058100         EXEC SQL                                                 00058100
058200           INSERT INTO FC_XXXAIL_DSTR_STR                         00058200
058300              ( DS_EVENT_NM, DS_LOC_NBR, DS_LOC_TYP_CD,           00058300
058400                DS_FIPS_CD, DS_DIST_MI, DS_IN_AREA_SW,            00058400
058500                DS_STAT_CD, DS_ADDED_TS, DS_CLOSED_TS,            00058500
058600                DS_REOPEN_TS )                                    00058600
058700           VALUES                                                 00058700
058800              ( :DS-EVENT-NM, :DS-LOC-NBR, :DS-LOC-TYP-CD,        00058800
058900                ' ', 0, 'N',                                      00058900
059000                'C', CURRENT TIMESTAMP, CURRENT TIMESTAMP,        00059000
059100                :WS-ZERO-TS )                                     00059100
059200         END-EXEC                                                 00059200
059300         IF SQLCODE NOT = 0                                       00059300
059400           PERFORM 800-SQL-ERROR                                  00059400
059500         ELSE                                                     00059500
059600           MOVE 'STORE ADDED TO THE EVENT AND MARKED CLOSED'      00059600
059700             TO WS-SCR-MSG                                        00059700
059800         END-IF                                                   00059800
059900     END-EVALUATE                                                 00059900
060000     .                                                            00060000
060100                                                                  00060100
060200 450-REOPEN-THE-STORE.                                            00060200
060300     MOVE DV-EVENT-NM    TO DS-EVENT-NM                           00060300
060400     MOVE WS-IN-STORE-N  TO DS-LOC-NBR                            00060400
060500     MOVE 'S '           TO DS-LOC-TYP-CD                         00060500
060600     EXEC SQL                                                     00060600
060700       UPDATE FC_XXXAIL_DSTR_STR                                  00060700
060800          SET DS_STAT_CD   = 'R',                                 00060800
060900              DS_REOPEN_TS = CURRENT TIMESTAMP                    00060900
061000        WHERE DS_EVENT_NM   = :DS-EVENT-NM                        00061000
061100          AND DS_LOC_NBR    = :DS-LOC-NBR                         00061100
061200          AND DS_LOC_TYP_CD = :DS-LOC-TYP-CD                      00061200
061300          AND DS_STAT_CD    = 'C'                                 00061300
061400     END-EXEC                                                     00061400
061500     EVALUATE TRUE                                                00061500
061600       WHEN SQLCODE = 0                                           00061600
061700         MOVE 'STORE MARKED REOPENED' TO WS-SCR-MSG               00061700
061800       WHEN SQLCODE = 100                                         00061800
061900         MOVE 0 TO SQLCODE                                        00061900
062000         SET  FAILURE TO TRUE                                     00062000
062100         MOVE 'STORE IS NOT MARKED CLOSED ON THE EVENT'           00062100
062200           TO IS-RTRN-MSG-TXT                                     00062200
062300       WHEN OTHER                                                 00062300
062400         PERFORM 800-SQL-ERROR                                    00062400
062500     END-EVALUATE                                                 00062500
062600     .                                                            00062600
062700                                                                  00062700
062800* Stores still closed are left closed - the close-out only ends   00062800
062900* the tracking, so they are counted on the message.               00062900
063000 500-CLOSE-OUT-THE-EVENT.                                         00063000
063100     MOVE 0 TO WS-CLOSED-CNT                                      00063100
063200     EXEC SQL                                                     00063200
063300       SELECT COUNT(*)                                            00063300
063400        INTO :WS-CLOSED-CNT                                       00063400
063500       FROM FC_XXXAIL_DSTR_STR                                    00063500
063600       WHERE DS_EVENT_NM = :DCLFC-XXXAIL-DSTR-EVT.DV-EVENT-NM     00063600
063700         AND DS_STAT_CD  = 'C'                                    00063700
063800     END-EXEC                                                     00063800
063900     IF SQLCODE NOT = 0                                           00063900
064000       PERFORM 800-SQL-ERROR                                      00064000
064100     ELSE                                                         00064100
064200       EXEC SQL                                                   00064200
064300         UPDATE FC_XXXAIL_DSTR_EVT                                00064300
064400            SET DV_STAT_CD = 'X'                                  00064400
064500          WHERE DV_EVENT_NM = :DV-EVENT-NM                        00064500
064600       END-EXEC                                                   00064600
064700       IF SQLCODE NOT = 0                                         00064700
064800         PERFORM 800-SQL-ERROR                                    00064800
064900       ELSE                                                       00064900
065000         MOVE WS-CLOSED-CNT TO WS-EL-STORE-CNT                    00065000
065100         MOVE SPACES TO WS-SCR-MSG                                00065100
065200         STRING 'EVENT CLOSED OUT - STORES STILL MARKED CLOSED: ' 00065200
065300                WS-EL-STORE-CNT                                   00065300
065400           DELIMITED BY SIZE INTO WS-SCR-MSG                      00065400
065500       END-IF                                                     00065500
065600     END-IF                                                       00065600
065700     .                                                            00065700
065800                                                                  00065800
065900*=================================================================00065900
066000* Inquire: the event, its area, and its stores - closed first.    00066000
066100*=================================================================00066100
066200 600-SHOW-THE-EVENT.                                              00066200
066300     MOVE 'STORE/STATUS/AREA/FIPS/MILES/CLOSED/REOPENED'          00066300
066400       TO WS-SCR-MSG                                              00066400
066500     MOVE DV-EVENT-DESC TO WS-EL-DESC                             00066500
066600     IF DV-EVENT-CLOSED-OUT                                       00066600
066700       MOVE 'CLOSED OUT' TO WS-EL-STAT                            00066700
066800     ELSE                                                         00066800
066900       MOVE 'OPEN'       TO WS-EL-STAT                            00066900
067000     END-IF                                                       00067000
067100     MOVE DV-STORE-CNT TO WS-EL-STORE-CNT                         00067100
067200     IF DV-LIST-TS = WS-ZERO-TS                                   00067200
067300       MOVE 'NOT YET'    TO WS-EL-LIST-TS                         00067300
067400     ELSE                                                         00067400
067500       MOVE DV-LIST-TS (6 : 11) TO WS-EL-LIST-TS                  00067500
067600     END-IF                                                       00067600
067700     MOVE WS-EVENT-LINE TO WS-SCR-DTL (1)                         00067700
067800     EVALUATE TRUE                                                00067800
067900       WHEN DV-BY-RADIUS                                          00067900
068000         MOVE DV-RADIUS-MI TO WS-PL-RADIUS                        00068000
068100         MOVE DV-LATITUDE  TO WS-PL-LAT                           00068100
068200         MOVE DV-LONGITUDE TO WS-PL-LON                           00068200
068300         MOVE WS-POINT-LINE TO WS-SCR-DTL (2)                     00068300
068400       WHEN DV-BY-COUNTY                                          00068400
068500         PERFORM 610-SHOW-THE-COUNTIES                            00068500
068600       WHEN OTHER                                                 00068600
068700         MOVE 'NO AREA KEYED YET - USE P OR C'                    00068700
068800           TO WS-SCR-DTL (2)                                      00068800
068900     END-EVALUATE                                                 00068900
069000     IF SUCCESS                                                   00069000
069100       PERFORM 620-SHOW-THE-STORES                                00069100
069200     END-IF                                                       00069200
069300     .                                                            00069300
069400                                                                  00069400
069500 610-SHOW-THE-COUNTIES.                                           00069500
069600     MOVE 0 TO WS-CNTY-CNT                                        00069600
069700     EXEC SQL                                                     00069700
069800       SELECT COUNT(*), MIN(DY_FIPS_CD)                           00069800
069900        INTO :WS-CNTY-CNT, :DY-FIPS-CD                            00069900
070000       FROM FC_XXXAIL_DSTR_CNTY                                   00070000
070100       WHERE DY_EVENT_NM = :DCLFC-XXXAIL-DSTR-EVT.DV-EVENT-NM     00070100
070200     END-EXEC                                                     00070200
070300     EVALUATE TRUE                                                00070300
070400       WHEN SQLCODE NOT = 0 AND SQLCODE NOT = -305                00070400
070500         PERFORM 800-SQL-ERROR                                    00070500
070600       WHEN WS-CNTY-CNT = 0                                       00070600
070700         MOVE 0 TO SQLCODE                                        00070700
070800         MOVE 'NO COUNTIES KEYED YET - USE C'                     00070800
070900           TO WS-SCR-DTL (2)                                      00070900
071000       WHEN OTHER                                                 00071000
071100         EXEC SQL                                                 00071100
071200           SELECT DY_STATE_CD, DY_CNTY_TXT                        00071200
071300            INTO :DY-STATE-CD, :DY-CNTY-TXT                       00071300
071400           FROM FC_XXXAIL_DSTR_CNTY                               00071400
071500           WHERE DY_EVENT_NM =                                    00071500
071600                 :DCLFC-XXXAIL-DSTR-EVT.DV-EVENT-NM               00071600
071700             AND DY_FIPS_CD  = :DY-FIPS-CD                        00071700
071800         END-EXEC                                                 00071800
071900         IF SQLCODE NOT = 0                                       00071900
072000           PERFORM 800-SQL-ERROR                                  00072000
072100         ELSE                                                     00072100
072200           MOVE WS-CNTY-CNT TO WS-CY-CNT                          00072200
072300           MOVE DY-FIPS-CD  TO WS-CY-FIPS-CD                      00072300
072400           MOVE DY-CNTY-TXT TO WS-CY-CNTY-TXT                     00072400
072500           MOVE DY-STATE-CD TO WS-CY-STATE-CD                     00072500
072600           MOVE WS-CNTY-LINE TO WS-SCR-DTL (2)                    00072600
072700         END-IF                                                   00072700
072800     END-EVALUATE                                                 00072800
072900     .                                                            00072900
073000                                                                  00073000
073100 620-SHOW-THE-STORES.                                             00073100
073200     MOVE 2 TO WS-DTL-IDX                                         00073200
073300     EXEC SQL                                                     00073300
073400       OPEN EVT-STR-CSR                                           00073400
073500     END-EXEC                                                     00073500
073600     IF SQLCODE NOT = 0                                           00073600
073700       PERFORM 800-SQL-ERROR                                      00073700
073800     ELSE                                                         00073800
073900       PERFORM 640-FETCH-ONE-STORE                                00073900
074000       PERFORM UNTIL SQLCODE NOT = 0                              00074000
074100                  OR WS-DTL-IDX NOT < 10                          00074100
074200         ADD 1 TO WS-DTL-IDX                                      00074200
074300         MOVE DS-LOC-NBR TO WS-SL-STORE                           00074300
074400         EVALUATE TRUE                                            00074400
074500           WHEN DS-STORE-CLOSED                                   00074500
074600             MOVE 'CLOSED'   TO WS-SL-STAT                        00074600
074700           WHEN DS-STORE-REOPENED                                 00074700
074800             MOVE 'REOPENED' TO WS-SL-STAT                        00074800
074900           WHEN OTHER                                             00074900
075000             MOVE 'OPEN'     TO WS-SL-STAT                        00075000
075100         END-EVALUATE                                             00075100
075200         IF DS-IN-AREA-SW = 'Y'                                   00075200
075300           MOVE 'IN'  TO WS-SL-AREA                               00075300
075400         ELSE                                                     00075400
075500           MOVE 'OUT' TO WS-SL-AREA                               00075500
075600         END-IF                                                   00075600
075700         MOVE DS-FIPS-CD TO WS-SL-FIPS-CD                         00075700
075800         MOVE DS-DIST-MI TO WS-SL-DIST-MI                         00075800
075900         MOVE SPACES TO WS-SL-CLOSED-TS                           00075900
076000                        WS-SL-REOPEN-TS                           00076000
076100         IF DS-CLOSED-TS NOT = WS-ZERO-TS                         00076100
076200           MOVE DS-CLOSED-TS (1 : 16) TO WS-SL-CLOSED-TS          00076200
076300         END-IF                                                   00076300
076400         IF DS-REOPEN-TS NOT = WS-ZERO-TS                         00076400
076500           MOVE DS-REOPEN-TS (1 : 16) TO WS-SL-REOPEN-TS          00076500
076600         END-IF                                                   00076600
076700         MOVE WS-STORE-LINE TO WS-SCR-DTL (WS-DTL-IDX)            00076700
076800         PERFORM 640-FETCH-ONE-STORE                              00076800
076900       END-PERFORM                                                00076900
077000       IF SQLCODE = 100                                           00077000
077100         MOVE 0 TO SQLCODE                                        00077100
077200       END-IF                                                     00077200
077300       EXEC SQL                                                   00077300
077400         CLOSE EVT-STR-CSR                                        00077400
077500       END-EXEC                                                   00077500
077600       MOVE 0 TO SQLCODE                                          00077600
077700       IF WS-DTL-IDX = 2                                          00077700
077800         MOVE 'NO STORES ON THE EVENT YET - RUN MMMB2702'         00077800
077900           TO WS-SCR-DTL (3)                                      00077900
078000       END-IF                                                     00078000
078100     END-IF                                                       00078100
078200     .                                                            00078200
078300                                                                  00078300
078400 640-FETCH-ONE-STORE.                                             00078400
078500     EXEC SQL                                                     00078500
078600       FETCH EVT-STR-CSR                                          00078600
078700         INTO :DS-LOC-NBR, :DS-STAT-CD, :DS-IN-AREA-SW,           00078700
078800              :DS-FIPS-CD, :DS-DIST-MI, :DS-CLOSED-TS,            00078800
078900              :DS-REOPEN-TS                                       00078900
079000     END-EXEC                                                     00079000
079100     .                                                            00079100
079200                                                                  00079200
079300 700-SEND-SCREEN.                                                 00079300
079400     PERFORM 710-SHOW-FREEZE-BANNER                               00079400
079500     EXEC CICS SEND TEXT                                          00079500
079600       FROM   (WS-SCREEN-AREA)                                    00079600
079700       LENGTH (WS-SCREEN-LEN)                                     00079700
079800       ERASE                                                      00079800
079900     END-EXEC                                                     00079900
080000     .                                                            00080000
080100                                                                  00080100
080200*=================================================================00080200
080300* While a change freeze is on, its id and end show at the right   00080300
080400* of the heading line (MMMS0181).                                 00080400
080500*=================================================================00080500
080600 710-SHOW-FREEZE-BANNER.                                          00080600
080700     SET  MMMC0181-GET-BANNER TO TRUE                             00080700
080800     CALL MMMS0181-FREEZE-SVC USING                               00080800
080900         XXXN001A                                                 00080900
081000         MMMC0181                                                 00081000
081100     IF MMMC0181-BANNER-TXT NOT = SPACES                          00081100
081200       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          00081200
081300     END-IF                                                       00081300
081400     .                                                            00081400
081500                                                                  00081500
081600 800-SQL-ERROR.                                                   00081600
081700     MOVE SQLCODE TO WS-SQLCODE                                   00081700
081800     SET  FAILURE TO TRUE                                         00081800
081900     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00081900
082000     STRING 'MMMO1300 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00082000
082100       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00082100
082200     .                                                            00082200
