000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMS0185.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Pilot enrollment service.                                       00000600
000700*                                                                 00000700
000800* Merchandising pilots were tracked on spreadsheets, with test    00000800
000900* and control stores picked by hand and more than once a store    00000900
001000* running two pilots that spoiled each other's reads. Pilots      00001000
001100* now live on FC_XXXAIL_PILOT (DDDTPL01, MMMO0200 table id PL)    00001100
001200* with the pairs that must not share a store on                   00001200
001300* FC_XXXAIL_PILOT_CNFL (DDDTPX01, table id PX), and each test     00001300
001400* store's enrollment on FC_XXXAIL_PILOT_STORE (DDDTPS01). All     00001400
001500* enrollment goes through here (in bulk through MMMB3702):        00001500
001600*   - the pilot must be active and not yet ended                  00001600
001700*   - the test store must be open, carry a retail format on       00001700
001800*     XXXAIL_LOC, and not already be in the pilot as a test or    00001800
001900*     control store                                               00001900
002000*   - neither store may be in a conflicting pilot whose dates     00002000
002100*     overlap this one's                                          00002100
002200*   - the control store is open, a different store, of the        00002200
002300*     same RETL_LOC_FRMAT_CD and free for the pilot; when none    00002300
002400*     is given the nearest such store is taken from MMMS0169      00002400
002500* Both stores' formats are kept on the row as of enrollment so    00002500
002600* MMMB3802 can show a later change. See MMMC0185.                 00002600
002700* Callable from batch or CICS - plain SQL, no file I/O.           00002700
002800*-----------------------------------------------------------------00002800
002900 ENVIRONMENT DIVISION.                                            00002900
003000 DATA DIVISION.                                                   00003000
003100 WORKING-STORAGE SECTION.                                         00003100
003200*=================================================================00003200
003300* Misc working storage.                                           00003300
003400*=================================================================00003400
003500 01 WS-SQLCODE                  PIC ----9.                        00003500
003600 01 WS-ROW-CNT                  PIC S9(9) COMP VALUE 0.           00003600
003700 01 WS-TODAY                    PIC X(10) VALUE SPACES.           00003700
003800 01 WS-NEAR-IDX                 PIC S9(4) COMP VALUE 0.           00003800
003900                                                                  00003900
004000* The pilot being enrolled in.                                    00004000
004100 01 WS-PILOT-ACTIVE-IND         PIC X(1)  VALUE SPACES.           00004100
004200 01 WS-PILOT-STRT-DT            PIC X(10) VALUE SPACES.           00004200
004300 01 WS-PILOT-END-DT             PIC X(10) VALUE SPACES.           00004300
004400 01 WS-CNFL-PILOT-ID            PIC X(8)  VALUE SPACES.           00004400
004500                                                                  00004500
004600* One store under check - the test store, the control store       00004600
004700* or a control candidate.                                         00004700
004800 01 WS-CHK-LOC-NBR              PIC S9(9) COMP VALUE 0.           00004800
004900 01 WS-CHK-STORE-NO             PIC 9(9)  VALUE 0.                00004900
005000 01 WS-CHK-OPEN-SW              PIC X(1)  VALUE 'N'.              00005000
005100     88 WS-CHK-OPEN                       VALUE 'Y'.              00005100
005200 01 WS-CHK-FRMAT-CD             PIC X(5)  VALUE SPACES.           00005200
005300 01 WS-CHK-LAT                  PIC S9(3)V9(2) COMP-3 VALUE 0.    00005300
005400 01 WS-CHK-LON                  PIC S9(3)V9(2) COMP-3 VALUE 0.    00005400
005500 01 WS-CHK-FOUND-SW             PIC X(1)  VALUE 'N'.              00005500
005600     88 WS-CHK-FOUND                      VALUE 'Y'.              00005600
005700 01 WS-CHK-FREE-SW              PIC X(1)  VALUE 'N'.              00005700
005800     88 WS-CHK-FREE                       VALUE 'Y'.              00005800
005900 01 WS-CHK-IN-PILOT-SW          PIC X(1)  VALUE 'N'.              00005900
006000     88 WS-CHK-IN-PILOT                   VALUE 'Y'.              00006000
006100                                                                  00006100
006200* The test store as read.                                         00006200
006300 01 WS-TEST-LAT                 PIC S9(3)V9(2) COMP-3 VALUE 0.    00006300
006400 01 WS-TEST-LON                 PIC S9(3)V9(2) COMP-3 VALUE 0.    00006400
006500 01 WS-TEST-FRMAT-CD            PIC X(5)  VALUE SPACES.           00006500
006600                                                                  00006600
006700* Control-store choice.                                           00006700
006800 01 WS-CTL-FRMAT-CD             PIC X(5)  VALUE SPACES.           00006800
006900 01 WS-CTL-FOUND-SW             PIC X(1)  VALUE 'N'.              00006900
007000     88 WS-CTL-FOUND                      VALUE 'Y'.              00007000
007100 01 WS-CTL-DIST-MI              PIC S9(4)V9(1) COMP-3 VALUE 0.    00007100
007200                                                                  00007200
007300* Distance to a keyed control store - the same flat-earth         00007300
007400* reckoning MMMS0169 ranks by.                                    00007400
007500 01 WS-DLAT-MI                  PIC S9(7)V9(4) COMP-3 VALUE 0.    00007500
007600 01 WS-DLON-MI                  PIC S9(7)V9(4) COMP-3 VALUE 0.    00007600
007700 01 WS-DIST-SQ                  PIC S9(11)V9(4) COMP-3 VALUE 0.   00007700
007800 01 WS-DIST-MI                  PIC S9(5)V9(1) COMP-3 VALUE 0.    00007800
007900 01 WS-TRIAL-MI                 PIC S9(5)V9(1) COMP-3 VALUE 0.    00007900
008000                                                                  00008000
008100 01 MMMS0169-NEAR-STORES        PIC X(8) VALUE 'MMMS0169'.        00008100
008200 COPY MMMC0169.                                                   00008200
008300                                                                  00008300
008400*=================================================================00008400
008500*  DB2 Areas                                                      00008500
008600*=================================================================00008600
008700     EXEC SQL                                                     00008700
008800       INCLUDE SQLCA                                              00008800
008900     END-EXEC.                                                    00008900
009000                                                                  00009000
009100     EXEC SQL                                                     00009100
009200       INCLUDE DDDTPS01                                           00009200
009300     END-EXEC.                                                    00009300
009400                                                                  00009400
009500 LINKAGE SECTION.                                                 00009500
009600 COPY XXXN001A.                                                   00009600
009700 COPY MMMC0185.                                                   00009700
009800                                                                  00009800
009900 PROCEDURE DIVISION USING                                         00009900
010000     XXXN001A                                                     00010000
010100     MMMC0185                                                     00010100
010200     .                                                            00010200
010300                                                                  00010300
010400*=================================================================00010400
010500* Main program logic...                                           00010500
010600*=================================================================00010600
010700 000-MAIN-LINE.                                                   00010700
010800     INITIALIZE XXXN001A                                          00010800
010900     IF MMMC0185-LOC-TYP-CD = SPACES                              00010900
011000       MOVE 'S ' TO MMMC0185-LOC-TYP-CD                           00011000
011100     END-IF                                                       00011100
011200                                                                  00011200
011300     EVALUATE TRUE                                                00011300
011400       WHEN NOT MMMC0185-ENROLL AND NOT MMMC0185-WITHDRAW         00011400
011500         SET  FAILURE TO TRUE                                     00011500
011600         MOVE 'MMMS0185 - Invalid function code!'                 00011600
011700           TO IS-RTRN-MSG-TXT                                     00011700
011800       WHEN MMMC0185-LOC-NBR NOT > 0                              00011800
011900         SET  FAILURE TO TRUE                                     00011900
012000         MOVE 'MMMS0185 - Store number is required!'              00012000
012100           TO IS-RTRN-MSG-TXT                                     00012100
012200       WHEN MMMC0185-PILOT-ID = SPACES                            00012200
012300         SET  FAILURE TO TRUE                                     00012300
012400         MOVE 'MMMS0185 - Pilot id is required!'                  00012400
012500           TO IS-RTRN-MSG-TXT                                     00012500
012600       WHEN OTHER                                                 00012600
012700         PERFORM 100-GET-TODAY                                    00012700
012800         MOVE MMMC0185-PILOT-ID   TO MD-PS-PILOT-ID   OF DDDTPS01 00012800
012900         MOVE MMMC0185-LOC-NBR    TO MD-PS-LOC-NBR    OF DDDTPS01 00012900
013000         MOVE MMMC0185-LOC-TYP-CD TO MD-PS-LOC-TYP-CD OF DDDTPS01 00013000
013100         EVALUATE TRUE                                            00013100
013200           WHEN NOT SUCCESS                                       00013200
013300             CONTINUE                                             00013300
013400           WHEN MMMC0185-WITHDRAW                                 00013400
013500             PERFORM 400-WITHDRAW-THE-STORE                       00013500
013600           WHEN OTHER                                             00013600
013700             PERFORM 200-EDIT-THE-ENROLLMENT                      00013700
013800             IF SUCCESS                                           00013800
013900               PERFORM 300-PICK-THE-CONTROL                       00013900
014000             END-IF                                               00014000
014100             IF SUCCESS                                           00014100
014200               PERFORM 350-ENROLL-THE-STORE                       00014200
014300             END-IF                                               00014300
014400         END-EVALUATE                                             00014400
014500     END-EVALUATE                                                 00014500
014600                                                                  00014600
014700     GOBACK                                                       00014700
014800     .                                                            00014800
014900                                                                  00014900
015000 100-GET-TODAY.                                                   00015000
015100     EXEC SQL                                                     00015100
015200       SET :WS-TODAY = CHAR(CURRENT DATE, ISO)                    00015200
015300     END-EXEC                                                     00015300
015400     IF SQLCODE NOT = 0                                           00015400
015500       PERFORM 800-SQL-ERROR                                      00015500
015600     END-IF                                                       00015600
015700     .                                                            00015700
015800                                                                  00015800
015900*=================================================================00015900
016000* Edits for an enrollment - the pilot, then the test store.       00016000
016100*=================================================================00016100
016200 200-EDIT-THE-ENROLLMENT.                                         00016200
016300     IF MMMC0185-ENRL-DT = SPACES                                 00016300
016400       MOVE WS-TODAY TO MMMC0185-ENRL-DT                          00016400
016500     END-IF                                                       00016500
016600                                                                  00016600
016700     PERFORM 210-CHECK-THE-PILOT                                  00016700
016800                                                                  00016800
016900     IF SUCCESS                                                   00016900
017000       MOVE MMMC0185-LOC-NBR TO WS-CHK-LOC-NBR                    00017000
017100       PERFORM 250-READ-ONE-STORE                                 00017100
017200     END-IF                                                       00017200
017300                                                                  00017300
017400     IF SUCCESS                                                   00017400
017500       EVALUATE TRUE                                              00017500
017600         WHEN NOT WS-CHK-FOUND                                    00017600
017700           SET  FAILURE TO TRUE                                   00017700
017800           MOVE 'STORE IS NOT ON FC_XXXAIL_STORES AND XXXAIL_LOC' 00017800
017900             TO IS-RTRN-MSG-TXT                                   00017900
018000         WHEN NOT WS-CHK-OPEN                                     00018000
018100           SET  FAILURE TO TRUE                                   00018100
018200           MOVE 'STORE IS NOT OPEN - IT CANNOT TAKE A PILOT'      00018200
018300             TO IS-RTRN-MSG-TXT                                   00018300
018400         WHEN WS-CHK-FRMAT-CD = SPACES                            00018400
018500           SET  FAILURE TO TRUE                                   00018500
018600           MOVE 'STORE HAS NO RETAIL FORMAT ON XXXAIL_LOC'        00018600
018700             TO IS-RTRN-MSG-TXT                                   00018700
018800         WHEN OTHER                                               00018800
018900           MOVE WS-CHK-FRMAT-CD TO WS-TEST-FRMAT-CD               00018900
019000           MOVE WS-CHK-LAT      TO WS-TEST-LAT                    00019000
019100           MOVE WS-CHK-LON      TO WS-TEST-LON                    00019100
019200       END-EVALUATE                                               00019200
019300     END-IF                                                       00019300
019400                                                                  00019400
019500     IF SUCCESS                                                   00019500
019600       PERFORM 260-CHECK-STORE-IS-FREE                            00019600
019700       EVALUATE TRUE                                              00019700
019800         WHEN NOT SUCCESS                                         00019800
019900           CONTINUE                                               00019900
020000         WHEN WS-CHK-IN-PILOT                                     00020000
020100           SET  FAILURE TO TRUE                                   00020100
020200           MOVE 'STORE IS ALREADY IN THIS PILOT (TEST OR CONTROL)'00020200
020300             TO IS-RTRN-MSG-TXT                                   00020300
020400         WHEN NOT WS-CHK-FREE                                     00020400
020500           SET  FAILURE TO TRUE                                   00020500
020600           MOVE SPACES TO IS-RTRN-MSG-TXT                         00020600
020700           STRING 'STORE IS IN CONFLICTING PILOT '                00020700
020800                  WS-CNFL-PILOT-ID                                00020800
020900             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               00020900
021000       END-EVALUATE                                               00021000
021100     END-IF                                                       00021100
021200     .                                                            00021200
021300                                                                  00021300
021400*    Enrollment opens only in an active pilot that has not run    00021400
021500*    out; its dates are what a conflicting pilot must not         00021500
021600*    overlap.                                                     00021600
021700 210-CHECK-THE-PILOT.                                             00021700
021800     EXEC SQL                                                     00021800
021900       SELECT PL_ACTIVE_IND,                                      00021900
022000              CHAR(PL_STRT_DT, ISO), CHAR(PL_END_DT, ISO)         00022000
022100        INTO :WS-PILOT-ACTIVE-IND,                                00022100
022200             :WS-PILOT-STRT-DT, :WS-PILOT-END-DT                  00022200
022300       FROM FC_XXXAIL_PILOT                                       00022300
022400       WHERE PL_PILOT_ID = :DDDTPS01.MD-PS-PILOT-ID               00022400
022500     END-EXEC                                                     00022500
022600     EVALUATE TRUE                                                00022600
022700       WHEN SQLCODE = 100                                         00022700
022800         MOVE 0 TO SQLCODE                                        00022800
022900         SET  FAILURE TO TRUE                                     00022900
023000         MOVE 'PILOT IS NOT ON FC_XXXAIL_PILOT'                   00023000
023100           TO IS-RTRN-MSG-TXT                                     00023100
023200       WHEN SQLCODE NOT = 0                                       00023200
023300         PERFORM 800-SQL-ERROR                                    00023300
023400       WHEN WS-PILOT-ACTIVE-IND NOT = 'Y'                         00023400
023500         SET  FAILURE TO TRUE                                     00023500
023600         MOVE 'PILOT IS NOT ACTIVE'                               00023600
023700           TO IS-RTRN-MSG-TXT                                     00023700
023800       WHEN WS-PILOT-END-DT < WS-TODAY                            00023800
023900         SET  FAILURE TO TRUE                                     00023900
024000         MOVE 'PILOT HAS ENDED - NO NEW STORES'                   00024000
024100           TO IS-RTRN-MSG-TXT                                     00024100
024200     END-EVALUATE                                                 00024200
024300     .                                                            00024300
024400                                                                  00024400
024500*    Open status and geocode from the store master, format from   00024500
024600*    the location table. A store missing from either comes back   00024600
024700*    not found; only an SQL error fails the call.                 00024700
024800 250-READ-ONE-STORE.                                              00024800
024900     MOVE 'N'    TO WS-CHK-FOUND-SW                               00024900
025000     MOVE 'N'    TO WS-CHK-OPEN-SW                                00025000
025100     MOVE SPACES TO WS-CHK-FRMAT-CD                               00025100
025200     MOVE 0      TO WS-CHK-LAT WS-CHK-LON                         00025200
025300     EXEC SQL                                                     00025300
025400       SELECT CASE WHEN S.FC_RL_STATUS_CD = 'A'                   00025400
025500                    AND ( S.FC_RL_CLOSING_DT = '0001-01-01'       00025500
025600                       OR S.FC_RL_CLOSING_DT >= CURRENT DATE )    00025600
025700                   THEN 'Y' ELSE 'N' END,                         00025700
025800              S.FC_RL_LATITUDE_K, S.FC_RL_LONGITUDE_K,            00025800
025900              L.RETL_LOC_FRMAT_CD                                 00025900
026000        INTO :WS-CHK-OPEN-SW,                                     00026000
026100             :WS-CHK-LAT, :WS-CHK-LON,                            00026100
026200             :WS-CHK-FRMAT-CD                                     00026200
026300       FROM FC_XXXAIL_STORES S,                                   00026300
026400            XXXAIL_LOC       L                                    00026400
026500       WHERE S.FC_STORE_NO = :WS-CHK-LOC-NBR                      00026500
026600         AND L.LOC_NBR     = S.FC_STORE_NO                        00026600
026700         AND L.LOC_TYP_CD  = 'S '                                 00026700
026800     END-EXEC                                                     00026800
026900     EVALUATE TRUE                                                00026900
027000       WHEN SQLCODE = 0                                           00027000
027100         SET WS-CHK-FOUND TO TRUE                                 00027100
027200       WHEN SQLCODE = 100                                         00027200
027300         MOVE 0 TO SQLCODE                                        00027300
027400       WHEN OTHER                                                 00027400
027500         PERFORM 800-SQL-ERROR                                    00027500
027600     END-EVALUATE                                                 00027600
027700     .                                                            00027700
027800                                                                  00027800
027900*    Free for the pilot - not already in it either way round,     00027900
028000*    and not in a pilot it conflicts with (the pair read both     00028000
028100*    ways) whose dates overlap this pilot's. The first such       00028100
028200*    pilot comes back for the message.                            00028200
028300 260-CHECK-STORE-IS-FREE.                                         00028300
028400     MOVE 'N' TO WS-CHK-FREE-SW                                   00028400
028500     MOVE 'N' TO WS-CHK-IN-PILOT-SW                               00028500
028600     MOVE 0   TO WS-ROW-CNT                                       00028600
028700     EXEC SQL                                                     00028700
028800       SELECT COUNT(*)                                            00028800
028900        INTO :WS-ROW-CNT                                          00028900
029000       FROM FC_XXXAIL_PILOT_STORE                                 00029000
029100       WHERE PS_PILOT_ID = :DDDTPS01.MD-PS-PILOT-ID               00029100
029200         AND ( PS_LOC_NBR     = :WS-CHK-LOC-NBR                   00029200
029300            OR PS_CTL_LOC_NBR = :WS-CHK-LOC-NBR )                 00029300
029400     END-EXEC                                                     00029400
029500     EVALUATE TRUE                                                00029500
029600       WHEN SQLCODE NOT = 0                                       00029600
029700         PERFORM 800-SQL-ERROR                                    00029700
029800       WHEN WS-ROW-CNT > 0                                        00029800
029900         SET WS-CHK-IN-PILOT TO TRUE                              00029900
030000       WHEN OTHER                                                 00030000
030100         MOVE SPACES TO WS-CNFL-PILOT-ID                          00030100
030200         EXEC SQL                                                 00030200
030300           SELECT COALESCE(MIN(PS.PS_PILOT_ID), ' ')              00030300
030400            INTO :WS-CNFL-PILOT-ID                                00030400
030500           FROM FC_XXXAIL_PILOT_STORE PS,                         00030500
030600                FC_XXXAIL_PILOT       P,                          00030600
030700                FC_XXXAIL_PILOT_CNFL  X                           00030700
030800           WHERE ( PS.PS_LOC_NBR     = :WS-CHK-LOC-NBR            00030800
030900                OR PS.PS_CTL_LOC_NBR = :WS-CHK-LOC-NBR )          00030900
031000             AND P.PL_PILOT_ID    = PS.PS_PILOT_ID                00031000
031100             AND P.PL_ACTIVE_IND  = 'Y'                           00031100
031200             AND P.PL_STRT_DT    <= DATE(:WS-PILOT-END-DT)        00031200
031300             AND P.PL_END_DT     >= DATE(:WS-PILOT-STRT-DT)       00031300
031400             AND ( ( X.PX_PILOT_ID      =                         00031400
031500                         :DDDTPS01.MD-PS-PILOT-ID                 00031500
031600                 AND X.PX_CNFL_PILOT_ID = PS.PS_PILOT_ID )        00031600
031700                OR ( X.PX_CNFL_PILOT_ID =                         00031700
031800                         :DDDTPS01.MD-PS-PILOT-ID                 00031800
031900                 AND X.PX_PILOT_ID      = PS.PS_PILOT_ID ) )      00031900
032000         END-EXEC                                                 00032000
032100         EVALUATE TRUE                                            00032100
032200           WHEN SQLCODE NOT = 0                                   00032200
032300             PERFORM 800-SQL-ERROR                                00032300
032400           WHEN WS-CNFL-PILOT-ID = SPACES                         00032400
032500             SET WS-CHK-FREE TO TRUE                              00032500
032600         END-EVALUATE                                             00032600
032700     END-EVALUATE                                                 00032700
032800     .                                                            00032800
032900                                                                  00032900
033000*=================================================================00033000
033100* The control store - the one keyed, or the nearest free store    00033100
033200* of the test store's format.                                     00033200
033300*=================================================================00033300
033400 300-PICK-THE-CONTROL.                                            00033400
033500     MOVE 'N' TO WS-CTL-FOUND-SW                                  00033500
033600     IF MMMC0185-CTL-LOC-NBR > 0                                  00033600
033700       PERFORM 310-CHECK-KEYED-CONTROL                            00033700
033800     ELSE                                                         00033800
033900       PERFORM 320-FIND-NEAREST-CONTROL                           00033900
034000     END-IF                                                       00034000
034100     .                                                            00034100
034200                                                                  00034200
034300 310-CHECK-KEYED-CONTROL.                                         00034300
034400     IF MMMC0185-CTL-LOC-NBR = MMMC0185-LOC-NBR                   00034400
034500       SET  FAILURE TO TRUE                                       00034500
034600       MOVE 'CONTROL STORE MUST NOT BE THE TEST STORE'            00034600
034700         TO IS-RTRN-MSG-TXT                                       00034700
034800     END-IF                                                       00034800
034900                                                                  00034900
035000     IF SUCCESS                                                   00035000
035100       MOVE MMMC0185-CTL-LOC-NBR TO WS-CHK-LOC-NBR                00035100
035200       PERFORM 250-READ-ONE-STORE                                 00035200
035300     END-IF                                                       00035300
035400                                                                  00035400
035500     IF SUCCESS                                                   00035500
035600       EVALUATE TRUE                                              00035600
035700         WHEN NOT WS-CHK-FOUND                                    00035700
035800           SET  FAILURE TO TRUE                                   00035800
035900           MOVE 'CONTROL STORE IS NOT ON THE STORE MASTER'        00035900
036000             TO IS-RTRN-MSG-TXT                                   00036000
036100         WHEN NOT WS-CHK-OPEN                                     00036100
036200           SET  FAILURE TO TRUE                                   00036200
036300           MOVE 'CONTROL STORE IS NOT OPEN'                       00036300
036400             TO IS-RTRN-MSG-TXT                                   00036400
036500         WHEN WS-CHK-FRMAT-CD NOT = WS-TEST-FRMAT-CD              00036500
036600           SET  FAILURE TO TRUE                                   00036600
036700           MOVE SPACES TO IS-RTRN-MSG-TXT                         00036700
036800           STRING 'CONTROL STORE FORMAT IS ' WS-CHK-FRMAT-CD      00036800
036900                  ' - THE TEST STORE IS ' WS-TEST-FRMAT-CD        00036900
037000             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               00037000
037100       END-EVALUATE                                               00037100
037200     END-IF                                                       00037200
037300                                                                  00037300
037400     IF SUCCESS                                                   00037400
037500       PERFORM 260-CHECK-STORE-IS-FREE                            00037500
037600       EVALUATE TRUE                                              00037600
037700         WHEN NOT SUCCESS                                         00037700
037800           CONTINUE                                               00037800
037900         WHEN WS-CHK-IN-PILOT                                     00037900
038000           SET  FAILURE TO TRUE                                   00038000
038100           MOVE 'CONTROL STORE IS ALREADY IN THIS PILOT'          00038100
038200             TO IS-RTRN-MSG-TXT                                   00038200
038300         WHEN NOT WS-CHK-FREE                                     00038300
038400           SET  FAILURE TO TRUE                                   00038400
038500           MOVE SPACES TO IS-RTRN-MSG-TXT                         00038500
038600           STRING 'CONTROL STORE IS IN CONFLICTING PILOT '        00038600
038700                  WS-CNFL-PILOT-ID                                00038700
038800             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               00038800
038900         WHEN OTHER                                               00038900
039000           SET  WS-CTL-FOUND TO TRUE                              00039000
039100           MOVE WS-CHK-FRMAT-CD TO WS-CTL-FRMAT-CD                00039100
039200           PERFORM 330-MEASURE-THE-CONTROL                        00039200
039300       END-EVALUATE                                               00039300
039400     END-IF                                                       00039400
039500     .                                                            00039500
039600                                                                  00039600
039700*    MMMS0169 hands back the nearest open, geocoded stores,       00039700
039800*    nearest first; the first of the test store's format that     00039800
039900*    is free for the pilot is the control.                        00039900
040000 320-FIND-NEAREST-CONTROL.                                        00040000
040100     IF WS-TEST-LAT = 0 AND WS-TEST-LON = 0                       00040100
040200       SET  FAILURE TO TRUE                                       00040200
040300       MOVE 'TEST STORE HAS NO GEOCODE - KEY THE CONTROL STORE'   00040300
040400         TO IS-RTRN-MSG-TXT                                       00040400
040500     END-IF                                                       00040500
040600                                                                  00040600
040700     IF SUCCESS                                                   00040700
040800       INITIALIZE MMMC0169                                        00040800
040900       MOVE WS-TEST-LAT TO MMMC0169-IN-LAT                        00040900
041000       MOVE WS-TEST-LON TO MMMC0169-IN-LON                        00041000
041100       MOVE 20          TO MMMC0169-REQ-COUNT                     00041100
041200       CALL MMMS0169-NEAR-STORES USING                            00041200
041300           XXXN001A                                               00041300
041400           MMMC0169                                               00041400
041500     END-IF                                                       00041500
041600                                                                  00041600
041700     IF SUCCESS                                                   00041700
041800       PERFORM VARYING WS-NEAR-IDX FROM 1 BY 1                    00041800
041900         UNTIL WS-NEAR-IDX > MMMC0169-RET-COUNT                   00041900
042000            OR WS-CTL-FOUND                                       00042000
042100            OR NOT SUCCESS                                        00042100
042200         PERFORM 325-TRY-ONE-CANDIDATE                            00042200
042300       END-PERFORM                                                00042300
042400     END-IF                                                       00042400
042500                                                                  00042500
042600     IF SUCCESS AND NOT WS-CTL-FOUND                              00042600
042700       SET  FAILURE TO TRUE                                       00042700
042800       MOVE 'NO FORMAT-MATCHED CONTROL STORE NEARBY - KEY ONE'    00042800
042900         TO IS-RTRN-MSG-TXT                                       00042900
043000     END-IF                                                       00043000
043100     .                                                            00043100
043200                                                                  00043200
043300 325-TRY-ONE-CANDIDATE.                                           00043300
043400     MOVE MMMC0169-NEAR-STORE-NO (WS-NEAR-IDX) TO WS-CHK-STORE-NO 00043400
043500     IF WS-CHK-STORE-NO NOT = MMMC0185-LOC-NBR                    00043500
043600       MOVE WS-CHK-STORE-NO TO WS-CHK-LOC-NBR                     00043600
043700       PERFORM 250-READ-ONE-STORE                                 00043700
043800       IF  SUCCESS                                                00043800
043900       AND WS-CHK-FOUND                                           00043900
044000       AND WS-CHK-FRMAT-CD = WS-TEST-FRMAT-CD                     00044000
044100         PERFORM 260-CHECK-STORE-IS-FREE                          00044100
044200         IF SUCCESS AND WS-CHK-FREE                               00044200
044300           SET  WS-CTL-FOUND TO TRUE                              00044300
044400           MOVE WS-CHK-LOC-NBR  TO MMMC0185-CTL-LOC-NBR           00044400
044500           MOVE WS-CHK-FRMAT-CD TO WS-CTL-FRMAT-CD                00044500
044600           MOVE MMMC0169-NEAR-DIST-MI (WS-NEAR-IDX)               00044600
044700             TO WS-CTL-DIST-MI                                    00044700
044800         END-IF                                                   00044800
044900       END-IF                                                     00044900
045000     END-IF                                                       00045000
045100     .                                                            00045100
045200                                                                  00045200
045300*    Distance in miles, to the tenth, as MMMS0169 reckons it.     00045300
045400*    A store without a geocode at either end measures zero.       00045400
045500 330-MEASURE-THE-CONTROL.                                         00045500
045600     MOVE 0 TO WS-CTL-DIST-MI                                     00045600
045700     IF  (WS-TEST-LAT NOT = 0 OR WS-TEST-LON NOT = 0)             00045700
045800     AND (WS-CHK-LAT  NOT = 0 OR WS-CHK-LON  NOT = 0)             00045800
045900       COMPUTE WS-DLAT-MI = (WS-CHK-LAT - WS-TEST-LAT) * 69       00045900
046000       COMPUTE WS-DLON-MI = (WS-CHK-LON - WS-TEST-LON) * 54       00046000
046100       COMPUTE WS-DIST-SQ =                                       00046100
046200           (WS-DLAT-MI * WS-DLAT-MI)                              00046200
046300         + (WS-DLON-MI * WS-DLON-MI)                              00046300
046400       MOVE 0 TO WS-DIST-MI                                       00046400
046500       PERFORM UNTIL (WS-DIST-MI * WS-DIST-MI) > WS-DIST-SQ       00046500
046600                  OR WS-DIST-MI > 9999                            00046600
046700         ADD 1 TO WS-DIST-MI                                      00046700
046800       END-PERFORM                                                00046800
046900       IF WS-DIST-MI > 0                                          00046900
047000         SUBTRACT 1 FROM WS-DIST-MI                               00047000
047100       END-IF                                                     00047100
047200       COMPUTE WS-TRIAL-MI = WS-DIST-MI + 0.1                     00047200
047300       PERFORM UNTIL (WS-TRIAL-MI * WS-TRIAL-MI) > WS-DIST-SQ     00047300
047400                  OR WS-DIST-MI > 9999                            00047400
047500         MOVE WS-TRIAL-MI TO WS-DIST-MI                           00047500
047600         COMPUTE WS-TRIAL-MI = WS-DIST-MI + 0.1                   00047600
047700       END-PERFORM                                                00047700
047800       MOVE WS-DIST-MI TO WS-CTL-DIST-MI                          00047800
047900     END-IF                                                       00047900
048000     .                                                            00048000
048100                                                                  00048100
048200*=================================================================00048200
048300* Apply the change...                                             00048300
048400*=================================================================00048400
048500 350-ENROLL-THE-STORE.                                            00048500
048600     MOVE MMMC0185-CTL-LOC-NBR TO MD-PS-CTL-LOC-NBR  OF DDDTPS01  00048600
048700     MOVE WS-CTL-DIST-MI       TO MD-PS-CTL-DIST-MI  OF DDDTPS01  00048700
048800     MOVE MMMC0185-ENRL-DT     TO MD-PS-ENRL-DT      OF DDDTPS01  00048800
048900     MOVE WS-TEST-FRMAT-CD     TO MD-PS-FRMAT-CD     OF DDDTPS01  00048900
049000     MOVE WS-CTL-FRMAT-CD      TO MD-PS-CTL-FRMAT-CD OF DDDTPS01  00049000
049100     MOVE MMMC0185-USER-ID     TO MD-PS-LST-UPDT-USR-ID           00049100
049200                                                    OF DDDTPS01   00049200
049300     EXEC SQL                                                     00049300
049400       INSERT INTO FC_XXXAIL_PILOT_STORE                          00049400
049500          ( PS_PILOT_ID, PS_LOC_NBR, PS_LOC_TYP_CD,               00049500
049600            PS_CTL_LOC_NBR, PS_CTL_DIST_MI, PS_ENRL_DT,           00049600
049700            PS_FRMAT_CD, PS_CTL_FRMAT_CD,                         00049700
049800            PS_LST_UPDT_USR_ID, PS_LST_UPDT_TS )                  00049800
049900       VALUES                                                     00049900
050000          ( :DDDTPS01.MD-PS-PILOT-ID,                             00050000
050100            :DDDTPS01.MD-PS-LOC-NBR,                              00050100
050200            :DDDTPS01.MD-PS-LOC-TYP-CD,                           00050200
050300            :DDDTPS01.MD-PS-CTL-LOC-NBR,                          00050300
050400            :DDDTPS01.MD-PS-CTL-DIST-MI,                          00050400
050500            :DDDTPS01.MD-PS-ENRL-DT,                              00050500
050600            :DDDTPS01.MD-PS-FRMAT-CD,                             00050600
050700            :DDDTPS01.MD-PS-CTL-FRMAT-CD,                         00050700
050800            :DDDTPS01.MD-PS-LST-UPDT-USR-ID,                      00050800
050900            CURRENT TIMESTAMP )                                   00050900
051000     END-EXEC                                                     00051000
051100     EVALUATE TRUE                                                00051100
051200       WHEN SQLCODE = 0                                           00051200
051300         MOVE WS-CTL-DIST-MI   TO MMMC0185-CTL-DIST-MI            00051300
051400         MOVE WS-TEST-FRMAT-CD TO MMMC0185-FRMAT-CD               00051400
051500       WHEN SQLCODE = -803                                        00051500
051600         MOVE 0 TO SQLCODE                                        00051600
051700         SET  FAILURE TO TRUE                                     00051700
051800         MOVE 'STORE IS ALREADY ENROLLED IN THIS PILOT'           00051800
051900           TO IS-RTRN-MSG-TXT                                     00051900
052000       WHEN SQLCODE = -180 OR SQLCODE = -181                      00052000
052100         MOVE 0 TO SQLCODE                                        00052100
052200         SET  FAILURE TO TRUE                                     00052200
052300         MOVE 'ENROLLMENT DATE IS NOT A VALID DATE'               00052300
052400           TO IS-RTRN-MSG-TXT                                     00052400
052500       WHEN OTHER                                                 00052500
052600         PERFORM 800-SQL-ERROR                                    00052600
052700     END-EVALUATE                                                 00052700
052800     .                                                            00052800
052900                                                                  00052900
053000 400-WITHDRAW-THE-STORE.                                          00053000
053100     EXEC SQL                                                     00053100
053200       DELETE FROM FC_XXXAIL_PILOT_STORE                          00053200
053300        WHERE PS_PILOT_ID   = :DDDTPS01.MD-PS-PILOT-ID            00053300
053400          AND PS_LOC_NBR    = :DDDTPS01.MD-PS-LOC-NBR             00053400
053500          AND PS_LOC_TYP_CD = :DDDTPS01.MD-PS-LOC-TYP-CD          00053500
053600     END-EXEC                                                     00053600
053700     EVALUATE TRUE                                                00053700
053800       WHEN SQLCODE = 0                                           00053800
053900         CONTINUE                                                 00053900
054000       WHEN SQLCODE = 100                                         00054000
054100         MOVE 0 TO SQLCODE                                        00054100
054200         SET  FAILURE TO TRUE                                     00054200
054300         MOVE 'STORE IS NOT A TEST STORE IN THAT PILOT'           00054300
054400           TO IS-RTRN-MSG-TXT                                     00054400
054500       WHEN OTHER                                                 00054500
054600         PERFORM 800-SQL-ERROR                                    00054600
054700     END-EVALUATE                                                 00054700
054800     .                                                            00054800
054900                                                                  00054900
055000 800-SQL-ERROR.                                                   00055000
055100     MOVE SQLCODE TO WS-SQLCODE                                   00055100
055200     SET  FAILURE TO TRUE                                         00055200
055300     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00055300
055400     STRING 'MMMS0185 - SQL error, SQLCODE = ' WS-SQLCODE         00055400
055500       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00055500
055600     .                                                            00055600
