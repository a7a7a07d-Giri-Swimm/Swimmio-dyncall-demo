000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2502.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Full-state snapshot publish, to bootstrap one event consumer.   00000600
000700*                                                                 00000700
000800* A consumer newly registered on FC_XXXAIL_EVENT_CONS hears only  00000800
000900* the changes made after its cut-in - it has no way to learn the  00000900
001000* stores and locations nobody has touched since.  This job gives  00001000
001100* it the current state: a current-state event for every           00001100
001200* location, retail location and class/ad-zone row, built exactly  00001200
001300* as the DAOs build them for ZZZS0197 (NNNS0487 for XXXATION,     00001300
001400* NNNS0488 for XXXAIL_LOC, NNNS0473 for XXXX_LOC_CLS_AD_ZN), for  00001400
001500* the TRX-CDs the consumer is registered for.  A class/ad-zone    00001500
001600* row carries only its store's key, so each location is sent      00001600
001700* once, however many rows it has; a retail store that is also on  00001700
001800* XXXATION is sent once as well.                                  00001800
001900*                                                                 00001900
002000* The events go to FC_XXXAIL_EVENT_SNAP (DDDTSN01), never to the  00002000
002100* event log, so no other consumer sees them.  YYYB0260 delivers   00002100
002200* them to this consumer alone through the per-consumer fan-out,   00002200
002300* flagged as snapshot events, in the order they were built.       00002300
002400*                                                                 00002400
002500* Live changes are neither lost nor sent out of order:            00002500
002600*   - the run starts by recording FC_XXXAIL_SNAP_RUN (DDDTSR01)   00002600
002700*     in B (building) as of the current timestamp, and moving the 00002700
002800*     consumer's cut-in to that timestamp - from then on the      00002800
002900*     fan-out holds the consumer's live events;                   00002900
003000*   - every location is read after that point, so a change made   00003000
003100*     during the run is in the snapshot and in the held events;   00003100
003200*   - at the end, a live event at or past the as-of that a        00003200
003300*     fan-out cycle already in flight managed to send is put back 00003300
003400*     on the work queue, and the run is released to R (ready).    00003400
003500*     YYYB0260 sends the snapshot, marks the run C (complete) and 00003500
003600*     only then the held live events, oldest first.               00003600
003700* A failed run is left in B, holding the consumer's live events,  00003700
003800* until it is rerun; the rerun discards what it had built.        00003800
003900*                                                                 00003900
004000* PARMIN: cols 1-8 the consumer id (required).                    00004000
004100* RPTOUT: the events built per TRX-CD and the counts.  RC 8 when  00004100
004200* the consumer is not registered or its last snapshot is still    00004200
004300* being delivered.                                                00004300
004400* Batch job - run standalone, on demand when a consumer is added. 00004400
004500*---------------------------------------------------------------- 00004500
004600 ENVIRONMENT DIVISION.                                            00004600
004700 INPUT-OUTPUT SECTION.                                            00004700
004800 FILE-CONTROL.                                                    00004800
004900     SELECT PARM-IN        ASSIGN TO PARMIN                       00004900
005000         ORGANIZATION IS LINE SEQUENTIAL.                         00005000
005100     SELECT SNAP-RPT       ASSIGN TO RPTOUT                       00005100
005200         ORGANIZATION IS LINE SEQUENTIAL.                         00005200
005300                                                                  00005300
005400 DATA DIVISION.                                                   00005400
005500 FILE SECTION.                                                    00005500
005600 FD  PARM-IN.                                                     00005600
005700 01  PARM-REC.                                                    00005700
005800     05 PARM-CONSUMER-ID               PIC X(8).                  00005800
005900     05 FILLER                         PIC X(72).                 00005900
006000                                                                  00006000
006100 FD  SNAP-RPT.                                                    00006100
006200 01  RPT-LINE                          PIC X(132).                00006200
006300                                                                  00006300
006400 WORKING-STORAGE SECTION.                                         00006400
006500* --------------------------------------------------------------- 00006500
006600* Misc working storage...                                         00006600
006700* --------------------------------------------------------------- 00006700
006800 01 WS-LOC-COUNT                     PIC 9(9) VALUE 0.            00006800
006900 01 WS-EVENT-COUNT                   PIC 9(9) VALUE 0.            00006900
007000 01 WS-UNWANTED-COUNT                PIC 9(9) VALUE 0.            00007000
007100 01 WS-DUP-COUNT                     PIC 9(9) VALUE 0.            00007100
007200 01 WS-REOPEN-COUNT                  PIC S9(9) COMP VALUE 0.      00007200
007300 01 WS-UNCOMMITTED                   PIC S9(4) COMP VALUE 0.      00007300
007400 01 WS-COMMIT-FREQ                   PIC S9(4) COMP VALUE 500.    00007400
007500 01 WS-RPT-RC                        PIC S9(4) COMP VALUE 0.      00007500
007600                                                                  00007600
007700 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00007700
007800    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00007800
007900    88 SQL-NO-ERROR                           VALUE 'N'.          00007900
008000 01 WS-RUN-SW                        PIC X    VALUE 'N'.          00008000
008100    88 RUN-REFUSED                            VALUE 'Y'.          00008100
008200    88 RUN-ALLOWED                            VALUE 'N'.          00008200
008300 01 WS-RUN-STARTED-SW                PIC X    VALUE 'N'.          00008300
008400    88 RUN-STARTED                            VALUE 'Y'.          00008400
008500                                                                  00008500
008600* The TRX-CDs the consumer is registered for - nothing else is    00008600
008700* built - with the events built for each.                         00008700
008800 01 WS-TRX-TABLE.                                                 00008800
008900     05 WS-TRX-ENTRY OCCURS 50 TIMES.                             00008900
009000         10 WS-TRX-CD                PIC X(4).                    00009000
009100         10 WS-TRX-CNT               PIC 9(9).                    00009100
009200 01 WS-NUM-TRX                       PIC S9(4) COMP VALUE 0.      00009200
009300 01 I                                PIC S9(4) COMP VALUE 0.      00009300
009400                                                                  00009400
009500* One location off SNAP-CSR, and where it came from.              00009500
009600 01 WS-CAND-SRC                      PIC X(1)  VALUE SPACES.      00009600
009700    88 CAND-FROM-LOCATION                     VALUE 'L'.          00009700
009800    88 CAND-FROM-RETAIL-LOC                   VALUE 'R'.          00009800
009900    88 CAND-FROM-CLS-AD-ZN                    VALUE 'Z'.          00009900
010000 01 WS-CAND-LOC-TYP-CD               PIC X(2)  VALUE SPACES.      00010000
010100 01 WS-CAND-LOC-NBR                  PIC S9(9) COMP VALUE 0.      00010100
010200                                                                  00010200
010300* A vendor's facility and number are packed into its location     00010300
010400* number, as NNNS0487 unpacks them for the VSHP event.            00010400
010500 01 WS-VENDOR-KEY                    PIC 9(9) VALUE 0.            00010500
010600 01 REDEFINES WS-VENDOR-KEY.                                      00010600
010700     05 FILLER                       PIC 9(1).                    00010700
010800     05 WS-VENDOR-FACILITY           PIC 9(2).                    00010800
010900     05 WS-VENDOR-NUMBER             PIC 9(6).                    00010900
011000                                                                  00011000
011100* The event before, to drop an identical one the way ZZZS0197     00011100
011200* drops a duplicate.                                              00011200
011300 01 WS-PREV-TRX-ID                   PIC X(4)   VALUE SPACES.     00011300
011400 01 WS-PREV-COMPARE-DATA             PIC X(100) VALUE SPACES.     00011400
011500                                                                  00011500
011600 COPY XXXN001A.                                                   00011600
011700 COPY YYYC0230.                                                   00011700
011800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00011800
011900 COPY MMMK001B.                                                   00011900
012000 COPY ZZZC0197.                                                   00012000
012100 COPY ZZZC0032.                                                   00012100
012200 COPY ZZZC0094.                                                   00012200
012300 COPY ZZZC0020.                                                   00012300
012400 COPY ZZZC0122.                                                   00012400
012500 COPY ZZZC0123.                                                   00012500
012600 COPY ZZZC0124.                                                   00012600
012700                                                                  00012700
012800 01 WS-HDG-LINE-1.                                                00012800
012900    05 FILLER PIC X(50) VALUE                                     00012900
013000       'MMMB2502 - EVENT CONSUMER SNAPSHOT PUBLISH'.              00013000
013100    05 FILLER PIC X(11) VALUE 'CONSUMER - '.                      00013100
013200    05 WS-HDG-CONSUMER-ID            PIC X(8).                    00013200
013300 01 WS-HDG-LINE-2.                                                00013300
013400    05 FILLER PIC X(20) VALUE 'SNAPSHOT AS OF     -'.             00013400
013500    05 FILLER PIC X(1)  VALUE SPACES.                             00013500
013600    05 WS-HDG-SNAP-TS                PIC X(26).                   00013600
013700 01 WS-TRX-LINE.                                                  00013700
013800    05 FILLER PIC X(6)  VALUE '  TRX '.                           00013800
013900    05 WS-TL-TRX-CD                  PIC X(4).                    00013900
014000    05 FILLER PIC X(20) VALUE ' EVENTS BUILT      -'.             00014000
014100    05 WS-TL-TRX-CNT                 PIC ZZZ,ZZZ,ZZ9.             00014100
014200 01 WS-MSG-LINE                      PIC X(132) VALUE SPACES.     00014200
014300 01 WS-CNT-LINE.                                                  00014300
014400    05 WS-CNT-TXT                    PIC X(30).                   00014400
014500    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00014500
014600                                                                  00014600
014700* ----------------------------------------------------------------00014700
014800* DB2 stuff...                                                    00014800
014900* ----------------------------------------------------------------00014900
015000     EXEC SQL                                                     00015000
015100       INCLUDE SQLCA                                              00015100
015200     END-EXEC                                                     00015200
015300                                                                  00015300
015400     EXEC SQL                                                     00015400
015500       INCLUDE DDDTEC01                                           00015500
015600     END-EXEC                                                     00015600
015700                                                                  00015700
015800     EXEC SQL                                                     00015800
015900       INCLUDE DDDTSR01                                           00015900
016000     END-EXEC                                                     00016000
016100                                                                  00016100
016200     EXEC SQL                                                     00016200
016300       INCLUDE DDDTSN01                                           00016300
016400     END-EXEC                                                     00016400
016500                                                                  00016500
016600* The TRX-CDs the consumer is registered for.                     00016600
016700     EXEC SQL                                                     00016700
016800       DECLARE CONS-CSR CURSOR FOR                                00016800
016900       SELECT DISTINCT EC_TRX_CD                                  00016900
017000         FROM FC_XXXAIL_EVENT_CONS                                00017000
017100        WHERE EC_CONSUMER_ID = :DDDTEC01.MD-EC-CONSUMER-ID        00017100
017200        ORDER BY EC_TRX_CD                                        00017200
017300     END-EXEC                                                     00017300
017400                                                                  00017400
017500* Every location, once per DAO that would have issued a different 00017500
017600* event for it: L every XXXATION row; R every XXXAIL_LOC row, less00017600
017700* a store already sent as L (the same CUST and STRM); Z every     00017700
017800* class/ad-zone location not already sent as R, or as L for a     00017800
017900* store.  Location order, L before R before Z.  The cursor is     00017900
018000* WITH HOLD - the snapshot rows are committed as they are built.  00018000
018100     EXEC SQL                                                     00018100
018200       DECLARE SNAP-CSR CURSOR WITH HOLD FOR                      00018200
018300       SELECT 'L', L.LOC_TYP_CD, L.LOC_NBR                        00018300
018400         FROM XXXATION L                                          00018400
018500       UNION ALL                                                  00018500
018600       SELECT 'R', R.LOC_TYP_CD, R.LOC_NBR                        00018600
018700         FROM XXXAIL_LOC R                                        00018700
018800        WHERE R.LOC_TYP_CD <> 'S '                                00018800
018900           OR NOT EXISTS                                          00018900
019000              ( SELECT 1 FROM XXXATION L                          00019000
019100                 WHERE L.LOC_TYP_CD = R.LOC_TYP_CD                00019100
019200                   AND L.LOC_NBR    = R.LOC_NBR )                 00019200
019300       UNION ALL                                                  00019300
019400       SELECT DISTINCT 'Z', Z.LOC_TYP_CD, Z.LOC_NBR               00019400
019500         FROM XXXX_LOC_CLS_AD_ZN Z                                00019500
019600        WHERE NOT EXISTS                                          00019600
019700              ( SELECT 1 FROM XXXAIL_LOC R                        00019700
019800                 WHERE R.LOC_TYP_CD = Z.LOC_TYP_CD                00019800
019900                   AND R.LOC_NBR    = Z.LOC_NBR )                 00019900
020000          AND ( Z.LOC_TYP_CD <> 'S '                              00020000
020100             OR NOT EXISTS                                        00020100
020200                ( SELECT 1 FROM XXXATION L                        00020200
020300                   WHERE L.LOC_TYP_CD = Z.LOC_TYP_CD              00020300
020400                     AND L.LOC_NBR    = Z.LOC_NBR ) )             00020400
020500        ORDER BY 2, 3, 1                                          00020500
020600     END-EXEC                                                     00020600
020700                                                                  00020700
020800 PROCEDURE DIVISION.                                              00020800
020900***************************************************************** 00020900
021000* Start of program main line.                                     00021000
021100***************************************************************** 00021100
021200 000-MAIN.                                                        00021200
021300     PERFORM 050-RUN-CNTL-START                                   00021300
021400     IF SQL-ERROR-DETECTED                                        00021400
021500       MOVE 8 TO RETURN-CODE                                      00021500
021600       GOBACK                                                     00021600
021700     END-IF                                                       00021700
021800     PERFORM 100-INITIALIZE                                       00021800
021900     IF SQL-NO-ERROR AND RUN-ALLOWED                              00021900
022000       PERFORM 150-START-THE-RUN                                  00022000
022100     END-IF                                                       00022100
022200     IF SQL-NO-ERROR AND RUN-ALLOWED                              00022200
022300       PERFORM 200-BUILD-THE-SNAPSHOT                             00022300
022400     END-IF                                                       00022400
022500     IF SQL-NO-ERROR AND RUN-ALLOWED                              00022500
022600       PERFORM 400-RELEASE-THE-RUN                                00022600
022700     END-IF                                                       00022700
022800     PERFORM 900-TERMINATE                                        00022800
022900     PERFORM 055-RUN-CNTL-END                                     00022900
023000     MOVE WS-RPT-RC TO RETURN-CODE                                00023000
023100     GOBACK                                                       00023100
023200     .                                                            00023200
023300                                                                  00023300
023400*================================================================ 00023400
023500* Initialization - the consumer, and the TRX-CDs it is            00023500
023600* registered for.                                                 00023600
023700*================================================================ 00023700
023800 100-INITIALIZE.                                                  00023800
023900     OPEN INPUT  PARM-IN                                          00023900
024000     READ PARM-IN                                                 00024000
024100       AT END MOVE SPACES TO PARM-REC                             00024100
024200     END-READ                                                     00024200
024300     CLOSE PARM-IN                                                00024300
024400     MOVE PARM-CONSUMER-ID TO MD-EC-CONSUMER-ID OF DDDTEC01       00024400
024500                              WS-HDG-CONSUMER-ID                  00024500
024600     OPEN OUTPUT SNAP-RPT                                         00024600
024700     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00024700
024800     IF PARM-CONSUMER-ID = SPACES                                 00024800
024900       SET RUN-REFUSED TO TRUE                                    00024900
025000       MOVE 'NO CONSUMER ID ON PARMIN - NOTHING BUILT'            00025000
025100         TO WS-MSG-LINE                                           00025100
025200     ELSE                                                         00025200
025300       PERFORM 110-LOAD-THE-TRX-CODES                             00025300
025400       IF SQL-NO-ERROR AND WS-NUM-TRX = 0                         00025400
025500         SET RUN-REFUSED TO TRUE                                  00025500
025600         MOVE 'CONSUMER IS NOT REGISTERED ON FC_XXXAIL_EVENT_CONS'00025600
025700           TO WS-MSG-LINE                                         00025700
025800       END-IF                                                     00025800
025900     END-IF                                                       00025900
026000     .                                                            00026000
026100                                                                  00026100
026200 110-LOAD-THE-TRX-CODES.                                          00026200
026300     EXEC SQL                                                     00026300
026400       OPEN CONS-CSR                                              00026400
026500     END-EXEC                                                     00026500
026600     IF SQLCODE NOT = 0                                           00026600
026700       SET SQL-ERROR-DETECTED TO TRUE                             00026700
026800       DISPLAY 'MMMB2502 - ERROR OPENING CONS-CSR, SQLCODE='      00026800
026900               SQLCODE                                            00026900
027000     ELSE                                                         00027000
027100       PERFORM 120-FETCH-NEXT-TRX-CD                              00027100
027200       PERFORM UNTIL SQLCODE NOT = 0                              00027200
027300         IF WS-NUM-TRX < 50                                       00027300
027400           ADD 1 TO WS-NUM-TRX                                    00027400
027500           MOVE MD-EC-TRX-CD OF DDDTEC01                          00027500
027600             TO WS-TRX-CD (WS-NUM-TRX)                            00027600
027700           MOVE 0 TO WS-TRX-CNT (WS-NUM-TRX)                      00027700
027800         ELSE                                                     00027800
027900           DISPLAY 'MMMB2502 - TRX-CD TABLE FULL, '               00027900
028000                   MD-EC-TRX-CD OF DDDTEC01 ' NOT BUILT'          00028000
028100         END-IF                                                   00028100
028200         PERFORM 120-FETCH-NEXT-TRX-CD                            00028200
028300       END-PERFORM                                                00028300
028400       EXEC SQL                                                   00028400
028500         CLOSE CONS-CSR                                           00028500
028600       END-EXEC                                                   00028600
028700       MOVE 0 TO SQLCODE                                          00028700
028800     END-IF                                                       00028800
028900     .                                                            00028900
029000                                                                  00029000
029100 120-FETCH-NEXT-TRX-CD.                                           00029100
029200     EXEC SQL                                                     00029200
029300       FETCH CONS-CSR                                             00029300
029400         INTO :DDDTEC01.MD-EC-TRX-CD                              00029400
029500     END-EXEC                                                     00029500
029600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00029600
029700       SET SQL-ERROR-DETECTED       TO TRUE                       00029700
029800       DISPLAY 'MMMB2502 - ERROR FETCHING CONS-CSR, SQLCODE='     00029800
029900               SQLCODE                                            00029900
030000     END-IF                                                       00030000
030100     .                                                            00030100
030200                                                                  00030200
030300*================================================================ 00030300
030400* Start the run: refuse while the last snapshot is still being    00030400
030500* delivered, discard an unfinished one, then record the run in    00030500
030600* B as of now and move the consumer's cut-in to it.  Committed    00030600
030700* at once - the fan-out holds the consumer's live events from     00030700
030800* here on.                                                        00030800
030900*================================================================ 00030900
031000 150-START-THE-RUN.                                               00031000
031100     MOVE MD-EC-CONSUMER-ID OF DDDTEC01                           00031100
031200       TO MD-SR-CONSUMER-ID OF DDDTSR01                           00031200
031300          MD-SN-CONSUMER-ID OF DDDTSN01                           00031300
031400     EXEC SQL                                                     00031400
031500       SELECT SR_STAT_CD, CHAR(SR_SNAP_TS)                        00031500
031600         INTO :DDDTSR01.MD-SR-STAT-CD,                            00031600
031700              :DDDTSR01.MD-SR-SNAP-TS                             00031700
031800         FROM FC_XXXAIL_SNAP_RUN                                  00031800
031900        WHERE SR_CONSUMER_ID = :DDDTSR01.MD-SR-CONSUMER-ID        00031900
032000          AND SR_STAT_CD IN ('B', 'R')                            00032000
032100        FETCH FIRST 1 ROWS ONLY                                   00032100
032200     END-EXEC                                                     00032200
032300     EVALUATE TRUE                                                00032300
032400       WHEN SQLCODE = 100                                         00032400
032500         MOVE 0 TO SQLCODE                                        00032500
032600       WHEN SQLCODE NOT = 0                                       00032600
032700         SET SQL-ERROR-DETECTED TO TRUE                           00032700
032800         DISPLAY 'MMMB2502 - ERROR READING FC_XXXAIL_SNAP_RUN, '  00032800
032900                 'SQLCODE=' SQLCODE                               00032900
033000       WHEN MD-SR-STAT-CD OF DDDTSR01 = 'R'                       00033000
033100         SET RUN-REFUSED TO TRUE                                  00033100
033200         STRING 'SNAPSHOT OF ' MD-SR-SNAP-TS OF DDDTSR01          00033200
033300                ' IS STILL BEING DELIVERED - NOTHING BUILT'       00033300
033400           DELIMITED BY SIZE INTO WS-MSG-LINE                     00033400
033500       WHEN OTHER                                                 00033500
033600         STRING 'UNFINISHED SNAPSHOT OF '                         00033600
033700                MD-SR-SNAP-TS OF DDDTSR01 ' DISCARDED'            00033700
033800           DELIMITED BY SIZE INTO WS-MSG-LINE                     00033800
033900         WRITE RPT-LINE FROM WS-MSG-LINE                          00033900
034000         MOVE SPACES TO WS-MSG-LINE                               00034000
034100     END-EVALUATE                                                 00034100
034200                                                                  00034200
034300*    The rows of an unfinished run, and of the runs delivered     00034300
034400*    before, are done with.                                       00034400
034500     IF SQL-NO-ERROR AND RUN-ALLOWED                              00034500
034600       EXEC SQL                                                   00034600
034700         DELETE FROM FC_XXXAIL_EVENT_SNAP                         00034700
034800          WHERE SN_CONSUMER_ID = :DDDTSN01.MD-SN-CONSUMER-ID      00034800
034900       END-EXEC                                                   00034900
035000       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00035000
035100         SET SQL-ERROR-DETECTED TO TRUE                           00035100
035200         DISPLAY 'MMMB2502 - ERROR CLEARING FC_XXXAIL_EVENT_SNAP' 00035200
035300                 ', SQLCODE=' SQLCODE                             00035300
035400       END-IF                                                     00035400
035500     END-IF                                                       00035500
035600     IF SQL-NO-ERROR AND RUN-ALLOWED                              00035600
035700       EXEC SQL                                                   00035700
035800         DELETE FROM FC_XXXAIL_SNAP_RUN                           00035800
035900          WHERE SR_CONSUMER_ID = :DDDTSR01.MD-SR-CONSUMER-ID      00035900
036000            AND SR_STAT_CD     = 'B'                              00036000
036100       END-EXEC                                                   00036100
036200       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00036200
036300         SET SQL-ERROR-DETECTED TO TRUE                           00036300
036400         DISPLAY 'MMMB2502 - ERROR CLEARING FC_XXXAIL_SNAP_RUN, ' 00036400
036500                 'SQLCODE=' SQLCODE                               00036500
036600       END-IF                                                     00036600
036700     END-IF                                                       00036700
036800                                                                  00036800
036900     IF SQL-NO-ERROR AND RUN-ALLOWED                              00036900
037000       EXEC SQL                                                   00037000
037100         SELECT CHAR(CURRENT TIMESTAMP)                           00037100
037200           INTO :DDDTSR01.MD-SR-SNAP-TS                           00037200
037300           FROM SYSIBM.SYSDUMMY1                                  00037300
037400       END-EXEC                                                   00037400
037500       IF SQLCODE NOT = 0                                         00037500
037600         SET SQL-ERROR-DETECTED TO TRUE                           00037600
037700         DISPLAY 'MMMB2502 - ERROR READING CURRENT TIMESTAMP, '   00037700
037800                 'SQLCODE=' SQLCODE                               00037800
037900       END-IF                                                     00037900
038000     END-IF                                                       00038000
038100     IF SQL-NO-ERROR AND RUN-ALLOWED                              00038100
038200       MOVE MD-SR-SNAP-TS OF DDDTSR01                             00038200
038300         TO MD-SN-SNAP-TS OF DDDTSN01                             00038300
038400            WS-HDG-SNAP-TS                                        00038400
038500       MOVE 0 TO MD-SN-SEQ-NBR OF DDDTSN01                        00038500
038600       EXEC SQL                                                   00038600
038700         INSERT INTO FC_XXXAIL_SNAP_RUN                           00038700
038800            ( SR_CONSUMER_ID, SR_SNAP_TS, SR_STAT_CD,             00038800
038900              SR_EVENT_CNT, SR_DONE_TS )                          00038900
039000         VALUES                                                   00039000
039100            ( :DDDTSR01.MD-SR-CONSUMER-ID,                        00039100
039200              :DDDTSR01.MD-SR-SNAP-TS,                            00039200
039300              'B', 0,                                             00039300
039400              :DDDTSR01.MD-SR-SNAP-TS )                           00039400
039500       END-EXEC                                                   00039500
039600       IF SQLCODE NOT = 0                                         00039600
039700         SET SQL-ERROR-DETECTED TO TRUE                           00039700
039800         DISPLAY 'MMMB2502 - ERROR WRITING FC_XXXAIL_SNAP_RUN, '  00039800
039900                 'SQLCODE=' SQLCODE                               00039900
040000       END-IF                                                     00040000
040100     END-IF                                                       00040100
040200     IF SQL-NO-ERROR AND RUN-ALLOWED                              00040200
040300       EXEC SQL                                                   00040300
040400         UPDATE FC_XXXAIL_EVENT_CONS                              00040400
040500            SET EC_CUTIN_TS    = :DDDTSR01.MD-SR-SNAP-TS          00040500
040600          WHERE EC_CONSUMER_ID = :DDDTSR01.MD-SR-CONSUMER-ID      00040600
040700       END-EXEC                                                   00040700
040800       IF SQLCODE NOT = 0                                         00040800
040900         SET SQL-ERROR-DETECTED TO TRUE                           00040900
041000         DISPLAY 'MMMB2502 - ERROR MOVING THE CUT-IN, SQLCODE='   00041000
041100                 SQLCODE                                          00041100
041200       END-IF                                                     00041200
041300     END-IF                                                       00041300
041400                                                                  00041400
041500     IF SQL-NO-ERROR AND RUN-ALLOWED                              00041500
041600       EXEC SQL                                                   00041600
041700         COMMIT                                                   00041700
041800       END-EXEC                                                   00041800
041900       SET RUN-STARTED TO TRUE                                    00041900
042000       WRITE RPT-LINE FROM WS-HDG-LINE-2                          00042000
042100       WRITE RPT-LINE FROM SPACES                                 00042100
042200     ELSE                                                         00042200
042300       EXEC SQL                                                   00042300
042400         ROLLBACK                                                 00042400
042500       END-EXEC                                                   00042500
042600     END-IF                                                       00042600
042700     .                                                            00042700
042800                                                                  00042800
042900*================================================================ 00042900
043000* The snapshot - every location's current-state events.           00043000
043100*================================================================ 00043100
043200 200-BUILD-THE-SNAPSHOT.                                          00043200
043300     EXEC SQL                                                     00043300
043400       OPEN SNAP-CSR                                              00043400
043500     END-EXEC                                                     00043500
043600     IF SQLCODE NOT = 0                                           00043600
043700       SET SQL-ERROR-DETECTED TO TRUE                             00043700
043800       DISPLAY 'MMMB2502 - ERROR OPENING SNAP-CSR, SQLCODE='      00043800
043900               SQLCODE                                            00043900
044000     ELSE                                                         00044000
044100       PERFORM 220-FETCH-NEXT-LOCATION                            00044100
044200       PERFORM UNTIL SQLCODE NOT = 0 OR SQL-ERROR-DETECTED        00044200
044300         ADD 1 TO WS-LOC-COUNT                                    00044300
044400         IF CAND-FROM-LOCATION                                    00044400
044500           PERFORM 240-LOCATION-EVENTS                            00044500
044600         ELSE                                                     00044600
044700           PERFORM 260-RETAIL-LOC-EVENTS                          00044700
044800         END-IF                                                   00044800
044900         IF SQL-NO-ERROR                                          00044900
045000           PERFORM 220-FETCH-NEXT-LOCATION                        00045000
045100         END-IF                                                   00045100
045200       END-PERFORM                                                00045200
045300       IF SQLCODE = 100                                           00045300
045400         MOVE 0 TO SQLCODE                                        00045400
045500       END-IF                                                     00045500
045600       EXEC SQL                                                   00045600
045700         CLOSE SNAP-CSR                                           00045700
045800       END-EXEC                                                   00045800
045900       MOVE 0 TO SQLCODE                                          00045900
046000     END-IF                                                       00046000
046100     .                                                            00046100
046200                                                                  00046200
046300 220-FETCH-NEXT-LOCATION.                                         00046300
046400     EXEC SQL                                                     00046400
046500       FETCH SNAP-CSR                                             00046500
046600         INTO :WS-CAND-SRC, :WS-CAND-LOC-TYP-CD,                  00046600
046700              :WS-CAND-LOC-NBR                                    00046700
046800     END-EXEC                                                     00046800
046900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00046900
047000       SET SQL-ERROR-DETECTED       TO TRUE                       00047000
047100       DISPLAY 'MMMB2502 - ERROR FETCHING SNAP-CSR, SQLCODE='     00047100
047200               SQLCODE                                            00047200
047300     END-IF                                                       00047300
047400     .                                                            00047400
047500                                                                  00047500
047600* A location's events, by location type, as NNNS0487 issues them. 00047600
047700 240-LOCATION-EVENTS.                                             00047700
047800     MOVE WS-CAND-LOC-NBR TO WS-VENDOR-KEY                        00047800
047900     EVALUATE TRUE                                                00047900
048000       WHEN WS-CAND-LOC-TYP-CD = K-VEND-LOC-TYPE                  00048000
048100         MOVE WS-VENDOR-FACILITY                                  00048100
048200           TO VM-VENDOR-FACILITY OF ZZZC0020                      00048200
048300         MOVE WS-VENDOR-NUMBER                                    00048300
048400           TO VM-VENDOR-NUMBER   OF ZZZC0020                      00048400
048500         MOVE ZZZC0020              TO ZZZC0197-TRX-REC           00048500
048600         MOVE 'VSHP'                TO ZZZC0197-TRX-ID            00048600
048700         PERFORM 300-WRITE-SNAP-EVENT                             00048700
048800                                                                  00048800
048900         MOVE WS-CAND-LOC-TYP-CD TO LOC-VEN-TYP-CD OF ZZZC0124    00048900
049000         MOVE WS-CAND-LOC-NBR    TO LOC-VEN-NBR    OF ZZZC0124    00049000
049100         MOVE ZZZC0124              TO ZZZC0197-TRX-REC           00049100
049200         MOVE 'VENM'                TO ZZZC0197-TRX-ID            00049200
049300         PERFORM 300-WRITE-SNAP-EVENT                             00049300
049400                                                                  00049400
049500       WHEN WS-CAND-LOC-TYP-CD = K-STORE-LOC-TYPE                 00049500
049600         PERFORM 260-RETAIL-LOC-EVENTS                            00049600
049700                                                                  00049700
049800       WHEN WS-CAND-LOC-TYP-CD = K-DSD-VEND-LOC-TYPE              00049800
049900         MOVE WS-CAND-LOC-TYP-CD TO LOC-DSD-TYP-CD OF ZZZC0122    00049900
050000         MOVE ZZZC0122              TO ZZZC0197-TRX-REC           00050000
050100         MOVE 'DSDM'                TO ZZZC0197-TRX-ID            00050100
050200         PERFORM 300-WRITE-SNAP-EVENT                             00050200
050300                                                                  00050300
050400       WHEN WS-CAND-LOC-TYP-CD = K-WHSE-LOC-TYPE                  00050400
050500         MOVE WS-CAND-LOC-NBR    TO LOC-WHS-NBR    OF ZZZC0123    00050500
050600         MOVE WS-CAND-LOC-TYP-CD TO LOC-WHS-TYP-CD OF ZZZC0123    00050600
050700         MOVE ZZZC0123              TO ZZZC0197-TRX-REC           00050700
050800         MOVE 'WHSM'                TO ZZZC0197-TRX-ID            00050800
050900         PERFORM 300-WRITE-SNAP-EVENT                             00050900
051000     END-EVALUATE                                                 00051000
051100     .                                                            00051100
051200                                                                  00051200
051300* A retail location's or class/ad-zone row's events, as NNNS0488  00051300
051400* and NNNS0473 issue them - CUST, and STRM for a store.           00051400
051500 260-RETAIL-LOC-EVENTS.                                           00051500
051600     MOVE WS-CAND-LOC-NBR TO ST-STORE-NUMBER OF ZZZC0032          00051600
051700                             LOC-NBR OF ZZZC0094                  00051700
051800     SET  ZZZC0032-UPD-FXXX     TO TRUE                           00051800
051900     MOVE ZZZC0032              TO ZZZC0197-TRX-REC               00051900
052000     MOVE 'CUST'                TO ZZZC0197-TRX-ID                00052000
052100     PERFORM 300-WRITE-SNAP-EVENT                                 00052100
052200                                                                  00052200
052300     IF SQL-NO-ERROR                                              00052300
052400     AND WS-CAND-LOC-TYP-CD = K-STORE-LOC-TYPE                    00052400
052500       MOVE WS-CAND-LOC-TYP-CD  TO LOC-TYP-CD OF ZZZC0094         00052500
052600       MOVE ZZZC0094            TO ZZZC0197-TRX-REC               00052600
052700       MOVE 'STRM'              TO ZZZC0197-TRX-ID                00052700
052800       PERFORM 300-WRITE-SNAP-EVENT                               00052800
052900     END-IF                                                       00052900
053000     .                                                            00053000
053100                                                                  00053100
053200*================================================================ 00053200
053300* One snapshot event, when the consumer is registered for its     00053300
053400* TRX-CD and it is not a repeat of the event before - numbered    00053400
053500* in the order it is to be sent.                                  00053500
053600*================================================================ 00053600
053700 300-WRITE-SNAP-EVENT.                                            00053700
053800     PERFORM VARYING I FROM 1 BY 1                                00053800
053900     UNTIL I > WS-NUM-TRX                                         00053900
054000        OR WS-TRX-CD (I) = ZZZC0197-TRX-ID                        00054000
054100       CONTINUE                                                   00054100
054200     END-PERFORM                                                  00054200
054300     EVALUATE TRUE                                                00054300
054400       WHEN SQL-ERROR-DETECTED                                    00054400
054500         CONTINUE                                                 00054500
054600       WHEN I > WS-NUM-TRX                                        00054600
054700         ADD 1 TO WS-UNWANTED-COUNT                               00054700
054800       WHEN ZZZC0197-TRX-ID       = WS-PREV-TRX-ID                00054800
054900        AND ZZZC0197-COMPARE-DATA = WS-PREV-COMPARE-DATA          00054900
055000         ADD 1 TO WS-DUP-COUNT                                    00055000
055100       WHEN OTHER                                                 00055100
055200         MOVE ZZZC0197-TRX-ID       TO WS-PREV-TRX-ID             00055200
055300         MOVE ZZZC0197-COMPARE-DATA TO WS-PREV-COMPARE-DATA       00055300
055400         ADD 1 TO MD-SN-SEQ-NBR OF DDDTSN01                       00055400
055500         MOVE ZZZC0197-TRX-ID  TO MD-SN-TRX-CD   OF DDDTSN01      00055500
055600         MOVE ZZZC0197-TRX-REC TO MD-SN-MSG-DATA OF DDDTSN01      00055600
055700         PERFORM 320-INSERT-SNAP-ROW                              00055700
055800         IF SQL-NO-ERROR                                          00055800
055900           ADD 1 TO WS-EVENT-COUNT                                00055900
056000           ADD 1 TO WS-TRX-CNT (I)                                00056000
056100         END-IF                                                   00056100
056200     END-EVALUATE                                                 00056200
056300     .                                                            00056300
056400                                                                  00056400
056500 320-INSERT-SNAP-ROW.                                             00056500
056600     EXEC SQL                                                     00056600
056700       INSERT INTO FC_XXXAIL_EVENT_SNAP                           00056700
056800          ( SN_CONSUMER_ID, SN_SNAP_TS, SN_SEQ_NBR,               00056800
056900            SN_TRX_CD, SN_MSG_DATA, SN_STAT_CD,                   00056900
057000            SN_SEND_TS, SN_RETRY_CNT )                            00057000
057100       VALUES                                                     00057100
057200          ( :DDDTSN01.MD-SN-CONSUMER-ID,                          00057200
057300            :DDDTSN01.MD-SN-SNAP-TS,                              00057300
057400            :DDDTSN01.MD-SN-SEQ-NBR,                              00057400
057500            :DDDTSN01.MD-SN-TRX-CD,                               00057500
057600            :DDDTSN01.MD-SN-MSG-DATA,                             00057600
057700            ' ',                                                  00057700
057800            :DDDTSN01.MD-SN-SNAP-TS,                              00057800
057900            0 )                                                   00057900
058000     END-EXEC                                                     00058000
058100     IF SQLCODE NOT = 0                                           00058100
058200       SET SQL-ERROR-DETECTED TO TRUE                             00058200
058300       DISPLAY 'MMMB2502 - ERROR WRITING FC_XXXAIL_EVENT_SNAP, '  00058300
058400               'SQLCODE=' SQLCODE                                 00058400
058500     ELSE                                                         00058500
058600       ADD 1 TO WS-UNCOMMITTED                                    00058600
058700       IF WS-UNCOMMITTED >= WS-COMMIT-FREQ                        00058700
058800         EXEC SQL                                                 00058800
058900           COMMIT                                                 00058900
059000         END-EXEC                                                 00059000
059100         MOVE 0 TO WS-UNCOMMITTED                                 00059100
059200       END-IF                                                     00059200
059300     END-IF                                                       00059300
059400     .                                                            00059400
059500                                                                  00059500
059600*================================================================ 00059600
059700* Release the run.  A live event at or past the as-of that a      00059700
059800* fan-out cycle already under way sent before the run was seen    00059800
059900* is put back on the work queue, to go again after the snapshot;  00059900
060000* then the run goes to R for YYYB0260 to deliver.                 00060000
060100*================================================================ 00060100
060200 400-RELEASE-THE-RUN.                                             00060200
060300     EXEC SQL                                                     00060300
060400       DELETE FROM FC_XXXAIL_EVENT_SEND                           00060400
060500        WHERE SD_CONSUMER_ID = :DDDTSR01.MD-SR-CONSUMER-ID        00060500
060600          AND SD_EFF_TS     >= :DDDTSR01.MD-SR-SNAP-TS            00060600
060700     END-EXEC                                                     00060700
060800     EVALUATE TRUE                                                00060800
060900       WHEN SQLCODE = 0                                           00060900
061000         MOVE SQLERRD (3) TO WS-REOPEN-COUNT                      00061000
061100       WHEN SQLCODE = 100                                         00061100
061200         MOVE 0 TO SQLCODE                                        00061200
061300       WHEN OTHER                                                 00061300
061400         SET SQL-ERROR-DETECTED TO TRUE                           00061400
061500         DISPLAY 'MMMB2502 - ERROR REOPENING LIVE SENDS, '        00061500
061600                 'SQLCODE=' SQLCODE                               00061600
061700     END-EVALUATE                                                 00061700
061800     IF SQL-NO-ERROR                                              00061800
061900       MOVE WS-EVENT-COUNT TO MD-SR-EVENT-CNT OF DDDTSR01         00061900
062000       EXEC SQL                                                   00062000
062100         UPDATE FC_XXXAIL_SNAP_RUN                                00062100
062200            SET SR_STAT_CD     = 'R',                             00062200
062300                SR_EVENT_CNT   = :DDDTSR01.MD-SR-EVENT-CNT        00062300
062400          WHERE SR_CONSUMER_ID = :DDDTSR01.MD-SR-CONSUMER-ID      00062400
062500            AND SR_SNAP_TS     = :DDDTSR01.MD-SR-SNAP-TS          00062500
062600       END-EXEC                                                   00062600
062700       IF SQLCODE NOT = 0                                         00062700
062800         SET SQL-ERROR-DETECTED TO TRUE                           00062800
062900         DISPLAY 'MMMB2502 - ERROR RELEASING THE RUN, SQLCODE='   00062900
063000                 SQLCODE                                          00063000
063100       END-IF                                                     00063100
063200     END-IF                                                       00063200
063300     IF SQL-NO-ERROR                                              00063300
063400       EXEC SQL                                                   00063400
063500         COMMIT                                                   00063500
063600       END-EXEC                                                   00063600
063700     END-IF                                                       00063700
063800     .                                                            00063800
063900                                                                  00063900
064000*================================================================ 00064000
064100* Termination - the counts, and close up...                       00064100
064200*================================================================ 00064200
064300 900-TERMINATE.                                                   00064300
064400     EVALUATE TRUE                                                00064400
064500       WHEN SQL-ERROR-DETECTED                                    00064500
064600         MOVE 16 TO WS-RPT-RC                                     00064600
064700         EXEC SQL                                                 00064700
064800           ROLLBACK                                               00064800
064900         END-EXEC                                                 00064900
065000         IF RUN-STARTED                                           00065000
065100           MOVE 'RUN FAILED - LIVE EVENTS HELD UNTIL THE RERUN'   00065100
065200             TO WS-MSG-LINE                                       00065200
065300         ELSE                                                     00065300
065400           MOVE 'RUN FAILED - NOTHING BUILT' TO WS-MSG-LINE       00065400
065500         END-IF                                                   00065500
065600       WHEN RUN-REFUSED                                           00065600
065700         MOVE 8 TO WS-RPT-RC                                      00065700
065800     END-EVALUATE                                                 00065800
065900     IF WS-MSG-LINE NOT = SPACES                                  00065900
066000       WRITE RPT-LINE FROM WS-MSG-LINE                            00066000
066100     END-IF                                                       00066100
066200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-TRX           00066200
066300       MOVE WS-TRX-CD (I)  TO WS-TL-TRX-CD                        00066300
066400       MOVE WS-TRX-CNT (I) TO WS-TL-TRX-CNT                       00066400
066500       WRITE RPT-LINE FROM WS-TRX-LINE                            00066500
066600     END-PERFORM                                                  00066600
066700     WRITE RPT-LINE FROM SPACES                                   00066700
066800     MOVE 'LOCATIONS READ             - ' TO WS-CNT-TXT           00066800
066900     MOVE WS-LOC-COUNT                    TO WS-CNT-NBR           00066900
067000     WRITE RPT-LINE FROM WS-CNT-LINE                              00067000
067100     MOVE 'SNAPSHOT EVENTS BUILT      - ' TO WS-CNT-TXT           00067100
067200     MOVE WS-EVENT-COUNT                  TO WS-CNT-NBR           00067200
067300     WRITE RPT-LINE FROM WS-CNT-LINE                              00067300
067400     MOVE 'TRX-CD NOT REGISTERED      - ' TO WS-CNT-TXT           00067400
067500     MOVE WS-UNWANTED-COUNT               TO WS-CNT-NBR           00067500
067600     WRITE RPT-LINE FROM WS-CNT-LINE                              00067600
067700     MOVE 'REPEATS DROPPED            - ' TO WS-CNT-TXT           00067700
067800     MOVE WS-DUP-COUNT                    TO WS-CNT-NBR           00067800
067900     WRITE RPT-LINE FROM WS-CNT-LINE                              00067900
068000     MOVE 'LIVE SENDS REOPENED        - ' TO WS-CNT-TXT           00068000
068100     MOVE WS-REOPEN-COUNT                 TO WS-CNT-NBR           00068100
068200     WRITE RPT-LINE FROM WS-CNT-LINE                              00068200
068300     CLOSE SNAP-RPT                                               00068300
068400     .                                                            00068400
068500                                                                  00068500
068600*================================================================ 00068600
068700* Run control - refuse a duplicate or out-of-order start, and     00068700
068800* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00068800
068900*================================================================ 00068900
069000 050-RUN-CNTL-START.                                              00069000
069100     INITIALIZE XXXN001A                                          00069100
069200                YYYC0230                                          00069200
069300     SET  YYYC0230-START-RUN TO TRUE                              00069300
069400     MOVE 'MMMB2502' TO YYYC0230-JOB-NM                           00069400
069500     CALL YYYS0230-RUN-CNTL USING                                 00069500
069600         XXXN001A                                                 00069600
069700         YYYC0230                                                 00069700
069800     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00069800
069900       SET SQL-ERROR-DETECTED TO TRUE                             00069900
070000       DISPLAY 'MMMB2502 - START REFUSED: ' IS-RTRN-MSG-TXT       00070000
070100     END-IF                                                       00070100
070200     .                                                            00070200
070300                                                                  00070300
070400 055-RUN-CNTL-END.                                                00070400
070500     INITIALIZE XXXN001A                                          00070500
070600                YYYC0230                                          00070600
070700     IF SQL-ERROR-DETECTED                                        00070700
070800       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00070800
070900     ELSE                                                         00070900
071000       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00071000
071100     END-IF                                                       00071100
071200     MOVE 'MMMB2502' TO YYYC0230-JOB-NM                           00071200
071300     CALL YYYS0230-RUN-CNTL USING                                 00071300
071400         XXXN001A                                                 00071400
071500         YYYC0230                                                 00071500
071600     .                                                            00071600
