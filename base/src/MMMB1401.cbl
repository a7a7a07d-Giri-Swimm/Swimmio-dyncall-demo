000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1401.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store relocation - carry an old store forward to its new one.   00000600
000700*                                                                 00000700
000800* RPLACD-BY-STR-NBR on XXXAIL_LOC says which store replaced this  00000800
000900* one, but moving a store across the street meant rebuilding      00000900
001000* the new store's side tables by hand. This utility reads one     00001000
001100* KEYIN card per move (old store number, new store number) and,   00001100
001200* with both stores already on file:                               00001200
001300*   - copies the old store's current emergency contacts           00001300
001400*     (FC_XXXAIL_EMRG_CNTCT), B2B routes (FC_XXXAIL_B2B_ROUTE)    00001400
001500*     and tax-jurisdiction assignment (FC_XXXAIL_STORE_JUR) to    00001500
001600*     the new store, skipping any key the new store already has   00001600
001700*   - copies every CZ class/ad-zone row through NNNS0473, adding  00001700
001800*     or bringing the new store's row up to the old one           00001800
001900*   - copies the rollup slots onto the new store and stamps       00001900
002000*     RPLACD-BY-STR-NBR on the old store, both through NNNS0488's 00002000
002100*     normal modify path so the history row and events fire.      00002100
002200* One card is one unit of work - committed when every piece went  00002200
002300* across, rolled back otherwise, with the reason on RPTOUT.       00002300
002400*                                                                 00002400
002500* After the cards, every replacement chain on XXXAIL_LOC is       00002500
002600* walked and listed, flagging links where the old store is        00002600
002700* closed but its replacement is not open yet, replacements that   00002700
002800* are not on file, and chains that loop back on themselves.       00002800
002900* Batch job - run standalone, no online caller.                   00002900
003000*---------------------------------------------------------------- 00003000
003100 ENVIRONMENT DIVISION.                                            00003100
003200 INPUT-OUTPUT SECTION.                                            00003200
003300 FILE-CONTROL.                                                    00003300
003400     SELECT KEY-IN         ASSIGN TO KEYIN                        00003400
003500         ORGANIZATION IS LINE SEQUENTIAL.                         00003500
003600     SELECT RELO-RPT       ASSIGN TO RPTOUT                       00003600
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00003700
003800                                                                  00003800
003900 DATA DIVISION.                                                   00003900
004000 FILE SECTION.                                                    00004000
004100 FD  KEY-IN.                                                      00004100
004200 01  KEY-REC.                                                     00004200
004300     05 KEY-OLD-STORE-NO               PIC 9(9).                  00004300
004400     05 FILLER                         PIC X(1).                  00004400
004500     05 KEY-NEW-STORE-NO               PIC 9(9).                  00004500
004600     05 FILLER                         PIC X(61).                 00004600
004700                                                                  00004700
004800 FD  RELO-RPT.                                                    00004800
004900 01  RPT-LINE                          PIC X(132).                00004900
005000                                                                  00005000
005100 WORKING-STORAGE SECTION.                                         00005100
005200* --------------------------------------------------------------- 00005200
005300* Misc working storage...                                         00005300
005400* --------------------------------------------------------------- 00005400
005500 01 NNNS0488-LR-DAO                   PIC X(8) VALUE 'NNNS0488'.  00005500
005600 01 NNNS0473-CZ-DAO                   PIC X(8) VALUE 'NNNS0473'.  00005600
005700                                                                  00005700
005800 01 WS-CARD-COUNT                     PIC 9(6) VALUE 0.           00005800
005900 01 WS-MOVED-COUNT                    PIC 9(6) VALUE 0.           00005900
006000 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00006000
006100 01 WS-CHAIN-COUNT                    PIC 9(6) VALUE 0.           00006100
006200 01 WS-FLAGGED-COUNT                  PIC 9(6) VALUE 0.           00006200
006300                                                                  00006300
006400 01 WS-XC-COPIED-COUNT                PIC 9(4) VALUE 0.           00006400
006500 01 WS-BR-COPIED-COUNT                PIC 9(4) VALUE 0.           00006500
006600 01 WS-SJ-COPIED-COUNT                PIC 9(4) VALUE 0.           00006600
006700 01 WS-CZ-COPIED-COUNT                PIC 9(4) VALUE 0.           00006700
006800                                                                  00006800
006900 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00006900
007000    88 IS-EOF                                  VALUE 'Y'.         00007000
007100    88 NOT-EOF                                 VALUE 'N'.         00007100
007200 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00007200
007300    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00007300
007400    88 SQL-NO-ERROR                            VALUE 'N'.         00007400
007500 01 WS-SQLCODE                        PIC ----9.                  00007500
007600                                                                  00007600
007700 01 WS-OLD-STORE-NO                   PIC S9(9) COMP VALUE 0.     00007700
007800 01 WS-NEW-STORE-NO                   PIC S9(9) COMP VALUE 0.     00007800
007900 01 WS-OLD-ROLUP-REPT-TBL-TXT         PIC X(20) VALUE SPACES.     00007900
008000 01 WS-OLD-AD-ZONE                    PIC S9(7)V COMP-3 VALUE 0.  00008000
008100 01 WS-OLD-AD-ZONE-EXCP               PIC S9(7)V COMP-3 VALUE 0.  00008100
008200                                                                  00008200
008300 01 K-ZERO-DT                         PIC X(10) VALUE             00008300
008400     '0001-01-01'.                                                00008400
008500 01 K-STORE-LOC-TYP-CD                PIC X(2)  VALUE 'S '.       00008500
008600                                                                  00008600
008700* Ad-zone-eligible class list, loaded the same way MMMB4701       00008700
008800* loads it for the template clone.                                00008800
008900 01 WS-CZ-TABLE.                                                  00008900
009000     05 WS-CZ                  PIC 9(3) OCCURS 20 TIMES.          00009000
009100 01 WS-NUM-AZ-CLASSES          PIC S9(4) COMP VALUE 0.            00009100
009200 01 WS-DEFAULT-CLASS-ARRAY     PIC X(10) VALUE '1213143637'.      00009200
009300 01 REDEFINES WS-DEFAULT-CLASS-ARRAY.                             00009300
009400     05 WS-DEFAULT-CZ          PIC 9(2) OCCURS 5 TIMES.           00009400
009500 01 WS-DFLT-IDX                PIC S9(4) COMP VALUE 0.            00009500
009600 01 I                          PIC S9(4) COMP VALUE 0.            00009600
009700                                                                  00009700
009800* --------------------------------------------------------------- 00009800
009900* Replacement-chain walk. WS-CHAIN-STORE holds every store seen   00009900
010000* on the current chain, so a store met a second time is a loop.   00010000
010100* --------------------------------------------------------------- 00010100
010200 01 K-MAX-CHAIN-LEN                   PIC S9(4) COMP VALUE 20.    00010200
010300 01 WS-CHAIN-LEN                      PIC S9(4) COMP VALUE 0.     00010300
010400 01 WS-CHAIN-IDX                      PIC S9(4) COMP VALUE 0.     00010400
010500 01 WS-CHAIN-TABLE.                                               00010500
010600     05 WS-CHAIN-STORE         PIC S9(9) COMP OCCURS 20 TIMES.    00010600
010700 01 WS-CHAIN-DONE-SW                  PIC X    VALUE 'N'.         00010700
010800    88 CHAIN-DONE                              VALUE 'Y'.         00010800
010900    88 CHAIN-NOT-DONE                          VALUE 'N'.         00010900
011000 01 WS-CHAIN-FLAG-SW                  PIC X    VALUE 'N'.         00011000
011100    88 CHAIN-FLAGGED                           VALUE 'Y'.         00011100
011200    88 CHAIN-NOT-FLAGGED                       VALUE 'N'.         00011200
011300 01 WS-CHAIN-REASON                   PIC X(40) VALUE SPACES.     00011300
011400                                                                  00011400
011500* The link being looked at - FROM is the replaced store, TO its   00011500
011600* replacement.                                                    00011600
011700 01 WS-FROM-STORE-NO                  PIC S9(9) COMP VALUE 0.     00011700
011800 01 WS-FROM-OPEN-DT                   PIC X(10) VALUE SPACES.     00011800
011900 01 WS-FROM-CLOSED-DT                 PIC X(10) VALUE SPACES.     00011900
012000 01 WS-TO-STORE-NO                    PIC S9(9) COMP VALUE 0.     00012000
012100 01 WS-TO-OPEN-DT                     PIC X(10) VALUE SPACES.     00012100
012200 01 WS-TO-CLOSED-DT                   PIC X(10) VALUE SPACES.     00012200
012300 01 WS-TO-RPLACD-BY-STR-NBR           PIC S9(9) COMP VALUE 0.     00012300
012400 01 WS-TO-RPLACD-IND                  PIC S9(4) COMP VALUE 0.     00012400
012500 01 WS-CURRENT-DT                     PIC X(10) VALUE SPACES.     00012500
012600                                                                  00012600
012700 01 WS-HDG-LINE-1.                                                00012700
012800    05 FILLER PIC X(48) VALUE                                     00012800
012900       'MMMB1401 - STORE RELOCATION'.                             00012900
013000 01 WS-HDG-LINE-2.                                                00013000
013100    05 FILLER PIC X(9)  VALUE 'OLD STORE'.                        00013100
013200    05 FILLER PIC X(2)  VALUE SPACES.                             00013200
013300    05 FILLER PIC X(9)  VALUE 'NEW STORE'.                        00013300
013400    05 FILLER PIC X(2)  VALUE SPACES.                             00013400
013500    05 FILLER PIC X(8)  VALUE 'RESULT'.                           00013500
013600    05 FILLER PIC X(2)  VALUE SPACES.                             00013600
013700    05 FILLER PIC X(80) VALUE 'DETAIL'.                           00013700
013800 01 WS-DTL-LINE.                                                  00013800
013900    05 WS-DTL-OLD-STORE-NO          PIC Z(8)9.                    00013900
014000    05 FILLER                       PIC X(2) VALUE SPACES.        00014000
014100    05 WS-DTL-NEW-STORE-NO          PIC Z(8)9.                    00014100
014200    05 FILLER                       PIC X(2) VALUE SPACES.        00014200
014300    05 WS-DTL-RESULT                PIC X(8).                     00014300
014400    05 FILLER                       PIC X(2) VALUE SPACES.        00014400
014500    05 WS-DTL-REASON                PIC X(80).                    00014500
014600 01 WS-COPY-LINE.                                                 00014600
014700    05 FILLER PIC X(22) VALUE SPACES.                             00014700
014800    05 FILLER PIC X(20) VALUE 'CONTACTS COPIED   - '.             00014800
014900    05 WS-COPY-XC-CNT               PIC ZZZ9.                     00014900
015000    05 FILLER PIC X(20) VALUE '   ROUTES COPIED - '.              00015000
015100    05 WS-COPY-BR-CNT               PIC ZZZ9.                     00015100
015200    05 FILLER PIC X(20) VALUE '   JUR ROWS      - '.              00015200
015300    05 WS-COPY-SJ-CNT               PIC ZZZ9.                     00015300
015400    05 FILLER PIC X(20) VALUE '   CZ ROWS       - '.              00015400
015500    05 WS-COPY-CZ-CNT               PIC ZZZ9.                     00015500
015600                                                                  00015600
015700 01 WS-CHAIN-HDG-1.                                               00015700
015800    05 FILLER PIC X(48) VALUE                                     00015800
015900       'MMMB1401 - STORE REPLACEMENT CHAINS'.                     00015900
016000 01 WS-CHAIN-HDG-2.                                               00016000
016100    05 FILLER PIC X(9)  VALUE 'STORE'.                            00016100
016200    05 FILLER PIC X(2)  VALUE SPACES.                             00016200
016300    05 FILLER PIC X(9)  VALUE 'REPLCD BY'.                        00016300
016400    05 FILLER PIC X(2)  VALUE SPACES.                             00016400
016500    05 FILLER PIC X(9)  VALUE 'END STORE'.                        00016500
016600    05 FILLER PIC X(2)  VALUE SPACES.                             00016600
016700    05 FILLER PIC X(5)  VALUE 'LINKS'.                            00016700
016800    05 FILLER PIC X(2)  VALUE SPACES.                             00016800
016900    05 FILLER PIC X(40) VALUE 'EXCEPTION'.                        00016900
017000 01 WS-CHAIN-LINE.                                                00017000
017100    05 WS-CHN-STORE-NO              PIC Z(8)9.                    00017100
017200    05 FILLER                       PIC X(2) VALUE SPACES.        00017200
017300    05 WS-CHN-RPLACD-BY             PIC Z(8)9.                    00017300
017400    05 FILLER                       PIC X(2) VALUE SPACES.        00017400
017500    05 WS-CHN-END-STORE-NO          PIC Z(8)9.                    00017500
017600    05 FILLER                       PIC X(2) VALUE SPACES.        00017600
017700    05 WS-CHN-LINKS                 PIC ZZZZ9.                    00017700
017800    05 FILLER                       PIC X(2) VALUE SPACES.        00017800
017900    05 WS-CHN-REASON                PIC X(40).                    00017900
018000                                                                  00018000
018100 01 WS-SUMMARY-LINE.                                              00018100
018200    05 FILLER PIC X(23) VALUE 'CARDS READ         -  '.           00018200
018300    05 WS-SUM-CARDS                 PIC ZZZ,ZZ9.                  00018300
018400 01 WS-SUMMARY-LINE2.                                             00018400
018500    05 FILLER PIC X(23) VALUE 'STORES RELOCATED   -  '.           00018500
018600    05 WS-SUM-MOVED                 PIC ZZZ,ZZ9.                  00018600
018700 01 WS-SUMMARY-LINE3.                                             00018700
018800    05 FILLER PIC X(23) VALUE 'CARDS REJECTED     -  '.           00018800
018900    05 WS-SUM-REJECTED              PIC ZZZ,ZZ9.                  00018900
019000 01 WS-SUMMARY-LINE4.                                             00019000
019100    05 FILLER PIC X(23) VALUE 'CHAINS LISTED      -  '.           00019100
019200    05 WS-SUM-CHAINS                PIC ZZZ,ZZ9.                  00019200
019300 01 WS-SUMMARY-LINE5.                                             00019300
019400    05 FILLER PIC X(23) VALUE 'CHAINS FLAGGED     -  '.           00019400
019500    05 WS-SUM-FLAGGED               PIC ZZZ,ZZ9.                  00019500
019600                                                                  00019600
019700* --------------------------------------------------------------- 00019700
019800* Miscellaneous copy books go here...                             00019800
019900* --------------------------------------------------------------- 00019900
020000 COPY XXXN001A.                                                   00020000
020100 COPY YYYN005A.                                                   00020100
020200 COPY NNNN0000.                                                   00020200
020300 COPY PPPTLR01.                                                   00020300
020400 COPY PPPTCZ01.                                                   00020400
020500                                                                  00020500
020600* ----------------------------------------------------------------00020600
020700* DB2 stuff...                                                    00020700
020800* ----------------------------------------------------------------00020800
020900     EXEC SQL                                                     00020900
021000       INCLUDE SQLCA                                              00021000
021100     END-EXEC                                                     00021100
021200                                                                  00021200
021300     EXEC SQL                                                     00021300
021400       INCLUDE DDDTCL01                                           00021400
021500     END-EXEC                                                     00021500
021600                                                                  00021600
021700     EXEC SQL                                                     00021700
021800       DECLARE AZ-CLASS-CSR CURSOR FOR                            00021800
021900       SELECT ITM_CLS_CD                                          00021900
022000         FROM FC_XXXAIL_AZ_CLASS                                  00022000
022100        WHERE ACTIVE_IND = 'Y'                                    00022100
022200        ORDER BY ITM_CLS_CD                                       00022200
022300     END-EXEC                                                     00022300
022400                                                                  00022400
022500* Every store that names a replacement is the start of a link;    00022500
022600* each one is walked out to the end of its chain.                 00022600
022700     EXEC SQL                                                     00022700
022800       DECLARE CHAIN-CSR CURSOR FOR                               00022800
022900       SELECT LOC_NBR, SLS_OPEN_DT, SLS_CLOSED_DT,                00022900
023000              RPLACD_BY_STR_NBR                                   00023000
023100         FROM XXXAIL_LOC                                          00023100
023200        WHERE LOC_TYP_CD = 'S '                                   00023200
023300          AND RPLACD_BY_STR_NBR IS NOT NULL                       00023300
023400          AND RPLACD_BY_STR_NBR <> 0                              00023400
023500        ORDER BY LOC_NBR                                          00023500
023600     END-EXEC                                                     00023600
023700                                                                  00023700
023800 PROCEDURE DIVISION.                                              00023800
023900***************************************************************** 00023900
024000* Start of program main line.                                     00024000
024100***************************************************************** 00024100
024200 000-MAIN.                                                        00024200
024300     PERFORM 100-INITIALIZE                                       00024300
024400     PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED                   00024400
024500       ADD 1 TO WS-CARD-COUNT                                     00024500
024600       PERFORM 200-RELOCATE-ONE-STORE                             00024600
024700       PERFORM 120-READ-NEXT-CARD                                 00024700
024800     END-PERFORM                                                  00024800
024900     IF SQL-NO-ERROR                                              00024900
025000       PERFORM 500-REPORT-CHAINS                                  00025000
025100     END-IF                                                       00025100
025200     PERFORM 900-TERMINATE                                        00025200
025300     GOBACK                                                       00025300
025400     .                                                            00025400
025500                                                                  00025500
025600*================================================================ 00025600
025700* Initialization...                                               00025700
025800*================================================================ 00025800
025900 100-INITIALIZE.                                                  00025900
026000     OPEN INPUT  KEY-IN                                           00026000
026100     OPEN OUTPUT RELO-RPT                                         00026100
026200     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00026200
026300     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00026300
026400     SET YYYN005A-BATCH-ENV TO TRUE                               00026400
026500     EXEC SQL                                                     00026500
026600       SET :WS-CURRENT-DT = CHAR(CURRENT DATE, ISO)               00026600
026700     END-EXEC                                                     00026700
026800     IF SQLCODE NOT = 0                                           00026800
026900       SET SQL-ERROR-DETECTED TO TRUE                             00026900
027000       DISPLAY 'MMMB1401 - ERROR GETTING CURRENT DATE, SQLCODE='  00027000
027100               SQLCODE                                            00027100
027200     ELSE                                                         00027200
027300       PERFORM 140-LOAD-AZ-CLASS-LIST                             00027300
027400     END-IF                                                       00027400
027500     PERFORM 120-READ-NEXT-CARD                                   00027500
027600     .                                                            00027600
027700                                                                  00027700
027800 120-READ-NEXT-CARD.                                              00027800
027900     READ KEY-IN                                                  00027900
028000       AT END SET IS-EOF TO TRUE                                  00028000
028100     END-READ                                                     00028100
028200     .                                                            00028200
028300                                                                  00028300
028400*================================================================ 00028400
028500* The class list that drives the CZ copy - same source MMMB4701   00028500
028600* and WWWS0003 work from...                                       00028600
028700*================================================================ 00028700
028800 140-LOAD-AZ-CLASS-LIST.                                          00028800
028900     MOVE 0 TO WS-NUM-AZ-CLASSES                                  00028900
029000     EXEC SQL                                                     00029000
029100       OPEN AZ-CLASS-CSR                                          00029100
029200     END-EXEC                                                     00029200
029300     IF SQLCODE NOT = 0                                           00029300
029400       SET SQL-ERROR-DETECTED TO TRUE                             00029400
029500       DISPLAY 'MMMB1401 - ERROR OPENING AZ-CLASS-CSR, SQLCODE='  00029500
029600               SQLCODE                                            00029600
029700     ELSE                                                         00029700
029800       EXEC SQL                                                   00029800
029900         FETCH AZ-CLASS-CSR                                       00029900
030000           INTO :DCLFC-XXXAIL-AZ-CLASS.ITM-CLS-CD                 00030000
030100       END-EXEC                                                   00030100
030200       PERFORM UNTIL SQLCODE NOT = 0                              00030200
030300                  OR WS-NUM-AZ-CLASSES NOT < 20                   00030300
030400         ADD 1 TO WS-NUM-AZ-CLASSES                               00030400
030500         MOVE ITM-CLS-CD OF DCLFC-XXXAIL-AZ-CLASS                 00030500
030600           TO WS-CZ (WS-NUM-AZ-CLASSES)                           00030600
030700         EXEC SQL                                                 00030700
030800           FETCH AZ-CLASS-CSR                                     00030800
030900             INTO :DCLFC-XXXAIL-AZ-CLASS.ITM-CLS-CD               00030900
031000         END-EXEC                                                 00031000
031100       END-PERFORM                                                00031100
031200       IF SQLCODE = 0 OR SQLCODE = 100                            00031200
031300         MOVE 0 TO SQLCODE                                        00031300
031400       ELSE                                                       00031400
031500         SET SQL-ERROR-DETECTED TO TRUE                           00031500
031600         DISPLAY 'MMMB1401 - ERROR FETCHING AZ-CLASS-CSR, '       00031600
031700                 'SQLCODE=' SQLCODE                               00031700
031800       END-IF                                                     00031800
031900       EXEC SQL                                                   00031900
032000         CLOSE AZ-CLASS-CSR                                       00032000
032100       END-EXEC                                                   00032100
032200     END-IF                                                       00032200
032300     IF SQL-NO-ERROR AND WS-NUM-AZ-CLASSES = 0                    00032300
032400       PERFORM VARYING WS-DFLT-IDX FROM 1 BY 1                    00032400
032500               UNTIL WS-DFLT-IDX > 5                              00032500
032600         MOVE WS-DEFAULT-CZ (WS-DFLT-IDX)                         00032600
032700           TO WS-CZ (WS-DFLT-IDX)                                 00032700
032800       END-PERFORM                                                00032800
032900       MOVE 5 TO WS-NUM-AZ-CLASSES                                00032900
033000     END-IF                                                       00033000
033100     .                                                            00033100
033200                                                                  00033200
033300*================================================================ 00033300
033400* Relocate one store - every piece, or nothing...                 00033400
033500*================================================================ 00033500
033600 200-RELOCATE-ONE-STORE.                                          00033600
033700     INITIALIZE XXXN001A                                          00033700
033800     MOVE 0 TO WS-XC-COPIED-COUNT                                 00033800
033900               WS-BR-COPIED-COUNT                                 00033900
034000               WS-SJ-COPIED-COUNT                                 00034000
034100               WS-CZ-COPIED-COUNT                                 00034100
034200     MOVE KEY-OLD-STORE-NO TO WS-OLD-STORE-NO                     00034200
034300     MOVE KEY-NEW-STORE-NO TO WS-NEW-STORE-NO                     00034300
034400                                                                  00034400
034500     EVALUATE TRUE                                                00034500
034600       WHEN KEY-OLD-STORE-NO NOT NUMERIC                          00034600
034700         OR KEY-NEW-STORE-NO NOT NUMERIC                          00034700
034800         SET  FAILURE TO TRUE                                     00034800
034900         MOVE 'STORE NUMBERS MUST BE NUMERIC' TO IS-RTRN-MSG-TXT  00034900
035000       WHEN WS-OLD-STORE-NO = WS-NEW-STORE-NO                     00035000
035100         SET  FAILURE TO TRUE                                     00035100
035200         MOVE 'OLD AND NEW STORE ARE THE SAME' TO IS-RTRN-MSG-TXT 00035200
035300       WHEN OTHER                                                 00035300
035400         PERFORM 210-READ-BOTH-STORES                             00035400
035500     END-EVALUATE                                                 00035500
035600                                                                  00035600
035700     IF SUCCESS                                                   00035700
035800       PERFORM 300-COPY-EMRG-CNTCT                                00035800
035900     END-IF                                                       00035900
036000     IF SUCCESS                                                   00036000
036100       PERFORM 320-COPY-B2B-ROUTES                                00036100
036200     END-IF                                                       00036200
036300     IF SUCCESS                                                   00036300
036400       PERFORM 340-COPY-STORE-JUR                                 00036400
036500     END-IF                                                       00036500
036600     IF SUCCESS                                                   00036600
036700       PERFORM 360-COPY-CZ-ROWS                                   00036700
036800     END-IF                                                       00036800
036900     IF SUCCESS                                                   00036900
037000       PERFORM 400-COPY-ROLLUPS                                   00037000
037100     END-IF                                                       00037100
037200     IF SUCCESS                                                   00037200
037300       PERFORM 420-STAMP-OLD-STORE                                00037300
037400     END-IF                                                       00037400
037500                                                                  00037500
037600     PERFORM 250-END-THE-UNIT-OF-WORK                             00037600
037700     .                                                            00037700
037800                                                                  00037800
037900*================================================================ 00037900
038000* Both stores must be on file; the old store's rollup slots are   00038000
038100* kept for the copy to the new store.                             00038100
038200*================================================================ 00038200
038300 210-READ-BOTH-STORES.                                            00038300
038400     INITIALIZE P-DDDTLR01                                        00038400
038500     MOVE WS-OLD-STORE-NO    TO LOC-NBR    OF P-DDDTLR01          00038500
038600     MOVE K-STORE-LOC-TYP-CD TO LOC-TYP-CD OF P-DDDTLR01          00038600
038700     PERFORM 230-GET-STORE                                        00038700
038800     IF SUCCESS AND SQLCODE = 100                                 00038800
038900       SET  FAILURE TO TRUE                                       00038900
039000       MOVE 'OLD STORE NOT ON FILE' TO IS-RTRN-MSG-TXT            00039000
039100     END-IF                                                       00039100
039200     IF SUCCESS                                                   00039200
039300       MOVE ROLUP-REPT-TBL-TXT OF P-DDDTLR01                      00039300
039400         TO WS-OLD-ROLUP-REPT-TBL-TXT                             00039400
039500       INITIALIZE P-DDDTLR01                                      00039500
039600       MOVE WS-NEW-STORE-NO    TO LOC-NBR    OF P-DDDTLR01        00039600
039700       MOVE K-STORE-LOC-TYP-CD TO LOC-TYP-CD OF P-DDDTLR01        00039700
039800       PERFORM 230-GET-STORE                                      00039800
039900       IF SUCCESS AND SQLCODE = 100                               00039900
040000         SET  FAILURE TO TRUE                                     00040000
040100         MOVE 'NEW STORE NOT ON FILE - ADD OR CLONE IT FIRST'     00040100
040200           TO IS-RTRN-MSG-TXT                                     00040200
040300       END-IF                                                     00040300
040400     END-IF                                                       00040400
040500     .                                                            00040500
040600                                                                  00040600
040700 230-GET-STORE.                                                   00040700
040800     INITIALIZE NNNN0000-PARMS                                    00040800
040900     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00040900
041000     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00041000
041100     PERFORM 800-CALL-LR-DAO                                      00041100
041200     .                                                            00041200
041300                                                                  00041300
041400*================================================================ 00041400
041500* Commit the card when everything went across; otherwise back     00041500
041600* out whatever part of it did, so a card can simply be rerun.     00041600
041700*================================================================ 00041700
041800 250-END-THE-UNIT-OF-WORK.                                        00041800
041900     MOVE KEY-OLD-STORE-NO TO WS-DTL-OLD-STORE-NO                 00041900
042000     MOVE KEY-NEW-STORE-NO TO WS-DTL-NEW-STORE-NO                 00042000
042100     IF SUCCESS                                                   00042100
042200       EXEC SQL                                                   00042200
042300         COMMIT                                                   00042300
042400       END-EXEC                                                   00042400
042500       ADD 1 TO WS-MOVED-COUNT                                    00042500
042600       MOVE 'MOVED   '          TO WS-DTL-RESULT                  00042600
042700       MOVE 'OLD STORE NOW REPLACED BY NEW STORE'                 00042700
042800         TO WS-DTL-REASON                                         00042800
042900       WRITE RPT-LINE FROM WS-DTL-LINE                            00042900
043000       MOVE WS-XC-COPIED-COUNT TO WS-COPY-XC-CNT                  00043000
043100       MOVE WS-BR-COPIED-COUNT TO WS-COPY-BR-CNT                  00043100
043200       MOVE WS-SJ-COPIED-COUNT TO WS-COPY-SJ-CNT                  00043200
043300       MOVE WS-CZ-COPIED-COUNT TO WS-COPY-CZ-CNT                  00043300
043400       WRITE RPT-LINE FROM WS-COPY-LINE                           00043400
043500     ELSE                                                         00043500
043600       EXEC SQL                                                   00043600
043700         ROLLBACK                                                 00043700
043800       END-EXEC                                                   00043800
043900       ADD 1 TO WS-REJECTED-COUNT                                 00043900
044000       MOVE 'REJECTED'          TO WS-DTL-RESULT                  00044000
044100       MOVE IS-RTRN-MSG-TXT     TO WS-DTL-REASON                  00044100
044200       WRITE RPT-LINE FROM WS-DTL-LINE                            00044200
044300     END-IF                                                       00044300
044400     .                                                            00044400
044500                                                                  00044500
044600*================================================================ 00044600
044700* Emergency contacts still in effect at the old store...          00044700
044800*================================================================ 00044800
044900 300-COPY-EMRG-CNTCT.                                             00044900
045000     EXEC SQL                                                     00045000
045100       INSERT INTO FC_XXXAIL_EMRG_CNTCT                           00045100
045200          ( XC_LOC_NBR, XC_LOC_TYP_CD, XC_RANK_NBR,               00045200
045300            XC_CNTCT_NM, XC_ROLE_CD, XC_AREA_CD,                  00045300
045400            XC_PHONE_NBR, XC_EFF_DT, XC_END_DT,                   00045400
045500            XC_REVIEWED_DT )                                      00045500
045600       SELECT :WS-NEW-STORE-NO, O.XC_LOC_TYP_CD, O.XC_RANK_NBR,   00045600
045700              O.XC_CNTCT_NM, O.XC_ROLE_CD, O.XC_AREA_CD,          00045700
045800              O.XC_PHONE_NBR, O.XC_EFF_DT, O.XC_END_DT,           00045800
045900              O.XC_REVIEWED_DT                                    00045900
046000         FROM FC_XXXAIL_EMRG_CNTCT O                              00046000
046100        WHERE O.XC_LOC_NBR    = :WS-OLD-STORE-NO                  00046100
046200          AND O.XC_LOC_TYP_CD = :K-STORE-LOC-TYP-CD               00046200
046300          AND ( O.XC_END_DT   = :K-ZERO-DT                        00046300
046400             OR O.XC_END_DT  >= CURRENT DATE )                    00046400
046500          AND NOT EXISTS                                          00046500
046600            ( SELECT 1                                            00046600
046700                FROM FC_XXXAIL_EMRG_CNTCT N                       00046700
046800               WHERE N.XC_LOC_NBR    = :WS-NEW-STORE-NO           00046800
046900                 AND N.XC_LOC_TYP_CD = O.XC_LOC_TYP_CD            00046900
047000                 AND N.XC_RANK_NBR   = O.XC_RANK_NBR              00047000
047100                 AND N.XC_EFF_DT     = O.XC_EFF_DT )              00047100
047200     END-EXEC                                                     00047200
047300     EVALUATE TRUE                                                00047300
047400       WHEN SQLCODE = 0                                           00047400
047500         MOVE SQLERRD (3) TO WS-XC-COPIED-COUNT                   00047500
047600       WHEN SQLCODE = 100                                         00047600
047700         MOVE 0 TO SQLCODE                                        00047700
047800       WHEN OTHER                                                 00047800
047900         MOVE SQLCODE TO WS-SQLCODE                               00047900
048000         SET  FAILURE TO TRUE                                     00048000
048100         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00048100
048200         STRING 'ERROR COPYING EMERGENCY CONTACTS, SQL='          00048200
048300                WS-SQLCODE                                        00048300
048400           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00048400
048500     END-EVALUATE                                                 00048500
048600     .                                                            00048600
048700                                                                  00048700
048800*================================================================ 00048800
048900* B2B routing rows. The legacy primary routing field on the       00048900
049000* location record is not touched here - MMMB5901 keeps it in      00049000
049100* step when the EDI team confirms the new store's primary.        00049100
049200*================================================================ 00049200
049300 320-COPY-B2B-ROUTES.                                             00049300
049400     EXEC SQL                                                     00049400
049500       INSERT INTO FC_XXXAIL_B2B_ROUTE                            00049500
049600          ( BR_LOC_NBR, BR_LOC_TYP_CD, BR_PARTNER_ID,             00049600
049700            BR_DOC_TYP_CD, BR_EFF_DT, BR_RTNG_ID,                 00049700
049800            BR_PRIM_IND )                                         00049800
049900       SELECT :WS-NEW-STORE-NO, O.BR_LOC_TYP_CD, O.BR_PARTNER_ID, 00049900
050000              O.BR_DOC_TYP_CD, O.BR_EFF_DT, O.BR_RTNG_ID,         00050000
050100              O.BR_PRIM_IND                                       00050100
050200         FROM FC_XXXAIL_B2B_ROUTE O                               00050200
050300        WHERE O.BR_LOC_NBR    = :WS-OLD-STORE-NO                  00050300
050400          AND O.BR_LOC_TYP_CD = :K-STORE-LOC-TYP-CD               00050400
050500          AND NOT EXISTS                                          00050500
050600            ( SELECT 1                                            00050600
050700                FROM FC_XXXAIL_B2B_ROUTE N                        00050700
050800               WHERE N.BR_LOC_NBR    = :WS-NEW-STORE-NO           00050800
050900                 AND N.BR_LOC_TYP_CD = O.BR_LOC_TYP_CD            00050900
051000                 AND N.BR_PARTNER_ID = O.BR_PARTNER_ID            00051000
051100                 AND N.BR_DOC_TYP_CD = O.BR_DOC_TYP_CD            00051100
051200                 AND N.BR_EFF_DT     = O.BR_EFF_DT )              00051200
051300     END-EXEC                                                     00051300
051400     EVALUATE TRUE                                                00051400
051500       WHEN SQLCODE = 0                                           00051500
051600         MOVE SQLERRD (3) TO WS-BR-COPIED-COUNT                   00051600
051700       WHEN SQLCODE = 100                                         00051700
051800         MOVE 0 TO SQLCODE                                        00051800
051900       WHEN OTHER                                                 00051900
052000         MOVE SQLCODE TO WS-SQLCODE                               00052000
052100         SET  FAILURE TO TRUE                                     00052100
052200         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00052200
052300         STRING 'ERROR COPYING B2B ROUTES, SQL='                  00052300
052400                WS-SQLCODE                                        00052400
052500           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00052500
052600     END-EVALUATE                                                 00052600
052700     .                                                            00052700
052800                                                                  00052800
052900*================================================================ 00052900
053000* Tax jurisdiction - one row per store, so a new store that       00053000
053100* already has its own assignment keeps it.                        00053100
053200*================================================================ 00053200
053300 340-COPY-STORE-JUR.                                              00053300
053400     EXEC SQL                                                     00053400
053500       INSERT INTO FC_XXXAIL_STORE_JUR                            00053500
053600          ( SJ_LOC_NBR, SJ_LOC_TYP_CD, SJ_JUR_ID )                00053600
053700       SELECT :WS-NEW-STORE-NO, O.SJ_LOC_TYP_CD, O.SJ_JUR_ID      00053700
053800         FROM FC_XXXAIL_STORE_JUR O                               00053800
053900        WHERE O.SJ_LOC_NBR    = :WS-OLD-STORE-NO                  00053900
054000          AND O.SJ_LOC_TYP_CD = :K-STORE-LOC-TYP-CD               00054000
054100          AND NOT EXISTS                                          00054100
054200            ( SELECT 1                                            00054200
054300                FROM FC_XXXAIL_STORE_JUR N                        00054300
054400               WHERE N.SJ_LOC_NBR    = :WS-NEW-STORE-NO           00054400
054500                 AND N.SJ_LOC_TYP_CD = O.SJ_LOC_TYP_CD )          00054500
054600     END-EXEC                                                     00054600
054700     EVALUATE TRUE                                                00054700
054800       WHEN SQLCODE = 0                                           00054800
054900         MOVE SQLERRD (3) TO WS-SJ-COPIED-COUNT                   00054900
055000       WHEN SQLCODE = 100                                         00055000
055100         MOVE 0 TO SQLCODE                                        00055100
055200       WHEN OTHER                                                 00055200
055300         MOVE SQLCODE TO WS-SQLCODE                               00055300
055400         SET  FAILURE TO TRUE                                     00055400
055500         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00055500
055600         STRING 'ERROR COPYING TAX JURISDICTION, SQL='            00055600
055700                WS-SQLCODE                                        00055700
055800           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00055800
055900     END-EVALUATE                                                 00055900
056000     .                                                            00056000
056100                                                                  00056100
056200*================================================================ 00056200
056300* Class/ad-zone rows go through the CZ DAO so its edits and       00056300
056400* events fire per row - added where the new store has none,       00056400
056500* brought up to the old store's zones where it has one.           00056500
056600*================================================================ 00056600
056700 360-COPY-CZ-ROWS.                                                00056700
056800     PERFORM VARYING I FROM 1 BY 1                                00056800
056900     UNTIL I > WS-NUM-AZ-CLASSES OR NOT SUCCESS                   00056900
057000       INITIALIZE P-DDDTCZ01                                      00057000
057100                  NNNN0000-PARMS                                  00057100
057200       MOVE K-STORE-LOC-TYP-CD TO LOC-TYP-CD OF P-DDDTCZ01        00057200
057300       MOVE WS-OLD-STORE-NO    TO LOC-NBR    OF P-DDDTCZ01        00057300
057400       MOVE WS-CZ (I)          TO ITM-CLS-CD OF P-DDDTCZ01        00057400
057500       MOVE 1                  TO NNNN0000-INDEX-HANDLE           00057500
057600       SET EXIT-GET-UNIQUE-ROW TO TRUE                            00057600
057700       PERFORM 820-CALL-CZ-DAO                                    00057700
057800                                                                  00057800
057900       EVALUATE TRUE                                              00057900
058000         WHEN NOT SUCCESS                                         00058000
058100           CONTINUE                                               00058100
058200         WHEN SQLCODE = 100                                       00058200
058300*          Old store carries no row for this class.               00058300
058400           MOVE 0 TO SQLCODE                                      00058400
058500         WHEN OTHER                                               00058500
058600           PERFORM 370-APPLY-ONE-CZ-ROW                           00058600
058700       END-EVALUATE                                               00058700
058800     END-PERFORM                                                  00058800
058900     .                                                            00058900
059000                                                                  00059000
059100 370-APPLY-ONE-CZ-ROW.                                            00059100
059200     MOVE AD-ZONE      OF P-DDDTCZ01 TO WS-OLD-AD-ZONE            00059200
059300     MOVE AD-ZONE-EXCP OF P-DDDTCZ01 TO WS-OLD-AD-ZONE-EXCP       00059300
059400     MOVE WS-NEW-STORE-NO TO LOC-NBR OF P-DDDTCZ01                00059400
059500     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00059500
059600     PERFORM 820-CALL-CZ-DAO                                      00059600
059700                                                                  00059700
059800     EVALUATE TRUE                                                00059800
059900       WHEN NOT SUCCESS                                           00059900
060000         CONTINUE                                                 00060000
060100       WHEN SQLCODE = 100                                         00060100
060200         MOVE WS-NEW-STORE-NO     TO LOC-NBR      OF P-DDDTCZ01   00060200
060300         MOVE WS-OLD-AD-ZONE      TO AD-ZONE      OF P-DDDTCZ01   00060300
060400         MOVE WS-OLD-AD-ZONE-EXCP TO AD-ZONE-EXCP OF P-DDDTCZ01   00060400
060500         SET EXIT-PUT-INSERT-ROW TO TRUE                          00060500
060600         PERFORM 820-CALL-CZ-DAO                                  00060600
060700       WHEN AD-ZONE      OF P-DDDTCZ01 = WS-OLD-AD-ZONE           00060700
060800        AND AD-ZONE-EXCP OF P-DDDTCZ01 = WS-OLD-AD-ZONE-EXCP      00060800
060900*        New store already zoned the same - nothing to carry.     00060900
061000         MOVE 0 TO SQLCODE                                        00061000
061100       WHEN OTHER                                                 00061100
061200         MOVE WS-OLD-AD-ZONE      TO AD-ZONE      OF P-DDDTCZ01   00061200
061300         MOVE WS-OLD-AD-ZONE-EXCP TO AD-ZONE-EXCP OF P-DDDTCZ01   00061300
061400         SET EXIT-PUT-MODIFY-ROW TO TRUE                          00061400
061500         PERFORM 820-CALL-CZ-DAO                                  00061500
061600     END-EVALUATE                                                 00061600
061700                                                                  00061700
061800     IF SUCCESS AND SQLCODE = 0                                   00061800
061900     AND (EXIT-PUT-INSERT-ROW OR EXIT-PUT-MODIFY-ROW)             00061900
062000       ADD 1 TO WS-CZ-COPIED-COUNT                                00062000
062100     END-IF                                                       00062100
062200     IF SUCCESS AND SQLCODE NOT = 0                               00062200
062300       MOVE SQLCODE TO WS-SQLCODE                                 00062300
062400       SET  FAILURE TO TRUE                                       00062400
062500       MOVE SPACES  TO IS-RTRN-MSG-TXT                            00062500
062600       STRING 'ERROR COPYING CZ ROW, SQL='                        00062600
062700              WS-SQLCODE                                          00062700
062800         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   00062800
062900     END-IF                                                       00062900
063000     .                                                            00063000
063100                                                                  00063100
063200*================================================================ 00063200
063300* Rollup slots onto the new store, through the location DAO's     00063300
063400* modify path...                                                  00063400
063500*================================================================ 00063500
063600 400-COPY-ROLLUPS.                                                00063600
063700     INITIALIZE P-DDDTLR01                                        00063700
063800     MOVE WS-NEW-STORE-NO    TO LOC-NBR    OF P-DDDTLR01          00063800
063900     MOVE K-STORE-LOC-TYP-CD TO LOC-TYP-CD OF P-DDDTLR01          00063900
064000     PERFORM 230-GET-STORE                                        00064000
064100     IF SUCCESS AND SQLCODE = 0                                   00064100
064200     AND ROLUP-REPT-TBL-TXT OF P-DDDTLR01                         00064200
064300           NOT = WS-OLD-ROLUP-REPT-TBL-TXT                        00064300
064400       MOVE WS-OLD-ROLUP-REPT-TBL-TXT                             00064400
064500         TO ROLUP-REPT-TBL-TXT OF P-DDDTLR01                      00064500
064600       PERFORM 440-MODIFY-STORE                                   00064600
064700     END-IF                                                       00064700
064800     IF SUCCESS AND SQLCODE NOT = 0                               00064800
064900       SET  FAILURE TO TRUE                                       00064900
065000       MOVE 'ROLLUPS NOT COPIED TO NEW STORE' TO IS-RTRN-MSG-TXT  00065000
065100     END-IF                                                       00065100
065200     .                                                            00065200
065300                                                                  00065300
065400*================================================================ 00065400
065500* Last piece: the old store says who replaced it. Done last, so   00065500
065600* a stamped store always has its side tables carried forward.     00065600
065700*================================================================ 00065700
065800 420-STAMP-OLD-STORE.                                             00065800
065900     INITIALIZE P-DDDTLR01                                        00065900
066000     MOVE WS-OLD-STORE-NO    TO LOC-NBR    OF P-DDDTLR01          00066000
066100     MOVE K-STORE-LOC-TYP-CD TO LOC-TYP-CD OF P-DDDTLR01          00066100
066200     PERFORM 230-GET-STORE                                        00066200
066300     IF SUCCESS AND SQLCODE = 0                                   00066300
066400       MOVE WS-NEW-STORE-NO TO RPLACD-BY-STR-NBR OF P-DDDTLR01    00066400
066500       PERFORM 440-MODIFY-STORE                                   00066500
066600     END-IF                                                       00066600
066700     IF SUCCESS AND SQLCODE NOT = 0                               00066700
066800       SET  FAILURE TO TRUE                                       00066800
066900       MOVE 'OLD STORE NOT STAMPED WITH ITS REPLACEMENT'          00066900
067000         TO IS-RTRN-MSG-TXT                                       00067000
067100     END-IF                                                       00067100
067200     .                                                            00067200
067300                                                                  00067300
067400 440-MODIFY-STORE.                                                00067400
067500     INITIALIZE NNNN0000-PARMS                                    00067500
067600     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00067600
067700     SET EXIT-PUT-MODIFY-ROW TO TRUE                              00067700
067800     PERFORM 800-CALL-LR-DAO                                      00067800
067900     .                                                            00067900
068000                                                                  00068000
068100*================================================================ 00068100
068200* Replacement-chain report...                                     00068200
068300*================================================================ 00068300
068400 500-REPORT-CHAINS.                                               00068400
068500     WRITE RPT-LINE FROM SPACES                                   00068500
068600     WRITE RPT-LINE FROM WS-CHAIN-HDG-1                           00068600
068700     WRITE RPT-LINE FROM WS-CHAIN-HDG-2                           00068700
068800     EXEC SQL                                                     00068800
068900       OPEN CHAIN-CSR                                             00068900
069000     END-EXEC                                                     00069000
069100     IF SQLCODE NOT = 0                                           00069100
069200       SET SQL-ERROR-DETECTED TO TRUE                             00069200
069300       DISPLAY 'MMMB1401 - ERROR OPENING CHAIN-CSR, SQLCODE='     00069300
069400               SQLCODE                                            00069400
069500     ELSE                                                         00069500
069600       PERFORM 510-FETCH-NEXT-LINK                                00069600
069700       PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED          00069700
069800         ADD 1 TO WS-CHAIN-COUNT                                  00069800
069900         PERFORM 520-WALK-ONE-CHAIN                               00069900
070000         IF SQL-NO-ERROR                                          00070000
070100           PERFORM 510-FETCH-NEXT-LINK                            00070100
070200         END-IF                                                   00070200
070300       END-PERFORM                                                00070300
070400       EXEC SQL                                                   00070400
070500         CLOSE CHAIN-CSR                                          00070500
070600       END-EXEC                                                   00070600
070700     END-IF                                                       00070700
070800     .                                                            00070800
070900                                                                  00070900
071000 510-FETCH-NEXT-LINK.                                             00071000
071100     EXEC SQL                                                     00071100
071200       FETCH CHAIN-CSR                                            00071200
071300         INTO :WS-FROM-STORE-NO,                                  00071300
071400              :WS-FROM-OPEN-DT,                                   00071400
071500              :WS-FROM-CLOSED-DT,                                 00071500
071600              :WS-TO-STORE-NO                                     00071600
071700     END-EXEC                                                     00071700
071800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00071800
071900       SET SQL-ERROR-DETECTED TO TRUE                             00071900
072000       DISPLAY 'MMMB1401 - ERROR FETCHING CHAIN-CSR, SQLCODE='    00072000
072100               SQLCODE                                            00072100
072200     END-IF                                                       00072200
072300     .                                                            00072300
072400                                                                  00072400
072500*================================================================ 00072500
072600* Follow one store's replacements out to the end of the chain.    00072600
072700* Every link is checked for a closed store whose replacement is   00072700
072800* not open yet; a store met twice means the chain loops.          00072800
072900*================================================================ 00072900
073000 520-WALK-ONE-CHAIN.                                              00073000
073100     SET CHAIN-NOT-DONE    TO TRUE                                00073100
073200     SET CHAIN-NOT-FLAGGED TO TRUE                                00073200
073300     MOVE SPACES           TO WS-CHAIN-REASON                     00073300
073400     MOVE 1                TO WS-CHAIN-LEN                        00073400
073500     MOVE WS-FROM-STORE-NO TO WS-CHAIN-STORE (1)                  00073500
073600     MOVE WS-FROM-STORE-NO TO WS-CHN-STORE-NO                     00073600
073700     MOVE WS-TO-STORE-NO   TO WS-CHN-RPLACD-BY                    00073700
073800                                                                  00073800
073900     PERFORM UNTIL CHAIN-DONE OR SQL-ERROR-DETECTED               00073900
074000       PERFORM 530-CHECK-FOR-LOOP                                 00074000
074100       IF CHAIN-NOT-DONE                                          00074100
074200         PERFORM 540-GET-REPLACEMENT                              00074200
074300       END-IF                                                     00074300
074400       IF CHAIN-NOT-DONE                                          00074400
074500         PERFORM 550-CHECK-ONE-LINK                               00074500
074600       END-IF                                                     00074600
074700       IF CHAIN-NOT-DONE                                          00074700
074800         PERFORM 560-STEP-DOWN-THE-CHAIN                          00074800
074900       END-IF                                                     00074900
075000     END-PERFORM                                                  00075000
075100                                                                  00075100
075200     IF SQL-NO-ERROR                                              00075200
075300       MOVE WS-CHAIN-STORE (WS-CHAIN-LEN) TO WS-CHN-END-STORE-NO  00075300
075400       COMPUTE WS-CHN-LINKS = WS-CHAIN-LEN - 1                    00075400
075500       IF CHAIN-FLAGGED                                           00075500
075600         ADD 1 TO WS-FLAGGED-COUNT                                00075600
075700         MOVE WS-CHAIN-REASON TO WS-CHN-REASON                    00075700
075800       ELSE                                                       00075800
075900         MOVE SPACES          TO WS-CHN-REASON                    00075900
076000       END-IF                                                     00076000
076100       WRITE RPT-LINE FROM WS-CHAIN-LINE                          00076100
076200     END-IF                                                       00076200
076300     .                                                            00076300
076400                                                                  00076400
076500 530-CHECK-FOR-LOOP.                                              00076500
076600     PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1                     00076600
076700             UNTIL WS-CHAIN-IDX > WS-CHAIN-LEN                    00076700
076800       IF WS-CHAIN-STORE (WS-CHAIN-IDX) = WS-TO-STORE-NO          00076800
076900         SET CHAIN-DONE    TO TRUE                                00076900
077000         SET CHAIN-FLAGGED TO TRUE                                00077000
077100         MOVE 'CHAIN LOOPS BACK ON ITSELF' TO WS-CHAIN-REASON     00077100
077200       END-IF                                                     00077200
077300     END-PERFORM                                                  00077300
077400     IF CHAIN-NOT-DONE AND WS-CHAIN-LEN NOT < K-MAX-CHAIN-LEN     00077400
077500       SET CHAIN-DONE    TO TRUE                                  00077500
077600       SET CHAIN-FLAGGED TO TRUE                                  00077600
077700       MOVE 'CHAIN TOO LONG TO FOLLOW' TO WS-CHAIN-REASON         00077700
077800     END-IF                                                       00077800
077900     .                                                            00077900
078000                                                                  00078000
078100 540-GET-REPLACEMENT.                                             00078100
078200     MOVE 0 TO WS-TO-RPLACD-IND                                   00078200
078300     EXEC SQL                                                     00078300
078400       SELECT SLS_OPEN_DT, SLS_CLOSED_DT, RPLACD_BY_STR_NBR       00078400
078500         INTO :WS-TO-OPEN-DT,                                     00078500
078600              :WS-TO-CLOSED-DT,                                   00078600
078700              :WS-TO-RPLACD-BY-STR-NBR :WS-TO-RPLACD-IND          00078700
078800         FROM XXXAIL_LOC                                          00078800
078900        WHERE LOC_NBR    = :WS-TO-STORE-NO                        00078900
079000          AND LOC_TYP_CD = :K-STORE-LOC-TYP-CD                    00079000
079100     END-EXEC                                                     00079100
079200     EVALUATE TRUE                                                00079200
079300       WHEN SQLCODE = 0                                           00079300
079400         IF WS-TO-RPLACD-IND < 0                                  00079400
079500           MOVE 0 TO WS-TO-RPLACD-BY-STR-NBR                      00079500
079600         END-IF                                                   00079600
079700       WHEN SQLCODE = 100                                         00079700
079800         SET CHAIN-DONE    TO TRUE                                00079800
079900         SET CHAIN-FLAGGED TO TRUE                                00079900
080000         MOVE 'REPLACEMENT STORE NOT ON FILE' TO WS-CHAIN-REASON  00080000
080100         ADD 1 TO WS-CHAIN-LEN                                    00080100
080200         MOVE WS-TO-STORE-NO TO WS-CHAIN-STORE (WS-CHAIN-LEN)     00080200
080300         MOVE 0 TO SQLCODE                                        00080300
080400       WHEN OTHER                                                 00080400
080500         SET SQL-ERROR-DETECTED TO TRUE                           00080500
080600         DISPLAY 'MMMB1401 - ERROR READING REPLACEMENT STORE, '   00080600
080700                 'SQLCODE=' SQLCODE                               00080700
080800     END-EVALUATE                                                 00080800
080900     .                                                            00080900
081000                                                                  00081000
081100*    Closed means a real close date on or before today; open      00081100
081200*    means a real open date on or before today.                   00081200
081300 550-CHECK-ONE-LINK.                                              00081300
081400     IF  WS-FROM-CLOSED-DT NOT = SPACES                           00081400
081500     AND WS-FROM-CLOSED-DT NOT = K-ZERO-DT                        00081500
081600     AND WS-FROM-CLOSED-DT NOT > WS-CURRENT-DT                    00081600
081700     AND (WS-TO-OPEN-DT = SPACES                                  00081700
081800       OR WS-TO-OPEN-DT = K-ZERO-DT                               00081800
081900       OR WS-TO-OPEN-DT > WS-CURRENT-DT)                          00081900
082000     AND CHAIN-NOT-FLAGGED                                        00082000
082100       SET CHAIN-FLAGGED TO TRUE                                  00082100
082200       MOVE 'OLD STORE CLOSED, NEW STORE NOT OPEN'                00082200
082300         TO WS-CHAIN-REASON                                       00082300
082400     END-IF                                                       00082400
082500     .                                                            00082500
082600                                                                  00082600
082700 560-STEP-DOWN-THE-CHAIN.                                         00082700
082800     ADD 1 TO WS-CHAIN-LEN                                        00082800
082900     MOVE WS-TO-STORE-NO TO WS-CHAIN-STORE (WS-CHAIN-LEN)         00082900
083000     IF WS-TO-RPLACD-BY-STR-NBR = 0                               00083000
083100       SET CHAIN-DONE TO TRUE                                     00083100
083200     ELSE                                                         00083200
083300       MOVE WS-TO-STORE-NO          TO WS-FROM-STORE-NO           00083300
083400       MOVE WS-TO-OPEN-DT           TO WS-FROM-OPEN-DT            00083400
083500       MOVE WS-TO-CLOSED-DT         TO WS-FROM-CLOSED-DT          00083500
083600       MOVE WS-TO-RPLACD-BY-STR-NBR TO WS-TO-STORE-NO             00083600
083700     END-IF                                                       00083700
083800     .                                                            00083800
083900                                                                  00083900
084000*================================================================ 00084000
084100* The DAOs...                                                     00084100
084200*================================================================ 00084200
084300 800-CALL-LR-DAO.                                                 00084300
084400     CALL NNNS0488-LR-DAO USING                                   00084400
084500         XXXN001A                                                 00084500
084600         SQLCA                                                    00084600
084700         YYYN005A                                                 00084700
084800         NNNN0000-PARMS                                           00084800
084900         P-DDDTLR01                                               00084900
085000     .                                                            00085000
085100                                                                  00085100
085200 820-CALL-CZ-DAO.                                                 00085200
085300     CALL NNNS0473-CZ-DAO USING                                   00085300
085400         XXXN001A                                                 00085400
085500         SQLCA                                                    00085500
085600         YYYN005A                                                 00085600
085700         NNNN0000-PARMS                                           00085700
085800         P-DDDTCZ01                                               00085800
085900     .                                                            00085900
086000                                                                  00086000
086100*================================================================ 00086100
086200* Termination...                                                  00086200
086300*================================================================ 00086300
086400 900-TERMINATE.                                                   00086400
086500     IF SQL-ERROR-DETECTED                                        00086500
086600       MOVE 16 TO RETURN-CODE                                     00086600
086700     ELSE                                                         00086700
086800       IF WS-REJECTED-COUNT > 0 OR WS-FLAGGED-COUNT > 0           00086800
086900         MOVE 4 TO RETURN-CODE                                    00086900
087000       END-IF                                                     00087000
087100     END-IF                                                       00087100
087200     MOVE WS-CARD-COUNT     TO WS-SUM-CARDS                       00087200
087300     MOVE WS-MOVED-COUNT    TO WS-SUM-MOVED                       00087300
087400     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED                    00087400
087500     MOVE WS-CHAIN-COUNT    TO WS-SUM-CHAINS                      00087500
087600     MOVE WS-FLAGGED-COUNT  TO WS-SUM-FLAGGED                     00087600
087700     WRITE RPT-LINE FROM SPACES                                   00087700
087800     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00087800
087900     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00087900
088000     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00088000
088100     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00088100
088200     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00088200
088300     CLOSE KEY-IN RELO-RPT                                        00088300
088400     .                                                            00088400
