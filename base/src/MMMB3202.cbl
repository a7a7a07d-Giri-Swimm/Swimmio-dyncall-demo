000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3202.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store renumber - move a store from one number to another        00000600
000700* across the whole location family.                               00000700
000800*                                                                 00000800
000900* An acquisition collision or a company renumbering now and       00000900
001000* then means a store must change numbers, and the number is the   00001000
001100* key of every table in the family. This job takes one            00001100
001200* renumber per TRANIN card and, in one unit of work per store:    00001200
001300*   - checks the new number: inside one of the company's          00001300
001400*     registered ranges (FC_XXXAIL_NBR_RANGE), on no location,    00001400
001500*     xxxation or FC_XXXAIL_STORES row, never retired by an       00001500
001600*     earlier renumber, and in no other project's active          00001600
001700*     reservation (MMMS0176). A card naming a project must        00001700
001800*     hold the reservation on the new number; it is handed back   00001800
001900*     to the registry inside the same unit of work;               00001900
002000*   - moves the location family - XXXATION, XXXAIL_LOC (and       00002000
002100*     the associated-store and replaced-by pointers on other      00002100
002200*     stores), FC_XXXAIL_STORES, FC_RETAIL_DEPTS, the             00002200
002300*     class/ad-zone rows (DDDTCZ01) and item-location rows;       00002300
002400*   - moves every side table keyed by the store - B2B routes,     00002400
002500*     close approvals, certification snapshots and flags, comp    00002500
002600*     status, DC servicing, disaster lists, hours overrides,      00002600
002700*     clusters, currency, leases, name keys, pending changes,     00002700
002800*     remodel projects, Rx transfers (both ends), jurisdictions,  00002800
002900*     licenses, temporary closures, store services, GL cost       00002900
003000*     centers, pilot enrollments (both ends), DSD receiving       00003000
003100*     windows, time zones, emergency contacts, ZIP service        00003100
003200*     areas and the acquisition cross-reference - and the         00003200
0032A0*     store, footage and opening-date history, so the store's     000032A0
0032A1*     past follows it;                                            000032A1
003300*   - rewrites the location through NNNS0488's normal modify      00003300
003400*     path, so the new number gets its history row and its CUST   00003400
003500*     and STRM events exactly as a keyed change would, with the   00003500
003600*     row's before-image showing the old number;                  00003600
003700*   - writes the matching history row and CUST/STRM events        00003700
003800*     under the old number, so consumers keyed on it hear that    00003800
003900*     it is gone;                                                 00003900
004000*   - keeps the old number against the new one on                 00004000
004100*     FC_XXXAIL_STORE_RENUM (DDDTRN01), pointing any earlier      00004100
004200*     renumber of the same store at the new number too.           00004200
004300* The inquiry transactions and the MQ services resolve a          00004300
004400* retired number through MMMS0182. Logs and sent-to-partner       00004400
004500* snapshots (event log, denials, exception details, MQ            00004500
004600* maintenance log, EDI/SOV/ad-zone sent rows, freeze overrides)   00004600
004700* stay as recorded, so the delta feeds see the old number leave   00004700
004800* and the new one arrive. The family carries no DB2-declared      00004800
004900* constraints (MMMS0304 polices them), so keys are updated in     00004900
005000* place. The Oracle copy of the class/ad-zone table is not in     00005000
005100* this unit of work - run MMMB5101 with DB2 authoritative after   00005100
005200* a renumber. Any failure rolls the store back whole.             00005200
005300*                                                                 00005300
005400* TRANIN card, one renumber per card:                             00005400
005500*   cols  1- 9  old store number                                  00005500
005600*   cols 11-19  new store number                                  00005600
005700*   cols 21-28  registry project holding the new number           00005700
005800*               (blank when the number is not reserved)           00005800
005900*   cols 30-37  requested-by user id (blank = BATCH)              00005900
006000*   cols 39-78  reason                                            00006000
006100* Batch job - run standalone, no online caller.                   00006100
006200*---------------------------------------------------------------- 00006200
006300 ENVIRONMENT DIVISION.                                            00006300
006400 INPUT-OUTPUT SECTION.                                            00006400
006500 FILE-CONTROL.                                                    00006500
006600     SELECT TRAN-IN        ASSIGN TO TRANIN                       00006600
006700         ORGANIZATION IS LINE SEQUENTIAL.                         00006700
006800     SELECT RENUM-RPT      ASSIGN TO RPTOUT                       00006800
006900         ORGANIZATION IS LINE SEQUENTIAL.                         00006900
007000                                                                  00007000
007100 DATA DIVISION.                                                   00007100
007200 FILE SECTION.                                                    00007200
007300 FD  TRAN-IN.                                                     00007300
007400 01  TRAN-REC.                                                    00007400
007500     05 TRX-OLD-STORE-X                PIC X(9).                  00007500
007600     05 TRX-OLD-STORE-N REDEFINES TRX-OLD-STORE-X                 00007600
007700                                       PIC 9(9).                  00007700
007800     05 FILLER                         PIC X(1).                  00007800
007900     05 TRX-NEW-STORE-X                PIC X(9).                  00007900
008000     05 TRX-NEW-STORE-N REDEFINES TRX-NEW-STORE-X                 00008000
008100                                       PIC 9(9).                  00008100
008200     05 FILLER                         PIC X(1).                  00008200
008300     05 TRX-PROJECT                    PIC X(8).                  00008300
008400     05 FILLER                         PIC X(1).                  00008400
008500     05 TRX-USER-ID                    PIC X(8).                  00008500
008600     05 FILLER                         PIC X(1).                  00008600
008700     05 TRX-RSN-TXT                    PIC X(40).                 00008700
008800     05 FILLER                         PIC X(2).                  00008800
008900                                                                  00008900
009000 FD  RENUM-RPT.                                                   00009000
009100 01  RPT-LINE                          PIC X(132).                00009100
009200                                                                  00009200
009300 WORKING-STORAGE SECTION.                                         00009300
009400* --------------------------------------------------------------- 00009400
009500* Misc working storage...                                         00009500
009600* --------------------------------------------------------------- 00009600
009700 01 NNNS0488-LR-DAO                   PIC X(8) VALUE 'NNNS0488'.  00009700
009800 01 MMMS0176-NBR-REGISTRY             PIC X(8) VALUE 'MMMS0176'.  00009800
009900 01 ZZZS0197-EVENT-MGR                PIC X(8) VALUE 'ZZZS0197'.  00009900
010000 COPY MMMC0176.                                                   00010000
010100                                                                  00010100
010200 01 WS-CARD-COUNT                     PIC 9(6) VALUE 0.           00010200
010300 01 WS-RENUM-COUNT                    PIC 9(6) VALUE 0.           00010300
010400 01 WS-REFUSED-COUNT                  PIC 9(6) VALUE 0.           00010400
010500 01 WS-SQLCODE                        PIC ----9.                  00010500
010600                                                                  00010600
010700 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00010700
010800    88 IS-EOF                                  VALUE 'Y'.         00010800
010900    88 NOT-EOF                                 VALUE 'N'.         00010900
011000 01 WS-STORE-SW                       PIC X    VALUE 'Y'.         00011000
011100    88 STORE-IS-CLEAN                          VALUE 'Y'.         00011100
011200    88 STORE-IN-ERROR                          VALUE 'N'.         00011200
011300                                                                  00011300
011400 01 WS-EDIT-MSG                       PIC X(80) VALUE SPACES.     00011400
011500 01 WS-LOC-TYP-CD                     PIC X(2)  VALUE SPACES.     00011500
011600 01 WS-OLD-LOC-NBR                    PIC S9(9) COMP VALUE 0.     00011600
011700 01 WS-NEW-LOC-NBR                    PIC S9(9) COMP VALUE 0.     00011700
011800 01 WS-COMPANY-ID                     PIC S9(5) COMP-3 VALUE 0.   00011800
011900 01 WS-USER-ID                        PIC X(8)  VALUE SPACES.     00011900
012000 01 WS-ROW-CNT                        PIC S9(9) COMP VALUE 0.     00012000
012100 01 WS-MOVED-CNT                      PIC S9(9) COMP VALUE 0.     00012100
012200 01 WS-TBL-NM                         PIC X(24) VALUE SPACES.     00012200
012300                                                                  00012300
012400 01 WS-HDG-LINE-1.                                                00012400
012500    05 FILLER PIC X(44) VALUE                                     00012500
012600       'MMMB3202 - STORE RENUMBER ACROSS THE FAMILY'.             00012600
012700 01 WS-DTL-LINE.                                                  00012700
012800    05 WS-DTL-OLD-STORE-NO          PIC Z(8)9.                    00012800
012900    05 FILLER                       PIC X(4) VALUE ' TO '.        00012900
013000    05 WS-DTL-NEW-STORE-NO          PIC Z(8)9.                    00013000
013100    05 FILLER                       PIC X(2) VALUE SPACES.        00013100
013200    05 WS-DTL-RESULT                PIC X(10).                    00013200
013300    05 FILLER                       PIC X(2) VALUE SPACES.        00013300
013400    05 WS-DTL-REASON                PIC X(80).                    00013400
013500 01 WS-MOVE-LINE.                                                 00013500
013600    05 FILLER                       PIC X(10) VALUE SPACES.       00013600
013700    05 WS-MOVE-TBL-NM               PIC X(24).                    00013700
013800    05 WS-MOVE-CNT                  PIC ZZZ,ZZZ,ZZ9.              00013800
013900    05 FILLER                       PIC X(9) VALUE ' ROW(S)'.     00013900
014000 01 WS-CNT-LINE.                                                  00014000
014100    05 WS-CNT-TXT                   PIC X(25).                    00014100
014200    05 WS-CNT-NBR                   PIC ZZZZZ9.                   00014200
014300                                                                  00014300
014400* --------------------------------------------------------------- 00014400
014500* Miscellaneous copy books go here...                             00014500
014600* --------------------------------------------------------------- 00014600
014700 COPY XXXN001A.                                                   00014700
014800 COPY YYYN005A.                                                   00014800
014900 COPY YYYN110A.                                                   00014900
015000 COPY NNNN0000.                                                   00015000
015100 COPY PPPTLR01.                                                   00015100
015200 COPY MMMK001B.                                                   00015200
015300 COPY ZZZC0197.                                                   00015300
015400 COPY ZZZC0032.                                                   00015400
015500 COPY ZZZC0094.                                                   00015500
015600                                                                  00015600
015700* ----------------------------------------------------------------00015700
015800* DB2 stuff...                                                    00015800
015900* ----------------------------------------------------------------00015900
016000     EXEC SQL                                                     00016000
016100       INCLUDE SQLCA                                              00016100
016200     END-EXEC                                                     00016200
016300                                                                  00016300
016400* The layout the store history images are captured in.            00016400
016500     EXEC SQL                                                     00016500
016600       INCLUDE DDDTLR01                                           00016600
016700     END-EXEC                                                     00016700
016800                                                                  00016800
016900     EXEC SQL                                                     00016900
017000       INCLUDE DDDTRH01                                           00017000
017100     END-EXEC                                                     00017100
017200                                                                  00017200
017300     EXEC SQL                                                     00017300
017400       INCLUDE DDDTRN01                                           00017400
017500     END-EXEC                                                     00017500
017600                                                                  00017600
017700 PROCEDURE DIVISION.                                              00017700
017800***************************************************************** 00017800
017900* Start of program main line.                                     00017900
018000***************************************************************** 00018000
018100 000-MAIN.                                                        00018100
018200     PERFORM 100-INITIALIZE                                       00018200
018300     PERFORM UNTIL IS-EOF                                         00018300
018400       ADD 1 TO WS-CARD-COUNT                                     00018400
018500       PERFORM 200-RENUMBER-ONE-STORE                             00018500
018600       PERFORM 120-READ-NEXT-CARD                                 00018600
018700     END-PERFORM                                                  00018700
018800     PERFORM 900-TERMINATE                                        00018800
018900     GOBACK                                                       00018900
019000     .                                                            00019000
019100                                                                  00019100
019200 100-INITIALIZE.                                                  00019200
019300     OPEN INPUT  TRAN-IN                                          00019300
019400     OPEN OUTPUT RENUM-RPT                                        00019400
019500     SET YYYN005A-BATCH-ENV TO TRUE                               00019500
019600     MOVE K-STORE-LOC-TYPE TO WS-LOC-TYP-CD                       00019600
019700     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00019700
019800     MOVE SPACES TO RPT-LINE                                      00019800
019900     WRITE RPT-LINE                                               00019900
020000     PERFORM 120-READ-NEXT-CARD                                   00020000
020100     .                                                            00020100
020200                                                                  00020200
020300 120-READ-NEXT-CARD.                                              00020300
020400     READ TRAN-IN                                                 00020400
020500       AT END SET IS-EOF TO TRUE                                  00020500
020600     END-READ                                                     00020600
020700     .                                                            00020700
020800                                                                  00020800
020900*================================================================ 00020900
021000* One card, one store, one unit of work: the checks, then every   00021000
021100* move, the history, the events and the cross-reference. Commit   00021100
021200* all of it, or roll all of it back.                              00021200
021300*================================================================ 00021300
021400 200-RENUMBER-ONE-STORE.                                          00021400
021500     INITIALIZE XXXN001A                                          00021500
021600     SET  STORE-IS-CLEAN TO TRUE                                  00021600
021700     MOVE SPACES TO WS-EDIT-MSG                                   00021700
021800     PERFORM 220-EDIT-THE-CARD                                    00021800
021900     IF STORE-IS-CLEAN                                            00021900
022000       PERFORM 240-CHECK-THE-OLD-STORE                            00022000
022100     END-IF                                                       00022100
022200     IF STORE-IS-CLEAN                                            00022200
022300       PERFORM 260-CHECK-THE-NEW-NUMBER                           00022300
022400     END-IF                                                       00022400
022500     IF STORE-IS-CLEAN                                            00022500
022600       PERFORM 280-CHECK-THE-RESERVATION                          00022600
022700     END-IF                                                       00022700
022800     IF STORE-IS-CLEAN                                            00022800
022900       PERFORM 400-MOVE-LOCATION-FAMILY                           00022900
023000     END-IF                                                       00023000
023100     IF STORE-IS-CLEAN                                            00023100
023200       PERFORM 420-MOVE-SIDE-TABLES                               00023200
023300     END-IF                                                       00023300
023400     IF STORE-IS-CLEAN                                            00023400
023500       PERFORM 440-MOVE-HISTORY                                   00023500
023600     END-IF                                                       00023600
023700     IF STORE-IS-CLEAN                                            00023700
023800       PERFORM 500-REWRITE-THROUGH-DAO                            00023800
023900     END-IF                                                       00023900
024000     IF STORE-IS-CLEAN                                            00024000
024100       PERFORM 520-WRITE-OLD-KEY-HISTORY                          00024100
024200     END-IF                                                       00024200
024300     IF STORE-IS-CLEAN                                            00024300
024400       PERFORM 540-ISSUE-OLD-KEY-EVENTS                           00024400
024500     END-IF                                                       00024500
024600     IF STORE-IS-CLEAN                                            00024600
024700       PERFORM 560-KEEP-CROSS-REFERENCE                           00024700
024800     END-IF                                                       00024800
024900                                                                  00024900
025000     IF STORE-IS-CLEAN                                            00025000
025100       EXEC SQL                                                   00025100
025200         COMMIT                                                   00025200
025300       END-EXEC                                                   00025300
025400       ADD 1 TO WS-RENUM-COUNT                                    00025400
025500       MOVE 'RENUMBERED' TO WS-DTL-RESULT                         00025500
025600       MOVE TRX-RSN-TXT  TO WS-DTL-REASON                         00025600
025700     ELSE                                                         00025700
025800       EXEC SQL                                                   00025800
025900         ROLLBACK                                                 00025900
026000       END-EXEC                                                   00026000
026100       MOVE 0 TO SQLCODE                                          00026100
026200       ADD 1 TO WS-REFUSED-COUNT                                  00026200
026300       MOVE 'REFUSED   ' TO WS-DTL-RESULT                         00026300
026400       MOVE WS-EDIT-MSG  TO WS-DTL-REASON                         00026400
026500     END-IF                                                       00026500
026600     WRITE RPT-LINE FROM WS-DTL-LINE                              00026600
026700     MOVE SPACES TO RPT-LINE                                      00026700
026800     WRITE RPT-LINE                                               00026800
026900     .                                                            00026900
027000                                                                  00027000
027100 220-EDIT-THE-CARD.                                               00027100
027200     MOVE 0 TO WS-DTL-OLD-STORE-NO                                00027200
027300               WS-DTL-NEW-STORE-NO                                00027300
027400     EVALUATE TRUE                                                00027400
027500       WHEN TRX-OLD-STORE-X NOT NUMERIC                           00027500
027600       OR   TRX-NEW-STORE-X NOT NUMERIC                           00027600
027700         MOVE 'OLD (1-9) AND NEW (11-19) STORE MUST BE NUMERIC'   00027700
027800           TO WS-EDIT-MSG                                         00027800
027900       WHEN TRX-OLD-STORE-N = 0 OR TRX-NEW-STORE-N = 0            00027900
028000         MOVE 'STORE NUMBER ZERO IS NOT A STORE'                  00028000
028100           TO WS-EDIT-MSG                                         00028100
028200       WHEN TRX-OLD-STORE-N = TRX-NEW-STORE-N                     00028200
028300         MOVE 'OLD AND NEW STORE NUMBERS ARE THE SAME'            00028300
028400           TO WS-EDIT-MSG                                         00028400
028500       WHEN TRX-NEW-STORE-N > 99999                               00028500
028600         MOVE 'NEW NUMBER IS PAST FIVE DIGITS (FC_STORE_NO)'      00028600
028700           TO WS-EDIT-MSG                                         00028700
028800       WHEN TRX-RSN-TXT = SPACES                                  00028800
028900         MOVE 'A REASON (COLS 39-78) IS REQUIRED'                 00028900
029000           TO WS-EDIT-MSG                                         00029000
029100     END-EVALUATE                                                 00029100
029200                                                                  00029200
029300     IF WS-EDIT-MSG NOT = SPACES                                  00029300
029400       SET STORE-IN-ERROR TO TRUE                                 00029400
029500     ELSE                                                         00029500
029600       MOVE TRX-OLD-STORE-N TO WS-OLD-LOC-NBR                     00029600
029700                               WS-DTL-OLD-STORE-NO                00029700
029800       MOVE TRX-NEW-STORE-N TO WS-NEW-LOC-NBR                     00029800
029900                               WS-DTL-NEW-STORE-NO                00029900
030000       IF TRX-USER-ID = SPACES                                    00030000
030100         MOVE 'BATCH'     TO WS-USER-ID                           00030100
030200       ELSE                                                       00030200
030300         MOVE TRX-USER-ID TO WS-USER-ID                           00030300
030400       END-IF                                                     00030400
030500     END-IF                                                       00030500
030600     .                                                            00030600
030700                                                                  00030700
030800*================================================================ 00030800
030900* The old number must be a store on the master; its company's     00030900
031000* ranges are the ones the new number must fall in.                00031000
031100*================================================================ 00031100
031200 240-CHECK-THE-OLD-STORE.                                         00031200
031300     EXEC SQL                                                     00031300
031400       SELECT COMPANY_ID                                          00031400
031500        INTO :WS-COMPANY-ID                                       00031500
031600       FROM XXXAIL_LOC                                            00031600
031700       WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                          00031700
031800         AND LOC_NBR    = :WS-OLD-LOC-NBR                         00031800
031900     END-EXEC                                                     00031900
032000     EVALUATE TRUE                                                00032000
032100       WHEN SQLCODE = 0                                           00032100
032200         CONTINUE                                                 00032200
032300       WHEN SQLCODE = 100                                         00032300
032400         MOVE 0 TO SQLCODE                                        00032400
032500         SET  STORE-IN-ERROR TO TRUE                              00032500
032600         MOVE 'OLD STORE IS NOT ON XXXAIL_LOC' TO WS-EDIT-MSG     00032600
032700       WHEN OTHER                                                 00032700
032800         MOVE 'XXXAIL_LOC' TO WS-TBL-NM                           00032800
032900         PERFORM 800-SQL-ERROR                                    00032900
033000     END-EVALUATE                                                 00033000
033100     .                                                            00033100
033200                                                                  00033200
033300*================================================================ 00033300
033400* The new number: inside a registered range of the store's        00033400
033500* company, carried by no location, xxxation or warehouse store    00033500
033600* row, and never retired by an earlier renumber - a retired       00033600
033700* number still resolves to the store that gave it up.             00033700
033800*================================================================ 00033800
033900 260-CHECK-THE-NEW-NUMBER.                                        00033900
034000     MOVE 0 TO WS-ROW-CNT                                         00034000
034100     EXEC SQL                                                     00034100
034200       SELECT COUNT(*)                                            00034200
034300        INTO :WS-ROW-CNT                                          00034300
034400       FROM FC_XXXAIL_NBR_RANGE                                   00034400
034500       WHERE NR_COMPANY_ID = :WS-COMPANY-ID                       00034500
034600         AND NR_FROM_NBR  <= :WS-NEW-LOC-NBR                      00034600
034700         AND NR_TO_NBR    >= :WS-NEW-LOC-NBR                      00034700
034800     END-EXEC                                                     00034800
034900     EVALUATE TRUE                                                00034900
035000       WHEN SQLCODE NOT = 0                                       00035000
035100         MOVE 'FC_XXXAIL_NBR_RANGE' TO WS-TBL-NM                  00035100
035200         PERFORM 800-SQL-ERROR                                    00035200
035300       WHEN WS-ROW-CNT = 0                                        00035300
035400         SET  STORE-IN-ERROR TO TRUE                              00035400
035500         MOVE 'NEW NUMBER IS OUTSIDE THE COMPANY RANGES'          00035500
035600           TO WS-EDIT-MSG                                         00035600
035700     END-EVALUATE                                                 00035700
035800                                                                  00035800
035900     IF STORE-IS-CLEAN                                            00035900
036000       MOVE 0 TO WS-ROW-CNT                                       00036000
036100       EXEC SQL                                                   00036100
036200         SELECT (SELECT COUNT(*) FROM XXXAIL_LOC                  00036200
036300                  WHERE LOC_NBR = :WS-NEW-LOC-NBR)                00036300
036400              + (SELECT COUNT(*) FROM XXXATION                    00036400
036500                  WHERE LOC_TYP_CD = :WS-LOC-TYP-CD               00036500
036600                    AND LOC_NBR    = :WS-NEW-LOC-NBR)             00036600
036700              + (SELECT COUNT(*) FROM FC_XXXAIL_STORES            00036700
036800                  WHERE FC_STORE_NO = :WS-NEW-LOC-NBR)            00036800
036900          INTO :WS-ROW-CNT                                        00036900
037000          FROM SYSIBM.SYSDUMMY1                                   00037000
037100       END-EXEC                                                   00037100
037200       EVALUATE TRUE                                              00037200
037300         WHEN SQLCODE NOT = 0                                     00037300
037400           MOVE 'XXXAIL_LOC' TO WS-TBL-NM                         00037400
037500           PERFORM 800-SQL-ERROR                                  00037500
037600         WHEN WS-ROW-CNT > 0                                      00037600
037700           SET  STORE-IN-ERROR TO TRUE                            00037700
037800           MOVE 'NEW NUMBER IS ALREADY IN USE IN THE FAMILY'      00037800
037900             TO WS-EDIT-MSG                                       00037900
038000       END-EVALUATE                                               00038000
038100     END-IF                                                       00038100
038200                                                                  00038200
038300     IF STORE-IS-CLEAN                                            00038300
038400       MOVE WS-LOC-TYP-CD  TO RN-LOC-TYP-CD                       00038400
038500       MOVE WS-NEW-LOC-NBR TO RN-OLD-LOC-NBR                      00038500
038600       MOVE 0 TO WS-ROW-CNT                                       00038600
038700       EXEC SQL                                                   00038700
038800         SELECT COUNT(*)                                          00038800
038900          INTO :WS-ROW-CNT                                        00038900
039000         FROM FC_XXXAIL_STORE_RENUM                               00039000
039100         WHERE RN_LOC_TYP_CD  =                                   00039100
039200               :DCLFC-XXXAIL-STORE-RENUM.RN-LOC-TYP-CD            00039200
039300           AND RN_OLD_LOC_NBR =                                   00039300
039400               :DCLFC-XXXAIL-STORE-RENUM.RN-OLD-LOC-NBR           00039400
039500       END-EXEC                                                   00039500
039600       EVALUATE TRUE                                              00039600
039700         WHEN SQLCODE NOT = 0                                     00039700
039800           MOVE 'FC_XXXAIL_STORE_RENUM' TO WS-TBL-NM              00039800
039900           PERFORM 800-SQL-ERROR                                  00039900
040000         WHEN WS-ROW-CNT > 0                                      00040000
040100           SET  STORE-IN-ERROR TO TRUE                            00040100
040200           MOVE 'NEW NUMBER WAS RETIRED BY AN EARLIER RENUMBER'   00040200
040300             TO WS-EDIT-MSG                                       00040300
040400       END-EVALUATE                                               00040400
040500     END-IF                                                       00040500
040600     .                                                            00040600
040700                                                                  00040700
040800*================================================================ 00040800
040900* The registry gate. No project on the card: any active           00040900
041000* reservation on the new number refuses it. A project: it must    00041000
041100* hold the number, and hands the reservation straight back -      00041100
041200* inside this unit of work, so nobody else can take it.           00041200
041300*================================================================ 00041300
041400 280-CHECK-THE-RESERVATION.                                       00041400
041500     INITIALIZE XXXN001A                                          00041500
041600                MMMC0176                                          00041600
041700     SET  MMMC0176-CHECK-NBR TO TRUE                              00041700
041800     MOVE WS-COMPANY-ID  TO MMMC0176-COMPANY-ID                   00041800
041900     MOVE TRX-PROJECT    TO MMMC0176-PROJECT-ID                   00041900
042000     MOVE WS-NEW-LOC-NBR TO MMMC0176-STORE-NBR                    00042000
042100     CALL MMMS0176-NBR-REGISTRY USING                             00042100
042200         XXXN001A                                                 00042200
042300         MMMC0176                                                 00042300
042400     EVALUATE TRUE                                                00042400
042500       WHEN NOT SUCCESS                                           00042500
042600         SET  STORE-IN-ERROR TO TRUE                              00042600
042700         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00042700
042800       WHEN MMMC0176-RESERVED-BY-OTHER                            00042800
042900         SET  STORE-IN-ERROR TO TRUE                              00042900
043000         STRING 'NEW NUMBER IS RESERVED BY PROJECT '              00043000
043100                MMMC0176-OWNING-PROJECT                           00043100
043200           DELIMITED BY SIZE INTO WS-EDIT-MSG                     00043200
043300     END-EVALUATE                                                 00043300
043400                                                                  00043400
043500     IF STORE-IS-CLEAN AND TRX-PROJECT NOT = SPACES               00043500
043600       INITIALIZE XXXN001A                                        00043600
043700                  MMMC0176                                        00043700
043800       SET  MMMC0176-RELEASE TO TRUE                              00043800
043900       MOVE WS-NEW-LOC-NBR TO MMMC0176-STORE-NBR                  00043900
044000       MOVE TRX-PROJECT    TO MMMC0176-PROJECT-ID                 00044000
044100       CALL MMMS0176-NBR-REGISTRY USING                           00044100
044200           XXXN001A                                               00044200
044300           MMMC0176                                               00044300
044400       IF NOT SUCCESS                                             00044400
044500         SET  STORE-IN-ERROR TO TRUE                              00044500
044600         MOVE 'THE PROJECT HOLDS NO RESERVATION ON THE NEW NUMBER'00044600
044700           TO WS-EDIT-MSG                                         00044700
044800       END-IF                                                     00044800
044900     END-IF                                                       00044900
045000     INITIALIZE XXXN001A                                          00045000
045100     .                                                            00045100
045200                                                                  00045200
045300*================================================================ 00045300
045400* The location family - the parent rows, the pointers other       00045400
045500* stores keep to this one, and the store-level children.          00045500
045600*================================================================ 00045600
045700 400-MOVE-LOCATION-FAMILY.                                        00045700
045800     MOVE 'XXXATION' TO WS-TBL-NM                                 00045800
045900     EXEC SQL                                                     00045900
046000       UPDATE XXXATION                                            00046000
046100          SET LOC_NBR    = :WS-NEW-LOC-NBR                        00046100
046200        WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                         00046200
046300          AND LOC_NBR    = :WS-OLD-LOC-NBR                        00046300
046400     END-EXEC                                                     00046400
046500     PERFORM 480-CHECK-THE-MOVE                                   00046500
046600                                                                  00046600
046700     MOVE 'XXXAIL_LOC' TO WS-TBL-NM                               00046700
046800     EXEC SQL                                                     00046800
046900       UPDATE XXXAIL_LOC                                          00046900
047000          SET LOC_NBR    = :WS-NEW-LOC-NBR                        00047000
047100        WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                         00047100
047200          AND LOC_NBR    = :WS-OLD-LOC-NBR                        00047200
047300     END-EXEC                                                     00047300
047400     PERFORM 480-CHECK-THE-MOVE                                   00047400
047500                                                                  00047500
047600     MOVE 'XXXAIL_LOC ASSOC STORE' TO WS-TBL-NM                   00047600
047700     EXEC SQL                                                     00047700
047800       UPDATE XXXAIL_LOC                                          00047800
047900          SET ASSOC_STR_NBR    = :WS-NEW-LOC-NBR                  00047900
048000        WHERE ASSOC_STR_TYP_CD = :WS-LOC-TYP-CD                   00048000
048100          AND ASSOC_STR_NBR    = :WS-OLD-LOC-NBR                  00048100
048200     END-EXEC                                                     00048200
048300     PERFORM 480-CHECK-THE-MOVE                                   00048300
048400                                                                  00048400
048500     MOVE 'XXXAIL_LOC REPLACED BY' TO WS-TBL-NM                   00048500
048600     EXEC SQL                                                     00048600
048700       UPDATE XXXAIL_LOC                                          00048700
048800          SET RPLACD_BY_STR_NBR = :WS-NEW-LOC-NBR                 00048800
048900        WHERE RPLACD_BY_STR_NBR = :WS-OLD-LOC-NBR                 00048900
049000     END-EXEC                                                     00049000
049100     PERFORM 480-CHECK-THE-MOVE                                   00049100
049200                                                                  00049200
049300     MOVE 'FC_XXXAIL_STORES' TO WS-TBL-NM                         00049300
049400     EXEC SQL                                                     00049400
049500       UPDATE FC_XXXAIL_STORES                                    00049500
049600          SET FC_STORE_NO = :WS-NEW-LOC-NBR                       00049600
049700        WHERE FC_STORE_NO = :WS-OLD-LOC-NBR                       00049700
049800     END-EXEC                                                     00049800
049900     PERFORM 480-CHECK-THE-MOVE                                   00049900
050000                                                                  00050000
050100     MOVE 'FC_RETAIL_DEPTS' TO WS-TBL-NM                          00050100
050200     EXEC SQL                                                     00050200
050300       UPDATE FC_RETAIL_DEPTS                                     00050300
050400          SET FC_STORE_NO = :WS-NEW-LOC-NBR                       00050400
050500        WHERE FC_STORE_NO = :WS-OLD-LOC-NBR                       00050500
050600     END-EXEC                                                     00050600
050700     PERFORM 480-CHECK-THE-MOVE                                   00050700
050800                                                                  00050800
050900     MOVE 'FC_XXXAIL_CLS_ZONE' TO WS-TBL-NM                       00050900
051000     EXEC SQL                                                     00051000
051100       UPDATE FC_XXXAIL_CLS_ZONE                                  00051100
051200          SET LOC_NBR    = :WS-NEW-LOC-NBR                        00051200
051300        WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                         00051300
051400          AND LOC_NBR    = :WS-OLD-LOC-NBR                        00051400
051500     END-EXEC                                                     00051500
051600     PERFORM 480-CHECK-THE-MOVE                                   00051600
051700                                                                  00051700
051800     MOVE 'XXXL_LOC_CLS_AD_ZN' TO WS-TBL-NM                       00051800
051900     EXEC SQL                                                     00051900
052000       UPDATE XXXL_LOC_CLS_AD_ZN                                  00052000
052100          SET LOC_NBR    = :WS-NEW-LOC-NBR                        00052100
052200        WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                         00052200
052300          AND LOC_NBR    = :WS-OLD-LOC-NBR                        00052300
052400     END-EXEC                                                     00052400
052500     PERFORM 480-CHECK-THE-MOVE                                   00052500
052600                                                                  00052600
052700     MOVE 'XXXD_LOC_ITM' TO WS-TBL-NM                             00052700
052800     EXEC SQL                                                     00052800
052900       UPDATE XXXD_LOC_ITM                                        00052900
053000          SET VEND_LOC_NBR    = :WS-NEW-LOC-NBR                   00053000
053100        WHERE VEND_LOC_TYP_CD = :WS-LOC-TYP-CD                    00053100
053200          AND VEND_LOC_NBR    = :WS-OLD-LOC-NBR                   00053200
053300     END-EXEC                                                     00053300
053400     PERFORM 480-CHECK-THE-MOVE                                   00053400
053500     .                                                            00053500
053600                                                                  00053600
053700*================================================================ 00053700
053800* The side tables keyed by the store.                             00053800
053900*================================================================ 00053900
054000 420-MOVE-SIDE-TABLES.                                            00054000
054100     MOVE 'FC_XXXAIL_B2B_ROUTE' TO WS-TBL-NM                      00054100
054200     EXEC SQL                                                     00054200
054300       UPDATE FC_XXXAIL_B2B_ROUTE                                 00054300
054400          SET BR_LOC_NBR    = :WS-NEW-LOC-NBR                     00054400
054500        WHERE BR_LOC_TYP_CD = :WS-LOC-TYP-CD                      00054500
054600          AND BR_LOC_NBR    = :WS-OLD-LOC-NBR                     00054600
054700     END-EXEC                                                     00054700
054800     PERFORM 480-CHECK-THE-MOVE                                   00054800
054900                                                                  00054900
055000     MOVE 'FC_XXXAIL_CLOSE_APPR' TO WS-TBL-NM                     00055000
055100     EXEC SQL                                                     00055100
055200       UPDATE FC_XXXAIL_CLOSE_APPR                                00055200
055300          SET CA_LOC_NBR    = :WS-NEW-LOC-NBR                     00055300
055400        WHERE CA_LOC_TYP_CD = :WS-LOC-TYP-CD                      00055400
055500          AND CA_LOC_NBR    = :WS-OLD-LOC-NBR                     00055500
055600     END-EXEC                                                     00055600
055700     PERFORM 480-CHECK-THE-MOVE                                   00055700
055800                                                                  00055800
055900     MOVE 'FC_XXXAIL_STORE_CERT' TO WS-TBL-NM                     00055900
056000     EXEC SQL                                                     00056000
056100       UPDATE FC_XXXAIL_STORE_CERT                                00056100
056200          SET SE_LOC_NBR    = :WS-NEW-LOC-NBR                     00056200
056300        WHERE SE_LOC_TYP_CD = :WS-LOC-TYP-CD                      00056300
056400          AND SE_LOC_NBR    = :WS-OLD-LOC-NBR                     00056400
056500     END-EXEC                                                     00056500
056600     PERFORM 480-CHECK-THE-MOVE                                   00056600
056700                                                                  00056700
056800     MOVE 'FC_XXXAIL_CERT_FLAG' TO WS-TBL-NM                      00056800
056900     EXEC SQL                                                     00056900
057000       UPDATE FC_XXXAIL_CERT_FLAG                                 00057000
057100          SET CG_LOC_NBR    = :WS-NEW-LOC-NBR                     00057100
057200        WHERE CG_LOC_TYP_CD = :WS-LOC-TYP-CD                      00057200
057300          AND CG_LOC_NBR    = :WS-OLD-LOC-NBR                     00057300
057400     END-EXEC                                                     00057400
057500     PERFORM 480-CHECK-THE-MOVE                                   00057500
057600                                                                  00057600
057700     MOVE 'FC_XXXAIL_COMP_STAT' TO WS-TBL-NM                      00057700
057800     EXEC SQL                                                     00057800
057900       UPDATE FC_XXXAIL_COMP_STAT                                 00057900
058000          SET CP_STORE_NO = :WS-NEW-LOC-NBR                       00058000
058100        WHERE CP_STORE_NO = :WS-OLD-LOC-NBR                       00058100
058200     END-EXEC                                                     00058200
058300     PERFORM 480-CHECK-THE-MOVE                                   00058300
058400                                                                  00058400
058500     MOVE 'FC_XXXAIL_STORE_DC' TO WS-TBL-NM                       00058500
058600     EXEC SQL                                                     00058600
058700       UPDATE FC_XXXAIL_STORE_DC                                  00058700
058800          SET SD_LOC_NBR    = :WS-NEW-LOC-NBR                     00058800
058900        WHERE SD_LOC_TYP_CD = :WS-LOC-TYP-CD                      00058900
059000          AND SD_LOC_NBR    = :WS-OLD-LOC-NBR                     00059000
059100     END-EXEC                                                     00059100
059200     PERFORM 480-CHECK-THE-MOVE                                   00059200
059300                                                                  00059300
059400     MOVE 'FC_XXXAIL_DSTR_STR' TO WS-TBL-NM                       00059400
059500     EXEC SQL                                                     00059500
059600       UPDATE FC_XXXAIL_DSTR_STR                                  00059600
059700          SET DS_LOC_NBR    = :WS-NEW-LOC-NBR                     00059700
059800        WHERE DS_LOC_TYP_CD = :WS-LOC-TYP-CD                      00059800
059900          AND DS_LOC_NBR    = :WS-OLD-LOC-NBR                     00059900
060000     END-EXEC                                                     00060000
060100     PERFORM 480-CHECK-THE-MOVE                                   00060100
060200                                                                  00060200
060300     MOVE 'FC_XXXAIL_HRS_OVRD' TO WS-TBL-NM                       00060300
060400     EXEC SQL                                                     00060400
060500       UPDATE FC_XXXAIL_HRS_OVRD                                  00060500
060600          SET HO_LOC_NBR    = :WS-NEW-LOC-NBR                     00060600
060700        WHERE HO_LOC_TYP_CD = :WS-LOC-TYP-CD                      00060700
060800          AND HO_LOC_NBR    = :WS-OLD-LOC-NBR                     00060800
060900     END-EXEC                                                     00060900
061000     PERFORM 480-CHECK-THE-MOVE                                   00061000
061100                                                                  00061100
061200     MOVE 'FC_XXXAIL_STORE_CLUS' TO WS-TBL-NM                     00061200
061300     EXEC SQL                                                     00061300
061400       UPDATE FC_XXXAIL_STORE_CLUS                                00061400
061500          SET KL_STORE_NO = :WS-NEW-LOC-NBR                       00061500
061600        WHERE KL_STORE_NO = :WS-OLD-LOC-NBR                       00061600
061700     END-EXEC                                                     00061700
061800     PERFORM 480-CHECK-THE-MOVE                                   00061800
061900                                                                  00061900
062000     MOVE 'FC_XXXAIL_LOC_CURRENCY' TO WS-TBL-NM                   00062000
062100     EXEC SQL                                                     00062100
062200       UPDATE FC_XXXAIL_LOC_CURRENCY                              00062200
062300          SET LC_LOC_NBR    = :WS-NEW-LOC-NBR                     00062300
062400        WHERE LC_LOC_TYP_CD = :WS-LOC-TYP-CD                      00062400
062500          AND LC_LOC_NBR    = :WS-OLD-LOC-NBR                     00062500
062600     END-EXEC                                                     00062600
062700     PERFORM 480-CHECK-THE-MOVE                                   00062700
062800                                                                  00062800
062900     MOVE 'FC_XXXAIL_STORE_LEASE' TO WS-TBL-NM                    00062900
063000     EXEC SQL                                                     00063000
063100       UPDATE FC_XXXAIL_STORE_LEASE                               00063100
063200          SET LS_LOC_NBR    = :WS-NEW-LOC-NBR                     00063200
063300        WHERE LS_LOC_TYP_CD = :WS-LOC-TYP-CD                      00063300
063400          AND LS_LOC_NBR    = :WS-OLD-LOC-NBR                     00063400
063500     END-EXEC                                                     00063500
063600     PERFORM 480-CHECK-THE-MOVE                                   00063600
063700                                                                  00063700
063800     MOVE 'FC_XXXAIL_NAME_KEY' TO WS-TBL-NM                       00063800
063900     EXEC SQL                                                     00063900
064000       UPDATE FC_XXXAIL_NAME_KEY                                  00064000
064100          SET NK_LOC_NBR    = :WS-NEW-LOC-NBR                     00064100
064200        WHERE NK_LOC_TYP_CD = :WS-LOC-TYP-CD                      00064200
064300          AND NK_LOC_NBR    = :WS-OLD-LOC-NBR                     00064300
064400     END-EXEC                                                     00064400
064500     PERFORM 480-CHECK-THE-MOVE                                   00064500
064600                                                                  00064600
064700     MOVE 'FC_XXXAIL_PENDING_CHG' TO WS-TBL-NM                    00064700
064800     EXEC SQL                                                     00064800
064900       UPDATE FC_XXXAIL_PENDING_CHG                               00064900
065000          SET PC_STORE_NO = :WS-NEW-LOC-NBR                       00065000
065100        WHERE PC_STORE_NO = :WS-OLD-LOC-NBR                       00065100
065200     END-EXEC                                                     00065200
065300     PERFORM 480-CHECK-THE-MOVE                                   00065300
065400                                                                  00065400
065500     MOVE 'FC_XXXAIL_RMDL_PROJ' TO WS-TBL-NM                      00065500
065600     EXEC SQL                                                     00065600
065700       UPDATE FC_XXXAIL_RMDL_PROJ                                 00065700
065800          SET RP_LOC_NBR    = :WS-NEW-LOC-NBR                     00065800
065900        WHERE RP_LOC_TYP_CD = :WS-LOC-TYP-CD                      00065900
066000          AND RP_LOC_NBR    = :WS-OLD-LOC-NBR                     00066000
066100     END-EXEC                                                     00066100
066200     PERFORM 480-CHECK-THE-MOVE                                   00066200
066300                                                                  00066300
066400     MOVE 'FC_XXXAIL_RX_XFER' TO WS-TBL-NM                        00066400
066500     EXEC SQL                                                     00066500
066600       UPDATE FC_XXXAIL_RX_XFER                                   00066600
066700          SET XF_LOC_NBR    = :WS-NEW-LOC-NBR                     00066700
066800        WHERE XF_LOC_TYP_CD = :WS-LOC-TYP-CD                      00066800
066900          AND XF_LOC_NBR    = :WS-OLD-LOC-NBR                     00066900
067000     END-EXEC                                                     00067000
067100     PERFORM 480-CHECK-THE-MOVE                                   00067100
067200                                                                  00067200
067300     MOVE 'FC_XXXAIL_RX_XFER RCV' TO WS-TBL-NM                    00067300
067400     EXEC SQL                                                     00067400
067500       UPDATE FC_XXXAIL_RX_XFER                                   00067500
067600          SET XF_RCV_LOC_NBR = :WS-NEW-LOC-NBR                    00067600
067700        WHERE XF_RCV_LOC_NBR = :WS-OLD-LOC-NBR                    00067700
067800     END-EXEC                                                     00067800
067900     PERFORM 480-CHECK-THE-MOVE                                   00067900
068000                                                                  00068000
068100     MOVE 'FC_XXXAIL_STORE_JUR' TO WS-TBL-NM                      00068100
068200     EXEC SQL                                                     00068200
068300       UPDATE FC_XXXAIL_STORE_JUR                                 00068300
068400          SET SJ_LOC_NBR    = :WS-NEW-LOC-NBR                     00068400
068500        WHERE SJ_LOC_TYP_CD = :WS-LOC-TYP-CD                      00068500
068600          AND SJ_LOC_NBR    = :WS-OLD-LOC-NBR                     00068600
068700     END-EXEC                                                     00068700
068800     PERFORM 480-CHECK-THE-MOVE                                   00068800
068900                                                                  00068900
069000     MOVE 'FC_XXXAIL_STORE_LIC' TO WS-TBL-NM                      00069000
069100     EXEC SQL                                                     00069100
069200       UPDATE FC_XXXAIL_STORE_LIC                                 00069200
069300          SET SL_LOC_NBR    = :WS-NEW-LOC-NBR                     00069300
069400        WHERE SL_LOC_TYP_CD = :WS-LOC-TYP-CD                      00069400
069500          AND SL_LOC_NBR    = :WS-OLD-LOC-NBR                     00069500
069600     END-EXEC                                                     00069600
069700     PERFORM 480-CHECK-THE-MOVE                                   00069700
069800                                                                  00069800
069900     MOVE 'FC_XXXAIL_TEMP_CLOS' TO WS-TBL-NM                      00069900
070000     EXEC SQL                                                     00070000
070100       UPDATE FC_XXXAIL_TEMP_CLOS                                 00070100
070200          SET TC_LOC_NBR    = :WS-NEW-LOC-NBR                     00070200
070300        WHERE TC_LOC_TYP_CD = :WS-LOC-TYP-CD                      00070300
070400          AND TC_LOC_NBR    = :WS-OLD-LOC-NBR                     00070400
070500     END-EXEC                                                     00070500
070600     PERFORM 480-CHECK-THE-MOVE                                   00070600
0706A0                                                                  000706A0
0706A1     MOVE 'FC_XXXAIL_STORE_SVC' TO WS-TBL-NM                      000706A1
0706A2     EXEC SQL                                                     000706A2
0706A3       UPDATE FC_XXXAIL_STORE_SVC                                 000706A3
0706A4          SET SS_LOC_NBR    = :WS-NEW-LOC-NBR                     000706A4
0706A5        WHERE SS_LOC_TYP_CD = :WS-LOC-TYP-CD                      000706A5
0706A6          AND SS_LOC_NBR    = :WS-OLD-LOC-NBR                     000706A6
0706A7     END-EXEC                                                     000706A7
0706A8     PERFORM 480-CHECK-THE-MOVE                                   000706A8
0706B0                                                                  000706B0
0706B1     MOVE 'FC_XXXAIL_GL_XWALK' TO WS-TBL-NM                       000706B1
0706B2     EXEC SQL                                                     000706B2
0706B3       UPDATE FC_XXXAIL_GL_XWALK                                  000706B3
0706B4          SET GX_LOC_NBR    = :WS-NEW-LOC-NBR                     000706B4
0706B5        WHERE GX_LOC_TYP_CD = :WS-LOC-TYP-CD                      000706B5
0706B6          AND GX_LOC_NBR    = :WS-OLD-LOC-NBR                     000706B6
0706B7     END-EXEC                                                     000706B7
0706B8     PERFORM 480-CHECK-THE-MOVE                                   000706B8
0706C0                                                                  000706C0
0706C1     MOVE 'FC_XXXAIL_PILOT_STORE' TO WS-TBL-NM                    000706C1
0706C2     EXEC SQL                                                     000706C2
0706C3       UPDATE FC_XXXAIL_PILOT_STORE                               000706C3
0706C4          SET PS_LOC_NBR    = :WS-NEW-LOC-NBR                     000706C4
0706C5        WHERE PS_LOC_TYP_CD = :WS-LOC-TYP-CD                      000706C5
0706C6          AND PS_LOC_NBR    = :WS-OLD-LOC-NBR                     000706C6
0706C7     END-EXEC                                                     000706C7
0706C8     PERFORM 480-CHECK-THE-MOVE                                   000706C8
0706C9                                                                  000706C9
0706D0     MOVE 'FC_XXXAIL_PILOT_STR CTL' TO WS-TBL-NM                  000706D0
0706D1     EXEC SQL                                                     000706D1
0706D2       UPDATE FC_XXXAIL_PILOT_STORE                               000706D2
0706D3          SET PS_CTL_LOC_NBR = :WS-NEW-LOC-NBR                    000706D3
0706D4        WHERE PS_CTL_LOC_NBR = :WS-OLD-LOC-NBR                    000706D4
0706D5     END-EXEC                                                     000706D5
0706D6     PERFORM 480-CHECK-THE-MOVE                                   000706D6
0706E0                                                                  000706E0
0706E1     MOVE 'FC_XXXAIL_RCV_WNDW' TO WS-TBL-NM                       000706E1
0706E2     EXEC SQL                                                     000706E2
0706E3       UPDATE FC_XXXAIL_RCV_WNDW                                  000706E3
0706E4          SET RW_LOC_NBR    = :WS-NEW-LOC-NBR                     000706E4
0706E5        WHERE RW_LOC_TYP_CD = :WS-LOC-TYP-CD                      000706E5
0706E6          AND RW_LOC_NBR    = :WS-OLD-LOC-NBR                     000706E6
0706E7     END-EXEC                                                     000706E7
0706E8     PERFORM 480-CHECK-THE-MOVE                                   000706E8
0706F0                                                                  000706F0
0706F1     MOVE 'FC_XXXAIL_ALT_LANG' TO WS-TBL-NM                       000706F1
0706F2     EXEC SQL                                                     000706F2
0706F3       UPDATE FC_XXXAIL_ALT_LANG                                  000706F3
0706F4          SET AL_LOC_NBR    = :WS-NEW-LOC-NBR                     000706F4
0706F5        WHERE AL_LOC_TYP_CD = :WS-LOC-TYP-CD                      000706F5
0706F6          AND AL_LOC_NBR    = :WS-OLD-LOC-NBR                     000706F6
0706F7     END-EXEC                                                     000706F7
0706F8     PERFORM 480-CHECK-THE-MOVE                                   000706F8
070700                                                                  00070700
070800     MOVE 'FC_XXXAIL_STORE_TZ' TO WS-TBL-NM                       00070800
070900     EXEC SQL                                                     00070900
071000       UPDATE FC_XXXAIL_STORE_TZ                                  00071000
071100          SET TZ_LOC_NBR    = :WS-NEW-LOC-NBR                     00071100
071200        WHERE TZ_LOC_TYP_CD = :WS-LOC-TYP-CD                      00071200
071300          AND TZ_LOC_NBR    = :WS-OLD-LOC-NBR                     00071300
071400     END-EXEC                                                     00071400
071500     PERFORM 480-CHECK-THE-MOVE                                   00071500
071600                                                                  00071600
071700     MOVE 'FC_XXXAIL_EMRG_CNTCT' TO WS-TBL-NM                     00071700
071800     EXEC SQL                                                     00071800
071900       UPDATE FC_XXXAIL_EMRG_CNTCT                                00071900
072000          SET XC_LOC_NBR    = :WS-NEW-LOC-NBR                     00072000
072100        WHERE XC_LOC_TYP_CD = :WS-LOC-TYP-CD                      00072100
072200          AND XC_LOC_NBR    = :WS-OLD-LOC-NBR                     00072200
072300     END-EXEC                                                     00072300
072400     PERFORM 480-CHECK-THE-MOVE                                   00072400
072500                                                                  00072500
072600     MOVE 'FC_XXXAIL_ZIP_STORE PRIM' TO WS-TBL-NM                 00072600
072700     EXEC SQL                                                     00072700
072800       UPDATE FC_XXXAIL_ZIP_STORE                                 00072800
072900          SET ZP_PRIM_STORE_NO = :WS-NEW-LOC-NBR                  00072900
073000        WHERE ZP_PRIM_STORE_NO = :WS-OLD-LOC-NBR                  00073000
073100     END-EXEC                                                     00073100
073200     PERFORM 480-CHECK-THE-MOVE                                   00073200
073300                                                                  00073300
073400     MOVE 'FC_XXXAIL_ZIP_STORE SCND' TO WS-TBL-NM                 00073400
073500     EXEC SQL                                                     00073500
073600       UPDATE FC_XXXAIL_ZIP_STORE                                 00073600
073700          SET ZP_SCND_STORE_NO = :WS-NEW-LOC-NBR                  00073700
073800        WHERE ZP_SCND_STORE_NO = :WS-OLD-LOC-NBR                  00073800
073900     END-EXEC                                                     00073900
074000     PERFORM 480-CHECK-THE-MOVE                                   00074000
074100                                                                  00074100
074200     MOVE 'FC_XXXAIL_ACQ_STR_XREF' TO WS-TBL-NM                   00074200
074300     EXEC SQL                                                     00074300
074400       UPDATE FC_XXXAIL_ACQ_STR_XREF                              00074400
074500          SET XR_LOC_NBR    = :WS-NEW-LOC-NBR                     00074500
074600        WHERE XR_LOC_TYP_CD = :WS-LOC-TYP-CD                      00074600
074700          AND XR_LOC_NBR    = :WS-OLD-LOC-NBR                     00074700
074800     END-EXEC                                                     00074800
074900     PERFORM 480-CHECK-THE-MOVE                                   00074900
075000     .                                                            00075000
075100                                                                  00075100
075200*================================================================ 00075200
075300* The store's change, footage and opening-date history follow     00075300
075400* it, so the inquiries show its whole past under the number it    00075400
07540A* has now.                                                        0007540A
075500*================================================================ 00075500
075600 440-MOVE-HISTORY.                                                00075600
075700     MOVE 'FC_XXXAIL_STORES_HIST' TO WS-TBL-NM                    00075700
075800     EXEC SQL                                                     00075800
075900       UPDATE FC_XXXAIL_STORES_HIST                               00075900
076000          SET RH_LOC_NBR    = :WS-NEW-LOC-NBR                     00076000
076100        WHERE RH_LOC_TYP_CD = :WS-LOC-TYP-CD                      00076100
076200          AND RH_LOC_NBR    = :WS-OLD-LOC-NBR                     00076200
076300     END-EXEC                                                     00076300
076400     PERFORM 480-CHECK-THE-MOVE                                   00076400
076500                                                                  00076500
076600     MOVE 'FC_XXXAIL_FOOT_HIST' TO WS-TBL-NM                      00076600
076700     EXEC SQL                                                     00076700
076800       UPDATE FC_XXXAIL_FOOT_HIST                                 00076800
076900          SET FH_LOC_NBR    = :WS-NEW-LOC-NBR                     00076900
077000        WHERE FH_LOC_TYP_CD = :WS-LOC-TYP-CD                      00077000
077100          AND FH_LOC_NBR    = :WS-OLD-LOC-NBR                     00077100
077200     END-EXEC                                                     00077200
077300     PERFORM 480-CHECK-THE-MOVE                                   00077300
07730A                                                                  0007730A
07730B     MOVE 'FC_XXXAIL_OPEN_SLIP' TO WS-TBL-NM                      0007730B
07730C     EXEC SQL                                                     0007730C
07730D       UPDATE FC_XXXAIL_OPEN_SLIP                                 0007730D
07730E          SET OP_LOC_NBR    = :WS-NEW-LOC-NBR                     0007730E
07730F        WHERE OP_LOC_TYP_CD = :WS-LOC-TYP-CD                      0007730F
07730G          AND OP_LOC_NBR    = :WS-OLD-LOC-NBR                     0007730G
07730H     END-EXEC                                                     0007730H
07730I     PERFORM 480-CHECK-THE-MOVE                                   0007730I
077400     .                                                            00077400
077500                                                                  00077500
077600*================================================================ 00077600
077700* After each move: rows moved are listed under the card, no       00077700
077800* rows is fine, and the first SQL error fails the store (any      00077800
077900* later statements are rolled back with it).                      00077900
078000*================================================================ 00078000
078100 480-CHECK-THE-MOVE.                                              00078100
078200     EVALUATE TRUE                                                00078200
078300       WHEN SQLCODE = 0                                           00078300
078400         MOVE SQLERRD (3) TO WS-MOVED-CNT                         00078400
078500         IF WS-MOVED-CNT > 0 AND STORE-IS-CLEAN                   00078500
078600           MOVE WS-TBL-NM    TO WS-MOVE-TBL-NM                    00078600
078700           MOVE WS-MOVED-CNT TO WS-MOVE-CNT                       00078700
078800           WRITE RPT-LINE FROM WS-MOVE-LINE                       00078800
078900         END-IF                                                   00078900
079000       WHEN SQLCODE = 100                                         00079000
079100         MOVE 0 TO SQLCODE                                        00079100
079200       WHEN STORE-IN-ERROR                                        00079200
079300         MOVE 0 TO SQLCODE                                        00079300
079400       WHEN OTHER                                                 00079400
079500         PERFORM 800-SQL-ERROR                                    00079500
079600     END-EVALUATE                                                 00079600
079700     .                                                            00079700
079800                                                                  00079800
079900*================================================================ 00079900
080000* The location row is read and written back unchanged through     00080000
080100* NNNS0488's modify path under its new number: the DAO writes     00080100
080200* the history row and issues the CUST and STRM events as for      00080200
080300* any keyed change.                                               00080300
080400*================================================================ 00080400
080500 500-REWRITE-THROUGH-DAO.                                         00080500
080600     INITIALIZE XXXN001A                                          00080600
080700                P-DDDTLR01                                        00080700
080800     MOVE WS-NEW-LOC-NBR   TO LOC-NBR    OF P-DDDTLR01            00080800
080900     MOVE K-STORE-LOC-TYPE TO LOC-TYP-CD OF P-DDDTLR01            00080900
081000     MOVE 1                TO NNNN0000-INDEX-HANDLE               00081000
081100     MOVE SPACES           TO NNNN0000-READ-LST-UPDT-TS           00081100
081200     MOVE WS-USER-ID       TO NNNN0000-CHGD-BY-USER-ID            00081200
081300     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00081300
081400     PERFORM 600-CALL-LR-DAO                                      00081400
081500                                                                  00081500
081600     EVALUATE TRUE                                                00081600
081700       WHEN NOT SUCCESS                                           00081700
081800         SET  STORE-IN-ERROR TO TRUE                              00081800
081900         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00081900
082000       WHEN SQLCODE NOT = 0                                       00082000
082100         SET  STORE-IN-ERROR TO TRUE                              00082100
082200         MOVE 'MOVED LOCATION ROW NOT FOUND THROUGH NNNS0488'     00082200
082300           TO WS-EDIT-MSG                                         00082300
082400       WHEN OTHER                                                 00082400
082500         SET EXIT-PUT-MODIFY-ROW TO TRUE                          00082500
082600         PERFORM 600-CALL-LR-DAO                                  00082600
082700         IF NOT SUCCESS OR SQLCODE NOT = 0                        00082700
082800           SET  STORE-IN-ERROR TO TRUE                            00082800
082900           MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                    00082900
083000         END-IF                                                   00083000
083100     END-EVALUATE                                                 00083100
083200     INITIALIZE XXXN001A                                          00083200
083300     .                                                            00083300
083400                                                                  00083400
083500*================================================================ 00083500
083600* The DAO's history row images the row under the new number.      00083600
083700* Its before-image is given the old number, and the same pair     00083700
083800* of images is written under the old number, so the history of    00083800
083900* either key shows the store moving from one to the other.        00083900
084000*================================================================ 00084000
084100 520-WRITE-OLD-KEY-HISTORY.                                       00084100
084200     MOVE WS-NEW-LOC-NBR TO RH-LOC-NBR                            00084200
084300     MOVE WS-LOC-TYP-CD  TO RH-LOC-TYP-CD                         00084300
084400     EXEC SQL                                                     00084400
084500       SELECT CHAR(RH_EFF_TS), RH_AFTER_IMAGE                     00084500
084600        INTO :RH-EFF-TS, :RH-AFTER-IMAGE                          00084600
084700       FROM FC_XXXAIL_STORES_HIST                                 00084700
084800       WHERE RH_LOC_NBR    = :RH-LOC-NBR                          00084800
084900         AND RH_LOC_TYP_CD = :RH-LOC-TYP-CD                       00084900
085000       ORDER BY RH_EFF_TS DESC                                    00085000
085100       FETCH FIRST 1 ROW ONLY                                     00085100
085200     END-EXEC                                                     00085200
085300     IF SQLCODE NOT = 0                                           00085300
085400       MOVE 'FC_XXXAIL_STORES_HIST' TO WS-TBL-NM                  00085400
085500       PERFORM 800-SQL-ERROR                                      00085500
085600     END-IF                                                       00085600
085700                                                                  00085700
085800     IF STORE-IS-CLEAN                                            00085800
085900       MOVE RH-AFTER-IMAGE-TXT TO DCLXXXAIL-LOC                   00085900
086000       MOVE WS-OLD-LOC-NBR     TO LOC-NBR OF DCLXXXAIL-LOC        00086000
086100       MOVE DCLXXXAIL-LOC      TO RH-BEFORE-IMAGE-TXT             00086100
086200       MOVE 2000               TO RH-BEFORE-IMAGE-LEN             00086200
086300       EXEC SQL                                                   00086300
086400         UPDATE FC_XXXAIL_STORES_HIST                             00086400
086500            SET RH_BEFORE_IMAGE = :RH-BEFORE-IMAGE                00086500
086600          WHERE RH_LOC_NBR    = :RH-LOC-NBR                       00086600
086700            AND RH_LOC_TYP_CD = :RH-LOC-TYP-CD                    00086700
086800            AND RH_EFF_TS     = TIMESTAMP(:RH-EFF-TS)             00086800
086900       END-EXEC                                                   00086900
087000       IF SQLCODE NOT = 0                                         00087000
087100         MOVE 'FC_XXXAIL_STORES_HIST' TO WS-TBL-NM                00087100
087200         PERFORM 800-SQL-ERROR                                    00087200
087300       END-IF                                                     00087300
087400     END-IF                                                       00087400
087500                                                                  00087500
087600     IF STORE-IS-CLEAN                                            00087600
087700       MOVE WS-OLD-LOC-NBR TO RH-LOC-NBR                          00087700
087800       MOVE WS-USER-ID     TO RH-CHGD-BY-USER-ID                  00087800
087900       SET  RH-CHG-TYPE-MODIFY TO TRUE                            00087900
088000       EXEC SQL                                                   00088000
088100         INSERT INTO FC_XXXAIL_STORES_HIST                        00088100
088200           ( RH_LOC_NBR, RH_LOC_TYP_CD, RH_EFF_TS,                00088200
088300             RH_CHGD_BY_USER_ID, RH_CHG_TYPE_CD,                  00088300
088400             RH_BEFORE_IMAGE, RH_AFTER_IMAGE )                    00088400
088500         VALUES                                                   00088500
088600           ( :RH-LOC-NBR, :RH-LOC-TYP-CD, CURRENT TIMESTAMP,      00088600
088700             :RH-CHGD-BY-USER-ID, :RH-CHG-TYPE-CD,                00088700
088800             :RH-BEFORE-IMAGE, :RH-AFTER-IMAGE )                  00088800
088900       END-EXEC                                                   00088900
089000       IF SQLCODE NOT = 0                                         00089000
089100         MOVE 'FC_XXXAIL_STORES_HIST' TO WS-TBL-NM                00089100
089200         PERFORM 800-SQL-ERROR                                    00089200
089300       END-IF                                                     00089300
089400     END-IF                                                       00089400
089500     .                                                            00089500
089600                                                                  00089600
089700*================================================================ 00089700
089800* CUST and STRM under the old number, as NNNS0488 builds them,    00089800
089900* so every consumer keyed on it looks it up and finds it gone.    00089900
090000* FC_STORE_NO holds five digits; a longer old number has no       00090000
090100* CUST payload.                                                   00090100
090200*================================================================ 00090200
090300 540-ISSUE-OLD-KEY-EVENTS.                                        00090300
090400     SET  YYYN110A-UPD       TO TRUE                              00090400
090500     SET  YYYN110A-BATCH-ENV TO TRUE                              00090500
090600     IF WS-OLD-LOC-NBR <= 99999                                   00090600
090700       INITIALIZE XXXN001A                                        00090700
090800                  ZZZC0032                                        00090800
090900       MOVE WS-OLD-LOC-NBR  TO ST-STORE-NUMBER OF ZZZC0032        00090900
091000       SET  ZZZC0032-UPD-FXXX TO TRUE                             00091000
091100       MOVE ZZZC0032        TO ZZZC0197-TRX-REC                   00091100
091200       MOVE 'CUST'          TO ZZZC0197-TRX-ID                    00091200
091300       MOVE 'MMMB3202'      TO ZZZC0197-PROGRAM                   00091300
091400       MOVE WS-USER-ID      TO ZZZC0197-USER                      00091400
091500       CALL ZZZS0197-EVENT-MGR USING                              00091500
091600            XXXN001A                                              00091600
091700            YYYN110A                                              00091700
091800            ZZZC0197                                              00091800
091900       IF NOT SUCCESS                                             00091900
092000         SET  STORE-IN-ERROR TO TRUE                              00092000
092100         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00092100
092200       END-IF                                                     00092200
092300     END-IF                                                       00092300
092400                                                                  00092400
092500     IF STORE-IS-CLEAN                                            00092500
092600       INITIALIZE XXXN001A                                        00092600
092700                  ZZZC0094                                        00092700
092800       MOVE WS-LOC-TYP-CD   TO LOC-TYP-CD OF ZZZC0094             00092800
092900       MOVE WS-OLD-LOC-NBR  TO LOC-NBR    OF ZZZC0094             00092900
093000       MOVE ZZZC0094        TO ZZZC0197-TRX-REC                   00093000
093100       MOVE 'STRM'          TO ZZZC0197-TRX-ID                    00093100
093200       MOVE 'MMMB3202'      TO ZZZC0197-PROGRAM                   00093200
093300       MOVE WS-USER-ID      TO ZZZC0197-USER                      00093300
093400       CALL ZZZS0197-EVENT-MGR USING                              00093400
093500            XXXN001A                                              00093500
093600            YYYN110A                                              00093600
093700            ZZZC0197                                              00093700
093800       IF NOT SUCCESS                                             00093800
093900         SET  STORE-IN-ERROR TO TRUE                              00093900
094000         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00094000
094100       END-IF                                                     00094100
094200     END-IF                                                       00094200
094300     INITIALIZE XXXN001A                                          00094300
094400     .                                                            00094400
094500                                                                  00094500
094600*================================================================ 00094600
094700* The permanent cross-reference: earlier renumbers of this        00094700
094800* store now point at the new number, and the old number is        00094800
094900* kept against it.                                                00094900
095000*================================================================ 00095000
095100 560-KEEP-CROSS-REFERENCE.                                        00095100
095200     MOVE WS-LOC-TYP-CD  TO RN-LOC-TYP-CD                         00095200
095300     MOVE WS-OLD-LOC-NBR TO RN-OLD-LOC-NBR                        00095300
095400     MOVE WS-NEW-LOC-NBR TO RN-NEW-LOC-NBR                        00095400
095500     MOVE TRX-RSN-TXT    TO RN-RSN-TXT                            00095500
095600     MOVE WS-USER-ID     TO RN-USER-ID                            00095600
095700     MOVE 'FC_XXXAIL_STORE_RENUM' TO WS-TBL-NM                    00095700
095800     EXEC SQL                                                     00095800
095900       UPDATE FC_XXXAIL_STORE_RENUM                               00095900
096000          SET RN_NEW_LOC_NBR =                                    00096000
096100              :DCLFC-XXXAIL-STORE-RENUM.RN-NEW-LOC-NBR            00096100
096200        WHERE RN_LOC_TYP_CD  =                                    00096200
096300              :DCLFC-XXXAIL-STORE-RENUM.RN-LOC-TYP-CD             00096300
096400          AND RN_NEW_LOC_NBR =                                    00096400
096500              :DCLFC-XXXAIL-STORE-RENUM.RN-OLD-LOC-NBR            00096500
096600     END-EXEC                                                     00096600
096700     PERFORM 480-CHECK-THE-MOVE                                   00096700
096800                                                                  00096800
096900     IF STORE-IS-CLEAN                                            00096900
097000       EXEC SQL                                                   00097000
097100         INSERT INTO FC_XXXAIL_STORE_RENUM                        00097100
097200            ( RN_LOC_TYP_CD, RN_OLD_LOC_NBR, RN_NEW_LOC_NBR,      00097200
097300              RN_RENUM_TS, RN_RSN_TXT, RN_USER_ID )               00097300
097400         VALUES                                                   00097400
097500            ( :DCLFC-XXXAIL-STORE-RENUM.RN-LOC-TYP-CD,            00097500
097600              :DCLFC-XXXAIL-STORE-RENUM.RN-OLD-LOC-NBR,           00097600
097700              :DCLFC-XXXAIL-STORE-RENUM.RN-NEW-LOC-NBR,           00097700
097800              CURRENT TIMESTAMP,                                  00097800
097900              :DCLFC-XXXAIL-STORE-RENUM.RN-RSN-TXT,               00097900
098000              :DCLFC-XXXAIL-STORE-RENUM.RN-USER-ID )              00098000
098100       END-EXEC                                                   00098100
098200       IF SQLCODE NOT = 0                                         00098200
098300         PERFORM 800-SQL-ERROR                                    00098300
098400       END-IF                                                     00098400
098500     END-IF                                                       00098500
098600     .                                                            00098600
098700                                                                  00098700
098800 600-CALL-LR-DAO.                                                 00098800
098900     CALL NNNS0488-LR-DAO USING                                   00098900
099000         XXXN001A                                                 00099000
099100         SQLCA                                                    00099100
099200         YYYN005A                                                 00099200
099300         NNNN0000-PARMS                                           00099300
099400         P-DDDTLR01                                               00099400
099500     .                                                            00099500
099600                                                                  00099600
099700 800-SQL-ERROR.                                                   00099700
099800     IF STORE-IS-CLEAN                                            00099800
099900       MOVE SQLCODE TO WS-SQLCODE                                 00099900
100000       SET  STORE-IN-ERROR TO TRUE                                00100000
100100       MOVE SPACES  TO WS-EDIT-MSG                                00100100
100200       STRING 'SQL ERROR ' WS-SQLCODE ' ON ' WS-TBL-NM            00100200
100300         DELIMITED BY SIZE INTO WS-EDIT-MSG                       00100300
100400     END-IF                                                       00100400
100500     MOVE 0 TO SQLCODE                                            00100500
100600     .                                                            00100600
100700                                                                  00100700
100800*================================================================ 00100800
100900* Termination - counts, and RC 4 when any card was refused.       00100900
101000*================================================================ 00101000
101100 900-TERMINATE.                                                   00101100
101200     MOVE SPACES TO RPT-LINE                                      00101200
101300     WRITE RPT-LINE                                               00101300
101400     MOVE 'CARDS READ            - ' TO WS-CNT-TXT                00101400
101500     MOVE WS-CARD-COUNT              TO WS-CNT-NBR                00101500
101600     WRITE RPT-LINE FROM WS-CNT-LINE                              00101600
101700     MOVE 'STORES RENUMBERED     - ' TO WS-CNT-TXT                00101700
101800     MOVE WS-RENUM-COUNT             TO WS-CNT-NBR                00101800
101900     WRITE RPT-LINE FROM WS-CNT-LINE                              00101900
102000     MOVE 'CARDS REFUSED         - ' TO WS-CNT-TXT                00102000
102100     MOVE WS-REFUSED-COUNT           TO WS-CNT-NBR                00102100
102200     WRITE RPT-LINE FROM WS-CNT-LINE                              00102200
102300     IF WS-REFUSED-COUNT > 0                                      00102300
102400       MOVE 4 TO RETURN-CODE                                      00102400
102500     END-IF                                                       00102500
102600     CLOSE TRAN-IN RENUM-RPT                                      00102600
102700     .                                                            00102700
