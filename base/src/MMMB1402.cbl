000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1402.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store leadership roster reconciliation against HR.              00000600
000700*                                                                 00000700
000800* TOP-LEADER-NM on XXXAIL_LOC is keyed when a manager is named    00000800
000900* and seldom touched again, so the help desk ends up calling      00000900
001000* managers who left months ago.  HR's nightly store-manager       00001000
001100* assignment extract (HRMGRIN) is the owner of record: this       00001100
001200* job proves the file against its HDR/TRL pair (as MMMB0502       00001200
001300* does for the lease extract), refuses a file date already        00001300
001400* loaded (FC_XXXAIL_EXTR_HWM), then matches it to our stores.     00001400
001500*                                                                 00001500
001600*   - HR names a different manager for an open store: the         00001600
001700*     name is set through NNNS0488's normal modify path under     00001700
001800*     the batch user HRMGRSYN, so the history row shows who       00001800
001900*     changed it and the store event goes out.                    00001900
002000*   - HR has the position open, or an open store has no HR        00002000
002100*     row at all: reported as a vacancy, the name on file is      00002100
002200*     left alone as the last one known.                           00002200
002300*   - HR assigns a manager to a store that is not open, names     00002300
002400*     a store we do not have, or sends two different managers     00002400
002500*     for one store: nothing is changed, the row goes on the      00002500
002600*     EXCPOUT exception list for district HR (by district)        00002600
002700*     and to the exception framework (MMMS0167).                  00002700
002800*                                                                 00002800
002900* RPTOUT lists every outcome and the run totals.                  00002900
003000* Batch job - nightly, after the HR extract lands.                00003000
003100*---------------------------------------------------------------- 00003100
003200 ENVIRONMENT DIVISION.                                            00003200
003300 INPUT-OUTPUT SECTION.                                            00003300
003400 FILE-CONTROL.                                                    00003400
003500     SELECT HR-MGR-IN      ASSIGN TO HRMGRIN                      00003500
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00003600
003700     SELECT RECON-RPT      ASSIGN TO RPTOUT                       00003700
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00003800
003900     SELECT EXCP-RPT       ASSIGN TO EXCPOUT                      00003900
004000         ORGANIZATION IS LINE SEQUENTIAL.                         00004000
004100                                                                  00004100
004200 DATA DIVISION.                                                   00004200
004300 FILE SECTION.                                                    00004300
004400 FD  HR-MGR-IN.                                                   00004400
004500 01  HR-MGR-REC.                                                  00004500
004600     05 HRM-STORE-NO                   PIC 9(9).                  00004600
004700     05 HRM-EMP-ID                     PIC X(9).                  00004700
004800     05 HRM-MGR-NM                     PIC X(50).                 00004800
004900     05 HRM-ASSIGN-DT                  PIC X(10).                 00004900
005000     05 HRM-STAT-CD                    PIC X(1).                  00005000
005100        88 HRM-STAT-ASSIGNED                   VALUE 'A' ' '.     00005100
005200        88 HRM-STAT-VACANT                     VALUE 'V'.         00005200
005300 01  HR-MGR-CTL-REC.                                              00005300
005400     05 HRM-CTL-ID                     PIC X(3).                  00005400
005500        88 HRM-CTL-HDR                         VALUE 'HDR'.       00005500
005600        88 HRM-CTL-TRL                         VALUE 'TRL'.       00005600
005700     05 FILLER                         PIC X(1).                  00005700
005800     05 HRM-CTL-FILE-DT                PIC X(8).                  00005800
005900     05 FILLER                         PIC X(1).                  00005900
006000     05 HRM-CTL-REC-CNT                PIC 9(9).                  00006000
006100     05 FILLER                         PIC X(1).                  00006100
006200     05 HRM-CTL-HASH-TOT               PIC 9(15).                 00006200
006300 FD  RECON-RPT.                                                   00006300
006400 01  RPT-LINE                          PIC X(132).                00006400
006500 FD  EXCP-RPT.                                                    00006500
006600 01  EXCP-LINE                         PIC X(132).                00006600
006700                                                                  00006700
006800 WORKING-STORAGE SECTION.                                         00006800
006900* --------------------------------------------------------------- 00006900
007000* Misc working storage...                                         00007000
007100* --------------------------------------------------------------- 00007100
007200 01 NNNS0488-LR-DAO                   PIC X(8) VALUE 'NNNS0488'.  00007200
007300 01 WS-MMMS0167-PGM                   PIC X(8) VALUE 'MMMS0167'.  00007300
007400 01 WS-MMMS0175-PGM                   PIC X(8) VALUE 'MMMS0175'.  00007400
007500 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00007500
007600                                                                  00007600
007700* The user the name changes carry on the store history, so an     00007700
007800* HR-driven change is never taken for a keyed one.                00007800
007900 01 K-HR-SYNC-USER                    PIC X(8) VALUE 'HRMGRSYN'.  00007900
008000 01 K-MAX-HR-ROWS                     PIC S9(4) COMP VALUE 9000.  00008000
008100 01 K-MAX-EXCPS                       PIC S9(4) COMP VALUE 3000.  00008100
008200                                                                  00008200
008300 01 WS-READ-COUNT                     PIC 9(6) VALUE 0.           00008300
008400 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00008400
008500 01 WS-DUP-COUNT                      PIC 9(6) VALUE 0.           00008500
008600 01 WS-MATCHED-COUNT                  PIC 9(6) VALUE 0.           00008600
008700 01 WS-UPDATED-COUNT                  PIC 9(6) VALUE 0.           00008700
008800 01 WS-VACANT-COUNT                   PIC 9(6) VALUE 0.           00008800
008900 01 WS-CLOSED-COUNT                   PIC 9(6) VALUE 0.           00008900
009000 01 WS-EXCP-COUNT                     PIC 9(6) VALUE 0.           00009000
009100 01 WS-STORES-CHECKED                 PIC 9(6) VALUE 0.           00009100
009200 01 WS-SQLCODE                        PIC ----9.                  00009200
009300 01 WS-JOB-RC                         PIC S9(4) COMP VALUE 0.     00009300
009400 01 WS-HX                             PIC S9(4) COMP VALUE 0.     00009400
009500 01 WS-HJ                             PIC S9(4) COMP VALUE 0.     00009500
009600 01 WS-EX                             PIC S9(4) COMP VALUE 0.     00009600
009700                                                                  00009700
009800 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00009800
009900    88 IS-EOF                                  VALUE 'Y'.         00009900
010000    88 NOT-EOF                                 VALUE 'N'.         00010000
010100 01 WS-CSR-EOF-SW                     PIC X    VALUE 'N'.         00010100
010200    88 CSR-EOF                                 VALUE 'Y'.         00010200
010300    88 CSR-NOT-EOF                             VALUE 'N'.         00010300
010400 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00010400
010500    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00010500
010600    88 CALL-NO-ERROR                           VALUE 'N'.         00010600
010700 01 WS-FOUND-SW                       PIC X    VALUE 'N'.         00010700
010800    88 HR-ROW-FOUND                            VALUE 'Y'.         00010800
010900    88 HR-ROW-NOT-FOUND                        VALUE 'N'.         00010900
011000 01 WS-MORE-SW                        PIC X    VALUE 'N'.         00011000
011100    88 MORE-DISTRICTS                          VALUE 'Y'.         00011100
011200    88 NO-MORE-DISTRICTS                       VALUE 'N'.         00011200
011300                                                                  00011300
011400* Control-pair verification work fields, as MMMB0502 keeps them.  00011400
011500 01 WS-CTL-FIELDS.                                                00011500
011600    05 WS-CTL-HDR-SEEN-SW             PIC X(1) VALUE 'N'.         00011600
011700       88 CTL-HDR-SEEN                        VALUE 'Y'.          00011700
011800    05 WS-CTL-TRL-SEEN-SW             PIC X(1) VALUE 'N'.         00011800
011900       88 CTL-TRL-SEEN                        VALUE 'Y'.          00011900
012000    05 WS-CTL-FILE-DT                 PIC X(8) VALUE SPACES.      00012000
012100    05 WS-CTL-DTL-CNT                 PIC 9(9) VALUE 0.           00012100
012200    05 WS-CTL-HASH                    PIC 9(16) VALUE 0.          00012200
012300    05 WS-CTL-TRL-CNT                 PIC 9(9) VALUE 0.           00012300
012400    05 WS-CTL-TRL-HASH                PIC 9(15) VALUE 0.          00012400
012500    05 WS-CTL-FILE-TS                 PIC X(26) VALUE SPACES.     00012500
012600    05 WS-CTL-REASON                  PIC X(60) VALUE SPACES.     00012600
012700 01 K-HWM-JOB-NM                      PIC X(8)                    00012700
012800                                      VALUE 'MMMB1402'.           00012800
012900                                                                  00012900
013000* The extract, one entry per store.  A second row for a store     00013000
013100* naming the same employee is dropped; one naming someone else    00013100
013200* marks the entry in conflict.                                    00013200
013300 01 WS-NUM-HR                         PIC S9(4) COMP VALUE 0.     00013300
013400 01 WS-HR-TBL.                                                    00013400
013500    05 WS-HR                          OCCURS 9000 TIMES.          00013500
013600       10 WS-HR-STORE-NO              PIC 9(9).                   00013600
013700       10 WS-HR-EMP-ID                PIC X(9).                   00013700
013800       10 WS-HR-MGR-NM                PIC X(50).                  00013800
013900       10 WS-HR-ASSIGN-DT             PIC X(10).                  00013900
014000       10 WS-HR-STAT-CD               PIC X(1).                   00014000
014100          88 WS-HR-VACANT                     VALUE 'V'.          00014100
014200       10 WS-HR-CONFLICT-SW           PIC X(1).                   00014200
014300          88 WS-HR-IN-CONFLICT                VALUE 'Y'.          00014300
014400       10 WS-HR-OTHER-EMP-ID          PIC X(9).                   00014400
014500                                                                  00014500
014600* The exception list, held so it can be printed by district.      00014600
014700 01 WS-NUM-EXCPS                      PIC S9(4) COMP VALUE 0.     00014700
014800 01 WS-EXCP-TBL.                                                  00014800
014900    05 WS-EXCP                        OCCURS 3000 TIMES.          00014900
015000       10 WS-XC-DIST-ID               PIC S9(5) COMP-3.           00015000
015100       10 WS-XC-STORE-NO              PIC 9(9).                   00015100
015200       10 WS-XC-TYPE                  PIC X(20).                  00015200
015300       10 WS-XC-EMP-ID                PIC X(9).                   00015300
015400       10 WS-XC-HR-NM                 PIC X(30).                  00015400
015500       10 WS-XC-OUR-NM                PIC X(30).                  00015500
015600       10 WS-XC-PRINTED-SW            PIC X(1).                   00015600
015700          88 WS-XC-PRINTED                    VALUE 'Y'.          00015700
015800 01 WS-CUR-DIST-ID                    PIC S9(5) COMP-3 VALUE 0.   00015800
015900 01 WS-XC-TYPE-HOLD                   PIC X(20) VALUE SPACES.     00015900
016000 01 WS-XC-DIST-HOLD                   PIC S9(5) COMP-3 VALUE 0.   00016000
016100                                                                  00016100
016200* Names compared upper case, so a change of case alone is not     00016200
016300* a new manager.                                                  00016300
016400 01 WS-HR-NM-CMP                      PIC X(50) VALUE SPACES.     00016400
016500 01 WS-OUR-NM-CMP                     PIC X(50) VALUE SPACES.     00016500
016600 01 WS-OUR-NM                         PIC X(50) VALUE SPACES.     00016600
016700 01 K-LOWER-CASE                      PIC X(26) VALUE             00016700
016800      'abcdefghijklmnopqrstuvwxyz'.                               00016800
016900 01 K-UPPER-CASE                      PIC X(26) VALUE             00016900
017000      'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                               00017000
017100                                                                  00017100
017200* Open stores for the vacancy pass.                               00017200
017300 01 WS-VAC-STORE-NBR                  PIC S9(9) COMP VALUE 0.     00017300
017400 01 WS-VAC-DIST-ID                    PIC S9(5) COMP-3 VALUE 0.   00017400
017500 01 WS-VAC-LEADER-NM                  PIC X(50) VALUE SPACES.     00017500
017600                                                                  00017600
017700 01 WS-HDG-LINE-1.                                                00017700
017800    05 FILLER PIC X(52) VALUE                                     00017800
017900       'MMMB1402 - STORE LEADERSHIP ROSTER RECONCILIATION'.       00017900
018000 01 WS-HDG-LINE-2.                                                00018000
018100    05 FILLER PIC X(11) VALUE '    STORE  '.                      00018100
018200    05 FILLER PIC X(10) VALUE 'RESULT'.                           00018200
018300    05 FILLER PIC X(10) VALUE 'EMP ID'.                           00018300
018400    05 FILLER PIC X(31) VALUE 'HR MANAGER'.                       00018400
018500    05 FILLER PIC X(31) VALUE 'ON FILE'.                          00018500
018600    05 FILLER PIC X(20) VALUE 'NOTE'.                             00018600
018700 01 WS-DTL-LINE.                                                  00018700
018800    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00018800
018900    05 FILLER                       PIC X(2) VALUE SPACES.        00018900
019000    05 WS-DTL-RESULT                PIC X(8).                     00019000
019100    05 FILLER                       PIC X(2) VALUE SPACES.        00019100
019200    05 WS-DTL-EMP-ID                PIC X(9).                     00019200
019300    05 FILLER                       PIC X(1) VALUE SPACES.        00019300
019400    05 WS-DTL-HR-NM                 PIC X(30).                    00019400
019500    05 FILLER                       PIC X(1) VALUE SPACES.        00019500
019600    05 WS-DTL-OUR-NM                PIC X(30).                    00019600
019700    05 FILLER                       PIC X(1) VALUE SPACES.        00019700
019800    05 WS-DTL-REASON                PIC X(39).                    00019800
019900 01 WS-CNT-LINE.                                                  00019900
020000    05 WS-CNT-TXT                   PIC X(30).                    00020000
020100    05 WS-CNT-NBR                   PIC ZZZ,ZZ9.                  00020100
020200                                                                  00020200
020300 01 WS-XHDG-LINE-1.                                               00020300
020400    05 FILLER PIC X(60) VALUE                                     00020400
020500       'MMMB1402 - STORE MANAGER EXCEPTIONS FOR DISTRICT HR'.     00020500
020600 01 WS-XHDG-LINE-2.                                               00020600
020700    05 FILLER PIC X(27) VALUE '    HR EXTRACT FILE DATE  '.       00020700
020800    05 WS-XHDG-FILE-DT              PIC X(8).                     00020800
020900 01 WS-XDIST-LINE.                                                00020900
021000    05 FILLER PIC X(9) VALUE 'DISTRICT '.                         00021000
021100    05 WS-XDS-ID                    PIC ZZZZ9.                    00021100
021200    05 FILLER PIC X(2) VALUE SPACES.                              00021200
021300    05 WS-XDS-NM                    PIC X(30).                    00021300
021400 01 WS-XDTL-LINE.                                                 00021400
021500    05 FILLER                       PIC X(2) VALUE SPACES.        00021500
021600    05 WS-XDT-STORE-NO              PIC Z(8)9.                    00021600
021700    05 FILLER                       PIC X(2) VALUE SPACES.        00021700
021800    05 WS-XDT-TYPE                  PIC X(20).                    00021800
021900    05 FILLER                       PIC X(1) VALUE SPACES.        00021900
022000    05 WS-XDT-EMP-ID                PIC X(9).                     00022000
022100    05 FILLER                       PIC X(1) VALUE SPACES.        00022100
022200    05 WS-XDT-HR-NM                 PIC X(30).                    00022200
022300    05 FILLER                       PIC X(1) VALUE SPACES.        00022300
022400    05 WS-XDT-OUR-NM                PIC X(30).                    00022400
022500                                                                  00022500
022600* --------------------------------------------------------------- 00022600
022700* Miscellaneous copy books go here...                             00022700
022800* --------------------------------------------------------------- 00022800
022900 COPY XXXN001A.                                                   00022900
023000 COPY YYYN005A.                                                   00023000
023100 COPY NNNN0000.                                                   00023100
023200 COPY PPPTLR01.                                                   00023200
023300 COPY MMMK001B.                                                   00023300
023400 COPY MMMC0167.                                                   00023400
023500 COPY MMMC0175.                                                   00023500
023600 COPY YYYC0230.                                                   00023600
023700                                                                  00023700
023800* ----------------------------------------------------------------00023800
023900* DB2 stuff...                                                    00023900
024000* ----------------------------------------------------------------00024000
024100     EXEC SQL                                                     00024100
024200       INCLUDE SQLCA                                              00024200
024300     END-EXEC                                                     00024300
024400                                                                  00024400
024500     EXEC SQL                                                     00024500
024600       INCLUDE DDDTHW01                                           00024600
024700     END-EXEC                                                     00024700
024800                                                                  00024800
024900* Every open store, for the stores HR has no row for at all.      00024900
025000     EXEC SQL                                                     00025000
025100       DECLARE VAC-CSR CURSOR FOR                                 00025100
025200       SELECT LOC_NBR, DIST_ID, TOP_LEADER_NM                     00025200
025300         FROM XXXAIL_LOC                                          00025300
025400        WHERE LOC_TYP_CD       = 'S '                             00025400
025500          AND RETL_LOC_STAT_CD = 'A'                              00025500
025600        ORDER BY LOC_NBR                                          00025600
025700     END-EXEC                                                     00025700
025800                                                                  00025800
025900 PROCEDURE DIVISION.                                              00025900
026000***************************************************************** 00026000
026100* Start of program main line.                                     00026100
026200***************************************************************** 00026200
026300 000-MAIN.                                                        00026300
026400     PERFORM 050-RUN-CNTL-START                                   00026400
026500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00026500
026600       MOVE 8 TO RETURN-CODE                                      00026600
026700       GOBACK                                                     00026700
026800     END-IF                                                       00026800
026900     PERFORM 100-INITIALIZE                                       00026900
027000     PERFORM 150-VERIFY-CONTROL-PAIR                              00027000
027100     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00027100
027200       PERFORM 200-LOAD-ONE-ROW                                   00027200
027300       PERFORM 120-READ-NEXT-RECORD                               00027300
027400     END-PERFORM                                                  00027400
027500     IF CALL-NO-ERROR                                             00027500
027600       PERFORM VARYING WS-HX FROM 1 BY 1                          00027600
027700               UNTIL WS-HX > WS-NUM-HR OR CALL-ERROR-DETECTED     00027700
027800         PERFORM 400-RECONCILE-ONE-STORE                          00027800
027900       END-PERFORM                                                00027900
028000     END-IF                                                       00028000
028100     IF CALL-NO-ERROR                                             00028100
028200       PERFORM 500-FIND-UNSTAFFED-STORES                          00028200
028300     END-IF                                                       00028300
028400     IF CALL-NO-ERROR                                             00028400
028500       PERFORM 700-WRITE-EXCEPTION-LIST                           00028500
028600       PERFORM 300-RECORD-FILE-DATE                               00028600
028700     END-IF                                                       00028700
028800     PERFORM 900-TERMINATE                                        00028800
028900     PERFORM 055-RUN-CNTL-END                                     00028900
029000     MOVE WS-JOB-RC TO RETURN-CODE                                00029000
029100     GOBACK                                                       00029100
029200     .                                                            00029200
029300                                                                  00029300
029400*================================================================ 00029400
029500* Initialization...                                               00029500
029600*================================================================ 00029600
029700 100-INITIALIZE.                                                  00029700
029800     OPEN INPUT  HR-MGR-IN                                        00029800
029900     OPEN OUTPUT RECON-RPT                                        00029900
030000                 EXCP-RPT                                         00030000
030100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00030100
030200     MOVE SPACES TO RPT-LINE                                      00030200
030300     WRITE RPT-LINE                                               00030300
030400     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00030400
030500     WRITE EXCP-LINE FROM WS-XHDG-LINE-1                          00030500
030600     SET YYYN005A-BATCH-ENV TO TRUE                               00030600
030700     MOVE 100 TO NNNN0000-COMMIT-INTERVAL                         00030700
030800     INITIALIZE XXXN001A                                          00030800
030900     .                                                            00030900
031000                                                                  00031000
031100 120-READ-NEXT-RECORD.                                            00031100
031200     READ HR-MGR-IN                                               00031200
031300       AT END SET IS-EOF TO TRUE                                  00031300
031400     END-READ                                                     00031400
031500     .                                                            00031500
031600                                                                  00031600
031700*================================================================ 00031700
031800* The control pre-pass: prove the whole file against its HDR/TRL  00031800
031900* pair before matching anything, then reopen it for the load.     00031900
032000*================================================================ 00032000
032100 150-VERIFY-CONTROL-PAIR.                                         00032100
032200     PERFORM 120-READ-NEXT-RECORD                                 00032200
032300     IF IS-EOF OR NOT HRM-CTL-HDR                                 00032300
032400       MOVE 'FIRST RECORD IS NOT THE HDR CONTROL RECORD'          00032400
032500         TO WS-CTL-REASON                                         00032500
032600       PERFORM 190-CONTROL-FAILURE                                00032600
032700     ELSE                                                         00032700
032800       MOVE HRM-CTL-FILE-DT TO WS-CTL-FILE-DT                     00032800
032900       SET CTL-HDR-SEEN TO TRUE                                   00032900
033000       PERFORM 160-CHECK-DUPLICATE-FILE                           00033000
033100     END-IF                                                       00033100
033200                                                                  00033200
033300     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00033300
033400       PERFORM 120-READ-NEXT-RECORD                               00033400
033500       EVALUATE TRUE                                              00033500
033600         WHEN IS-EOF                                              00033600
033700           CONTINUE                                               00033700
033800         WHEN HRM-CTL-TRL                                         00033800
033900           SET CTL-TRL-SEEN TO TRUE                               00033900
034000           MOVE HRM-CTL-REC-CNT  TO WS-CTL-TRL-CNT                00034000
034100           MOVE HRM-CTL-HASH-TOT TO WS-CTL-TRL-HASH               00034100
034200         WHEN HRM-CTL-HDR                                         00034200
034300           MOVE 'MORE THAN ONE HDR CONTROL RECORD'                00034300
034400             TO WS-CTL-REASON                                     00034400
034500           PERFORM 190-CONTROL-FAILURE                            00034500
034600         WHEN CTL-TRL-SEEN                                        00034600
034700           MOVE 'DATA RECORDS FOLLOW THE TRL CONTROL RECORD'      00034700
034800             TO WS-CTL-REASON                                     00034800
034900           PERFORM 190-CONTROL-FAILURE                            00034900
035000         WHEN OTHER                                               00035000
035100           ADD 1 TO WS-CTL-DTL-CNT                                00035100
035200           IF HR-MGR-REC (1:9) NUMERIC                            00035200
035300             ADD HRM-STORE-NO TO WS-CTL-HASH                      00035300
035400             IF WS-CTL-HASH > 999999999999999                     00035400
035500               SUBTRACT 1000000000000000 FROM WS-CTL-HASH         00035500
035600             END-IF                                               00035600
035700           END-IF                                                 00035700
035800       END-EVALUATE                                               00035800
035900     END-PERFORM                                                  00035900
036000                                                                  00036000
036100     IF CALL-NO-ERROR AND NOT CTL-TRL-SEEN                        00036100
036200       MOVE 'TRL CONTROL RECORD IS MISSING'                       00036200
036300         TO WS-CTL-REASON                                         00036300
036400       PERFORM 190-CONTROL-FAILURE                                00036400
036500     END-IF                                                       00036500
036600     IF CALL-NO-ERROR AND WS-CTL-DTL-CNT NOT = WS-CTL-TRL-CNT     00036600
036700       MOVE 'RECORD COUNT DOES NOT MATCH THE TRL COUNT'           00036700
036800         TO WS-CTL-REASON                                         00036800
036900       PERFORM 190-CONTROL-FAILURE                                00036900
037000     END-IF                                                       00037000
037100     IF CALL-NO-ERROR AND WS-CTL-HASH NOT = WS-CTL-TRL-HASH       00037100
037200       MOVE 'STORE-NUMBER HASH DOES NOT MATCH THE TRL HASH'       00037200
037300         TO WS-CTL-REASON                                         00037300
037400       PERFORM 190-CONTROL-FAILURE                                00037400
037500     END-IF                                                       00037500
037600                                                                  00037600
037700     IF CALL-NO-ERROR                                             00037700
037800       MOVE WS-CTL-FILE-DT TO WS-XHDG-FILE-DT                     00037800
037900       WRITE EXCP-LINE FROM WS-XHDG-LINE-2                        00037900
038000       CLOSE HR-MGR-IN                                            00038000
038100       OPEN INPUT HR-MGR-IN                                       00038100
038200       SET NOT-EOF TO TRUE                                        00038200
038300       PERFORM 120-READ-NEXT-RECORD                               00038300
038400     END-IF                                                       00038400
038500     .                                                            00038500
038600                                                                  00038600
038700*================================================================ 00038700
038800* A file date at or behind the mark on FC_XXXAIL_EXTR_HWM has     00038800
038900* been matched before (or something newer has) - refuse it.       00038900
039000*================================================================ 00039000
039100 160-CHECK-DUPLICATE-FILE.                                        00039100
039200     MOVE SPACES TO WS-CTL-FILE-TS                                00039200
039300     STRING WS-CTL-FILE-DT (1:4) '-'                              00039300
039400            WS-CTL-FILE-DT (5:2) '-'                              00039400
039500            WS-CTL-FILE-DT (7:2) '-00.00.00.000000'               00039500
039600       DELIMITED BY SIZE INTO WS-CTL-FILE-TS                      00039600
039700     MOVE K-HWM-JOB-NM TO MD-EX-JOB-NM OF DDDTHW01                00039700
039800     EXEC SQL                                                     00039800
039900        SELECT EX_HWM_TS                                          00039900
040000         INTO :DDDTHW01.MD-EX-HWM-TS                              00040000
040100        FROM FC_XXXAIL_EXTR_HWM                                   00040100
040200        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00040200
040300     END-EXEC                                                     00040300
040400     EVALUATE TRUE                                                00040400
040500       WHEN SQLCODE = 100                                         00040500
040600         MOVE 0 TO SQLCODE                                        00040600
040700       WHEN SQLCODE NOT = 0                                       00040700
040800         PERFORM 800-REPORT-SQL-ERROR                             00040800
040900         SET IS-EOF TO TRUE                                       00040900
041000       WHEN MD-EX-HWM-TS OF DDDTHW01 >= WS-CTL-FILE-TS            00041000
041100         MOVE 'FILE DATE ALREADY MATCHED - DUPLICATE TRANSMISSION'00041100
041200           TO WS-CTL-REASON                                       00041200
041300         PERFORM 190-CONTROL-FAILURE                              00041300
041400       WHEN OTHER                                                 00041400
041500         CONTINUE                                                 00041500
041600     END-EVALUATE                                                 00041600
041700     .                                                            00041700
041800                                                                  00041800
041900 190-CONTROL-FAILURE.                                             00041900
042000     SET CALL-ERROR-DETECTED TO TRUE                              00042000
042100     SET IS-EOF TO TRUE                                           00042100
042200     MOVE 16 TO WS-JOB-RC                                         00042200
042300     DISPLAY 'MMMB1402 - CONTROL CHECK FAILED: ' WS-CTL-REASON    00042300
042400     MOVE SPACES TO RPT-LINE                                      00042400
042500     STRING 'CONTROL CHECK FAILED: ' WS-CTL-REASON                00042500
042600       DELIMITED BY SIZE INTO RPT-LINE                            00042600
042700     WRITE RPT-LINE                                               00042700
042800     .                                                            00042800
042900                                                                  00042900
043000*================================================================ 00043000
043100* Remember the file date so the same transmission can never       00043100
043200* be matched twice...                                             00043200
043300*================================================================ 00043300
043400 300-RECORD-FILE-DATE.                                            00043400
043500     MOVE K-HWM-JOB-NM    TO MD-EX-JOB-NM OF DDDTHW01             00043500
043600     MOVE WS-CTL-FILE-TS  TO MD-EX-HWM-TS OF DDDTHW01             00043600
043700     EXEC SQL                                                     00043700
043800       UPDATE FC_XXXAIL_EXTR_HWM                                  00043800
043900          SET EX_HWM_TS = :DDDTHW01.MD-EX-HWM-TS                  00043900
044000        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00044000
044100     END-EXEC                                                     00044100
044200     IF SQLCODE = 100                                             00044200
044300       EXEC SQL                                                   00044300
044400         INSERT INTO FC_XXXAIL_EXTR_HWM                           00044400
044500            ( EX_JOB_NM, EX_HWM_TS )                              00044500
044600         VALUES                                                   00044600
044700            ( :DDDTHW01.MD-EX-JOB-NM, :DDDTHW01.MD-EX-HWM-TS )    00044700
044800       END-EXEC                                                   00044800
044900     END-IF                                                       00044900
045000     IF SQLCODE NOT = 0                                           00045000
045100       PERFORM 800-REPORT-SQL-ERROR                               00045100
045200     END-IF                                                       00045200
045300     .                                                            00045300
045400                                                                  00045400
045500*================================================================ 00045500
045600* Load one extract row into the table, edited.  The table is      00045600
045700* complete before any store is touched, so a store's second       00045700
045800* row is seen wherever it falls in the file.                      00045800
045900*================================================================ 00045900
046000 200-LOAD-ONE-ROW.                                                00046000
046100     IF IS-EOF OR HRM-CTL-HDR OR HRM-CTL-TRL                      00046100
046200       CONTINUE                                                   00046200
046300     ELSE                                                         00046300
046400       ADD 1 TO WS-READ-COUNT                                     00046400
046500       INITIALIZE XXXN001A                                        00046500
046600       PERFORM 220-EDIT-EXTRACT-ROW                               00046600
046700       IF SUCCESS                                                 00046700
046800         PERFORM 240-ADD-TO-TABLE                                 00046800
046900       END-IF                                                     00046900
047000       IF NOT SUCCESS                                             00047000
047100         ADD 1 TO WS-REJECTED-COUNT                               00047100
047200         MOVE HRM-STORE-NO    TO WS-DTL-STORE-NO                  00047200
047300         MOVE 'REJECTED'      TO WS-DTL-RESULT                    00047300
047400         MOVE HRM-EMP-ID      TO WS-DTL-EMP-ID                    00047400
047500         MOVE HRM-MGR-NM      TO WS-DTL-HR-NM                     00047500
047600         MOVE SPACES          TO WS-DTL-OUR-NM                    00047600
047700         MOVE IS-RTRN-MSG-TXT TO WS-DTL-REASON                    00047700
047800         WRITE RPT-LINE FROM WS-DTL-LINE                          00047800
047900       END-IF                                                     00047900
048000     END-IF                                                       00048000
048100     .                                                            00048100
048200                                                                  00048200
048300 220-EDIT-EXTRACT-ROW.                                            00048300
048400     EVALUATE TRUE                                                00048400
048500       WHEN HR-MGR-REC (1:9) NOT NUMERIC                          00048500
048600       WHEN HRM-STORE-NO = 0                                      00048600
048700         SET  FAILURE TO TRUE                                     00048700
048800         MOVE 'STORE NUMBER MISSING OR NOT NUMERIC'               00048800
048900           TO IS-RTRN-MSG-TXT                                     00048900
049000       WHEN NOT HRM-STAT-ASSIGNED AND NOT HRM-STAT-VACANT         00049000
049100         SET  FAILURE TO TRUE                                     00049100
049200         MOVE 'STATUS MUST BE A, V OR BLANK'                      00049200
049300           TO IS-RTRN-MSG-TXT                                     00049300
049400       WHEN HRM-STAT-ASSIGNED AND HRM-MGR-NM = SPACES             00049400
049500         SET  FAILURE TO TRUE                                     00049500
049600         MOVE 'ASSIGNED ROW CARRIES NO MANAGER NAME'              00049600
049700           TO IS-RTRN-MSG-TXT                                     00049700
049800       WHEN HRM-STAT-ASSIGNED AND HRM-EMP-ID = SPACES             00049800
049900         SET  FAILURE TO TRUE                                     00049900
050000         MOVE 'ASSIGNED ROW CARRIES NO EMPLOYEE ID'               00050000
050100           TO IS-RTRN-MSG-TXT                                     00050100
050200     END-EVALUATE                                                 00050200
050300     .                                                            00050300
050400                                                                  00050400
050500*    A vacant row never overrides an assignment for the same      00050500
050600*    store; two assignments of different people are a conflict    00050600
050700*    district HR has to settle.                                   00050700
050800 240-ADD-TO-TABLE.                                                00050800
050900     SET HR-ROW-NOT-FOUND TO TRUE                                 00050900
051000     PERFORM VARYING WS-HJ FROM 1 BY 1                            00051000
051100             UNTIL WS-HJ > WS-NUM-HR OR HR-ROW-FOUND              00051100
051200       IF WS-HR-STORE-NO (WS-HJ) = HRM-STORE-NO                   00051200
051300         SET HR-ROW-FOUND TO TRUE                                 00051300
051400       END-IF                                                     00051400
051500     END-PERFORM                                                  00051500
051600                                                                  00051600
051700     EVALUATE TRUE                                                00051700
051800       WHEN HR-ROW-NOT-FOUND                                      00051800
051900         IF WS-NUM-HR < K-MAX-HR-ROWS                             00051900
052000           ADD 1 TO WS-NUM-HR                                     00052000
052100           MOVE HRM-STORE-NO   TO WS-HR-STORE-NO  (WS-NUM-HR)     00052100
052200           MOVE HRM-EMP-ID     TO WS-HR-EMP-ID    (WS-NUM-HR)     00052200
052300           MOVE HRM-MGR-NM     TO WS-HR-MGR-NM    (WS-NUM-HR)     00052300
052400           MOVE HRM-ASSIGN-DT  TO WS-HR-ASSIGN-DT (WS-NUM-HR)     00052400
052500           MOVE HRM-STAT-CD    TO WS-HR-STAT-CD   (WS-NUM-HR)     00052500
052600           MOVE 'N'        TO WS-HR-CONFLICT-SW  (WS-NUM-HR)      00052600
052700           MOVE SPACES     TO WS-HR-OTHER-EMP-ID (WS-NUM-HR)      00052700
052800         ELSE                                                     00052800
052900           SET  FAILURE TO TRUE                                   00052900
053000           MOVE 'HR ROW TABLE FULL - ROW NOT MATCHED'             00053000
053100             TO IS-RTRN-MSG-TXT                                   00053100
053200         END-IF                                                   00053200
053300       WHEN OTHER                                                 00053300
053400         SUBTRACT 1 FROM WS-HJ                                    00053400
053500         ADD 1 TO WS-DUP-COUNT                                    00053500
053600         EVALUATE TRUE                                            00053600
053700           WHEN HRM-STAT-VACANT                                   00053700
053800             CONTINUE                                             00053800
053900           WHEN WS-HR-VACANT (WS-HJ)                              00053900
054000             MOVE HRM-EMP-ID    TO WS-HR-EMP-ID    (WS-HJ)        00054000
054100             MOVE HRM-MGR-NM    TO WS-HR-MGR-NM    (WS-HJ)        00054100
054200             MOVE HRM-ASSIGN-DT TO WS-HR-ASSIGN-DT (WS-HJ)        00054200
054300             MOVE HRM-STAT-CD   TO WS-HR-STAT-CD   (WS-HJ)        00054300
054400           WHEN HRM-EMP-ID = WS-HR-EMP-ID (WS-HJ)                 00054400
054500             CONTINUE                                             00054500
054600           WHEN OTHER                                             00054600
054700             MOVE 'Y'        TO WS-HR-CONFLICT-SW  (WS-HJ)        00054700
054800             MOVE HRM-EMP-ID TO WS-HR-OTHER-EMP-ID (WS-HJ)        00054800
054900         END-EVALUATE                                             00054900
055000     END-EVALUATE                                                 00055000
055100     .                                                            00055100
055200                                                                  00055200
055300*================================================================ 00055300
055400* One store HR has a row for: read it through the DAO and         00055400
055500* decide - in step, name changed, vacant, or an exception.        00055500
055600*================================================================ 00055600
055700 400-RECONCILE-ONE-STORE.                                         00055700
055800     ADD 1 TO WS-STORES-CHECKED                                   00055800
055900     MOVE WS-HR-STORE-NO (WS-HX) TO WS-DTL-STORE-NO               00055900
056000     MOVE WS-HR-EMP-ID   (WS-HX) TO WS-DTL-EMP-ID                 00056000
056100     MOVE WS-HR-MGR-NM   (WS-HX) TO WS-DTL-HR-NM                  00056100
056200     MOVE SPACES                 TO WS-DTL-OUR-NM                 00056200
056300                                    WS-DTL-REASON                 00056300
056400                                    WS-OUR-NM                     00056400
056500     MOVE 0                      TO WS-XC-DIST-HOLD               00056500
056600                                                                  00056600
056700     INITIALIZE XXXN001A                                          00056700
056800                P-DDDTLR01                                        00056800
056900     MOVE WS-HR-STORE-NO (WS-HX) TO LOC-NBR    OF P-DDDTLR01      00056900
057000     MOVE K-STORE-LOC-TYPE       TO LOC-TYP-CD OF P-DDDTLR01      00057000
057100     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00057100
057200     MOVE SPACES TO NNNN0000-READ-LST-UPDT-TS                     00057200
057300     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00057300
057400     PERFORM 600-CALL-LR-DAO                                      00057400
057500                                                                  00057500
057600     EVALUATE TRUE                                                00057600
057700       WHEN NOT SUCCESS                                           00057700
057800         MOVE 'STORE READ FAILED'     TO WS-XC-TYPE-HOLD          00057800
057900         MOVE IS-RTRN-MSG-TXT         TO WS-DTL-REASON            00057900
058000         PERFORM 480-RECORD-EXCEPTION                             00058000
058100       WHEN SQLCODE = 100                                         00058100
058200         MOVE 0 TO SQLCODE                                        00058200
058300         MOVE 'STORE NOT ON FILE'     TO WS-XC-TYPE-HOLD          00058300
058400         MOVE 'HR STORE IS NOT ON THE STORE MASTER'               00058400
058500           TO WS-DTL-REASON                                       00058500
058600         PERFORM 480-RECORD-EXCEPTION                             00058600
058700       WHEN OTHER                                                 00058700
058800         MOVE TOP-LEADER-NM OF P-DDDTLR01 TO WS-OUR-NM            00058800
058900         MOVE WS-OUR-NM                   TO WS-DTL-OUR-NM        00058900
059000         MOVE DIST-ID OF P-DDDTLR01       TO WS-XC-DIST-HOLD      00059000
059100         PERFORM 420-COMPARE-THE-MANAGER                          00059100
059200     END-EVALUATE                                                 00059200
059300     .                                                            00059300
059400                                                                  00059400
059500 420-COMPARE-THE-MANAGER.                                         00059500
059600     EVALUATE TRUE                                                00059600
059700       WHEN WS-HR-IN-CONFLICT (WS-HX)                             00059700
059800         MOVE 'HR ROWS CONFLICT'      TO WS-XC-TYPE-HOLD          00059800
059900         MOVE SPACES TO WS-DTL-REASON                             00059900
060000         STRING 'HR ALSO NAMES EMP ' WS-HR-OTHER-EMP-ID (WS-HX)   00060000
060100           DELIMITED BY SIZE INTO WS-DTL-REASON                   00060100
060200         PERFORM 480-RECORD-EXCEPTION                             00060200
060300       WHEN RETL-LOC-STAT-CD OF P-DDDTLR01 NOT = 'A'              00060300
060400        AND WS-HR-VACANT (WS-HX)                                  00060400
060500         ADD 1 TO WS-MATCHED-COUNT                                00060500
060600       WHEN RETL-LOC-STAT-CD OF P-DDDTLR01 NOT = 'A'              00060600
060700         ADD 1 TO WS-CLOSED-COUNT                                 00060700
060800         MOVE 'MGR AT CLOSED STORE'   TO WS-XC-TYPE-HOLD          00060800
060900         MOVE SPACES TO WS-DTL-REASON                             00060900
061000         STRING 'STORE STATUS IS ' RETL-LOC-STAT-CD OF P-DDDTLR01 00061000
061100                ', NOT OPEN'                                      00061100
061200           DELIMITED BY SIZE INTO WS-DTL-REASON                   00061200
061300         PERFORM 480-RECORD-EXCEPTION                             00061300
061400       WHEN WS-HR-VACANT (WS-HX)                                  00061400
061500         ADD 1 TO WS-VACANT-COUNT                                 00061500
061600         MOVE 'VACANT'                TO WS-DTL-RESULT            00061600
061700         MOVE 'HR HAS THE POSITION OPEN' TO WS-DTL-REASON         00061700
061800         WRITE RPT-LINE FROM WS-DTL-LINE                          00061800
061900       WHEN OTHER                                                 00061900
062000         MOVE WS-HR-MGR-NM (WS-HX) TO WS-HR-NM-CMP                00062000
062100         MOVE WS-OUR-NM            TO WS-OUR-NM-CMP               00062100
062200         INSPECT WS-HR-NM-CMP                                     00062200
062300           CONVERTING K-LOWER-CASE TO K-UPPER-CASE                00062300
062400         INSPECT WS-OUR-NM-CMP                                    00062400
062500           CONVERTING K-LOWER-CASE TO K-UPPER-CASE                00062500
062600         IF WS-HR-NM-CMP = WS-OUR-NM-CMP                          00062600
062700           ADD 1 TO WS-MATCHED-COUNT                              00062700
062800         ELSE                                                     00062800
062900           PERFORM 440-SET-THE-MANAGER                            00062900
063000         END-IF                                                   00063000
063100     END-EVALUATE                                                 00063100
063200     .                                                            00063200
063300                                                                  00063300
063400*    The store row is still in P-DDDTLR01 from the read; only     00063400
063500*    the name changes, through the normal modify path.            00063500
063600 440-SET-THE-MANAGER.                                             00063600
063700     MOVE WS-HR-MGR-NM (WS-HX) TO TOP-LEADER-NM OF P-DDDTLR01     00063700
063800     MOVE K-HR-SYNC-USER       TO NNNN0000-CHGD-BY-USER-ID        00063800
063900     SET EXIT-PUT-MODIFY-ROW TO TRUE                              00063900
064000     PERFORM 600-CALL-LR-DAO                                      00064000
064100     MOVE SPACES               TO NNNN0000-CHGD-BY-USER-ID        00064100
064200     IF SUCCESS AND SQLCODE = 0                                   00064200
064300       ADD 1 TO WS-UPDATED-COUNT                                  00064300
064400       MOVE 'UPDATED'            TO WS-DTL-RESULT                 00064400
064500       MOVE SPACES TO WS-DTL-REASON                               00064500
064600       STRING 'HR ASSIGNED ' WS-HR-ASSIGN-DT (WS-HX)              00064600
064700         DELIMITED BY SIZE INTO WS-DTL-REASON                     00064700
064800       WRITE RPT-LINE FROM WS-DTL-LINE                            00064800
064900     ELSE                                                         00064900
065000       MOVE 0 TO SQLCODE                                          00065000
065100       MOVE 'NAME UPDATE FAILED'    TO WS-XC-TYPE-HOLD            00065100
065200       MOVE IS-RTRN-MSG-TXT         TO WS-DTL-REASON              00065200
065300       PERFORM 480-RECORD-EXCEPTION                               00065300
065400     END-IF                                                       00065400
065500     .                                                            00065500
065600                                                                  00065600
065700*================================================================ 00065700
065800* An exception: on RPTOUT now, held for the district list, and    00065800
065900* recorded against the store for the scorecard.                   00065900
066000*================================================================ 00066000
066100 480-RECORD-EXCEPTION.                                            00066100
066200     ADD 1 TO WS-EXCP-COUNT                                       00066200
066300     MOVE 'EXCEPTN'              TO WS-DTL-RESULT                 00066300
066400     IF WS-DTL-REASON = SPACES                                    00066400
066500       MOVE WS-XC-TYPE-HOLD      TO WS-DTL-REASON                 00066500
066600     END-IF                                                       00066600
066700     WRITE RPT-LINE FROM WS-DTL-LINE                              00066700
066800                                                                  00066800
066900     IF WS-NUM-EXCPS < K-MAX-EXCPS                                00066900
067000       ADD 1 TO WS-NUM-EXCPS                                      00067000
067100       MOVE WS-XC-DIST-HOLD  TO WS-XC-DIST-ID    (WS-NUM-EXCPS)   00067100
067200       MOVE WS-HR-STORE-NO (WS-HX)                                00067200
067300                             TO WS-XC-STORE-NO   (WS-NUM-EXCPS)   00067300
067400       MOVE WS-XC-TYPE-HOLD  TO WS-XC-TYPE       (WS-NUM-EXCPS)   00067400
067500       MOVE WS-HR-EMP-ID (WS-HX)                                  00067500
067600                             TO WS-XC-EMP-ID     (WS-NUM-EXCPS)   00067600
067700       MOVE WS-HR-MGR-NM (WS-HX)                                  00067700
067800                             TO WS-XC-HR-NM      (WS-NUM-EXCPS)   00067800
067900       MOVE WS-OUR-NM        TO WS-XC-OUR-NM     (WS-NUM-EXCPS)   00067900
068000       MOVE 'N'              TO WS-XC-PRINTED-SW (WS-NUM-EXCPS)   00068000
068100     END-IF                                                       00068100
068200                                                                  00068200
068300     INITIALIZE XXXN001A                                          00068300
068400                MMMC0167                                          00068400
068500     SET  MMMC0167-RECORD-DETAIL TO TRUE                          00068500
068600     MOVE 'MMMB1402' TO MMMC0167-JOB-NM                           00068600
068700     MOVE WS-HR-STORE-NO (WS-HX) TO MMMC0167-LOC-NBR              00068700
068800     MOVE WS-XC-TYPE-HOLD        TO MMMC0167-EXCP-TYPE-CD         00068800
068900     CALL WS-MMMS0167-PGM USING XXXN001A MMMC0167                 00068900
069000     INITIALIZE XXXN001A                                          00069000
069100     .                                                            00069100
069200                                                                  00069200
069300*================================================================ 00069300
069400* Open stores HR sent no row for at all - vacancies as far as     00069400
069500* HR is concerned, whatever name we still carry.                  00069500
069600*================================================================ 00069600
069700 500-FIND-UNSTAFFED-STORES.                                       00069700
069800     EXEC SQL                                                     00069800
069900       OPEN VAC-CSR                                               00069900
070000     END-EXEC                                                     00070000
070100     IF SQLCODE NOT = 0                                           00070100
070200       PERFORM 800-REPORT-SQL-ERROR                               00070200
070300     ELSE                                                         00070300
070400       SET CSR-NOT-EOF TO TRUE                                    00070400
070500       PERFORM UNTIL CSR-EOF OR CALL-ERROR-DETECTED               00070500
070600         EXEC SQL                                                 00070600
070700           FETCH VAC-CSR                                          00070700
070800            INTO :WS-VAC-STORE-NBR, :WS-VAC-DIST-ID,              00070800
070900                 :WS-VAC-LEADER-NM                                00070900
071000         END-EXEC                                                 00071000
071100         EVALUATE TRUE                                            00071100
071200           WHEN SQLCODE = 100                                     00071200
071300             SET CSR-EOF TO TRUE                                  00071300
071400           WHEN SQLCODE NOT = 0                                   00071400
071500             PERFORM 800-REPORT-SQL-ERROR                         00071500
071600           WHEN OTHER                                             00071600
071700             PERFORM 520-CHECK-ONE-OPEN-STORE                     00071700
071800         END-EVALUATE                                             00071800
071900       END-PERFORM                                                00071900
072000       EXEC SQL                                                   00072000
072100         CLOSE VAC-CSR                                            00072100
072200       END-EXEC                                                   00072200
072300     END-IF                                                       00072300
072400     .                                                            00072400
072500                                                                  00072500
072600 520-CHECK-ONE-OPEN-STORE.                                        00072600
072700     SET HR-ROW-NOT-FOUND TO TRUE                                 00072700
072800     PERFORM VARYING WS-HJ FROM 1 BY 1                            00072800
072900             UNTIL WS-HJ > WS-NUM-HR OR HR-ROW-FOUND              00072900
073000       IF WS-HR-STORE-NO (WS-HJ) = WS-VAC-STORE-NBR               00073000
073100         SET HR-ROW-FOUND TO TRUE                                 00073100
073200       END-IF                                                     00073200
073300     END-PERFORM                                                  00073300
073400     IF HR-ROW-NOT-FOUND                                          00073400
073500       ADD 1 TO WS-STORES-CHECKED                                 00073500
073600       ADD 1 TO WS-VACANT-COUNT                                   00073600
073700       MOVE WS-VAC-STORE-NBR     TO WS-DTL-STORE-NO               00073700
073800       MOVE 'VACANT'             TO WS-DTL-RESULT                 00073800
073900       MOVE SPACES               TO WS-DTL-EMP-ID                 00073900
074000                                    WS-DTL-HR-NM                  00074000
074100       MOVE WS-VAC-LEADER-NM     TO WS-DTL-OUR-NM                 00074100
074200       MOVE 'NO HR ASSIGNMENT FOR THIS OPEN STORE'                00074200
074300         TO WS-DTL-REASON                                         00074300
074400       WRITE RPT-LINE FROM WS-DTL-LINE                            00074400
074500     END-IF                                                       00074500
074600     .                                                            00074600
074700                                                                  00074700
074800 600-CALL-LR-DAO.                                                 00074800
074900     CALL NNNS0488-LR-DAO USING                                   00074900
075000         XXXN001A                                                 00075000
075100         SQLCA                                                    00075100
075200         YYYN005A                                                 00075200
075300         NNNN0000-PARMS                                           00075300
075400         P-DDDTLR01                                               00075400
075500     .                                                            00075500
075600                                                                  00075600
075700*================================================================ 00075700
075800* The exception list for district HR - lowest district first,     00075800
075900* each district under its own heading with its name.  Stores      00075900
076000* we do not have carry no district and come first.                00076000
076100*================================================================ 00076100
076200 700-WRITE-EXCEPTION-LIST.                                        00076200
076300     IF WS-NUM-EXCPS = 0                                          00076300
076400       MOVE SPACES TO EXCP-LINE                                   00076400
076500       WRITE EXCP-LINE                                            00076500
076600       MOVE 'NO EXCEPTIONS - EVERY HR ROW WAS MATCHED OR APPLIED' 00076600
076700         TO EXCP-LINE                                             00076700
076800       WRITE EXCP-LINE                                            00076800
076900     ELSE                                                         00076900
077000       SET MORE-DISTRICTS TO TRUE                                 00077000
077100       PERFORM UNTIL NO-MORE-DISTRICTS                            00077100
077200         PERFORM 710-FIND-NEXT-DISTRICT                           00077200
077300         IF MORE-DISTRICTS                                        00077300
077400           PERFORM 720-WRITE-ONE-DISTRICT                         00077400
077500         END-IF                                                   00077500
077600       END-PERFORM                                                00077600
077700     END-IF                                                       00077700
077800     .                                                            00077800
077900                                                                  00077900
078000 710-FIND-NEXT-DISTRICT.                                          00078000
078100     SET NO-MORE-DISTRICTS TO TRUE                                00078100
078200     PERFORM VARYING WS-EX FROM 1 BY 1                            00078200
078300             UNTIL WS-EX > WS-NUM-EXCPS                           00078300
078400       IF NOT WS-XC-PRINTED (WS-EX)                               00078400
078500         IF NO-MORE-DISTRICTS                                     00078500
078600         OR WS-XC-DIST-ID (WS-EX) < WS-CUR-DIST-ID                00078600
078700           MOVE WS-XC-DIST-ID (WS-EX) TO WS-CUR-DIST-ID           00078700
078800           SET MORE-DISTRICTS TO TRUE                             00078800
078900         END-IF                                                   00078900
079000       END-IF                                                     00079000
079100     END-PERFORM                                                  00079100
079200     .                                                            00079200
079300                                                                  00079300
079400 720-WRITE-ONE-DISTRICT.                                          00079400
079500     MOVE SPACES TO EXCP-LINE                                     00079500
079600     WRITE EXCP-LINE                                              00079600
079700     MOVE WS-CUR-DIST-ID TO WS-XDS-ID                             00079700
079800     IF WS-CUR-DIST-ID = 0                                        00079800
079900       MOVE 'STORE NOT ON FILE - NO DISTRICT' TO WS-XDS-NM        00079900
080000     ELSE                                                         00080000
080100       INITIALIZE XXXN001A                                        00080100
080200                  MMMC0175                                        00080200
080300       SET  MMMC0175-GET-NAME TO TRUE                             00080300
080400       MOVE 'D'               TO MMMC0175-ORG-TYP-CD              00080400
080500       MOVE WS-CUR-DIST-ID    TO MMMC0175-ORG-ID                  00080500
080600       CALL WS-MMMS0175-PGM USING XXXN001A MMMC0175               00080600
080700       IF SUCCESS AND NOT MMMC0175-ORG-NOT-FOUND                  00080700
080800         MOVE MMMC0175-ORG-NM TO WS-XDS-NM                        00080800
080900       ELSE                                                       00080900
081000         MOVE 'NOT ON ORG REFERENCE' TO WS-XDS-NM                 00081000
081100       END-IF                                                     00081100
081200       INITIALIZE XXXN001A                                        00081200
081300     END-IF                                                       00081300
081400     WRITE EXCP-LINE FROM WS-XDIST-LINE                           00081400
081500                                                                  00081500
081600     PERFORM VARYING WS-EX FROM 1 BY 1                            00081600
081700             UNTIL WS-EX > WS-NUM-EXCPS                           00081700
081800       IF NOT WS-XC-PRINTED (WS-EX)                               00081800
081900       AND WS-XC-DIST-ID (WS-EX) = WS-CUR-DIST-ID                 00081900
082000         MOVE WS-XC-STORE-NO (WS-EX) TO WS-XDT-STORE-NO           00082000
082100         MOVE WS-XC-TYPE     (WS-EX) TO WS-XDT-TYPE               00082100
082200         MOVE WS-XC-EMP-ID   (WS-EX) TO WS-XDT-EMP-ID             00082200
082300         MOVE WS-XC-HR-NM    (WS-EX) TO WS-XDT-HR-NM              00082300
082400         MOVE WS-XC-OUR-NM   (WS-EX) TO WS-XDT-OUR-NM             00082400
082500         WRITE EXCP-LINE FROM WS-XDTL-LINE                        00082500
082600         SET WS-XC-PRINTED (WS-EX) TO TRUE                        00082600
082700       END-IF                                                     00082700
082800     END-PERFORM                                                  00082800
082900     .                                                            00082900
083000                                                                  00083000
083100 800-REPORT-SQL-ERROR.                                            00083100
083200     SET  CALL-ERROR-DETECTED TO TRUE                             00083200
083300     MOVE SQLCODE TO WS-SQLCODE                                   00083300
083400     MOVE SPACES  TO RPT-LINE                                     00083400
083500     STRING 'MMMB1402 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00083500
083600       DELIMITED BY SIZE INTO RPT-LINE                            00083600
083700     WRITE RPT-LINE                                               00083700
083800     DISPLAY 'MMMB1402 - SQL ERROR, SQLCODE = ' WS-SQLCODE        00083800
083900     MOVE 16 TO WS-JOB-RC                                         00083900
084000     MOVE 0 TO SQLCODE                                            00084000
084100     .                                                            00084100
084200                                                                  00084200
084300*================================================================ 00084300
084400* Termination - totals, the run's exception metrics, and the      00084400
084500* return code: 4 when anything was rejected or is on the          00084500
084600* exception list, 16 when the file or DB2 stopped the run.        00084600
084700*================================================================ 00084700
084800 900-TERMINATE.                                                   00084800
084900     MOVE SPACES TO RPT-LINE                                      00084900
085000     WRITE RPT-LINE                                               00085000
085100     MOVE 'HR ROWS READ              -  ' TO WS-CNT-TXT           00085100
085200     MOVE WS-READ-COUNT                   TO WS-CNT-NBR           00085200
085300     WRITE RPT-LINE FROM WS-CNT-LINE                              00085300
085400     MOVE 'HR ROWS REJECTED          -  ' TO WS-CNT-TXT           00085400
085500     MOVE WS-REJECTED-COUNT               TO WS-CNT-NBR           00085500
085600     WRITE RPT-LINE FROM WS-CNT-LINE                              00085600
085700     MOVE 'REPEATED STORE ROWS       -  ' TO WS-CNT-TXT           00085700
085800     MOVE WS-DUP-COUNT                    TO WS-CNT-NBR           00085800
085900     WRITE RPT-LINE FROM WS-CNT-LINE                              00085900
086000     MOVE 'STORES IN STEP WITH HR    -  ' TO WS-CNT-TXT           00086000
086100     MOVE WS-MATCHED-COUNT                TO WS-CNT-NBR           00086100
086200     WRITE RPT-LINE FROM WS-CNT-LINE                              00086200
086300     MOVE 'MANAGER NAMES UPDATED     -  ' TO WS-CNT-TXT           00086300
086400     MOVE WS-UPDATED-COUNT                TO WS-CNT-NBR           00086400
086500     WRITE RPT-LINE FROM WS-CNT-LINE                              00086500
086600     MOVE 'VACANCIES                 -  ' TO WS-CNT-TXT           00086600
086700     MOVE WS-VACANT-COUNT                 TO WS-CNT-NBR           00086700
086800     WRITE RPT-LINE FROM WS-CNT-LINE                              00086800
086900     MOVE 'MANAGERS AT CLOSED STORES -  ' TO WS-CNT-TXT           00086900
087000     MOVE WS-CLOSED-COUNT                 TO WS-CNT-NBR           00087000
087100     WRITE RPT-LINE FROM WS-CNT-LINE                              00087100
087200     MOVE 'EXCEPTIONS FOR DISTRICT HR-  ' TO WS-CNT-TXT           00087200
087300     MOVE WS-EXCP-COUNT                   TO WS-CNT-NBR           00087300
087400     WRITE RPT-LINE FROM WS-CNT-LINE                              00087400
087500                                                                  00087500
087600     IF CALL-NO-ERROR                                             00087600
087700       INITIALIZE XXXN001A                                        00087700
087800                  MMMC0167                                        00087800
087900       MOVE 'MMMB1402' TO MMMC0167-JOB-NM                         00087900
088000       MOVE WS-STORES-CHECKED TO MMMC0167-SCANNED-CNT             00088000
088100       MOVE WS-EXCP-COUNT     TO MMMC0167-EXCP-CNT                00088100
088200       CALL WS-MMMS0167-PGM USING XXXN001A MMMC0167               00088200
088300       IF NOT SUCCESS                                             00088300
088400         DISPLAY 'MMMB1402 - ' IS-RTRN-MSG-TXT                    00088400
088500       END-IF                                                     00088500
088600     END-IF                                                       00088600
088700                                                                  00088700
088800     IF ( WS-REJECTED-COUNT > 0 OR WS-EXCP-COUNT > 0 )            00088800
088900     AND WS-JOB-RC < 4                                            00088900
089000       MOVE 4 TO WS-JOB-RC                                        00089000
089100     END-IF                                                       00089100
089200     CLOSE HR-MGR-IN RECON-RPT EXCP-RPT                           00089200
089300     .                                                            00089300
089400                                                                  00089400
089500*================================================================ 00089500
089600* Run control - refuse a duplicate or out-of-order start, and     00089600
089700* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00089700
089800*================================================================ 00089800
089900 050-RUN-CNTL-START.                                              00089900
090000     INITIALIZE XXXN001A                                          00090000
090100                YYYC0230                                          00090100
090200     SET  YYYC0230-START-RUN TO TRUE                              00090200
090300     MOVE 'MMMB1402' TO YYYC0230-JOB-NM                           00090300
090400     CALL YYYS0230-RUN-CNTL USING                                 00090400
090500         XXXN001A                                                 00090500
090600         YYYC0230                                                 00090600
090700     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00090700
090800       DISPLAY 'MMMB1402 - START REFUSED: ' IS-RTRN-MSG-TXT       00090800
090900     END-IF                                                       00090900
091000     .                                                            00091000
091100                                                                  00091100
091200 055-RUN-CNTL-END.                                                00091200
091300     INITIALIZE XXXN001A                                          00091300
091400                YYYC0230                                          00091400
091500     IF WS-JOB-RC > 4                                             00091500
091600       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00091600
091700     ELSE                                                         00091700
091800       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00091800
091900     END-IF                                                       00091900
092000     MOVE 'MMMB1402' TO YYYC0230-JOB-NM                           00092000
092100     CALL YYYS0230-RUN-CNTL USING                                 00092100
092200         XXXN001A                                                 00092200
092300         YYYC0230                                                 00092300
092400     .                                                            00092400
