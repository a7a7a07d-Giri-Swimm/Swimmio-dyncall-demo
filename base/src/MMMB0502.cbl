000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0502.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store lease registry - load of the real-estate lease extract.   00000600
000700*                                                                 00000700
000800* Real estate owns the leases, and once a store went live we      00000800
000900* held none of it - landlord, term, renewal option, notice - so   00000900
001000* renewal notices were missed.  This job loads their lease        00001000
001100* extract (LEASEIN) onto FC_XXXAIL_STORE_LEASE (DDDTLS01), one    00001100
001200* row per store: a store already on the registry is replaced by   00001200
001300* the extract's terms, a new one is added.  Rows keyed online     00001300
001400* through MMMO0900 for stores real estate does not send are left  00001400
001500* alone.  The store must already be on the store master - a       00001500
001600* lease for a store still in onboarding is rejected and comes     00001600
001700* in on a later extract once MMMB6701 has released it.            00001700
001800*                                                                 00001800
001900* The extract arrives wrapped in the same HDR/TRL control pair    00001900
002000* as the MMMB6601 store extract - the whole file is proven        00002000
002100* against the trailer's count and store-number hash before        00002100
002200* anything loads, and a file date already loaded                  00002200
002300* (FC_XXXAIL_EXTR_HWM, job MMMB0502) refuses to load twice.       00002300
002400*                                                                 00002400
002500* Batch job - run standalone, no online caller.                   00002500
002600*---------------------------------------------------------------- 00002600
002700 ENVIRONMENT DIVISION.                                            00002700
002800 INPUT-OUTPUT SECTION.                                            00002800
002900 FILE-CONTROL.                                                    00002900
003000     SELECT LEASE-IN       ASSIGN TO LEASEIN                      00003000
003100         ORGANIZATION IS LINE SEQUENTIAL.                         00003100
003200     SELECT LOAD-RPT       ASSIGN TO RPTOUT                       00003200
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00003300
003400                                                                  00003400
003500 DATA DIVISION.                                                   00003500
003600 FILE SECTION.                                                    00003600
003700 FD  LEASE-IN.                                                    00003700
003800 01  LEASE-REC.                                                   00003800
003900     05 LSE-STORE-NO                   PIC 9(9).                  00003900
004000     05 LSE-LANDLORD-NM                PIC X(30).                 00004000
004100     05 LSE-START-DT                   PIC X(10).                 00004100
004200     05 LSE-END-DT                     PIC X(10).                 00004200
004300     05 LSE-OPTN-DT                    PIC X(10).                 00004300
004400     05 LSE-NOTICE-DAYS                PIC 9(3).                  00004400
004500     05 LSE-STAT-CD                    PIC X(1).                  00004500
004600        88 LSE-STAT-ACTIVE                     VALUE 'A' ' '.     00004600
004700        88 LSE-STAT-TERMINATED                 VALUE 'T'.         00004700
004800 01  LEASE-CTL-REC.                                               00004800
004900     05 LSE-CTL-ID                     PIC X(3).                  00004900
005000        88 LSE-CTL-HDR                         VALUE 'HDR'.       00005000
005100        88 LSE-CTL-TRL                         VALUE 'TRL'.       00005100
005200     05 FILLER                         PIC X(1).                  00005200
005300     05 LSE-CTL-FILE-DT                PIC X(8).                  00005300
005400     05 FILLER                         PIC X(1).                  00005400
005500     05 LSE-CTL-REC-CNT                PIC 9(9).                  00005500
005600     05 FILLER                         PIC X(1).                  00005600
005700     05 LSE-CTL-HASH-TOT               PIC 9(15).                 00005700
005800 FD  LOAD-RPT.                                                    00005800
005900 01  RPT-LINE                          PIC X(132).                00005900
006000                                                                  00006000
006100 WORKING-STORAGE SECTION.                                         00006100
006200* --------------------------------------------------------------- 00006200
006300* Misc working storage...                                         00006300
006400* --------------------------------------------------------------- 00006400
006500 01 WS-ADDED-COUNT                    PIC 9(6) VALUE 0.           00006500
006600 01 WS-REPLACED-COUNT                 PIC 9(6) VALUE 0.           00006600
006700 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00006700
006800 01 WS-STORE-CNT                      PIC S9(9) COMP VALUE 0.     00006800
006900 01 WS-SQLCODE                        PIC ----9.                  00006900
007000                                                                  00007000
007100 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00007100
007200    88 IS-EOF                                  VALUE 'Y'.         00007200
007300    88 NOT-EOF                                 VALUE 'N'.         00007300
007400 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00007400
007500    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00007500
007600    88 CALL-NO-ERROR                           VALUE 'N'.         00007600
007700                                                                  00007700
007800* Control-pair verification work fields - the pre-pass counts     00007800
007900* and hash, and the header's file date both raw and as the        00007900
008000* timestamp FC_XXXAIL_EXTR_HWM carries it.                        00008000
008100 01 WS-CTL-FIELDS.                                                00008100
008200    05 WS-CTL-HDR-SEEN-SW             PIC X(1) VALUE 'N'.         00008200
008300       88 CTL-HDR-SEEN                        VALUE 'Y'.          00008300
008400    05 WS-CTL-TRL-SEEN-SW             PIC X(1) VALUE 'N'.         00008400
008500       88 CTL-TRL-SEEN                        VALUE 'Y'.          00008500
008600    05 WS-CTL-FILE-DT                 PIC X(8) VALUE SPACES.      00008600
008700    05 WS-CTL-DTL-CNT                 PIC 9(9) VALUE 0.           00008700
008800    05 WS-CTL-HASH                    PIC 9(16) VALUE 0.          00008800
008900    05 WS-CTL-TRL-CNT                 PIC 9(9) VALUE 0.           00008900
009000    05 WS-CTL-TRL-HASH                PIC 9(15) VALUE 0.          00009000
009100    05 WS-CTL-FILE-TS                 PIC X(26) VALUE SPACES.     00009100
009200 01 K-HWM-JOB-NM                      PIC X(8)                    00009200
009300                                      VALUE 'MMMB0502'.           00009300
009400                                                                  00009400
009500* Extract dates come MM/DD/YYYY; DB2 wants YYYY-MM-DD.            00009500
009600 01 WS-RE-DATE                        PIC X(10) VALUE SPACES.     00009600
009700 01 WS-ISO-EFF-DATE.                                              00009700
009800    05 WS-ISO-YYYY                    PIC X(4).                   00009800
009900    05 FILLER                         PIC X(1) VALUE '-'.         00009900
010000    05 WS-ISO-MM                      PIC X(2).                   00010000
010100    05 FILLER                         PIC X(1) VALUE '-'.         00010100
010200    05 WS-ISO-DD                      PIC X(2).                   00010200
010300 01 WS-ISO-START-DT                   PIC X(10) VALUE SPACES.     00010300
010400 01 WS-ISO-END-DT                     PIC X(10) VALUE SPACES.     00010400
010500 01 WS-ISO-OPTN-DT                    PIC X(10) VALUE SPACES.     00010500
010600 01 WS-DATE-NM                        PIC X(13) VALUE SPACES.     00010600
010700                                                                  00010700
010800 01 WS-HDG-LINE-1.                                                00010800
010900    05 FILLER PIC X(50) VALUE                                     00010900
011000       'MMMB0502 - REAL-ESTATE STORE LEASE LOAD'.                 00011000
011100 01 WS-DTL-LINE.                                                  00011100
011200    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00011200
011300    05 FILLER                       PIC X(2) VALUE SPACES.        00011300
011400    05 WS-DTL-RESULT                PIC X(8).                     00011400
011500    05 FILLER                       PIC X(2) VALUE SPACES.        00011500
011600    05 WS-DTL-REASON                PIC X(60).                    00011600
011700 01 WS-CNT-LINE.                                                  00011700
011800    05 WS-CNT-TXT                   PIC X(25).                    00011800
011900    05 WS-CNT-NBR                   PIC ZZZZZ9.                   00011900
012000                                                                  00012000
012100* --------------------------------------------------------------- 00012100
012200* Miscellaneous copy books go here...                             00012200
012300* --------------------------------------------------------------- 00012300
012400 COPY XXXN001A.                                                   00012400
012500                                                                  00012500
012600* ----------------------------------------------------------------00012600
012700* DB2 stuff...                                                    00012700
012800* ----------------------------------------------------------------00012800
012900     EXEC SQL                                                     00012900
013000       INCLUDE SQLCA                                              00013000
013100     END-EXEC                                                     00013100
013200                                                                  00013200
013300     EXEC SQL                                                     00013300
013400       INCLUDE DDDTLS01                                           00013400
013500     END-EXEC                                                     00013500
013600                                                                  00013600
013700     EXEC SQL                                                     00013700
013800       INCLUDE DDDTHW01                                           00013800
013900     END-EXEC                                                     00013900
014000                                                                  00014000
014100 PROCEDURE DIVISION.                                              00014100
014200***************************************************************** 00014200
014300* Start of program main line.                                     00014300
014400***************************************************************** 00014400
014500 000-MAIN.                                                        00014500
014600     PERFORM 100-INITIALIZE                                       00014600
014700     PERFORM 150-VERIFY-CONTROL-PAIR                              00014700
014800     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00014800
014900       PERFORM 200-LOAD-ONE-LEASE                                 00014900
015000       PERFORM 120-READ-NEXT-RECORD                               00015000
015100     END-PERFORM                                                  00015100
015200     IF CALL-NO-ERROR                                             00015200
015300       PERFORM 300-RECORD-FILE-DATE                               00015300
015400     END-IF                                                       00015400
015500     PERFORM 900-TERMINATE                                        00015500
015600     GOBACK                                                       00015600
015700     .                                                            00015700
015800                                                                  00015800
015900*================================================================ 00015900
016000* Initialization...                                               00016000
016100*================================================================ 00016100
016200 100-INITIALIZE.                                                  00016200
016300     OPEN INPUT  LEASE-IN                                         00016300
016400     OPEN OUTPUT LOAD-RPT                                         00016400
016500     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00016500
016600     MOVE SPACES TO RPT-LINE                                      00016600
016700     WRITE RPT-LINE                                               00016700
016800     .                                                            00016800
016900                                                                  00016900
017000 120-READ-NEXT-RECORD.                                            00017000
017100     READ LEASE-IN                                                00017100
017200       AT END SET IS-EOF TO TRUE                                  00017200
017300     END-READ                                                     00017300
017400     .                                                            00017400
017500                                                                  00017500
017600*================================================================ 00017600
017700* The control pre-pass: prove the whole file against its HDR/TRL  00017700
017800* pair before loading anything, exactly as MMMB6601 does for the  00017800
017900* store extract.  The file is then reopened and positioned for    00017900
018000* the load pass.                                                  00018000
018100*================================================================ 00018100
018200 150-VERIFY-CONTROL-PAIR.                                         00018200
018300     PERFORM 120-READ-NEXT-RECORD                                 00018300
018400     IF IS-EOF OR NOT LSE-CTL-HDR                                 00018400
018500       MOVE 'FIRST RECORD IS NOT THE HDR CONTROL RECORD'          00018500
018600         TO WS-DTL-REASON                                         00018600
018700       PERFORM 190-CONTROL-FAILURE                                00018700
018800     ELSE                                                         00018800
018900       MOVE LSE-CTL-FILE-DT TO WS-CTL-FILE-DT                     00018900
019000       SET CTL-HDR-SEEN TO TRUE                                   00019000
019100       PERFORM 160-CHECK-DUPLICATE-FILE                           00019100
019200     END-IF                                                       00019200
019300                                                                  00019300
019400     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00019400
019500       PERFORM 120-READ-NEXT-RECORD                               00019500
019600       EVALUATE TRUE                                              00019600
019700         WHEN IS-EOF                                              00019700
019800           CONTINUE                                               00019800
019900         WHEN LSE-CTL-TRL                                         00019900
020000           SET CTL-TRL-SEEN TO TRUE                               00020000
020100           MOVE LSE-CTL-REC-CNT  TO WS-CTL-TRL-CNT                00020100
020200           MOVE LSE-CTL-HASH-TOT TO WS-CTL-TRL-HASH               00020200
020300         WHEN LSE-CTL-HDR                                         00020300
020400           MOVE 'MORE THAN ONE HDR CONTROL RECORD'                00020400
020500             TO WS-DTL-REASON                                     00020500
020600           PERFORM 190-CONTROL-FAILURE                            00020600
020700         WHEN CTL-TRL-SEEN                                        00020700
020800           MOVE 'DATA RECORDS FOLLOW THE TRL CONTROL RECORD'      00020800
020900             TO WS-DTL-REASON                                     00020900
021000           PERFORM 190-CONTROL-FAILURE                            00021000
021100         WHEN OTHER                                               00021100
021200           ADD 1 TO WS-CTL-DTL-CNT                                00021200
021300           IF LEASE-REC (1:9) NUMERIC                             00021300
021400             ADD LSE-STORE-NO TO WS-CTL-HASH                      00021400
021500             IF WS-CTL-HASH > 999999999999999                     00021500
021600               SUBTRACT 1000000000000000 FROM WS-CTL-HASH         00021600
021700             END-IF                                               00021700
021800           END-IF                                                 00021800
021900       END-EVALUATE                                               00021900
022000     END-PERFORM                                                  00022000
022100                                                                  00022100
022200     IF CALL-NO-ERROR AND NOT CTL-TRL-SEEN                        00022200
022300       MOVE 'TRL CONTROL RECORD IS MISSING'                       00022300
022400         TO WS-DTL-REASON                                         00022400
022500       PERFORM 190-CONTROL-FAILURE                                00022500
022600     END-IF                                                       00022600
022700     IF CALL-NO-ERROR AND WS-CTL-DTL-CNT NOT = WS-CTL-TRL-CNT     00022700
022800       MOVE 'RECORD COUNT DOES NOT MATCH THE TRL COUNT'           00022800
022900         TO WS-DTL-REASON                                         00022900
023000       PERFORM 190-CONTROL-FAILURE                                00023000
023100     END-IF                                                       00023100
023200     IF CALL-NO-ERROR AND WS-CTL-HASH NOT = WS-CTL-TRL-HASH       00023200
023300       MOVE 'STORE-NUMBER HASH DOES NOT MATCH THE TRL HASH'       00023300
023400         TO WS-DTL-REASON                                         00023400
023500       PERFORM 190-CONTROL-FAILURE                                00023500
023600     END-IF                                                       00023600
023700                                                                  00023700
023800     IF CALL-NO-ERROR                                             00023800
023900       CLOSE LEASE-IN                                             00023900
024000       OPEN INPUT LEASE-IN                                        00024000
024100       SET NOT-EOF TO TRUE                                        00024100
024200       PERFORM 120-READ-NEXT-RECORD                               00024200
024300     END-IF                                                       00024300
024400     .                                                            00024400
024500                                                                  00024500
024600*================================================================ 00024600
024700* A file date at or behind the mark on FC_XXXAIL_EXTR_HWM has     00024700
024800* been loaded before (or something newer has) - refuse it.        00024800
024900*================================================================ 00024900
025000 160-CHECK-DUPLICATE-FILE.                                        00025000
025100     MOVE SPACES TO WS-CTL-FILE-TS                                00025100
025200     STRING WS-CTL-FILE-DT (1:4) '-'                              00025200
025300            WS-CTL-FILE-DT (5:2) '-'                              00025300
025400            WS-CTL-FILE-DT (7:2) '-00.00.00.000000'               00025400
025500       DELIMITED BY SIZE INTO WS-CTL-FILE-TS                      00025500
025600     MOVE K-HWM-JOB-NM TO MD-EX-JOB-NM OF DDDTHW01                00025600
025700     EXEC SQL                                                     00025700
025800        SELECT EX_HWM_TS                                          00025800
025900         INTO :DDDTHW01.MD-EX-HWM-TS                              00025900
026000        FROM FC_XXXAIL_EXTR_HWM                                   00026000
026100        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00026100
026200     END-EXEC                                                     00026200
026300     EVALUATE TRUE                                                00026300
026400       WHEN SQLCODE = 100                                         00026400
026500         MOVE 0 TO SQLCODE                                        00026500
026600       WHEN SQLCODE NOT = 0                                       00026600
026700         PERFORM 800-REPORT-SQL-ERROR                             00026700
026800         WRITE RPT-LINE FROM WS-DTL-REASON                        00026800
026900       WHEN MD-EX-HWM-TS OF DDDTHW01 >= WS-CTL-FILE-TS            00026900
027000         MOVE 'FILE DATE ALREADY LOADED - DUPLICATE TRANSMISSION' 00027000
027100           TO WS-DTL-REASON                                       00027100
027200         PERFORM 190-CONTROL-FAILURE                              00027200
027300       WHEN OTHER                                                 00027300
027400         CONTINUE                                                 00027400
027500     END-EVALUATE                                                 00027500
027600     .                                                            00027600
027700                                                                  00027700
027800 190-CONTROL-FAILURE.                                             00027800
027900     SET CALL-ERROR-DETECTED TO TRUE                              00027900
028000     SET IS-EOF TO TRUE                                           00028000
028100     DISPLAY 'MMMB0502 - CONTROL CHECK FAILED: ' WS-DTL-REASON    00028100
028200     MOVE SPACES TO RPT-LINE                                      00028200
028300     STRING 'CONTROL CHECK FAILED: ' WS-DTL-REASON                00028300
028400       DELIMITED BY SIZE INTO RPT-LINE                            00028400
028500     WRITE RPT-LINE                                               00028500
028600     .                                                            00028600
028700                                                                  00028700
028800*================================================================ 00028800
028900* Remember the file date so the same transmission can never       00028900
029000* load twice...                                                   00029000
029100*================================================================ 00029100
029200 300-RECORD-FILE-DATE.                                            00029200
029300     MOVE K-HWM-JOB-NM    TO MD-EX-JOB-NM OF DDDTHW01             00029300
029400     MOVE WS-CTL-FILE-TS  TO MD-EX-HWM-TS OF DDDTHW01             00029400
029500     EXEC SQL                                                     00029500
029600       UPDATE FC_XXXAIL_EXTR_HWM                                  00029600
029700          SET EX_HWM_TS = :DDDTHW01.MD-EX-HWM-TS                  00029700
029800        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00029800
029900     END-EXEC                                                     00029900
030000     IF SQLCODE = 100                                             00030000
030100       EXEC SQL                                                   00030100
030200         INSERT INTO FC_XXXAIL_EXTR_HWM                           00030200
030300            ( EX_JOB_NM, EX_HWM_TS )                              00030300
030400         VALUES                                                   00030400
030500            ( :DDDTHW01.MD-EX-JOB-NM, :DDDTHW01.MD-EX-HWM-TS )    00030500
030600       END-EXEC                                                   00030600
030700     END-IF                                                       00030700
030800     IF SQLCODE NOT = 0                                           00030800
030900       PERFORM 800-REPORT-SQL-ERROR                               00030900
031000       WRITE RPT-LINE FROM WS-DTL-REASON                          00031000
031100     END-IF                                                       00031100
031200     .                                                            00031200
031300                                                                  00031300
031400*================================================================ 00031400
031500* One extract record: edit it, then replace the store's lease     00031500
031600* or add it.                                                      00031600
031700*================================================================ 00031700
031800 200-LOAD-ONE-LEASE.                                              00031800
031900     IF IS-EOF OR LSE-CTL-HDR OR LSE-CTL-TRL                      00031900
032000       CONTINUE                                                   00032000
032100     ELSE                                                         00032100
032200       INITIALIZE XXXN001A                                        00032200
032300       MOVE LSE-STORE-NO TO WS-DTL-STORE-NO                       00032300
032400       PERFORM 220-EDIT-EXTRACT-RECORD                            00032400
032500       IF SUCCESS                                                 00032500
032600         PERFORM 240-CHECK-THE-STORE                              00032600
032700       END-IF                                                     00032700
032800       IF SUCCESS                                                 00032800
032900         PERFORM 260-REPLACE-THE-LEASE                            00032900
033000       END-IF                                                     00033000
033100       IF SUCCESS                                                 00033100
033200         WRITE RPT-LINE FROM WS-DTL-LINE                          00033200
033300       ELSE                                                       00033300
033400         ADD 1 TO WS-REJECTED-COUNT                               00033400
033500         MOVE 'REJECTED'       TO WS-DTL-RESULT                   00033500
033600         WRITE RPT-LINE FROM WS-DTL-LINE                          00033600
033700       END-IF                                                     00033700
033800     END-IF                                                       00033800
033900     .                                                            00033900
034000                                                                  00034000
034100 220-EDIT-EXTRACT-RECORD.                                         00034100
034200     MOVE SPACES TO WS-DTL-REASON                                 00034200
034300     IF LEASE-REC (1:9) NOT NUMERIC                               00034300
034400     OR LSE-STORE-NO = 0                                          00034400
034500       SET  FAILURE TO TRUE                                       00034500
034600       MOVE 'STORE NUMBER MISSING OR NOT NUMERIC'                 00034600
034700         TO WS-DTL-REASON                                         00034700
034800     END-IF                                                       00034800
034900     IF SUCCESS AND LSE-LANDLORD-NM = SPACES                      00034900
035000       SET  FAILURE TO TRUE                                       00035000
035100       MOVE 'LANDLORD NAME IS REQUIRED' TO WS-DTL-REASON          00035100
035200     END-IF                                                       00035200
035300     IF SUCCESS AND NOT LSE-STAT-ACTIVE                           00035300
035400                AND NOT LSE-STAT-TERMINATED                       00035400
035500       SET  FAILURE TO TRUE                                       00035500
035600       MOVE 'LEASE STATUS MUST BE A, T OR BLANK'                  00035600
035700         TO WS-DTL-REASON                                         00035700
035800     END-IF                                                       00035800
035900     IF SUCCESS AND LSE-NOTICE-DAYS NOT NUMERIC                   00035900
036000       SET  FAILURE TO TRUE                                       00036000
036100       MOVE 'NOTICE DAYS MUST BE NUMERIC' TO WS-DTL-REASON        00036100
036200     END-IF                                                       00036200
036300     IF SUCCESS                                                   00036300
036400       MOVE LSE-START-DT    TO WS-RE-DATE                         00036400
036500       MOVE 'START DATE'    TO WS-DATE-NM                         00036500
036600       PERFORM 230-EDIT-ONE-DATE                                  00036600
036700       MOVE WS-ISO-EFF-DATE TO WS-ISO-START-DT                    00036700
036800     END-IF                                                       00036800
036900     IF SUCCESS                                                   00036900
037000       MOVE LSE-END-DT      TO WS-RE-DATE                         00037000
037100       MOVE 'END DATE'      TO WS-DATE-NM                         00037100
037200       PERFORM 230-EDIT-ONE-DATE                                  00037200
037300       MOVE WS-ISO-EFF-DATE TO WS-ISO-END-DT                      00037300
037400     END-IF                                                       00037400
037500     IF SUCCESS AND WS-ISO-END-DT NOT > WS-ISO-START-DT           00037500
037600       SET  FAILURE TO TRUE                                       00037600
037700       MOVE 'LEASE END DATE IS NOT AFTER THE START DATE'          00037700
037800         TO WS-DTL-REASON                                         00037800
037900     END-IF                                                       00037900
038000     IF SUCCESS                                                   00038000
038100       IF LSE-OPTN-DT = SPACES OR LSE-STAT-TERMINATED             00038100
038200         MOVE '0001-01-01'    TO WS-ISO-OPTN-DT                   00038200
038300       ELSE                                                       00038300
038400         MOVE LSE-OPTN-DT     TO WS-RE-DATE                       00038400
038500         MOVE 'OPTION DATE'   TO WS-DATE-NM                       00038500
038600         PERFORM 230-EDIT-ONE-DATE                                00038600
038700         MOVE WS-ISO-EFF-DATE TO WS-ISO-OPTN-DT                   00038700
038800         IF SUCCESS                                               00038800
038900         AND ( WS-ISO-OPTN-DT NOT > WS-ISO-START-DT               00038900
039000            OR WS-ISO-OPTN-DT > WS-ISO-END-DT )                   00039000
039100           SET  FAILURE TO TRUE                                   00039100
039200           MOVE 'OPTION DATE FALLS OUTSIDE THE LEASE'             00039200
039300             TO WS-DTL-REASON                                     00039300
039400         END-IF                                                   00039400
039500       END-IF                                                     00039500
039600     END-IF                                                       00039600
039700     .                                                            00039700
039800                                                                  00039800
039900 230-EDIT-ONE-DATE.                                               00039900
040000     IF WS-RE-DATE (1:2) IS NUMERIC                               00040000
040100     AND WS-RE-DATE (4:2) IS NUMERIC                              00040100
040200     AND WS-RE-DATE (7:4) IS NUMERIC                              00040200
040300     AND WS-RE-DATE (3:1) = '/'                                   00040300
040400     AND WS-RE-DATE (6:1) = '/'                                   00040400
040500       MOVE WS-RE-DATE (7:4) TO WS-ISO-YYYY                       00040500
040600       MOVE WS-RE-DATE (1:2) TO WS-ISO-MM                         00040600
040700       MOVE WS-RE-DATE (4:2) TO WS-ISO-DD                         00040700
040800     ELSE                                                         00040800
040900       SET  FAILURE TO TRUE                                       00040900
041000       MOVE SPACES TO WS-DTL-REASON                               00041000
041100       STRING 'LEASE ' WS-DATE-NM DELIMITED BY '  '               00041100
041200              ' MUST BE MM/DD/YYYY' DELIMITED BY SIZE             00041200
041300         INTO WS-DTL-REASON                                       00041300
041400     END-IF                                                       00041400
041500     .                                                            00041500
041600                                                                  00041600
041700 240-CHECK-THE-STORE.                                             00041700
041800     MOVE 0 TO WS-STORE-CNT                                       00041800
041900     MOVE LSE-STORE-NO TO LS-LOC-NBR OF DCLFC-XXXAIL-STORE-LEASE  00041900
042000     EXEC SQL                                                     00042000
042100       SELECT COUNT(*)                                            00042100
042200        INTO :WS-STORE-CNT                                        00042200
042300       FROM FC_XXXAIL_STORES                                      00042300
042400       WHERE FC_STORE_NO =                                        00042400
042500             :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR                 00042500
042600     END-EXEC                                                     00042600
042700     EVALUATE TRUE                                                00042700
042800       WHEN SQLCODE NOT = 0                                       00042800
042900         PERFORM 800-REPORT-SQL-ERROR                             00042900
043000       WHEN WS-STORE-CNT = 0                                      00043000
043100         SET  FAILURE TO TRUE                                     00043100
043200         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00043200
043300           TO WS-DTL-REASON                                       00043300
043400     END-EVALUATE                                                 00043400
043500     .                                                            00043500
043600                                                                  00043600
043700*    The extract's terms replace whatever is on file - real       00043700
043800*    estate is the owner of record.                               00043800
043900 260-REPLACE-THE-LEASE.                                           00043900
044000     MOVE LSE-LANDLORD-NM  TO LS-LANDLORD-NM                      00044000
044100                              OF DCLFC-XXXAIL-STORE-LEASE         00044100
044200     MOVE WS-ISO-START-DT  TO LS-START-DT                         00044200
044300                              OF DCLFC-XXXAIL-STORE-LEASE         00044300
044400     MOVE WS-ISO-END-DT    TO LS-END-DT                           00044400
044500                              OF DCLFC-XXXAIL-STORE-LEASE         00044500
044600     MOVE WS-ISO-OPTN-DT   TO LS-OPTN-DT                          00044600
044700                              OF DCLFC-XXXAIL-STORE-LEASE         00044700
044800     MOVE LSE-NOTICE-DAYS  TO LS-NOTICE-DAYS                      00044800
044900                              OF DCLFC-XXXAIL-STORE-LEASE         00044900
045000     IF LSE-STAT-TERMINATED                                       00045000
045100       SET LS-STAT-TERMINATED OF DCLFC-XXXAIL-STORE-LEASE         00045100
045200         TO TRUE                                                  00045200
045300     ELSE                                                         00045300
045400       SET LS-STAT-ACTIVE OF DCLFC-XXXAIL-STORE-LEASE             00045400
045500         TO TRUE                                                  00045500
045600     END-IF                                                       00045600
045700     EXEC SQL                                                     00045700
045800       UPDATE FC_XXXAIL_STORE_LEASE                               00045800
045900          SET LS_LANDLORD_NM =                                    00045900
046000              :DCLFC-XXXAIL-STORE-LEASE.LS-LANDLORD-NM,           00046000
046100              LS_START_DT    =                                    00046100
046200              :DCLFC-XXXAIL-STORE-LEASE.LS-START-DT,              00046200
046300              LS_END_DT      =                                    00046300
046400              :DCLFC-XXXAIL-STORE-LEASE.LS-END-DT,                00046400
046500              LS_OPTN_DT     =                                    00046500
046600              :DCLFC-XXXAIL-STORE-LEASE.LS-OPTN-DT,               00046600
046700              LS_NOTICE_DAYS =                                    00046700
046800              :DCLFC-XXXAIL-STORE-LEASE.LS-NOTICE-DAYS,           00046800
046900              LS_STAT_CD     =                                    00046900
047000              :DCLFC-XXXAIL-STORE-LEASE.LS-STAT-CD,               00047000
047100              LS_SRC_CD      = 'R',                               00047100
047200              LS_LST_UPDT_TS = CURRENT TIMESTAMP                  00047200
047300        WHERE LS_LOC_NBR =                                        00047300
047400              :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR                00047400
047500          AND LS_LOC_TYP_CD = 'S '                                00047500
047600     END-EXEC                                                     00047600
047700     EVALUATE TRUE                                                00047700
047800       WHEN SQLCODE = 0                                           00047800
047900         ADD 1 TO WS-REPLACED-COUNT                               00047900
048000         MOVE 'REPLACED' TO WS-DTL-RESULT                         00048000
048100       WHEN SQLCODE = 100                                         00048100
048200         EXEC SQL                                                 00048200
048300           INSERT INTO FC_XXXAIL_STORE_LEASE                      00048300
048400              ( LS_LOC_NBR, LS_LOC_TYP_CD, LS_LANDLORD_NM,        00048400
048500                LS_START_DT, LS_END_DT, LS_OPTN_DT,               00048500
048600                LS_NOTICE_DAYS, LS_STAT_CD, LS_SRC_CD,            00048600
048700                LS_LST_UPDT_TS )                                  00048700
048800           VALUES                                                 00048800
048900              ( :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR, 'S ',       00048900
049000                :DCLFC-XXXAIL-STORE-LEASE.LS-LANDLORD-NM,         00049000
049100                :DCLFC-XXXAIL-STORE-LEASE.LS-START-DT,            00049100
049200                :DCLFC-XXXAIL-STORE-LEASE.LS-END-DT,              00049200
049300                :DCLFC-XXXAIL-STORE-LEASE.LS-OPTN-DT,             00049300
049400                :DCLFC-XXXAIL-STORE-LEASE.LS-NOTICE-DAYS,         00049400
049500                :DCLFC-XXXAIL-STORE-LEASE.LS-STAT-CD,             00049500
049600                'R', CURRENT TIMESTAMP )                          00049600
049700         END-EXEC                                                 00049700
049800         IF SQLCODE = 0                                           00049800
049900           ADD 1 TO WS-ADDED-COUNT                                00049900
050000           MOVE 'ADDED   ' TO WS-DTL-RESULT                       00050000
050100         ELSE                                                     00050100
050200           PERFORM 800-REPORT-SQL-ERROR                           00050200
050300         END-IF                                                   00050300
050400       WHEN OTHER                                                 00050400
050500         PERFORM 800-REPORT-SQL-ERROR                             00050500
050600     END-EVALUATE                                                 00050600
050700     .                                                            00050700
050800                                                                  00050800
050900 800-REPORT-SQL-ERROR.                                            00050900
051000     SET  FAILURE TO TRUE                                         00051000
051100     SET  CALL-ERROR-DETECTED TO TRUE                             00051100
051200     MOVE SQLCODE TO WS-SQLCODE                                   00051200
051300     MOVE SPACES  TO WS-DTL-REASON                                00051300
051400     STRING 'SQL ERROR ON FC_XXXAIL_STORE_LEASE, SQLCODE = '      00051400
051500            WS-SQLCODE                                            00051500
051600       DELIMITED BY SIZE INTO WS-DTL-REASON                       00051600
051700     MOVE 0 TO SQLCODE                                            00051700
051800     .                                                            00051800
051900                                                                  00051900
052000*================================================================ 00052000
052100* Termination...                                                  00052100
052200*================================================================ 00052200
052300 900-TERMINATE.                                                   00052300
052400     MOVE SPACES TO RPT-LINE                                      00052400
052500     WRITE RPT-LINE                                               00052500
052600     MOVE 'LEASES ADDED          -  ' TO WS-CNT-TXT               00052600
052700     MOVE WS-ADDED-COUNT              TO WS-CNT-NBR               00052700
052800     WRITE RPT-LINE FROM WS-CNT-LINE                              00052800
052900     MOVE 'LEASES REPLACED       -  ' TO WS-CNT-TXT               00052900
053000     MOVE WS-REPLACED-COUNT           TO WS-CNT-NBR               00053000
053100     WRITE RPT-LINE FROM WS-CNT-LINE                              00053100
053200     MOVE 'RECORDS REJECTED      -  ' TO WS-CNT-TXT               00053200
053300     MOVE WS-REJECTED-COUNT           TO WS-CNT-NBR               00053300
053400     WRITE RPT-LINE FROM WS-CNT-LINE                              00053400
053500     IF WS-REJECTED-COUNT > 0                                     00053500
053600       MOVE 4 TO RETURN-CODE                                      00053600
053700     END-IF                                                       00053700
053800     IF CALL-ERROR-DETECTED                                       00053800
053900       MOVE 16 TO RETURN-CODE                                     00053900
054000     END-IF                                                       00054000
054100     CLOSE LEASE-IN LOAD-RPT                                      00054100
054200     .                                                            00054200
