000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1802.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Location AP vendor reconciliation against the AP master.        00000600
000700*                                                                 00000700
000800* AP-NBR/AP-TYP-CD on XXXATION tie each location to an            00000800
000900* accounts-payable vendor and MMMB9301's portfolio trusts them    00000900
001000* completely, but AP deactivates and merges vendors without       00001000
001100* telling us.  This weekly job reads AP's vendor master           00001100
001200* extract (APVNDIN), proves it against its HDR/TRL pair (as       00001200
001300* MMMB0502 does for the lease extract) and that it is in          00001300
001400* ascending AP-TYP-CD/AP-NBR order, then match-merges it with     00001400
001500* every location that has a vendor, in the same order, and        00001500
001600* lists each location whose vendor is                             00001600
001700*   - INACTIVE on the master,                                     00001700
001800*   - MERGED into another vendor (the survivor is printed),       00001800
001900*   - UNKNOWN to the master at all,                               00001900
002000* and each location whose vendor's remit-to state differs         00002000
002100* from the location's PRIM-STATE-CD.  Deleted locations are       00002100
002200* left out.  The listing breaks on AP-TYP-CD so each owning       00002200
002300* team gets its own section; a team with nothing wrong gets a     00002300
002400* section saying so.  Nothing is updated.                         00002400
002500* Batch job - weekly, after the AP vendor extract lands.          00002500
002600*---------------------------------------------------------------- 00002600
002700 ENVIRONMENT DIVISION.                                            00002700
002800 INPUT-OUTPUT SECTION.                                            00002800
002900 FILE-CONTROL.                                                    00002900
003000     SELECT AP-VEND-IN     ASSIGN TO APVNDIN                      00003000
003100         ORGANIZATION IS LINE SEQUENTIAL.                         00003100
003200     SELECT APREC-RPT      ASSIGN TO RPTOUT                       00003200
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00003300
003400                                                                  00003400
003500 DATA DIVISION.                                                   00003500
003600 FILE SECTION.                                                    00003600
003700 FD  AP-VEND-IN.                                                  00003700
003800 01  AP-VEND-REC.                                                 00003800
003900     05 APV-KEY.                                                  00003900
004000        10 APV-TYP-CD                  PIC X(2).                  00004000
004100        10 FILLER                      PIC X(1).                  00004100
004200        10 APV-NBR                     PIC 9(9).                  00004200
004300     05 FILLER                         PIC X(1).                  00004300
004400     05 APV-VEND-NM                    PIC X(30).                 00004400
004500     05 FILLER                         PIC X(1).                  00004500
004600     05 APV-STAT-CD                    PIC X(1).                  00004600
004700        88 APV-STAT-ACTIVE                     VALUE 'A'.         00004700
004800        88 APV-STAT-INACTIVE                   VALUE 'I'.         00004800
004900        88 APV-STAT-MERGED                     VALUE 'M'.         00004900
005000     05 FILLER                         PIC X(1).                  00005000
005100     05 APV-MRG-NBR                    PIC 9(9).                  00005100
005200     05 FILLER                         PIC X(1).                  00005200
005300     05 APV-REMIT-STATE-CD             PIC X(2).                  00005300
005400 01  AP-VEND-CTL-REC.                                             00005400
005500     05 APV-CTL-ID                     PIC X(3).                  00005500
005600        88 APV-CTL-HDR                         VALUE 'HDR'.       00005600
005700        88 APV-CTL-TRL                         VALUE 'TRL'.       00005700
005800     05 FILLER                         PIC X(1).                  00005800
005900     05 APV-CTL-FILE-DT                PIC X(8).                  00005900
006000     05 FILLER                         PIC X(1).                  00006000
006100     05 APV-CTL-REC-CNT                PIC 9(9).                  00006100
006200     05 FILLER                         PIC X(1).                  00006200
006300     05 APV-CTL-HASH-TOT               PIC 9(15).                 00006300
006400 FD  APREC-RPT.                                                   00006400
006500 01  RPT-LINE                          PIC X(132).                00006500
006600                                                                  00006600
006700 WORKING-STORAGE SECTION.                                         00006700
006800* --------------------------------------------------------------- 00006800
006900* Misc working storage...                                         00006900
007000* --------------------------------------------------------------- 00007000
007100 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00007100
007200                                                                  00007200
007300 01 WS-LOC-COUNT                      PIC 9(6) VALUE 0.           00007300
007400 01 WS-VEND-READ-COUNT                PIC 9(6) VALUE 0.           00007400
007500 01 WS-INACTIVE-COUNT                 PIC 9(6) VALUE 0.           00007500
007600 01 WS-MERGED-COUNT                   PIC 9(6) VALUE 0.           00007600
007700 01 WS-UNKNOWN-COUNT                  PIC 9(6) VALUE 0.           00007700
007800 01 WS-STATE-COUNT                    PIC 9(6) VALUE 0.           00007800
007900 01 WS-TEAM-COUNT                     PIC 9(6) VALUE 0.           00007900
008000 01 WS-SEC-EXCP-COUNT                 PIC 9(6) VALUE 0.           00008000
008100 01 WS-SQLCODE                        PIC ----9.                  00008100
008200 01 WS-JOB-RC                         PIC S9(4) COMP VALUE 0.     00008200
008300                                                                  00008300
008400 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00008400
008500    88 IS-EOF                                  VALUE 'Y'.         00008500
008600    88 NOT-EOF                                 VALUE 'N'.         00008600
008700 01 WS-CSR-EOF-SW                     PIC X    VALUE 'N'.         00008700
008800    88 CSR-EOF                                 VALUE 'Y'.         00008800
008900    88 CSR-NOT-EOF                             VALUE 'N'.         00008900
009000 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00009000
009100    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00009100
009200    88 CALL-NO-ERROR                           VALUE 'N'.         00009200
009300                                                                  00009300
009400* Control-pair verification work fields, as MMMB0502 keeps them.  00009400
009500 01 WS-CTL-FIELDS.                                                00009500
009600    05 WS-CTL-HDR-SEEN-SW             PIC X(1) VALUE 'N'.         00009600
009700       88 CTL-HDR-SEEN                        VALUE 'Y'.          00009700
009800    05 WS-CTL-TRL-SEEN-SW             PIC X(1) VALUE 'N'.         00009800
009900       88 CTL-TRL-SEEN                        VALUE 'Y'.          00009900
010000    05 WS-CTL-FILE-DT                 PIC X(8) VALUE SPACES.      00010000
010100    05 WS-CTL-DTL-CNT                 PIC 9(9) VALUE 0.           00010100
010200    05 WS-CTL-HASH                    PIC 9(16) VALUE 0.          00010200
010300    05 WS-CTL-TRL-CNT                 PIC 9(9) VALUE 0.           00010300
010400    05 WS-CTL-TRL-HASH                PIC 9(15) VALUE 0.          00010400
010500    05 WS-CTL-REASON                  PIC X(60) VALUE SPACES.     00010500
010600                                                                  00010600
010700* The two sides of the merge, keyed the same way.  The vendor     00010700
010800* key goes to HIGH-VALUES at the end of the extract.              00010800
010900 01 WS-VND-KEY.                                                   00010900
011000    05 WS-VND-TYP-CD                  PIC X(2).                   00011000
011100    05 WS-VND-NBR                     PIC 9(9).                   00011100
011200 01 WS-PREV-VND-KEY                   PIC X(11) VALUE LOW-VALUES. 00011200
011300 01 WS-LOC-KEY.                                                   00011300
011400    05 WS-LOC-TYP-KEY                 PIC X(2).                   00011400
011500    05 WS-LOC-NBR-KEY                 PIC 9(9).                   00011500
011600 01 WS-CURR-AP-TYP-CD                 PIC X(2) VALUE SPACES.      00011600
011700 01 WS-FIRST-TEAM-SW                  PIC X    VALUE 'Y'.         00011700
011800    88 FIRST-TEAM                              VALUE 'Y'.         00011800
011900                                                                  00011900
012000 01 WS-HDG-LINE-1.                                                00012000
012100    05 FILLER PIC X(52) VALUE                                     00012100
012200       'MMMB1802 - LOCATION AP VENDORS VS AP VENDOR MASTER'.      00012200
012300    05 FILLER PIC X(20) VALUE '   MASTER FILE DATE '.             00012300
012400    05 WS-HDG-FILE-DT               PIC X(8).                     00012400
012500 01 WS-TEAM-LINE.                                                 00012500
012600    05 FILLER PIC X(12) VALUE '*** AP TYPE '.                     00012600
012700    05 WS-TM-AP-TYP-CD              PIC X(2).                     00012700
012800 01 WS-COL-LINE.                                                  00012800
012900    05 FILLER PIC X(17) VALUE '    LOCATION'.                     00012900
013000    05 FILLER PIC X(5)  VALUE 'STAT'.                             00013000
013100    05 FILLER PIC X(4)  VALUE 'ST'.                               00013100
013200    05 FILLER PIC X(11) VALUE '   VENDOR'.                        00013200
013300    05 FILLER PIC X(31) VALUE 'VENDOR NAME'.                      00013300
013400    05 FILLER PIC X(21) VALUE 'EXCEPTION'.                        00013400
013500    05 FILLER PIC X(20) VALUE 'DETAIL'.                           00013500
013600 01 WS-DTL-LINE.                                                  00013600
013700    05 FILLER                       PIC X(2) VALUE SPACES.        00013700
013800    05 WS-DTL-LOC-TYP-CD            PIC X(2).                     00013800
013900    05 FILLER                       PIC X(1) VALUE '/'.           00013900
014000    05 WS-DTL-LOC-NBR               PIC Z(8)9.                    00014000
014100    05 FILLER                       PIC X(3) VALUE SPACES.        00014100
014200    05 WS-DTL-LOC-STAT              PIC X(1).                     00014200
014300    05 FILLER                       PIC X(4) VALUE SPACES.        00014300
014400    05 WS-DTL-LOC-STATE             PIC X(2).                     00014400
014500    05 FILLER                       PIC X(2) VALUE SPACES.        00014500
014600    05 WS-DTL-VEND-NBR              PIC Z(8)9.                    00014600
014700    05 FILLER                       PIC X(2) VALUE SPACES.        00014700
014800    05 WS-DTL-VEND-NM               PIC X(30).                    00014800
014900    05 FILLER                       PIC X(1) VALUE SPACES.        00014900
015000    05 WS-DTL-REASON                PIC X(20).                    00015000
015100    05 FILLER                       PIC X(1) VALUE SPACES.        00015100
015200    05 WS-DTL-DETAIL                PIC X(30).                    00015200
015300 01 WS-DTL-SURVIVOR.                                              00015300
015400    05 FILLER                       PIC X(13) VALUE               00015400
015500       'SURVIVOR IS '.                                            00015500
015600    05 WS-DTL-MRG-NBR               PIC Z(8)9.                    00015600
015700 01 WS-DTL-REMIT.                                                 00015700
015800    05 FILLER                       PIC X(17) VALUE               00015800
015900       'REMIT-TO STATE '.                                         00015900
016000    05 WS-DTL-REMIT-ST              PIC X(2).                     00016000
016100 01 WS-CNT-LINE.                                                  00016100
016200    05 WS-CNT-TXT                   PIC X(34).                    00016200
016300    05 WS-CNT-NBR                   PIC ZZZ,ZZ9.                  00016300
016400                                                                  00016400
016500* --------------------------------------------------------------- 00016500
016600* Miscellaneous copy books go here...                             00016600
016700* --------------------------------------------------------------- 00016700
016800 COPY XXXN001A.                                                   00016800
016900 COPY HHHTLO01.                                                   00016900
017000 COPY YYYC0230.                                                   00017000
017100                                                                  00017100
017200* ----------------------------------------------------------------00017200
017300* DB2 stuff...                                                    00017300
017400* ----------------------------------------------------------------00017400
017500     EXEC SQL                                                     00017500
017600       INCLUDE SQLCA                                              00017600
017700     END-EXEC                                                     00017700
017800                                                                  00017800
017900* Every location with a vendor, in the extract's order.           00017900
018000     EXEC SQL                                                     00018000
018100       DECLARE APLOC-CSR CURSOR FOR                               00018100
018200       SELECT AP_TYP_CD, AP_NBR, LOC_TYP_CD, LOC_NBR,             00018200
018300              INACTIVE_SW, PRIM_STATE_CD                          00018300
018400         FROM XXXATION                                            00018400
018500        WHERE AP_NBR      > 0                                     00018500
018600          AND INACTIVE_SW <> 'D'                                  00018600
018700        ORDER BY AP_TYP_CD, AP_NBR, LOC_TYP_CD, LOC_NBR           00018700
018800     END-EXEC                                                     00018800
018900                                                                  00018900
019000 PROCEDURE DIVISION.                                              00019000
019100***************************************************************** 00019100
019200* Start of program main line.                                     00019200
019300***************************************************************** 00019300
019400 000-MAIN.                                                        00019400
019500     PERFORM 050-RUN-CNTL-START                                   00019500
019600     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00019600
019700       MOVE 8 TO RETURN-CODE                                      00019700
019800       GOBACK                                                     00019800
019900     END-IF                                                       00019900
020000     PERFORM 100-INITIALIZE                                       00020000
020100     PERFORM 150-VERIFY-CONTROL-PAIR                              00020100
020200     IF CALL-NO-ERROR                                             00020200
020300       PERFORM 300-RECONCILE-LOCATIONS                            00020300
020400     END-IF                                                       00020400
020500     PERFORM 900-TERMINATE                                        00020500
020600     PERFORM 055-RUN-CNTL-END                                     00020600
020700     MOVE WS-JOB-RC TO RETURN-CODE                                00020700
020800     GOBACK                                                       00020800
020900     .                                                            00020900
021000                                                                  00021000
021100*================================================================ 00021100
021200* Initialization...                                               00021200
021300*================================================================ 00021300
021400 100-INITIALIZE.                                                  00021400
021500     OPEN INPUT  AP-VEND-IN                                       00021500
021600     OPEN OUTPUT APREC-RPT                                        00021600
021700     INITIALIZE XXXN001A                                          00021700
021800     .                                                            00021800
021900                                                                  00021900
022000 120-READ-NEXT-RECORD.                                            00022000
022100     READ AP-VEND-IN                                              00022100
022200       AT END SET IS-EOF TO TRUE                                  00022200
022300     END-READ                                                     00022300
022400     .                                                            00022400
022500                                                                  00022500
022600*================================================================ 00022600
022700* The control pre-pass: prove the whole file against its HDR/TRL  00022700
022800* pair, and its order, before matching anything, then reopen it   00022800
022900* for the merge.                                                  00022900
023000*================================================================ 00023000
023100 150-VERIFY-CONTROL-PAIR.                                         00023100
023200     PERFORM 120-READ-NEXT-RECORD                                 00023200
023300     IF IS-EOF OR NOT APV-CTL-HDR                                 00023300
023400       MOVE 'FIRST RECORD IS NOT THE HDR CONTROL RECORD'          00023400
023500         TO WS-CTL-REASON                                         00023500
023600       PERFORM 190-CONTROL-FAILURE                                00023600
023700     ELSE                                                         00023700
023800       MOVE APV-CTL-FILE-DT TO WS-CTL-FILE-DT                     00023800
023900       SET CTL-HDR-SEEN TO TRUE                                   00023900
024000     END-IF                                                       00024000
024100                                                                  00024100
024200     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00024200
024300       PERFORM 120-READ-NEXT-RECORD                               00024300
024400       EVALUATE TRUE                                              00024400
024500         WHEN IS-EOF                                              00024500
024600           CONTINUE                                               00024600
024700         WHEN APV-CTL-TRL                                         00024700
024800           SET CTL-TRL-SEEN TO TRUE                               00024800
024900           MOVE APV-CTL-REC-CNT  TO WS-CTL-TRL-CNT                00024900
025000           MOVE APV-CTL-HASH-TOT TO WS-CTL-TRL-HASH               00025000
025100         WHEN APV-CTL-HDR                                         00025100
025200           MOVE 'MORE THAN ONE HDR CONTROL RECORD'                00025200
025300             TO WS-CTL-REASON                                     00025300
025400           PERFORM 190-CONTROL-FAILURE                            00025400
025500         WHEN CTL-TRL-SEEN                                        00025500
025600           MOVE 'DATA RECORDS FOLLOW THE TRL CONTROL RECORD'      00025600
025700             TO WS-CTL-REASON                                     00025700
025800           PERFORM 190-CONTROL-FAILURE                            00025800
025900         WHEN APV-NBR NOT NUMERIC                                 00025900
026000           MOVE 'VENDOR NUMBER IS NOT NUMERIC'                    00026000
026100             TO WS-CTL-REASON                                     00026100
026200           PERFORM 190-CONTROL-FAILURE                            00026200
026300         WHEN OTHER                                               00026300
026400           ADD 1 TO WS-CTL-DTL-CNT                                00026400
026500           ADD APV-NBR TO WS-CTL-HASH                             00026500
026600           IF WS-CTL-HASH > 999999999999999                       00026600
026700             SUBTRACT 1000000000000000 FROM WS-CTL-HASH           00026700
026800           END-IF                                                 00026800
026900           MOVE APV-TYP-CD TO WS-VND-TYP-CD                       00026900
027000           MOVE APV-NBR    TO WS-VND-NBR                          00027000
027100           IF WS-VND-KEY NOT > WS-PREV-VND-KEY                    00027100
027200             MOVE 'VENDORS NOT IN ASCENDING AP TYPE/NUMBER ORDER' 00027200
027300               TO WS-CTL-REASON                                   00027300
027400             PERFORM 190-CONTROL-FAILURE                          00027400
027500           END-IF                                                 00027500
027600           MOVE WS-VND-KEY TO WS-PREV-VND-KEY                     00027600
027700       END-EVALUATE                                               00027700
027800     END-PERFORM                                                  00027800
027900                                                                  00027900
028000     IF CALL-NO-ERROR AND NOT CTL-TRL-SEEN                        00028000
028100       MOVE 'TRL CONTROL RECORD IS MISSING'                       00028100
028200         TO WS-CTL-REASON                                         00028200
028300       PERFORM 190-CONTROL-FAILURE                                00028300
028400     END-IF                                                       00028400
028500     IF CALL-NO-ERROR AND WS-CTL-DTL-CNT NOT = WS-CTL-TRL-CNT     00028500
028600       MOVE 'RECORD COUNT DOES NOT MATCH THE TRL COUNT'           00028600
028700         TO WS-CTL-REASON                                         00028700
028800       PERFORM 190-CONTROL-FAILURE                                00028800
028900     END-IF                                                       00028900
029000     IF CALL-NO-ERROR AND WS-CTL-HASH NOT = WS-CTL-TRL-HASH       00029000
029100       MOVE 'VENDOR-NUMBER HASH DOES NOT MATCH THE TRL HASH'      00029100
029200         TO WS-CTL-REASON                                         00029200
029300       PERFORM 190-CONTROL-FAILURE                                00029300
029400     END-IF                                                       00029400
029500                                                                  00029500
029600     IF CALL-NO-ERROR                                             00029600
029700       MOVE WS-CTL-FILE-DT TO WS-HDG-FILE-DT                      00029700
029800       WRITE RPT-LINE FROM WS-HDG-LINE-1                          00029800
029900       CLOSE AP-VEND-IN                                           00029900
030000       OPEN INPUT AP-VEND-IN                                      00030000
030100       SET NOT-EOF TO TRUE                                        00030100
030200       MOVE LOW-VALUES TO WS-VND-KEY                              00030200
030300     END-IF                                                       00030300
030400     .                                                            00030400
030500                                                                  00030500
030600 190-CONTROL-FAILURE.                                             00030600
030700     SET CALL-ERROR-DETECTED TO TRUE                              00030700
030800     SET IS-EOF TO TRUE                                           00030800
030900     MOVE 16 TO WS-JOB-RC                                         00030900
031000     DISPLAY 'MMMB1802 - CONTROL CHECK FAILED: ' WS-CTL-REASON    00031000
031100     MOVE SPACES TO RPT-LINE                                      00031100
031200     STRING 'CONTROL CHECK FAILED: ' WS-CTL-REASON                00031200
031300       DELIMITED BY SIZE INTO RPT-LINE                            00031300
031400     WRITE RPT-LINE                                               00031400
031500     .                                                            00031500
031600                                                                  00031600
031700*================================================================ 00031700
031800* The merge - locations drive, the extract is read forward to     00031800
031900* each location's vendor.                                         00031900
032000*================================================================ 00032000
032100 300-RECONCILE-LOCATIONS.                                         00032100
032200     EXEC SQL                                                     00032200
032300       OPEN APLOC-CSR                                             00032300
032400     END-EXEC                                                     00032400
032500     IF SQLCODE NOT = 0                                           00032500
032600       PERFORM 800-REPORT-SQL-ERROR                               00032600
032700     ELSE                                                         00032700
032800       SET CSR-NOT-EOF TO TRUE                                    00032800
032900       PERFORM 320-FETCH-NEXT-LOCATION                            00032900
033000       PERFORM UNTIL CSR-EOF OR CALL-ERROR-DETECTED               00033000
033100         IF FIRST-TEAM                                            00033100
033200         OR AP-TYP-CD OF DCLXXXATION NOT = WS-CURR-AP-TYP-CD      00033200
033300           PERFORM 340-TEAM-BREAK                                 00033300
033400         END-IF                                                   00033400
033500         PERFORM 400-CHECK-ONE-LOCATION                           00033500
033600         PERFORM 320-FETCH-NEXT-LOCATION                          00033600
033700       END-PERFORM                                                00033700
033800       IF NOT FIRST-TEAM                                          00033800
033900         PERFORM 360-END-OF-TEAM                                  00033900
034000       END-IF                                                     00034000
034100       EXEC SQL                                                   00034100
034200         CLOSE APLOC-CSR                                          00034200
034300       END-EXEC                                                   00034300
034400       MOVE 0 TO SQLCODE                                          00034400
034500     END-IF                                                       00034500
034600     .                                                            00034600
034700                                                                  00034700
034800 320-FETCH-NEXT-LOCATION.                                         00034800
034900     EXEC SQL                                                     00034900
035000       FETCH APLOC-CSR                                            00035000
035100         INTO :DCLXXXATION.AP-TYP-CD,                             00035100
035200              :DCLXXXATION.AP-NBR,                                00035200
035300              :DCLXXXATION.LOC-TYP-CD,                            00035300
035400              :DCLXXXATION.LOC-NBR,                               00035400
035500              :DCLXXXATION.INACTIVE-SW,                           00035500
035600              :DCLXXXATION.PRIM-STATE-CD                          00035600
035700     END-EXEC                                                     00035700
035800     EVALUATE TRUE                                                00035800
035900       WHEN SQLCODE = 0                                           00035900
036000         CONTINUE                                                 00036000
036100       WHEN SQLCODE = 100                                         00036100
036200         SET CSR-EOF TO TRUE                                      00036200
036300         MOVE 0 TO SQLCODE                                        00036300
036400       WHEN OTHER                                                 00036400
036500         SET CSR-EOF TO TRUE                                      00036500
036600         PERFORM 800-REPORT-SQL-ERROR                             00036600
036700     END-EVALUATE                                                 00036700
036800     .                                                            00036800
036900                                                                  00036900
037000* A new owning team starts its own section.                       00037000
037100 340-TEAM-BREAK.                                                  00037100
037200     IF NOT FIRST-TEAM                                            00037200
037300       PERFORM 360-END-OF-TEAM                                    00037300
037400     END-IF                                                       00037400
037500     MOVE 'N' TO WS-FIRST-TEAM-SW                                 00037500
037600     MOVE AP-TYP-CD OF DCLXXXATION TO WS-CURR-AP-TYP-CD           00037600
037700     ADD 1 TO WS-TEAM-COUNT                                       00037700
037800     MOVE 0 TO WS-SEC-EXCP-COUNT                                  00037800
037900     MOVE WS-CURR-AP-TYP-CD TO WS-TM-AP-TYP-CD                    00037900
038000     MOVE SPACES TO RPT-LINE                                      00038000
038100     WRITE RPT-LINE                                               00038100
038200     WRITE RPT-LINE FROM WS-TEAM-LINE                             00038200
038300     WRITE RPT-LINE FROM WS-COL-LINE                              00038300
038400     .                                                            00038400
038500                                                                  00038500
038600 360-END-OF-TEAM.                                                 00038600
038700     IF WS-SEC-EXCP-COUNT = 0                                     00038700
038800       MOVE '    NO EXCEPTIONS FOR THIS AP TYPE' TO RPT-LINE      00038800
038900       WRITE RPT-LINE                                             00038900
039000     END-IF                                                       00039000
039100     .                                                            00039100
039200                                                                  00039200
039300*================================================================ 00039300
039400* One location against its vendor on the master.                  00039400
039500*================================================================ 00039500
039600 400-CHECK-ONE-LOCATION.                                          00039600
039700     ADD 1 TO WS-LOC-COUNT                                        00039700
039800     MOVE AP-TYP-CD OF DCLXXXATION TO WS-LOC-TYP-KEY              00039800
039900     MOVE AP-NBR    OF DCLXXXATION TO WS-LOC-NBR-KEY              00039900
040000     PERFORM 420-READ-NEXT-VENDOR                                 00040000
040100       UNTIL WS-VND-KEY NOT < WS-LOC-KEY                          00040100
040200                                                                  00040200
040300     MOVE LOC-TYP-CD    OF DCLXXXATION TO WS-DTL-LOC-TYP-CD       00040300
040400     MOVE LOC-NBR       OF DCLXXXATION TO WS-DTL-LOC-NBR          00040400
040500     MOVE INACTIVE-SW   OF DCLXXXATION TO WS-DTL-LOC-STAT         00040500
040600     MOVE PRIM-STATE-CD OF DCLXXXATION TO WS-DTL-LOC-STATE        00040600
040700     MOVE AP-NBR        OF DCLXXXATION TO WS-DTL-VEND-NBR         00040700
040800                                                                  00040800
040900     IF WS-VND-KEY NOT = WS-LOC-KEY                               00040900
041000       ADD 1 TO WS-UNKNOWN-COUNT                                  00041000
041100       MOVE SPACES             TO WS-DTL-VEND-NM                  00041100
041200                                  WS-DTL-DETAIL                   00041200
041300       MOVE 'VENDOR UNKNOWN'   TO WS-DTL-REASON                   00041300
041400       PERFORM 480-WRITE-EXCEPTION                                00041400
041500     ELSE                                                         00041500
041600       MOVE APV-VEND-NM TO WS-DTL-VEND-NM                         00041600
041700       EVALUATE TRUE                                              00041700
041800         WHEN APV-STAT-INACTIVE                                   00041800
041900           ADD 1 TO WS-INACTIVE-COUNT                             00041900
042000           MOVE 'VENDOR INACTIVE'  TO WS-DTL-REASON               00042000
042100           MOVE SPACES             TO WS-DTL-DETAIL               00042100
042200           PERFORM 480-WRITE-EXCEPTION                            00042200
042300         WHEN APV-STAT-MERGED                                     00042300
042400           ADD 1 TO WS-MERGED-COUNT                               00042400
042500           MOVE 'VENDOR MERGED'    TO WS-DTL-REASON               00042500
042600           MOVE APV-MRG-NBR        TO WS-DTL-MRG-NBR              00042600
042700           MOVE WS-DTL-SURVIVOR    TO WS-DTL-DETAIL               00042700
042800           PERFORM 480-WRITE-EXCEPTION                            00042800
042900         WHEN OTHER                                               00042900
043000           CONTINUE                                               00043000
043100       END-EVALUATE                                               00043100
043200       IF  APV-REMIT-STATE-CD NOT = SPACES                        00043200
043300       AND APV-REMIT-STATE-CD NOT =                               00043300
043400           PRIM-STATE-CD OF DCLXXXATION                           00043400
043500         ADD 1 TO WS-STATE-COUNT                                  00043500
043600         MOVE 'REMIT STATE DIFFERS' TO WS-DTL-REASON              00043600
043700         MOVE APV-REMIT-STATE-CD    TO WS-DTL-REMIT-ST            00043700
043800         MOVE WS-DTL-REMIT          TO WS-DTL-DETAIL              00043800
043900         PERFORM 480-WRITE-EXCEPTION                              00043900
044000       END-IF                                                     00044000
044100     END-IF                                                       00044100
044200     .                                                            00044200
044300                                                                  00044300
044400* Control records are stepped over; the end of the extract        00044400
044500* leaves the key high so every later location is unknown.         00044500
044600 420-READ-NEXT-VENDOR.                                            00044600
044700     PERFORM 120-READ-NEXT-RECORD                                 00044700
044800     EVALUATE TRUE                                                00044800
044900       WHEN IS-EOF                                                00044900
045000         MOVE HIGH-VALUES TO WS-VND-KEY                           00045000
045100       WHEN APV-CTL-HDR OR APV-CTL-TRL                            00045100
045200         CONTINUE                                                 00045200
045300       WHEN OTHER                                                 00045300
045400         ADD 1 TO WS-VEND-READ-COUNT                              00045400
045500         MOVE APV-TYP-CD TO WS-VND-TYP-CD                         00045500
045600         MOVE APV-NBR    TO WS-VND-NBR                            00045600
045700     END-EVALUATE                                                 00045700
045800     .                                                            00045800
045900                                                                  00045900
046000 480-WRITE-EXCEPTION.                                             00046000
046100     ADD 1 TO WS-SEC-EXCP-COUNT                                   00046100
046200     WRITE RPT-LINE FROM WS-DTL-LINE                              00046200
046300     .                                                            00046300
046400                                                                  00046400
046500 800-REPORT-SQL-ERROR.                                            00046500
046600     SET  CALL-ERROR-DETECTED TO TRUE                             00046600
046700     MOVE SQLCODE TO WS-SQLCODE                                   00046700
046800     MOVE SPACES  TO RPT-LINE                                     00046800
046900     STRING 'MMMB1802 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00046900
047000       DELIMITED BY SIZE INTO RPT-LINE                            00047000
047100     WRITE RPT-LINE                                               00047100
047200     DISPLAY 'MMMB1802 - SQL ERROR, SQLCODE = ' WS-SQLCODE        00047200
047300     MOVE 16 TO WS-JOB-RC                                         00047300
047400     MOVE 0 TO SQLCODE                                            00047400
047500     .                                                            00047500
047600                                                                  00047600
047700*================================================================ 00047700
047800* Termination - totals and the return code: 4 when any location   00047800
047900* is listed, 16 when the file or DB2 stopped the run.             00047900
048000*================================================================ 00048000
048100 900-TERMINATE.                                                   00048100
048200     MOVE SPACES TO RPT-LINE                                      00048200
048300     WRITE RPT-LINE                                               00048300
048400     MOVE 'LOCATIONS CHECKED             -  ' TO WS-CNT-TXT       00048400
048500     MOVE WS-LOC-COUNT                        TO WS-CNT-NBR       00048500
048600     WRITE RPT-LINE FROM WS-CNT-LINE                              00048600
048700     MOVE 'AP TYPES (SECTIONS)           -  ' TO WS-CNT-TXT       00048700
048800     MOVE WS-TEAM-COUNT                       TO WS-CNT-NBR       00048800
048900     WRITE RPT-LINE FROM WS-CNT-LINE                              00048900
049000     MOVE 'VENDOR INACTIVE               -  ' TO WS-CNT-TXT       00049000
049100     MOVE WS-INACTIVE-COUNT                   TO WS-CNT-NBR       00049100
049200     WRITE RPT-LINE FROM WS-CNT-LINE                              00049200
049300     MOVE 'VENDOR MERGED                 -  ' TO WS-CNT-TXT       00049300
049400     MOVE WS-MERGED-COUNT                     TO WS-CNT-NBR       00049400
049500     WRITE RPT-LINE FROM WS-CNT-LINE                              00049500
049600     MOVE 'VENDOR UNKNOWN                -  ' TO WS-CNT-TXT       00049600
049700     MOVE WS-UNKNOWN-COUNT                    TO WS-CNT-NBR       00049700
049800     WRITE RPT-LINE FROM WS-CNT-LINE                              00049800
049900     MOVE 'REMIT STATE DIFFERS           -  ' TO WS-CNT-TXT       00049900
050000     MOVE WS-STATE-COUNT                      TO WS-CNT-NBR       00050000
050100     WRITE RPT-LINE FROM WS-CNT-LINE                              00050100
050200                                                                  00050200
050300     IF ( WS-INACTIVE-COUNT > 0 OR WS-MERGED-COUNT > 0            00050300
050400       OR WS-UNKNOWN-COUNT  > 0 OR WS-STATE-COUNT  > 0 )          00050400
050500     AND WS-JOB-RC < 4                                            00050500
050600       MOVE 4 TO WS-JOB-RC                                        00050600
050700     END-IF                                                       00050700
050800     CLOSE AP-VEND-IN APREC-RPT                                   00050800
050900     .                                                            00050900
051000                                                                  00051000
051100*================================================================ 00051100
051200* Run control - refuse a duplicate or out-of-order start, and     00051200
051300* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00051300
051400*================================================================ 00051400
051500 050-RUN-CNTL-START.                                              00051500
051600     INITIALIZE XXXN001A                                          00051600
051700                YYYC0230                                          00051700
051800     SET  YYYC0230-START-RUN TO TRUE                              00051800
051900     MOVE 'MMMB1802' TO YYYC0230-JOB-NM                           00051900
052000     CALL YYYS0230-RUN-CNTL USING                                 00052000
052100         XXXN001A                                                 00052100
052200         YYYC0230                                                 00052200
052300     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00052300
052400       DISPLAY 'MMMB1802 - START REFUSED: ' IS-RTRN-MSG-TXT       00052400
052500     END-IF                                                       00052500
052600     .                                                            00052600
052700                                                                  00052700
052800 055-RUN-CNTL-END.                                                00052800
052900     INITIALIZE XXXN001A                                          00052900
053000                YYYC0230                                          00053000
053100     IF WS-JOB-RC > 4                                             00053100
053200       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00053200
053300     ELSE                                                         00053300
053400       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00053400
053500     END-IF                                                       00053500
053600     MOVE 'MMMB1802' TO YYYC0230-JOB-NM                           00053600
053700     CALL YYYS0230-RUN-CNTL USING                                 00053700
053800         XXXN001A                                                 00053800
053900         YYYC0230                                                 00053900
054000     .                                                            00054000
