000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3302.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* One-time listing of stores carrying undefined code values.      00000600
000700*                                                                 00000700
000800* The store DAOs (NNNS0120, NNNS0488) now refuse a code value     00000800
000900* that is not in effect on FC_XXXAIL_CODE_DOM (DDDTDM01), but     00000900
001000* only on the next add or modify - the values already on file     00001000
001100* went in when anything was accepted. This job reads every        00001100
001200* store on FC_XXXAIL_STORES and every store location on           00001200
001300* XXXAIL_LOC, puts each code column through MMMS0183 the same     00001300
001400* way the DAOs do, and lists each value that would now be         00001400
001500* refused: store, name, column, value, and whether the value      00001500
001600* is missing from the domain or on file but inactive or out       00001600
001700* of its dates. A column whose domain is not loaded yet is not    00001700
001800* checked, and the summary says so, column by column. Run it      00001800
001900* once the domains are keyed, clean up what it lists, and run     00001900
002000* it again until it comes back empty. Ends with return code 4     00002000
002100* when anything was listed.                                       00002100
002200* Batch job - run standalone, no online caller.                   00002200
002300*---------------------------------------------------------------- 00002300
002400 ENVIRONMENT DIVISION.                                            00002400
002500 INPUT-OUTPUT SECTION.                                            00002500
002600 FILE-CONTROL.                                                    00002600
002700     SELECT UNDEF-RPT      ASSIGN TO RPTOUT                       00002700
002800         ORGANIZATION IS LINE SEQUENTIAL.                         00002800
002900                                                                  00002900
003000 DATA DIVISION.                                                   00003000
003100 FILE SECTION.                                                    00003100
003200 FD  UNDEF-RPT.                                                   00003200
003300 01  RPT-LINE                          PIC X(132).                00003300
003400                                                                  00003400
003500 WORKING-STORAGE SECTION.                                         00003500
003600* --------------------------------------------------------------- 00003600
003700* Misc working storage...                                         00003700
003800* --------------------------------------------------------------- 00003800
003900 01 WS-UNDEF-COUNT                    PIC 9(6) VALUE 0.           00003900
004000 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00004000
004100 01 WS-LOC-COUNT                      PIC 9(6) VALUE 0.           00004100
004200 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00004200
004300 01 WS-COL-IX                         PIC S9(4) COMP VALUE 0.     00004300
004400 01 WS-CUR-STORE-NO                   PIC 9(9) VALUE 0.           00004400
004500 01 WS-CUR-STORE-NM                   PIC X(30) VALUE SPACES.     00004500
004600 01 WS-TYPE-CD-9                      PIC 9(3) VALUE 0.           00004600
004700 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00004700
004800    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00004800
004900    88 SQL-NO-ERROR                            VALUE 'N'.         00004900
005000                                                                  00005000
005100* The columns checked, in report order. 1-5 are on                00005100
005200* FC_XXXAIL_STORES, 6-11 on XXXAIL_LOC.                           00005200
005300 01 WS-COL-NAMES.                                                 00005300
005400    05 FILLER PIC X(18) VALUE 'FC_RL_STATUS_CD'.                  00005400
005500    05 FILLER PIC X(18) VALUE 'FC_RL_TYPE_CD'.                    00005500
005600    05 FILLER PIC X(18) VALUE 'FC_RL_GROUP_CD'.                   00005600
005700    05 FILLER PIC X(18) VALUE 'FC_RL_SOS_TYPE_CD'.                00005700
005800    05 FILLER PIC X(18) VALUE 'FC_RL_SETOFF_CD'.                  00005800
005900    05 FILLER PIC X(18) VALUE 'GRP_CD'.                           00005900
006000    05 FILLER PIC X(18) VALUE 'PRIM_GRP_CD_1'.                    00006000
006100    05 FILLER PIC X(18) VALUE 'PRIM_GRP_CD_2'.                    00006100
006200    05 FILLER PIC X(18) VALUE 'SECY_GRP_CD_1'.                    00006200
006300    05 FILLER PIC X(18) VALUE 'SECY_GRP_CD_2'.                    00006300
006400    05 FILLER PIC X(18) VALUE 'RETL_LOC_TYP_CD'.                  00006400
006500 01 REDEFINES WS-COL-NAMES.                                       00006500
006600    05 WS-COL-NM OCCURS 11 TIMES      PIC X(18).                  00006600
006700 01 WS-COL-TALLY.                                                 00006700
006800    05 WS-COL-ENTRY OCCURS 11 TIMES.                              00006800
006900       10 WS-COL-BAD-CNT              PIC 9(6).                   00006900
007000       10 WS-COL-LOADED-SW            PIC X(1).                   00007000
007100          88 WS-COL-LOADED                     VALUE 'Y'.         00007100
007200                                                                  00007200
007300* The code values off one store location row.                     00007300
007400 01 WS-LOC-ROW.                                                   00007400
007500    05 WS-LOC-NBR                     PIC S9(9) COMP.             00007500
007600    05 WS-LOC-STORE-NM                PIC X(30).                  00007600
007700    05 WS-LOC-GRP-CD                  PIC X(2).                   00007700
007800    05 WS-LOC-PRIM-GRP-CD-1           PIC X(10).                  00007800
007900    05 WS-LOC-PRIM-GRP-CD-2           PIC X(10).                  00007900
008000    05 WS-LOC-SECY-GRP-CD-1           PIC X(10).                  00008000
008100    05 WS-LOC-SECY-GRP-CD-2           PIC X(10).                  00008100
008200    05 WS-LOC-RETL-LOC-TYP-CD         PIC X(2).                   00008200
008300                                                                  00008300
008400 COPY XXXN001A.                                                   00008400
008500 COPY YYYC0230.                                                   00008500
008600 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00008600
008700 01 WS-MMMS0183-PGM                  PIC X(8) VALUE 'MMMS0183'.   00008700
008800 COPY MMMC0183.                                                   00008800
008900                                                                  00008900
009000 01 WS-HDG-LINE-1.                                                00009000
009100    05 FILLER PIC X(50) VALUE                                     00009100
009200       'MMMB3302 - STORES CARRYING UNDEFINED CODE VALUES'.        00009200
009300 01 WS-HDG-LINE-2.                                                00009300
009400    05 FILLER PIC X(10) VALUE '    STORE '.                       00009400
009500    05 FILLER PIC X(31) VALUE 'NAME'.                             00009500
009600    05 FILLER PIC X(19) VALUE 'COLUMN'.                           00009600
009700    05 FILLER PIC X(11) VALUE 'VALUE'.                            00009700
009800    05 FILLER PIC X(24) VALUE 'PROBLEM'.                          00009800
009900    05 FILLER PIC X(30) VALUE 'DOMAIN DESCRIPTION'.               00009900
010000                                                                  00010000
010100 01 WS-DTL-LINE.                                                  00010100
010200    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00010200
010300    05 FILLER                       PIC X(1) VALUE SPACES.        00010300
010400    05 WS-DTL-STORE-NM              PIC X(30).                    00010400
010500    05 FILLER                       PIC X(1) VALUE SPACES.        00010500
010600    05 WS-DTL-COL-NM                PIC X(18).                    00010600
010700    05 FILLER                       PIC X(1) VALUE SPACES.        00010700
010800    05 WS-DTL-CODE-VAL              PIC X(10).                    00010800
010900    05 FILLER                       PIC X(1) VALUE SPACES.        00010900
011000    05 WS-DTL-PROBLEM               PIC X(23).                    00011000
011100    05 FILLER                       PIC X(1) VALUE SPACES.        00011100
011200    05 WS-DTL-CODE-DESC             PIC X(30).                    00011200
011300                                                                  00011300
011400 01 WS-SUMMARY-LINE.                                              00011400
011500    05 FILLER PIC X(23) VALUE 'UNDEFINED VALUES   - '.            00011500
011600    05 WS-SUM-UNDEF                 PIC ZZZ,ZZ9.                  00011600
011700    05 FILLER PIC X(13) VALUE '   STORES - '.                     00011700
011800    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00011800
011900    05 FILLER PIC X(16) VALUE '   LOCATIONS - '.                  00011900
012000    05 WS-SUM-LOCS                  PIC ZZZ,ZZ9.                  00012000
012100 01 WS-COL-SUM-LINE.                                              00012100
012200    05 FILLER                       PIC X(4) VALUE SPACES.        00012200
012300    05 WS-CSL-COL-NM                PIC X(18).                    00012300
012400    05 FILLER                       PIC X(2) VALUE SPACES.        00012400
012500    05 WS-CSL-TXT                   PIC X(40).                    00012500
012600                                                                  00012600
012700 01 WS-CSL-COUNT-TXT.                                             00012700
012800    05 WS-CSL-BAD-CNT               PIC ZZZ,ZZ9.                  00012800
012900    05 FILLER PIC X(17) VALUE ' UNDEFINED VALUES'.                00012900
013000                                                                  00013000
013100* ----------------------------------------------------------------00013100
013200* DB2 stuff...                                                    00013200
013300* ----------------------------------------------------------------00013300
013400     EXEC SQL                                                     00013400
013500       INCLUDE SQLCA                                              00013500
013600     END-EXEC                                                     00013600
013700                                                                  00013700
013800     EXEC SQL                                                     00013800
013900       INCLUDE DDDTRL01                                           00013900
014000     END-EXEC                                                     00014000
014100                                                                  00014100
014200     EXEC SQL                                                     00014200
014300       DECLARE STORE-CODE-CSR CURSOR FOR                          00014300
014400       SELECT FC_STORE_NO, FC_RL_STORE_NM, FC_RL_STATUS_CD,       00014400
014500              FC_RL_TYPE_CD, FC_RL_GROUP_CD, FC_RL_SOS_TYPE_CD,   00014500
014600              FC_RL_SETOFF_CD                                     00014600
014700         FROM FC_XXXAIL_STORES                                    00014700
014800        ORDER BY FC_STORE_NO                                      00014800
014900     END-EXEC                                                     00014900
015000                                                                  00015000
015100* The FC row supplies the name - an outer join, so a location     00015100
015200* with no FC row is still checked.                                00015200
015300     EXEC SQL                                                     00015300
015400       DECLARE LOC-CODE-CSR CURSOR FOR                            00015400
015500       SELECT L.LOC_NBR, COALESCE(RL.FC_RL_STORE_NM, ' '),        00015500
015600              L.GRP_CD, L.PRIM_GRP_CD_1, L.PRIM_GRP_CD_2,         00015600
015700              L.SECY_GRP_CD_1, L.SECY_GRP_CD_2,                   00015700
015800              L.RETL_LOC_TYP_CD                                   00015800
015900         FROM XXXAIL_LOC L                                        00015900
016000         LEFT OUTER JOIN FC_XXXAIL_STORES RL                      00016000
016100           ON RL.FC_STORE_NO = L.LOC_NBR                          00016100
016200        WHERE L.LOC_TYP_CD = 'S '                                 00016200
016300        ORDER BY L.LOC_NBR                                        00016300
016400     END-EXEC                                                     00016400
016500                                                                  00016500
016600 PROCEDURE DIVISION.                                              00016600
016700***************************************************************** 00016700
016800* Start of program main line.                                     00016800
016900***************************************************************** 00016900
017000 000-MAIN.                                                        00017000
017100     PERFORM 050-RUN-CNTL-START                                   00017100
017200     IF SQL-ERROR-DETECTED                                        00017200
017300       MOVE 8 TO RETURN-CODE                                      00017300
017400       GOBACK                                                     00017400
017500     END-IF                                                       00017500
017600     PERFORM 100-INITIALIZE                                       00017600
017700     PERFORM 200-CHECK-THE-STORES                                 00017700
017800     IF SQL-NO-ERROR                                              00017800
017900       PERFORM 300-CHECK-THE-LOCATIONS                            00017900
018000     END-IF                                                       00018000
018100     PERFORM 900-TERMINATE                                        00018100
018200     PERFORM 055-RUN-CNTL-END                                     00018200
018300     MOVE WS-RPT-RC TO RETURN-CODE                                00018300
018400     GOBACK                                                       00018400
018500     .                                                            00018500
018600                                                                  00018600
018700 100-INITIALIZE.                                                  00018700
018800     OPEN OUTPUT UNDEF-RPT                                        00018800
018900     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00018900
019000     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00019000
019100     PERFORM VARYING WS-COL-IX FROM 1 BY 1 UNTIL WS-COL-IX > 11   00019100
019200       MOVE 0   TO WS-COL-BAD-CNT (WS-COL-IX)                     00019200
019300       MOVE 'N' TO WS-COL-LOADED-SW (WS-COL-IX)                   00019300
019400     END-PERFORM                                                  00019400
019500     .                                                            00019500
019600                                                                  00019600
019700*================================================================ 00019700
019800* The five FC_XXXAIL_STORES codes, store by store.                00019800
019900*================================================================ 00019900
020000 200-CHECK-THE-STORES.                                            00020000
020100     EXEC SQL                                                     00020100
020200       OPEN STORE-CODE-CSR                                        00020200
020300     END-EXEC                                                     00020300
020400     IF SQLCODE NOT = 0                                           00020400
020500       SET SQL-ERROR-DETECTED       TO TRUE                       00020500
020600       DISPLAY 'MMMB3302 - ERROR OPENING STORE-CODE-CSR, SQLCODE='00020600
020700               SQLCODE                                            00020700
020800     ELSE                                                         00020800
020900       PERFORM 220-FETCH-NEXT-STORE                               00020900
021000       PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED          00021000
021100         ADD 1 TO WS-STORE-COUNT                                  00021100
021200         MOVE FC-STORE-NO    OF DCLFC-XXXAIL-STORES               00021200
021300           TO WS-CUR-STORE-NO                                     00021300
021400         MOVE FC-RL-STORE-NM OF DCLFC-XXXAIL-STORES               00021400
021500           TO WS-CUR-STORE-NM                                     00021500
021600         MOVE 1 TO WS-COL-IX                                      00021600
021700         MOVE FC-RL-STATUS-CD   OF DCLFC-XXXAIL-STORES            00021700
021800           TO MMMC0183-CODE-VAL                                   00021800
021900         PERFORM 400-CHECK-ONE-CODE                               00021900
022000         MOVE 2 TO WS-COL-IX                                      00022000
022100         IF FC-RL-TYPE-CD OF DCLFC-XXXAIL-STORES = 0              00022100
022200           MOVE SPACES           TO MMMC0183-CODE-VAL             00022200
022300         ELSE                                                     00022300
022400           MOVE FC-RL-TYPE-CD OF DCLFC-XXXAIL-STORES              00022400
022500             TO WS-TYPE-CD-9                                      00022500
022600           MOVE WS-TYPE-CD-9     TO MMMC0183-CODE-VAL             00022600
022700         END-IF                                                   00022700
022800         PERFORM 400-CHECK-ONE-CODE                               00022800
022900         MOVE 3 TO WS-COL-IX                                      00022900
023000         MOVE FC-RL-GROUP-CD    OF DCLFC-XXXAIL-STORES            00023000
023100           TO MMMC0183-CODE-VAL                                   00023100
023200         PERFORM 400-CHECK-ONE-CODE                               00023200
023300         MOVE 4 TO WS-COL-IX                                      00023300
023400         MOVE FC-RL-SOS-TYPE-CD OF DCLFC-XXXAIL-STORES            00023400
023500           TO MMMC0183-CODE-VAL                                   00023500
023600         PERFORM 400-CHECK-ONE-CODE                               00023600
023700         MOVE 5 TO WS-COL-IX                                      00023700
023800         MOVE FC-RL-SETOFF-CD   OF DCLFC-XXXAIL-STORES            00023800
023900           TO MMMC0183-CODE-VAL                                   00023900
024000         PERFORM 400-CHECK-ONE-CODE                               00024000
024100         IF SQL-NO-ERROR                                          00024100
024200           PERFORM 220-FETCH-NEXT-STORE                           00024200
024300         END-IF                                                   00024300
024400       END-PERFORM                                                00024400
024500       EXEC SQL                                                   00024500
024600         CLOSE STORE-CODE-CSR                                     00024600
024700       END-EXEC                                                   00024700
024800     END-IF                                                       00024800
024900     .                                                            00024900
025000                                                                  00025000
025100 220-FETCH-NEXT-STORE.                                            00025100
025200     EXEC SQL                                                     00025200
025300       FETCH STORE-CODE-CSR                                       00025300
025400         INTO :DCLFC-XXXAIL-STORES.FC-STORE-NO,                   00025400
025500              :DCLFC-XXXAIL-STORES.FC-RL-STORE-NM,                00025500
025600              :DCLFC-XXXAIL-STORES.FC-RL-STATUS-CD,               00025600
025700              :DCLFC-XXXAIL-STORES.FC-RL-TYPE-CD,                 00025700
025800              :DCLFC-XXXAIL-STORES.FC-RL-GROUP-CD,                00025800
025900              :DCLFC-XXXAIL-STORES.FC-RL-SOS-TYPE-CD,             00025900
026000              :DCLFC-XXXAIL-STORES.FC-RL-SETOFF-CD                00026000
026100     END-EXEC                                                     00026100
026200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00026200
026300       SET SQL-ERROR-DETECTED       TO TRUE                       00026300
026400       DISPLAY 'MMMB3302 - ERROR FETCHING STORE-CODE-CSR, SQL='   00026400
026500               SQLCODE                                            00026500
026600     END-IF                                                       00026600
026700     .                                                            00026700
026800                                                                  00026800
026900*================================================================ 00026900
027000* The six XXXAIL_LOC codes, store location by store location.     00027000
027100*================================================================ 00027100
027200 300-CHECK-THE-LOCATIONS.                                         00027200
027300     EXEC SQL                                                     00027300
027400       OPEN LOC-CODE-CSR                                          00027400
027500     END-EXEC                                                     00027500
027600     IF SQLCODE NOT = 0                                           00027600
027700       SET SQL-ERROR-DETECTED       TO TRUE                       00027700
027800       DISPLAY 'MMMB3302 - ERROR OPENING LOC-CODE-CSR, SQLCODE='  00027800
027900               SQLCODE                                            00027900
028000     ELSE                                                         00028000
028100       PERFORM 320-FETCH-NEXT-LOC                                 00028100
028200       PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED          00028200
028300         ADD 1 TO WS-LOC-COUNT                                    00028300
028400         MOVE WS-LOC-NBR      TO WS-CUR-STORE-NO                  00028400
028500         MOVE WS-LOC-STORE-NM TO WS-CUR-STORE-NM                  00028500
028600         MOVE 6 TO WS-COL-IX                                      00028600
028700         MOVE WS-LOC-GRP-CD          TO MMMC0183-CODE-VAL         00028700
028800         PERFORM 400-CHECK-ONE-CODE                               00028800
028900         MOVE 7 TO WS-COL-IX                                      00028900
029000         MOVE WS-LOC-PRIM-GRP-CD-1   TO MMMC0183-CODE-VAL         00029000
029100         PERFORM 400-CHECK-ONE-CODE                               00029100
029200         MOVE 8 TO WS-COL-IX                                      00029200
029300         MOVE WS-LOC-PRIM-GRP-CD-2   TO MMMC0183-CODE-VAL         00029300
029400         PERFORM 400-CHECK-ONE-CODE                               00029400
029500         MOVE 9 TO WS-COL-IX                                      00029500
029600         MOVE WS-LOC-SECY-GRP-CD-1   TO MMMC0183-CODE-VAL         00029600
029700         PERFORM 400-CHECK-ONE-CODE                               00029700
029800         MOVE 10 TO WS-COL-IX                                     00029800
029900         MOVE WS-LOC-SECY-GRP-CD-2   TO MMMC0183-CODE-VAL         00029900
030000         PERFORM 400-CHECK-ONE-CODE                               00030000
030100         MOVE 11 TO WS-COL-IX                                     00030100
030200         MOVE WS-LOC-RETL-LOC-TYP-CD TO MMMC0183-CODE-VAL         00030200
030300         PERFORM 400-CHECK-ONE-CODE                               00030300
030400         IF SQL-NO-ERROR                                          00030400
030500           PERFORM 320-FETCH-NEXT-LOC                             00030500
030600         END-IF                                                   00030600
030700       END-PERFORM                                                00030700
030800       EXEC SQL                                                   00030800
030900         CLOSE LOC-CODE-CSR                                       00030900
031000       END-EXEC                                                   00031000
031100     END-IF                                                       00031100
031200     .                                                            00031200
031300                                                                  00031300
031400 320-FETCH-NEXT-LOC.                                              00031400
031500     EXEC SQL                                                     00031500
031600       FETCH LOC-CODE-CSR                                         00031600
031700         INTO :WS-LOC-NBR,                                        00031700
031800              :WS-LOC-STORE-NM,                                   00031800
031900              :WS-LOC-GRP-CD,                                     00031900
032000              :WS-LOC-PRIM-GRP-CD-1,                              00032000
032100              :WS-LOC-PRIM-GRP-CD-2,                              00032100
032200              :WS-LOC-SECY-GRP-CD-1,                              00032200
032300              :WS-LOC-SECY-GRP-CD-2,                              00032300
032400              :WS-LOC-RETL-LOC-TYP-CD                             00032400
032500     END-EXEC                                                     00032500
032600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00032600
032700       SET SQL-ERROR-DETECTED       TO TRUE                       00032700
032800       DISPLAY 'MMMB3302 - ERROR FETCHING LOC-CODE-CSR, SQLCODE=' 00032800
032900               SQLCODE                                            00032900
033000     END-IF                                                       00033000
033100     .                                                            00033100
033200                                                                  00033200
033300*================================================================ 00033300
033400* One code value through the domain service, exactly as the       00033400
033500* DAO edits ask it: a blank value and a column with no domain     00033500
033600* rows pass; anything else not in effect today is listed.         00033600
033700*================================================================ 00033700
033800 400-CHECK-ONE-CODE.                                              00033800
033900     IF  SQL-NO-ERROR                                             00033900
034000     AND MMMC0183-CODE-VAL NOT = SPACES                           00034000
034100       SET  MMMC0183-GET-DESC      TO TRUE                        00034100
034200       MOVE WS-COL-NM (WS-COL-IX)  TO MMMC0183-FLD-NM             00034200
034300       MOVE SPACES                 TO MMMC0183-AS-OF-DT           00034300
034400       CALL WS-MMMS0183-PGM USING                                 00034400
034500           XXXN001A                                               00034500
034600           MMMC0183                                               00034600
034700       EVALUATE TRUE                                              00034700
034800         WHEN NOT SUCCESS                                         00034800
034900           SET SQL-ERROR-DETECTED TO TRUE                         00034900
035000           DISPLAY IS-RTRN-MSG-TXT                                00035000
035100         WHEN MMMC0183-DOMAIN-NOT-LOADED                          00035100
035200           CONTINUE                                               00035200
035300         WHEN MMMC0183-CODE-IN-EFFECT                             00035300
035400           MOVE 'Y' TO WS-COL-LOADED-SW (WS-COL-IX)               00035400
035500         WHEN OTHER                                               00035500
035600           MOVE 'Y' TO WS-COL-LOADED-SW (WS-COL-IX)               00035600
035700           PERFORM 420-WRITE-UNDEF-LINE                           00035700
035800       END-EVALUATE                                               00035800
035900     END-IF                                                       00035900
036000     .                                                            00036000
036100                                                                  00036100
036200 420-WRITE-UNDEF-LINE.                                            00036200
036300     ADD 1 TO WS-UNDEF-COUNT                                      00036300
036400     ADD 1 TO WS-COL-BAD-CNT (WS-COL-IX)                          00036400
036500     MOVE WS-CUR-STORE-NO        TO WS-DTL-STORE-NO               00036500
036600     MOVE WS-CUR-STORE-NM        TO WS-DTL-STORE-NM               00036600
036700     MOVE WS-COL-NM (WS-COL-IX)  TO WS-DTL-COL-NM                 00036700
036800     MOVE MMMC0183-CODE-VAL      TO WS-DTL-CODE-VAL               00036800
036900     MOVE MMMC0183-CODE-DESC     TO WS-DTL-CODE-DESC              00036900
037000     IF MMMC0183-CODE-FOUND                                       00037000
037100       MOVE 'INACTIVE OR OUT OF DATE' TO WS-DTL-PROBLEM           00037100
037200     ELSE                                                         00037200
037300       MOVE 'NOT IN DOMAIN'           TO WS-DTL-PROBLEM           00037300
037400     END-IF                                                       00037400
037500     WRITE RPT-LINE FROM WS-DTL-LINE                              00037500
037600     .                                                            00037600
037700                                                                  00037700
037800 900-TERMINATE.                                                   00037800
037900     EVALUATE TRUE                                                00037900
038000       WHEN SQL-ERROR-DETECTED                                    00038000
038100         MOVE 16 TO WS-RPT-RC                                     00038100
038200       WHEN WS-UNDEF-COUNT > 0                                    00038200
038300         MOVE 4  TO WS-RPT-RC                                     00038300
038400     END-EVALUATE                                                 00038400
038500                                                                  00038500
038600     MOVE WS-UNDEF-COUNT TO WS-SUM-UNDEF                          00038600
038700     MOVE WS-STORE-COUNT TO WS-SUM-STORES                         00038700
038800     MOVE WS-LOC-COUNT   TO WS-SUM-LOCS                           00038800
038900     WRITE RPT-LINE FROM SPACES                                   00038900
039000     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00039000
039100     PERFORM VARYING WS-COL-IX FROM 1 BY 1 UNTIL WS-COL-IX > 11   00039100
039200       MOVE WS-COL-NM (WS-COL-IX) TO WS-CSL-COL-NM                00039200
039300       IF WS-COL-LOADED (WS-COL-IX)                               00039300
039400         MOVE WS-COL-BAD-CNT (WS-COL-IX) TO WS-CSL-BAD-CNT        00039400
039500         MOVE WS-CSL-COUNT-TXT TO WS-CSL-TXT                      00039500
039600       ELSE                                                       00039600
039700         MOVE 'DOMAIN NOT LOADED - NOT CHECKED' TO WS-CSL-TXT     00039700
039800       END-IF                                                     00039800
039900       WRITE RPT-LINE FROM WS-COL-SUM-LINE                        00039900
040000     END-PERFORM                                                  00040000
040100     CLOSE UNDEF-RPT                                              00040100
040200     .                                                            00040200
040300                                                                  00040300
040400*================================================================ 00040400
040500* Run control - refuse a duplicate or out-of-order start, and     00040500
040600* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00040600
040700*================================================================ 00040700
040800 050-RUN-CNTL-START.                                              00040800
040900     INITIALIZE XXXN001A                                          00040900
041000                YYYC0230                                          00041000
041100     SET  YYYC0230-START-RUN TO TRUE                              00041100
041200     MOVE 'MMMB3302' TO YYYC0230-JOB-NM                           00041200
041300     CALL YYYS0230-RUN-CNTL USING                                 00041300
041400         XXXN001A                                                 00041400
041500         YYYC0230                                                 00041500
041600     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00041600
041700       SET SQL-ERROR-DETECTED TO TRUE                             00041700
041800       DISPLAY 'MMMB3302 - START REFUSED: ' IS-RTRN-MSG-TXT       00041800
041900     END-IF                                                       00041900
042000     .                                                            00042000
042100                                                                  00042100
042200 055-RUN-CNTL-END.                                                00042200
042300     INITIALIZE XXXN001A                                          00042300
042400                YYYC0230                                          00042400
042500     IF SQL-ERROR-DETECTED                                        00042500
042600       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00042600
042700     ELSE                                                         00042700
042800       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00042800
042900     END-IF                                                       00042900
043000     MOVE 'MMMB3302' TO YYYC0230-JOB-NM                           00043000
043100     CALL YYYS0230-RUN-CNTL USING                                 00043100
043200         XXXN001A                                                 00043200
043300         YYYC0230                                                 00043300
043400     .                                                            00043400
