000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1501.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Weekly space-planning store cluster extract.                    00000600
000700*                                                                 00000700
000800* Space planning builds its planograms per store cluster, and the 00000800
000900* clusters were being worked out by hand from a spreadsheet of    00000900
001000* formats and footages. This job assigns every open store to a    00001000
001100* cluster from the definitions space planning maintains on        00001100
001200* FC_XXXAIL_CLUS_DEF (DDDTCU01): the definitions are tried in     00001200
001300* sequence and the store takes the first active one whose format, 00001300
001400* segment, linear-footage band and backroom band it fits. The     00001400
001500* footages are the store's own XXXAIL_LOC figures - food plus     00001500
001600* non-food liner feet, and backroom square feet.                  00001600
001700*                                                                 00001700
001800* CLUSOUT gets one record per open store with its cluster (blank  00001800
001900* when it fits none), the prior cluster and a change flag, plus a 00001900
002000* count trailer. The assignment is kept on FC_XXXAIL_STORE_CLUS   00002000
002100* (DDDTKL01) so the next run can tell what moved; rows for stores 00002100
002200* no longer open are dropped at the end of the run. RPTOUT lists  00002200
002300* the stores that changed cluster since the last run and the      00002300
002400* stores that fit no cluster, which end the job with RC 4 - a     00002400
002500* store outside every band usually means a definition gap or a    00002500
002600* footage keyed wrong on the master.                              00002600
002700*                                                                 00002700
002800* With no active definition on the table the job stops with RC 8  00002800
002900* before touching any assignment.                                 00002900
003000* Batch job - run standalone, schedule weekly.                    00003000
003100*---------------------------------------------------------------- 00003100
003200 ENVIRONMENT DIVISION.                                            00003200
003300 INPUT-OUTPUT SECTION.                                            00003300
003400 FILE-CONTROL.                                                    00003400
003500     SELECT CLUS-OUT       ASSIGN TO CLUSOUT                      00003500
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00003600
003700     SELECT CLUS-RPT       ASSIGN TO RPTOUT                       00003700
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00003800
003900                                                                  00003900
004000 DATA DIVISION.                                                   00004000
004100 FILE SECTION.                                                    00004100
004200 FD  CLUS-OUT.                                                    00004200
004300 01  CLUS-OUT-REC.                                                00004300
004400     05 CLO-REC-TYP                    PIC X(1).                  00004400
004500     05 CLO-STORE-NBR                  PIC 9(9).                  00004500
004600     05 CLO-CLUS-CD                    PIC X(5).                  00004600
004700     05 CLO-PRIOR-CLUS-CD              PIC X(5).                  00004700
004800     05 CLO-CHG-FLAG                   PIC X(1).                  00004800
004900     05 CLO-FRMAT-CD                   PIC X(5).                  00004900
005000     05 CLO-SEGM-CD                    PIC X(5).                  00005000
005100     05 CLO-LIN-FT                     PIC 9(7).                  00005100
005200     05 CLO-BKRM-SQ-FT                 PIC 9(7).                  00005200
005300     05 FILLER                         PIC X(35).                 00005300
005400                                                                  00005400
005500 FD  CLUS-RPT.                                                    00005500
005600 01  RPT-LINE                          PIC X(132).                00005600
005700                                                                  00005700
005800 WORKING-STORAGE SECTION.                                         00005800
005900* --------------------------------------------------------------- 00005900
006000* Misc working storage...                                         00006000
006100* --------------------------------------------------------------- 00006100
006200 01 WS-STORE-COUNT                    PIC 9(6) VALUE 0.           00006200
006300 01 WS-CHANGED-COUNT                  PIC 9(6) VALUE 0.           00006300
006400 01 WS-NO-FIT-COUNT                   PIC 9(6) VALUE 0.           00006400
006500 01 WS-DROPPED-COUNT                  PIC 9(6) VALUE 0.           00006500
006600 01 WS-UNCOMMITTED                    PIC 9(6) VALUE 0.           00006600
006700                                                                  00006700
006800 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00006800
006900    88 IS-EOF                                  VALUE 'Y'.         00006900
007000    88 NOT-EOF                                 VALUE 'N'.         00007000
007100 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00007100
007200    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00007200
007300    88 SQL-NO-ERROR                            VALUE 'N'.         00007300
007400 01 WS-NO-DEFS-SW                     PIC X    VALUE 'N'.         00007400
007500    88 NO-CLUS-DEFS                            VALUE 'Y'.         00007500
007600 01 WS-FIT-SW                         PIC X    VALUE 'N'.         00007600
007700    88 STORE-FITS                              VALUE 'Y'.         00007700
007800    88 STORE-DOES-NOT-FIT                      VALUE 'N'.         00007800
007900                                                                  00007900
008000 01 WS-CAND-LOC-NBR                   PIC S9(9) COMP VALUE 0.     00008000
008100 01 WS-CAND-FRMAT-CD                  PIC X(5) VALUE SPACES.      00008100
008200 01 WS-CAND-SEGM-CD                   PIC X(5) VALUE SPACES.      00008200
008300 01 WS-CAND-LIN-FT                    PIC S9(9) COMP VALUE 0.     00008300
008400 01 WS-CAND-BKRM-SQ-FT                PIC S9(9) COMP VALUE 0.     00008400
008500 01 WS-CAND-PRIOR-SW                  PIC X(1) VALUE 'N'.         00008500
008600    88 HAS-PRIOR-CLUS                          VALUE 'Y'.         00008600
008700 01 WS-CAND-PRIOR-CLUS-CD             PIC X(5) VALUE SPACES.      00008700
008800 01 WS-NEW-CLUS-CD                    PIC X(5) VALUE SPACES.      00008800
008900 01 WS-RUN-DATE                       PIC X(8)  VALUE SPACES.     00008900
009000                                                                  00009000
009100* The active definitions, in the order they are tried.            00009100
009200 01 WS-DEF-TABLE.                                                 00009200
009300    05 WS-DEF-ENTRY OCCURS 500 TIMES.                             00009300
009400       10 WS-DEF-CLUS-CD              PIC X(5).                   00009400
009500       10 WS-DEF-FRMAT-CD             PIC X(5).                   00009500
009600       10 WS-DEF-SEGM-CD              PIC X(5).                   00009600
009700       10 WS-DEF-MIN-LIN-FT           PIC S9(9) COMP.             00009700
009800       10 WS-DEF-MAX-LIN-FT           PIC S9(9) COMP.             00009800
009900       10 WS-DEF-MIN-BKRM-SQ-FT       PIC S9(9) COMP.             00009900
010000       10 WS-DEF-MAX-BKRM-SQ-FT       PIC S9(9) COMP.             00010000
010100 01 WS-NUM-DEFS                       PIC S9(4) COMP VALUE 0.     00010100
010200 01 WS-DEF-IDX                        PIC S9(4) COMP VALUE 0.     00010200
010300                                                                  00010300
010400 01 WS-FEED-TRL.                                                  00010400
010500    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00010500
010600    05 WS-FEED-TRL-RUN-DATE         PIC X(8).                     00010600
010700    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00010700
010800    05 FILLER                       PIC X(62) VALUE SPACES.       00010800
010900                                                                  00010900
011000 COPY XXXN001A.                                                   00011000
011100 COPY YYYC0230.                                                   00011100
011200 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00011200
011300                                                                  00011300
011400 01 WS-HDG-LINE-1.                                                00011400
011500    05 FILLER PIC X(48) VALUE                                     00011500
011600       'MMMB1501 - SPACE-PLANNING STORE CLUSTER EXTRACT'.         00011600
011700 01 WS-HDG-LINE-2.                                                00011700
011800    05 FILLER PIC X(36) VALUE                                     00011800
011900       '    STORE  PRIOR  NEW    FRMAT  SEGM'.                    00011900
012000    05 FILLER PIC X(30) VALUE                                     00012000
012100       '    LIN-FT  BKRM-SF  REASON' .                            00012100
012200 01 WS-DTL-LINE.                                                  00012200
012300    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00012300
012400    05 FILLER                       PIC X(2) VALUE SPACES.        00012400
012500    05 WS-DTL-PRIOR-CLUS            PIC X(5).                     00012500
012600    05 FILLER                       PIC X(2) VALUE SPACES.        00012600
012700    05 WS-DTL-NEW-CLUS              PIC X(5).                     00012700
012800    05 FILLER                       PIC X(2) VALUE SPACES.        00012800
012900    05 WS-DTL-FRMAT-CD              PIC X(5).                     00012900
013000    05 FILLER                       PIC X(2) VALUE SPACES.        00013000
013100    05 WS-DTL-SEGM-CD               PIC X(5).                     00013100
013200    05 FILLER                       PIC X(2) VALUE SPACES.        00013200
013300    05 WS-DTL-LIN-FT                PIC Z(6)9.                    00013300
013400    05 FILLER                       PIC X(2) VALUE SPACES.        00013400
013500    05 WS-DTL-BKRM-SQ-FT            PIC Z(6)9.                    00013500
013600    05 FILLER                       PIC X(2) VALUE SPACES.        00013600
013700    05 WS-DTL-REASON                PIC X(40).                    00013700
013800                                                                  00013800
013900 01 WS-SUMMARY-LINE.                                              00013900
014000    05 FILLER PIC X(23) VALUE 'STORES PROCESSED   - '.            00014000
014100    05 WS-SUM-STORES                PIC ZZZ,ZZ9.                  00014100
014200 01 WS-SUMMARY-LINE2.                                             00014200
014300    05 FILLER PIC X(23) VALUE 'CHANGED CLUSTER    - '.            00014300
014400    05 WS-SUM-CHANGED               PIC ZZZ,ZZ9.                  00014400
014500 01 WS-SUMMARY-LINE3.                                             00014500
014600    05 FILLER PIC X(23) VALUE 'FIT NO CLUSTER     - '.            00014600
014700    05 WS-SUM-NO-FIT                PIC ZZZ,ZZ9.                  00014700
014800 01 WS-SUMMARY-LINE4.                                             00014800
014900    05 FILLER PIC X(23) VALUE 'NO LONGER OPEN     - '.            00014900
015000    05 WS-SUM-DROPPED               PIC ZZZ,ZZ9.                  00015000
015100 01 WS-SUMMARY-LINE5.                                             00015100
015200    05 FILLER PIC X(23) VALUE 'DEFINITIONS LOADED - '.            00015200
015300    05 WS-SUM-DEFS                  PIC ZZZ,ZZ9.                  00015300
015400                                                                  00015400
015500* ----------------------------------------------------------------00015500
015600* DB2 stuff...                                                    00015600
015700* ----------------------------------------------------------------00015700
015800     EXEC SQL                                                     00015800
015900       INCLUDE SQLCA                                              00015900
016000     END-EXEC                                                     00016000
016100                                                                  00016100
016200     EXEC SQL                                                     00016200
016300       INCLUDE DDDTCU01                                           00016300
016400     END-EXEC                                                     00016400
016500                                                                  00016500
016600     EXEC SQL                                                     00016600
016700       INCLUDE DDDTKL01                                           00016700
016800     END-EXEC                                                     00016800
016900                                                                  00016900
017000     EXEC SQL                                                     00017000
017100       DECLARE CLUSDEF-CSR CURSOR FOR                             00017100
017200       SELECT CU_CLUS_CD, CU_FRMAT_CD, CU_SEGM_CD,                00017200
017300              CU_MIN_LIN_FT, CU_MAX_LIN_FT,                       00017300
017400              CU_MIN_BKRM_SQ_FT, CU_MAX_BKRM_SQ_FT                00017400
017500         FROM FC_XXXAIL_CLUS_DEF                                  00017500
017600        WHERE CU_ACTIVE_IND = 'Y'                                 00017600
017700        ORDER BY CU_SEQ_NBR, CU_CLUS_CD                           00017700
017800     END-EXEC                                                     00017800
017900                                                                  00017900
018000* Open stores - the zero date '0001-01-01' is "no date on file",  00018000
018100* so a store with no scheduled closing is open.                   00018100
018200     EXEC SQL                                                     00018200
018300       DECLARE CLUS-CSR CURSOR WITH HOLD FOR                      00018300
018400       SELECT L.LOC_NBR, L.RETL_LOC_FRMAT_CD, L.RETL_LOC_SEGM_CD, 00018400
018500              COALESCE(L.FD_LINER_FT, 0)                          00018500
018600            + COALESCE(L.NON_FD_LINER_FT, 0),                     00018600
018700              COALESCE(L.BKRM_SQ_FT, 0),                          00018700
018800              CASE WHEN K.KL_STORE_NO IS NULL THEN 'N'            00018800
018900                   ELSE 'Y' END,                                  00018900
019000              COALESCE(K.KL_CLUS_CD, ' ')                         00019000
019100         FROM XXXAIL_LOC L                                        00019100
019200         LEFT OUTER JOIN FC_XXXAIL_STORE_CLUS K                   00019200
019300           ON K.KL_STORE_NO = L.LOC_NBR                           00019300
019400        WHERE L.LOC_TYP_CD       = 'S '                           00019400
019500          AND L.SLS_OPEN_DT      > '0001-01-01'                   00019500
019600          AND L.SLS_OPEN_DT     <= CURRENT DATE                   00019600
019700          AND ( L.SLS_CLOSED_DT  = '0001-01-01'                   00019700
019800             OR L.SLS_CLOSED_DT  > CURRENT DATE )                 00019800
019900        ORDER BY L.LOC_NBR                                        00019900
020000     END-EXEC                                                     00020000
020100                                                                  00020100
020200 PROCEDURE DIVISION.                                              00020200
020300***************************************************************** 00020300
020400* Start of program main line.                                     00020400
020500***************************************************************** 00020500
020600 000-MAIN.                                                        00020600
020700     PERFORM 050-RUN-CNTL-START                                   00020700
020800     IF SQL-ERROR-DETECTED                                        00020800
020900       MOVE 8 TO RETURN-CODE                                      00020900
021000       GOBACK                                                     00021000
021100     END-IF                                                       00021100
021200     PERFORM 100-INITIALIZE                                       00021200
021300     IF SQL-NO-ERROR AND NOT NO-CLUS-DEFS                         00021300
021400       PERFORM 200-ASSIGN-THE-STORES                              00021400
021500     END-IF                                                       00021500
021600     IF SQL-NO-ERROR AND NOT NO-CLUS-DEFS                         00021600
021700       PERFORM 400-DROP-UNSEEN-STORES                             00021700
021800     END-IF                                                       00021800
021900     PERFORM 900-TERMINATE                                        00021900
022000     PERFORM 055-RUN-CNTL-END                                     00022000
022100     GOBACK                                                       00022100
022200     .                                                            00022200
022300                                                                  00022300
022400 100-INITIALIZE.                                                  00022400
022500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00022500
022600     OPEN OUTPUT CLUS-OUT                                         00022600
022700     OPEN OUTPUT CLUS-RPT                                         00022700
022800     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00022800
022900     WRITE RPT-LINE FROM SPACES                                   00022900
023000     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00023000
023100     PERFORM 150-LOAD-CLUS-DEFS                                   00023100
023200     .                                                            00023200
023300                                                                  00023300
023400*================================================================ 00023400
023500* The active cluster definitions, held in the order tried.        00023500
023600*================================================================ 00023600
023700 150-LOAD-CLUS-DEFS.                                              00023700
023800     EXEC SQL                                                     00023800
023900       OPEN CLUSDEF-CSR                                           00023900
024000     END-EXEC                                                     00024000
024100     IF SQLCODE NOT = 0                                           00024100
024200       SET SQL-ERROR-DETECTED TO TRUE                             00024200
024300       DISPLAY 'MMMB1501 - ERROR OPENING CLUSDEF-CSR, SQLCODE='   00024300
024400               SQLCODE                                            00024400
024500     ELSE                                                         00024500
024600       PERFORM 160-FETCH-NEXT-DEF                                 00024600
024700       PERFORM UNTIL SQLCODE NOT = 0                              00024700
024800         IF WS-NUM-DEFS < 500                                     00024800
024900           ADD 1 TO WS-NUM-DEFS                                   00024900
025000           MOVE MD-CU-CLUS-CD                                     00025000
025100             TO WS-DEF-CLUS-CD (WS-NUM-DEFS)                      00025100
025200           MOVE MD-CU-FRMAT-CD                                    00025200
025300             TO WS-DEF-FRMAT-CD (WS-NUM-DEFS)                     00025300
025400           MOVE MD-CU-SEGM-CD                                     00025400
025500             TO WS-DEF-SEGM-CD (WS-NUM-DEFS)                      00025500
025600           MOVE MD-CU-MIN-LIN-FT                                  00025600
025700             TO WS-DEF-MIN-LIN-FT (WS-NUM-DEFS)                   00025700
025800           MOVE MD-CU-MAX-LIN-FT                                  00025800
025900             TO WS-DEF-MAX-LIN-FT (WS-NUM-DEFS)                   00025900
026000           MOVE MD-CU-MIN-BKRM-SQ-FT                              00026000
026100             TO WS-DEF-MIN-BKRM-SQ-FT (WS-NUM-DEFS)               00026100
026200           MOVE MD-CU-MAX-BKRM-SQ-FT                              00026200
026300             TO WS-DEF-MAX-BKRM-SQ-FT (WS-NUM-DEFS)               00026300
026400         END-IF                                                   00026400
026500         PERFORM 160-FETCH-NEXT-DEF                               00026500
026600       END-PERFORM                                                00026600
026700       IF SQLCODE = 100                                           00026700
026800         MOVE 0 TO SQLCODE                                        00026800
026900       END-IF                                                     00026900
027000       EXEC SQL                                                   00027000
027100         CLOSE CLUSDEF-CSR                                        00027100
027200       END-EXEC                                                   00027200
027300       MOVE 0 TO SQLCODE                                          00027300
027400     END-IF                                                       00027400
027500     IF SQL-NO-ERROR AND WS-NUM-DEFS = 0                          00027500
027600       SET NO-CLUS-DEFS TO TRUE                                   00027600
027700       DISPLAY 'MMMB1501 - NO ACTIVE CLUSTER DEFINITIONS ON '     00027700
027800               'FC_XXXAIL_CLUS_DEF - NOTHING ASSIGNED'            00027800
027900     END-IF                                                       00027900
028000     .                                                            00028000
028100                                                                  00028100
028200 160-FETCH-NEXT-DEF.                                              00028200
028300     EXEC SQL                                                     00028300
028400       FETCH CLUSDEF-CSR                                          00028400
028500         INTO :DDDTCU01.MD-CU-CLUS-CD,                            00028500
028600              :DDDTCU01.MD-CU-FRMAT-CD,                           00028600
028700              :DDDTCU01.MD-CU-SEGM-CD,                            00028700
028800              :DDDTCU01.MD-CU-MIN-LIN-FT,                         00028800
028900              :DDDTCU01.MD-CU-MAX-LIN-FT,                         00028900
029000              :DDDTCU01.MD-CU-MIN-BKRM-SQ-FT,                     00029000
029100              :DDDTCU01.MD-CU-MAX-BKRM-SQ-FT                      00029100
029200     END-EXEC                                                     00029200
029300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00029300
029400       SET SQL-ERROR-DETECTED       TO TRUE                       00029400
029500       DISPLAY 'MMMB1501 - ERROR FETCHING CLUSDEF-CSR, SQLCODE='  00029500
029600               SQLCODE                                            00029600
029700     END-IF                                                       00029700
029800     .                                                            00029800
029900                                                                  00029900
030000 120-FETCH-NEXT-STORE.                                            00030000
030100     EXEC SQL                                                     00030100
030200       FETCH CLUS-CSR                                             00030200
030300         INTO :WS-CAND-LOC-NBR, :WS-CAND-FRMAT-CD,                00030300
030400              :WS-CAND-SEGM-CD, :WS-CAND-LIN-FT,                  00030400
030500              :WS-CAND-BKRM-SQ-FT, :WS-CAND-PRIOR-SW,             00030500
030600              :WS-CAND-PRIOR-CLUS-CD                              00030600
030700     END-EXEC                                                     00030700
030800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00030800
030900       SET SQL-ERROR-DETECTED       TO TRUE                       00030900
031000       DISPLAY 'MMMB1501 - ERROR FETCHING CLUS-CSR, SQLCODE='     00031000
031100               SQLCODE                                            00031100
031200     END-IF                                                       00031200
031300     .                                                            00031300
031400                                                                  00031400
031500*================================================================ 00031500
031600* Every open store - assign, extract, report and remember.        00031600
031700*================================================================ 00031700
031800 200-ASSIGN-THE-STORES.                                           00031800
031900     EXEC SQL                                                     00031900
032000       OPEN CLUS-CSR                                              00032000
032100     END-EXEC                                                     00032100
032200     IF SQLCODE NOT = 0                                           00032200
032300       SET SQL-ERROR-DETECTED TO TRUE                             00032300
032400       DISPLAY 'MMMB1501 - ERROR OPENING CLUS-CSR, SQLCODE='      00032400
032500               SQLCODE                                            00032500
032600     ELSE                                                         00032600
032700       PERFORM 120-FETCH-NEXT-STORE                               00032700
032800       PERFORM UNTIL SQLCODE NOT = 0                              00032800
032900         ADD 1 TO WS-STORE-COUNT                                  00032900
033000         PERFORM 250-FIND-THE-CLUSTER                             00033000
033100         PERFORM 300-WRITE-THE-STORE                              00033100
033200         PERFORM 350-SAVE-THE-ASSIGNMENT                          00033200
033300         IF SQL-NO-ERROR                                          00033300
033400           PERFORM 120-FETCH-NEXT-STORE                           00033400
033500         END-IF                                                   00033500
033600       END-PERFORM                                                00033600
033700       IF SQLCODE = 100                                           00033700
033800         MOVE 0 TO SQLCODE                                        00033800
033900       END-IF                                                     00033900
034000       EXEC SQL                                                   00034000
034100         CLOSE CLUS-CSR                                           00034100
034200       END-EXEC                                                   00034200
034300       IF SQL-NO-ERROR                                            00034300
034400         MOVE 0 TO SQLCODE                                        00034400
034500         MOVE WS-RUN-DATE    TO WS-FEED-TRL-RUN-DATE              00034500
034600         MOVE WS-STORE-COUNT TO WS-FEED-TRL-DTL-CNT               00034600
034700         WRITE CLUS-OUT-REC FROM WS-FEED-TRL                      00034700
034800       END-IF                                                     00034800
034900     END-IF                                                       00034900
035000     .                                                            00035000
035100                                                                  00035100
035200* First definition, in sequence, the store fits. A blank code     00035200
035300* on the definition matches any store; a zero maximum is open.    00035300
035400 250-FIND-THE-CLUSTER.                                            00035400
035500     SET STORE-DOES-NOT-FIT TO TRUE                               00035500
035600     MOVE SPACES TO WS-NEW-CLUS-CD                                00035600
035700     PERFORM VARYING WS-DEF-IDX FROM 1 BY 1                       00035700
035800     UNTIL WS-DEF-IDX > WS-NUM-DEFS                               00035800
035900        OR STORE-FITS                                             00035900
036000       IF  ( WS-DEF-FRMAT-CD (WS-DEF-IDX) = SPACES                00036000
036100          OR WS-DEF-FRMAT-CD (WS-DEF-IDX) = WS-CAND-FRMAT-CD )    00036100
036200       AND ( WS-DEF-SEGM-CD (WS-DEF-IDX) = SPACES                 00036200
036300          OR WS-DEF-SEGM-CD (WS-DEF-IDX) = WS-CAND-SEGM-CD )      00036300
036400       AND WS-CAND-LIN-FT >= WS-DEF-MIN-LIN-FT (WS-DEF-IDX)       00036400
036500       AND ( WS-DEF-MAX-LIN-FT (WS-DEF-IDX) = 0                   00036500
036600          OR WS-CAND-LIN-FT <= WS-DEF-MAX-LIN-FT (WS-DEF-IDX) )   00036600
036700       AND WS-CAND-BKRM-SQ-FT >=                                  00036700
036800           WS-DEF-MIN-BKRM-SQ-FT (WS-DEF-IDX)                     00036800
036900       AND ( WS-DEF-MAX-BKRM-SQ-FT (WS-DEF-IDX) = 0               00036900
037000          OR WS-CAND-BKRM-SQ-FT <=                                00037000
037100             WS-DEF-MAX-BKRM-SQ-FT (WS-DEF-IDX) )                 00037100
037200         SET STORE-FITS TO TRUE                                   00037200
037300         MOVE WS-DEF-CLUS-CD (WS-DEF-IDX) TO WS-NEW-CLUS-CD       00037300
037400       END-IF                                                     00037400
037500     END-PERFORM                                                  00037500
037600     .                                                            00037600
037700                                                                  00037700
037800* Change flag on the extract: N first assignment, C changed       00037800
037900* cluster since the last run, blank unchanged.                    00037900
038000 300-WRITE-THE-STORE.                                             00038000
038100     MOVE SPACES               TO CLUS-OUT-REC                    00038100
038200     MOVE 'D'                  TO CLO-REC-TYP                     00038200
038300     MOVE WS-CAND-LOC-NBR      TO CLO-STORE-NBR                   00038300
038400     MOVE WS-NEW-CLUS-CD       TO CLO-CLUS-CD                     00038400
038500     MOVE WS-CAND-PRIOR-CLUS-CD TO CLO-PRIOR-CLUS-CD              00038500
038600     MOVE WS-CAND-FRMAT-CD     TO CLO-FRMAT-CD                    00038600
038700     MOVE WS-CAND-SEGM-CD      TO CLO-SEGM-CD                     00038700
038800     MOVE WS-CAND-LIN-FT       TO CLO-LIN-FT                      00038800
038900     MOVE WS-CAND-BKRM-SQ-FT   TO CLO-BKRM-SQ-FT                  00038900
039000     EVALUATE TRUE                                                00039000
039100       WHEN NOT HAS-PRIOR-CLUS                                    00039100
039200         MOVE 'N' TO CLO-CHG-FLAG                                 00039200
039300       WHEN WS-CAND-PRIOR-CLUS-CD NOT = WS-NEW-CLUS-CD            00039300
039400         MOVE 'C' TO CLO-CHG-FLAG                                 00039400
039500     END-EVALUATE                                                 00039500
039600     WRITE CLUS-OUT-REC                                           00039600
039700                                                                  00039700
039800     IF HAS-PRIOR-CLUS                                            00039800
039900       AND WS-CAND-PRIOR-CLUS-CD NOT = WS-NEW-CLUS-CD             00039900
040000       AND STORE-FITS                                             00040000
040100       ADD 1 TO WS-CHANGED-COUNT                                  00040100
040200       MOVE 'CHANGED CLUSTER SINCE LAST RUN' TO WS-DTL-REASON     00040200
040300       PERFORM 320-WRITE-DTL-LINE                                 00040300
040400     END-IF                                                       00040400
040500     IF STORE-DOES-NOT-FIT                                        00040500
040600       ADD 1 TO WS-NO-FIT-COUNT                                   00040600
040700       MOVE 'FITS NO CLUSTER DEFINITION' TO WS-DTL-REASON         00040700
040800       PERFORM 320-WRITE-DTL-LINE                                 00040800
040900     END-IF                                                       00040900
041000     .                                                            00041000
041100                                                                  00041100
041200 320-WRITE-DTL-LINE.                                              00041200
041300     MOVE WS-CAND-LOC-NBR       TO WS-DTL-STORE-NO                00041300
041400     MOVE WS-CAND-PRIOR-CLUS-CD TO WS-DTL-PRIOR-CLUS              00041400
041500     MOVE WS-NEW-CLUS-CD        TO WS-DTL-NEW-CLUS                00041500
041600     MOVE WS-CAND-FRMAT-CD      TO WS-DTL-FRMAT-CD                00041600
041700     MOVE WS-CAND-SEGM-CD       TO WS-DTL-SEGM-CD                 00041700
041800     MOVE WS-CAND-LIN-FT        TO WS-DTL-LIN-FT                  00041800
041900     MOVE WS-CAND-BKRM-SQ-FT    TO WS-DTL-BKRM-SQ-FT              00041900
042000     WRITE RPT-LINE FROM WS-DTL-LINE                              00042000
042100     .                                                            00042100
042200                                                                  00042200
042300* The assignment row - the assigned date moves only when the      00042300
042400* cluster does. Commit every 500 stores; the cursor is WITH HOLD. 00042400
042500 350-SAVE-THE-ASSIGNMENT.                                         00042500
042600     MOVE WS-CAND-LOC-NBR TO MD-KL-STORE-NO OF DDDTKL01           00042600
042700     MOVE WS-NEW-CLUS-CD  TO MD-KL-CLUS-CD  OF DDDTKL01           00042700
042800     IF HAS-PRIOR-CLUS                                            00042800
042900       EXEC SQL                                                   00042900
043000         UPDATE FC_XXXAIL_STORE_CLUS                              00043000
043100            SET KL_ASSIGNED_DT =                                  00043100
043200                  CASE WHEN KL_CLUS_CD = :DDDTKL01.MD-KL-CLUS-CD  00043200
043300                       THEN KL_ASSIGNED_DT                        00043300
043400                       ELSE CURRENT DATE END,                     00043400
043500                KL_CLUS_CD     = :DDDTKL01.MD-KL-CLUS-CD,         00043500
043600                KL_LAST_RUN_DT = CURRENT DATE                     00043600
043700          WHERE KL_STORE_NO    = :DDDTKL01.MD-KL-STORE-NO         00043700
043800       END-EXEC                                                   00043800
043900     ELSE                                                         00043900
044000       EXEC SQL                                                   00044000
044100         INSERT INTO FC_XXXAIL_STORE_CLUS                         00044100
044200              ( KL_STORE_NO, KL_CLUS_CD,                          00044200
044300                KL_ASSIGNED_DT, KL_LAST_RUN_DT )                  00044300
044400         VALUES                                                   00044400
044500              ( :DDDTKL01.MD-KL-STORE-NO,                         00044500
044600                :DDDTKL01.MD-KL-CLUS-CD,                          00044600
044700                CURRENT DATE, CURRENT DATE )                      00044700
044800       END-EXEC                                                   00044800
044900     END-IF                                                       00044900
045000     IF SQLCODE NOT = 0                                           00045000
045100       SET SQL-ERROR-DETECTED TO TRUE                             00045100
045200       DISPLAY 'MMMB1501 - ERROR SAVING FC_XXXAIL_STORE_CLUS '    00045200
045300               'STORE ' WS-CAND-LOC-NBR ', SQLCODE=' SQLCODE      00045300
045400     ELSE                                                         00045400
045500       ADD 1 TO WS-UNCOMMITTED                                    00045500
045600       IF WS-UNCOMMITTED >= 500                                   00045600
045700         EXEC SQL                                                 00045700
045800           COMMIT                                                 00045800
045900         END-EXEC                                                 00045900
046000         MOVE 0 TO WS-UNCOMMITTED                                 00046000
046100       END-IF                                                     00046100
046200     END-IF                                                       00046200
046300     .                                                            00046300
046400                                                                  00046400
046500*================================================================ 00046500
046600* Stores this run did not see are no longer open - their old      00046600
046700* assignment goes, so a reopened store starts as a new one.       00046700
046800*================================================================ 00046800
046900 400-DROP-UNSEEN-STORES.                                          00046900
047000     EXEC SQL                                                     00047000
047100       DELETE FROM FC_XXXAIL_STORE_CLUS                           00047100
047200        WHERE KL_LAST_RUN_DT < CURRENT DATE                       00047200
047300     END-EXEC                                                     00047300
047400     EVALUATE TRUE                                                00047400
047500       WHEN SQLCODE = 0                                           00047500
047600         MOVE SQLERRD (3) TO WS-DROPPED-COUNT                     00047600
047700       WHEN SQLCODE = 100                                         00047700
047800         MOVE 0 TO SQLCODE                                        00047800
047900       WHEN OTHER                                                 00047900
048000         SET SQL-ERROR-DETECTED TO TRUE                           00048000
048100         DISPLAY 'MMMB1501 - ERROR DROPPING CLOSED STORES, '      00048100
048200                 'SQLCODE=' SQLCODE                               00048200
048300     END-EVALUATE                                                 00048300
048400     .                                                            00048400
048500                                                                  00048500
048600 900-TERMINATE.                                                   00048600
048700     IF SQL-ERROR-DETECTED                                        00048700
048800       EXEC SQL                                                   00048800
048900         ROLLBACK                                                 00048900
049000       END-EXEC                                                   00049000
049100       MOVE 16 TO RETURN-CODE                                     00049100
049200     ELSE                                                         00049200
049300       EXEC SQL                                                   00049300
049400         COMMIT                                                   00049400
049500       END-EXEC                                                   00049500
049600     END-IF                                                       00049600
049700     IF NO-CLUS-DEFS AND RETURN-CODE = 0                          00049700
049800       MOVE 8 TO RETURN-CODE                                      00049800
049900     END-IF                                                       00049900
050000     IF WS-NO-FIT-COUNT > 0 AND RETURN-CODE = 0                   00050000
050100       MOVE 4 TO RETURN-CODE                                      00050100
050200     END-IF                                                       00050200
050300     MOVE WS-STORE-COUNT    TO WS-SUM-STORES                      00050300
050400     MOVE WS-CHANGED-COUNT  TO WS-SUM-CHANGED                     00050400
050500     MOVE WS-NO-FIT-COUNT   TO WS-SUM-NO-FIT                      00050500
050600     MOVE WS-DROPPED-COUNT  TO WS-SUM-DROPPED                     00050600
050700     MOVE WS-NUM-DEFS       TO WS-SUM-DEFS                        00050700
050800     WRITE RPT-LINE FROM SPACES                                   00050800
050900     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00050900
051000     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00051000
051100     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00051100
051200     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00051200
051300     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00051300
051400     CLOSE CLUS-OUT CLUS-RPT                                      00051400
051500     .                                                            00051500
051600                                                                  00051600
051700*================================================================ 00051700
051800* Run control - refuse a duplicate or out-of-order start, and     00051800
051900* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00051900
052000*================================================================ 00052000
052100 050-RUN-CNTL-START.                                              00052100
052200     INITIALIZE XXXN001A                                          00052200
052300                YYYC0230                                          00052300
052400     SET  YYYC0230-START-RUN TO TRUE                              00052400
052500     MOVE 'MMMB1501' TO YYYC0230-JOB-NM                           00052500
052600     CALL YYYS0230-RUN-CNTL USING                                 00052600
052700         XXXN001A                                                 00052700
052800         YYYC0230                                                 00052800
052900     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00052900
053000       SET SQL-ERROR-DETECTED TO TRUE                             00053000
053100       DISPLAY 'MMMB1501 - START REFUSED: ' IS-RTRN-MSG-TXT       00053100
053200     END-IF                                                       00053200
053300     .                                                            00053300
053400                                                                  00053400
053500 055-RUN-CNTL-END.                                                00053500
053600     INITIALIZE XXXN001A                                          00053600
053700                YYYC0230                                          00053700
053800     IF SQL-ERROR-DETECTED                                        00053800
053900       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00053900
054000     ELSE                                                         00054000
054100       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00054100
054200     END-IF                                                       00054200
054300     MOVE 'MMMB1501' TO YYYC0230-JOB-NM                           00054300
054400     CALL YYYS0230-RUN-CNTL USING                                 00054400
054500       XXXN001A                                                   00054500
054600       YYYC0230                                                   00054600
054700     .                                                            00054700
