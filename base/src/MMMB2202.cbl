000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2202.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Acquisition conversion - approve and release of staged stores.  00000600
000700*                                                                 00000700
000800* MMMB2102 lands an acquired chain's store file on                00000800
000900* FC_XXXAIL_ACQ_STAGE with every code crosswalked to ours.  This  00000900
001000* job moves the clean rows on: APPROVE marks the stores the       00001000
001100* conversion team has signed off, RELEASE adds every approved     00001100
001200* store to the master through the normal insert path, so the      00001200
001300* history rows and events fire exactly as a keyed add would.      00001300
001400*                                                                 00001400
001500* Each released store gets a new store number drawn from the      00001500
001600* company's registered ranges by the store-number registry        00001600
001700* (MMMS0176), reserved under the run's project.  The location     00001700
001800* (NNNS0487) and store (NNNS0488) rows go in first, carrying our  00001800
001900* district, price zone and ad zone; the FC_XXXAIL_STORES row is   00001900
002000* then given our district and store type through its DAO          00002000
002100* (NNNS0120), or added as a shell when the location add did not   00002100
002200* bring it; the store's departments land on FC_RETAIL_DEPTS       00002200
002300* under the same parent rule MMMS0304 applies to any store-       00002300
002400* department add; and the chain's old store number is kept        00002400
002500* against the new one on FC_XXXAIL_ACQ_STR_XREF.  All of it,      00002500
002600* with the staging row going to R, is one unit of work per        00002600
002700* store - a failure anywhere rolls the store back whole, leaves   00002700
002800* the row at E with the message, and a re-approve retries it.     00002800
002900*                                                                 00002900
003000* The location DAO refuses a number inside any reservation, so    00003000
003100* the reservation is handed back to the registry just before      00003100
003200* the add; the reserve, the hand-back and the add are all in the  00003200
003300* same uncommitted unit of work, so the number stays ours.        00003300
003400*                                                                 00003400
003500* PARMIN card 1:                                                  00003500
003600*   cols  1- 8  APPROVE or RELEASE                                00003600
003700*   cols 10-13  acquired chain code                               00003700
003800*   cols 15-22  registry project id         (RELEASE)             00003800
003900*   cols 24-28  company id of the ranges    (RELEASE)             00003900
004000* APPROVE reads one old (chain) store number per following card,  00004000
004100* cols 1-9, or ALL in cols 1-3 for every clean staged store.  A   00004100
004200* store staged with unmapped codes, already approved or already   00004200
004300* released is refused with the reason.                            00004300
004400*                                                                 00004400
004500* Batch job - run standalone, no online caller.                   00004500
004600*---------------------------------------------------------------- 00004600
004700 ENVIRONMENT DIVISION.                                            00004700
004800 INPUT-OUTPUT SECTION.                                            00004800
004900 FILE-CONTROL.                                                    00004900
005000     SELECT PARM-IN        ASSIGN TO PARMIN                       00005000
005100         ORGANIZATION IS LINE SEQUENTIAL.                         00005100
005200     SELECT RLSE-RPT       ASSIGN TO RPTOUT                       00005200
005300         ORGANIZATION IS LINE SEQUENTIAL.                         00005300
005400                                                                  00005400
005500 DATA DIVISION.                                                   00005500
005600 FILE SECTION.                                                    00005600
005700 FD  PARM-IN.                                                     00005700
005800 01  PARM-REC.                                                    00005800
005900     05 PARM-MODE                      PIC X(8).                  00005900
006000     05 FILLER                         PIC X(1).                  00006000
006100     05 PARM-CHAIN-CD                  PIC X(4).                  00006100
006200     05 FILLER                         PIC X(1).                  00006200
006300     05 PARM-PROJECT                   PIC X(8).                  00006300
006400     05 FILLER                         PIC X(1).                  00006400
006500     05 PARM-COMPANY-X                 PIC X(5).                  00006500
006600     05 PARM-COMPANY-N REDEFINES PARM-COMPANY-X                   00006600
006700                                       PIC 9(5).                  00006700
006800     05 FILLER                         PIC X(52).                 00006800
006900 01  PARM-APPRV-REC.                                              00006900
007000     05 PARM-OLD-STORE-X               PIC X(9).                  00007000
007100     05 PARM-OLD-STORE-N REDEFINES PARM-OLD-STORE-X               00007100
007200                                       PIC 9(9).                  00007200
007300     05 FILLER                         PIC X(71).                 00007300
007400                                                                  00007400
007500 FD  RLSE-RPT.                                                    00007500
007600 01  RPT-LINE                          PIC X(132).                00007600
007700                                                                  00007700
007800 WORKING-STORAGE SECTION.                                         00007800
007900* --------------------------------------------------------------- 00007900
008000* Misc working storage...                                         00008000
008100* --------------------------------------------------------------- 00008100
008200 01 NNNS0487-LO-DAO                   PIC X(8) VALUE 'NNNS0487'.  00008200
008300 01 NNNS0488-LR-DAO                   PIC X(8) VALUE 'NNNS0488'.  00008300
008400 01 NNNS0120-RL-DAO                   PIC X(8) VALUE 'NNNS0120'.  00008400
008500 01 MMMS0304-RI-CHK                   PIC X(8) VALUE 'MMMS0304'.  00008500
008600 01 MMMS0176-NBR-REGISTRY             PIC X(8) VALUE 'MMMS0176'.  00008600
008700 COPY MMMC0176.                                                   00008700
008800 COPY MMMC0304.                                                   00008800
008900                                                                  00008900
009000 01 WS-APPROVED-COUNT                 PIC 9(6) VALUE 0.           00009000
009100 01 WS-REFUSED-COUNT                  PIC 9(6) VALUE 0.           00009100
009200 01 WS-RELEASED-COUNT                 PIC 9(6) VALUE 0.           00009200
009300 01 WS-FAILED-COUNT                   PIC 9(6) VALUE 0.           00009300
009400 01 WS-SQLCODE                        PIC ----9.                  00009400
009500                                                                  00009500
009600 01 WS-MODE-SW                        PIC X    VALUE ' '.         00009600
009700    88 APPROVE-MODE                            VALUE 'A'.         00009700
009800    88 RELEASE-MODE                            VALUE 'R'.         00009800
009900 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00009900
010000    88 IS-EOF                                  VALUE 'Y'.         00010000
010100    88 NOT-EOF                                 VALUE 'N'.         00010100
010200 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00010200
010300    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00010300
010400    88 CALL-NO-ERROR                           VALUE 'N'.         00010400
010500 01 WS-STORE-SW                       PIC X    VALUE 'Y'.         00010500
010600    88 STORE-IS-CLEAN                          VALUE 'Y'.         00010600
010700    88 STORE-IN-ERROR                          VALUE 'N'.         00010700
010800 01 WS-NBRS-SW                        PIC X    VALUE 'Y'.         00010800
010900    88 NBRS-AVAILABLE                          VALUE 'Y'.         00010900
011000    88 NBRS-EXHAUSTED                          VALUE 'N'.         00011000
011100                                                                  00011100
011200 01 WS-EDIT-MSG                       PIC X(80) VALUE SPACES.     00011200
011300 01 WS-EXPIRE-DT                      PIC X(10) VALUE SPACES.     00011300
011400 01 WS-NEW-STORE-NO                   PIC S9(9) COMP VALUE 0.     00011400
011500 01 WS-APPRV-CNT                      PIC S9(9) COMP VALUE 0.     00011500
011600 01 WS-CUR-STAT-CD                    PIC X(1) VALUE SPACES.      00011600
011700                                                                  00011700
011800* The staged store's departments as the staging row carries       00011800
011900* them - XXX_DEPT department(5) and sub-department(5) per slot.   00011900
012000 01 WS-OUR-DEPTS.                                                 00012000
012100    05 WS-OUR-DEPT OCCURS 12 TIMES.                               00012100
012200       10 WS-OUR-DEPT-NBR             PIC X(5).                   00012200
012300       10 WS-OUR-SUB-DEPT-ID          PIC X(5).                   00012300
012400 01 WS-DEPT-IDX                       PIC S9(4) COMP VALUE 0.     00012400
012500 01 WS-DEPT-NBR                       PIC X(5) VALUE SPACES.      00012500
012600 01 WS-SUB-DEPT-ID                    PIC X(5) VALUE SPACES.      00012600
012700 01 WS-FC-STORE-NO                    PIC S9(5) COMP-3 VALUE 0.   00012700
012800                                                                  00012800
012900* Opening date, ISO on the staging row, MM/DD/YYYY for the        00012900
013000* FC_XXXAIL_STORES DAO.                                           00013000
013100 01 WS-ISO-DT                         PIC X(10) VALUE SPACES.     00013100
013200 01 WS-USA-DT.                                                    00013200
013300    05 WS-USA-MM                      PIC X(2).                   00013300
013400    05 FILLER                         PIC X(1) VALUE '/'.         00013400
013500    05 WS-USA-DD                      PIC X(2).                   00013500
013600    05 FILLER                         PIC X(1) VALUE '/'.         00013600
013700    05 WS-USA-YYYY                    PIC X(4).                   00013700
013800                                                                  00013800
013900 01 WS-HDG-LINE-1.                                                00013900
014000    05 FILLER PIC X(52) VALUE                                     00014000
014100       'MMMB2202 - ACQUISITION CONVERSION APPROVE/RELEASE'.       00014100
014200 01 WS-MODE-LINE.                                                 00014200
014300    05 FILLER                       PIC X(11) VALUE 'RUN MODE - '.00014300
014400    05 WS-MODE-TXT                  PIC X(8).                     00014400
014500    05 FILLER                       PIC X(11) VALUE '   CHAIN - '.00014500
014600    05 WS-MODE-CHAIN                PIC X(4).                     00014600
014700    05 FILLER                       PIC X(13) VALUE               00014700
014800                                    '   PROJECT - '.              00014800
014900    05 WS-MODE-PROJECT              PIC X(8).                     00014900
015000 01 WS-DTL-LINE.                                                  00015000
015100    05 WS-DTL-OLD-STORE-NO          PIC Z(8)9.                    00015100
015200    05 FILLER                       PIC X(2) VALUE SPACES.        00015200
015300    05 WS-DTL-RESULT                PIC X(9).                     00015300
015400    05 FILLER                       PIC X(2) VALUE SPACES.        00015400
015500    05 WS-DTL-NEW-STORE-NO          PIC Z(8)9.                    00015500
015600    05 FILLER                       PIC X(2) VALUE SPACES.        00015600
015700    05 WS-DTL-REASON                PIC X(80).                    00015700
015800 01 WS-CNT-LINE.                                                  00015800
015900    05 WS-CNT-TXT                   PIC X(25).                    00015900
016000    05 WS-CNT-NBR                   PIC ZZZZZ9.                   00016000
016100                                                                  00016100
016200* --------------------------------------------------------------- 00016200
016300* Miscellaneous copy books go here...                             00016300
016400* --------------------------------------------------------------- 00016400
016500 COPY XXXN001A.                                                   00016500
016600 COPY YYYN005A.                                                   00016600
016700 COPY NNNN0000.                                                   00016700
016800 COPY PPPTLO01.                                                   00016800
016900 COPY PPPTLR01.                                                   00016900
017000 COPY PPPTRL01.                                                   00017000
017100 COPY MMMK001B.                                                   00017100
017200                                                                  00017200
017300* ----------------------------------------------------------------00017300
017400* DB2 stuff...                                                    00017400
017500* ----------------------------------------------------------------00017500
017600     EXEC SQL                                                     00017600
017700       INCLUDE SQLCA                                              00017700
017800     END-EXEC                                                     00017800
017900                                                                  00017900
018000     EXEC SQL                                                     00018000
018100       INCLUDE DDDTAQ01                                           00018100
018200     END-EXEC                                                     00018200
018300                                                                  00018300
018400     EXEC SQL                                                     00018400
018500       INCLUDE DDDTXR01                                           00018500
018600     END-EXEC                                                     00018600
018700                                                                  00018700
018800     EXEC SQL                                                     00018800
018900       DECLARE RELEASE-CSR CURSOR WITH HOLD FOR                   00018900
019000       SELECT AQ_OLD_STORE_NO, AQ_LOC_NM, AQ_ADR_1, AQ_ADR_2,     00019000
019100              AQ_CITY, AQ_STATE_CD, AQ_ZIP5_CD, AQ_ZIP4_CD,       00019100
019200              AQ_AREA_CD, AQ_PHONE_NBR, AQ_OPENING_DT,            00019200
019300              AQ_BCKRM_FT_QTY, AQ_LFT_FOOD_QTY, AQ_LFT_NONF_QTY,  00019300
019400              AQ_LATITUDE_K, AQ_LONGITUDE_K, AQ_DISTRICT_NO,      00019400
019500              AQ_TYPE_CD, AQ_PD_ZONE_NO, AQ_AD_ZN_NBR,            00019500
019600              AQ_DEPT_CNT, AQ_OUR_DEPT_TXT                        00019600
019700         FROM FC_XXXAIL_ACQ_STAGE                                 00019700
019800        WHERE AQ_CHAIN_CD = :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD   00019800
019900          AND AQ_STAT_CD  = 'A'                                   00019900
020000        ORDER BY AQ_OLD_STORE_NO                                  00020000
020100     END-EXEC                                                     00020100
020200                                                                  00020200
020300 PROCEDURE DIVISION.                                              00020300
020400***************************************************************** 00020400
020500* Start of program main line.                                     00020500
020600***************************************************************** 00020600
020700 000-MAIN.                                                        00020700
020800     PERFORM 100-INITIALIZE                                       00020800
020900     EVALUATE TRUE                                                00020900
021000       WHEN CALL-ERROR-DETECTED                                   00021000
021100         CONTINUE                                                 00021100
021200       WHEN APPROVE-MODE                                          00021200
021300         PERFORM 120-READ-NEXT-CARD                               00021300
021400         PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED              00021400
021500           PERFORM 200-APPROVE-FROM-CARD                          00021500
021600           PERFORM 120-READ-NEXT-CARD                             00021600
021700         END-PERFORM                                              00021700
021800       WHEN RELEASE-MODE                                          00021800
021900         PERFORM 300-OPEN-RELEASE-CURSOR                          00021900
022000         PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED              00022000
022100           PERFORM 400-RELEASE-ONE-STORE                          00022100
022200           PERFORM 320-FETCH-NEXT-APPROVED                        00022200
022300         END-PERFORM                                              00022300
022400     END-EVALUATE                                                 00022400
022500     PERFORM 900-TERMINATE                                        00022500
022600     GOBACK                                                       00022600
022700     .                                                            00022700
022800                                                                  00022800
022900*================================================================ 00022900
023000* Initialization - the control card sets the mode and chain; a    00023000
023100* release also needs the project and company the registry         00023100
023200* draws the new numbers under.                                    00023200
023300*================================================================ 00023300
023400 100-INITIALIZE.                                                  00023400
023500     OPEN INPUT  PARM-IN                                          00023500
023600     OPEN OUTPUT RLSE-RPT                                         00023600
023700     SET YYYN005A-BATCH-ENV TO TRUE                               00023700
023800     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00023800
023900     READ PARM-IN                                                 00023900
024000       AT END MOVE SPACES TO PARM-REC                             00024000
024100     END-READ                                                     00024100
024200     EVALUATE PARM-MODE                                           00024200
024300       WHEN 'APPROVE '                                            00024300
024400         SET APPROVE-MODE TO TRUE                                 00024400
024500       WHEN 'RELEASE '                                            00024500
024600         SET RELEASE-MODE TO TRUE                                 00024600
024700       WHEN OTHER                                                 00024700
024800         MOVE 'CONTROL CARD MODE MUST BE APPROVE OR RELEASE'      00024800
024900           TO WS-EDIT-MSG                                         00024900
025000         PERFORM 190-CARD-FAILURE                                 00025000
025100     END-EVALUATE                                                 00025100
025200     IF CALL-NO-ERROR AND PARM-CHAIN-CD = SPACES                  00025200
025300       MOVE 'CONTROL CARD MUST NAME THE CHAIN (COLS 10-13)'       00025300
025400         TO WS-EDIT-MSG                                           00025400
025500       PERFORM 190-CARD-FAILURE                                   00025500
025600     END-IF                                                       00025600
025700     IF CALL-NO-ERROR AND RELEASE-MODE                            00025700
025800       IF PARM-PROJECT = SPACES                                   00025800
025900       OR PARM-COMPANY-X NOT NUMERIC                              00025900
026000         MOVE 'RELEASE NEEDS THE PROJECT (15-22) AND COMPANY (24-200026000
026100-             '8)'                                                00026100
026200           TO WS-EDIT-MSG                                         00026200
026300         PERFORM 190-CARD-FAILURE                                 00026300
026400       END-IF                                                     00026400
026500     END-IF                                                       00026500
026600     IF CALL-NO-ERROR                                             00026600
026700       MOVE PARM-MODE     TO WS-MODE-TXT                          00026700
026800       MOVE PARM-CHAIN-CD TO WS-MODE-CHAIN                        00026800
026900                             AQ-CHAIN-CD OF DCLFC-XXXAIL-ACQ-STAGE00026900
027000       MOVE PARM-PROJECT  TO WS-MODE-PROJECT                      00027000
027100       WRITE RPT-LINE FROM WS-MODE-LINE                           00027100
027200       MOVE SPACES TO RPT-LINE                                    00027200
027300       WRITE RPT-LINE                                             00027300
027400     END-IF                                                       00027400
027500     IF CALL-NO-ERROR AND RELEASE-MODE                            00027500
027600       EXEC SQL                                                   00027600
027700         SELECT CHAR(CURRENT DATE + 30 DAYS, ISO)                 00027700
027800          INTO :WS-EXPIRE-DT                                      00027800
027900          FROM SYSIBM.SYSDUMMY1                                   00027900
028000       END-EXEC                                                   00028000
028100       IF SQLCODE NOT = 0                                         00028100
028200         PERFORM 800-REPORT-SQL-ERROR                             00028200
028300       END-IF                                                     00028300
028400     END-IF                                                       00028400
028500     .                                                            00028500
028600                                                                  00028600
028700 120-READ-NEXT-CARD.                                              00028700
028800     READ PARM-IN                                                 00028800
028900       AT END SET IS-EOF TO TRUE                                  00028900
029000     END-READ                                                     00029000
029100     .                                                            00029100
029200                                                                  00029200
029300 190-CARD-FAILURE.                                                00029300
029400     SET CALL-ERROR-DETECTED TO TRUE                              00029400
029500     DISPLAY 'MMMB2202 - ' WS-EDIT-MSG                            00029500
029600     MOVE SPACES TO RPT-LINE                                      00029600
029700     STRING 'CONTROL CARD REJECTED: ' WS-EDIT-MSG                 00029700
029800       DELIMITED BY SIZE INTO RPT-LINE                            00029800
029900     WRITE RPT-LINE                                               00029900
030000     .                                                            00030000
030100                                                                  00030100
030200*================================================================ 00030200
030300* APPROVE - one card, one store (or ALL of the chain's clean      00030300
030400* staged stores).  Only a clean staged row (S) or a row whose     00030400
030500* release failed (E) can be approved; anything else is refused    00030500
030600* with the reason, read back from the row.                        00030600
030700*================================================================ 00030700
030800 200-APPROVE-FROM-CARD.                                           00030800
030900     MOVE SPACES TO WS-DTL-REASON                                 00030900
031000     MOVE 0      TO WS-DTL-NEW-STORE-NO                           00031000
031100     EVALUATE TRUE                                                00031100
031200       WHEN PARM-OLD-STORE-X (1:3) = 'ALL'                        00031200
031300       AND PARM-OLD-STORE-X (4:6) = SPACES                        00031300
031400         PERFORM 240-APPROVE-ALL-CLEAN                            00031400
031500       WHEN PARM-OLD-STORE-X NUMERIC                              00031500
031600         MOVE PARM-OLD-STORE-N                                    00031600
031700           TO AQ-OLD-STORE-NO OF DCLFC-XXXAIL-ACQ-STAGE           00031700
031800         MOVE PARM-OLD-STORE-N TO WS-DTL-OLD-STORE-NO             00031800
031900         PERFORM 220-APPROVE-ONE-STORE                            00031900
032000       WHEN PARM-APPRV-REC = SPACES                               00032000
032100         CONTINUE                                                 00032100
032200       WHEN OTHER                                                 00032200
032300         MOVE 0 TO WS-DTL-OLD-STORE-NO                            00032300
032400         MOVE 'REFUSED  ' TO WS-DTL-RESULT                        00032400
032500         MOVE 'CARD IS NOT A STORE NUMBER OR ALL'                 00032500
032600           TO WS-DTL-REASON                                       00032600
032700         ADD 1 TO WS-REFUSED-COUNT                                00032700
032800         WRITE RPT-LINE FROM WS-DTL-LINE                          00032800
032900     END-EVALUATE                                                 00032900
033000     .                                                            00033000
033100                                                                  00033100
033200 220-APPROVE-ONE-STORE.                                           00033200
033300     EXEC SQL                                                     00033300
033400       UPDATE FC_XXXAIL_ACQ_STAGE                                 00033400
033500          SET AQ_STAT_CD     = 'A',                               00033500
033600              AQ_APPRV_TS    = CURRENT TIMESTAMP,                 00033600
033700              AQ_ERR_MSG_TXT = ' '                                00033700
033800        WHERE AQ_CHAIN_CD     =                                   00033800
033900              :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD                 00033900
034000          AND AQ_OLD_STORE_NO =                                   00034000
034100              :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO             00034100
034200          AND AQ_STAT_CD IN ('S', 'E')                            00034200
034300     END-EXEC                                                     00034300
034400     EVALUATE TRUE                                                00034400
034500       WHEN SQLCODE = 0                                           00034500
034600         ADD 1 TO WS-APPROVED-COUNT                               00034600
034700         MOVE 'APPROVED ' TO WS-DTL-RESULT                        00034700
034800       WHEN SQLCODE = 100                                         00034800
034900         MOVE 0 TO SQLCODE                                        00034900
035000         PERFORM 230-WHY-NOT-APPROVED                             00035000
035100         ADD 1 TO WS-REFUSED-COUNT                                00035100
035200         MOVE 'REFUSED  ' TO WS-DTL-RESULT                        00035200
035300       WHEN OTHER                                                 00035300
035400         PERFORM 800-REPORT-SQL-ERROR                             00035400
035500         MOVE 'ERROR    ' TO WS-DTL-RESULT                        00035500
035600     END-EVALUATE                                                 00035600
035700     WRITE RPT-LINE FROM WS-DTL-LINE                              00035700
035800     .                                                            00035800
035900                                                                  00035900
036000 230-WHY-NOT-APPROVED.                                            00036000
036100     MOVE SPACES TO WS-CUR-STAT-CD                                00036100
036200     EXEC SQL                                                     00036200
036300       SELECT AQ_STAT_CD, AQ_NEW_STORE_NO, AQ_ERR_MSG_TXT         00036300
036400        INTO :WS-CUR-STAT-CD,                                     00036400
036500             :DCLFC-XXXAIL-ACQ-STAGE.AQ-NEW-STORE-NO,             00036500
036600             :DCLFC-XXXAIL-ACQ-STAGE.AQ-ERR-MSG-TXT               00036600
036700       FROM FC_XXXAIL_ACQ_STAGE                                   00036700
036800       WHERE AQ_CHAIN_CD     =                                    00036800
036900             :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD                  00036900
037000         AND AQ_OLD_STORE_NO =                                    00037000
037100             :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO              00037100
037200     END-EXEC                                                     00037200
037300     EVALUATE TRUE                                                00037300
037400       WHEN SQLCODE = 100                                         00037400
037500         MOVE 'NOT STAGED FOR THIS CHAIN' TO WS-DTL-REASON        00037500
037600       WHEN SQLCODE NOT = 0                                       00037600
037700         PERFORM 800-REPORT-SQL-ERROR                             00037700
037800       WHEN WS-CUR-STAT-CD = 'U'                                  00037800
037900         STRING 'UNMAPPED CODES - '                               00037900
038000                AQ-ERR-MSG-TXT OF DCLFC-XXXAIL-ACQ-STAGE          00038000
038100           DELIMITED BY SIZE INTO WS-DTL-REASON                   00038100
038200       WHEN WS-CUR-STAT-CD = 'A'                                  00038200
038300         MOVE 'ALREADY APPROVED' TO WS-DTL-REASON                 00038300
038400       WHEN WS-CUR-STAT-CD = 'R'                                  00038400
038500         MOVE AQ-NEW-STORE-NO OF DCLFC-XXXAIL-ACQ-STAGE           00038500
038600           TO WS-DTL-NEW-STORE-NO                                 00038600
038700         MOVE 'ALREADY RELEASED' TO WS-DTL-REASON                 00038700
038800       WHEN OTHER                                                 00038800
038900         MOVE 'STAGING ROW IS NOT IN AN APPROVABLE STATUS'        00038900
039000           TO WS-DTL-REASON                                       00039000
039100     END-EVALUATE                                                 00039100
039200     MOVE 0 TO SQLCODE                                            00039200
039300     .                                                            00039300
039400                                                                  00039400
039500 240-APPROVE-ALL-CLEAN.                                           00039500
039600     MOVE 0 TO WS-APPRV-CNT                                       00039600
039700     EXEC SQL                                                     00039700
039800       UPDATE FC_XXXAIL_ACQ_STAGE                                 00039800
039900          SET AQ_STAT_CD     = 'A',                               00039900
040000              AQ_APPRV_TS    = CURRENT TIMESTAMP,                 00040000
040100              AQ_ERR_MSG_TXT = ' '                                00040100
040200        WHERE AQ_CHAIN_CD = :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD   00040200
040300          AND AQ_STAT_CD  = 'S'                                   00040300
040400     END-EXEC                                                     00040400
040500     EVALUATE TRUE                                                00040500
040600       WHEN SQLCODE = 0                                           00040600
040700         MOVE SQLERRD (3) TO WS-APPRV-CNT                         00040700
040800       WHEN SQLCODE = 100                                         00040800
040900         MOVE 0 TO SQLCODE                                        00040900
041000       WHEN OTHER                                                 00041000
041100         PERFORM 800-REPORT-SQL-ERROR                             00041100
041200     END-EVALUATE                                                 00041200
041300     ADD WS-APPRV-CNT TO WS-APPROVED-COUNT                        00041300
041400     MOVE 0              TO WS-DTL-OLD-STORE-NO                   00041400
041500     MOVE 'APPROVED '    TO WS-DTL-RESULT                         00041500
041600     MOVE WS-APPRV-CNT   TO WS-DTL-NEW-STORE-NO                   00041600
041700     MOVE 'ALL CLEAN STAGED STORES OF THE CHAIN (COUNT AT LEFT)'  00041700
041800       TO WS-DTL-REASON                                           00041800
041900     WRITE RPT-LINE FROM WS-DTL-LINE                              00041900
042000     .                                                            00042000
042100                                                                  00042100
042200*================================================================ 00042200
042300* RELEASE - every approved store of the chain, in old store       00042300
042400* number order.  The cursor holds across the per-store commits.   00042400
042500*================================================================ 00042500
042600 300-OPEN-RELEASE-CURSOR.                                         00042600
042700     EXEC SQL                                                     00042700
042800       OPEN RELEASE-CSR                                           00042800
042900     END-EXEC                                                     00042900
043000     IF SQLCODE NOT = 0                                           00043000
043100       PERFORM 800-REPORT-SQL-ERROR                               00043100
043200       SET IS-EOF TO TRUE                                         00043200
043300     ELSE                                                         00043300
043400       PERFORM 320-FETCH-NEXT-APPROVED                            00043400
043500     END-IF                                                       00043500
043600     .                                                            00043600
043700                                                                  00043700
043800 320-FETCH-NEXT-APPROVED.                                         00043800
043900     IF NBRS-EXHAUSTED                                            00043900
044000       SET IS-EOF TO TRUE                                         00044000
044100     ELSE                                                         00044100
044200       EXEC SQL                                                   00044200
044300         FETCH RELEASE-CSR                                        00044300
044400         INTO :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO,            00044400
044500              :DCLFC-XXXAIL-ACQ-STAGE.AQ-LOC-NM,                  00044500
044600              :DCLFC-XXXAIL-ACQ-STAGE.AQ-ADR-1,                   00044600
044700              :DCLFC-XXXAIL-ACQ-STAGE.AQ-ADR-2,                   00044700
044800              :DCLFC-XXXAIL-ACQ-STAGE.AQ-CITY,                    00044800
044900              :DCLFC-XXXAIL-ACQ-STAGE.AQ-STATE-CD,                00044900
045000              :DCLFC-XXXAIL-ACQ-STAGE.AQ-ZIP5-CD,                 00045000
045100              :DCLFC-XXXAIL-ACQ-STAGE.AQ-ZIP4-CD,                 00045100
045200              :DCLFC-XXXAIL-ACQ-STAGE.AQ-AREA-CD,                 00045200
045300              :DCLFC-XXXAIL-ACQ-STAGE.AQ-PHONE-NBR,               00045300
045400              :DCLFC-XXXAIL-ACQ-STAGE.AQ-OPENING-DT,              00045400
045500              :DCLFC-XXXAIL-ACQ-STAGE.AQ-BCKRM-FT-QTY,            00045500
045600              :DCLFC-XXXAIL-ACQ-STAGE.AQ-LFT-FOOD-QTY,            00045600
045700              :DCLFC-XXXAIL-ACQ-STAGE.AQ-LFT-NONF-QTY,            00045700
045800              :DCLFC-XXXAIL-ACQ-STAGE.AQ-LATITUDE-K,              00045800
045900              :DCLFC-XXXAIL-ACQ-STAGE.AQ-LONGITUDE-K,             00045900
046000              :DCLFC-XXXAIL-ACQ-STAGE.AQ-DISTRICT-NO,             00046000
046100              :DCLFC-XXXAIL-ACQ-STAGE.AQ-TYPE-CD,                 00046100
046200              :DCLFC-XXXAIL-ACQ-STAGE.AQ-PD-ZONE-NO,              00046200
046300              :DCLFC-XXXAIL-ACQ-STAGE.AQ-AD-ZN-NBR,               00046300
046400              :DCLFC-XXXAIL-ACQ-STAGE.AQ-DEPT-CNT,                00046400
046500              :DCLFC-XXXAIL-ACQ-STAGE.AQ-OUR-DEPT-TXT             00046500
046600       END-EXEC                                                   00046600
046700       EVALUATE TRUE                                              00046700
046800         WHEN SQLCODE = 100                                       00046800
046900           SET IS-EOF TO TRUE                                     00046900
047000           MOVE 0 TO SQLCODE                                      00047000
047100         WHEN SQLCODE NOT = 0                                     00047100
047200           PERFORM 800-REPORT-SQL-ERROR                           00047200
047300           SET IS-EOF TO TRUE                                     00047300
047400       END-EVALUATE                                               00047400
047500     END-IF                                                       00047500
047600     .                                                            00047600
047700                                                                  00047700
047800*================================================================ 00047800
047900* One approved store, one unit of work: draw the number, add      00047900
048000* the location and store rows, set the FC_XXXAIL_STORES codes,    00048000
048100* add the departments, keep the cross-reference, retire the       00048100
048200* staging row.  Commit all of it, or roll all of it back.         00048200
048300*================================================================ 00048300
048400 400-RELEASE-ONE-STORE.                                           00048400
048500     IF IS-EOF                                                    00048500
048600       CONTINUE                                                   00048600
048700     ELSE                                                         00048700
048800       SET  STORE-IS-CLEAN TO TRUE                                00048800
048900       MOVE SPACES TO WS-EDIT-MSG                                 00048900
049000       MOVE 0      TO WS-NEW-STORE-NO                             00049000
049100       MOVE AQ-OLD-STORE-NO OF DCLFC-XXXAIL-ACQ-STAGE             00049100
049200         TO WS-DTL-OLD-STORE-NO                                   00049200
049300       PERFORM 410-DRAW-STORE-NUMBER                              00049300
049400       IF STORE-IS-CLEAN                                          00049400
049500         PERFORM 420-ADD-LOCATION-AND-STORE                       00049500
049600       END-IF                                                     00049600
049700       IF STORE-IS-CLEAN                                          00049700
049800         PERFORM 440-SET-FC-STORE-CODES                           00049800
049900       END-IF                                                     00049900
050000       IF STORE-IS-CLEAN                                          00050000
050100         PERFORM 460-ADD-STORE-DEPTS                              00050100
050200       END-IF                                                     00050200
050300       IF STORE-IS-CLEAN                                          00050300
050400         PERFORM 480-ADD-CROSS-REFERENCE                          00050400
050500       END-IF                                                     00050500
050600       IF STORE-IS-CLEAN                                          00050600
050700         PERFORM 490-RETIRE-STAGING-ROW                           00050700
050800       END-IF                                                     00050800
050900       IF STORE-IS-CLEAN                                          00050900
051000         EXEC SQL                                                 00051000
051100           COMMIT                                                 00051100
051200         END-EXEC                                                 00051200
051300         ADD 1 TO WS-RELEASED-COUNT                               00051300
051400         MOVE 'RELEASED ' TO WS-DTL-RESULT                        00051400
051500         MOVE WS-NEW-STORE-NO TO WS-DTL-NEW-STORE-NO              00051500
051600         MOVE SPACES      TO WS-DTL-REASON                        00051600
051700         WRITE RPT-LINE FROM WS-DTL-LINE                          00051700
051800       ELSE                                                       00051800
051900         EXEC SQL                                                 00051900
052000           ROLLBACK                                               00052000
052100         END-EXEC                                                 00052100
052200         MOVE 0 TO SQLCODE                                        00052200
052300         PERFORM 500-MARK-RELEASE-FAILED                          00052300
052400       END-IF                                                     00052400
052500     END-IF                                                       00052500
052600     .                                                            00052600
052700                                                                  00052700
052800*================================================================ 00052800
052900* The next free number in the company's ranges, reserved under    00052900
053000* the run's project, then handed straight back so the location    00053000
053100* DAO's reservation gate lets the add through - still inside      00053100
053200* this store's unit of work, so no other project can take it.     00053200
053300* FC_STORE_NO holds five digits; a number past that cannot be     00053300
053400* carried onto FC_XXXAIL_STORES and is refused.                   00053400
053500*================================================================ 00053500
053600 410-DRAW-STORE-NUMBER.                                           00053600
053700     INITIALIZE XXXN001A                                          00053700
053800                MMMC0176                                          00053800
053900     SET  MMMC0176-RESERVE-NEXT TO TRUE                           00053900
054000     MOVE PARM-COMPANY-N TO MMMC0176-COMPANY-ID                   00054000
054100     MOVE PARM-PROJECT   TO MMMC0176-PROJECT-ID                   00054100
054200     MOVE WS-EXPIRE-DT   TO MMMC0176-EXPIRE-DT                    00054200
054300     CALL MMMS0176-NBR-REGISTRY USING                             00054300
054400         XXXN001A                                                 00054400
054500         MMMC0176                                                 00054500
054600     EVALUATE TRUE                                                00054600
054700       WHEN NOT SUCCESS                                           00054700
054800         SET  STORE-IN-ERROR TO TRUE                              00054800
054900         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00054900
055000       WHEN MMMC0176-NO-NBR-AVAILABLE                             00055000
055100         SET  STORE-IN-ERROR TO TRUE                              00055100
055200         SET  NBRS-EXHAUSTED TO TRUE                              00055200
055300         MOVE 'NO FREE STORE NUMBER LEFT IN THE COMPANY RANGES'   00055300
055400           TO WS-EDIT-MSG                                         00055400
055500       WHEN MMMC0176-STORE-NBR > 99999                            00055500
055600         SET  STORE-IN-ERROR TO TRUE                              00055600
055700         SET  NBRS-EXHAUSTED TO TRUE                              00055700
055800         MOVE 'NEXT FREE NUMBER IS PAST FIVE DIGITS (FC_STORE_NO)'00055800
055900           TO WS-EDIT-MSG                                         00055900
056000       WHEN OTHER                                                 00056000
056100         MOVE MMMC0176-STORE-NBR TO WS-NEW-STORE-NO               00056100
056200     END-EVALUATE                                                 00056200
056300                                                                  00056300
056400     IF STORE-IS-CLEAN                                            00056400
056500       INITIALIZE XXXN001A                                        00056500
056600                  MMMC0176                                        00056600
056700       SET  MMMC0176-RELEASE TO TRUE                              00056700
056800       MOVE WS-NEW-STORE-NO TO MMMC0176-STORE-NBR                 00056800
056900       MOVE PARM-PROJECT    TO MMMC0176-PROJECT-ID                00056900
057000       CALL MMMS0176-NBR-REGISTRY USING                           00057000
057100           XXXN001A                                               00057100
057200           MMMC0176                                               00057200
057300       IF NOT SUCCESS                                             00057300
057400         SET  STORE-IN-ERROR TO TRUE                              00057400
057500         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00057500
057600       END-IF                                                     00057600
057700     END-IF                                                       00057700
057800     INITIALIZE XXXN001A                                          00057800
057900     .                                                            00057900
058000                                                                  00058000
058100*================================================================ 00058100
058200* The location row first so the store row finds its parent -      00058200
058300* the same images a keyed add builds, with our district and       00058300
058400* zones from the crosswalk.                                       00058400
058500*================================================================ 00058500
058600 420-ADD-LOCATION-AND-STORE.                                      00058600
058700     INITIALIZE P-DDDTLO01                                        00058700
058800     MOVE WS-NEW-STORE-NO TO LOC-NBR OF P-DDDTLO01                00058800
058900     MOVE K-STORE-LOC-TYPE                                        00058900
059000       TO LOC-TYP-CD    OF P-DDDTLO01                             00059000
059100     MOVE AQ-LOC-NM     OF DCLFC-XXXAIL-ACQ-STAGE                 00059100
059200       TO LOC-NM        OF P-DDDTLO01                             00059200
059300     MOVE AQ-ADR-1      OF DCLFC-XXXAIL-ACQ-STAGE                 00059300
059400       TO PRIM-ADR-1    OF P-DDDTLO01                             00059400
059500     MOVE AQ-ADR-2      OF DCLFC-XXXAIL-ACQ-STAGE                 00059500
059600       TO PRIM-ADR-2    OF P-DDDTLO01                             00059600
059700     MOVE AQ-CITY       OF DCLFC-XXXAIL-ACQ-STAGE                 00059700
059800       TO PRIM-CITY     OF P-DDDTLO01                             00059800
059900     MOVE AQ-STATE-CD   OF DCLFC-XXXAIL-ACQ-STAGE                 00059900
060000       TO PRIM-STATE-CD OF P-DDDTLO01                             00060000
060100     MOVE AQ-ZIP5-CD    OF DCLFC-XXXAIL-ACQ-STAGE                 00060100
060200       TO PRIM-ZIP5-CD  OF P-DDDTLO01                             00060200
060300     MOVE AQ-ZIP4-CD    OF DCLFC-XXXAIL-ACQ-STAGE                 00060300
060400       TO PRIM-ZIP4-CD  OF P-DDDTLO01                             00060400
060500     MOVE AQ-AREA-CD    OF DCLFC-XXXAIL-ACQ-STAGE                 00060500
060600       TO PRIM-AREA-CD  OF P-DDDTLO01                             00060600
060700     MOVE AQ-PHONE-NBR  OF DCLFC-XXXAIL-ACQ-STAGE                 00060700
060800       TO PRIM-PHONE-NBR OF P-DDDTLO01                            00060800
060900     MOVE 'A' TO INACTIVE-SW OF P-DDDTLO01                        00060900
061000     SET EXIT-PUT-INSERT-ROW TO TRUE                              00061000
061100     PERFORM 600-CALL-LO-DAO                                      00061100
061200     IF NOT SUCCESS OR SQLCODE NOT = 0                            00061200
061300       SET  STORE-IN-ERROR TO TRUE                                00061300
061400       MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                        00061400
061500     END-IF                                                       00061500
061600                                                                  00061600
061700     IF STORE-IS-CLEAN                                            00061700
061800       INITIALIZE P-DDDTLR01                                      00061800
061900       MOVE WS-NEW-STORE-NO TO LOC-NBR OF P-DDDTLR01              00061900
062000       MOVE K-STORE-LOC-TYPE                                      00062000
062100         TO LOC-TYP-CD      OF P-DDDTLR01                         00062100
062200       MOVE PARM-COMPANY-N                                        00062200
062300         TO COMPANY-ID      OF P-DDDTLR01                         00062300
062400       MOVE AQ-DISTRICT-NO  OF DCLFC-XXXAIL-ACQ-STAGE             00062400
062500         TO DIST-ID         OF P-DDDTLR01                         00062500
062600       MOVE AQ-OPENING-DT   OF DCLFC-XXXAIL-ACQ-STAGE             00062600
062700         TO SLS-OPEN-DT     OF P-DDDTLR01                         00062700
062800       MOVE AQ-BCKRM-FT-QTY OF DCLFC-XXXAIL-ACQ-STAGE             00062800
062900         TO BKRM-SQ-FT      OF P-DDDTLR01                         00062900
063000       MOVE AQ-LFT-FOOD-QTY OF DCLFC-XXXAIL-ACQ-STAGE             00063000
063100         TO FD-LINER-FT     OF P-DDDTLR01                         00063100
063200       MOVE AQ-LFT-NONF-QTY OF DCLFC-XXXAIL-ACQ-STAGE             00063200
063300         TO NON-FD-LINER-FT OF P-DDDTLR01                         00063300
063400       MOVE AQ-LATITUDE-K   OF DCLFC-XXXAIL-ACQ-STAGE             00063400
063500         TO LAT-K           OF P-DDDTLR01                         00063500
063600       MOVE AQ-LONGITUDE-K  OF DCLFC-XXXAIL-ACQ-STAGE             00063600
063700         TO LON-K           OF P-DDDTLR01                         00063700
063800       MOVE AQ-PD-ZONE-NO   OF DCLFC-XXXAIL-ACQ-STAGE             00063800
063900         TO PD-ZONE-NO      OF P-DDDTLR01                         00063900
064000       MOVE AQ-AD-ZN-NBR    OF DCLFC-XXXAIL-ACQ-STAGE             00064000
064100         TO CURR-AD-ZN-NBR  OF P-DDDTLR01                         00064100
064200       MOVE 'X' TO RETL-LOC-STAT-CD OF P-DDDTLR01                 00064200
064300       MOVE 'Y' TO NEW-STR-SW       OF P-DDDTLR01                 00064300
064400       SET EXIT-PUT-INSERT-ROW TO TRUE                            00064400
064500       PERFORM 620-CALL-LR-DAO                                    00064500
064600       IF NOT SUCCESS OR SQLCODE NOT = 0                          00064600
064700         SET  STORE-IN-ERROR TO TRUE                              00064700
064800         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00064800
064900       END-IF                                                     00064900
065000     END-IF                                                       00065000
065100     .                                                            00065100
065200                                                                  00065200
065300*================================================================ 00065300
065400* FC_XXXAIL_STORES carries the district and FC_RL_TYPE_CD.  The   00065400
065500* location add normally brings the row along; it is read and      00065500
065600* given our codes.  If it did not come, a shell row is added      00065600
065700* with what the staging row knows, as MMMS0161's backfill does.   00065700
065800*================================================================ 00065800
065900 440-SET-FC-STORE-CODES.                                          00065900
066000     INITIALIZE P-DDDTRL01                                        00066000
066100     MOVE WS-NEW-STORE-NO TO FC-STORE-NO OF P-DDDTRL01            00066100
066200     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00066200
066300     PERFORM 640-CALL-RL-DAO                                      00066300
066400     EVALUATE TRUE                                                00066400
066500       WHEN SQLCODE = 100                                         00066500
066600         PERFORM 445-BUILD-FC-STORE-SHELL                         00066600
066700         SET EXIT-PUT-INSERT-ROW TO TRUE                          00066700
066800       WHEN SUCCESS AND SQLCODE = 0                               00066800
066900         SET EXIT-PUT-MODIFY-ROW TO TRUE                          00066900
067000       WHEN OTHER                                                 00067000
067100         SET  STORE-IN-ERROR TO TRUE                              00067100
067200         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00067200
067300     END-EVALUATE                                                 00067300
067400                                                                  00067400
067500     IF STORE-IS-CLEAN                                            00067500
067600       MOVE AQ-DISTRICT-NO OF DCLFC-XXXAIL-ACQ-STAGE              00067600
067700         TO FC-RL-DISTRICT-NO OF P-DDDTRL01                       00067700
067800       MOVE AQ-TYPE-CD     OF DCLFC-XXXAIL-ACQ-STAGE              00067800
067900         TO FC-RL-TYPE-CD     OF P-DDDTRL01                       00067900
068000       PERFORM 640-CALL-RL-DAO                                    00068000
068100       IF NOT SUCCESS OR SQLCODE NOT = 0                          00068100
068200         SET  STORE-IN-ERROR TO TRUE                              00068200
068300         MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                      00068300
068400       END-IF                                                     00068400
068500     END-IF                                                       00068500
068600     .                                                            00068600
068700                                                                  00068700
068800 445-BUILD-FC-STORE-SHELL.                                        00068800
068900     MOVE 0 TO SQLCODE                                            00068900
069000     INITIALIZE XXXN001A                                          00069000
069100                P-DDDTRL01                                        00069100
069200     MOVE WS-NEW-STORE-NO TO FC-STORE-NO OF P-DDDTRL01            00069200
069300     MOVE AQ-LOC-NM    OF DCLFC-XXXAIL-ACQ-STAGE                  00069300
069400       TO FC-RL-STORE-NM     OF P-DDDTRL01                        00069400
069500          FC-RL-STORE-LOC-NM OF P-DDDTRL01                        00069500
069600     MOVE AQ-OPENING-DT OF DCLFC-XXXAIL-ACQ-STAGE TO WS-ISO-DT    00069600
069700     MOVE WS-ISO-DT (1:4) TO WS-USA-YYYY                          00069700
069800     MOVE WS-ISO-DT (6:2) TO WS-USA-MM                            00069800
069900     MOVE WS-ISO-DT (9:2) TO WS-USA-DD                            00069900
070000     MOVE WS-USA-DT TO FC-RL-OPENING-DT OF P-DDDTRL01             00070000
070100     MOVE AQ-AREA-CD   OF DCLFC-XXXAIL-ACQ-STAGE                  00070100
070200       TO FC-RL-AREA-CODE-NO OF P-DDDTRL01                        00070200
070300     MOVE AQ-PHONE-NBR OF DCLFC-XXXAIL-ACQ-STAGE                  00070300
070400       TO FC-RL-TELEPHONE-NO OF P-DDDTRL01                        00070400
070500     MOVE AQ-CITY      OF DCLFC-XXXAIL-ACQ-STAGE                  00070500
070600       TO FC-CITY-ADR        OF P-DDDTRL01                        00070600
070700     MOVE AQ-STATE-CD  OF DCLFC-XXXAIL-ACQ-STAGE                  00070700
070800       TO FC-STATE-ADR       OF P-DDDTRL01                        00070800
070900     MOVE 'Y' TO FC-RL-NEW-STORE-CD OF P-DDDTRL01                 00070900
071000     .                                                            00071000
071100                                                                  00071100
071200*================================================================ 00071200
071300* The store's departments, each held to the XXX_DEPT parent       00071300
071400* rule a store-department add always gets (MMMS0304, table 015)   00071400
071500* and dated from the store's opening.                             00071500
071600*================================================================ 00071600
071700 460-ADD-STORE-DEPTS.                                             00071700
071800     MOVE AQ-OUR-DEPT-TXT OF DCLFC-XXXAIL-ACQ-STAGE               00071800
071900       TO WS-OUR-DEPTS                                            00071900
072000     MOVE WS-NEW-STORE-NO TO WS-FC-STORE-NO                       00072000
072100     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      00072100
072200       UNTIL WS-DEPT-IDX > AQ-DEPT-CNT OF DCLFC-XXXAIL-ACQ-STAGE  00072200
072300          OR WS-DEPT-IDX > 12                                     00072300
072400          OR STORE-IN-ERROR                                       00072400
072500       MOVE WS-OUR-DEPT-NBR    (WS-DEPT-IDX) TO WS-DEPT-NBR       00072500
072600       MOVE WS-OUR-SUB-DEPT-ID (WS-DEPT-IDX) TO WS-SUB-DEPT-ID    00072600
072700       PERFORM 465-ADD-ONE-STORE-DEPT                             00072700
072800     END-PERFORM                                                  00072800
072900     .                                                            00072900
073000                                                                  00073000
073100 465-ADD-ONE-STORE-DEPT.                                          00073100
073200     INITIALIZE XXXN001A                                          00073200
073300                MMMC0304                                          00073300
073400     MOVE WS-DEPT-NBR    TO MMMC0304-STR-DEPT-NBR                 00073400
073500     MOVE WS-SUB-DEPT-ID TO MMMC0304-STR-SUB-DEPT-ID              00073500
073600     SET  MMMC0304-INSERT-CHECK TO TRUE                           00073600
073700     SET  MMMC0304-STR-DEPT     TO TRUE                           00073700
073800     CALL MMMS0304-RI-CHK USING                                   00073800
073900          XXXN001A                                                00073900
074000          MMMC0304                                                00074000
074100     IF NOT SUCCESS                                               00074100
074200       SET  STORE-IN-ERROR TO TRUE                                00074200
074300       MOVE IS-RTRN-MSG-TXT TO WS-EDIT-MSG                        00074300
074400     ELSE                                                         00074400
074500       EXEC SQL                                                   00074500
074600         INSERT INTO FC_RETAIL_DEPTS                              00074600
074700              ( FC_STORE_NO, FC_DEPT_NO, FC_SUB_DEPT_ID,          00074700
074800                FC_EFF_DT )                                       00074800
074900         VALUES                                                   00074900
075000              ( :WS-FC-STORE-NO, :WS-DEPT-NBR, :WS-SUB-DEPT-ID,   00075000
075100                DATE(:DCLFC-XXXAIL-ACQ-STAGE.AQ-OPENING-DT) )     00075100
075200       END-EXEC                                                   00075200
075300       IF SQLCODE NOT = 0                                         00075300
075400         SET  STORE-IN-ERROR TO TRUE                              00075400
075500         MOVE SQLCODE TO WS-SQLCODE                               00075500
075600         MOVE SPACES  TO WS-EDIT-MSG                              00075600
075700         STRING 'FC_RETAIL_DEPTS ADD FAILED FOR DEPT '            00075700
075800                WS-DEPT-NBR '/' WS-SUB-DEPT-ID                    00075800
075900                ', SQLCODE = ' WS-SQLCODE                         00075900
076000           DELIMITED BY SIZE INTO WS-EDIT-MSG                     00076000
076100       END-IF                                                     00076100
076200     END-IF                                                       00076200
076300     .                                                            00076300
076400                                                                  00076400
076500*================================================================ 00076500
076600* The chain's old store number against the location it became.    00076600
076700*================================================================ 00076700
076800 480-ADD-CROSS-REFERENCE.                                         00076800
076900     MOVE AQ-CHAIN-CD     OF DCLFC-XXXAIL-ACQ-STAGE               00076900
077000       TO XR-CHAIN-CD     OF DCLFC-XXXAIL-ACQ-STR-XREF            00077000
077100     MOVE AQ-OLD-STORE-NO OF DCLFC-XXXAIL-ACQ-STAGE               00077100
077200       TO XR-OLD-STORE-NO OF DCLFC-XXXAIL-ACQ-STR-XREF            00077200
077300     MOVE K-STORE-LOC-TYPE                                        00077300
077400       TO XR-LOC-TYP-CD   OF DCLFC-XXXAIL-ACQ-STR-XREF            00077400
077500     MOVE WS-NEW-STORE-NO                                         00077500
077600       TO XR-LOC-NBR      OF DCLFC-XXXAIL-ACQ-STR-XREF            00077600
077700     EXEC SQL                                                     00077700
077800       INSERT INTO FC_XXXAIL_ACQ_STR_XREF                         00077800
077900          ( XR_CHAIN_CD, XR_OLD_STORE_NO, XR_LOC_TYP_CD,          00077900
078000            XR_LOC_NBR, XR_CRE_TS )                               00078000
078100       VALUES                                                     00078100
078200          ( :DCLFC-XXXAIL-ACQ-STR-XREF.XR-CHAIN-CD,               00078200
078300            :DCLFC-XXXAIL-ACQ-STR-XREF.XR-OLD-STORE-NO,           00078300
078400            :DCLFC-XXXAIL-ACQ-STR-XREF.XR-LOC-TYP-CD,             00078400
078500            :DCLFC-XXXAIL-ACQ-STR-XREF.XR-LOC-NBR,                00078500
078600            CURRENT TIMESTAMP )                                   00078600
078700     END-EXEC                                                     00078700
078800     IF SQLCODE NOT = 0                                           00078800
078900       SET  STORE-IN-ERROR TO TRUE                                00078900
079000       MOVE SQLCODE TO WS-SQLCODE                                 00079000
079100       MOVE SPACES  TO WS-EDIT-MSG                                00079100
079200       STRING 'CROSS-REFERENCE ADD FAILED, SQLCODE = '            00079200
079300              WS-SQLCODE                                          00079300
079400         DELIMITED BY SIZE INTO WS-EDIT-MSG                       00079400
079500     END-IF                                                       00079500
079600     .                                                            00079600
079700                                                                  00079700
079800 490-RETIRE-STAGING-ROW.                                          00079800
079900     MOVE WS-NEW-STORE-NO                                         00079900
080000       TO AQ-NEW-STORE-NO OF DCLFC-XXXAIL-ACQ-STAGE               00080000
080100     EXEC SQL                                                     00080100
080200       UPDATE FC_XXXAIL_ACQ_STAGE                                 00080200
080300          SET AQ_STAT_CD      = 'R',                              00080300
080400              AQ_NEW_STORE_NO =                                   00080400
080500              :DCLFC-XXXAIL-ACQ-STAGE.AQ-NEW-STORE-NO,            00080500
080600              AQ_RELEASED_TS  = CURRENT TIMESTAMP,                00080600
080700              AQ_ERR_MSG_TXT  = ' '                               00080700
080800        WHERE AQ_CHAIN_CD     =                                   00080800
080900              :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD                 00080900
081000          AND AQ_OLD_STORE_NO =                                   00081000
081100              :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO             00081100
081200          AND AQ_STAT_CD      = 'A'                               00081200
081300     END-EXEC                                                     00081300
081400     IF SQLCODE NOT = 0                                           00081400
081500       SET  STORE-IN-ERROR TO TRUE                                00081500
081600       MOVE SQLCODE TO WS-SQLCODE                                 00081600
081700       MOVE SPACES  TO WS-EDIT-MSG                                00081700
081800       STRING 'STAGING ROW UPDATE FAILED, SQLCODE = '             00081800
081900              WS-SQLCODE                                          00081900
082000         DELIMITED BY SIZE INTO WS-EDIT-MSG                       00082000
082100     END-IF                                                       00082100
082200     .                                                            00082200
082300                                                                  00082300
082400*================================================================ 00082400
082500* A store that did not make it: the unit of work is already       00082500
082600* rolled back; the message lands on the staging row (E) and is    00082600
082700* committed on its own so the next approve can retry it.          00082700
082800*================================================================ 00082800
082900 500-MARK-RELEASE-FAILED.                                         00082900
083000     IF WS-EDIT-MSG = SPACES                                      00083000
083100       MOVE 'INSERT FAILED ON RELEASE' TO WS-EDIT-MSG             00083100
083200     END-IF                                                       00083200
083300     ADD 1 TO WS-FAILED-COUNT                                     00083300
083400     MOVE 'FAILED   '  TO WS-DTL-RESULT                           00083400
083500     MOVE 0            TO WS-DTL-NEW-STORE-NO                     00083500
083600     MOVE WS-EDIT-MSG  TO WS-DTL-REASON                           00083600
083700     WRITE RPT-LINE FROM WS-DTL-LINE                              00083700
083800     MOVE WS-EDIT-MSG                                             00083800
083900       TO AQ-ERR-MSG-TXT OF DCLFC-XXXAIL-ACQ-STAGE                00083900
084000     EXEC SQL                                                     00084000
084100       UPDATE FC_XXXAIL_ACQ_STAGE                                 00084100
084200          SET AQ_STAT_CD     = 'E',                               00084200
084300              AQ_ERR_MSG_TXT =                                    00084300
084400              :DCLFC-XXXAIL-ACQ-STAGE.AQ-ERR-MSG-TXT              00084400
084500        WHERE AQ_CHAIN_CD     =                                   00084500
084600              :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD                 00084600
084700          AND AQ_OLD_STORE_NO =                                   00084700
084800              :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO             00084800
084900          AND AQ_STAT_CD      = 'A'                               00084900
085000     END-EXEC                                                     00085000
085100     IF SQLCODE NOT = 0                                           00085100
085200       PERFORM 800-REPORT-SQL-ERROR                               00085200
085300     ELSE                                                         00085300
085400       EXEC SQL                                                   00085400
085500         COMMIT                                                   00085500
085600       END-EXEC                                                   00085600
085700     END-IF                                                       00085700
085800     .                                                            00085800
085900                                                                  00085900
086000*================================================================ 00086000
086100* The DAOs...                                                     00086100
086200*================================================================ 00086200
086300 600-CALL-LO-DAO.                                                 00086300
086400     INITIALIZE XXXN001A                                          00086400
086500     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00086500
086600     CALL NNNS0487-LO-DAO USING                                   00086600
086700         XXXN001A                                                 00086700
086800         SQLCA                                                    00086800
086900         YYYN005A                                                 00086900
087000         NNNN0000-PARMS                                           00087000
087100         P-DDDTLO01                                               00087100
087200     .                                                            00087200
087300                                                                  00087300
087400 620-CALL-LR-DAO.                                                 00087400
087500     INITIALIZE XXXN001A                                          00087500
087600     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00087600
087700     CALL NNNS0488-LR-DAO USING                                   00087700
087800         XXXN001A                                                 00087800
087900         SQLCA                                                    00087900
088000         YYYN005A                                                 00088000
088100         NNNN0000-PARMS                                           00088100
088200         P-DDDTLR01                                               00088200
088300     .                                                            00088300
088400                                                                  00088400
088500 640-CALL-RL-DAO.                                                 00088500
088600     INITIALIZE XXXN001A                                          00088600
088700     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00088700
088800     CALL NNNS0120-RL-DAO USING                                   00088800
088900         XXXN001A                                                 00088900
089000         SQLCA                                                    00089000
089100         YYYN005A                                                 00089100
089200         NNNN0000-PARMS                                           00089200
089300         P-DDDTRL01                                               00089300
089400     .                                                            00089400
089500                                                                  00089500
089600 800-REPORT-SQL-ERROR.                                            00089600
089700     MOVE SQLCODE TO WS-SQLCODE                                   00089700
089800     MOVE SPACES  TO RPT-LINE                                     00089800
089900     STRING 'MMMB2202 - SQL ERROR ON FC_XXXAIL_ACQ_STAGE,'        00089900
090000            ' SQLCODE = ' WS-SQLCODE                              00090000
090100       DELIMITED BY SIZE INTO RPT-LINE                            00090100
090200     WRITE RPT-LINE                                               00090200
090300     DISPLAY RPT-LINE                                             00090300
090400     SET CALL-ERROR-DETECTED TO TRUE                              00090400
090500     MOVE 0 TO SQLCODE                                            00090500
090600     .                                                            00090600
090700                                                                  00090700
090800*================================================================ 00090800
090900* Termination...                                                  00090900
091000*================================================================ 00091000
091100 900-TERMINATE.                                                   00091100
091200     IF RELEASE-MODE                                              00091200
091300       EXEC SQL                                                   00091300
091400         CLOSE RELEASE-CSR                                        00091400
091500       END-EXEC                                                   00091500
091600       MOVE 0 TO SQLCODE                                          00091600
091700     END-IF                                                       00091700
091800     MOVE SPACES TO RPT-LINE                                      00091800
091900     WRITE RPT-LINE                                               00091900
092000     MOVE 'STORES APPROVED       -  ' TO WS-CNT-TXT               00092000
092100     MOVE WS-APPROVED-COUNT           TO WS-CNT-NBR               00092100
092200     WRITE RPT-LINE FROM WS-CNT-LINE                              00092200
092300     MOVE 'APPROVALS REFUSED     -  ' TO WS-CNT-TXT               00092300
092400     MOVE WS-REFUSED-COUNT            TO WS-CNT-NBR               00092400
092500     WRITE RPT-LINE FROM WS-CNT-LINE                              00092500
092600     MOVE 'STORES RELEASED       -  ' TO WS-CNT-TXT               00092600
092700     MOVE WS-RELEASED-COUNT           TO WS-CNT-NBR               00092700
092800     WRITE RPT-LINE FROM WS-CNT-LINE                              00092800
092900     MOVE 'RELEASES FAILED       -  ' TO WS-CNT-TXT               00092900
093000     MOVE WS-FAILED-COUNT             TO WS-CNT-NBR               00093000
093100     WRITE RPT-LINE FROM WS-CNT-LINE                              00093100
093200     IF NBRS-EXHAUSTED                                            00093200
093300           MOVE 'RELEASE STOPPED - REGISTER MORE NUMBERS (NR)'    00093300
093400         TO RPT-LINE                                              00093400
093500       WRITE RPT-LINE                                             00093500
093600     END-IF                                                       00093600
093700     IF WS-REFUSED-COUNT > 0 OR WS-FAILED-COUNT > 0               00093700
093800       MOVE 4 TO RETURN-CODE                                      00093800
093900     END-IF                                                       00093900
094000     IF CALL-ERROR-DETECTED                                       00094000
094100       MOVE 16 TO RETURN-CODE                                     00094100
094200     END-IF                                                       00094200
094300     CLOSE PARM-IN RLSE-RPT                                       00094300
094400     .                                                            00094400
