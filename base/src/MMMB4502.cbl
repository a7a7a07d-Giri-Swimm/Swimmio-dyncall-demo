000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB4502.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Daily open-store population balancing across the outbound feeds.00000600
000700*                                                                 00000700
000800* Each outbound feed picks its own "open stores".  This job       00000800
000900* rebuilds every feed's store population from that feed's own     00000900
001000* selection rules and balances it against the master's open-store 00001000
001100* list - FC_XXXAIL_STORES status A and not past its closing date, 00001100
001200* the MMMB2602/MMMB6801 rule - and against the other feeds:       00001200
001300*   6801  store directory      open on the master, not mid-sync   00001300
001400*                              (FC_XXXAIL_LOC_CURRENCY), and a    00001400
001500*                              XXXATION row                       00001500
001600*   8501  POS tax rates        XXXAIL_LOC active, and a tax       00001600
001700*                              jurisdiction today (MMMS0170)      00001700
001800*   7001  pharmacy switch      XXXAIL_LOC active with an NABP     00001800
001900*                              number and a XXXATION row, and an  00001900
002000*                              NPI and a DEA number that pass the 00002000
002100*                              MMMB7001 edits.  The MMMS0166      00002100
002200*                              burst selection is run by run, so  00002200
002300*                              the population is company-wide.    00002300
002400*   7301  SRS/DSD delta        a FC_XXXAIL_STORES_HIST row at or  00002400
002500*                              before the feed's high-water mark  00002500
002600*                              (FC_XXXAIL_EXTR_HWM), and a        00002600
002700*                              XXXAIL_LOC/XXXATION row - without  00002700
002800*                              them the store is sent as a drop   00002800
002900*   7901  payroll delta        the same history test, with a      00002900
003000*                              payroll area and a pay group       00003000
003100*   9201  whse substitution    XXXAIL_LOC active                  00003100
003200*   4301  warehouse delta      the same history test              00003200
003300* A delta feed has only heard of a store its history was sent     00003300
003400* for; a store whose first change is after the high-water mark    00003400
003500* goes on the feed's next run.                                    00003500
003600*                                                                 00003600
003700* RPTOUT - one line per store open on the master that is missing  00003700
003800* from any feed, with a matrix of the feeds (Y in the feed, -     00003800
003900* missing), and one line per missing feed with the reason; then   00003900
004000* any store in a full-population feed (8501, 7001, 9201) that is  00004000
004100* not open on the master.  The summary gives, per feed, the       00004100
004200* stores in it, the open stores missing from it and the stores in 00004200
004300* it that are not open.  Any store listed ends the job with RC 4. 00004300
004400*                                                                 00004400
004500* Batch job - run standalone, schedule daily after the feeds.     00004500
004600*---------------------------------------------------------------- 00004600
004700 ENVIRONMENT DIVISION.                                            00004700
004800 INPUT-OUTPUT SECTION.                                            00004800
004900 FILE-CONTROL.                                                    00004900
005000     SELECT BAL-RPT        ASSIGN TO RPTOUT                       00005000
005100         ORGANIZATION IS LINE SEQUENTIAL.                         00005100
005200                                                                  00005200
005300 DATA DIVISION.                                                   00005300
005400 FILE SECTION.                                                    00005400
005500 FD  BAL-RPT.                                                     00005500
005600 01  RPT-LINE                          PIC X(132).                00005600
005700                                                                  00005700
005800 WORKING-STORAGE SECTION.                                         00005800
005900* --------------------------------------------------------------- 00005900
006000* Misc working storage...                                         00006000
006100* --------------------------------------------------------------- 00006100
006200 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00006200
006300    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00006300
006400    88 SQL-NO-ERROR                           VALUE 'N'.          00006400
006500 01 WS-STORE-LISTED-SW               PIC X    VALUE 'N'.          00006500
006600    88 STORE-IS-LISTED                        VALUE 'Y'.          00006600
006700    88 STORE-NOT-LISTED                       VALUE 'N'.          00006700
006800                                                                  00006800
006900 01 WS-TODAY-DT                      PIC X(10) VALUE SPACES.      00006900
007000 01 K-DEFAULT-HWM-TS                 PIC X(26) VALUE              00007000
007100    '0001-01-01-00.00.00.000000'.                                 00007100
007200 01 WS-MMMS0170-PGM                  PIC X(8) VALUE 'MMMS0170'.   00007200
007300                                                                  00007300
007400* The feeds, in report order, and their subscripts.               00007400
007500 01 K-FD-DIR                         PIC S9(4) COMP VALUE 1.      00007500
007600 01 K-FD-TAX                         PIC S9(4) COMP VALUE 2.      00007600
007700 01 K-FD-RX                          PIC S9(4) COMP VALUE 3.      00007700
007800 01 K-FD-SRS                         PIC S9(4) COMP VALUE 4.      00007800
007900 01 K-FD-PAY                         PIC S9(4) COMP VALUE 5.      00007900
008000 01 K-FD-SUB                         PIC S9(4) COMP VALUE 6.      00008000
008100 01 K-FD-WHS                         PIC S9(4) COMP VALUE 7.      00008100
008200 01 K-FD-MAX                         PIC S9(4) COMP VALUE 7.      00008200
008300 01 WS-FD-SUB                        PIC S9(4) COMP VALUE 0.      00008300
008400 01 WS-FLAG-SUB                      PIC S9(4) COMP VALUE 0.      00008400
008500 01 WS-FEED-NAMES-LIT.                                            00008500
008600    05 FILLER                        PIC X(8) VALUE 'MMMB6801'.   00008600
008700    05 FILLER                        PIC X(8) VALUE 'MMMB8501'.   00008700
008800    05 FILLER                        PIC X(8) VALUE 'MMMB7001'.   00008800
008900    05 FILLER                        PIC X(8) VALUE 'MMMB7301'.   00008900
009000    05 FILLER                        PIC X(8) VALUE 'MMMB7901'.   00009000
009100    05 FILLER                        PIC X(8) VALUE 'MMMB9201'.   00009100
009200    05 FILLER                        PIC X(8) VALUE 'MMMB4301'.   00009200
009300 01 WS-FEED-NAMES REDEFINES WS-FEED-NAMES-LIT.                    00009300
009400    05 WS-FEED-NM                    PIC X(8) OCCURS 7 TIMES.     00009400
009500 01 WS-FEED-TBL.                                                  00009500
009600    05 WS-FEED-ENTRY                 OCCURS 7 TIMES.              00009600
009700       10 WS-FD-IN-SW                PIC X.                       00009700
009800          88 FD-STORE-IN                      VALUE 'Y'.          00009800
009900          88 FD-STORE-OUT                     VALUE 'N'.          00009900
010000       10 WS-FD-REASON               PIC X(45).                   00010000
010100       10 WS-FD-HWM-TS               PIC X(26).                   00010100
010200       10 WS-FD-HWM-SW               PIC X.                       00010200
010300          88 FD-HWM-FOUND                     VALUE 'Y'.          00010300
010400          88 FD-HWM-NOT-FOUND                 VALUE 'N'.          00010400
010500       10 WS-FD-POP-CNT              PIC S9(9) COMP.              00010500
010600       10 WS-FD-MISS-CNT             PIC S9(9) COMP.              00010600
010700       10 WS-FD-EXTRA-CNT            PIC S9(9) COMP.              00010700
010800                                                                  00010800
010900* One store off BAL-CSR.                                          00010900
011000 01 WS-ST-LOC-NBR                    PIC S9(9) COMP VALUE 0.      00011000
011100 01 WS-ST-DIST-ID                    PIC S9(5) COMP-3 VALUE 0.    00011100
011200 01 WS-ST-MSTR-OPEN-SW               PIC X    VALUE 'N'.          00011200
011300    88 ST-MSTR-OPEN                           VALUE 'Y'.          00011300
011400 01 WS-ST-ON-FC-SW                   PIC X    VALUE 'N'.          00011400
011500    88 ST-ON-FC-STORES                        VALUE 'Y'.          00011500
011600 01 WS-ST-ON-RL-SW                   PIC X    VALUE 'N'.          00011600
011700    88 ST-ON-XXXAIL-LOC                       VALUE 'Y'.          00011700
011800 01 WS-ST-RL-ACTV-SW                 PIC X    VALUE 'N'.          00011800
011900    88 ST-XXXAIL-LOC-ACTIVE                   VALUE 'Y'.          00011900
012000 01 WS-ST-NABP-NBR                   PIC X(7)  VALUE SPACES.      00012000
012100 01 WS-ST-NATL-PROV-ID               PIC X(30) VALUE SPACES.      00012100
012200 01 WS-ST-DEA-NBR                    PIC X(9)  VALUE SPACES.      00012200
012300 01 WS-ST-PAYROL-AR-NO               PIC S9(3) COMP-3 VALUE 0.    00012300
012400 01 WS-ST-PAY-GROUP-NO               PIC S9(3) COMP-3 VALUE 0.    00012400
012500 01 WS-ST-LOCN-CNT                   PIC S9(9) COMP VALUE 0.      00012500
012600 01 WS-ST-NOT-CURR-CNT               PIC S9(9) COMP VALUE 0.      00012600
012700 01 WS-ST-FIRST-HIST-TS              PIC X(26) VALUE SPACES.      00012700
012800                                                                  00012800
012900* DEA format/check-digit work areas - same edits as MMMB7001.     00012900
013000 01 WS-DEA-ALPHA                     PIC X(2).                    00013000
013100 01 WS-DEA-DIGITS                    PIC X(7).                    00013100
013200 01 WS-DEA-DIGITS-N REDEFINES WS-DEA-DIGITS.                      00013200
013300    05 WS-DEA-D                      PIC 9 OCCURS 7 TIMES.        00013300
013400 01 WS-DEA-SUM-ODD                   PIC S9(3) COMP-3 VALUE 0.    00013400
013500 01 WS-DEA-SUM-EVEN                  PIC S9(3) COMP-3 VALUE 0.    00013500
013600 01 WS-DEA-TOTAL                     PIC S9(3) COMP-3 VALUE 0.    00013600
013700 01 WS-DEA-CHECK-DIGIT               PIC 9.                       00013700
013800 01 WS-DEA-VALID-FORMAT-SW           PIC X VALUE 'N'.             00013800
013900    88 DEA-VALID-FORMAT                       VALUE 'Y'.          00013900
014000    88 DEA-NOT-VALID-FORMAT                   VALUE 'N'.          00014000
014100                                                                  00014100
014200 01 WS-MSTR-OPEN-CNT                 PIC S9(9) COMP VALUE 0.      00014200
014300 01 WS-LISTED-OPEN-CNT               PIC S9(9) COMP VALUE 0.      00014300
014400 01 WS-LISTED-EXTRA-CNT              PIC S9(9) COMP VALUE 0.      00014400
014500                                                                  00014500
014600 COPY XXXN001A.                                                   00014600
014700 COPY YYYC0230.                                                   00014700
014800 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00014800
014900 COPY MMMC0170.                                                   00014900
015000                                                                  00015000
015100 01 WS-HDG-LINE-1.                                                00015100
015200    05 FILLER PIC X(60) VALUE                                     00015200
015300       'MMMB4502 - OPEN-STORE BALANCING ACROSS THE FEEDS'.        00015300
015400    05 FILLER PIC X(9)  VALUE 'AS OF - '.                         00015400
015500    05 WS-HDG-TODAY                  PIC X(10).                   00015500
015600 01 WS-HDG-LINE-2.                                                00015600
015700    05 FILLER PIC X(40) VALUE                                     00015700
015800       '    STORE   DIST  MASTER  6801 8501 7001'.                00015800
015900    05 FILLER PIC X(40) VALUE                                     00015900
016000       ' 7301 7901 9201 4301  FEED      REASON'.                  00016000
016100 01 WS-HDG-LINE-3.                                                00016100
016200    05 FILLER PIC X(60) VALUE                                     00016200
016300       'STORES OPEN ON THE MASTER AND MISSING FROM A FEED'.       00016300
016400 01 WS-HDG-LINE-4.                                                00016400
016500    05 FILLER PIC X(60) VALUE                                     00016500
016600       'STORES IN A FEED BUT NOT OPEN ON THE MASTER'.             00016600
016700 01 WS-BAL-LINE.                                                  00016700
016800    05 WS-BL-LOC-NBR                 PIC Z(8)9.                   00016800
016900    05 WS-BL-LOC-NBR-X               REDEFINES WS-BL-LOC-NBR      00016900
017000                                     PIC X(9).                    00017000
017100    05 FILLER                        PIC X(2) VALUE SPACES.       00017100
017200    05 WS-BL-DIST-ID                 PIC Z(4)9.                   00017200
017300    05 WS-BL-DIST-ID-X               REDEFINES WS-BL-DIST-ID      00017300
017400                                     PIC X(5).                    00017400
017500    05 FILLER                        PIC X(2) VALUE SPACES.       00017500
017600    05 WS-BL-MSTR                    PIC X(6).                    00017600
017700    05 FILLER                        PIC X(1) VALUE SPACES.       00017700
017800    05 WS-BL-FEED-FLAGS              OCCURS 7 TIMES.              00017800
017900       10 FILLER                     PIC X(2).                    00017900
018000       10 WS-BL-FLAG                 PIC X(1).                    00018000
018100       10 FILLER                     PIC X(2).                    00018100
018200    05 FILLER                        PIC X(2) VALUE SPACES.       00018200
018300    05 WS-BL-FEED-NM                 PIC X(8).                    00018300
018400    05 FILLER                        PIC X(2) VALUE SPACES.       00018400
018500    05 WS-BL-REASON                  PIC X(45).                   00018500
018600 01 WS-HDG-LINE-5.                                                00018600
018700    05 FILLER PIC X(40) VALUE                                     00018700
018800       'FEED       STORES IN FEED  OPEN STORES M'.                00018800
018900    05 FILLER PIC X(40) VALUE                                     00018900
019000       'ISSING  IN FEED, NOT OPEN'.                               00019000
019100 01 WS-SUM-LINE.                                                  00019100
019200    05 WS-SM-FEED-NM                 PIC X(8).                    00019200
019300    05 FILLER                        PIC X(3) VALUE SPACES.       00019300
019400    05 WS-SM-POP-CNT                 PIC ZZZ,ZZZ,ZZ9.             00019400
019500    05 FILLER                        PIC X(9) VALUE SPACES.       00019500
019600    05 WS-SM-MISS-CNT                PIC ZZZ,ZZZ,ZZ9.             00019600
019700    05 FILLER                        PIC X(7) VALUE SPACES.       00019700
019800    05 WS-SM-EXTRA-CNT               PIC ZZZ,ZZZ,ZZ9.             00019800
019900 01 WS-CNT-LINE.                                                  00019900
020000    05 WS-CNT-TXT                    PIC X(36).                   00020000
020100    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00020100
020200                                                                  00020200
020300* ----------------------------------------------------------------00020300
020400* DB2 stuff...                                                    00020400
020500* ----------------------------------------------------------------00020500
020600     EXEC SQL                                                     00020600
020700       INCLUDE SQLCA                                              00020700
020800     END-EXEC                                                     00020800
020900                                                                  00020900
021000     EXEC SQL                                                     00021000
021100       INCLUDE DDDTHW01                                           00021100
021200     END-EXEC                                                     00021200
021300                                                                  00021300
021400* Every store either open on the master or active on XXXAIL_LOC,  00021400
021500* with what each feed's selection looks at - the XXXATION row,    00021500
021600* the mid-sync flag and the store's earliest history row.         00021600
021700     EXEC SQL                                                     00021700
021800       DECLARE BAL-CSR CURSOR FOR                                 00021800
021900       SELECT COALESCE(F.FC_STORE_NO, R.LOC_NBR),                 00021900
022000              COALESCE(R.DIST_ID, 0),                             00022000
022100              CASE WHEN F.FC_RL_STATUS_CD = 'A'                   00022100
022200                    AND ( F.FC_RL_CLOSING_DT = '0001-01-01'       00022200
022300                       OR F.FC_RL_CLOSING_DT >= CURRENT DATE )    00022300
022400                   THEN 'Y' ELSE 'N' END,                         00022400
022500              CASE WHEN F.FC_STORE_NO IS NULL                     00022500
022600                   THEN 'N' ELSE 'Y' END,                         00022600
022700              CASE WHEN R.LOC_NBR IS NULL                         00022700
022800                   THEN 'N' ELSE 'Y' END,                         00022800
022900              CASE WHEN R.RETL_LOC_STAT_CD = 'A'                  00022900
023000                   THEN 'Y' ELSE 'N' END,                         00023000
023100              COALESCE(R.NABP_NBR, ' '),                          00023100
023200              COALESCE(R.NATL_PROV_ID, ' '),                      00023200
023300              COALESCE(R.DEA_NBR, ' '),                           00023300
023400              COALESCE(F.FC_RL_PAYROL_AR_NO, 0),                  00023400
023500              COALESCE(F.FC_RL_PAY_GROUP_NO, 0),                  00023500
023600              ( SELECT COUNT(*)                                   00023600
023700                  FROM XXXATION L                                 00023700
023800                 WHERE L.LOC_TYP_CD = 'S '                        00023800
023900                   AND L.LOC_NBR = COALESCE(F.FC_STORE_NO,        00023900
024000                                            R.LOC_NBR) ),         00024000
024100              ( SELECT COUNT(*)                                   00024100
024200                  FROM FC_XXXAIL_LOC_CURRENCY C                   00024200
024300                 WHERE C.LC_LOC_TYP_CD = 'S '                     00024300
024400                   AND C.LC_LOC_NBR = COALESCE(F.FC_STORE_NO,     00024400
024500                                               R.LOC_NBR) ),      00024500
024600              ( SELECT COALESCE(CHAR(MIN(H.RH_EFF_TS)), ' ')      00024600
024700                  FROM FC_XXXAIL_STORES_HIST H                    00024700
024800                 WHERE H.RH_LOC_TYP_CD = 'S '                     00024800
024900                   AND H.RH_LOC_NBR = COALESCE(F.FC_STORE_NO,     00024900
025000                                               R.LOC_NBR) )       00025000
025100         FROM FC_XXXAIL_STORES F                                  00025100
025200              FULL OUTER JOIN                                     00025200
025300              ( SELECT LOC_NBR, DIST_ID, RETL_LOC_STAT_CD,        00025300
025400                       NABP_NBR, NATL_PROV_ID, DEA_NBR            00025400
025500                  FROM XXXAIL_LOC                                 00025500
025600                 WHERE LOC_TYP_CD = 'S ' ) R                      00025600
025700                 ON R.LOC_NBR = F.FC_STORE_NO                     00025700
025800        WHERE ( F.FC_RL_STATUS_CD = 'A'                           00025800
025900            AND ( F.FC_RL_CLOSING_DT = '0001-01-01'               00025900
026000               OR F.FC_RL_CLOSING_DT >= CURRENT DATE ) )          00026000
026100           OR R.RETL_LOC_STAT_CD = 'A'                            00026100
026200        ORDER BY 1                                                00026200
026300     END-EXEC                                                     00026300
026400                                                                  00026400
026500 PROCEDURE DIVISION.                                              00026500
026600***************************************************************** 00026600
026700* Start of program main line.                                     00026700
026800***************************************************************** 00026800
026900 000-MAIN.                                                        00026900
027000     PERFORM 050-RUN-CNTL-START                                   00027000
027100     IF SQL-ERROR-DETECTED                                        00027100
027200       MOVE 8 TO RETURN-CODE                                      00027200
027300       GOBACK                                                     00027300
027400     END-IF                                                       00027400
027500     PERFORM 100-INITIALIZE                                       00027500
027600     IF SQL-NO-ERROR                                              00027600
027700       PERFORM 200-BALANCE-THE-STORES                             00027700
027800     END-IF                                                       00027800
027900     PERFORM 900-TERMINATE                                        00027900
028000     PERFORM 055-RUN-CNTL-END                                     00028000
028100     GOBACK                                                       00028100
028200     .                                                            00028200
028300                                                                  00028300
028400*================================================================ 00028400
028500* Initialization - today's date, and the three delta feeds'       00028500
028600* high-water marks.  A delta feed that has never run has sent     00028600
028700* nothing, the same start MMMB7301 takes.                         00028700
028800*================================================================ 00028800
028900 100-INITIALIZE.                                                  00028900
029000     INITIALIZE WS-FEED-TBL                                       00029000
029100     EXEC SQL                                                     00029100
029200       SELECT CHAR(CURRENT DATE, ISO)                             00029200
029300         INTO :WS-TODAY-DT                                        00029300
029400         FROM SYSIBM.SYSDUMMY1                                    00029400
029500     END-EXEC                                                     00029500
029600     IF SQLCODE NOT = 0                                           00029600
029700       SET SQL-ERROR-DETECTED TO TRUE                             00029700
029800       DISPLAY 'MMMB4502 - ERROR GETTING THE DATE, SQLCODE='      00029800
029900               SQLCODE                                            00029900
030000     END-IF                                                       00030000
030100     MOVE WS-TODAY-DT TO WS-HDG-TODAY                             00030100
030200     OPEN OUTPUT BAL-RPT                                          00030200
030300     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00030300
030400     WRITE RPT-LINE FROM SPACES                                   00030400
030500     MOVE K-FD-SRS TO WS-FD-SUB                                   00030500
030600     PERFORM 120-GET-ONE-HWM                                      00030600
030700     MOVE K-FD-PAY TO WS-FD-SUB                                   00030700
030800     PERFORM 120-GET-ONE-HWM                                      00030800
030900     MOVE K-FD-WHS TO WS-FD-SUB                                   00030900
031000     PERFORM 120-GET-ONE-HWM                                      00031000
031100     .                                                            00031100
031200                                                                  00031200
031300 120-GET-ONE-HWM.                                                 00031300
031400     MOVE WS-FEED-NM (WS-FD-SUB) TO MD-EX-JOB-NM OF DDDTHW01      00031400
031500     EXEC SQL                                                     00031500
031600        SELECT EX_HWM_TS                                          00031600
031700         INTO :DDDTHW01.MD-EX-HWM-TS                              00031700
031800        FROM FC_XXXAIL_EXTR_HWM                                   00031800
031900        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00031900
032000     END-EXEC                                                     00032000
032100     EVALUATE TRUE                                                00032100
032200       WHEN SQLCODE = 0                                           00032200
032300         MOVE MD-EX-HWM-TS OF DDDTHW01 TO WS-FD-HWM-TS (WS-FD-SUB)00032300
032400         SET FD-HWM-FOUND (WS-FD-SUB)  TO TRUE                    00032400
032500       WHEN SQLCODE = 100                                         00032500
032600         MOVE K-DEFAULT-HWM-TS         TO WS-FD-HWM-TS (WS-FD-SUB)00032600
032700         SET FD-HWM-NOT-FOUND (WS-FD-SUB) TO TRUE                 00032700
032800       WHEN OTHER                                                 00032800
032900         SET SQL-ERROR-DETECTED        TO TRUE                    00032900
033000         DISPLAY 'MMMB4502 - ERROR READING EXTR_HWM, SQLCODE='    00033000
033100                 SQLCODE                                          00033100
033200     END-EVALUATE                                                 00033200
033300     .                                                            00033300
033400                                                                  00033400
033500*================================================================ 00033500
033600* One pass of the stores - each store is run through every        00033600
033700* feed's selection, then listed if it is out of balance.          00033700
033800*================================================================ 00033800
033900 200-BALANCE-THE-STORES.                                          00033900
034000     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00034000
034100     WRITE RPT-LINE FROM SPACES                                   00034100
034200     EXEC SQL                                                     00034200
034300       OPEN BAL-CSR                                               00034300
034400     END-EXEC                                                     00034400
034500     IF SQLCODE NOT = 0                                           00034500
034600       SET SQL-ERROR-DETECTED TO TRUE                             00034600
034700       DISPLAY 'MMMB4502 - ERROR OPENING BAL-CSR, SQLCODE='       00034700
034800               SQLCODE                                            00034800
034900     ELSE                                                         00034900
035000       PERFORM 220-FETCH-NEXT-STORE                               00035000
035100       PERFORM 250-DO-ONE-STORE                                   00035100
035200         UNTIL SQLCODE NOT = 0                                    00035200
035300       IF SQLCODE = 100                                           00035300
035400         MOVE 0 TO SQLCODE                                        00035400
035500       END-IF                                                     00035500
035600       EXEC SQL                                                   00035600
035700         CLOSE BAL-CSR                                            00035700
035800       END-EXEC                                                   00035800
035900     END-IF                                                       00035900
036000     .                                                            00036000
036100                                                                  00036100
036200 220-FETCH-NEXT-STORE.                                            00036200
036300     EXEC SQL                                                     00036300
036400       FETCH BAL-CSR                                              00036400
036500         INTO :WS-ST-LOC-NBR, :WS-ST-DIST-ID,                     00036500
036600              :WS-ST-MSTR-OPEN-SW, :WS-ST-ON-FC-SW,               00036600
036700              :WS-ST-ON-RL-SW, :WS-ST-RL-ACTV-SW,                 00036700
036800              :WS-ST-NABP-NBR, :WS-ST-NATL-PROV-ID,               00036800
036900              :WS-ST-DEA-NBR, :WS-ST-PAYROL-AR-NO,                00036900
037000              :WS-ST-PAY-GROUP-NO, :WS-ST-LOCN-CNT,               00037000
037100              :WS-ST-NOT-CURR-CNT, :WS-ST-FIRST-HIST-TS           00037100
037200     END-EXEC                                                     00037200
037300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00037300
037400       SET SQL-ERROR-DETECTED       TO TRUE                       00037400
037500       DISPLAY 'MMMB4502 - ERROR FETCHING BAL-CSR, SQLCODE='      00037500
037600               SQLCODE                                            00037600
037700     END-IF                                                       00037700
037800     .                                                            00037800
037900                                                                  00037900
038000 250-DO-ONE-STORE.                                                00038000
038100     IF ST-MSTR-OPEN                                              00038100
038200       ADD 1 TO WS-MSTR-OPEN-CNT                                  00038200
038300     END-IF                                                       00038300
038400     PERFORM 310-CHECK-DIRECTORY                                  00038400
038500     PERFORM 320-CHECK-POS-TAX                                    00038500
038600     PERFORM 330-CHECK-PHARMACY                                   00038600
038700     PERFORM 340-CHECK-SRS-DSD                                    00038700
038800     PERFORM 350-CHECK-PAYROLL                                    00038800
038900     PERFORM 360-CHECK-SUBSTITUTION                               00038900
039000     MOVE K-FD-WHS TO WS-FD-SUB                                   00039000
039100     PERFORM 390-CHECK-DELTA-SENT                                 00039100
039200     PERFORM 400-BALANCE-ONE-STORE                                00039200
039300     PERFORM 220-FETCH-NEXT-STORE                                 00039300
039400     .                                                            00039400
039500                                                                  00039500
039600*================================================================ 00039600
039700* MMMB6801 - open on the master, dropped quietly while mid-sync,  00039700
039800* and published off the store's XXXATION row.                     00039800
039900*================================================================ 00039900
040000 310-CHECK-DIRECTORY.                                             00040000
040100     SET FD-STORE-OUT (K-FD-DIR) TO TRUE                          00040100
040200     EVALUATE TRUE                                                00040200
040300       WHEN NOT ST-MSTR-OPEN                                      00040300
040400         MOVE 'NOT OPEN ON FC_XXXAIL_STORES'                      00040400
040500           TO WS-FD-REASON (K-FD-DIR)                             00040500
040600       WHEN WS-ST-NOT-CURR-CNT > 0                                00040600
040700         MOVE 'NOT CURRENT - DROPPED WHILE MID-SYNC'              00040700
040800           TO WS-FD-REASON (K-FD-DIR)                             00040800
040900       WHEN WS-ST-LOCN-CNT = 0                                    00040900
041000         MOVE 'NO XXXATION ROW'                                   00041000
041100           TO WS-FD-REASON (K-FD-DIR)                             00041100
041200       WHEN OTHER                                                 00041200
041300         SET FD-STORE-IN (K-FD-DIR) TO TRUE                       00041300
041400     END-EVALUATE                                                 00041400
041500     .                                                            00041500
041600                                                                  00041600
041700*================================================================ 00041700
041800* MMMB8501 - every active store that resolves to a tax            00041800
041900* jurisdiction today.                                             00041900
042000*================================================================ 00042000
042100 320-CHECK-POS-TAX.                                               00042100
042200     SET FD-STORE-OUT (K-FD-TAX) TO TRUE                          00042200
042300     EVALUATE TRUE                                                00042300
042400       WHEN NOT ST-ON-XXXAIL-LOC                                  00042400
042500         MOVE 'NO XXXAIL_LOC ROW'                                 00042500
042600           TO WS-FD-REASON (K-FD-TAX)                             00042600
042700       WHEN NOT ST-XXXAIL-LOC-ACTIVE                              00042700
042800         MOVE 'XXXAIL_LOC NOT ACTIVE (RETL_LOC_STAT_CD)'          00042800
042900           TO WS-FD-REASON (K-FD-TAX)                             00042900
043000       WHEN OTHER                                                 00043000
043100         INITIALIZE XXXN001A                                      00043100
043200                    MMMC0170                                      00043200
043300         MOVE WS-ST-LOC-NBR      TO MMMC0170-LOC-NBR              00043300
043400         MOVE 'S '               TO MMMC0170-LOC-TYP-CD           00043400
043500         MOVE WS-TODAY-DT        TO MMMC0170-AS-OF-DT             00043500
043600         CALL WS-MMMS0170-PGM USING                               00043600
043700             XXXN001A                                             00043700
043800             MMMC0170                                             00043800
043900         EVALUATE TRUE                                            00043900
044000           WHEN NOT SUCCESS                                       00044000
044100             MOVE 'TAX JURISDICTION LOOKUP FAILED (MMMS0170)'     00044100
044200               TO WS-FD-REASON (K-FD-TAX)                         00044200
044300             INITIALIZE XXXN001A                                  00044300
044400           WHEN MMMC0170-JUR-NOT-ASSIGNED                         00044400
044500             MOVE 'NO TAX JURISDICTION'                           00044500
044600               TO WS-FD-REASON (K-FD-TAX)                         00044600
044700           WHEN OTHER                                             00044700
044800             SET FD-STORE-IN (K-FD-TAX) TO TRUE                   00044800
044900         END-EVALUATE                                             00044900
045000     END-EVALUATE                                                 00045000
045100     .                                                            00045100
045200                                                                  00045200
045300*================================================================ 00045300
045400* MMMB7001 - an active store with an NABP number and a XXXATION   00045400
045500* row goes to the switch unless it fails the NPI/DEA edits.       00045500
045600*================================================================ 00045600
045700 330-CHECK-PHARMACY.                                              00045700
045800     SET FD-STORE-OUT (K-FD-RX) TO TRUE                           00045800
045900     EVALUATE TRUE                                                00045900
046000       WHEN NOT ST-ON-XXXAIL-LOC                                  00046000
046100         MOVE 'NO XXXAIL_LOC ROW'                                 00046100
046200           TO WS-FD-REASON (K-FD-RX)                              00046200
046300       WHEN NOT ST-XXXAIL-LOC-ACTIVE                              00046300
046400         MOVE 'XXXAIL_LOC NOT ACTIVE (RETL_LOC_STAT_CD)'          00046400
046500           TO WS-FD-REASON (K-FD-RX)                              00046500
046600       WHEN WS-ST-NABP-NBR = SPACES                               00046600
046700         MOVE 'NO PHARMACY ID (NABP_NBR)'                         00046700
046800           TO WS-FD-REASON (K-FD-RX)                              00046800
046900       WHEN WS-ST-LOCN-CNT = 0                                    00046900
047000         MOVE 'NO XXXATION ROW'                                   00047000
047100           TO WS-FD-REASON (K-FD-RX)                              00047100
047200       WHEN WS-ST-NATL-PROV-ID = SPACES                           00047200
047300         MOVE 'MISSING NATIONAL PROVIDER ID'                      00047300
047400           TO WS-FD-REASON (K-FD-RX)                              00047400
047500       WHEN WS-ST-DEA-NBR = SPACES                                00047500
047600         MOVE 'MISSING DEA REGISTRATION NUMBER'                   00047600
047700           TO WS-FD-REASON (K-FD-RX)                              00047700
047800       WHEN OTHER                                                 00047800
047900         PERFORM 335-VALIDATE-DEA-FORMAT                          00047900
048000         IF DEA-NOT-VALID-FORMAT                                  00048000
048100           MOVE 'DEA NUMBER NOT IN 2-ALPHA/7-DIGIT FORMAT'        00048100
048200             TO WS-FD-REASON (K-FD-RX)                            00048200
048300         ELSE                                                     00048300
048400           PERFORM 337-VALIDATE-DEA-CHECK-DIGIT                   00048400
048500           IF WS-DEA-CHECK-DIGIT NOT = WS-DEA-D(7)                00048500
048600             MOVE 'DEA NUMBER FAILS CHECK-DIGIT VALIDATION'       00048600
048700               TO WS-FD-REASON (K-FD-RX)                          00048700
048800           ELSE                                                   00048800
048900             SET FD-STORE-IN (K-FD-RX) TO TRUE                    00048900
049000           END-IF                                                 00049000
049100         END-IF                                                   00049100
049200     END-EVALUATE                                                 00049200
049300     .                                                            00049300
049400                                                                  00049400
049500*================================================================ 00049500
049600* A DEA number is 2 alpha characters followed by 7 digits.        00049600
049700*================================================================ 00049700
049800 335-VALIDATE-DEA-FORMAT.                                         00049800
049900     SET DEA-VALID-FORMAT TO TRUE                                 00049900
050000     MOVE WS-ST-DEA-NBR(1:2) TO WS-DEA-ALPHA                      00050000
050100     MOVE WS-ST-DEA-NBR(3:7) TO WS-DEA-DIGITS                     00050100
050200                                                                  00050200
050300     IF WS-DEA-ALPHA IS NOT ALPHABETIC                            00050300
050400       SET DEA-NOT-VALID-FORMAT TO TRUE                           00050400
050500     END-IF                                                       00050500
050600     IF WS-DEA-DIGITS IS NOT NUMERIC                              00050600
050700       SET DEA-NOT-VALID-FORMAT TO TRUE                           00050700
050800     END-IF                                                       00050800
050900     .                                                            00050900
051000                                                                  00051000
051100*================================================================ 00051100
051200* DEA check-digit algorithm - see 335 for the digit layout.       00051200
051300*================================================================ 00051300
051400 337-VALIDATE-DEA-CHECK-DIGIT.                                    00051400
051500     COMPUTE WS-DEA-SUM-ODD  = WS-DEA-D(1) + WS-DEA-D(3)          00051500
051600                                           + WS-DEA-D(5)          00051600
051700     COMPUTE WS-DEA-SUM-EVEN = (WS-DEA-D(2) + WS-DEA-D(4)         00051700
051800                                            + WS-DEA-D(6)) * 2    00051800
051900     COMPUTE WS-DEA-TOTAL = WS-DEA-SUM-ODD + WS-DEA-SUM-EVEN      00051900
052000     DIVIDE WS-DEA-TOTAL BY 10 GIVING WS-DEA-TOTAL                00052000
052100       REMAINDER WS-DEA-CHECK-DIGIT                               00052100
052200     .                                                            00052200
052300                                                                  00052300
052400*================================================================ 00052400
052500* MMMB7301 - a store it has sent is dropped when it has no        00052500
052600* XXXAIL_LOC/XXXATION row to describe it.                         00052600
052700*================================================================ 00052700
052800 340-CHECK-SRS-DSD.                                               00052800
052900     MOVE K-FD-SRS TO WS-FD-SUB                                   00052900
053000     PERFORM 390-CHECK-DELTA-SENT                                 00053000
053100     IF FD-STORE-IN (K-FD-SRS)                                    00053100
053200       IF NOT ST-ON-XXXAIL-LOC OR WS-ST-LOCN-CNT = 0              00053200
053300         SET FD-STORE-OUT (K-FD-SRS) TO TRUE                      00053300
053400         MOVE 'NO XXXAIL_LOC/XXXATION ROW - SENT AS A DROP'       00053400
053500           TO WS-FD-REASON (K-FD-SRS)                             00053500
053600       END-IF                                                     00053600
053700     END-IF                                                       00053700
053800     .                                                            00053800
053900                                                                  00053900
054000*================================================================ 00054000
054100* MMMB7901 - payroll only hears of a store through its payroll    00054100
054200* area and pay group.                                             00054200
054300*================================================================ 00054300
054400 350-CHECK-PAYROLL.                                               00054400
054500     EVALUATE TRUE                                                00054500
054600       WHEN NOT ST-ON-FC-STORES                                   00054600
054700         SET FD-STORE-OUT (K-FD-PAY) TO TRUE                      00054700
054800         MOVE 'NO FC_XXXAIL_STORES ROW'                           00054800
054900           TO WS-FD-REASON (K-FD-PAY)                             00054900
055000       WHEN WS-ST-PAYROL-AR-NO = 0                                00055000
055100         SET FD-STORE-OUT (K-FD-PAY) TO TRUE                      00055100
055200         MOVE 'NO PAYROLL AREA (FC_RL_PAYROL_AR_NO)'              00055200
055300           TO WS-FD-REASON (K-FD-PAY)                             00055300
055400       WHEN WS-ST-PAY-GROUP-NO = 0                                00055400
055500         SET FD-STORE-OUT (K-FD-PAY) TO TRUE                      00055500
055600         MOVE 'NO PAY GROUP (FC_RL_PAY_GROUP_NO)'                 00055600
055700           TO WS-FD-REASON (K-FD-PAY)                             00055700
055800       WHEN OTHER                                                 00055800
055900         MOVE K-FD-PAY TO WS-FD-SUB                               00055900
056000         PERFORM 390-CHECK-DELTA-SENT                             00056000
056100     END-EVALUATE                                                 00056100
056200     .                                                            00056200
056300                                                                  00056300
056400*================================================================ 00056400
056500* MMMB9201 - every active store.                                  00056500
056600*================================================================ 00056600
056700 360-CHECK-SUBSTITUTION.                                          00056700
056800     SET FD-STORE-OUT (K-FD-SUB) TO TRUE                          00056800
056900     EVALUATE TRUE                                                00056900
057000       WHEN NOT ST-ON-XXXAIL-LOC                                  00057000
057100         MOVE 'NO XXXAIL_LOC ROW'                                 00057100
057200           TO WS-FD-REASON (K-FD-SUB)                             00057200
057300       WHEN NOT ST-XXXAIL-LOC-ACTIVE                              00057300
057400         MOVE 'XXXAIL_LOC NOT ACTIVE (RETL_LOC_STAT_CD)'          00057400
057500           TO WS-FD-REASON (K-FD-SUB)                             00057500
057600       WHEN OTHER                                                 00057600
057700         SET FD-STORE-IN (K-FD-SUB) TO TRUE                       00057700
057800     END-EVALUATE                                                 00057800
057900     .                                                            00057900
058000                                                                  00058000
058100*================================================================ 00058100
058200* A delta feed (WS-FD-SUB) has heard of the store once a history  00058200
058300* row at or before its high-water mark has been sent.             00058300
058400*================================================================ 00058400
058500 390-CHECK-DELTA-SENT.                                            00058500
058600     SET FD-STORE-OUT (WS-FD-SUB) TO TRUE                         00058600
058700     EVALUATE TRUE                                                00058700
058800       WHEN WS-ST-FIRST-HIST-TS = SPACES                          00058800
058900         MOVE 'NO FC_XXXAIL_STORES_HIST ROW - NEVER SENT'         00058900
059000           TO WS-FD-REASON (WS-FD-SUB)                            00059000
059100       WHEN FD-HWM-NOT-FOUND (WS-FD-SUB)                          00059100
059200         MOVE 'FEED HAS NOT RUN - NO HIGH-WATER MARK'             00059200
059300           TO WS-FD-REASON (WS-FD-SUB)                            00059300
059400       WHEN WS-ST-FIRST-HIST-TS > WS-FD-HWM-TS (WS-FD-SUB)        00059400
059500         MOVE 'CHANGED SINCE THE LAST RUN - GOES NEXT RUN'        00059500
059600           TO WS-FD-REASON (WS-FD-SUB)                            00059600
059700       WHEN OTHER                                                 00059700
059800         SET FD-STORE-IN (WS-FD-SUB) TO TRUE                      00059800
059900     END-EVALUATE                                                 00059900
060000     .                                                            00060000
060100                                                                  00060100
060200*================================================================ 00060200
060300* Count the store into each feed's population, then list it -     00060300
060400* open on the master and missing from a feed, or not open and     00060400
060500* in a feed that takes every active store (8501, 7001, 9201) -    00060500
06050A* a delta feed keeps a store it has already sent after the        0006050A
06050B* store closes, so it is not an extra there.                      0006050B
060600*================================================================ 00060600
060700 400-BALANCE-ONE-STORE.                                           00060700
060800     SET STORE-NOT-LISTED TO TRUE                                 00060800
060900     PERFORM 410-COUNT-ONE-FEED                                   00060900
061000       VARYING WS-FD-SUB FROM 1 BY 1                              00061000
061100         UNTIL WS-FD-SUB > K-FD-MAX                               00061100
061200     IF STORE-IS-LISTED                                           00061200
061300       IF ST-MSTR-OPEN                                            00061300
061400         ADD 1 TO WS-LISTED-OPEN-CNT                              00061400
061500       ELSE                                                       00061500
061600         ADD 1 TO WS-LISTED-EXTRA-CNT                             00061600
061700       END-IF                                                     00061700
061800     END-IF                                                       00061800
061900     .                                                            00061900
062000                                                                  00062000
062100 410-COUNT-ONE-FEED.                                              00062100
062200     IF FD-STORE-IN (WS-FD-SUB)                                   00062200
062300       ADD 1 TO WS-FD-POP-CNT (WS-FD-SUB)                         00062300
062400     END-IF                                                       00062400
062500     EVALUATE TRUE                                                00062500
062600       WHEN ST-MSTR-OPEN AND FD-STORE-OUT (WS-FD-SUB)             00062600
062700         ADD 1 TO WS-FD-MISS-CNT (WS-FD-SUB)                      00062700
062800         PERFORM 450-WRITE-BAL-LINE                               00062800
062900       WHEN NOT ST-MSTR-OPEN AND FD-STORE-IN (WS-FD-SUB)          00062900
06290A        AND ( WS-FD-SUB = K-FD-TAX OR WS-FD-SUB = K-FD-RX         0006290A
06290B           OR WS-FD-SUB = K-FD-SUB )                              0006290B
063000         ADD 1 TO WS-FD-EXTRA-CNT (WS-FD-SUB)                     00063000
063100         MOVE 'IN THE FEED BUT NOT OPEN ON THE MASTER'            00063100
063200           TO WS-FD-REASON (WS-FD-SUB)                            00063200
063300         PERFORM 450-WRITE-BAL-LINE                               00063300
063400     END-EVALUATE                                                 00063400
063500     .                                                            00063500
063600                                                                  00063600
063700*================================================================ 00063700
063800* The store's first line carries the store and the feed matrix;   00063800
063900* each further line just the feed and the reason.                 00063900
064000*================================================================ 00064000
064100 450-WRITE-BAL-LINE.                                              00064100
064200     MOVE SPACES TO WS-BAL-LINE                                   00064200
064300     IF STORE-NOT-LISTED                                          00064300
064400       SET STORE-IS-LISTED TO TRUE                                00064400
064500       MOVE WS-ST-LOC-NBR          TO WS-BL-LOC-NBR               00064500
064600       MOVE WS-ST-DIST-ID          TO WS-BL-DIST-ID               00064600
064700       IF ST-MSTR-OPEN                                            00064700
064800         MOVE 'OPEN'               TO WS-BL-MSTR                  00064800
064900       ELSE                                                       00064900
065000         MOVE 'NOT OP'             TO WS-BL-MSTR                  00065000
065100       END-IF                                                     00065100
065200       PERFORM 455-SET-ONE-FLAG                                   00065200
065300         VARYING WS-FLAG-SUB FROM 1 BY 1                          00065300
065400           UNTIL WS-FLAG-SUB > K-FD-MAX                           00065400
065500     END-IF                                                       00065500
065600     MOVE WS-FEED-NM (WS-FD-SUB)   TO WS-BL-FEED-NM               00065600
065700     MOVE WS-FD-REASON (WS-FD-SUB) TO WS-BL-REASON                00065700
065800     WRITE RPT-LINE FROM WS-BAL-LINE                              00065800
065900     .                                                            00065900
066000                                                                  00066000
066100 455-SET-ONE-FLAG.                                                00066100
066200     IF FD-STORE-IN (WS-FLAG-SUB)                                 00066200
066300       MOVE 'Y' TO WS-BL-FLAG (WS-FLAG-SUB)                       00066300
066400     ELSE                                                         00066400
066500       MOVE '-' TO WS-BL-FLAG (WS-FLAG-SUB)                       00066500
066600     END-IF                                                       00066600
066700     .                                                            00066700
066800                                                                  00066800
066900*================================================================ 00066900
067000* Termination - the per-feed balance, the counts, and close up... 00067000
067100*================================================================ 00067100
067200 900-TERMINATE.                                                   00067200
067300     IF SQL-ERROR-DETECTED                                        00067300
067400       MOVE 16 TO RETURN-CODE                                     00067400
067500     ELSE                                                         00067500
067600       IF WS-LISTED-OPEN-CNT > 0 OR WS-LISTED-EXTRA-CNT > 0       00067600
067700         MOVE 4 TO RETURN-CODE                                    00067700
067800       END-IF                                                     00067800
067900     END-IF                                                       00067900
068000     WRITE RPT-LINE FROM SPACES                                   00068000
068100     WRITE RPT-LINE FROM WS-HDG-LINE-5                            00068100
068200     PERFORM 910-WRITE-FEED-SUMMARY                               00068200
068300       VARYING WS-FD-SUB FROM 1 BY 1                              00068300
068400         UNTIL WS-FD-SUB > K-FD-MAX                               00068400
068500     WRITE RPT-LINE FROM SPACES                                   00068500
068600     MOVE 'STORES OPEN ON THE MASTER         - ' TO WS-CNT-TXT    00068600
068700     MOVE WS-MSTR-OPEN-CNT                     TO WS-CNT-NBR      00068700
068800     WRITE RPT-LINE FROM WS-CNT-LINE                              00068800
068900     MOVE 'OPEN STORES MISSING FROM A FEED   - ' TO WS-CNT-TXT    00068900
069000     MOVE WS-LISTED-OPEN-CNT                   TO WS-CNT-NBR      00069000
069100     WRITE RPT-LINE FROM WS-CNT-LINE                              00069100
069200     MOVE 'STORES IN A FEED BUT NOT OPEN     - ' TO WS-CNT-TXT    00069200
069300     MOVE WS-LISTED-EXTRA-CNT                  TO WS-CNT-NBR      00069300
069400     WRITE RPT-LINE FROM WS-CNT-LINE                              00069400
069500     CLOSE BAL-RPT                                                00069500
069600     .                                                            00069600
069700                                                                  00069700
069800 910-WRITE-FEED-SUMMARY.                                          00069800
069900     MOVE WS-FEED-NM (WS-FD-SUB)      TO WS-SM-FEED-NM            00069900
070000     MOVE WS-FD-POP-CNT (WS-FD-SUB)   TO WS-SM-POP-CNT            00070000
070100     MOVE WS-FD-MISS-CNT (WS-FD-SUB)  TO WS-SM-MISS-CNT           00070100
070200     MOVE WS-FD-EXTRA-CNT (WS-FD-SUB) TO WS-SM-EXTRA-CNT          00070200
070300     WRITE RPT-LINE FROM WS-SUM-LINE                              00070300
070400     .                                                            00070400
070500                                                                  00070500
070600*================================================================ 00070600
070700* Run control - refuse a duplicate or out-of-order start, and     00070700
070800* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00070800
070900*================================================================ 00070900
071000 050-RUN-CNTL-START.                                              00071000
071100     INITIALIZE XXXN001A                                          00071100
071200                YYYC0230                                          00071200
071300     SET  YYYC0230-START-RUN TO TRUE                              00071300
071400     MOVE 'MMMB4502' TO YYYC0230-JOB-NM                           00071400
071500     CALL YYYS0230-RUN-CNTL USING                                 00071500
071600         XXXN001A                                                 00071600
071700         YYYC0230                                                 00071700
071800     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00071800
071900       SET SQL-ERROR-DETECTED TO TRUE                             00071900
072000       DISPLAY 'MMMB4502 - START REFUSED: ' IS-RTRN-MSG-TXT       00072000
072100     END-IF                                                       00072100
072200     .                                                            00072200
072300                                                                  00072300
072400 055-RUN-CNTL-END.                                                00072400
072500     INITIALIZE XXXN001A                                          00072500
072600                YYYC0230                                          00072600
072700     IF SQL-ERROR-DETECTED                                        00072700
072800       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00072800
072900     ELSE                                                         00072900
073000       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00073000
073100     END-IF                                                       00073100
073200     MOVE 'MMMB4502' TO YYYC0230-JOB-NM                           00073200
073300     CALL YYYS0230-RUN-CNTL USING                                 00073300
073400         XXXN001A                                                 00073400
073500         YYYC0230                                                 00073500
073600     .                                                            00073600
