000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1002.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Nightly price-zone and price-bulletin change feed to pricing.   00000600
000700*                                                                 00000700
000800* Pricing only heard about a store changing price zone when the   00000800
000900* store called in with wrong prices. Every add or modify of a     00000900
001000* store is on FC_XXXAIL_STORES_HIST with its before and after     00001000
001100* images, so this job reads the history rows written since its    00001100
001200* previous run (high-water mark on FC_XXXAIL_EXTR_HWM, DDDTHW01,  00001200
001300* the MMMB4301 way), decodes both images through MMMS0174 and     00001300
001400* compares the price zone (FC_RL_RETL_ZONE_NO, from PD_ZONE_NO)   00001400
001500* and the two bulletin switches (FC_RL_PRICE_BUL_CD and           00001500
001600* FC_RL_UPC_ON_PB_CD, from PRC_BUL_SW and UPC_ON_PRC_BUL_SW).     00001600
001700*                                                                 00001700
001800* PZCHGOUT gets a D record per history row that changed any of    00001800
001900* them - old and new values, effective date and time, and a       00001900
002000* full-file flag set when the store is new or moved zone, so      00002000
002100* pricing pushes the whole price file to it - and a T trailer     00002100
002200* with the run date and the record count. RPTOUT lists the same   00002200
002300* changes. The high-water mark moves only after the feed is       00002300
002400* complete, so a rerun after an abend picks up where the last     00002400
002500* good run stopped.                                               00002500
002600* Batch job - run standalone, schedule nightly after the day's    00002600
002700* maintenance.                                                    00002700
002800*---------------------------------------------------------------- 00002800
002900 ENVIRONMENT DIVISION.                                            00002900
003000 INPUT-OUTPUT SECTION.                                            00003000
003100 FILE-CONTROL.                                                    00003100
003200     SELECT PZCHG-OUT      ASSIGN TO PZCHGOUT                     00003200
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00003300
003400     SELECT PZCHG-RPT      ASSIGN TO RPTOUT                       00003400
003500         ORGANIZATION IS LINE SEQUENTIAL.                         00003500
003600                                                                  00003600
003700 DATA DIVISION.                                                   00003700
003800 FILE SECTION.                                                    00003800
003900 FD  PZCHG-OUT.                                                   00003900
004000 01  PZCHG-REC.                                                   00004000
004100     05 PZC-REC-TYP                    PIC X(1).                  00004100
004200     05 PZC-STORE-NBR                  PIC 9(9).                  00004200
004300     05 PZC-CHG-TYPE-CD                PIC X(1).                  00004300
004400     05 PZC-EFF-DT                     PIC X(10).                 00004400
004500     05 PZC-EFF-TS                     PIC X(26).                 00004500
004600     05 PZC-OLD-ZONE-NO                PIC 9(3).                  00004600
004700     05 PZC-NEW-ZONE-NO                PIC 9(3).                  00004700
004800     05 PZC-OLD-PRC-BUL-SW             PIC X(1).                  00004800
004900     05 PZC-NEW-PRC-BUL-SW             PIC X(1).                  00004900
005000     05 PZC-OLD-UPC-BUL-SW             PIC X(1).                  00005000
005100     05 PZC-NEW-UPC-BUL-SW             PIC X(1).                  00005100
005200     05 PZC-ZONE-CHG-SW                PIC X(1).                  00005200
005300     05 PZC-BUL-CHG-SW                 PIC X(1).                  00005300
005400     05 PZC-FULL-FILE-SW               PIC X(1).                  00005400
005500     05 FILLER                         PIC X(20).                 00005500
005600                                                                  00005600
005700 FD  PZCHG-RPT.                                                   00005700
005800 01  RPT-LINE                          PIC X(132).                00005800
005900                                                                  00005900
006000 WORKING-STORAGE SECTION.                                         00006000
006100* --------------------------------------------------------------- 00006100
006200* Misc working storage...                                         00006200
006300* --------------------------------------------------------------- 00006300
006400 01 K-JOB-NM                          PIC X(8) VALUE 'MMMB1002'.  00006400
006500 01 MMMS0174-IMG-DECODER              PIC X(8) VALUE 'MMMS0174'.  00006500
006600 COPY MMMC0174.                                                   00006600
006700 COPY DDDTRL01.                                                   00006700
006800 01 K-DEFAULT-HWM-TS                  PIC X(26) VALUE             00006800
006900    '0001-01-01-00.00.00.000000'.                                 00006900
007000                                                                  00007000
007100 01 WS-HWM-TS                         PIC X(26) VALUE SPACES.     00007100
007200 01 WS-NEW-HWM-TS                     PIC X(26) VALUE SPACES.     00007200
007300 01 WS-READ-COUNT                     PIC 9(9) VALUE 0.           00007300
007400 01 WS-CHANGE-COUNT                   PIC 9(9) VALUE 0.           00007400
007500 01 WS-MOVED-COUNT                    PIC 9(9) VALUE 0.           00007500
007600 01 WS-BUL-COUNT                      PIC 9(9) VALUE 0.           00007600
007700 01 WS-NEW-STORE-COUNT                PIC 9(9) VALUE 0.           00007700
007800 01 WS-RUN-DATE                       PIC X(8)  VALUE SPACES.     00007800
007900                                                                  00007900
008000 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00008000
008100    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00008100
008200    88 SQL-NO-ERROR                            VALUE 'N'.         00008200
008300 01 WS-ZONE-CHG-SW                    PIC X    VALUE 'N'.         00008300
008400    88 ZONE-CHANGED                            VALUE 'Y'.         00008400
008500    88 ZONE-NOT-CHANGED                        VALUE 'N'.         00008500
008600 01 WS-BUL-CHG-SW                     PIC X    VALUE 'N'.         00008600
008700    88 BUL-CHANGED                             VALUE 'Y'.         00008700
008800    88 BUL-NOT-CHANGED                         VALUE 'N'.         00008800
008900                                                                  00008900
009000* The priced values before and after the change.                  00009000
009100 01 WS-OLD-VALS.                                                  00009100
009200    05 WS-OLD-ZONE-NO                 PIC S9(3) COMP-3.           00009200
009300    05 WS-OLD-PRC-BUL-SW              PIC X(1).                   00009300
009400    05 WS-OLD-UPC-BUL-SW              PIC X(1).                   00009400
009500 01 WS-NEW-VALS.                                                  00009500
009600    05 WS-NEW-ZONE-NO                 PIC S9(3) COMP-3.           00009600
009700    05 WS-NEW-PRC-BUL-SW              PIC X(1).                   00009700
009800    05 WS-NEW-UPC-BUL-SW              PIC X(1).                   00009800
009900                                                                  00009900
010000 01 WS-FEED-TRL.                                                  00010000
010100    05 WS-FEED-TRL-REC-TYP            PIC X(1)  VALUE 'T'.        00010100
010200    05 WS-FEED-TRL-RUN-DATE           PIC X(8).                   00010200
010300    05 WS-FEED-TRL-DTL-CNT            PIC 9(9).                   00010300
010400    05 FILLER                         PIC X(62) VALUE SPACES.     00010400
010500                                                                  00010500
010600 01 WS-HDG-LINE-1.                                                00010600
010700    05 FILLER PIC X(50) VALUE                                     00010700
010800       'MMMB1002 - PRICE-ZONE / BULLETIN CHANGE FEED'.            00010800
010900 01 WS-HWM-LINE.                                                  00010900
011000    05 FILLER PIC X(22) VALUE 'EXTRACTING AFTER    - '.           00011000
011100    05 WS-HWM-LINE-TS               PIC X(26).                    00011100
011200 01 WS-HDG-LINE-2.                                                00011200
011300    05 FILLER PIC X(40) VALUE                                     00011300
011400       '    STORE  EFFECTIVE   ZONE OLD NEW   P'.                 00011400
011500    05 FILLER PIC X(40) VALUE                                     00011500
011600       'RC-BUL  UPC-BUL  CHANGE'.                                 00011600
011700 01 WS-DTL-LINE.                                                  00011700
011800    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00011800
011900    05 FILLER                       PIC X(2) VALUE SPACES.        00011900
012000    05 WS-DTL-EFF-DT                PIC X(10).                    00012000
012100    05 FILLER                       PIC X(7) VALUE SPACES.        00012100
012200    05 WS-DTL-OLD-ZONE              PIC ZZ9.                      00012200
012300    05 FILLER                       PIC X(1) VALUE SPACES.        00012300
012400    05 WS-DTL-NEW-ZONE              PIC ZZ9.                      00012400
012500    05 FILLER                       PIC X(4) VALUE SPACES.        00012500
012600    05 WS-DTL-OLD-PRC-BUL           PIC X(1).                     00012600
012700    05 FILLER                       PIC X(1) VALUE '/'.           00012700
012800    05 WS-DTL-NEW-PRC-BUL           PIC X(1).                     00012800
012900    05 FILLER                       PIC X(6) VALUE SPACES.        00012900
013000    05 WS-DTL-OLD-UPC-BUL           PIC X(1).                     00013000
013100    05 FILLER                       PIC X(1) VALUE '/'.           00013100
013200    05 WS-DTL-NEW-UPC-BUL           PIC X(1).                     00013200
013300    05 FILLER                       PIC X(4) VALUE SPACES.        00013300
013400    05 WS-DTL-CHANGE                PIC X(40).                    00013400
013500                                                                  00013500
013600 01 WS-SUMMARY-LINE.                                              00013600
013700    05 FILLER PIC X(22) VALUE 'HISTORY ROWS READ   - '.           00013700
013800    05 WS-SUM-READ                  PIC ZZZ,ZZ9.                  00013800
013900 01 WS-SUMMARY-LINE2.                                             00013900
014000    05 FILLER PIC X(22) VALUE 'CHANGES FED         - '.           00014000
014100    05 WS-SUM-CHANGES               PIC ZZZ,ZZ9.                  00014100
014200 01 WS-SUMMARY-LINE3.                                             00014200
014300    05 FILLER PIC X(22) VALUE 'NEW STORES          - '.           00014300
014400    05 WS-SUM-NEW-STORES            PIC ZZZ,ZZ9.                  00014400
014500 01 WS-SUMMARY-LINE4.                                             00014500
014600    05 FILLER PIC X(22) VALUE 'PRICE-ZONE MOVES    - '.           00014600
014700    05 WS-SUM-MOVED                 PIC ZZZ,ZZ9.                  00014700
014800 01 WS-SUMMARY-LINE5.                                             00014800
014900    05 FILLER PIC X(22) VALUE 'BULLETIN CHANGES    - '.           00014900
015000    05 WS-SUM-BUL                   PIC ZZZ,ZZ9.                  00015000
015100 01 WS-NEW-HWM-LINE.                                              00015100
015200    05 FILLER PIC X(22) VALUE 'NEW HIGH-WATER MARK - '.           00015200
015300    05 WS-NEW-HWM-LINE-TS           PIC X(26).                    00015300
015400                                                                  00015400
015500* --------------------------------------------------------------- 00015500
015600* Miscellaneous copy books go here...                             00015600
015700* --------------------------------------------------------------- 00015700
015800 COPY XXXN001A.                                                   00015800
015900 COPY YYYC0230.                                                   00015900
016000 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00016000
016100                                                                  00016100
016200* ----------------------------------------------------------------00016200
016300* DB2 stuff...                                                    00016300
016400* ----------------------------------------------------------------00016400
016500     EXEC SQL                                                     00016500
016600       INCLUDE SQLCA                                              00016600
016700     END-EXEC                                                     00016700
016800                                                                  00016800
016900     EXEC SQL                                                     00016900
017000       INCLUDE DDDTRH01                                           00017000
017100     END-EXEC                                                     00017100
017200                                                                  00017200
017300     EXEC SQL                                                     00017300
017400       INCLUDE DDDTHW01                                           00017400
017500     END-EXEC                                                     00017500
017600                                                                  00017600
017700* Every store history row since the high-water mark, oldest       00017700
017800* first within the store, so a store changed twice in a day is    00017800
017900* fed in the order it happened.                                   00017900
018000     EXEC SQL                                                     00018000
018100       DECLARE PZCHG-CSR CURSOR FOR                               00018100
018200       SELECT H.RH_LOC_NBR, H.RH_EFF_TS, H.RH_CHG_TYPE_CD,        00018200
018300              H.RH_BEFORE_IMAGE, H.RH_AFTER_IMAGE                 00018300
018400         FROM FC_XXXAIL_STORES_HIST H                             00018400
018500        WHERE H.RH_EFF_TS     > :WS-HWM-TS                        00018500
018600          AND H.RH_LOC_TYP_CD = 'S '                              00018600
018700        ORDER BY H.RH_LOC_NBR, H.RH_EFF_TS                        00018700
018800     END-EXEC                                                     00018800
018900                                                                  00018900
019000 PROCEDURE DIVISION.                                              00019000
019100***************************************************************** 00019100
019200* Start of program main line.                                     00019200
019300***************************************************************** 00019300
019400 000-MAIN.                                                        00019400
019500     PERFORM 050-RUN-CNTL-START                                   00019500
019600     IF SQL-ERROR-DETECTED                                        00019600
019700       MOVE 8 TO RETURN-CODE                                      00019700
019800       GOBACK                                                     00019800
019900     END-IF                                                       00019900
020000     PERFORM 100-INITIALIZE                                       00020000
020100     IF SQL-NO-ERROR                                              00020100
020200       PERFORM 200-FEED-THE-CHANGES                               00020200
020300     END-IF                                                       00020300
020400     IF SQL-NO-ERROR                                              00020400
020500       PERFORM 300-PERSIST-NEW-HWM                                00020500
020600     END-IF                                                       00020600
020700     PERFORM 900-TERMINATE                                        00020700
020800     GOBACK                                                       00020800
020900     .                                                            00020900
021000                                                                  00021000
021100*================================================================ 00021100
021200* Initialization - pick up the previous run's high-water mark.    00021200
021300* A job that has never run starts from the beginning of time.     00021300
021400*================================================================ 00021400
021500 100-INITIALIZE.                                                  00021500
021600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00021600
021700     OPEN OUTPUT PZCHG-OUT                                        00021700
021800                 PZCHG-RPT                                        00021800
021900     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00021900
022000                                                                  00022000
022100     MOVE K-JOB-NM TO MD-EX-JOB-NM OF DDDTHW01                    00022100
022200     EXEC SQL                                                     00022200
022300        SELECT EX_HWM_TS                                          00022300
022400         INTO :DDDTHW01.MD-EX-HWM-TS                              00022400
022500        FROM FC_XXXAIL_EXTR_HWM                                   00022500
022600        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00022600
022700     END-EXEC                                                     00022700
022800                                                                  00022800
022900     EVALUATE TRUE                                                00022900
023000       WHEN SQLCODE = 0                                           00023000
023100         MOVE MD-EX-HWM-TS OF DDDTHW01 TO WS-HWM-TS               00023100
023200       WHEN SQLCODE = 100                                         00023200
023300         MOVE K-DEFAULT-HWM-TS         TO WS-HWM-TS               00023300
023400       WHEN OTHER                                                 00023400
023500         SET SQL-ERROR-DETECTED        TO TRUE                    00023500
023600         DISPLAY 'MMMB1002 - ERROR READING EXTR_HWM, SQLCODE='    00023600
023700                 SQLCODE                                          00023700
023800     END-EVALUATE                                                 00023800
023900                                                                  00023900
024000     MOVE WS-HWM-TS TO WS-NEW-HWM-TS                              00024000
024100                       WS-HWM-LINE-TS                             00024100
024200     WRITE RPT-LINE FROM WS-HWM-LINE                              00024200
024300     WRITE RPT-LINE FROM SPACES                                   00024300
024400     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00024400
024500     .                                                            00024500
024600                                                                  00024600
024700*================================================================ 00024700
024800* One feed record per history row that moved the price zone or    00024800
024900* either bulletin switch...                                       00024900
025000*================================================================ 00025000
025100 200-FEED-THE-CHANGES.                                            00025100
025200     EXEC SQL                                                     00025200
025300       OPEN PZCHG-CSR                                             00025300
025400     END-EXEC                                                     00025400
025500     IF SQLCODE NOT = 0                                           00025500
025600       SET SQL-ERROR-DETECTED       TO TRUE                       00025600
025700       DISPLAY 'MMMB1002 - ERROR OPENING PZCHG-CSR, SQLCODE='     00025700
025800               SQLCODE                                            00025800
025900     ELSE                                                         00025900
026000       PERFORM 220-FETCH-NEXT-HIST                                00026000
026100       PERFORM UNTIL SQLCODE NOT = 0                              00026100
026200                  OR SQL-ERROR-DETECTED                           00026200
026300         ADD 1 TO WS-READ-COUNT                                   00026300
026400         PERFORM 240-COMPARE-THE-IMAGES                           00026400
026500         IF ZONE-CHANGED OR BUL-CHANGED                           00026500
026600           PERFORM 280-WRITE-THE-CHANGE                           00026600
026700         END-IF                                                   00026700
026800         IF RH-EFF-TS > WS-NEW-HWM-TS                             00026800
026900           MOVE RH-EFF-TS TO WS-NEW-HWM-TS                        00026900
027000         END-IF                                                   00027000
027100         PERFORM 220-FETCH-NEXT-HIST                              00027100
027200       END-PERFORM                                                00027200
027300                                                                  00027300
027400       IF SQL-NO-ERROR                                            00027400
027500         EXEC SQL                                                 00027500
027600           CLOSE PZCHG-CSR                                        00027600
027700         END-EXEC                                                 00027700
027800         MOVE WS-RUN-DATE     TO WS-FEED-TRL-RUN-DATE             00027800
027900         MOVE WS-CHANGE-COUNT TO WS-FEED-TRL-DTL-CNT              00027900
028000         WRITE PZCHG-REC FROM WS-FEED-TRL                         00028000
028100       END-IF                                                     00028100
028200     END-IF                                                       00028200
028300     .                                                            00028300
028400                                                                  00028400
028500 220-FETCH-NEXT-HIST.                                             00028500
028600     EXEC SQL                                                     00028600
028700       FETCH PZCHG-CSR                                            00028700
028800         INTO :RH-LOC-NBR, :RH-EFF-TS, :RH-CHG-TYPE-CD,           00028800
028900              :RH-BEFORE-IMAGE, :RH-AFTER-IMAGE                   00028900
029000     END-EXEC                                                     00029000
029100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00029100
029200       SET SQL-ERROR-DETECTED       TO TRUE                       00029200
029300       DISPLAY 'MMMB1002 - ERROR FETCHING PZCHG-CSR, SQLCODE='    00029300
029400               SQLCODE                                            00029400
029500     END-IF                                                       00029500
029600     .                                                            00029600
029700                                                                  00029700
029800* An add has no before-image - the new store counts as moved      00029800
029900* into its zone, from zone zero, and always gets the full file.   00029900
030000 240-COMPARE-THE-IMAGES.                                          00030000
030100     SET ZONE-NOT-CHANGED TO TRUE                                 00030100
030200     SET BUL-NOT-CHANGED  TO TRUE                                 00030200
030300     IF RH-CHG-TYPE-ADD OR RH-BEFORE-IMAGE-TXT = SPACES           00030300
030400       MOVE 0      TO WS-OLD-ZONE-NO                              00030400
030500       MOVE SPACES TO WS-OLD-PRC-BUL-SW                           00030500
030600                      WS-OLD-UPC-BUL-SW                           00030600
030700     ELSE                                                         00030700
030800       MOVE RH-BEFORE-IMAGE-TXT TO MMMC0174-IMAGE                 00030800
030900       PERFORM 260-DECODE-IMAGE                                   00030900
031000       MOVE FC-RL-RETL-ZONE-NO  TO WS-OLD-ZONE-NO                 00031000
031100       MOVE FC-RL-PRICE-BUL-CD  TO WS-OLD-PRC-BUL-SW              00031100
031200       MOVE FC-RL-UPC-ON-PB-CD  TO WS-OLD-UPC-BUL-SW              00031200
031300     END-IF                                                       00031300
031400     MOVE RH-AFTER-IMAGE-TXT  TO MMMC0174-IMAGE                   00031400
031500     PERFORM 260-DECODE-IMAGE                                     00031500
031600     MOVE FC-RL-RETL-ZONE-NO  TO WS-NEW-ZONE-NO                   00031600
031700     MOVE FC-RL-PRICE-BUL-CD  TO WS-NEW-PRC-BUL-SW                00031700
031800     MOVE FC-RL-UPC-ON-PB-CD  TO WS-NEW-UPC-BUL-SW                00031800
031900                                                                  00031900
032000     IF RH-CHG-TYPE-ADD                                           00032000
032100       OR WS-OLD-ZONE-NO NOT = WS-NEW-ZONE-NO                     00032100
032200       SET ZONE-CHANGED TO TRUE                                   00032200
032300     END-IF                                                       00032300
032400     IF WS-OLD-PRC-BUL-SW NOT = WS-NEW-PRC-BUL-SW                 00032400
032500       OR WS-OLD-UPC-BUL-SW NOT = WS-NEW-UPC-BUL-SW               00032500
032600       SET BUL-CHANGED TO TRUE                                    00032600
032700     END-IF                                                       00032700
032800     .                                                            00032800
032900                                                                  00032900
033000*================================================================ 00033000
033100* The history images are raw DCLXXXAIL-LOC records - MMMS0174     00033100
033200* lays them over the right layout and maps the fields into        00033200
033300* DCLFC-XXXAIL-STORES.                                            00033300
033400*================================================================ 00033400
033500 260-DECODE-IMAGE.                                                00033500
033600     CALL MMMS0174-IMG-DECODER USING                              00033600
033700         XXXN001A                                                 00033700
033800         MMMC0174                                                 00033800
033900         DCLFC-XXXAIL-STORES                                      00033900
034000     .                                                            00034000
034100                                                                  00034100
034200 280-WRITE-THE-CHANGE.                                            00034200
034300     ADD 1 TO WS-CHANGE-COUNT                                     00034300
034400     MOVE SPACES               TO PZCHG-REC                       00034400
034500     MOVE 'D'                  TO PZC-REC-TYP                     00034500
034600     MOVE RH-LOC-NBR           TO PZC-STORE-NBR                   00034600
034700     MOVE RH-CHG-TYPE-CD       TO PZC-CHG-TYPE-CD                 00034700
034800     MOVE RH-EFF-TS (1 : 10)   TO PZC-EFF-DT                      00034800
034900     MOVE RH-EFF-TS            TO PZC-EFF-TS                      00034900
035000     MOVE WS-OLD-ZONE-NO       TO PZC-OLD-ZONE-NO                 00035000
035100     MOVE WS-NEW-ZONE-NO       TO PZC-NEW-ZONE-NO                 00035100
035200     MOVE WS-OLD-PRC-BUL-SW    TO PZC-OLD-PRC-BUL-SW              00035200
035300     MOVE WS-NEW-PRC-BUL-SW    TO PZC-NEW-PRC-BUL-SW              00035300
035400     MOVE WS-OLD-UPC-BUL-SW    TO PZC-OLD-UPC-BUL-SW              00035400
035500     MOVE WS-NEW-UPC-BUL-SW    TO PZC-NEW-UPC-BUL-SW              00035500
035600     MOVE WS-ZONE-CHG-SW       TO PZC-ZONE-CHG-SW                 00035600
035700     MOVE WS-BUL-CHG-SW        TO PZC-BUL-CHG-SW                  00035700
035800     IF ZONE-CHANGED                                              00035800
035900       MOVE 'Y' TO PZC-FULL-FILE-SW                               00035900
036000     ELSE                                                         00036000
036100       MOVE 'N' TO PZC-FULL-FILE-SW                               00036100
036200     END-IF                                                       00036200
036300     WRITE PZCHG-REC                                              00036300
036400                                                                  00036400
036500     EVALUATE TRUE                                                00036500
036600       WHEN RH-CHG-TYPE-ADD                                       00036600
036700         ADD 1 TO WS-NEW-STORE-COUNT                              00036700
036800         MOVE 'NEW STORE - FULL PRICE FILE' TO WS-DTL-CHANGE      00036800
036900       WHEN ZONE-CHANGED                                          00036900
037000         ADD 1 TO WS-MOVED-COUNT                                  00037000
037100         MOVE 'MOVED PRICE ZONE - FULL PRICE FILE'                00037100
037200           TO WS-DTL-CHANGE                                       00037200
037300       WHEN OTHER                                                 00037300
037400         MOVE 'BULLETIN SWITCH CHANGED' TO WS-DTL-CHANGE          00037400
037500     END-EVALUATE                                                 00037500
037600     IF BUL-CHANGED                                               00037600
037700       ADD 1 TO WS-BUL-COUNT                                      00037700
037800     END-IF                                                       00037800
037900     MOVE RH-LOC-NBR           TO WS-DTL-STORE-NO                 00037900
038000     MOVE RH-EFF-TS (1 : 10)   TO WS-DTL-EFF-DT                   00038000
038100     MOVE WS-OLD-ZONE-NO       TO WS-DTL-OLD-ZONE                 00038100
038200     MOVE WS-NEW-ZONE-NO       TO WS-DTL-NEW-ZONE                 00038200
038300     MOVE WS-OLD-PRC-BUL-SW    TO WS-DTL-OLD-PRC-BUL              00038300
038400     MOVE WS-NEW-PRC-BUL-SW    TO WS-DTL-NEW-PRC-BUL              00038400
038500     MOVE WS-OLD-UPC-BUL-SW    TO WS-DTL-OLD-UPC-BUL              00038500
038600     MOVE WS-NEW-UPC-BUL-SW    TO WS-DTL-NEW-UPC-BUL              00038600
038700     WRITE RPT-LINE FROM WS-DTL-LINE                              00038700
038800     .                                                            00038800
038900                                                                  00038900
039000*================================================================ 00039000
039100* Persist the new high-water mark - only reached once the feed    00039100
039200* is complete, which is what makes an abended run rerunnable      00039200
039300* without a gap or a double feed...                               00039300
039400*================================================================ 00039400
039500 300-PERSIST-NEW-HWM.                                             00039500
039600     MOVE K-JOB-NM      TO MD-EX-JOB-NM OF DDDTHW01               00039600
039700     MOVE WS-NEW-HWM-TS TO MD-EX-HWM-TS OF DDDTHW01               00039700
039800                                                                  00039800
039900     EXEC SQL                                                     00039900
040000       UPDATE FC_XXXAIL_EXTR_HWM                                  00040000
040100          SET EX_HWM_TS = :DDDTHW01.MD-EX-HWM-TS                  00040100
040200        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00040200
040300     END-EXEC                                                     00040300
040400                                                                  00040400
040500     IF SQLCODE = 100                                             00040500
040600       EXEC SQL                                                   00040600
040700         INSERT INTO FC_XXXAIL_EXTR_HWM                           00040700
040800            ( EX_JOB_NM, EX_HWM_TS )                              00040800
040900         VALUES                                                   00040900
041000            ( :DDDTHW01.MD-EX-JOB-NM, :DDDTHW01.MD-EX-HWM-TS )    00041000
041100       END-EXEC                                                   00041100
041200     END-IF                                                       00041200
041300                                                                  00041300
041400     IF SQLCODE NOT = 0                                           00041400
041500       SET SQL-ERROR-DETECTED       TO TRUE                       00041500
041600       DISPLAY 'MMMB1002 - ERROR SAVING NEW HWM, SQLCODE='        00041600
041700               SQLCODE                                            00041700
041800     END-IF                                                       00041800
041900     .                                                            00041900
042000                                                                  00042000
042100*================================================================ 00042100
042200* Termination - write the summary and close up...                 00042200
042300*================================================================ 00042300
042400 900-TERMINATE.                                                   00042400
042500     IF SQL-ERROR-DETECTED                                        00042500
042600       EXEC SQL                                                   00042600
042700         ROLLBACK                                                 00042700
042800       END-EXEC                                                   00042800
042900       MOVE 16 TO RETURN-CODE                                     00042900
043000     ELSE                                                         00043000
043100       EXEC SQL                                                   00043100
043200         COMMIT                                                   00043200
043300       END-EXEC                                                   00043300
043400     END-IF                                                       00043400
043500     MOVE WS-READ-COUNT      TO WS-SUM-READ                       00043500
043600     MOVE WS-CHANGE-COUNT    TO WS-SUM-CHANGES                    00043600
043700     MOVE WS-NEW-STORE-COUNT TO WS-SUM-NEW-STORES                 00043700
043800     MOVE WS-MOVED-COUNT     TO WS-SUM-MOVED                      00043800
043900     MOVE WS-BUL-COUNT       TO WS-SUM-BUL                        00043900
044000     MOVE WS-NEW-HWM-TS      TO WS-NEW-HWM-LINE-TS                00044000
044100     WRITE RPT-LINE FROM SPACES                                   00044100
044200     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00044200
044300     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00044300
044400     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00044400
044500     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00044500
044600     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00044600
044700     WRITE RPT-LINE FROM WS-NEW-HWM-LINE                          00044700
044800     CLOSE PZCHG-OUT PZCHG-RPT                                    00044800
044900     PERFORM 055-RUN-CNTL-END                                     00044900
045000     .                                                            00045000
045100                                                                  00045100
045200*================================================================ 00045200
045300* Run control - refuse a duplicate or out-of-order start, and     00045300
045400* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00045400
045500*================================================================ 00045500
045600 050-RUN-CNTL-START.                                              00045600
045700     INITIALIZE XXXN001A                                          00045700
045800                YYYC0230                                          00045800
045900     SET  YYYC0230-START-RUN TO TRUE                              00045900
046000     MOVE 'MMMB1002' TO YYYC0230-JOB-NM                           00046000
046100     CALL YYYS0230-RUN-CNTL USING                                 00046100
046200         XXXN001A                                                 00046200
046300         YYYC0230                                                 00046300
046400     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00046400
046500       SET SQL-ERROR-DETECTED TO TRUE                             00046500
046600       DISPLAY 'MMMB1002 - START REFUSED: ' IS-RTRN-MSG-TXT       00046600
046700     END-IF                                                       00046700
046800     .                                                            00046800
046900                                                                  00046900
047000 055-RUN-CNTL-END.                                                00047000
047100     INITIALIZE XXXN001A                                          00047100
047200                YYYC0230                                          00047200
047300     IF SQL-ERROR-DETECTED                                        00047300
047400       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00047400
047500     ELSE                                                         00047500
047600       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00047600
047700     END-IF                                                       00047700
047800     MOVE 'MMMB1002' TO YYYC0230-JOB-NM                           00047800
047900     CALL YYYS0230-RUN-CNTL USING                                 00047900
048000         XXXN001A                                                 00048000
048100         YYYC0230                                                 00048100
048200     .                                                            00048200
