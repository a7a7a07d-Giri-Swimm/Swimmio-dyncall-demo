000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2402.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Daily change-freeze override listing.                           00000600
000700*                                                                 00000700
000800* During a freeze on FC_XXXAIL_FREEZE_CAL (DDDTFZ01) a change     00000800
000900* to a frozen field is refused by MMMS0181 unless the user is     00000900
001000* in the freeze's override group, and every change that goes      00001000
001100* through on an override is logged on FC_XXXAIL_FRZ_OVRD          00001100
001200* (DDDTFO01). This report lists the prior day's overrides -       00001200
001300* when, who, which freeze, the field, the program, the            00001300
001400* location and the action - so each one is reviewed the           00001400
001500* morning after, while the freeze is usually still on.            00001500
001600* Ends with return code 4 when anything was listed, so the        00001600
001700* scheduler can route the report for sign-off.                    00001700
001800* Batch job - run standalone, schedule daily.                     00001800
001900*---------------------------------------------------------------- 00001900
002000 ENVIRONMENT DIVISION.                                            00002000
002100 INPUT-OUTPUT SECTION.                                            00002100
002200 FILE-CONTROL.                                                    00002200
002300     SELECT FRZOVR-RPT     ASSIGN TO RPTOUT                       00002300
002400         ORGANIZATION IS LINE SEQUENTIAL.                         00002400
002500                                                                  00002500
002600 DATA DIVISION.                                                   00002600
002700 FILE SECTION.                                                    00002700
002800 FD  FRZOVR-RPT.                                                  00002800
002900 01  RPT-LINE                          PIC X(132).                00002900
003000                                                                  00003000
003100 WORKING-STORAGE SECTION.                                         00003100
003200* --------------------------------------------------------------- 00003200
003300* Misc working storage...                                         00003300
003400* --------------------------------------------------------------- 00003400
003500 01 WS-OVERRIDE-COUNT                 PIC 9(6) VALUE 0.           00003500
003600 01 WS-RPT-RC                         PIC S9(4) COMP VALUE 0.     00003600
003700 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00003700
003800    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00003800
003900    88 SQL-NO-ERROR                            VALUE 'N'.         00003900
004000                                                                  00004000
004100 COPY XXXN001A.                                                   00004100
004200 COPY YYYC0230.                                                   00004200
004300 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00004300
004400                                                                  00004400
004500 01 WS-HDG-LINE-1.                                                00004500
004600    05 FILLER PIC X(48) VALUE                                     00004600
004700       'MMMB2402 - CHANGE-FREEZE OVERRIDES YESTERDAY'.            00004700
004800 01 WS-HDG-LINE-2.                                                00004800
004900    05 FILLER PIC X(27) VALUE 'WHEN                      '.       00004900
005000    05 FILLER PIC X(9)  VALUE 'USER     '.                        00005000
005100    05 FILLER PIC X(9)  VALUE 'FREEZE   '.                        00005100
005200    05 FILLER PIC X(17) VALUE 'FREEZE ENDS      '.                00005200
005300    05 FILLER PIC X(9)  VALUE 'GROUP    '.                        00005300
005400    05 FILLER PIC X(19) VALUE 'FIELD              '.              00005400
005500    05 FILLER PIC X(9)  VALUE 'PROGRAM  '.                        00005500
005600    05 FILLER PIC X(14) VALUE 'LOCATION      '.                   00005600
005700    05 FILLER PIC X(1)  VALUE 'A'.                                00005700
005800                                                                  00005800
005900 01 WS-DTL-LINE.                                                  00005900
006000    05 WS-DTL-TS                    PIC X(26).                    00006000
006100    05 FILLER                       PIC X(1) VALUE SPACES.        00006100
006200    05 WS-DTL-USER                  PIC X(8).                     00006200
006300    05 FILLER                       PIC X(1) VALUE SPACES.        00006300
006400    05 WS-DTL-FREEZE                PIC X(8).                     00006400
006500    05 FILLER                       PIC X(1) VALUE SPACES.        00006500
006600    05 WS-DTL-END-TS                PIC X(16).                    00006600
006700    05 FILLER                       PIC X(1) VALUE SPACES.        00006700
006800    05 WS-DTL-FLD-GROUP             PIC X(8).                     00006800
006900    05 FILLER                       PIC X(1) VALUE SPACES.        00006900
007000    05 WS-DTL-FLD-NM                PIC X(18).                    00007000
007100    05 FILLER                       PIC X(1) VALUE SPACES.        00007100
007200    05 WS-DTL-PGM                   PIC X(8).                     00007200
007300    05 FILLER                       PIC X(1) VALUE SPACES.        00007300
007400    05 WS-DTL-LOC-TYP               PIC X(2).                     00007400
007500    05 FILLER                       PIC X(1) VALUE SPACES.        00007500
007600    05 WS-DTL-LOC-NBR               PIC Z(8)9.                    00007600
007700    05 FILLER                       PIC X(2) VALUE SPACES.        00007700
007800    05 WS-DTL-ACTION                PIC X(1).                     00007800
007900                                                                  00007900
008000 01 WS-SUMMARY-LINE.                                              00008000
008100    05 FILLER PIC X(23) VALUE 'OVERRIDES LISTED   - '.            00008100
008200    05 WS-SUM-OVERRIDES             PIC ZZZ,ZZ9.                  00008200
008300                                                                  00008300
008400* ----------------------------------------------------------------00008400
008500* DB2 stuff...                                                    00008500
008600* ----------------------------------------------------------------00008600
008700     EXEC SQL                                                     00008700
008800       INCLUDE SQLCA                                              00008800
008900     END-EXEC                                                     00008900
009000                                                                  00009000
009100     EXEC SQL                                                     00009100
009200       INCLUDE DDDTFO01                                           00009200
009300     END-EXEC                                                     00009300
009400                                                                  00009400
009500     EXEC SQL                                                     00009500
009600       INCLUDE DDDTFZ01                                           00009600
009700     END-EXEC                                                     00009700
009800                                                                  00009800
009900* The freeze may have been deleted since the override was         00009900
010000* taken, so the calendar is an outer join - the override is       00010000
010100* still listed, with its end and group left blank.                00010100
010200     EXEC SQL                                                     00010200
010300       DECLARE FRZOVR-CSR CURSOR FOR                              00010300
010400       SELECT FO.FO_OVRD_TS, FO.FO_USER_ID, FO.FO_FREEZE_ID,      00010400
010500              COALESCE(CHAR(FZ.FZ_END_TS), ' '),                  00010500
010600              COALESCE(FZ.FZ_FLD_GROUP, ' '),                     00010600
010700              FO.FO_FLD_NM, FO.FO_PGM_NM, FO.FO_LOC_TYP_CD,       00010700
010800              FO.FO_LOC_NBR, FO.FO_CHG_TYPE_CD                    00010800
010900         FROM FC_XXXAIL_FRZ_OVRD FO                               00010900
011000         LEFT OUTER JOIN FC_XXXAIL_FREEZE_CAL FZ                  00011000
011100           ON FZ.FZ_FREEZE_ID = FO.FO_FREEZE_ID                   00011100
011200        WHERE FO.FO_OVRD_TS >= TIMESTAMP(CURRENT DATE - 1 DAY,    00011200
011300              '00.00.00')                                         00011300
011400          AND FO.FO_OVRD_TS <  TIMESTAMP(CURRENT DATE, '00.00.00')00011400
011500        ORDER BY FO.FO_OVRD_TS                                    00011500
011600     END-EXEC                                                     00011600
011700                                                                  00011700
011800 PROCEDURE DIVISION.                                              00011800
011900***************************************************************** 00011900
012000* Start of program main line.                                     00012000
012100***************************************************************** 00012100
012200 000-MAIN.                                                        00012200
012300     PERFORM 050-RUN-CNTL-START                                   00012300
012400     IF SQL-ERROR-DETECTED                                        00012400
012500       MOVE 8 TO RETURN-CODE                                      00012500
012600       GOBACK                                                     00012600
012700     END-IF                                                       00012700
012800     PERFORM 100-INITIALIZE                                       00012800
012900     PERFORM 200-LIST-THE-OVERRIDES                               00012900
013000     PERFORM 900-TERMINATE                                        00013000
013100     PERFORM 055-RUN-CNTL-END                                     00013100
013200     MOVE WS-RPT-RC TO RETURN-CODE                                00013200
013300     GOBACK                                                       00013300
013400     .                                                            00013400
013500                                                                  00013500
013600 100-INITIALIZE.                                                  00013600
013700     OPEN OUTPUT FRZOVR-RPT                                       00013700
013800     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00013800
013900     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00013900
014000                                                                  00014000
014100     EXEC SQL                                                     00014100
014200       OPEN FRZOVR-CSR                                            00014200
014300     END-EXEC                                                     00014300
014400     IF SQLCODE NOT = 0                                           00014400
014500       SET SQL-ERROR-DETECTED       TO TRUE                       00014500
014600       DISPLAY 'MMMB2402 - ERROR OPENING FRZOVR-CSR, SQLCODE='    00014600
014700               SQLCODE                                            00014700
014800     ELSE                                                         00014800
014900       PERFORM 120-FETCH-NEXT-OVERRIDE                            00014900
015000     END-IF                                                       00015000
015100     .                                                            00015100
015200                                                                  00015200
015300 120-FETCH-NEXT-OVERRIDE.                                         00015300
015400     EXEC SQL                                                     00015400
015500       FETCH FRZOVR-CSR                                           00015500
015600         INTO :DDDTFO01.MD-FO-OVRD-TS,                            00015600
015700              :DDDTFO01.MD-FO-USER-ID,                            00015700
015800              :DDDTFO01.MD-FO-FREEZE-ID,                          00015800
015900              :DDDTFZ01.MD-FZ-END-TS,                             00015900
016000              :DDDTFZ01.MD-FZ-FLD-GROUP,                          00016000
016100              :DDDTFO01.MD-FO-FLD-NM,                             00016100
016200              :DDDTFO01.MD-FO-PGM-NM,                             00016200
016300              :DDDTFO01.MD-FO-LOC-TYP-CD,                         00016300
016400              :DDDTFO01.MD-FO-LOC-NBR,                            00016400
016500              :DDDTFO01.MD-FO-CHG-TYPE-CD                         00016500
016600     END-EXEC                                                     00016600
016700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00016700
016800       SET SQL-ERROR-DETECTED       TO TRUE                       00016800
016900       DISPLAY 'MMMB2402 - ERROR FETCHING FRZOVR-CSR, SQLCODE='   00016900
017000               SQLCODE                                            00017000
017100     END-IF                                                       00017100
017200     .                                                            00017200
017300                                                                  00017300
017400*================================================================ 00017400
017500* One line per override, in the order they were taken.            00017500
017600*================================================================ 00017600
017700 200-LIST-THE-OVERRIDES.                                          00017700
017800     PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED            00017800
017900       ADD 1 TO WS-OVERRIDE-COUNT                                 00017900
018000       MOVE MD-FO-OVRD-TS     OF DDDTFO01 TO WS-DTL-TS            00018000
018100       MOVE MD-FO-USER-ID     OF DDDTFO01 TO WS-DTL-USER          00018100
018200       MOVE MD-FO-FREEZE-ID   OF DDDTFO01 TO WS-DTL-FREEZE        00018200
018300       MOVE MD-FZ-END-TS      OF DDDTFZ01 TO WS-DTL-END-TS        00018300
018400       MOVE MD-FZ-FLD-GROUP   OF DDDTFZ01 TO WS-DTL-FLD-GROUP     00018400
018500       MOVE MD-FO-FLD-NM      OF DDDTFO01 TO WS-DTL-FLD-NM        00018500
018600       MOVE MD-FO-PGM-NM      OF DDDTFO01 TO WS-DTL-PGM           00018600
018700       MOVE MD-FO-LOC-TYP-CD  OF DDDTFO01 TO WS-DTL-LOC-TYP       00018700
018800       MOVE MD-FO-LOC-NBR     OF DDDTFO01 TO WS-DTL-LOC-NBR       00018800
018900       MOVE MD-FO-CHG-TYPE-CD OF DDDTFO01 TO WS-DTL-ACTION        00018900
019000       WRITE RPT-LINE FROM WS-DTL-LINE                            00019000
019100       PERFORM 120-FETCH-NEXT-OVERRIDE                            00019100
019200     END-PERFORM                                                  00019200
019300     .                                                            00019300
019400                                                                  00019400
019500 900-TERMINATE.                                                   00019500
019600     EVALUATE TRUE                                                00019600
019700       WHEN SQL-ERROR-DETECTED                                    00019700
019800         MOVE 16 TO WS-RPT-RC                                     00019800
019900       WHEN WS-OVERRIDE-COUNT > 0                                 00019900
020000         MOVE 4  TO WS-RPT-RC                                     00020000
020100     END-EVALUATE                                                 00020100
020200     EXEC SQL                                                     00020200
020300       CLOSE FRZOVR-CSR                                           00020300
020400     END-EXEC                                                     00020400
020500                                                                  00020500
020600     MOVE WS-OVERRIDE-COUNT TO WS-SUM-OVERRIDES                   00020600
020700     WRITE RPT-LINE FROM SPACES                                   00020700
020800     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00020800
020900     CLOSE FRZOVR-RPT                                             00020900
021000     .                                                            00021000
021100                                                                  00021100
021200*================================================================ 00021200
021300* Run control - refuse a duplicate or out-of-order start, and     00021300
021400* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00021400
021500*================================================================ 00021500
021600 050-RUN-CNTL-START.                                              00021600
021700     INITIALIZE XXXN001A                                          00021700
021800                YYYC0230                                          00021800
021900     SET  YYYC0230-START-RUN TO TRUE                              00021900
022000     MOVE 'MMMB2402' TO YYYC0230-JOB-NM                           00022000
022100     CALL YYYS0230-RUN-CNTL USING                                 00022100
022200         XXXN001A                                                 00022200
022300         YYYC0230                                                 00022300
022400     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00022400
022500       SET SQL-ERROR-DETECTED TO TRUE                             00022500
022600       DISPLAY 'MMMB2402 - START REFUSED: ' IS-RTRN-MSG-TXT       00022600
022700     END-IF                                                       00022700
022800     .                                                            00022800
022900                                                                  00022900
023000 055-RUN-CNTL-END.                                                00023000
023100     INITIALIZE XXXN001A                                          00023100
023200                YYYC0230                                          00023200
023300     IF SQL-ERROR-DETECTED                                        00023300
023400       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00023400
023500     ELSE                                                         00023500
023600       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00023600
023700     END-IF                                                       00023700
023800     MOVE 'MMMB2402' TO YYYC0230-JOB-NM                           00023800
023900     CALL YYYS0230-RUN-CNTL USING                                 00023900
024000         XXXN001A                                                 00024000
024100         YYYC0230                                                 00024100
024200     .                                                            00024200
