002070* file date already loaded (FC_XXXAIL_EXTR_HWM, job MMMB6601)     00002070
002080* refuses to load twice.                                          00002080
002090*                                                                 00002090
00209A*                                                                 0000209A
00209B* Every opening date real estate sends is kept on the opening-date0000209B
00209C* history (FC_XXXAIL_OPEN_SLIP, type S) - the first one for a     0000209C
00209D* store, and each later one that moves it - with the reason code  0000209D
00209E* the extract carries for the change.                             0000209E
002100* Batch job - run standalone, no online caller.                   00002100
002200*---------------------------------------------------------------- 00002200
002300 ENVIRONMENT DIVISION.                                            00002300
005000     05 REAL-LATITUDE                  PIC 9(3)V9(5).             00005000
005100     05 REAL-LON-SIGN                  PIC X(1).                  00005100
005200     05 REAL-LONGITUDE                 PIC 9(3)V9(5).             00005200
00520A     05 REAL-OPEN-RSN-CD               PIC X(2).                  0000520A
005210 01  REAL-CTL-REC.                                                00005210
005220     05 REAL-CTL-ID                    PIC X(3).                  00005220
005230        88 REAL-CTL-HDR                        VALUE 'HDR'.       00005230
006100 01 WS-LOADED-COUNT                   PIC 9(6) VALUE 0.           00006100
006200 01 WS-REPLACED-COUNT                 PIC 9(6) VALUE 0.           00006200
006300 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00006300
00630A 01 WS-DT-MOVED-COUNT                PIC 9(6) VALUE 0.            0000630A
006400 01 WS-SQLCODE                        PIC ----9.                  00006400
006500                                                                  00006500
006600 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00006600
007700    05 FILLER                         PIC X(1) VALUE '-'.         00007700
007800    05 WS-ISO-DD                      PIC X(2).                   00007800
007900                                                                  00007900
00790A* Opening-date history - the date on the store's latest staged    0000790A
00790B* row (spaces when real estate has not sent the store before).    0000790B
00790C 01 WS-STAGED-OPEN-DT                PIC X(10) VALUE SPACES.      0000790C
00790D 01 K-SLIP-USER-ID                   PIC X(8)                     0000790D
00790E                                     VALUE 'REALEST '.            0000790E
008000 01 WS-HDG-LINE-1.                                                00008000
008100    05 FILLER PIC X(50) VALUE                                     00008100
008200       'MMMB6601 - REAL-ESTATE NEW-STORE STAGING LOAD'.           00008200
010720     EXEC SQL                                                     00010720
010730       INCLUDE DDDTHW01                                           00010730
010740     END-EXEC                                                     00010740
01075A     EXEC SQL                                                     0001075A
01075B       INCLUDE DDDTOP01                                           0001075B
01075C     END-EXEC                                                     0001075C
010800                                                                  00010800
010900 PROCEDURE DIVISION.                                              00010900
011000***************************************************************** 00011000
015100       INITIALIZE XXXN001A                                        00015100
015200       MOVE REAL-STORE-NO TO WS-DTL-STORE-NO                      00015200
015300       PERFORM 220-EDIT-EXTRACT-RECORD                            00015300
01530A       IF SUCCESS                                                 0001530A
01530B         PERFORM 235-GET-STAGED-OPEN-DT                           0001530B
01530C       END-IF                                                     0001530C
015400       IF SUCCESS                                                 00015400
015500         PERFORM 240-DELETE-SUPERSEDED-ROW                        00015500
015600       END-IF                                                     00015600
015700       IF SUCCESS                                                 00015700
015800         PERFORM 260-INSERT-STAGING-ROW                           00015800
015900       END-IF                                                     00015900
01590A       IF SUCCESS                                                 0001590A
01590B         PERFORM 270-RECORD-OPEN-SLIP                             0001590B
01590C       END-IF                                                     0001590C
016000       IF SUCCESS                                                 00016000
016100         ADD 1 TO WS-LOADED-COUNT                                 00016100
016200         MOVE 'STAGED  '       TO WS-DTL-RESULT                   00016200
028900     END-IF                                                       00028900
029000     .                                                            00029000
029100                                                                  00029100
0291A0*================================================================ 000291A0
0291A1* Opening-date history. The date on the store's latest staged row 000291A1
0291A2* is read before the row is replaced, so a re-send that moves the 000291A2
0291A3* date is recorded as a move, with the extract's reason code.     000291A3
0291A4*================================================================ 000291A4
0291A5 235-GET-STAGED-OPEN-DT.                                          000291A5
0291A6     MOVE REAL-STORE-NO TO SG-STORE-NO OF DCLFC-XXXAIL-STORE-STAGE000291A6
0291A7     MOVE SPACES TO WS-STAGED-OPEN-DT                             000291A7
0291A8     EXEC SQL                                                     000291A8
0291A9       SELECT CHAR(SG_OPENING_DT, ISO)                            000291A9
0291AA         INTO :WS-STAGED-OPEN-DT                                  000291AA
0291AB         FROM FC_XXXAIL_STORE_STAGE                               000291AB
0291AC        WHERE SG_STORE_NO = :DCLFC-XXXAIL-STORE-STAGE.SG-STORE-NO 000291AC
0291AD        ORDER BY SG_LOADED_TS DESC                                000291AD
0291AE        FETCH FIRST 1 ROW ONLY                                    000291AE
0291AF     END-EXEC                                                     000291AF
0291AG     EVALUATE TRUE                                                000291AG
0291AH       WHEN SQLCODE = 0                                           000291AH
0291AI         CONTINUE                                                 000291AI
0291AJ       WHEN SQLCODE = 100                                         000291AJ
0291AK         MOVE SPACES TO WS-STAGED-OPEN-DT                         000291AK
0291AL         MOVE 0 TO SQLCODE                                        000291AL
0291AM       WHEN OTHER                                                 000291AM
0291AN         PERFORM 800-REPORT-SQL-ERROR                             000291AN
0291AO     END-EVALUATE                                                 000291AO
0291AP     .                                                            000291AP
0291AQ                                                                  000291AQ
0291AR 270-RECORD-OPEN-SLIP.                                            000291AR
0291AS     IF WS-STAGED-OPEN-DT = SPACES                                000291AS
0291AT       SET  OP-CHG-TYPE-FIRST         TO TRUE                     000291AT
0291AU       MOVE WS-ISO-EFF-DATE           TO OP-OLD-DT                000291AU
0291AV       PERFORM 275-INSERT-OPEN-SLIP-ROW                           000291AV
0291AW     ELSE                                                         000291AW
0291AX       IF WS-STAGED-OPEN-DT NOT = WS-ISO-EFF-DATE                 000291AX
0291AY         SET  OP-CHG-TYPE-MOVE        TO TRUE                     000291AY
0291AZ         MOVE WS-STAGED-OPEN-DT       TO OP-OLD-DT                000291AZ
0291B0         PERFORM 275-INSERT-OPEN-SLIP-ROW                         000291B0
0291B1         IF SUCCESS                                               000291B1
0291B2           ADD 1 TO WS-DT-MOVED-COUNT                             000291B2
0291B3           MOVE SPACES TO WS-DTL-REASON                           000291B3
0291B4           STRING 'OPENING DATE MOVED FROM ' WS-STAGED-OPEN-DT    000291B4
0291B5                  ' TO ' WS-ISO-EFF-DATE                          000291B5
0291B6             DELIMITED BY SIZE INTO WS-DTL-REASON                 000291B6
0291B7         END-IF                                                   000291B7
0291B8       END-IF                                                     000291B8
0291B9     END-IF                                                       000291B9
0291BA     .                                                            000291BA
0291BB                                                                  000291BB
0291BC 275-INSERT-OPEN-SLIP-ROW.                                        000291BC
0291BD     MOVE REAL-STORE-NO             TO OP-LOC-NBR                 000291BD
0291BE     MOVE 'S '                      TO OP-LOC-TYP-CD              000291BE
0291BF     SET  OP-DT-TYP-STAGE           TO TRUE                       000291BF
0291BG     MOVE WS-ISO-EFF-DATE           TO OP-NEW-DT                  000291BG
0291BH     MOVE REAL-OPEN-RSN-CD          TO OP-RSN-CD                  000291BH
0291BI     MOVE K-SLIP-USER-ID            TO OP-CHGD-BY-USER-ID         000291BI
0291BJ     MOVE 'MMMB6601'                TO OP-PGM-ID                  000291BJ
0291BK     EXEC SQL                                                     000291BK
0291BL       INSERT INTO FC_XXXAIL_OPEN_SLIP                            000291BL
0291BM          ( OP_LOC_NBR, OP_LOC_TYP_CD, OP_DT_TYP_CD, OP_CHG_TS,   000291BM
0291BN            OP_CHG_TYPE_CD, OP_OLD_DT, OP_NEW_DT, OP_RSN_CD,      000291BN
0291BO            OP_CHGD_BY_USER_ID, OP_PGM_ID )                       000291BO
0291BP       VALUES                                                     000291BP
0291BQ          ( :DCLFC-XXXAIL-OPEN-SLIP.OP-LOC-NBR,                   000291BQ
0291BR            :DCLFC-XXXAIL-OPEN-SLIP.OP-LOC-TYP-CD,                000291BR
0291BS            :DCLFC-XXXAIL-OPEN-SLIP.OP-DT-TYP-CD,                 000291BS
0291BT            CURRENT TIMESTAMP,                                    000291BT
0291BU            :DCLFC-XXXAIL-OPEN-SLIP.OP-CHG-TYPE-CD,               000291BU
0291BV            :DCLFC-XXXAIL-OPEN-SLIP.OP-OLD-DT,                    000291BV
0291BW            :DCLFC-XXXAIL-OPEN-SLIP.OP-NEW-DT,                    000291BW
0291BX            :DCLFC-XXXAIL-OPEN-SLIP.OP-RSN-CD,                    000291BX
0291BY            :DCLFC-XXXAIL-OPEN-SLIP.OP-CHGD-BY-USER-ID,           000291BY
0291BZ            :DCLFC-XXXAIL-OPEN-SLIP.OP-PGM-ID )                   000291BZ
0291C0     END-EXEC                                                     000291C0
0291C1     IF SQLCODE NOT = 0                                           000291C1
0291C2       PERFORM 800-REPORT-SQL-ERROR                               000291C2
0291C3       MOVE SPACES  TO WS-DTL-REASON                              000291C3
0291C4       STRING 'SQL ERROR ON FC_XXXAIL_OPEN_SLIP, SQLCODE = '      000291C4
0291C5              WS-SQLCODE                                          000291C5
0291C6         DELIMITED BY SIZE INTO WS-DTL-REASON                     000291C6
0291C7     END-IF                                                       000291C7
0291C8     .                                                            000291C8
029200 800-REPORT-SQL-ERROR.                                            00029200
029300     SET  FAILURE TO TRUE                                         00029300
029310     SET  CALL-ERROR-DETECTED TO TRUE                             00029310
031100     MOVE 'STAGED ROWS REPLACED  -  ' TO WS-CNT-TXT               00031100
031200     MOVE WS-REPLACED-COUNT           TO WS-CNT-NBR               00031200
031300     WRITE RPT-LINE FROM WS-CNT-LINE                              00031300
03130A     MOVE 'OPENING DATES MOVED   -  ' TO WS-CNT-TXT               0003130A
03130B     MOVE WS-DT-MOVED-COUNT           TO WS-CNT-NBR               0003130B
03130C     WRITE RPT-LINE FROM WS-CNT-LINE                              0003130C
031400     MOVE 'RECORDS REJECTED      -  ' TO WS-CNT-TXT               00031400
031500     MOVE WS-REJECTED-COUNT           TO WS-CNT-NBR               00031500
031600     WRITE RPT-LINE FROM WS-CNT-LINE                              00031600
