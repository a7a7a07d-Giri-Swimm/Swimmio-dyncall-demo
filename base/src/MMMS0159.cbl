002300* Day/lead/buffer fields are carried on P-DDDTLO01 as COMP-3      00002300
002400* decimal day counts (fractional days are not meaningful for a    00002400
002500* calendar date and are truncated).                               00002500
0025A0*                                                                 000025A0
0025A1* A ship day that falls inside a temporary closure of the store   000025A1
0025A2* on FC_XXXAIL_TEMP_CLOS is no ship day either - the search picks 000025A2
0025A3* up again on the day the store is due to reopen.                 000025A3
002600* --------------------------------------------------------------- 00002600
002700 ENVIRONMENT DIVISION.                                            00002700
002800 DATA DIVISION.                                                   00002800
008995     05 WS-HOL-DD                    PIC 9(2).                    00008995
008996 01 WS-SQLCODE                       PIC ----9.                   00008996
008997                                                                  00008997
0089A0* Last day of a temporary closure the search ran into (DB2 date). 000089A0
0089A1 01 WS-TC-LAST-DB2-DATE.                                          000089A1
0089A2     05 WS-TC-LAST-YYYY              PIC 9(4).                    000089A2
0089A3     05 FILLER                       PIC X(1).                    000089A3
0089A4     05 WS-TC-LAST-MM                PIC 9(2).                    000089A4
0089A5     05 FILLER                       PIC X(1).                    000089A5
0089A6     05 WS-TC-LAST-DD                PIC 9(2).                    000089A6
009200 COPY MMMK001B.                                                   00009200
009210                                                                  00009210
009220* ----------------------------------------------------------------00009220
009290     EXEC SQL                                                     00009290
009291       INCLUDE DDDTHC01                                           00009291
009292     END-EXEC                                                     00009292
0092A0                                                                  000092A0
0092A1     EXEC SQL                                                     000092A1
0092A2       INCLUDE DDDTTC01                                           000092A2
0092A3     END-EXEC                                                     000092A3
009300                                                                  00009300
009400 LINKAGE SECTION.                                                 00009400
009500 COPY XXXN001A.                                                   00009500
018510     IF SHIPS-TODAY                                               00018510
018520       PERFORM 825-CHECK-HOLIDAY                                  00018520
018530     END-IF                                                       00018530
0185A0     IF SHIPS-TODAY                                               000185A0
0185A1       PERFORM 826-CHECK-TEMP-CLOSURE                             000185A1
0185A2     END-IF                                                       000185A2
018600                                                                  00018600
018610* The walk is capped at 14 tries now that holidays can knock out  00018610
018620* otherwise-scheduled ship days - a Thanksgiving week can push    00018620
019110       IF SHIPS-TODAY                                             00019110
019120         PERFORM 825-CHECK-HOLIDAY                                00019120
019130       END-IF                                                     00019130
0191A0       IF SHIPS-TODAY                                             000191A0
0191A1         PERFORM 826-CHECK-TEMP-CLOSURE                           000191A1
0191A2       END-IF                                                     000191A2
019200     END-PERFORM                                                  00019200
019300                                                                  00019300
019400     IF DOES-NOT-SHIP-TODAY                                       00019400
031889     END-EVALUATE                                                 00031889
031890     .                                                            00031890
031891                                                                  00031891
0318A0*================================================================ 000318A0
0318A1* A day inside a temporary closure of the store is not a ship     000318A1
0318A2* day. The closure's rule is MMMS0168's: an open closure runs     000318A2
0318A3* to the expected reopen date, or on through today when that date 000318A3
0318A4* has gone by with no reopen keyed; a reopened one runs up to the 000318A4
0318A5* actual reopen date. Rather than walk a three-week closure a day 000318A5
0318A6* at a time against the try cap, the work date jumps to the last  000318A6
0318A7* closed day and the search goes on from the day after it.        000318A7
0318A8*================================================================ 000318A8
0318A9 826-CHECK-TEMP-CLOSURE.                                          000318A9
0318B0     MOVE WS-WORK-YYYY TO WS-HOL-YYYY                             000318B0
0318B1     MOVE WS-WORK-MM   TO WS-HOL-MM                               000318B1
0318B2     MOVE WS-WORK-DD   TO WS-HOL-DD                               000318B2
0318B3     MOVE LOC-NBR    OF P-DDDTLO01 TO MD-TC-LOC-NBR OF DDDTTC01   000318B3
0318B4     MOVE LOC-TYP-CD OF P-DDDTLO01                                000318B4
0318B5       TO MD-TC-LOC-TYP-CD OF DDDTTC01                            000318B5
0318B6     EXEC SQL                                                     000318B6
0318B7        SELECT CHAR(CASE WHEN TC_STAT_CD = 'R'                    000318B7
0318B8                         THEN TC_ACT_REOPEN_DT                    000318B8
0318B9                         WHEN TC_EXP_REOPEN_DT > CURRENT DATE     000318B9
0318C0                         THEN TC_EXP_REOPEN_DT                    000318C0
0318C1                         ELSE CURRENT DATE + 1 DAY                000318C1
0318C2                    END - 1 DAY, ISO)                             000318C2
0318C3         INTO :WS-TC-LAST-DB2-DATE                                000318C3
0318C4        FROM FC_XXXAIL_TEMP_CLOS                                  000318C4
0318C5        WHERE TC_LOC_NBR    = :DDDTTC01.MD-TC-LOC-NBR             000318C5
0318C6          AND TC_LOC_TYP_CD = :DDDTTC01.MD-TC-LOC-TYP-CD          000318C6
0318C7          AND TC_STRT_DT   <= :WS-HOL-DB2-DATE                    000318C7
0318C8          AND ( ( TC_STAT_CD = 'O'                                000318C8
0318C9              AND ( TC_EXP_REOPEN_DT > :WS-HOL-DB2-DATE           000318C9
0318D0                 OR CURRENT DATE    >= :WS-HOL-DB2-DATE ) )       000318D0
0318D1             OR ( TC_STAT_CD = 'R'                                000318D1
0318D2              AND TC_ACT_REOPEN_DT  > :WS-HOL-DB2-DATE ) )        000318D2
0318D3        ORDER BY 1 DESC                                           000318D3
0318D4        FETCH FIRST 1 ROWS ONLY                                   000318D4
0318D5     END-EXEC                                                     000318D5
0318D6                                                                  000318D6
0318D7     EVALUATE TRUE                                                000318D7
0318D8       WHEN SQLCODE = 0                                           000318D8
0318D9         MOVE WS-TC-LAST-YYYY TO WS-WORK-YYYY                     000318D9
0318E0         MOVE WS-TC-LAST-MM   TO WS-WORK-MM                       000318E0
0318E1         MOVE WS-TC-LAST-DD   TO WS-WORK-DD                       000318E1
0318E2         SET DOES-NOT-SHIP-TODAY TO TRUE                          000318E2
0318E3       WHEN SQLCODE = 100                                         000318E3
0318E4         CONTINUE                                                 000318E4
0318E5       WHEN OTHER                                                 000318E5
0318E6         MOVE SQLCODE TO WS-SQLCODE                               000318E6
0318E7         SET  FAILURE TO TRUE                                     000318E7
0318E8         SET  DOES-NOT-SHIP-TODAY TO TRUE                         000318E8
0318E9         MOVE SPACES  TO IS-RTRN-MSG-TXT                          000318E9
0318F0         STRING 'MMMS0159 - SQL error on table '                  000318F0
0318F1                'FC_XXXAIL_TEMP_CLOS, Sqlcode = ' WS-SQLCODE      000318F1
0318F2           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 000318F2
0318F3     END-EVALUATE                                                 000318F3
0318F4     .                                                            000318F4
031900*================================================================ 00031900
032000* Standard leap-year test - divisible by 4, except centuries      00032000
032100* that are not also divisible by 400.                             00032100
