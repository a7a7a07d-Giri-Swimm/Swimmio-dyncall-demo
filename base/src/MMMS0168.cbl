001600* closes after midnight (close < open). The store directory      00001600
001700* feed and the alarm-monitoring vendor both read resolved hours   00001700
001800* through here, not the base week.                                00001800
0018A0* A temporary closure on FC_XXXAIL_TEMP_CLOS (DDDTTC01) comes     000018A0
0018A1* ahead of both: a flooded or renovating store is closed all day  000018A1
0018A2* for every date inside the closure, whatever its hours say.      000018A2
001900*-----------------------------------------------------------------00001900
002000 ENVIRONMENT DIVISION.                                            00002000
002100 DATA DIVISION.                                                   00002100
005700     EXEC SQL                                                     00005700
005800       INCLUDE DDDTHO01                                           00005800
005900     END-EXEC.                                                    00005900
0059A0                                                                  000059A0
0059A1     EXEC SQL                                                     000059A1
0059A2       INCLUDE DDDTTC01                                           000059A2
0059A3     END-EXEC.                                                    000059A3
006000                                                                  00006000
006100 LINKAGE SECTION.                                                 00006100
006200 COPY XXXN001A.                                                   00006200
007200*=================================================================00007200
007300 000-MAIN-LINE.                                                   00007300
007400     PERFORM 010-INITIALIZE                                       00007400
0074A0     IF SUCCESS                                                   000074A0
0074A1       PERFORM 050-CHECK-TEMP-CLOSURE                             000074A1
0074A2     END-IF                                                       000074A2
007500                                                                  00007500
007600     IF SUCCESS AND MMMC0168-SOURCE-CD = SPACE                    00007600
007700       PERFORM 100-CHECK-FOR-OVERRIDE                             00007700
007800     END-IF                                                       00007800
007900     IF SUCCESS AND MMMC0168-SOURCE-CD = SPACE                    00007900
009400     MOVE SPACES TO MMMC0168-OPEN-TM                              00009400
009500                    MMMC0168-CLOS-TM                              00009500
009600                    MMMC0168-SOURCE-CD                            00009600
0096A0                    MMMC0168-REOPEN-DT                            000096A0
009700     SET MMMC0168-OPEN-THAT-DAY    TO TRUE                        00009700
009800     SET MMMC0168-CLOSES-SAME-DAY  TO TRUE                        00009800
009900                                                                  00009900
010600       MOVE K-STORE-LOC-TYPE TO MMMC0168-LOC-TYP-CD               00010600
010700     END-IF                                                       00010700
010800     .                                                            00010800
0108A0                                                                  000108A0
0108A1*=================================================================000108A1
0108A2* Temporary closure first. A closure still open covers the date   000108A2
0108A3* from its start on, up to the expected reopen date - and past it 000108A3
0108A4* too while that date has already gone by with no reopen keyed,   000108A4
0108A5* since the store is then still shut. A reopened closure covers   000108A5
0108A6* the dates up to, not on, the actual reopen date; a cancelled    000108A6
0108A7* one never applies. MMMS0159 uses the same rule.                 000108A7
0108A8*=================================================================000108A8
0108A9 050-CHECK-TEMP-CLOSURE.                                          000108A9
0108B0     MOVE MMMC0168-LOC-NBR    TO MD-TC-LOC-NBR    OF DDDTTC01     000108B0
0108B1     MOVE MMMC0168-LOC-TYP-CD TO MD-TC-LOC-TYP-CD OF DDDTTC01     000108B1
0108B2     MOVE MMMC0168-ASK-DT     TO MD-TC-STRT-DT    OF DDDTTC01     000108B2
0108B3                                                                  000108B3
0108B4     EXEC SQL                                                     000108B4
0108B5        SELECT CASE TC_STAT_CD WHEN 'R' THEN TC_ACT_REOPEN_DT     000108B5
0108B6                               ELSE TC_EXP_REOPEN_DT              000108B6
0108B7               END                                                000108B7
0108B8         INTO :DDDTTC01.MD-TC-EXP-REOPEN-DT                       000108B8
0108B9        FROM FC_XXXAIL_TEMP_CLOS                                  000108B9
0108C0        WHERE TC_LOC_NBR    = :DDDTTC01.MD-TC-LOC-NBR             000108C0
0108C1          AND TC_LOC_TYP_CD = :DDDTTC01.MD-TC-LOC-TYP-CD          000108C1
0108C2          AND TC_STRT_DT   <= :DDDTTC01.MD-TC-STRT-DT             000108C2
0108C3          AND ( ( TC_STAT_CD = 'O'                                000108C3
0108C4              AND ( TC_EXP_REOPEN_DT > :DDDTTC01.MD-TC-STRT-DT    000108C4
0108C5                 OR CURRENT DATE    >= :DDDTTC01.MD-TC-STRT-DT ) )000108C5
0108C6             OR ( TC_STAT_CD = 'R'                                000108C6
0108C7              AND TC_ACT_REOPEN_DT  > :DDDTTC01.MD-TC-STRT-DT ) ) 000108C7
0108C8        ORDER BY TC_STRT_DT DESC                                  000108C8
0108C9        FETCH FIRST 1 ROWS ONLY                                   000108C9
0108D0     END-EXEC                                                     000108D0
0108D1                                                                  000108D1
0108D2     EVALUATE TRUE                                                000108D2
0108D3       WHEN SQLCODE = 0                                           000108D3
0108D4         SET MMMC0168-FROM-TEMP-CLOSURE TO TRUE                   000108D4
0108D5         SET MMMC0168-CLOSED-ALL-DAY    TO TRUE                   000108D5
0108D6         MOVE MD-TC-EXP-REOPEN-DT OF DDDTTC01                     000108D6
0108D7           TO MMMC0168-REOPEN-DT                                  000108D7
0108D8       WHEN SQLCODE = 100                                         000108D8
0108D9         MOVE 0 TO SQLCODE                                        000108D9
0108E0       WHEN OTHER                                                 000108E0
0108E1         MOVE SQLCODE TO WS-SQLCODE                               000108E1
0108E2         SET  FAILURE TO TRUE                                     000108E2
0108E3         MOVE SPACES  TO IS-RTRN-MSG-TXT                          000108E3
0108E4         STRING 'MMMS0168 - SQL error on table '                  000108E4
0108E5                'FC_XXXAIL_TEMP_CLOS, Sqlcode = ' WS-SQLCODE      000108E5
0108E6           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 000108E6
0108E7     END-EVALUATE                                                 000108E7
0108E8     .                                                            000108E8
010900                                                                  00010900
011000*=================================================================00011000
011100* Overrides first - the newest-starting range covering the date   00011100
