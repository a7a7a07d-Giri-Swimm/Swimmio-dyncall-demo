000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMS0181.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Change-freeze service.                                          00000600
000700*                                                                 00000700
000800* Period close, the holiday peak and a conversion cutover each    00000800
000900* need the store master held still, and until now that was a      00000900
001000* memo asking people not to touch it. The freeze calendar         00001000
001100* (FC_XXXAIL_FREEZE_CAL, maintained as table FZ on MMMO0200)      00001100
001200* says when, what and who may still change it; this service is    00001200
001300* the one place that reads it:                                    00001300
001400*   CHECK-CHANGE - the gate NNNS0120, NNNS0487 and NNNS0488 call  00001400
001500*                  ahead of an add, modify or delete. A freeze    00001500
001600*                  in force on *ALL, or on the FA_AUTH_GROUP of   00001600
001700*                  a protected column the change touches, fails   00001700
001800*                  the change with the freeze id and its end -    00001800
001900*                  unless the user is in that freeze's override   00001900
002000*                  group (FC_XXXAIL_USER_GROUP), when the change  00002000
002100*                  passes and one FC_XXXAIL_FRZ_OVRD row per      00002100
002200*                  frozen column records it for MMMB2402's        00002200
002300*                  next-morning list                              00002300
002400*   GET-BANNER   - the text the online transactions show in the   00002400
002500*                  heading line while any online freeze is on     00002500
002600* A freeze with scope O binds online changes only, so the         00002600
002700* nightly batch that a maintenance-window freeze makes room for   00002700
002800* still runs; scope A binds batch callers as well.                00002800
002900* Callable from batch or CICS - plain SQL, no file I/O.           00002900
003000*-----------------------------------------------------------------00003000
003100 ENVIRONMENT DIVISION.                                            00003100
003200 DATA DIVISION.                                                   00003200
003300 WORKING-STORAGE SECTION.                                         00003300
003400*=================================================================00003400
003500* Misc working storage.                                           00003500
003600*=================================================================00003600
003700 01 WS-SQLCODE                  PIC ----9.                        00003700
003800 01 WS-FLD-IDX                  PIC S9(4) COMP VALUE 0.           00003800
003900 01 WS-FZ-FLD-NM                PIC X(18) VALUE SPACES.           00003900
004000 01 WS-FZ-USER-ID               PIC X(8)  VALUE SPACES.           00004000
004100 01 WS-FZ-ONLINE-SW             PIC X(1)  VALUE 'Y'.              00004100
004200 01 WS-FZ-OVRD-SW               PIC X(1)  VALUE 'N'.              00004200
004300    88 WS-USER-MAY-OVERRIDE               VALUE 'Y'.              00004300
004400 01 WS-FZ-END-TS                PIC X(26) VALUE SPACES.           00004400
004500 01 WS-FZ-END-DISP.                                               00004500
004600    05 WS-FZ-END-DT             PIC X(10) VALUE SPACES.           00004600
004700    05 FILLER                   PIC X(1)  VALUE SPACES.           00004700
004800    05 WS-FZ-END-TM             PIC X(5)  VALUE SPACES.           00004800
004900 01 WS-BANNER-LINE.                                               00004900
005000    05 FILLER                   PIC X(7)  VALUE 'FREEZE '.        00005000
005100    05 WS-BNR-FREEZE-ID         PIC X(8)  VALUE SPACES.           00005100
005200    05 FILLER                   PIC X(4)  VALUE ' TO '.           00005200
005300    05 WS-BNR-END-MMDD          PIC X(5)  VALUE SPACES.           00005300
005400    05 FILLER                   PIC X(1)  VALUE SPACES.           00005400
005500    05 WS-BNR-END-HHMM          PIC X(5)  VALUE SPACES.           00005500
005600                                                                  00005600
005700*=================================================================00005700
005800*  DB2 Areas                                                      00005800
005900*=================================================================00005900
006000     EXEC SQL                                                     00006000
006100       INCLUDE SQLCA                                              00006100
006200     END-EXEC.                                                    00006200
006300                                                                  00006300
006400     EXEC SQL                                                     00006400
006500       INCLUDE DDDTFZ01                                           00006500
006600     END-EXEC.                                                    00006600
006700                                                                  00006700
006800     EXEC SQL                                                     00006800
006900       INCLUDE DDDTFO01                                           00006900
007000     END-EXEC.                                                    00007000
007100                                                                  00007100
007200 LINKAGE SECTION.                                                 00007200
007300 COPY XXXN001A.                                                   00007300
007400 COPY MMMC0181.                                                   00007400
007500                                                                  00007500
007600 PROCEDURE DIVISION USING                                         00007600
007700     XXXN001A                                                     00007700
007800     MMMC0181                                                     00007800
007900     .                                                            00007900
008000                                                                  00008000
008100*=================================================================00008100
008200* Main program logic...                                           00008200
008300*=================================================================00008300
008400 000-MAIN-LINE.                                                   00008400
008500     MOVE SPACES TO MMMC0181-RESULT-SW                            00008500
008600                    MMMC0181-FREEZE-ID                            00008600
008700                    MMMC0181-FREEZE-END-TS                        00008700
008800                    MMMC0181-BANNER-TXT                           00008800
008900                                                                  00008900
009000     EVALUATE TRUE                                                00009000
009100       WHEN MMMC0181-CHECK-CHANGE                                 00009100
009200         INITIALIZE XXXN001A                                      00009200
009300         PERFORM 100-CHECK-THE-CHANGE                             00009300
009400       WHEN MMMC0181-GET-BANNER                                   00009400
009500         PERFORM 200-GET-THE-BANNER                               00009500
009600       WHEN OTHER                                                 00009600
009700         SET  FAILURE TO TRUE                                     00009700
009800         MOVE 'MMMS0181 - Invalid function code!'                 00009800
009900           TO IS-RTRN-MSG-TXT                                     00009900
010000     END-EVALUATE                                                 00010000
010100                                                                  00010100
010200     GOBACK                                                       00010200
010300     .                                                            00010300
010400                                                                  00010400
010500*=================================================================00010500
010600* CHECK-CHANGE - the *ALL freezes first, then each protected      00010600
010700* column the caller says the change touches. The first freeze     00010700
010800* the user may not override stops the change; overridden          00010800
010900* freezes are logged and the search goes on, so a change frozen   00010900
011000* twice is only allowed when the user may override both.          00011000
011100*=================================================================00011100
011200 100-CHECK-THE-CHANGE.                                            00011200
011300     SET  MMMC0181-NOT-FROZEN TO TRUE                             00011300
011400     MOVE MMMC0181-USER-ID    TO WS-FZ-USER-ID                    00011400
011500     IF MMMC0181-BATCH-CALLER                                     00011500
011600       MOVE 'N' TO WS-FZ-ONLINE-SW                                00011600
011700     ELSE                                                         00011700
011800       MOVE 'Y' TO WS-FZ-ONLINE-SW                                00011800
011900     END-IF                                                       00011900
012000                                                                  00012000
012100     MOVE SPACES TO WS-FZ-FLD-NM                                  00012100
012200     PERFORM 110-PROBE-ONE-FIELD                                  00012200
012300     PERFORM VARYING WS-FLD-IDX FROM 1 BY 1                       00012300
012400             UNTIL WS-FLD-IDX > MMMC0181-FLD-CNT                  00012400
012500                OR WS-FLD-IDX > 4                                 00012500
012600                OR NOT SUCCESS                                    00012600
012700       MOVE MMMC0181-FLD-NM (WS-FLD-IDX) TO WS-FZ-FLD-NM          00012700
012800       IF WS-FZ-FLD-NM NOT = SPACES                               00012800
012900         PERFORM 110-PROBE-ONE-FIELD                              00012900
013000       END-IF                                                     00013000
013100     END-PERFORM                                                  00013100
013200     .                                                            00013200
013300                                                                  00013300
013400* Spaces in WS-FZ-FLD-NM probe the *ALL freezes; a column name    00013400
013500* probes the freezes on any group that owns it. The freeze the    00013500
013600* user cannot override sorts first, then the one ending last.     00013600
013700 110-PROBE-ONE-FIELD.                                             00013700
013800     MOVE 'N' TO WS-FZ-OVRD-SW                                    00013800
013900     EXEC SQL                                                     00013900
014000       SELECT F.FZ_FREEZE_ID, F.FZ_END_TS,                        00014000
014100              CASE WHEN F.FZ_OVRD_GROUP <> ' '                    00014100
014200                    AND EXISTS                                    00014200
014300                        (SELECT 1                                 00014300
014400                           FROM FC_XXXAIL_USER_GROUP U            00014400
014500                          WHERE U.UG_USER_ID  = :WS-FZ-USER-ID    00014500
014600                            AND U.UG_GROUP_CD = F.FZ_OVRD_GROUP)  00014600
014700                   THEN 'Y' ELSE 'N' END                          00014700
014800        INTO :DCLFC-XXXAIL-FREEZE-CAL.FZ-FREEZE-ID,               00014800
014900             :DCLFC-XXXAIL-FREEZE-CAL.FZ-END-TS,                  00014900
015000             :WS-FZ-OVRD-SW                                       00015000
015100       FROM FC_XXXAIL_FREEZE_CAL F                                00015100
015200       WHERE F.FZ_START_TS <= CURRENT TIMESTAMP                   00015200
015300         AND F.FZ_END_TS   >  CURRENT TIMESTAMP                   00015300
015400         AND (F.FZ_SCOPE_CD = 'A' OR :WS-FZ-ONLINE-SW = 'Y')      00015400
015500         AND ((:WS-FZ-FLD-NM = ' ' AND F.FZ_FLD_GROUP = '*ALL')   00015500
015600           OR (:WS-FZ-FLD-NM <> ' ' AND EXISTS                    00015600
015700               (SELECT 1                                          00015700
015800                  FROM FC_XXXAIL_FLD_AUTH A                       00015800
015900                 WHERE A.FA_AUTH_GROUP = F.FZ_FLD_GROUP           00015900
016000                   AND A.FA_FLD_NM     = :WS-FZ-FLD-NM)))         00016000
016100       ORDER BY 3, 2 DESC                                         00016100
016200       FETCH FIRST 1 ROWS ONLY                                    00016200
016300     END-EXEC                                                     00016300
016400                                                                  00016400
016500     EVALUATE TRUE                                                00016500
016600       WHEN SQLCODE = 100                                         00016600
016700         MOVE 0 TO SQLCODE                                        00016700
016800       WHEN SQLCODE NOT = 0                                       00016800
016900         PERFORM 800-SQL-ERROR                                    00016900
017000       WHEN WS-USER-MAY-OVERRIDE                                  00017000
017100         PERFORM 120-LOG-THE-OVERRIDE                             00017100
017200         SET  MMMC0181-OVERRIDDEN TO TRUE                         00017200
017300         MOVE FZ-FREEZE-ID OF DCLFC-XXXAIL-FREEZE-CAL             00017300
017400           TO MMMC0181-FREEZE-ID                                  00017400
017500         MOVE FZ-END-TS OF DCLFC-XXXAIL-FREEZE-CAL                00017500
017600           TO MMMC0181-FREEZE-END-TS                              00017600
017700       WHEN OTHER                                                 00017700
017800         PERFORM 130-REJECT-THE-CHANGE                            00017800
017900     END-EVALUATE                                                 00017900
018000     .                                                            00018000
018100                                                                  00018100
018200*=================================================================00018200
018300* One override row per frozen column (*ALL for an *ALL freeze).   00018300
018400* The log write swallows its own errors - the user was entitled   00018400
018500* to the change, and a bad log write must not take it away.       00018500
018600*=================================================================00018600
018700 120-LOG-THE-OVERRIDE.                                            00018700
018800     MOVE FZ-FREEZE-ID OF DCLFC-XXXAIL-FREEZE-CAL                 00018800
018900                               TO FO-FREEZE-ID                    00018900
019000                                  OF DCLFC-XXXAIL-FRZ-OVRD        00019000
019100     MOVE MMMC0181-USER-ID     TO FO-USER-ID                      00019100
019200                                  OF DCLFC-XXXAIL-FRZ-OVRD        00019200
019300     IF WS-FZ-FLD-NM = SPACES                                     00019300
019400       MOVE '*ALL'             TO FO-FLD-NM                       00019400
019500                                  OF DCLFC-XXXAIL-FRZ-OVRD        00019500
019600     ELSE                                                         00019600
019700       MOVE WS-FZ-FLD-NM       TO FO-FLD-NM                       00019700
019800                                  OF DCLFC-XXXAIL-FRZ-OVRD        00019800
019900     END-IF                                                       00019900
020000     MOVE MMMC0181-PGM-NM      TO FO-PGM-NM                       00020000
020100                                  OF DCLFC-XXXAIL-FRZ-OVRD        00020100
020200     MOVE MMMC0181-LOC-TYP-CD  TO FO-LOC-TYP-CD                   00020200
020300                                  OF DCLFC-XXXAIL-FRZ-OVRD        00020300
020400     MOVE MMMC0181-LOC-NBR     TO FO-LOC-NBR                      00020400
020500                                  OF DCLFC-XXXAIL-FRZ-OVRD        00020500
020600     MOVE MMMC0181-CHG-TYPE-CD TO FO-CHG-TYPE-CD                  00020600
020700                                  OF DCLFC-XXXAIL-FRZ-OVRD        00020700
020800     EXEC SQL                                                     00020800
020900       INSERT INTO FC_XXXAIL_FRZ_OVRD                             00020900
021000          ( FO_FREEZE_ID, FO_USER_ID, FO_FLD_NM, FO_PGM_NM,       00021000
021100            FO_LOC_TYP_CD, FO_LOC_NBR, FO_CHG_TYPE_CD,            00021100
021200            FO_OVRD_TS )                                          00021200
021300       VALUES                                                     00021300
021400          ( :DCLFC-XXXAIL-FRZ-OVRD.FO-FREEZE-ID,                  00021400
021500            :DCLFC-XXXAIL-FRZ-OVRD.FO-USER-ID,                    00021500
021600            :DCLFC-XXXAIL-FRZ-OVRD.FO-FLD-NM,                     00021600
021700            :DCLFC-XXXAIL-FRZ-OVRD.FO-PGM-NM,                     00021700
021800            :DCLFC-XXXAIL-FRZ-OVRD.FO-LOC-TYP-CD,                 00021800
021900            :DCLFC-XXXAIL-FRZ-OVRD.FO-LOC-NBR,                    00021900
022000            :DCLFC-XXXAIL-FRZ-OVRD.FO-CHG-TYPE-CD,                00022000
022100            CURRENT TIMESTAMP )                                   00022100
022200     END-EXEC                                                     00022200
022300     MOVE 0 TO SQLCODE                                            00022300
022400     .                                                            00022400
022500                                                                  00022500
022600 130-REJECT-THE-CHANGE.                                           00022600
022700     SET  MMMC0181-FROZEN TO TRUE                                 00022700
022800     MOVE FZ-FREEZE-ID OF DCLFC-XXXAIL-FREEZE-CAL                 00022800
022900       TO MMMC0181-FREEZE-ID                                      00022900
023000     MOVE FZ-END-TS OF DCLFC-XXXAIL-FREEZE-CAL                    00023000
023100       TO MMMC0181-FREEZE-END-TS WS-FZ-END-TS                     00023100
023200     MOVE WS-FZ-END-TS (1 : 10) TO WS-FZ-END-DT                   00023200
023300     MOVE WS-FZ-END-TS (12 : 5) TO WS-FZ-END-TM                   00023300
023400                                                                  00023400
023500     SET  FAILURE TO TRUE                                         00023500
023600     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00023600
023700     IF WS-FZ-FLD-NM = SPACES                                     00023700
023800       STRING MMMC0181-PGM-NM DELIMITED BY SPACE                  00023800
023900              ' - Changes frozen by ' DELIMITED BY SIZE           00023900
024000              MMMC0181-FREEZE-ID DELIMITED BY SPACE               00024000
024100              ' until ' WS-FZ-END-DISP DELIMITED BY SIZE          00024100
024200              INTO IS-RTRN-MSG-TXT                                00024200
024300     ELSE                                                         00024300
024400       STRING MMMC0181-PGM-NM DELIMITED BY SPACE                  00024400
024500              ' - ' DELIMITED BY SIZE                             00024500
024600              WS-FZ-FLD-NM DELIMITED BY SPACE                     00024600
024700              ' frozen by ' DELIMITED BY SIZE                     00024700
024800              MMMC0181-FREEZE-ID DELIMITED BY SPACE               00024800
024900              ' until ' WS-FZ-END-DISP DELIMITED BY SIZE          00024900
025000              INTO IS-RTRN-MSG-TXT                                00025000
025100     END-IF                                                       00025100
025200     .                                                            00025200
025300                                                                  00025300
025400*=================================================================00025400
025500* GET-BANNER - the online freeze in force that ends last. An      00025500
025600* unreadable calendar shows no banner; the DAO gate still         00025600
025700* decides what may change.                                        00025700
025800*=================================================================00025800
025900 200-GET-THE-BANNER.                                              00025900
026000     EXEC SQL                                                     00026000
026100       SELECT FZ_FREEZE_ID, FZ_END_TS                             00026100
026200        INTO :DCLFC-XXXAIL-FREEZE-CAL.FZ-FREEZE-ID,               00026200
026300             :DCLFC-XXXAIL-FREEZE-CAL.FZ-END-TS                   00026300
026400       FROM FC_XXXAIL_FREEZE_CAL                                  00026400
026500       WHERE FZ_START_TS <= CURRENT TIMESTAMP                     00026500
026600         AND FZ_END_TS   >  CURRENT TIMESTAMP                     00026600
026700       ORDER BY FZ_END_TS DESC                                    00026700
026800       FETCH FIRST 1 ROWS ONLY                                    00026800
026900     END-EXEC                                                     00026900
027000                                                                  00027000
027100     IF SQLCODE = 0                                               00027100
027200       MOVE FZ-FREEZE-ID OF DCLFC-XXXAIL-FREEZE-CAL               00027200
027300         TO MMMC0181-FREEZE-ID WS-BNR-FREEZE-ID                   00027300
027400       MOVE FZ-END-TS OF DCLFC-XXXAIL-FREEZE-CAL                  00027400
027500         TO MMMC0181-FREEZE-END-TS WS-FZ-END-TS                   00027500
027600       MOVE WS-FZ-END-TS (6 : 5)  TO WS-BNR-END-MMDD              00027600
027700       MOVE WS-FZ-END-TS (12 : 5) TO WS-BNR-END-HHMM              00027700
027800       MOVE WS-BANNER-LINE        TO MMMC0181-BANNER-TXT          00027800
027900     END-IF                                                       00027900
028000     MOVE 0 TO SQLCODE                                            00028000
028100     .                                                            00028100
028200                                                                  00028200
028300 800-SQL-ERROR.                                                   00028300
028400     MOVE SQLCODE TO WS-SQLCODE                                   00028400
028500     SET  FAILURE TO TRUE                                         00028500
028600     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00028600
028700     STRING 'MMMS0181 - SQL error, SQLCODE = ' WS-SQLCODE         00028700
028800       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00028800
028900     .                                                            00028900
