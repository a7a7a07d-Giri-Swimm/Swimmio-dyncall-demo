000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    YYYB0290.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Real-time MQ request/reply store maintenance service.           00000600
000700*                                                                 00000700
000800* YYYB0250 lets real estate, HR and the pharmacy system ask us    00000800
000900* about a store; this listener lets them change one.  It drains   00000900
001000* the store-maintenance request queue, applies each request's     00001000
001100* field updates to XXXATION (NNNS0487) or XXXAIL_LOC (NNNS0488)   00001100
001200* through the DAO's normal get-unique/modify path - so field      00001200
001300* authority, the optimistic lock, address standardization, the    00001300
001400* duplicate and RI edits and store history all apply exactly as   00001400
001500* they do online - and answers accept or reject with the field    00001500
001600* errors.  The sending system's id is handed to the DAO as the    00001600
001700* changing user, so field authority is checked against that       00001700
001800* system's FC_XXXAIL_USER_GROUP rows and history and              00001800
001900* LST_UPDT_USR_ID show who made the change.  A sender with no     00001900
002000* group row at all is refused outright.                           00002000
002100*                                                                 00002100
002200* Each request is its own unit of work: all of its fields go in   00002200
002300* one modify, committed before the reply says OK, or rolled back  00002300
002400* whole.  Every request, accepted or rejected, is logged on       00002400
002500* FC_XXXAIL_MQ_MAINT_LOG with the sender and its request id.      00002500
002600*                                                                 00002600
002700* Request  (YYYC0209-MSG-DATA):                                   00002700
002800*          sending system id(8), request id(20),                  00002800
002900*          table(2) 'LO' XXXATION / 'LR' XXXAIL_LOC,              00002900
003000*          store number(9),                                       00003000
003100*          update token(26) - LST_UPDT_TS (LO) or the history     00003100
003200*            token (LR) from the sender's last read or last OK    00003200
003300*            reply; spaces to take the row as it stands,          00003300
003400*          field count(2) 01-20, then per field                   00003400
003500*            column name(18), new value(30).                      00003500
003600*          Numeric columns are keyed zero-filled and right-       00003600
003700*          justified in the first 9 bytes of the value.           00003700
003800* Reply    (YYYC0209-MSG-DATA): status(2) 'OK'/'ER',              00003800
003900*          message(80), request id(20), store number(9),          00003900
004000*          changed-by-other switch(1) 'Y' - re-read and resend,   00004000
004100*          new update token(26) on OK, field error count(2),      00004100
004200*          then per error column name(18), message(80).           00004200
004300*                                                                 00004300
0043A0* A store number retired by a renumber (MMMB3202) is applied to   000043A0
0043A1* the store it became (MMMS0182); the reply carries the current   000043A1
0043A2* number and says so.                                             000043A2
004400* Batch job - run standalone as a long-running listener or        00004400
004500* periodic drain, no online caller.                               00004500
004600*---------------------------------------------------------------- 00004600
004700 ENVIRONMENT DIVISION.                                            00004700
004800 DATA DIVISION.                                                   00004800
004900 WORKING-STORAGE SECTION.                                         00004900
005000* --------------------------------------------------------------- 00005000
005100* Misc working storage...                                         00005100
005200* --------------------------------------------------------------- 00005200
005300 01 NNNS0487-LO-DAO                   PIC X(8) VALUE 'NNNS0487'.  00005300
005400 01 NNNS0488-LR-DAO                   PIC X(8) VALUE 'NNNS0488'.  00005400
0054A0 01 MMMS0182-RENUM-SVC                PIC X(8) VALUE 'MMMS0182'.  000054A0
005500 01 WS-MSG-COUNT                      PIC 9(6) VALUE 0.           00005500
005600 01 WS-ACCEPTED-COUNT                 PIC 9(6) VALUE 0.           00005600
005700 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00005700
005800 01 WS-LOG-ERR-COUNT                  PIC 9(6) VALUE 0.           00005800
005900 01 WS-MAX-FLDS                       PIC S9(4) COMP VALUE 20.    00005900
006000 01 WS-SUB                            PIC S9(4) COMP VALUE 0.     00006000
006100 01 WS-TALLY                          PIC S9(4) COMP VALUE 0.     00006100
006200 01 WS-FLD-NM-LEN                     PIC S9(4) COMP VALUE 0.     00006200
006300 01 WS-SNDR-CNT                       PIC S9(9) COMP VALUE 0.     00006300
006400 01 WS-SQLCODE                        PIC ----9.                  00006400
006500 01 WS-NUM-X                          PIC X(9)  VALUE SPACES.     00006500
006600 01 WS-NUM-N REDEFINES WS-NUM-X       PIC 9(9).                   00006600
006700 01 WS-ERR-MSG                        PIC X(80) VALUE SPACES.     00006700
006800                                                                  00006800
006900 01 WS-QUEUE-SW                       PIC X    VALUE 'N'.         00006900
007000    88 QUEUE-IS-EMPTY                         VALUE 'Y'.          00007000
007100 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00007100
007200    88 MQ-ERROR-DETECTED                      VALUE 'Y'.          00007200
007300 01 WS-REQUEST-SW                     PIC X    VALUE 'Y'.         00007300
007400    88 REQUEST-IS-GOOD                        VALUE 'Y'.          00007400
007500    88 REQUEST-IS-BAD                         VALUE 'N'.          00007500
007600                                                                  00007600
007700 01 WS-REQUEST-AREA.                                              00007700
007800    05 WS-REQ-SEND-SYS-ID             PIC X(8).                   00007800
007900    05 WS-REQ-ID                      PIC X(20).                  00007900
008000    05 WS-REQ-TBL-CD                  PIC X(2).                   00008000
008100       88 REQ-FOR-XXXATION                    VALUE 'LO'.         00008100
008200       88 REQ-FOR-XXXAIL-LOC                  VALUE 'LR'.         00008200
008300    05 WS-REQ-STORE-NO                PIC X(9).                   00008300
008400    05 WS-REQ-STORE-NO-N REDEFINES WS-REQ-STORE-NO                00008400
008500                                      PIC 9(9).                   00008500
008600    05 WS-REQ-UPDT-TOKEN              PIC X(26).                  00008600
008700    05 WS-REQ-FLD-CNT                 PIC X(2).                   00008700
008800    05 WS-REQ-FLD-CNT-N REDEFINES WS-REQ-FLD-CNT                  00008800
008900                                      PIC 9(2).                   00008900
009000    05 WS-REQ-FLD                     OCCURS 20 TIMES.            00009000
009100       10 WS-REQ-FLD-NM               PIC X(18).                  00009100
009200       10 WS-REQ-FLD-VAL              PIC X(30).                  00009200
0092A0                                                                  000092A0
0092A1 01 WS-RENUM-MSG.                                                 000092A1
0092A2    05 FILLER                         PIC X(28)                   000092A2
0092A3              VALUE 'YYYB0290 - Applied to store '.               000092A3
0092A4    05 WS-RENUM-NEW-NO                PIC Z(8)9.                  000092A4
0092A5    05 FILLER                         PIC X(17)                   000092A5
0092A6              VALUE ' renumbered from '.                          000092A6
0092A7    05 WS-RENUM-OLD-NO                PIC Z(8)9.                  000092A7
0092A8    05 FILLER                         PIC X(4)  VALUE ' on '.     000092A8
0092A9    05 WS-RENUM-DT                    PIC X(10).                  000092A9
009300                                                                  00009300
009400 01 WS-REPLY-AREA.                                                00009400
009500    05 WS-RPY-STATUS                  PIC X(2).                   00009500
009600    05 WS-RPY-MSG                     PIC X(80).                  00009600
009700    05 WS-RPY-REQ-ID                  PIC X(20).                  00009700
009800    05 WS-RPY-STORE-NO                PIC X(9).                   00009800
009900    05 WS-RPY-CHGD-BY-OTHER-SW        PIC X(1).                   00009900
010000    05 WS-RPY-UPDT-TOKEN              PIC X(26).                  00010000
010100    05 WS-RPY-ERR-CNT                 PIC 9(2).                   00010100
010200    05 WS-RPY-ERR                     OCCURS 20 TIMES.            00010200
010300       10 WS-RPY-ERR-FLD-NM           PIC X(18).                  00010300
010400       10 WS-RPY-ERR-MSG              PIC X(80).                  00010400
010500                                                                  00010500
010600* --------------------------------------------------------------- 00010600
010700* Miscellaneous copy books go here...                             00010700
010800* --------------------------------------------------------------- 00010800
010900 COPY XXXN001A.                                                   00010900
011000 COPY YYYN005A.                                                   00011000
011100 COPY YYYN000C.                                                   00011100
011200 COPY NNNN0000.                                                   00011200
011300 COPY PPPTLO01.                                                   00011300
011400 COPY PPPTLR01.                                                   00011400
011500 COPY MMMK001B.                                                   00011500
011600 COPY YYYC0209.                                                   00011600
0116A0 COPY MMMC0182.                                                   000116A0
011700                                                                  00011700
011800* ----------------------------------------------------------------00011800
011900* DB2 stuff...                                                    00011900
012000* ----------------------------------------------------------------00012000
012100     EXEC SQL                                                     00012100
012200       INCLUDE SQLCA                                              00012200
012300     END-EXEC                                                     00012300
012400     EXEC SQL                                                     00012400
012500       INCLUDE DDDTUG01                                           00012500
012600     END-EXEC                                                     00012600
012700     EXEC SQL                                                     00012700
012800       INCLUDE DDDTML01                                           00012800
012900     END-EXEC                                                     00012900
013000                                                                  00013000
013100 PROCEDURE DIVISION.                                              00013100
013200***************************************************************** 00013200
013300* Start of program main line.                                     00013300
013400***************************************************************** 00013400
013500 000-MAIN.                                                        00013500
013600     PERFORM 100-INITIALIZE                                       00013600
013700     IF NOT MQ-ERROR-DETECTED                                     00013700
013800       PERFORM 200-DRAIN-THE-REQUEST-QUEUE                        00013800
013900     END-IF                                                       00013900
014000     PERFORM 900-TERMINATE                                        00014000
014100     GOBACK                                                       00014100
014200     .                                                            00014200
014300                                                                  00014300
014400 100-INITIALIZE.                                                  00014400
014500     SET YYYN005A-BATCH-ENV TO TRUE                               00014500
014600     INITIALIZE XXXN001A                                          00014600
014700     CALL Z-MQC-CONNECT USING XXXN001A                            00014700
014800     IF SUCCESS                                                   00014800
014900       CALL Z-MQC-OPEN-Q USING XXXN001A                           00014900
015000     END-IF                                                       00015000
015100     IF NOT SUCCESS                                               00015100
015200       DISPLAY 'YYYB0290 - UNABLE TO CONNECT/OPEN MQ: '           00015200
015300               IS-RTRN-MSG-TXT                                    00015300
015400       SET MQ-ERROR-DETECTED TO TRUE                              00015400
015500       MOVE 16 TO RETURN-CODE                                     00015500
015600     END-IF                                                       00015600
015700     .                                                            00015700
015800                                                                  00015800
015900*================================================================ 00015900
016000* One reply per request, well-formed or not - the sender is       00016000
016100* waiting either way.  A get that comes back failed with          00016100
016200* nothing read means the queue is empty - the normal end.         00016200
016300*================================================================ 00016300
016400 200-DRAIN-THE-REQUEST-QUEUE.                                     00016400
016500     PERFORM UNTIL QUEUE-IS-EMPTY OR MQ-ERROR-DETECTED            00016500
016600       INITIALIZE XXXN001A                                        00016600
016700                  YYYC0209                                        00016700
016800       CALL Z-MQC-GET-CLIENT-MSG USING XXXN001A YYYC0209          00016800
016900       IF NOT SUCCESS OR YYYC0209-MSG-DATA = SPACES               00016900
017000         SET QUEUE-IS-EMPTY TO TRUE                               00017000
017100       ELSE                                                       00017100
017200         ADD 1 TO WS-MSG-COUNT                                    00017200
017300         PERFORM 220-ANSWER-ONE-REQUEST                           00017300
017400       END-IF                                                     00017400
017500     END-PERFORM                                                  00017500
017600     .                                                            00017600
017700                                                                  00017700
017800 220-ANSWER-ONE-REQUEST.                                          00017800
017900     MOVE YYYC0209-MSG-DATA (1:LENGTH OF WS-REQUEST-AREA)         00017900
018000       TO WS-REQUEST-AREA                                         00018000
018100     MOVE SPACES          TO WS-REPLY-AREA                        00018100
018200     MOVE 0               TO WS-RPY-ERR-CNT                       00018200
018300     MOVE WS-REQ-ID       TO WS-RPY-REQ-ID                        00018300
018400     MOVE WS-REQ-STORE-NO TO WS-RPY-STORE-NO                      00018400
018500     MOVE 'N'             TO WS-RPY-CHGD-BY-OTHER-SW              00018500
018600     SET REQUEST-IS-GOOD  TO TRUE                                 00018600
018700                                                                  00018700
018800     PERFORM 230-EDIT-THE-REQUEST                                 00018800
018900     IF REQUEST-IS-GOOD                                           00018900
019000       PERFORM 240-CHECK-THE-SENDER                               00019000
019100     END-IF                                                       00019100
0191A0     IF REQUEST-IS-GOOD                                           000191A0
0191A1       PERFORM 250-RESOLVE-RENUMBERED-STORE                       000191A1
0191A2     END-IF                                                       000191A2
019200     IF REQUEST-IS-GOOD                                           00019200
019300       IF REQ-FOR-XXXAIL-LOC                                      00019300
019400         PERFORM 300-MAINTAIN-XXXAIL-LOC                          00019400
019500       ELSE                                                       00019500
019600         PERFORM 400-MAINTAIN-XXXATION                            00019600
019700       END-IF                                                     00019700
019800     END-IF                                                       00019800
019900                                                                  00019900
020000     IF REQUEST-IS-GOOD                                           00020000
020100       MOVE 'OK' TO WS-RPY-STATUS                                 00020100
020200       MOVE 'YYYB0290 - Update applied' TO WS-RPY-MSG             00020200
0202A0       IF MMMC0182-RENUMBERED                                     000202A0
0202A1         MOVE WS-RENUM-MSG TO WS-RPY-MSG                          000202A1
0202A2       END-IF                                                     000202A2
020300     ELSE                                                         00020300
020400       MOVE 'ER'   TO WS-RPY-STATUS                               00020400
020500       MOVE SPACES TO WS-RPY-UPDT-TOKEN                           00020500
020600     END-IF                                                       00020600
020700     PERFORM 600-END-THE-UNIT-OF-WORK                             00020700
020800                                                                  00020800
020900     IF REQUEST-IS-GOOD                                           00020900
021000       ADD 1 TO WS-ACCEPTED-COUNT                                 00021000
021100     ELSE                                                         00021100
021200       ADD 1 TO WS-REJECTED-COUNT                                 00021200
021300     END-IF                                                       00021300
021400     PERFORM 260-SEND-THE-REPLY                                   00021400
021500     .                                                            00021500
021600                                                                  00021600
021700*================================================================ 00021700
021800* Request-level edits - anything wrong here and the DAO is        00021800
021900* never called.                                                   00021900
022000*================================================================ 00022000
022100 230-EDIT-THE-REQUEST.                                            00022100
022200     EVALUATE TRUE                                                00022200
022300       WHEN WS-REQ-SEND-SYS-ID = SPACES                           00022300
022400         MOVE 'YYYB0290 - Sending system id is required'          00022400
022500           TO WS-RPY-MSG                                          00022500
022600         SET REQUEST-IS-BAD TO TRUE                               00022600
022700       WHEN NOT REQ-FOR-XXXATION AND NOT REQ-FOR-XXXAIL-LOC       00022700
022800         MOVE 'YYYB0290 - Table must be LO or LR'                 00022800
022900           TO WS-RPY-MSG                                          00022900
023000         SET REQUEST-IS-BAD TO TRUE                               00023000
023100       WHEN WS-REQ-STORE-NO-N NOT NUMERIC                         00023100
023200         MOVE 'YYYB0290 - Store number is not numeric'            00023200
023300           TO WS-RPY-MSG                                          00023300
023400         SET REQUEST-IS-BAD TO TRUE                               00023400
023500       WHEN WS-REQ-FLD-CNT-N NOT NUMERIC                          00023500
023600         OR WS-REQ-FLD-CNT-N = 0                                  00023600
023700         OR WS-REQ-FLD-CNT-N > WS-MAX-FLDS                        00023700
023800         MOVE 'YYYB0290 - Field count must be 01 to 20'           00023800
023900           TO WS-RPY-MSG                                          00023900
024000         SET REQUEST-IS-BAD TO TRUE                               00024000
024100     END-EVALUATE                                                 00024100
024200     .                                                            00024200
024300                                                                  00024300
024400*================================================================ 00024400
024500* The sender must be known to field authority - at least one      00024500
024600* FC_XXXAIL_USER_GROUP row under its system id.                   00024600
024700*================================================================ 00024700
024800 240-CHECK-THE-SENDER.                                            00024800
024900     MOVE WS-REQ-SEND-SYS-ID TO UG-USER-ID                        00024900
025000     MOVE 0 TO WS-SNDR-CNT                                        00025000
025100     EXEC SQL                                                     00025100
025200       SELECT COUNT(*)                                            00025200
025300         INTO :WS-SNDR-CNT                                        00025300
025400         FROM FC_XXXAIL_USER_GROUP                                00025400
025500        WHERE UG_USER_ID = :DCLFC-XXXAIL-USER-GROUP.UG-USER-ID    00025500
025600     END-EXEC                                                     00025600
025700     EVALUATE TRUE                                                00025700
025800       WHEN SQLCODE NOT = 0                                       00025800
025900         MOVE SQLCODE TO WS-SQLCODE                               00025900
026000         MOVE SPACES  TO WS-RPY-MSG                               00026000
026100         STRING 'YYYB0290 - Error checking sender, SQL='          00026100
026200                WS-SQLCODE                                        00026200
026300                DELIMITED BY SIZE INTO WS-RPY-MSG                 00026300
026400         SET REQUEST-IS-BAD TO TRUE                               00026400
026500       WHEN WS-SNDR-CNT = 0                                       00026500
026600         MOVE 'YYYB0290 - Sending system not set up for updates'  00026600
026700           TO WS-RPY-MSG                                          00026700
026800         SET REQUEST-IS-BAD TO TRUE                               00026800
026900     END-EVALUATE                                                 00026900
027000     .                                                            00027000
0270A0                                                                  000270A0
0270A1*================================================================ 000270A1
0270A2* A number retired by a store renumber (MMMB3202) is maintained   000270A2
0270A3* as the store it became, and the reply carries that number. A    000270A3
0270A4* failed lookup is not an error - the number is used as sent.     000270A4
0270A5*================================================================ 000270A5
0270A6 250-RESOLVE-RENUMBERED-STORE.                                    000270A6
0270A7     INITIALIZE XXXN001A                                          000270A7
0270A8                MMMC0182                                          000270A8
0270A9     SET  MMMC0182-RESOLVE TO TRUE                                000270A9
0270B0     MOVE K-STORE-LOC-TYPE       TO MMMC0182-LOC-TYP-CD           000270B0
0270B1     MOVE WS-REQ-STORE-NO-N      TO MMMC0182-LOC-NBR              000270B1
0270B2     CALL MMMS0182-RENUM-SVC USING                                000270B2
0270B3         XXXN001A                                                 000270B3
0270B4         MMMC0182                                                 000270B4
0270B5     IF SUCCESS AND MMMC0182-RENUMBERED                           000270B5
0270B6       MOVE MMMC0182-KEYED-LOC-NBR TO WS-RENUM-OLD-NO             000270B6
0270B7       MOVE MMMC0182-LOC-NBR       TO WS-RENUM-NEW-NO             000270B7
0270B8                                      WS-REQ-STORE-NO-N           000270B8
0270B9       MOVE MMMC0182-RENUM-DT      TO WS-RENUM-DT                 000270B9
0270C0       MOVE WS-REQ-STORE-NO        TO WS-RPY-STORE-NO             000270C0
0270C1     ELSE                                                         000270C1
0270C2       SET  MMMC0182-NOT-RENUMBERED TO TRUE                       000270C2
0270C3     END-IF                                                       000270C3
0270C4     INITIALIZE XXXN001A                                          000270C4
0270C5     .                                                            000270C5
027100                                                                  00027100
027200 260-SEND-THE-REPLY.                                              00027200
027300     INITIALIZE XXXN001A                                          00027300
027400     MOVE SPACES        TO YYYC0209-MSG-DATA                      00027400
027500     MOVE WS-REPLY-AREA TO YYYC0209-MSG-DATA                      00027500
027600     CALL Z-MQC-SEND-CLIENT-REPLY USING XXXN001A YYYC0209         00027600
027700     IF NOT SUCCESS                                               00027700
027800       DISPLAY 'YYYB0290 - REPLY SEND FAILED: ' IS-RTRN-MSG-TXT   00027800
027900       SET MQ-ERROR-DETECTED TO TRUE                              00027900
028000       MOVE 16 TO RETURN-CODE                                     00028000
028100     END-IF                                                       00028100
028200     .                                                            00028200
028300                                                                  00028300
028400*================================================================ 00028400
028500* XXXAIL_LOC: read through NNNS0488, apply every field, one       00028500
028600* modify.  The sender's token replaces the one the read handed    00028600
028700* back, so a change made since the sender last looked is          00028700
028800* caught by the DAO's lock check.                                 00028800
028900*================================================================ 00028900
029000 300-MAINTAIN-XXXAIL-LOC.                                         00029000
029100     INITIALIZE XXXN001A                                          00029100
029200                P-DDDTLR01                                        00029200
029300     MOVE WS-REQ-STORE-NO-N  TO LOC-NBR    OF P-DDDTLR01          00029300
029400     MOVE K-STORE-LOC-TYPE   TO LOC-TYP-CD OF P-DDDTLR01          00029400
029500     MOVE 1                  TO NNNN0000-INDEX-HANDLE             00029500
029600     MOVE SPACES             TO NNNN0000-READ-LST-UPDT-TS         00029600
029700     MOVE WS-REQ-SEND-SYS-ID TO NNNN0000-CHGD-BY-USER-ID          00029700
029800     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00029800
029900     PERFORM 500-CALL-LR-DAO                                      00029900
030000                                                                  00030000
030100     EVALUATE TRUE                                                00030100
030200       WHEN NOT SUCCESS                                           00030200
030300         PERFORM 520-DAO-REJECT                                   00030300
030400       WHEN SQLCODE = 100                                         00030400
030500         MOVE 'YYYB0290 - Store not on XXXAIL_LOC' TO WS-RPY-MSG  00030500
030600         SET REQUEST-IS-BAD TO TRUE                               00030600
030700       WHEN OTHER                                                 00030700
030800         IF WS-REQ-UPDT-TOKEN NOT = SPACES                        00030800
030900           MOVE WS-REQ-UPDT-TOKEN TO NNNN0000-READ-LST-UPDT-TS    00030900
031000         END-IF                                                   00031000
031100         PERFORM 320-APPLY-XXXAIL-LOC-FIELD                       00031100
031200           VARYING WS-SUB FROM 1 BY 1                             00031200
031300             UNTIL WS-SUB > WS-REQ-FLD-CNT-N                      00031300
031400         IF REQUEST-IS-GOOD                                       00031400
031500           SET EXIT-PUT-MODIFY-ROW TO TRUE                        00031500
031600           PERFORM 500-CALL-LR-DAO                                00031600
031700           IF SUCCESS AND SQLCODE = 0                             00031700
031800             PERFORM 340-GET-NEW-XXXAIL-LOC-TOKEN                 00031800
031900           ELSE                                                   00031900
032000             PERFORM 520-DAO-REJECT                               00032000
032100           END-IF                                                 00032100
032200         END-IF                                                   00032200
032300     END-EVALUATE                                                 00032300
032400     .                                                            00032400
032500                                                                  00032500
032600*================================================================ 00032600
032700* Move one new value into the row just read, by column name.      00032700
032800*================================================================ 00032800
032900 320-APPLY-XXXAIL-LOC-FIELD.                                      00032900
033000     INITIALIZE XXXN001A                                          00033000
033100     MOVE WS-REQ-FLD-VAL (WS-SUB) (1 : 9) TO WS-NUM-X             00033100
033200                                                                  00033200
033300     EVALUATE WS-REQ-FLD-NM (WS-SUB)                              00033300
033400       WHEN 'DIST_ID'                                             00033400
033500         PERFORM 550-EDIT-NUMERIC-VALUE                           00033500
033600         IF SUCCESS                                               00033600
033700           MOVE WS-NUM-N TO DIST-ID OF P-DDDTLR01                 00033700
033800         END-IF                                                   00033800
033900       WHEN 'MKT_RGN_ID'                                          00033900
034000         PERFORM 550-EDIT-NUMERIC-VALUE                           00034000
034100         IF SUCCESS                                               00034100
034200           MOVE WS-NUM-N TO MKT-RGN-ID OF P-DDDTLR01              00034200
034300         END-IF                                                   00034300
034400       WHEN 'COMPANY_ID'                                          00034400
034500         PERFORM 550-EDIT-NUMERIC-VALUE                           00034500
034600         IF SUCCESS                                               00034600
034700           MOVE WS-NUM-N TO COMPANY-ID OF P-DDDTLR01              00034700
034800         END-IF                                                   00034800
034900       WHEN 'FINANCIAL_DIV_ID'                                    00034900
035000         PERFORM 550-EDIT-NUMERIC-VALUE                           00035000
035100         IF SUCCESS                                               00035100
035200           MOVE WS-NUM-N TO FINANCIAL-DIV-ID OF P-DDDTLR01        00035200
035300         END-IF                                                   00035300
035400       WHEN 'LIN_OF_BUS_ID'                                       00035400
035500         PERFORM 550-EDIT-NUMERIC-VALUE                           00035500
035600         IF SUCCESS                                               00035600
035700           MOVE WS-NUM-N TO LIN-OF-BUS-ID OF P-DDDTLR01           00035700
035800         END-IF                                                   00035800
035900       WHEN 'CURR_AD_ZN_NBR'                                      00035900
036000         PERFORM 550-EDIT-NUMERIC-VALUE                           00036000
036100         IF SUCCESS                                               00036100
036200           MOVE WS-NUM-N TO CURR-AD-ZN-NBR OF P-DDDTLR01          00036200
036300         END-IF                                                   00036300
036400       WHEN 'PD_ZONE_NO'                                          00036400
036500         PERFORM 550-EDIT-NUMERIC-VALUE                           00036500
036600         IF SUCCESS                                               00036600
036700           MOVE WS-NUM-N TO PD-ZONE-NO OF P-DDDTLR01              00036700
036800         END-IF                                                   00036800
036900       WHEN 'GRP_CD'                                              00036900
037000         MOVE WS-REQ-FLD-VAL (WS-SUB) (1 : 2)                     00037000
037100           TO GRP-CD OF P-DDDTLR01                                00037100
037200       WHEN 'RETL_LOC_STAT_CD'                                    00037200
037300         MOVE WS-REQ-FLD-VAL (WS-SUB) (1 : 1)                     00037300
037400           TO RETL-LOC-STAT-CD OF P-DDDTLR01                      00037400
037500       WHEN 'DEA_NBR'                                             00037500
037600         MOVE WS-REQ-FLD-VAL (WS-SUB) (1 : 9)                     00037600
037700           TO DEA-NBR OF P-DDDTLR01                               00037700
037800       WHEN OTHER                                                 00037800
037900         SET  FAILURE TO TRUE                                     00037900
038000         MOVE 'COLUMN NOT SUPPORTED BY THIS SERVICE'              00038000
038100           TO IS-RTRN-MSG-TXT                                     00038100
038200     END-EVALUATE                                                 00038200
038300                                                                  00038300
038400     IF NOT SUCCESS                                               00038400
038500       PERFORM 560-FIELD-REJECT                                   00038500
038600     END-IF                                                       00038600
038700     .                                                            00038700
038800                                                                  00038800
038900*================================================================ 00038900
039000* Hand back the token for the change just made, so the sender     00039000
039100* can send its next update without reading first.                 00039100
039200*================================================================ 00039200
039300 340-GET-NEW-XXXAIL-LOC-TOKEN.                                    00039300
039400     INITIALIZE XXXN001A                                          00039400
039500     MOVE SPACES TO NNNN0000-READ-LST-UPDT-TS                     00039500
039600     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00039600
039700     PERFORM 500-CALL-LR-DAO                                      00039700
039800     IF SUCCESS AND SQLCODE = 0                                   00039800
039900       MOVE NNNN0000-READ-LST-UPDT-TS TO WS-RPY-UPDT-TOKEN        00039900
040000     END-IF                                                       00040000
040100     INITIALIZE XXXN001A                                          00040100
040200     MOVE 0 TO SQLCODE                                            00040200
040300     .                                                            00040300
040400                                                                  00040400
040500*================================================================ 00040500
040600* XXXATION: the same, through NNNS0487 and its LST_UPDT_TS.       00040600
040700*================================================================ 00040700
040800 400-MAINTAIN-XXXATION.                                           00040800
040900     INITIALIZE XXXN001A                                          00040900
041000                P-DDDTLO01                                        00041000
041100     MOVE WS-REQ-STORE-NO-N  TO LOC-NBR    OF P-DDDTLO01          00041100
041200     MOVE K-STORE-LOC-TYPE   TO LOC-TYP-CD OF P-DDDTLO01          00041200
041300     MOVE 1                  TO NNNN0000-INDEX-HANDLE             00041300
041400     MOVE WS-REQ-SEND-SYS-ID TO NNNN0000-CHGD-BY-USER-ID          00041400
041500     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00041500
041600     PERFORM 510-CALL-LO-DAO                                      00041600
041700                                                                  00041700
041800     EVALUATE TRUE                                                00041800
041900       WHEN NOT SUCCESS                                           00041900
042000         PERFORM 520-DAO-REJECT                                   00042000
042100       WHEN SQLCODE = 100                                         00042100
042200         MOVE 'YYYB0290 - Store not on XXXATION' TO WS-RPY-MSG    00042200
042300         SET REQUEST-IS-BAD TO TRUE                               00042300
042400       WHEN OTHER                                                 00042400
042500         IF WS-REQ-UPDT-TOKEN NOT = SPACES                        00042500
042600           MOVE WS-REQ-UPDT-TOKEN TO LST-UPDT-TS OF P-DDDTLO01    00042600
042700         END-IF                                                   00042700
042800         PERFORM 420-APPLY-XXXATION-FIELD                         00042800
042900           VARYING WS-SUB FROM 1 BY 1                             00042900
043000             UNTIL WS-SUB > WS-REQ-FLD-CNT-N                      00043000
043100         IF REQUEST-IS-GOOD                                       00043100
043200           SET EXIT-PUT-MODIFY-ROW TO TRUE                        00043200
043300           PERFORM 510-CALL-LO-DAO                                00043300
043400           IF SUCCESS AND SQLCODE = 0                             00043400
043500             PERFORM 440-GET-NEW-XXXATION-TOKEN                   00043500
043600           ELSE                                                   00043600
043700             PERFORM 520-DAO-REJECT                               00043700
043800           END-IF                                                 00043800
043900         END-IF                                                   00043900
044000     END-EVALUATE                                                 00044000
044100     .                                                            00044100
044200                                                                  00044200
044300*================================================================ 00044300
044400* Name, address and phone columns only - the columns the other    00044400
044500* systems own the paperwork for.  NNNS0487 standardizes the       00044500
044600* address on the way in.                                          00044600
044700*================================================================ 00044700
044800 420-APPLY-XXXATION-FIELD.                                        00044800
044900     INITIALIZE XXXN001A                                          00044900
045000     MOVE WS-REQ-FLD-VAL (WS-SUB) (1 : 9) TO WS-NUM-X             00045000
045100                                                                  00045100
045200     EVALUATE WS-REQ-FLD-NM (WS-SUB)                              00045200
045300       WHEN 'LOC_NM'                                              00045300
045400         MOVE WS-REQ-FLD-VAL (WS-SUB) TO LOC-NM OF P-DDDTLO01     00045400
045500       WHEN 'LGL_LOC_NAM'                                         00045500
045600         MOVE WS-REQ-FLD-VAL (WS-SUB)                             00045600
045700           TO LGL-LOC-NAM OF P-DDDTLO01                           00045700
045800       WHEN 'PRIM_CONTACT_NM'                                     00045800
045900         MOVE WS-REQ-FLD-VAL (WS-SUB)                             00045900
046000           TO PRIM-CONTACT-NM OF P-DDDTLO01                       00046000
046100       WHEN 'PRIM_ADR_1'                                          00046100
046200         MOVE WS-REQ-FLD-VAL (WS-SUB) TO PRIM-ADR-1 OF P-DDDTLO01 00046200
046300       WHEN 'PRIM_ADR_2'                                          00046300
046400         MOVE WS-REQ-FLD-VAL (WS-SUB) TO PRIM-ADR-2 OF P-DDDTLO01 00046400
046500       WHEN 'PRIM_ADR_3'                                          00046500
046600         MOVE WS-REQ-FLD-VAL (WS-SUB) TO PRIM-ADR-3 OF P-DDDTLO01 00046600
046700       WHEN 'PRIM_CITY'                                           00046700
046800         MOVE WS-REQ-FLD-VAL (WS-SUB) TO PRIM-CITY OF P-DDDTLO01  00046800
046900       WHEN 'PRIM_STATE_CD'                                       00046900
047000         MOVE WS-REQ-FLD-VAL (WS-SUB) (1 : 2)                     00047000
047100           TO PRIM-STATE-CD OF P-DDDTLO01                         00047100
047200       WHEN 'PRIM_ZIP5_CD'                                        00047200
047300         PERFORM 550-EDIT-NUMERIC-VALUE                           00047300
047400         IF SUCCESS                                               00047400
047500           MOVE WS-NUM-N TO PRIM-ZIP5-CD OF P-DDDTLO01            00047500
047600         END-IF                                                   00047600
047700       WHEN 'PRIM_ZIP4_CD'                                        00047700
047800         PERFORM 550-EDIT-NUMERIC-VALUE                           00047800
047900         IF SUCCESS                                               00047900
048000           MOVE WS-NUM-N TO PRIM-ZIP4-CD OF P-DDDTLO01            00048000
048100         END-IF                                                   00048100
048200       WHEN 'PRIM_AREA_CD'                                        00048200
048300         PERFORM 550-EDIT-NUMERIC-VALUE                           00048300
048400         IF SUCCESS                                               00048400
048500           MOVE WS-NUM-N TO PRIM-AREA-CD OF P-DDDTLO01            00048500
048600         END-IF                                                   00048600
048700       WHEN 'PRIM_PHONE_NBR'                                      00048700
048800         PERFORM 550-EDIT-NUMERIC-VALUE                           00048800
048900         IF SUCCESS                                               00048900
049000           MOVE WS-NUM-N TO PRIM-PHONE-NBR OF P-DDDTLO01          00049000
049100         END-IF                                                   00049100
049200       WHEN 'MAIL_TO_ADR_1'                                       00049200
049300         MOVE WS-REQ-FLD-VAL (WS-SUB)                             00049300
049400           TO MAIL-TO-ADR-1 OF P-DDDTLO01                         00049400
049500       WHEN 'MAIL_TO_ADR_2'                                       00049500
049600         MOVE WS-REQ-FLD-VAL (WS-SUB)                             00049600
049700           TO MAIL-TO-ADR-2 OF P-DDDTLO01                         00049700
049800       WHEN 'MAIL_TO_CITY'                                        00049800
049900         MOVE WS-REQ-FLD-VAL (WS-SUB)                             00049900
050000           TO MAIL-TO-CITY OF P-DDDTLO01                          00050000
050100       WHEN 'MAIL_TO_STATE_CD'                                    00050100
050200         MOVE WS-REQ-FLD-VAL (WS-SUB) (1 : 2)                     00050200
050300           TO MAIL-TO-STATE-CD OF P-DDDTLO01                      00050300
050400       WHEN 'MAIL_TO_ZIP5_CD'                                     00050400
050500         PERFORM 550-EDIT-NUMERIC-VALUE                           00050500
050600         IF SUCCESS                                               00050600
050700           MOVE WS-NUM-N TO MAIL-TO-ZIP5-CD OF P-DDDTLO01         00050700
050800         END-IF                                                   00050800
050900       WHEN 'MAIL_TO_ZIP4_CD'                                     00050900
051000         PERFORM 550-EDIT-NUMERIC-VALUE                           00051000
051100         IF SUCCESS                                               00051100
051200           MOVE WS-NUM-N TO MAIL-TO-ZIP4-CD OF P-DDDTLO01         00051200
051300         END-IF                                                   00051300
051400       WHEN OTHER                                                 00051400
051500         SET  FAILURE TO TRUE                                     00051500
051600         MOVE 'COLUMN NOT SUPPORTED BY THIS SERVICE'              00051600
051700           TO IS-RTRN-MSG-TXT                                     00051700
051800     END-EVALUATE                                                 00051800
051900                                                                  00051900
052000     IF NOT SUCCESS                                               00052000
052100       PERFORM 560-FIELD-REJECT                                   00052100
052200     END-IF                                                       00052200
052300     .                                                            00052300
052400                                                                  00052400
052500 440-GET-NEW-XXXATION-TOKEN.                                      00052500
052600     INITIALIZE XXXN001A                                          00052600
052700     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00052700
052800     PERFORM 510-CALL-LO-DAO                                      00052800
052900     IF SUCCESS AND SQLCODE = 0                                   00052900
053000       MOVE LST-UPDT-TS OF P-DDDTLO01 TO WS-RPY-UPDT-TOKEN        00053000
053100     END-IF                                                       00053100
053200     INITIALIZE XXXN001A                                          00053200
053300     MOVE 0 TO SQLCODE                                            00053300
053400     .                                                            00053400
053500                                                                  00053500
053600 500-CALL-LR-DAO.                                                 00053600
053700     CALL NNNS0488-LR-DAO USING                                   00053700
053800         XXXN001A                                                 00053800
053900         SQLCA                                                    00053900
054000         YYYN005A                                                 00054000
054100         NNNN0000-PARMS                                           00054100
054200         P-DDDTLR01                                               00054200
054300     .                                                            00054300
054400                                                                  00054400
054500 510-CALL-LO-DAO.                                                 00054500
054600     CALL NNNS0487-LO-DAO USING                                   00054600
054700         XXXN001A                                                 00054700
054800         SQLCA                                                    00054800
054900         YYYN005A                                                 00054900
055000         NNNN0000-PARMS                                           00055000
055100         P-DDDTLO01                                               00055100
055200     .                                                            00055200
055300                                                                  00055300
055400*================================================================ 00055400
055500* The DAO said no.  Its message goes back as the reply message    00055500
055600* and against every requested column it names (field authority    00055600
055700* and most edits name the column); a row-level refusal that       00055700
055800* names none goes back as one error with no column.               00055800
055900*================================================================ 00055900
056000 520-DAO-REJECT.                                                  00056000
056100     SET REQUEST-IS-BAD TO TRUE                                   00056100
056200     MOVE IS-RTRN-MSG-TXT TO WS-RPY-MSG                           00056200
056300                             WS-ERR-MSG                           00056300
056400     IF ROW-CHANGED-BY-OTHER                                      00056400
056500       MOVE 'Y' TO WS-RPY-CHGD-BY-OTHER-SW                        00056500
056600     END-IF                                                       00056600
056700     PERFORM 530-TAG-FIELD-IN-ERROR                               00056700
056800       VARYING WS-SUB FROM 1 BY 1                                 00056800
056900         UNTIL WS-SUB > WS-REQ-FLD-CNT-N                          00056900
057000     IF WS-RPY-ERR-CNT = 0                                        00057000
057100       MOVE 1          TO WS-RPY-ERR-CNT                          00057100
057200       MOVE SPACES     TO WS-RPY-ERR-FLD-NM (1)                   00057200
057300       MOVE WS-ERR-MSG TO WS-RPY-ERR-MSG (1)                      00057300
057400     END-IF                                                       00057400
057500     INITIALIZE XXXN001A                                          00057500
057600     MOVE 0 TO SQLCODE                                            00057600
057700     .                                                            00057700
057800                                                                  00057800
057900 530-TAG-FIELD-IN-ERROR.                                          00057900
058000     MOVE 0 TO WS-FLD-NM-LEN                                      00058000
058100               WS-TALLY                                           00058100
058200     INSPECT WS-REQ-FLD-NM (WS-SUB)                               00058200
058300       TALLYING WS-FLD-NM-LEN FOR CHARACTERS BEFORE INITIAL SPACE 00058300
058400     IF WS-FLD-NM-LEN > 0                                         00058400
058500       INSPECT WS-ERR-MSG TALLYING WS-TALLY                       00058500
058600         FOR ALL WS-REQ-FLD-NM (WS-SUB) (1 : WS-FLD-NM-LEN)       00058600
058700     END-IF                                                       00058700
058800     IF WS-TALLY > 0                                              00058800
058900       ADD 1 TO WS-RPY-ERR-CNT                                    00058900
059000       MOVE WS-REQ-FLD-NM (WS-SUB)                                00059000
059100         TO WS-RPY-ERR-FLD-NM (WS-RPY-ERR-CNT)                    00059100
059200       MOVE WS-ERR-MSG                                            00059200
059300         TO WS-RPY-ERR-MSG (WS-RPY-ERR-CNT)                       00059300
059400     END-IF                                                       00059400
059500     .                                                            00059500
059600                                                                  00059600
059700 550-EDIT-NUMERIC-VALUE.                                          00059700
059800     IF WS-NUM-X NOT NUMERIC                                      00059800
059900       SET  FAILURE TO TRUE                                       00059900
060000       MOVE 'NEW VALUE MUST BE NUMERIC FOR THIS COLUMN'           00060000
060100         TO IS-RTRN-MSG-TXT                                       00060100
060200     END-IF                                                       00060200
060300     .                                                            00060300
060400                                                                  00060400
060500*================================================================ 00060500
060600* A column we cannot apply - every one is listed back before      00060600
060700* the DAO is called, so the sender fixes them in one pass.        00060700
060800*================================================================ 00060800
060900 560-FIELD-REJECT.                                                00060900
061000     IF REQUEST-IS-GOOD                                           00061000
061100       MOVE 'YYYB0290 - Request has field errors' TO WS-RPY-MSG   00061100
061200       SET REQUEST-IS-BAD TO TRUE                                 00061200
061300     END-IF                                                       00061300
061400     ADD 1 TO WS-RPY-ERR-CNT                                      00061400
061500     MOVE WS-REQ-FLD-NM (WS-SUB)                                  00061500
061600       TO WS-RPY-ERR-FLD-NM (WS-RPY-ERR-CNT)                      00061600
061700     MOVE IS-RTRN-MSG-TXT                                         00061700
061800       TO WS-RPY-ERR-MSG (WS-RPY-ERR-CNT)                         00061800
061900     INITIALIZE XXXN001A                                          00061900
062000     .                                                            00062000
062100                                                                  00062100
062200*================================================================ 00062200
062300* An accepted update and its log row commit together; a           00062300
062400* rejected one is rolled back and then logged on its own.  A      00062400
062500* log row that cannot be written turns an accept into a reject    00062500
062600* - nothing is changed without a record of who asked.             00062600
062700*================================================================ 00062700
062800 600-END-THE-UNIT-OF-WORK.                                        00062800
062900     IF REQUEST-IS-GOOD                                           00062900
063000       PERFORM 620-LOG-THE-REQUEST                                00063000
063100       IF SQLCODE = 0                                             00063100
063200         EXEC SQL                                                 00063200
063300           COMMIT                                                 00063300
063400         END-EXEC                                                 00063400
063500       END-IF                                                     00063500
063600       IF SQLCODE NOT = 0                                         00063600
063700         MOVE SQLCODE TO WS-SQLCODE                               00063700
063800         EXEC SQL                                                 00063800
063900           ROLLBACK                                               00063900
064000         END-EXEC                                                 00064000
064100         SET REQUEST-IS-BAD TO TRUE                               00064100
064200         MOVE 'ER'   TO WS-RPY-STATUS                             00064200
064300         MOVE SPACES TO WS-RPY-MSG                                00064300
064400                        WS-RPY-UPDT-TOKEN                         00064400
064500         STRING 'YYYB0290 - Update not applied, audit log/commit' 00064500
064600                ' failed, SQL=' WS-SQLCODE                        00064600
064700                DELIMITED BY SIZE INTO WS-RPY-MSG                 00064700
064800         DISPLAY WS-RPY-MSG                                       00064800
064900         ADD 1 TO WS-LOG-ERR-COUNT                                00064900
065000       END-IF                                                     00065000
065100     ELSE                                                         00065100
065200       EXEC SQL                                                   00065200
065300         ROLLBACK                                                 00065300
065400       END-EXEC                                                   00065400
065500       PERFORM 620-LOG-THE-REQUEST                                00065500
065600       IF SQLCODE = 0                                             00065600
065700         EXEC SQL                                                 00065700
065800           COMMIT                                                 00065800
065900         END-EXEC                                                 00065900
066000       END-IF                                                     00066000
066100       IF SQLCODE NOT = 0                                         00066100
066200         MOVE SQLCODE TO WS-SQLCODE                               00066200
066300         DISPLAY 'YYYB0290 - UNABLE TO LOG REJECTED REQUEST '     00066300
066400                 WS-REQ-ID ', SQL=' WS-SQLCODE                    00066400
066500         EXEC SQL                                                 00066500
066600           ROLLBACK                                               00066600
066700         END-EXEC                                                 00066700
066800         ADD 1 TO WS-LOG-ERR-COUNT                                00066800
066900       END-IF                                                     00066900
067000     END-IF                                                       00067000
067100     .                                                            00067100
067200                                                                  00067200
067300 620-LOG-THE-REQUEST.                                             00067300
067400     MOVE WS-REQ-SEND-SYS-ID TO ML-SEND-SYS-ID                    00067400
067500     MOVE WS-REQ-ID          TO ML-REQ-ID                         00067500
067600     MOVE WS-REQ-TBL-CD      TO ML-TBL-CD                         00067600
067700     MOVE K-STORE-LOC-TYPE   TO ML-LOC-TYP-CD                     00067700
067800     IF WS-REQ-STORE-NO-N NUMERIC                                 00067800
067900       MOVE WS-REQ-STORE-NO-N TO ML-LOC-NBR                       00067900
068000     ELSE                                                         00068000
068100       MOVE 0 TO ML-LOC-NBR                                       00068100
068200     END-IF                                                       00068200
068300     IF WS-REQ-FLD-CNT-N NUMERIC                                  00068300
068400       MOVE WS-REQ-FLD-CNT-N TO ML-FLD-CNT                        00068400
068500     ELSE                                                         00068500
068600       MOVE 0 TO ML-FLD-CNT                                       00068600
068700     END-IF                                                       00068700
068800     IF REQUEST-IS-GOOD                                           00068800
068900       SET ML-RSLT-ACCEPTED TO TRUE                               00068900
069000     ELSE                                                         00069000
069100       SET ML-RSLT-REJECTED TO TRUE                               00069100
069200     END-IF                                                       00069200
069300     MOVE WS-RPY-MSG                TO ML-RSLT-MSG-TXT            00069300
069400     MOVE LENGTH OF WS-REQUEST-AREA TO ML-REQ-IMAGE-LEN           00069400
069500     MOVE WS-REQUEST-AREA           TO ML-REQ-IMAGE-TXT           00069500
069600     EXEC SQL                                                     00069600
069700       INSERT INTO FC_XXXAIL_MQ_MAINT_LOG                         00069700
069800            ( ML_RCVD_TS, ML_SEND_SYS_ID, ML_REQ_ID,              00069800
069900              ML_TBL_CD, ML_LOC_TYP_CD, ML_LOC_NBR,               00069900
070000              ML_FLD_CNT, ML_RSLT_CD, ML_RSLT_MSG_TXT,            00070000
070100              ML_REQ_IMAGE )                                      00070100
070200       VALUES ( CURRENT TIMESTAMP, :ML-SEND-SYS-ID, :ML-REQ-ID,   00070200
070300              :ML-TBL-CD, :ML-LOC-TYP-CD, :ML-LOC-NBR,            00070300
070400              :ML-FLD-CNT, :ML-RSLT-CD, :ML-RSLT-MSG-TXT,         00070400
070500              :ML-REQ-IMAGE )                                     00070500
070600     END-EXEC                                                     00070600
070700     .                                                            00070700
070800                                                                  00070800
070900 900-TERMINATE.                                                   00070900
071000     INITIALIZE XXXN001A                                          00071000
071100     CALL Z-MQC-CLOSE-Q USING XXXN001A                            00071100
071200     CALL Z-MQC-DISCONNECT USING XXXN001A                         00071200
071300     DISPLAY 'YYYB0290 - REQUESTS READ     : ' WS-MSG-COUNT       00071300
071400     DISPLAY 'YYYB0290 - REQUESTS APPLIED  : ' WS-ACCEPTED-COUNT  00071400
071500     DISPLAY 'YYYB0290 - REQUESTS REJECTED : ' WS-REJECTED-COUNT  00071500
071600     DISPLAY 'YYYB0290 - AUDIT LOG FAILURES: ' WS-LOG-ERR-COUNT   00071600
071700     IF WS-LOG-ERR-COUNT > 0 AND RETURN-CODE < 4                  00071700
071800       MOVE 4 TO RETURN-CODE                                      00071800
071900     END-IF                                                       00071900
072000     .                                                            00072000
