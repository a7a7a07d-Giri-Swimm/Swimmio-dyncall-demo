000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1901.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Access recertification removal load.                            00000600
000700*                                                                 00000700
000800* Companion to the MMMB1801 quarterly recertification report.     00000800
000900* RECIN is that run's RECOUT file with the managers' decisions    00000900
001000* keyed in the removal-mark column: R removes the user from the   00001000
001100* group on FC_XXXAIL_USER_GROUP (DDDTUG01), blank or K keeps the  00001100
001200* membership. Anything else is reported and not applied.          00001200
001300*                                                                 00001300
001400* The whole file is one unit of work. The trailer count must      00001400
001500* match the detail records read - a truncated or hand-edited      00001500
001600* file is rolled back with RC 8 and nothing is removed. A         00001600
001700* membership already gone since the report ran is reported, not   00001700
001800* treated as an error. RPTOUT lists every removal and every       00001800
001900* rejected mark; a rejected mark ends the job with RC 4.          00001900
002000* Batch job - run standalone, after the signed report is keyed.   00002000
002100*---------------------------------------------------------------- 00002100
002200 ENVIRONMENT DIVISION.                                            00002200
002300 INPUT-OUTPUT SECTION.                                            00002300
002400 FILE-CONTROL.                                                    00002400
002500     SELECT RECERT-IN      ASSIGN TO RECIN                        00002500
002600         ORGANIZATION IS LINE SEQUENTIAL.                         00002600
002700     SELECT REMOVE-RPT     ASSIGN TO RPTOUT                       00002700
002800         ORGANIZATION IS LINE SEQUENTIAL.                         00002800
002900                                                                  00002900
003000 DATA DIVISION.                                                   00003000
003100 FILE SECTION.                                                    00003100
003200 FD  RECERT-IN.                                                   00003200
003300 01  RECERT-IN-REC.                                               00003300
003400     05 RCI-REC-TYP                    PIC X(1).                  00003400
003500        88 RCI-DETAIL                           VALUE 'D'.        00003500
003600        88 RCI-TRAILER                          VALUE 'T'.        00003600
003700     05 RCI-USER-ID                    PIC X(8).                  00003700
003800     05 RCI-GROUP-CD                   PIC X(8).                  00003800
003900     05 RCI-DORMANT-FLAG               PIC X(1).                  00003900
004000     05 RCI-REMOVE-MARK                PIC X(1).                  00004000
004100        88 RCI-REMOVE                           VALUE 'R'.        00004100
004200        88 RCI-KEEP                             VALUE ' ' 'K'.    00004200
004300     05 RCI-RUN-DATE                   PIC X(8).                  00004300
004400     05 FILLER                         PIC X(53).                 00004400
004500 01  RECERT-IN-TRL.                                               00004500
004600     05 FILLER                         PIC X(1).                  00004600
004700     05 RCI-TRL-RUN-DATE               PIC X(8).                  00004700
004800     05 RCI-TRL-DTL-CNT                PIC 9(9).                  00004800
004900     05 FILLER                         PIC X(62).                 00004900
005000                                                                  00005000
005100 FD  REMOVE-RPT.                                                  00005100
005200 01  RPT-LINE                          PIC X(132).                00005200
005300                                                                  00005300
005400 WORKING-STORAGE SECTION.                                         00005400
005500* --------------------------------------------------------------- 00005500
005600* Misc working storage...                                         00005600
005700* --------------------------------------------------------------- 00005700
005800 01 WS-READ-COUNT                     PIC 9(6) VALUE 0.           00005800
005900 01 WS-KEPT-COUNT                     PIC 9(6) VALUE 0.           00005900
006000 01 WS-REMOVED-COUNT                  PIC 9(6) VALUE 0.           00006000
006100 01 WS-GONE-COUNT                     PIC 9(6) VALUE 0.           00006100
006200 01 WS-BAD-MARK-COUNT                 PIC 9(6) VALUE 0.           00006200
006300                                                                  00006300
006400 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00006400
006500    88 IS-EOF                                  VALUE 'Y'.         00006500
006600    88 NOT-EOF                                 VALUE 'N'.         00006600
006700 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00006700
006800    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00006800
006900    88 SQL-NO-ERROR                            VALUE 'N'.         00006900
007000 01 WS-TRAILER-SW                     PIC X    VALUE 'N'.         00007000
007100    88 TRAILER-FOUND                           VALUE 'Y'.         00007100
007200 01 WS-FILE-SW                        PIC X    VALUE 'N'.         00007200
007300    88 FILE-REJECTED                           VALUE 'Y'.         00007300
007400    88 FILE-ACCEPTED                           VALUE 'N'.         00007400
007500                                                                  00007500
007600 01 WS-TRL-DTL-CNT                    PIC 9(9) VALUE 0.           00007600
007700                                                                  00007700
007800 COPY XXXN001A.                                                   00007800
007900 COPY YYYC0230.                                                   00007900
008000 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00008000
008100                                                                  00008100
008200 01 WS-HDG-LINE-1.                                                00008200
008300    05 FILLER PIC X(48) VALUE                                     00008300
008400       'MMMB1901 - ACCESS RECERTIFICATION REMOVAL LOAD'.          00008400
008500 01 WS-HDG-LINE-2.                                                00008500
008600    05 FILLER PIC X(20) VALUE 'USER      GROUP'.                  00008600
008700    05 FILLER PIC X(6) VALUE 'RESULT'.                            00008700
008800 01 WS-DTL-LINE.                                                  00008800
008900    05 WS-DTL-USER-ID               PIC X(8).                     00008900
009000    05 FILLER                       PIC X(2) VALUE SPACES.        00009000
009100    05 WS-DTL-GROUP-CD              PIC X(8).                     00009100
009200    05 FILLER                       PIC X(2) VALUE SPACES.        00009200
009300    05 WS-DTL-RESULT                PIC X(50).                    00009300
009400 01 WS-MSG-LINE.                                                  00009400
009500    05 WS-MSG-TXT                   PIC X(80).                    00009500
009600                                                                  00009600
009700 01 WS-SUMMARY-LINE.                                              00009700
009800    05 FILLER PIC X(23) VALUE 'MEMBERSHIPS READ   - '.            00009800
009900    05 WS-SUM-READ                  PIC ZZZ,ZZ9.                  00009900
010000 01 WS-SUMMARY-LINE2.                                             00010000
010100    05 FILLER PIC X(23) VALUE 'KEPT               - '.            00010100
010200    05 WS-SUM-KEPT                  PIC ZZZ,ZZ9.                  00010200
010300 01 WS-SUMMARY-LINE3.                                             00010300
010400    05 FILLER PIC X(23) VALUE 'REMOVED            - '.            00010400
010500    05 WS-SUM-REMOVED               PIC ZZZ,ZZ9.                  00010500
010600 01 WS-SUMMARY-LINE4.                                             00010600
010700    05 FILLER PIC X(23) VALUE 'ALREADY GONE       - '.            00010700
010800    05 WS-SUM-GONE                  PIC ZZZ,ZZ9.                  00010800
010900 01 WS-SUMMARY-LINE5.                                             00010900
011000    05 FILLER PIC X(23) VALUE 'MARK NOT APPLIED   - '.            00011000
011100    05 WS-SUM-BAD-MARK              PIC ZZZ,ZZ9.                  00011100
011200                                                                  00011200
011300* ----------------------------------------------------------------00011300
011400* DB2 stuff...                                                    00011400
011500* ----------------------------------------------------------------00011500
011600     EXEC SQL                                                     00011600
011700       INCLUDE SQLCA                                              00011700
011800     END-EXEC                                                     00011800
011900                                                                  00011900
012000     EXEC SQL                                                     00012000
012100       INCLUDE DDDTUG01                                           00012100
012200     END-EXEC                                                     00012200
012300                                                                  00012300
012400 PROCEDURE DIVISION.                                              00012400
012500***************************************************************** 00012500
012600* Start of program main line.                                     00012600
012700***************************************************************** 00012700
012800 000-MAIN.                                                        00012800
012900     PERFORM 050-RUN-CNTL-START                                   00012900
013000     IF SQL-ERROR-DETECTED                                        00013000
013100       MOVE 8 TO RETURN-CODE                                      00013100
013200       GOBACK                                                     00013200
013300     END-IF                                                       00013300
013400     PERFORM 100-INITIALIZE                                       00013400
013500     PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED                   00013500
013600                          OR TRAILER-FOUND                        00013600
013700       PERFORM 200-APPLY-ONE-RECORD                               00013700
013800       PERFORM 120-READ-NEXT-RECORD                               00013800
013900     END-PERFORM                                                  00013900
014000     IF SQL-NO-ERROR                                              00014000
014100       PERFORM 300-CHECK-THE-TRAILER                              00014100
014200     END-IF                                                       00014200
014300     PERFORM 900-TERMINATE                                        00014300
014400     PERFORM 055-RUN-CNTL-END                                     00014400
014500     GOBACK                                                       00014500
014600     .                                                            00014600
014700                                                                  00014700
014800 100-INITIALIZE.                                                  00014800
014900     OPEN INPUT  RECERT-IN                                        00014900
015000     OPEN OUTPUT REMOVE-RPT                                       00015000
015100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00015100
015200     WRITE RPT-LINE FROM SPACES                                   00015200
015300     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00015300
015400     PERFORM 120-READ-NEXT-RECORD                                 00015400
015500     .                                                            00015500
015600                                                                  00015600
015700 120-READ-NEXT-RECORD.                                            00015700
015800     READ RECERT-IN                                               00015800
015900       AT END SET IS-EOF TO TRUE                                  00015900
016000     END-READ                                                     00016000
016100     IF NOT IS-EOF AND RCI-TRAILER                                00016100
016200       SET TRAILER-FOUND TO TRUE                                  00016200
016300       MOVE RCI-TRL-DTL-CNT TO WS-TRL-DTL-CNT                     00016300
016400     END-IF                                                       00016400
016500     .                                                            00016500
016600                                                                  00016600
016700*================================================================ 00016700
016800* One membership - remove it, keep it, or report the mark.        00016800
016900*================================================================ 00016900
017000 200-APPLY-ONE-RECORD.                                            00017000
017100     IF RCI-DETAIL                                                00017100
017200       ADD 1 TO WS-READ-COUNT                                     00017200
017300       MOVE RCI-USER-ID  TO WS-DTL-USER-ID                        00017300
017400       MOVE RCI-GROUP-CD TO WS-DTL-GROUP-CD                       00017400
017500       EVALUATE TRUE                                              00017500
017600         WHEN RCI-KEEP                                            00017600
017700           ADD 1 TO WS-KEPT-COUNT                                 00017700
017800         WHEN RCI-REMOVE                                          00017800
017900           PERFORM 220-REMOVE-THE-MEMBERSHIP                      00017900
018000         WHEN OTHER                                               00018000
018100           ADD 1 TO WS-BAD-MARK-COUNT                             00018100
018200           MOVE SPACES TO WS-DTL-RESULT                           00018200
018300           STRING 'MARK ''' RCI-REMOVE-MARK                       00018300
018400                  ''' NOT R, K OR BLANK - NOT APPLIED'            00018400
018500             DELIMITED BY SIZE INTO WS-DTL-RESULT                 00018500
018600           WRITE RPT-LINE FROM WS-DTL-LINE                        00018600
018700       END-EVALUATE                                               00018700
018800     ELSE                                                         00018800
018900       SET FILE-REJECTED TO TRUE                                  00018900
019000       MOVE 'RECORD TYPE NOT D OR T - FILE NOT APPLIED'           00019000
019100         TO WS-MSG-TXT                                            00019100
019200     END-IF                                                       00019200
019300     .                                                            00019300
019400                                                                  00019400
019500 220-REMOVE-THE-MEMBERSHIP.                                       00019500
019600     MOVE RCI-USER-ID  TO MD-UG-USER-ID  OF DDDTUG01              00019600
019700     MOVE RCI-GROUP-CD TO MD-UG-GROUP-CD OF DDDTUG01              00019700
019800     EXEC SQL                                                     00019800
019900       DELETE FROM FC_XXXAIL_USER_GROUP                           00019900
020000        WHERE UG_USER_ID  = :DDDTUG01.MD-UG-USER-ID               00020000
020100          AND UG_GROUP_CD = :DDDTUG01.MD-UG-GROUP-CD              00020100
020200     END-EXEC                                                     00020200
020300     EVALUATE TRUE                                                00020300
020400       WHEN SQLCODE = 0                                           00020400
020500         ADD 1 TO WS-REMOVED-COUNT                                00020500
020600         MOVE 'REMOVED FROM GROUP' TO WS-DTL-RESULT               00020600
020700         WRITE RPT-LINE FROM WS-DTL-LINE                          00020700
020800       WHEN SQLCODE = 100                                         00020800
020900         ADD 1 TO WS-GONE-COUNT                                   00020900
021000         MOVE 0 TO SQLCODE                                        00021000
021100         MOVE 'ALREADY GONE SINCE THE REPORT RAN' TO WS-DTL-RESULT00021100
021200         WRITE RPT-LINE FROM WS-DTL-LINE                          00021200
021300       WHEN OTHER                                                 00021300
021400         SET SQL-ERROR-DETECTED TO TRUE                           00021400
021500         DISPLAY 'MMMB1901 - ERROR REMOVING ' RCI-USER-ID         00021500
021600                 ' FROM ' RCI-GROUP-CD ', SQLCODE=' SQLCODE       00021600
021700     END-EVALUATE                                                 00021700
021800     .                                                            00021800
021900                                                                  00021900
022000* The trailer count is the report's membership count - it must    00022000
022100* match what was read, or the file is not the one the managers    00022100
022200* signed.                                                         00022200
022300 300-CHECK-THE-TRAILER.                                           00022300
022400     EVALUATE TRUE                                                00022400
022500       WHEN FILE-REJECTED                                         00022500
022600         CONTINUE                                                 00022600
022700       WHEN NOT TRAILER-FOUND                                     00022700
022800         SET FILE-REJECTED TO TRUE                                00022800
022900         MOVE 'NO TRAILER ON RECIN - FILE NOT APPLIED'            00022900
023000           TO WS-MSG-TXT                                          00023000
023100       WHEN WS-TRL-DTL-CNT NOT = WS-READ-COUNT                    00023100
023200         SET FILE-REJECTED TO TRUE                                00023200
023300         MOVE 'TRAILER COUNT DOES NOT MATCH - FILE NOT APPLIED'   00023300
023400           TO WS-MSG-TXT                                          00023400
023500     END-EVALUATE                                                 00023500
023600     .                                                            00023600
023700                                                                  00023700
023800 900-TERMINATE.                                                   00023800
023900     IF SQL-ERROR-DETECTED OR FILE-REJECTED                       00023900
024000       EXEC SQL                                                   00024000
024100         ROLLBACK                                                 00024100
024200       END-EXEC                                                   00024200
024300     ELSE                                                         00024300
024400       EXEC SQL                                                   00024400
024500         COMMIT                                                   00024500
024600       END-EXEC                                                   00024600
024700     END-IF                                                       00024700
024800     EVALUATE TRUE                                                00024800
024900       WHEN SQL-ERROR-DETECTED                                    00024900
025000         MOVE 16 TO RETURN-CODE                                   00025000
025100       WHEN FILE-REJECTED                                         00025100
025200         MOVE 8  TO RETURN-CODE                                   00025200
025300         WRITE RPT-LINE FROM SPACES                               00025300
025400         WRITE RPT-LINE FROM WS-MSG-LINE                          00025400
025500         DISPLAY 'MMMB1901 - ' WS-MSG-TXT                         00025500
025600       WHEN WS-BAD-MARK-COUNT > 0                                 00025600
025700         MOVE 4  TO RETURN-CODE                                   00025700
025800     END-EVALUATE                                                 00025800
025900     MOVE WS-READ-COUNT     TO WS-SUM-READ                        00025900
026000     MOVE WS-KEPT-COUNT     TO WS-SUM-KEPT                        00026000
026100     MOVE WS-REMOVED-COUNT  TO WS-SUM-REMOVED                     00026100
026200     MOVE WS-GONE-COUNT     TO WS-SUM-GONE                        00026200
026300     MOVE WS-BAD-MARK-COUNT TO WS-SUM-BAD-MARK                    00026300
026400     WRITE RPT-LINE FROM SPACES                                   00026400
026500     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00026500
026600     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00026600
026700     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00026700
026800     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00026800
026900     WRITE RPT-LINE FROM WS-SUMMARY-LINE5                         00026900
027000     CLOSE RECERT-IN REMOVE-RPT                                   00027000
027100     .                                                            00027100
027200                                                                  00027200
027300*================================================================ 00027300
027400* Run control - refuse a duplicate or out-of-order start, and     00027400
027500* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00027500
027600*================================================================ 00027600
027700 050-RUN-CNTL-START.                                              00027700
027800     INITIALIZE XXXN001A                                          00027800
027900                YYYC0230                                          00027900
028000     SET  YYYC0230-START-RUN TO TRUE                              00028000
028100     MOVE 'MMMB1901' TO YYYC0230-JOB-NM                           00028100
028200     CALL YYYS0230-RUN-CNTL USING                                 00028200
028300         XXXN001A                                                 00028300
028400         YYYC0230                                                 00028400
028500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00028500
028600       SET SQL-ERROR-DETECTED TO TRUE                             00028600
028700       DISPLAY 'MMMB1901 - START REFUSED: ' IS-RTRN-MSG-TXT       00028700
028800     END-IF                                                       00028800
028900     .                                                            00028900
029000                                                                  00029000
029100 055-RUN-CNTL-END.                                                00029100
029200     INITIALIZE XXXN001A                                          00029200
029300                YYYC0230                                          00029300
029400     IF SQL-ERROR-DETECTED                                        00029400
029500       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00029500
029600     ELSE                                                         00029600
029700       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00029700
029800     END-IF                                                       00029800
029900     MOVE 'MMMB1901' TO YYYC0230-JOB-NM                           00029900
030000     CALL YYYS0230-RUN-CNTL USING                                 00030000
030100       XXXN001A                                                   00030100
030200       YYYC0230                                                   00030200
030300     .                                                            00030300
