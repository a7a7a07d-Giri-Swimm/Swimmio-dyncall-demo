000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB4202.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Alternate-language completeness report.                         00000600
000700*                                                                 00000700
000800* Stores in a bilingual jurisdiction - a state or province on     00000800
000900* an active FC_XXXAIL_LANG_JUR row (DDDTLJ01, MMMO0200 table      00000900
001000* LJ) - must carry their name and address in its second           00001000
001100* language on FC_XXXAIL_ALT_LANG (DDDTAL01, keyed through         00001100
001200* MMMO1500). For every active store whose primary address -       00001200
001300* held on XXXATION - is in such a jurisdiction, and each          00001300
001400* language the jurisdiction carries, this job lists:              00001400
001500*   - a store with no translation row for the language at all;    00001500
001600*   - a store whose row leaves a field blank that has a           00001600
001700*     primary value - store name, address line 1 and city         00001700
001800*     always, the customer-friendly name and address line 2       00001800
001900*     when the store has one.                                     00001900
002000* Ends with return code 4 when anything was listed.               00002000
002100* Batch job - run weekly, or on demand before a circular or       00002100
002200* signage run for a bilingual market.                             00002200
002300*---------------------------------------------------------------- 00002300
002400 ENVIRONMENT DIVISION.                                            00002400
002500 INPUT-OUTPUT SECTION.                                            00002500
002600 FILE-CONTROL.                                                    00002600
002700     SELECT LANG-RPT       ASSIGN TO RPTOUT                       00002700
002800         ORGANIZATION IS LINE SEQUENTIAL.                         00002800
002900                                                                  00002900
003000 DATA DIVISION.                                                   00003000
003100 FILE SECTION.                                                    00003100
003200 FD  LANG-RPT.                                                    00003200
003300 01  RPT-LINE                          PIC X(132).                00003300
003400                                                                  00003400
003500 WORKING-STORAGE SECTION.                                         00003500
003600* --------------------------------------------------------------- 00003600
003700* Misc working storage...                                         00003700
003800* --------------------------------------------------------------- 00003800
003900 01 WS-CHECKED-COUNT                  PIC 9(6) VALUE 0.           00003900
004000 01 WS-COMPLETE-COUNT                 PIC 9(6) VALUE 0.           00004000
004100 01 WS-NO-ROW-COUNT                   PIC 9(6) VALUE 0.           00004100
004200 01 WS-PARTIAL-COUNT                  PIC 9(6) VALUE 0.           00004200
004300 01 WS-EXCEPTION-COUNT                PIC 9(6) VALUE 0.           00004300
004400 01 WS-REASON-PTR                     PIC S9(4) COMP VALUE 0.     00004400
004500 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00004500
004600    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00004600
004700    88 SQL-NO-ERROR                            VALUE 'N'.         00004700
004800 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00004800
004900    88 IS-EOF                                  VALUE 'Y'.         00004900
005000    88 NOT-EOF                                 VALUE 'N'.         00005000
005100 COPY XXXN001A.                                                   00005100
005200 COPY YYYC0230.                                                   00005200
005300 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00005300
005400                                                                  00005400
005500* One store and language off the cursor. The HAS- switches say    00005500
005600* whether the store has a primary value there to translate.       00005600
005700 01 WS-LN-ROW.                                                    00005700
005800    05 WS-LN-LOC-NBR                  PIC S9(9) COMP.             00005800
005900    05 WS-LN-STORE-NM                 PIC X(30).                  00005900
006000    05 WS-LN-STATE-CD                 PIC X(2).                   00006000
006100    05 WS-LN-LANG-CD                  PIC X(2).                   00006100
006200    05 WS-LN-LANG-NM                  PIC X(20).                  00006200
006300    05 WS-LN-ROW-SW                   PIC X(1).                   00006300
006400       88 WS-LN-ROW-ON-FILE                    VALUE 'Y'.         00006400
006500    05 WS-LN-HAS-FRNDLY-SW            PIC X(1).                   00006500
006600       88 WS-LN-HAS-FRNDLY                     VALUE 'Y'.         00006600
006700    05 WS-LN-HAS-ADR-2-SW             PIC X(1).                   00006700
006800       88 WS-LN-HAS-ADR-2                      VALUE 'Y'.         00006800
006900    05 WS-LN-AL-STORE-NM              PIC X(30).                  00006900
007000    05 WS-LN-AL-FRNDLY-NM             PIC X(60).                  00007000
007100    05 WS-LN-AL-ADR-1                 PIC X(30).                  00007100
007200    05 WS-LN-AL-ADR-2                 PIC X(30).                  00007200
007300    05 WS-LN-AL-CITY                  PIC X(30).                  00007300
007400                                                                  00007400
007500 01 WS-HDG-LINE-1.                                                00007500
007600    05 FILLER PIC X(60) VALUE                                     00007600
007700       'MMMB4202 - ALTERNATE-LANGUAGE COMPLETENESS - EXCEPTIONS'. 00007700
007800 01 WS-HDG-LINE-2.                                                00007800
007900    05 FILLER PIC X(9)  VALUE '    STORE'.                        00007900
008000    05 FILLER PIC X(2)  VALUE SPACES.                             00008000
008100    05 FILLER PIC X(30) VALUE 'STORE NAME'.                       00008100
008200    05 FILLER PIC X(2)  VALUE SPACES.                             00008200
008300    05 FILLER PIC X(4)  VALUE 'ST'.                               00008300
008400    05 FILLER PIC X(24) VALUE 'LANGUAGE'.                         00008400
008500    05 FILLER PIC X(50) VALUE 'EXCEPTION REASON'.                 00008500
008600                                                                  00008600
008700 01 WS-DTL-LINE.                                                  00008700
008800    05 WS-DTL-STORE-NO              PIC ZZZZZZZZ9.                00008800
008900    05 FILLER                       PIC X(2) VALUE SPACES.        00008900
009000    05 WS-DTL-STORE-NM              PIC X(30).                    00009000
009100    05 FILLER                       PIC X(2) VALUE SPACES.        00009100
009200    05 WS-DTL-STATE-CD              PIC X(2).                     00009200
009300    05 FILLER                       PIC X(2) VALUE SPACES.        00009300
009400    05 WS-DTL-LANG-CD               PIC X(2).                     00009400
009500    05 FILLER                       PIC X(1) VALUE SPACES.        00009500
009600    05 WS-DTL-LANG-NM               PIC X(20).                    00009600
009700    05 FILLER                       PIC X(1) VALUE SPACES.        00009700
009800    05 WS-DTL-REASON                PIC X(50).                    00009800
009900                                                                  00009900
010000 01 WS-SUMMARY-LINE.                                              00010000
010100    05 FILLER PIC X(26) VALUE 'STORE/LANGUAGES CHECKED- '.        00010100
010200    05 WS-SUM-CHECKED               PIC ZZZ,ZZ9.                  00010200
010300 01 WS-SUMMARY-LINE2.                                             00010300
010400    05 FILLER PIC X(26) VALUE 'COMPLETE               - '.        00010400
010500    05 WS-SUM-COMPLETE              PIC ZZZ,ZZ9.                  00010500
010600 01 WS-SUMMARY-LINE3.                                             00010600
010700    05 FILLER PIC X(26) VALUE 'NO TRANSLATION ON FILE - '.        00010700
010800    05 WS-SUM-NO-ROW                PIC ZZZ,ZZ9.                  00010800
010900 01 WS-SUMMARY-LINE4.                                             00010900
011000    05 FILLER PIC X(26) VALUE 'TRANSLATION INCOMPLETE - '.        00011000
011100    05 WS-SUM-PARTIAL               PIC ZZZ,ZZ9.                  00011100
011200                                                                  00011200
011300* ----------------------------------------------------------------00011300
011400* DB2 stuff...                                                    00011400
011500* ----------------------------------------------------------------00011500
011600     EXEC SQL                                                     00011600
011700       INCLUDE SQLCA                                              00011700
011800     END-EXEC                                                     00011800
011900                                                                  00011900
012000     EXEC SQL                                                     00012000
012100       INCLUDE DDDTAL01                                           00012100
012200     END-EXEC                                                     00012200
012300                                                                  00012300
012400     EXEC SQL                                                     00012400
012500       INCLUDE DDDTLJ01                                           00012500
012600     END-EXEC                                                     00012600
012700                                                                  00012700
012800* Every active store in a bilingual jurisdiction, once per        00012800
012900* language the jurisdiction carries, with its translation row     00012900
013000* for that language when there is one.                            00013000
013100     EXEC SQL                                                     00013100
013200       DECLARE LANG-CSR CURSOR WITH HOLD FOR                      00013200
013300       SELECT L.LOC_NBR, COALESCE(F.FC_RL_STORE_NM, ' '),         00013300
013400              P.PRIM_STATE_CD, J.LJ_LANG_CD, J.LJ_LANG_NM,        00013400
013500              CASE WHEN A.AL_LOC_NBR IS NULL                      00013500
013600                   THEN 'N' ELSE 'Y' END,                         00013600
013700              CASE WHEN COALESCE(L.CUST_FRNDLY_NM, ' ') = ' '     00013700
013800                   THEN 'N' ELSE 'Y' END,                         00013800
013900              CASE WHEN COALESCE(P.PRIM_ADR_2, ' ') = ' '         00013900
014000                   THEN 'N' ELSE 'Y' END,                         00014000
014100              COALESCE(A.AL_STORE_NM, ' '),                       00014100
014200              COALESCE(A.AL_CUST_FRNDLY_NM, ' '),                 00014200
014300              COALESCE(A.AL_ADR_1, ' '),                          00014300
014400              COALESCE(A.AL_ADR_2, ' '),                          00014400
014500              COALESCE(A.AL_CITY, ' ')                            00014500
014600         FROM XXXAIL_LOC L                                        00014600
01460A              INNER JOIN XXXATION P                               0001460A
01460B                 ON P.LOC_TYP_CD    = L.LOC_TYP_CD                0001460B
01460C                AND P.LOC_NBR       = L.LOC_NBR                   0001460C
014700              INNER JOIN FC_XXXAIL_LANG_JUR J                     00014700
014800                 ON J.LJ_STATE_CD   = P.PRIM_STATE_CD             00014800
014900                AND J.LJ_ACTIVE_IND = 'Y'                         00014900
015000              LEFT OUTER JOIN FC_XXXAIL_STORES F                  00015000
015100                 ON F.FC_STORE_NO   = L.LOC_NBR                   00015100
015200              LEFT OUTER JOIN FC_XXXAIL_ALT_LANG A                00015200
015300                 ON A.AL_LOC_NBR    = L.LOC_NBR                   00015300
015400                AND A.AL_LOC_TYP_CD = L.LOC_TYP_CD                00015400
015500                AND A.AL_LANG_CD    = J.LJ_LANG_CD                00015500
015600        WHERE L.LOC_TYP_CD       = 'S '                           00015600
015700          AND L.RETL_LOC_STAT_CD = 'A'                            00015700
015800        ORDER BY L.LOC_NBR, J.LJ_LANG_CD                          00015800
015900     END-EXEC                                                     00015900
016000                                                                  00016000
016100 PROCEDURE DIVISION.                                              00016100
016200***************************************************************** 00016200
016300* Start of program main line.                                     00016300
016400***************************************************************** 00016400
016500 000-MAIN.                                                        00016500
016600     PERFORM 050-RUN-CNTL-START                                   00016600
016700     IF SQL-ERROR-DETECTED                                        00016700
016800       MOVE 8 TO RETURN-CODE                                      00016800
016900       GOBACK                                                     00016900
017000     END-IF                                                       00017000
017100     PERFORM 100-INITIALIZE                                       00017100
017200     PERFORM 200-CHECK-ONE-STORE-LANG                             00017200
017300       UNTIL IS-EOF OR SQL-ERROR-DETECTED                         00017300
017400     PERFORM 900-TERMINATE                                        00017400
017500     PERFORM 055-RUN-CNTL-END                                     00017500
017600     GOBACK                                                       00017600
017700     .                                                            00017700
017800                                                                  00017800
017900*================================================================ 00017900
018000* Initialization...                                               00018000
018100*================================================================ 00018100
018200 100-INITIALIZE.                                                  00018200
018300     OPEN OUTPUT LANG-RPT                                         00018300
018400     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00018400
018500     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00018500
018600                                                                  00018600
018700     EXEC SQL                                                     00018700
018800       OPEN LANG-CSR                                              00018800
018900     END-EXEC                                                     00018900
019000     IF SQLCODE NOT = 0                                           00019000
019100       SET SQL-ERROR-DETECTED       TO TRUE                       00019100
019200       DISPLAY 'MMMB4202 - ERROR OPENING LANG-CSR, SQLCODE='      00019200
019300               SQLCODE                                            00019300
019400     ELSE                                                         00019400
019500       PERFORM 120-FETCH-NEXT-ROW                                 00019500
019600     END-IF                                                       00019600
019700     .                                                            00019700
019800                                                                  00019800
019900 120-FETCH-NEXT-ROW.                                              00019900
020000     EXEC SQL                                                     00020000
020100       FETCH LANG-CSR                                             00020100
020200        INTO :WS-LN-LOC-NBR, :WS-LN-STORE-NM,                     00020200
020300             :WS-LN-STATE-CD, :WS-LN-LANG-CD, :WS-LN-LANG-NM,     00020300
020400             :WS-LN-ROW-SW, :WS-LN-HAS-FRNDLY-SW,                 00020400
020500             :WS-LN-HAS-ADR-2-SW,                                 00020500
020600             :WS-LN-AL-STORE-NM, :WS-LN-AL-FRNDLY-NM,             00020600
020700             :WS-LN-AL-ADR-1, :WS-LN-AL-ADR-2,                    00020700
020800             :WS-LN-AL-CITY                                       00020800
020900     END-EXEC                                                     00020900
021000     EVALUATE TRUE                                                00021000
021100       WHEN SQLCODE = 0                                           00021100
021200         ADD 1 TO WS-CHECKED-COUNT                                00021200
021300       WHEN SQLCODE = 100                                         00021300
021400         SET IS-EOF TO TRUE                                       00021400
021500       WHEN OTHER                                                 00021500
021600         SET SQL-ERROR-DETECTED TO TRUE                           00021600
021700         DISPLAY 'MMMB4202 - ERROR FETCHING LANG-CSR, SQLCODE='   00021700
021800                 SQLCODE                                          00021800
021900     END-EVALUATE                                                 00021900
022000     .                                                            00022000
022100                                                                  00022100
022200*================================================================ 00022200
022300* One store and language - no row, or the fields it leaves        00022300
022400* blank that the store has a primary value for.                   00022400
022500*================================================================ 00022500
022600 200-CHECK-ONE-STORE-LANG.                                        00022600
022700     MOVE SPACES TO WS-DTL-REASON                                 00022700
022800     IF NOT WS-LN-ROW-ON-FILE                                     00022800
022900       MOVE 'NO TRANSLATION ON FILE' TO WS-DTL-REASON             00022900
023000       ADD 1 TO WS-NO-ROW-COUNT                                   00023000
023100     ELSE                                                         00023100
023200       PERFORM 220-LIST-MISSING-FIELDS                            00023200
023300       IF WS-DTL-REASON = SPACES                                  00023300
023400         ADD 1 TO WS-COMPLETE-COUNT                               00023400
023500       ELSE                                                       00023500
023600         ADD 1 TO WS-PARTIAL-COUNT                                00023600
023700       END-IF                                                     00023700
023800     END-IF                                                       00023800
023900     IF WS-DTL-REASON NOT = SPACES                                00023900
024000       PERFORM 800-WRITE-EXCEPTION-LINE                           00024000
024100     END-IF                                                       00024100
024200     PERFORM 120-FETCH-NEXT-ROW                                   00024200
024300     .                                                            00024300
024400                                                                  00024400
024500 220-LIST-MISSING-FIELDS.                                         00024500
024600     MOVE 1 TO WS-REASON-PTR                                      00024600
024700     IF WS-LN-AL-STORE-NM = SPACES                                00024700
024800       STRING 'NAME ' DELIMITED BY SIZE                           00024800
024900         INTO WS-DTL-REASON WITH POINTER WS-REASON-PTR            00024900
025000     END-IF                                                       00025000
025100     IF WS-LN-HAS-FRNDLY AND WS-LN-AL-FRNDLY-NM = SPACES          00025100
025200       STRING 'FRIENDLY-NAME ' DELIMITED BY SIZE                  00025200
025300         INTO WS-DTL-REASON WITH POINTER WS-REASON-PTR            00025300
025400     END-IF                                                       00025400
025500     IF WS-LN-AL-ADR-1 = SPACES                                   00025500
025600       STRING 'ADDR-1 ' DELIMITED BY SIZE                         00025600
025700         INTO WS-DTL-REASON WITH POINTER WS-REASON-PTR            00025700
025800     END-IF                                                       00025800
025900     IF WS-LN-HAS-ADR-2 AND WS-LN-AL-ADR-2 = SPACES               00025900
026000       STRING 'ADDR-2 ' DELIMITED BY SIZE                         00026000
026100         INTO WS-DTL-REASON WITH POINTER WS-REASON-PTR            00026100
026200     END-IF                                                       00026200
026300     IF WS-LN-AL-CITY = SPACES                                    00026300
026400       STRING 'CITY ' DELIMITED BY SIZE                           00026400
026500         INTO WS-DTL-REASON WITH POINTER WS-REASON-PTR            00026500
026600     END-IF                                                       00026600
026700     IF WS-REASON-PTR > 1                                         00026700
026800       STRING 'NOT TRANSLATED' DELIMITED BY SIZE                  00026800
026900         INTO WS-DTL-REASON WITH POINTER WS-REASON-PTR            00026900
027000     END-IF                                                       00027000
027100     .                                                            00027100
027200                                                                  00027200
027300*================================================================ 00027300
027400* One exception line...                                           00027400
027500*================================================================ 00027500
027600 800-WRITE-EXCEPTION-LINE.                                        00027600
027700     ADD 1 TO WS-EXCEPTION-COUNT                                  00027700
027800     MOVE WS-LN-LOC-NBR                 TO WS-DTL-STORE-NO        00027800
027900     MOVE WS-LN-STORE-NM                TO WS-DTL-STORE-NM        00027900
028000     MOVE WS-LN-STATE-CD                TO WS-DTL-STATE-CD        00028000
028100     MOVE WS-LN-LANG-CD                 TO WS-DTL-LANG-CD         00028100
028200     MOVE WS-LN-LANG-NM                 TO WS-DTL-LANG-NM         00028200
028300     WRITE RPT-LINE FROM WS-DTL-LINE                              00028300
028400     .                                                            00028400
028500                                                                  00028500
028600*================================================================ 00028600
028700* Termination - write the summary and close up...                 00028700
028800*================================================================ 00028800
028900 900-TERMINATE.                                                   00028900
029000     IF SQL-ERROR-DETECTED                                        00029000
029100       MOVE 16 TO RETURN-CODE                                     00029100
029200     ELSE                                                         00029200
029300       IF WS-EXCEPTION-COUNT > 0                                  00029300
029400         MOVE 4 TO RETURN-CODE                                    00029400
029500       END-IF                                                     00029500
029600     END-IF                                                       00029600
029700     EXEC SQL                                                     00029700
029800       CLOSE LANG-CSR                                             00029800
029900     END-EXEC                                                     00029900
030000                                                                  00030000
030100     MOVE WS-CHECKED-COUNT   TO WS-SUM-CHECKED                    00030100
030200     MOVE WS-COMPLETE-COUNT  TO WS-SUM-COMPLETE                   00030200
030300     MOVE WS-NO-ROW-COUNT    TO WS-SUM-NO-ROW                     00030300
030400     MOVE WS-PARTIAL-COUNT   TO WS-SUM-PARTIAL                    00030400
030500     WRITE RPT-LINE FROM SPACES                                   00030500
030600     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00030600
030700     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00030700
030800     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00030800
030900     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00030900
031000     CLOSE LANG-RPT                                               00031000
031100     .                                                            00031100
031200                                                                  00031200
031300*================================================================ 00031300
031400* Run control - refuse a duplicate or out-of-order start, and     00031400
031500* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00031500
031600*================================================================ 00031600
031700 050-RUN-CNTL-START.                                              00031700
031800     INITIALIZE XXXN001A                                          00031800
031900                YYYC0230                                          00031900
032000     SET  YYYC0230-START-RUN TO TRUE                              00032000
032100     MOVE 'MMMB4202' TO YYYC0230-JOB-NM                           00032100
032200     CALL YYYS0230-RUN-CNTL USING                                 00032200
032300         XXXN001A                                                 00032300
032400         YYYC0230                                                 00032400
032500     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00032500
032600       SET SQL-ERROR-DETECTED TO TRUE                             00032600
032700       DISPLAY 'MMMB4202 - START REFUSED: ' IS-RTRN-MSG-TXT       00032700
032800     END-IF                                                       00032800
032900     .                                                            00032900
033000                                                                  00033000
033100 055-RUN-CNTL-END.                                                00033100
033200     INITIALIZE XXXN001A                                          00033200
033300                YYYC0230                                          00033300
033400     IF SQL-ERROR-DETECTED                                        00033400
033500       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00033500
033600     ELSE                                                         00033600
033700       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00033700
033800     END-IF                                                       00033800
033900     MOVE 'MMMB4202' TO YYYC0230-JOB-NM                           00033900
034000     CALL YYYS0230-RUN-CNTL USING                                 00034000
034100         XXXN001A                                                 00034100
034200         YYYC0230                                                 00034200
034300     .                                                            00034300
