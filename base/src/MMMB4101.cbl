000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB4101.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* PII-masked unload of the location tables for test refreshes.    00000600
000700*                                                                 00000700
000800* Refreshing the test region from production used to copy real    00000800
000900* contact names, phone numbers and email addresses. This job      00000900
001000* unloads XXXATION, XXXAIL_LOC and FC_XXXAIL_EMRG_CNTCT to        00001000
001100* MASKOUT with every personal field replaced by a fake value,     00001100
001200* and the test-region load takes the masked file instead of a     00001200
001300* straight production copy. Masked are:                           00001300
001400*   XXXATION   - PRIM-CONTACT-NM, SEC-CONTACT-NM,                 00001400
001500*                MAIL-TO-CNTCT-NM, PRIM-EMAIL-ID,                 00001500
001600*                SECY-EMAIL-ID, MAIL-TO-EMAIL-ID and the          00001600
001700*                primary, secondary and mail-to phone numbers     00001700
001800*   XXXAIL_LOC - TOP-LEADER-NM                                    00001800
001900*   FC_XXXAIL_EMRG_CNTCT - XC_CNTCT_NM and the phone number       00001900
002000* Store numbers, names, addresses and geocodes are left alone.    00002000
002100*                                                                 00002100
002200* The fake value is built from a hash of the real value, so the   00002200
002300* same real value always masks to the same fake value - in every  00002300
002400* field, table and run - and joins and duplicate checks still     00002400
002500* behave in test. A blank name or a zero phone stays blank or     00002500
002600* zero. Names become CONTACT nnnnnnnnn, email addresses           00002600
002700* Unnnnnnnnn@EXAMPLE.COM and phones 555-nnnnnnn.                  00002700
002800*                                                                 00002800
002900* MASKOUT uses the ARCHLOC record images (MMMB6101): L the        00002900
003000* XXXATION row, R the XXXAIL_LOC row, plus X per emergency        00003000
003100* contact row and a T trailer with the record counts.             00003100
003200*                                                                 00003200
003300* The masking-control report prints, per masked field, how many   00003300
003400* values were masked, how many were empty, and how many came out  00003400
003500* unchanged. Any unchanged value fails the job with RC 8 and the  00003500
003600* file must not be loaded.                                        00003600
003700*                                                                 00003700
003800* PARMIN card (optional): mask key, cols 1-16. The key seeds the  00003800
003900* hash so a fake value cannot be traced back without it; keep     00003900
004000* the same key from refresh to refresh for consistent values.     00004000
004100* Batch job - run standalone, schedule ahead of a test refresh.   00004100
004200*---------------------------------------------------------------- 00004200
004300 ENVIRONMENT DIVISION.                                            00004300
004400 INPUT-OUTPUT SECTION.                                            00004400
004500 FILE-CONTROL.                                                    00004500
004600     SELECT PARM-IN        ASSIGN TO PARMIN                       00004600
004700         ORGANIZATION IS LINE SEQUENTIAL.                         00004700
004800     SELECT MASK-OUT       ASSIGN TO MASKOUT                      00004800
004900         ORGANIZATION IS LINE SEQUENTIAL.                         00004900
005000     SELECT MASK-RPT       ASSIGN TO RPTOUT                       00005000
005100         ORGANIZATION IS LINE SEQUENTIAL.                         00005100
005200                                                                  00005200
005300 DATA DIVISION.                                                   00005300
005400 FILE SECTION.                                                    00005400
005500 FD  PARM-IN.                                                     00005500
005600 01  PARM-REC.                                                    00005600
005700     05 PARM-MASK-KEY                  PIC X(16).                 00005700
005800     05 FILLER                         PIC X(64).                 00005800
005900                                                                  00005900
006000 FD  MASK-OUT.                                                    00006000
006100 01  MASK-OUT-REC                      PIC X(4100).               00006100
006200                                                                  00006200
006300 FD  MASK-RPT.                                                    00006300
006400 01  RPT-LINE                          PIC X(132).                00006400
006500                                                                  00006500
006600 WORKING-STORAGE SECTION.                                         00006600
006700* --------------------------------------------------------------- 00006700
006800* Misc working storage...                                         00006800
006900* --------------------------------------------------------------- 00006900
007000 01 NNNS0487-LO-DAO                   PIC X(8) VALUE 'NNNS0487'.  00007000
007100 01 NNNS0488-LR-DAO                   PIC X(8) VALUE 'NNNS0488'.  00007100
007200 01 WS-LO-COUNT                       PIC 9(6) VALUE 0.           00007200
007300 01 WS-LR-COUNT                       PIC 9(6) VALUE 0.           00007300
007400 01 WS-XC-COUNT                       PIC 9(6) VALUE 0.           00007400
007500 01 WS-UNCHANGED-COUNT                PIC 9(6) VALUE 0.           00007500
007600 01 WS-RUN-DATE                       PIC X(8) VALUE SPACES.      00007600
007700 01 I                                 PIC S9(4) COMP VALUE 0.     00007700
007800                                                                  00007800
007900 01 WS-PARM-EOF-SW                    PIC X    VALUE 'N'.         00007900
008000    88 PARM-EOF                                VALUE 'Y'.         00008000
008100 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00008100
008200    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00008200
008300    88 SQL-NO-ERROR                            VALUE 'N'.         00008300
008400                                                                  00008400
008500* Default mask key when no PARMIN card is supplied.               00008500
008600 01 WS-MASK-KEY                       PIC X(16)                   00008600
008700                                      VALUE 'MMMB4101MASKKEY1'.   00008700
008800                                                                  00008800
008900* Masking work areas. The real value goes in, the fake value      00008900
009000* comes back in the same place.                                   00009000
009100 01 WS-MASK-VAL                       PIC X(50).                  00009100
009200 01 WS-MASK-ORIG                      PIC X(50).                  00009200
009300 01 WS-MASK-PHONE.                                                00009300
009400    05 WS-MASK-AREA-CD                PIC 9(3).                   00009400
009500    05 WS-MASK-PHONE-NBR              PIC 9(7).                   00009500
009600 01 WS-MASK-PHONE-ORIG                PIC X(10).                  00009600
009700                                                                  00009700
009800* Hash of WS-HASH-IN, seeded from the mask key. Each character    00009800
009900* is taken as its code point through WS-ORD-NUM.                  00009900
010000 01 WS-HASH-IN.                                                   00010000
010100    05 WS-HASH-CHR                    PIC X OCCURS 50 TIMES.      00010100
010200 01 WS-HASH-SEED                      PIC S9(9) COMP-3 VALUE 0.   00010200
010300 01 WS-HASH                           PIC S9(9) COMP-3 VALUE 0.   00010300
010400 01 WS-HASH-WORK                      PIC S9(18) COMP-3 VALUE 0.  00010400
010500 01 WS-HASH-QUOT                      PIC S9(18) COMP-3 VALUE 0.  00010500
010600 01 WS-HASH-DISP                      PIC 9(9).                   00010600
010700 01 WS-HASH-PRIME                     PIC S9(9) COMP-3            00010700
010800                                      VALUE 999999937.            00010800
010900 01 WS-ORD-WORK.                                                  00010900
011000    05 WS-ORD-HI                      PIC X VALUE LOW-VALUE.      00011000
011100    05 WS-ORD-LO                      PIC X.                      00011100
011200 01 WS-ORD-NUM REDEFINES WS-ORD-WORK  PIC 9(4) COMP.              00011200
011300                                                                  00011300
011400* One counter set per masked field, in report order.              00011400
011500 01 WS-MF-IX                          PIC S9(4) COMP VALUE 0.     00011500
011600 01 WS-MF-TABLE.                                                  00011600
011700    05 FILLER PIC X(40) VALUE                                     00011700
011800       'XXXATION            PRIM-CONTACT-NM    '.                 00011800
011900    05 FILLER PIC X(40) VALUE                                     00011900
012000       'XXXATION            SEC-CONTACT-NM     '.                 00012000
012100    05 FILLER PIC X(40) VALUE                                     00012100
012200       'XXXATION            MAIL-TO-CNTCT-NM   '.                 00012200
012300    05 FILLER PIC X(40) VALUE                                     00012300
012400       'XXXATION            PRIM-EMAIL-ID      '.                 00012400
012500    05 FILLER PIC X(40) VALUE                                     00012500
012600       'XXXATION            SECY-EMAIL-ID      '.                 00012600
012700    05 FILLER PIC X(40) VALUE                                     00012700
012800       'XXXATION            MAIL-TO-EMAIL-ID   '.                 00012800
012900    05 FILLER PIC X(40) VALUE                                     00012900
013000       'XXXATION            PRIM PHONE         '.                 00013000
013100    05 FILLER PIC X(40) VALUE                                     00013100
013200       'XXXATION            SEC PHONE          '.                 00013200
013300    05 FILLER PIC X(40) VALUE                                     00013300
013400       'XXXATION            MAIL-TO PHONE      '.                 00013400
013500    05 FILLER PIC X(40) VALUE                                     00013500
013600       'XXXAIL_LOC          TOP-LEADER-NM      '.                 00013600
013700    05 FILLER PIC X(40) VALUE                                     00013700
013800       'FC_XXXAIL_EMRG_CNTCTXC_CNTCT_NM        '.                 00013800
013900    05 FILLER PIC X(40) VALUE                                     00013900
014000       'FC_XXXAIL_EMRG_CNTCTXC PHONE           '.                 00014000
014100 01 WS-MF-TABLE-R REDEFINES WS-MF-TABLE.                          00014100
014200    05 WS-MF-ENTRY OCCURS 12 TIMES.                               00014200
014300       10 WS-MF-TABLE-NM              PIC X(20).                  00014300
014400       10 WS-MF-FIELD-NM              PIC X(19).                  00014400
014500       10 FILLER                      PIC X(1).                   00014500
014600 01 WS-MF-COUNTS.                                                 00014600
014700    05 WS-MF-CNT OCCURS 12 TIMES.                                 00014700
014800       10 WS-MF-MASKED                PIC 9(6).                   00014800
014900       10 WS-MF-EMPTY                 PIC 9(6).                   00014900
015000       10 WS-MF-UNCHANGED             PIC 9(6).                   00015000
015100 01 WS-MF-MAX                         PIC S9(4) COMP VALUE 12.    00015100
015200                                                                  00015200
015300 01 WS-TRAILER-REC.                                               00015300
015400    05 FILLER                         PIC X(1)  VALUE 'T'.        00015400
015500    05 WS-TRL-RUN-DATE                PIC X(8).                   00015500
015600    05 WS-TRL-LO-CNT                  PIC 9(9).                   00015600
015700    05 WS-TRL-LR-CNT                  PIC 9(9).                   00015700
015800    05 WS-TRL-XC-CNT                  PIC 9(9).                   00015800
015900                                                                  00015900
016000 COPY XXXN001A.                                                   00016000
016100 COPY YYYN005A.                                                   00016100
016200 COPY NNNN0000.                                                   00016200
016300 COPY PPPTLO01.                                                   00016300
016400 COPY PPPTLR01.                                                   00016400
016500 COPY YYYC0230.                                                   00016500
016600 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00016600
016700                                                                  00016700
016800 01 WS-HDG-LINE-1.                                                00016800
016900    05 FILLER PIC X(52) VALUE                                     00016900
017000       'MMMB4101 - PII MASKING CONTROL REPORT'.                   00017000
017100    05 FILLER PIC X(9) VALUE 'RUN DATE '.                         00017100
017200    05 WS-HDG-RUN-DATE              PIC X(8).                     00017200
017300 01 WS-HDG-LINE-2.                                                00017300
017400    05 FILLER PIC X(40) VALUE                                     00017400
017500       'TABLE               FIELD'.                               00017500
017600    05 FILLER PIC X(36) VALUE                                     00017600
017700       '     MASKED      EMPTY  UNCHANGED'.                       00017700
017800 01 WS-DTL-LINE.                                                  00017800
017900    05 WS-DTL-TABLE-NM              PIC X(20).                    00017900
018000    05 WS-DTL-FIELD-NM              PIC X(19).                    00018000
018100    05 FILLER                       PIC X(2) VALUE SPACES.        00018100
018200    05 WS-DTL-MASKED                PIC ZZZ,ZZ9.                  00018200
018300    05 FILLER                       PIC X(4) VALUE SPACES.        00018300
018400    05 WS-DTL-EMPTY                 PIC ZZZ,ZZ9.                  00018400
018500    05 FILLER                       PIC X(4) VALUE SPACES.        00018500
018600    05 WS-DTL-UNCHANGED             PIC ZZZ,ZZ9.                  00018600
018700 01 WS-CLEAN-LINE.                                                00018700
018800    05 FILLER PIC X(52) VALUE                                     00018800
018900       'MASKING VERIFIED - NO REAL VALUE WRITTEN TO MASKOUT'.     00018900
019000 01 WS-FAIL-LINE.                                                 00019000
019100    05 FILLER PIC X(50) VALUE                                     00019100
019200       '*** MASKING FAILED - REAL VALUES IN MASKOUT ***'.         00019200
019300    05 FILLER PIC X(30) VALUE                                     00019300
019400       'DO NOT LOAD THIS FILE'.                                   00019400
019500 01 WS-SQLERR-LINE.                                               00019500
019600    05 FILLER PIC X(50) VALUE                                     00019600
019700       '*** UNLOAD INCOMPLETE - SQL ERROR, SEE JOB LOG ***'.      00019700
019800                                                                  00019800
019900 01 WS-SUMMARY-LINE.                                              00019900
020000    05 FILLER PIC X(23) VALUE 'XXXATION ROWS      - '.            00020000
020100    05 WS-SUM-LO                    PIC ZZZ,ZZ9.                  00020100
020200 01 WS-SUMMARY-LINE2.                                             00020200
020300    05 FILLER PIC X(23) VALUE 'XXXAIL_LOC ROWS    - '.            00020300
020400    05 WS-SUM-LR                    PIC ZZZ,ZZ9.                  00020400
020500 01 WS-SUMMARY-LINE3.                                             00020500
020600    05 FILLER PIC X(23) VALUE 'EMRG CONTACT ROWS  - '.            00020600
020700    05 WS-SUM-XC                    PIC ZZZ,ZZ9.                  00020700
020800 01 WS-SUMMARY-LINE4.                                             00020800
020900    05 FILLER PIC X(23) VALUE 'UNCHANGED VALUES   - '.            00020900
021000    05 WS-SUM-UNCHANGED             PIC ZZZ,ZZ9.                  00021000
021100                                                                  00021100
021200* ----------------------------------------------------------------00021200
021300* DB2 stuff...                                                    00021300
021400* ----------------------------------------------------------------00021400
021500     EXEC SQL                                                     00021500
021600       INCLUDE SQLCA                                              00021600
021700     END-EXEC                                                     00021700
021800                                                                  00021800
021900     EXEC SQL                                                     00021900
022000       INCLUDE DDDTXC01                                           00022000
022100     END-EXEC                                                     00022100
022200                                                                  00022200
022300 01 WS-LOC-ROW.                                                   00022300
022400    05 WS-LOC-TYP-CD                 PIC X(2).                    00022400
022500    05 WS-LOC-NBR                    PIC S9(9) COMP-3.            00022500
022600                                                                  00022600
022700     EXEC SQL                                                     00022700
022800         DECLARE LOC-CSR CURSOR FOR SELECT                        00022800
022900             LOC_TYP_CD,                                          00022900
023000             LOC_NBR                                              00023000
023100         FROM XXXATION                                            00023100
023200         ORDER BY                                                 00023200
023300             LOC_TYP_CD,                                          00023300
023400             LOC_NBR                                              00023400
023500     END-EXEC                                                     00023500
023600                                                                  00023600
023700     EXEC SQL                                                     00023700
023800         DECLARE XC-CSR CURSOR FOR SELECT                         00023800
023900             XC_LOC_NBR, XC_LOC_TYP_CD, XC_RANK_NBR,              00023900
024000             XC_CNTCT_NM, XC_ROLE_CD, XC_AREA_CD,                 00024000
024100             XC_PHONE_NBR, XC_EFF_DT, XC_END_DT,                  00024100
024200             XC_REVIEWED_DT                                       00024200
024300         FROM FC_XXXAIL_EMRG_CNTCT                                00024300
024400         ORDER BY                                                 00024400
024500             XC_LOC_TYP_CD, XC_LOC_NBR,                           00024500
024600             XC_RANK_NBR, XC_EFF_DT                               00024600
024700     END-EXEC                                                     00024700
024800                                                                  00024800
024900 PROCEDURE DIVISION.                                              00024900
025000***************************************************************** 00025000
025100* Start of program main line.                                     00025100
025200***************************************************************** 00025200
025300 000-MAIN.                                                        00025300
025400     PERFORM 050-RUN-CNTL-START                                   00025400
025500     IF SQL-ERROR-DETECTED                                        00025500
025600       MOVE 8 TO RETURN-CODE                                      00025600
025700       GOBACK                                                     00025700
025800     END-IF                                                       00025800
025900     PERFORM 100-INITIALIZE                                       00025900
026000     PERFORM 200-UNLOAD-LOCATIONS                                 00026000
026100     IF SQL-NO-ERROR                                              00026100
026200       PERFORM 400-UNLOAD-EMRG-CONTACTS                           00026200
026300     END-IF                                                       00026300
026400     PERFORM 900-TERMINATE                                        00026400
026500     PERFORM 055-RUN-CNTL-END                                     00026500
026600     GOBACK                                                       00026600
026700     .                                                            00026700
026800                                                                  00026800
026900 100-INITIALIZE.                                                  00026900
027000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00027000
027100     INITIALIZE WS-MF-COUNTS                                      00027100
027200     OPEN INPUT  PARM-IN                                          00027200
027300     OPEN OUTPUT MASK-OUT                                         00027300
027400     OPEN OUTPUT MASK-RPT                                         00027400
027500     READ PARM-IN                                                 00027500
027600       AT END SET PARM-EOF TO TRUE                                00027600
027700     END-READ                                                     00027700
027800     IF NOT PARM-EOF AND PARM-MASK-KEY NOT = SPACES               00027800
027900       MOVE PARM-MASK-KEY TO WS-MASK-KEY                          00027900
028000     END-IF                                                       00028000
028100                                                                  00028100
028200*    The key is hashed from a fixed start into the seed every     00028200
028300*    value hash starts from.                                      00028300
028400     MOVE 7           TO WS-HASH-SEED                             00028400
028500     MOVE WS-MASK-KEY TO WS-HASH-IN                               00028500
028600     PERFORM 700-HASH-THE-VALUE                                   00028600
028700     MOVE WS-HASH     TO WS-HASH-SEED                             00028700
028800                                                                  00028800
028900     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE                          00028900
029000     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00029000
029100     WRITE RPT-LINE FROM SPACES                                   00029100
029200     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00029200
029300     .                                                            00029300
029400                                                                  00029400
029500*================================================================ 00029500
029600* XXXATION and XXXAIL_LOC - read each location through its DAO,   00029600
029700* as the archive does, mask the personal fields and write the     00029700
029800* L and R images. Logically deleted rows go too, so the test      00029800
029900* recycle bin matches production.                                 00029900
030000*================================================================ 00030000
030100 200-UNLOAD-LOCATIONS.                                            00030100
030200     EXEC SQL                                                     00030200
030300       OPEN LOC-CSR                                               00030300
030400     END-EXEC                                                     00030400
030500     IF SQLCODE NOT = 0                                           00030500
030600       SET SQL-ERROR-DETECTED TO TRUE                             00030600
030700       DISPLAY 'MMMB4101 - ERROR OPENING LOC-CSR, SQLCODE='       00030700
030800               SQLCODE                                            00030800
030900     ELSE                                                         00030900
031000       PERFORM 220-FETCH-NEXT-LOCATION                            00031000
031100       PERFORM UNTIL SQLCODE NOT = 0 OR SQL-ERROR-DETECTED        00031100
031200         PERFORM 250-UNLOAD-ONE-LOCATION                          00031200
031300         IF SQL-NO-ERROR                                          00031300
031400           PERFORM 220-FETCH-NEXT-LOCATION                        00031400
031500         END-IF                                                   00031500
031600       END-PERFORM                                                00031600
031700       IF SQLCODE = 100                                           00031700
031800         MOVE 0 TO SQLCODE                                        00031800
031900       END-IF                                                     00031900
032000       EXEC SQL                                                   00032000
032100         CLOSE LOC-CSR                                            00032100
032200       END-EXEC                                                   00032200
032300       MOVE 0 TO SQLCODE                                          00032300
032400     END-IF                                                       00032400
032500     .                                                            00032500
032600                                                                  00032600
032700 220-FETCH-NEXT-LOCATION.                                         00032700
032800     EXEC SQL                                                     00032800
032900       FETCH LOC-CSR                                              00032900
033000         INTO :WS-LOC-TYP-CD,                                     00033000
033100              :WS-LOC-NBR                                         00033100
033200     END-EXEC                                                     00033200
033300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00033300
033400       SET SQL-ERROR-DETECTED TO TRUE                             00033400
033500       DISPLAY 'MMMB4101 - ERROR FETCHING LOC-CSR, SQLCODE='      00033500
033600               SQLCODE                                            00033600
033700     END-IF                                                       00033700
033800     .                                                            00033800
033900                                                                  00033900
034000 250-UNLOAD-ONE-LOCATION.                                         00034000
034100     INITIALIZE XXXN001A                                          00034100
034200                P-DDDTLO01                                        00034200
034300     MOVE WS-LOC-NBR    TO LOC-NBR    OF P-DDDTLO01               00034300
034400     MOVE WS-LOC-TYP-CD TO LOC-TYP-CD OF P-DDDTLO01               00034400
034500     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00034500
034600     SET BIN-UTILITY-CALL    TO TRUE                              00034600
034700     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00034700
034800     CALL NNNS0487-LO-DAO USING                                   00034800
034900         XXXN001A                                                 00034900
035000         SQLCA                                                    00035000
035100         YYYN005A                                                 00035100
035200         NNNN0000-PARMS                                           00035200
035300         P-DDDTLO01                                               00035300
035400     IF NOT SUCCESS OR SQLCODE NOT = 0                            00035400
035500       SET SQL-ERROR-DETECTED TO TRUE                             00035500
035600       DISPLAY 'MMMB4101 - ERROR READING XXXATION '               00035600
035700               WS-LOC-TYP-CD WS-LOC-NBR ', SQLCODE=' SQLCODE      00035700
035800     ELSE                                                         00035800
035900       PERFORM 300-MASK-THE-LO-ROW                                00035900
036000       MOVE SPACES TO MASK-OUT-REC                                00036000
036100       STRING 'L' P-DDDTLO01                                      00036100
036200         DELIMITED BY SIZE INTO MASK-OUT-REC                      00036200
036300       WRITE MASK-OUT-REC                                         00036300
036400       ADD 1 TO WS-LO-COUNT                                       00036400
036500       PERFORM 260-UNLOAD-THE-LR-ROW                              00036500
036600     END-IF                                                       00036600
036700     .                                                            00036700
036800                                                                  00036800
036900 260-UNLOAD-THE-LR-ROW.                                           00036900
037000     INITIALIZE XXXN001A                                          00037000
037100                P-DDDTLR01                                        00037100
037200     MOVE WS-LOC-NBR    TO LOC-NBR    OF P-DDDTLR01               00037200
037300     MOVE WS-LOC-TYP-CD TO LOC-TYP-CD OF P-DDDTLR01               00037300
037400     MOVE 1 TO NNNN0000-INDEX-HANDLE                              00037400
037500     SET BIN-UTILITY-CALL    TO TRUE                              00037500
037600     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00037600
037700     CALL NNNS0488-LR-DAO USING                                   00037700
037800         XXXN001A                                                 00037800
037900         SQLCA                                                    00037900
038000         YYYN005A                                                 00038000
038100         NNNN0000-PARMS                                           00038100
038200         P-DDDTLR01                                               00038200
038300     IF SUCCESS AND SQLCODE = 0                                   00038300
038400       MOVE 10 TO WS-MF-IX                                        00038400
038500       MOVE TOP-LEADER-NM OF P-DDDTLR01 TO WS-MASK-VAL            00038500
038600       PERFORM 600-MASK-A-NAME                                    00038600
038700       MOVE WS-MASK-VAL TO TOP-LEADER-NM OF P-DDDTLR01            00038700
038800       MOVE SPACES TO MASK-OUT-REC                                00038800
038900       STRING 'R' P-DDDTLR01                                      00038900
039000         DELIMITED BY SIZE INTO MASK-OUT-REC                      00039000
039100       WRITE MASK-OUT-REC                                         00039100
039200       ADD 1 TO WS-LR-COUNT                                       00039200
039300     ELSE                                                         00039300
039400*      A location with no retail side - nothing to unload there.  00039400
039500       INITIALIZE XXXN001A                                        00039500
039600       MOVE 0 TO SQLCODE                                          00039600
039700     END-IF                                                       00039700
039800     .                                                            00039800
039900                                                                  00039900
040000 300-MASK-THE-LO-ROW.                                             00040000
040100     MOVE 1 TO WS-MF-IX                                           00040100
040200     MOVE PRIM-CONTACT-NM OF P-DDDTLO01 TO WS-MASK-VAL            00040200
040300     PERFORM 600-MASK-A-NAME                                      00040300
040400     MOVE WS-MASK-VAL TO PRIM-CONTACT-NM OF P-DDDTLO01            00040400
040500                                                                  00040500
040600     MOVE 2 TO WS-MF-IX                                           00040600
040700     MOVE SEC-CONTACT-NM OF P-DDDTLO01 TO WS-MASK-VAL             00040700
040800     PERFORM 600-MASK-A-NAME                                      00040800
040900     MOVE WS-MASK-VAL TO SEC-CONTACT-NM OF P-DDDTLO01             00040900
041000                                                                  00041000
041100     MOVE 3 TO WS-MF-IX                                           00041100
041200     MOVE MAIL-TO-CNTCT-NM OF P-DDDTLO01 TO WS-MASK-VAL           00041200
041300     PERFORM 600-MASK-A-NAME                                      00041300
041400     MOVE WS-MASK-VAL TO MAIL-TO-CNTCT-NM OF P-DDDTLO01           00041400
041500                                                                  00041500
041600     MOVE 4 TO WS-MF-IX                                           00041600
041700     MOVE PRIM-EMAIL-ID OF P-DDDTLO01 TO WS-MASK-VAL              00041700
041800     PERFORM 620-MASK-AN-EMAIL                                    00041800
041900     MOVE WS-MASK-VAL TO PRIM-EMAIL-ID OF P-DDDTLO01              00041900
042000                                                                  00042000
042100     MOVE 5 TO WS-MF-IX                                           00042100
042200     MOVE SECY-EMAIL-ID OF P-DDDTLO01 TO WS-MASK-VAL              00042200
042300     PERFORM 620-MASK-AN-EMAIL                                    00042300
042400     MOVE WS-MASK-VAL TO SECY-EMAIL-ID OF P-DDDTLO01              00042400
042500                                                                  00042500
042600     MOVE 6 TO WS-MF-IX                                           00042600
042700     MOVE MAIL-TO-EMAIL-ID OF P-DDDTLO01 TO WS-MASK-VAL           00042700
042800     PERFORM 620-MASK-AN-EMAIL                                    00042800
042900     MOVE WS-MASK-VAL TO MAIL-TO-EMAIL-ID OF P-DDDTLO01           00042900
043000                                                                  00043000
043100     MOVE 7 TO WS-MF-IX                                           00043100
043200     MOVE PRIM-AREA-CD   OF P-DDDTLO01 TO WS-MASK-AREA-CD         00043200
043300     MOVE PRIM-PHONE-NBR OF P-DDDTLO01 TO WS-MASK-PHONE-NBR       00043300
043400     PERFORM 640-MASK-A-PHONE                                     00043400
043500     MOVE WS-MASK-AREA-CD   TO PRIM-AREA-CD   OF P-DDDTLO01       00043500
043600     MOVE WS-MASK-PHONE-NBR TO PRIM-PHONE-NBR OF P-DDDTLO01       00043600
043700                                                                  00043700
043800     MOVE 8 TO WS-MF-IX                                           00043800
043900     MOVE SEC-AREA-CD    OF P-DDDTLO01 TO WS-MASK-AREA-CD         00043900
044000     MOVE SEC-PHONE-NBR  OF P-DDDTLO01 TO WS-MASK-PHONE-NBR       00044000
044100     PERFORM 640-MASK-A-PHONE                                     00044100
044200     MOVE WS-MASK-AREA-CD   TO SEC-AREA-CD    OF P-DDDTLO01       00044200
044300     MOVE WS-MASK-PHONE-NBR TO SEC-PHONE-NBR  OF P-DDDTLO01       00044300
044400                                                                  00044400
044500     MOVE 9 TO WS-MF-IX                                           00044500
044600     MOVE MAIL-TO-AREA-CD   OF P-DDDTLO01 TO WS-MASK-AREA-CD      00044600
044700     MOVE MAIL-TO-PHONE-NBR OF P-DDDTLO01 TO WS-MASK-PHONE-NBR    00044700
044800     PERFORM 640-MASK-A-PHONE                                     00044800
044900     MOVE WS-MASK-AREA-CD   TO MAIL-TO-AREA-CD   OF P-DDDTLO01    00044900
045000     MOVE WS-MASK-PHONE-NBR TO MAIL-TO-PHONE-NBR OF P-DDDTLO01    00045000
045100     .                                                            00045100
045200                                                                  00045200
045300*================================================================ 00045300
045400* FC_XXXAIL_EMRG_CNTCT - every row, current or not, with the      00045400
045500* contact name and phone masked.                                  00045500
045600*================================================================ 00045600
045700 400-UNLOAD-EMRG-CONTACTS.                                        00045700
045800     EXEC SQL                                                     00045800
045900       OPEN XC-CSR                                                00045900
046000     END-EXEC                                                     00046000
046100     IF SQLCODE NOT = 0                                           00046100
046200       SET SQL-ERROR-DETECTED TO TRUE                             00046200
046300       DISPLAY 'MMMB4101 - ERROR OPENING XC-CSR, SQLCODE='        00046300
046400               SQLCODE                                            00046400
046500     ELSE                                                         00046500
046600       PERFORM 420-FETCH-NEXT-CONTACT                             00046600
046700       PERFORM UNTIL SQLCODE NOT = 0                              00046700
046800         PERFORM 450-UNLOAD-ONE-CONTACT                           00046800
046900         PERFORM 420-FETCH-NEXT-CONTACT                           00046900
047000       END-PERFORM                                                00047000
047100       IF SQLCODE = 100                                           00047100
047200         MOVE 0 TO SQLCODE                                        00047200
047300       END-IF                                                     00047300
047400       EXEC SQL                                                   00047400
047500         CLOSE XC-CSR                                             00047500
047600       END-EXEC                                                   00047600
047700       MOVE 0 TO SQLCODE                                          00047700
047800     END-IF                                                       00047800
047900     .                                                            00047900
048000                                                                  00048000
048100 420-FETCH-NEXT-CONTACT.                                          00048100
048200     EXEC SQL                                                     00048200
048300       FETCH XC-CSR                                               00048300
048400         INTO :DCLFC-XXXAIL-EMRG-CNTCT.XC-LOC-NBR,                00048400
048500              :DCLFC-XXXAIL-EMRG-CNTCT.XC-LOC-TYP-CD,             00048500
048600              :DCLFC-XXXAIL-EMRG-CNTCT.XC-RANK-NBR,               00048600
048700              :DCLFC-XXXAIL-EMRG-CNTCT.XC-CNTCT-NM,               00048700
048800              :DCLFC-XXXAIL-EMRG-CNTCT.XC-ROLE-CD,                00048800
048900              :DCLFC-XXXAIL-EMRG-CNTCT.XC-AREA-CD,                00048900
049000              :DCLFC-XXXAIL-EMRG-CNTCT.XC-PHONE-NBR,              00049000
049100              :DCLFC-XXXAIL-EMRG-CNTCT.XC-EFF-DT,                 00049100
049200              :DCLFC-XXXAIL-EMRG-CNTCT.XC-END-DT,                 00049200
049300              :DCLFC-XXXAIL-EMRG-CNTCT.XC-REVIEWED-DT             00049300
049400     END-EXEC                                                     00049400
049500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00049500
049600       SET SQL-ERROR-DETECTED TO TRUE                             00049600
049700       DISPLAY 'MMMB4101 - ERROR FETCHING XC-CSR, SQLCODE='       00049700
049800               SQLCODE                                            00049800
049900     END-IF                                                       00049900
050000     .                                                            00050000
050100                                                                  00050100
050200 450-UNLOAD-ONE-CONTACT.                                          00050200
050300     MOVE 11 TO WS-MF-IX                                          00050300
050400     MOVE XC-CNTCT-NM OF DCLFC-XXXAIL-EMRG-CNTCT TO WS-MASK-VAL   00050400
050500     PERFORM 600-MASK-A-NAME                                      00050500
050600     MOVE WS-MASK-VAL TO XC-CNTCT-NM OF DCLFC-XXXAIL-EMRG-CNTCT   00050600
050700                                                                  00050700
050800     MOVE 12 TO WS-MF-IX                                          00050800
050900     MOVE XC-AREA-CD   OF DCLFC-XXXAIL-EMRG-CNTCT                 00050900
051000       TO WS-MASK-AREA-CD                                         00051000
051100     MOVE XC-PHONE-NBR OF DCLFC-XXXAIL-EMRG-CNTCT                 00051100
051200       TO WS-MASK-PHONE-NBR                                       00051200
051300     PERFORM 640-MASK-A-PHONE                                     00051300
051400     MOVE WS-MASK-AREA-CD                                         00051400
051500       TO XC-AREA-CD   OF DCLFC-XXXAIL-EMRG-CNTCT                 00051500
051600     MOVE WS-MASK-PHONE-NBR                                       00051600
051700       TO XC-PHONE-NBR OF DCLFC-XXXAIL-EMRG-CNTCT                 00051700
051800                                                                  00051800
051900     MOVE SPACES TO MASK-OUT-REC                                  00051900
052000     STRING 'X' DCLFC-XXXAIL-EMRG-CNTCT                           00052000
052100       DELIMITED BY SIZE INTO MASK-OUT-REC                        00052100
052200     WRITE MASK-OUT-REC                                           00052200
052300     ADD 1 TO WS-XC-COUNT                                         00052300
052400     .                                                            00052400
052500                                                                  00052500
052600*================================================================ 00052600
052700* Maskers. Each takes the real value in WS-MASK-VAL (names and    00052700
052800* emails) or WS-MASK-PHONE, replaces it with the fake value and   00052800
052900* counts the result against field WS-MF-IX. Names and emails      00052900
053000* are hashed on the value alone, so a person keyed as contact     00053000
053100* on one table and leader on another masks the same on both.      00053100
053200*================================================================ 00053200
053300 600-MASK-A-NAME.                                                 00053300
053400     IF WS-MASK-VAL = SPACES                                      00053400
053500       ADD 1 TO WS-MF-EMPTY (WS-MF-IX)                            00053500
053600     ELSE                                                         00053600
053700       MOVE WS-MASK-VAL TO WS-MASK-ORIG                           00053700
053800                           WS-HASH-IN                             00053800
053900       MOVE WS-HASH-SEED TO WS-HASH                               00053900
054000       PERFORM 700-HASH-THE-VALUE                                 00054000
054100       MOVE WS-HASH TO WS-HASH-DISP                               00054100
054200       MOVE SPACES  TO WS-MASK-VAL                                00054200
054300       STRING 'CONTACT ' WS-HASH-DISP                             00054300
054400         DELIMITED BY SIZE INTO WS-MASK-VAL                       00054400
054500       PERFORM 680-CHECK-THE-NAME-MASK                            00054500
054600     END-IF                                                       00054600
054700     .                                                            00054700
054800                                                                  00054800
054900 620-MASK-AN-EMAIL.                                               00054900
055000     IF WS-MASK-VAL = SPACES                                      00055000
055100       ADD 1 TO WS-MF-EMPTY (WS-MF-IX)                            00055100
055200     ELSE                                                         00055200
055300       MOVE WS-MASK-VAL TO WS-MASK-ORIG                           00055300
055400                           WS-HASH-IN                             00055400
055500       MOVE WS-HASH-SEED TO WS-HASH                               00055500
055600       PERFORM 700-HASH-THE-VALUE                                 00055600
055700       MOVE WS-HASH TO WS-HASH-DISP                               00055700
055800       MOVE SPACES  TO WS-MASK-VAL                                00055800
055900       STRING 'U' WS-HASH-DISP '@EXAMPLE.COM'                     00055900
056000         DELIMITED BY SIZE INTO WS-MASK-VAL                       00056000
056100       PERFORM 680-CHECK-THE-NAME-MASK                            00056100
056200     END-IF                                                       00056200
056300     .                                                            00056300
056400                                                                  00056400
056500*    Area code and number are hashed together; the fake keeps     00056500
056600*    the 555 area code so nobody can dial one by mistake.         00056600
056700 640-MASK-A-PHONE.                                                00056700
056800     IF WS-MASK-AREA-CD = 0 AND WS-MASK-PHONE-NBR = 0             00056800
056900       ADD 1 TO WS-MF-EMPTY (WS-MF-IX)                            00056900
057000     ELSE                                                         00057000
057100       MOVE WS-MASK-PHONE TO WS-MASK-PHONE-ORIG                   00057100
057200       MOVE SPACES        TO WS-HASH-IN                           00057200
057300       MOVE WS-MASK-PHONE TO WS-HASH-IN                           00057300
057400       MOVE WS-HASH-SEED  TO WS-HASH                              00057400
057500       PERFORM 700-HASH-THE-VALUE                                 00057500
057600       DIVIDE WS-HASH BY 10000000 GIVING WS-HASH-QUOT             00057600
057700         REMAINDER WS-HASH-WORK                                   00057700
057800       MOVE 555          TO WS-MASK-AREA-CD                       00057800
057900       MOVE WS-HASH-WORK TO WS-MASK-PHONE-NBR                     00057900
058000       IF WS-MASK-PHONE = WS-MASK-PHONE-ORIG                      00058000
058100         ADD 1 TO WS-MF-UNCHANGED (WS-MF-IX)                      00058100
058200                  WS-UNCHANGED-COUNT                              00058200
058300       ELSE                                                       00058300
058400         ADD 1 TO WS-MF-MASKED (WS-MF-IX)                         00058400
058500       END-IF                                                     00058500
058600     END-IF                                                       00058600
058700     .                                                            00058700
058800                                                                  00058800
058900 680-CHECK-THE-NAME-MASK.                                         00058900
059000     IF WS-MASK-VAL = WS-MASK-ORIG                                00059000
059100       ADD 1 TO WS-MF-UNCHANGED (WS-MF-IX)                        00059100
059200                WS-UNCHANGED-COUNT                                00059200
059300     ELSE                                                         00059300
059400       ADD 1 TO WS-MF-MASKED (WS-MF-IX)                           00059400
059500     END-IF                                                       00059500
059600     .                                                            00059600
059700                                                                  00059700
059800*    Polynomial hash over all 50 bytes, modulo a large prime.     00059800
059900 700-HASH-THE-VALUE.                                              00059900
060000     PERFORM 710-HASH-ONE-CHAR                                    00060000
060100         VARYING I FROM 1 BY 1                                    00060100
060200         UNTIL I > 50                                             00060200
060300     .                                                            00060300
060400                                                                  00060400
060500 710-HASH-ONE-CHAR.                                               00060500
060600     MOVE WS-HASH-CHR (I) TO WS-ORD-LO                            00060600
060700     COMPUTE WS-HASH-WORK = WS-HASH * 257 + WS-ORD-NUM + 1        00060700
060800     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME GIVING WS-HASH-QUOT     00060800
060900       REMAINDER WS-HASH                                          00060900
061000     .                                                            00061000
061100                                                                  00061100
061200*================================================================ 00061200
061300* Masking-control report - one line per masked field, then the    00061300
061400* row counts and the verdict.                                     00061400
061500*================================================================ 00061500
061600 800-PRINT-CONTROL-REPORT.                                        00061600
061700     PERFORM 810-PRINT-ONE-FIELD                                  00061700
061800         VARYING WS-MF-IX FROM 1 BY 1                             00061800
061900         UNTIL WS-MF-IX > WS-MF-MAX                               00061900
062000     MOVE WS-LO-COUNT        TO WS-SUM-LO                         00062000
062100     MOVE WS-LR-COUNT        TO WS-SUM-LR                         00062100
062200     MOVE WS-XC-COUNT        TO WS-SUM-XC                         00062200
062300     MOVE WS-UNCHANGED-COUNT TO WS-SUM-UNCHANGED                  00062300
062400     WRITE RPT-LINE FROM SPACES                                   00062400
062500     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00062500
062600     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00062600
062700     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00062700
062800     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00062800
062900     WRITE RPT-LINE FROM SPACES                                   00062900
063000     EVALUATE TRUE                                                00063000
063100       WHEN SQL-ERROR-DETECTED                                    00063100
063200         WRITE RPT-LINE FROM WS-SQLERR-LINE                       00063200
063300       WHEN WS-UNCHANGED-COUNT > 0                                00063300
063400         WRITE RPT-LINE FROM WS-FAIL-LINE                         00063400
063500       WHEN OTHER                                                 00063500
063600         WRITE RPT-LINE FROM WS-CLEAN-LINE                        00063600
063700     END-EVALUATE                                                 00063700
063800     .                                                            00063800
063900                                                                  00063900
064000 810-PRINT-ONE-FIELD.                                             00064000
064100     MOVE WS-MF-TABLE-NM  (WS-MF-IX) TO WS-DTL-TABLE-NM           00064100
064200     MOVE WS-MF-FIELD-NM  (WS-MF-IX) TO WS-DTL-FIELD-NM           00064200
064300     MOVE WS-MF-MASKED    (WS-MF-IX) TO WS-DTL-MASKED             00064300
064400     MOVE WS-MF-EMPTY     (WS-MF-IX) TO WS-DTL-EMPTY              00064400
064500     MOVE WS-MF-UNCHANGED (WS-MF-IX) TO WS-DTL-UNCHANGED          00064500
064600     WRITE RPT-LINE FROM WS-DTL-LINE                              00064600
064700     .                                                            00064700
064800                                                                  00064800
064900 900-TERMINATE.                                                   00064900
065000     MOVE WS-RUN-DATE TO WS-TRL-RUN-DATE                          00065000
065100     MOVE WS-LO-COUNT TO WS-TRL-LO-CNT                            00065100
065200     MOVE WS-LR-COUNT TO WS-TRL-LR-CNT                            00065200
065300     MOVE WS-XC-COUNT TO WS-TRL-XC-CNT                            00065300
065400     MOVE SPACES TO MASK-OUT-REC                                  00065400
065500     MOVE WS-TRAILER-REC TO MASK-OUT-REC                          00065500
065600     WRITE MASK-OUT-REC                                           00065600
065700     PERFORM 800-PRINT-CONTROL-REPORT                             00065700
065800     EVALUATE TRUE                                                00065800
065900       WHEN SQL-ERROR-DETECTED                                    00065900
066000         MOVE 16 TO RETURN-CODE                                   00066000
066100       WHEN WS-UNCHANGED-COUNT > 0                                00066100
066200         DISPLAY 'MMMB4101 - ' WS-UNCHANGED-COUNT                 00066200
066300                 ' VALUES NOT MASKED - DO NOT LOAD MASKOUT'       00066300
066400         MOVE 8 TO RETURN-CODE                                    00066400
066500     END-EVALUATE                                                 00066500
066600     CLOSE PARM-IN                                                00066600
066700           MASK-OUT                                               00066700
066800           MASK-RPT                                               00066800
066900     .                                                            00066900
067000                                                                  00067000
067100*================================================================ 00067100
067200* Run control - refuse a duplicate or out-of-order start, and     00067200
067300* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00067300
067400*================================================================ 00067400
067500 050-RUN-CNTL-START.                                              00067500
067600     INITIALIZE XXXN001A                                          00067600
067700                YYYC0230                                          00067700
067800     SET  YYYC0230-START-RUN TO TRUE                              00067800
067900     MOVE 'MMMB4101' TO YYYC0230-JOB-NM                           00067900
068000     CALL YYYS0230-RUN-CNTL USING                                 00068000
068100         XXXN001A                                                 00068100
068200         YYYC0230                                                 00068200
068300     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00068300
068400       SET SQL-ERROR-DETECTED TO TRUE                             00068400
068500       DISPLAY 'MMMB4101 - START REFUSED: ' IS-RTRN-MSG-TXT       00068500
068600     END-IF                                                       00068600
068700     .                                                            00068700
068800                                                                  00068800
068900 055-RUN-CNTL-END.                                                00068900
069000     INITIALIZE XXXN001A                                          00069000
069100                YYYC0230                                          00069100
069200     IF SQL-ERROR-DETECTED                                        00069200
069300       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00069300
069400     ELSE                                                         00069400
069500       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00069500
069600     END-IF                                                       00069600
069700     MOVE 'MMMB4101' TO YYYC0230-JOB-NM                           00069700
069800     CALL YYYS0230-RUN-CNTL USING                                 00069800
069900       XXXN001A                                                   00069900
070000       YYYC0230                                                   00070000
070100     .                                                            00070100
