000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO1500.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Alternate-language store names and addresses maintenance.       00000600
000700*                                                                 00000700
000800* Keys the French or Spanish store name, customer-friendly name,  00000800
000900* address lines and city a store in a bilingual market carries    00000900
001000* (FC_XXXAIL_ALT_LANG) one field at a time: set, delete the       00001000
001100* store's row for a language, and inquire. Every change goes      00001100
001200* through MMMS0186, which holds the language to the bilingual     00001200
001300* jurisdictions (MMMO0200 table LJ) and standardizes address      00001300
001400* lines and city under that language's rules (YYYS0135).          00001400
001500*                                                                 00001500
001600* Input line:                                                     00001600
001700*   a sssssssss ll f text                                         00001700
001800*   a=S set / D delete / I inquire                                00001800
001900*   ll the language (blank on I lists every language)             00001900
002000*   f the field on S - N store name, C customer-friendly name,    00002000
002100*   1 address line 1, 2 address line 2, T city                    00002100
002200*   text the translation (60 for C, 30 otherwise); blank on S     00002200
002300*   clears the field, so readers fall back to the primary one     00002300
002400*-----------------------------------------------------------------00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 DATA DIVISION.                                                   00002600
002700 WORKING-STORAGE SECTION.                                         00002700
002800*=================================================================00002800
002900* Misc working storage.                                           00002900
003000*=================================================================00003000
003100 01 WS-SQLCODE                  PIC ----9.                        00003100
003200 01 WS-DUMMY                    PIC X(1)  VALUE SPACES.           00003200
003300 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00003300
003400 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00003400
003500 01 WS-LANG-IDX                 PIC S9(4) COMP VALUE 0.           00003500
003600 01 WS-STORE-CNT                PIC S9(9) COMP VALUE 0.           00003600
003700 01 MMMS0186-ALT-LANG-SVC       PIC X(8)  VALUE 'MMMS0186'.       00003700
003800                                                                  00003800
003900 01 WS-INPUT-AREA.                                                00003900
004000     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00004000
004100         88 WS-ACT-SET                  VALUE 'S'.                00004100
004200         88 WS-ACT-DELETE               VALUE 'D'.                00004200
004300         88 WS-ACT-INQUIRE              VALUE 'I'.                00004300
004400     05 FILLER                  PIC X(1).                         00004400
004500     05 WS-IN-STORE-X           PIC X(9)  VALUE SPACES.           00004500
004600     05 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                     00004600
004700                                PIC 9(9).                         00004700
004800     05 FILLER                  PIC X(1).                         00004800
004900     05 WS-IN-LANG-CD           PIC X(2)  VALUE SPACES.           00004900
005000     05 FILLER                  PIC X(1).                         00005000
005100     05 WS-IN-FLD-CD            PIC X(1)  VALUE SPACES.           00005100
005200     05 FILLER                  PIC X(1).                         00005200
005300     05 WS-IN-FLD-TXT           PIC X(60) VALUE SPACES.           00005300
005400     05 FILLER                  PIC X(3)  VALUE SPACES.           00005400
005500 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00005500
005600                                                                  00005600
005700 01 WS-SCREEN-AREA.                                               00005700
005800     05 WS-SCR-HDG1             PIC X(79) VALUE                   00005800
005900        'MMMO1500       ALTERNATE-LANGUAGE NAMES/ADDRESSES'.      00005900
006000     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00006000
006100     05 WS-SCR-DTL OCCURS 10 TIMES                                00006100
006200                                PIC X(79).                        00006200
006300 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00006300
006400                                                                  00006400
006500 01 WS-LANGUAGE-LINE.                                             00006500
006600     05 WS-LL-LANG-CD           PIC X(2).                         00006600
006700     05 FILLER                  PIC X(1)  VALUE SPACES.           00006700
006800     05 WS-LL-FLD-CD            PIC X(1).                         00006800
006900     05 FILLER                  PIC X(1)  VALUE SPACES.           00006900
007000     05 WS-LL-FLD-LBL           PIC X(13).                        00007000
007100     05 WS-LL-FLD-TXT           PIC X(60).                        00007100
007200     05 FILLER                  PIC X(1)  VALUE SPACES.           00007200
007300                                                                  00007300
007400*=================================================================00007400
007500* Misc copy books.                                                00007500
007600*=================================================================00007600
007700 COPY DFHEIBLK.                                                   00007700
007800 COPY NNNN000U.                                                   00007800
007900 COPY YYYN000A.                                                   00007900
008000 COPY XXXN001A.                                                   00008000
008100 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       00008100
008200 COPY MMMC0181.                                                   00008200
008300 COPY YYYC0107.                                                   00008300
008400 COPY MMMC0186.                                                   00008400
008500                                                                  00008500
008600*=================================================================00008600
008700*  DB2 Areas                                                      00008700
008800*=================================================================00008800
008900     EXEC SQL                                                     00008900
009000       INCLUDE SQLCA                                              00009000
009100     END-EXEC.                                                    00009100
009200                                                                  00009200
009300     EXEC SQL                                                     00009300
009400       INCLUDE DDDTAL01                                           00009400
009500     END-EXEC.                                                    00009500
009600                                                                  00009600
009700 PROCEDURE DIVISION.                                              00009700
009800*=================================================================00009800
009900* Main program logic...                                           00009900
010000*=================================================================00010000
010100 000-MAINLINE.                                                    00010100
010200     INITIALIZE XXXN001A                                          00010200
010300                                                                  00010300
010400     EXEC CICS RECEIVE                                            00010400
010500       INTO   (WS-INPUT-AREA)                                     00010500
010600       LENGTH (WS-INPUT-LEN)                                      00010600
010700       RESP   (WS-RESP)                                           00010700
010800     END-EXEC                                                     00010800
010900                                                                  00010900
011000     PERFORM 050-GET-CURRENT-USER                                 00011000
011100     PERFORM 100-EDIT-REQUEST                                     00011100
011200                                                                  00011200
011300     IF SUCCESS                                                   00011300
011400       IF WS-ACT-INQUIRE                                          00011400
011500         PERFORM 600-LIST-THE-LANGUAGES                           00011500
011600       ELSE                                                       00011600
011700         PERFORM 200-CHANGE-THE-LANGUAGE                          00011700
011800       END-IF                                                     00011800
011900     END-IF                                                       00011900
012000                                                                  00012000
012100     IF NOT SUCCESS                                               00012100
012200       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00012200
012300     END-IF                                                       00012300
012400     PERFORM 700-SEND-SCREEN                                      00012400
012500                                                                  00012500
012600     EXEC CICS RETURN                                             00012600
012700       TRANSID ('MC15')                                           00012700
012800     END-EXEC                                                     00012800
012900     .                                                            00012900
013000                                                                  00013000
013100*=================================================================00013100
013200* Identify the operator for the row's last-update stamp...        00013200
013300*=================================================================00013300
013400 050-GET-CURRENT-USER.                                            00013400
013500     CALL Z-GET-CICS-USER-ID USING                                00013500
013600         EIBLK    WS-DUMMY                                        00013600
013700         XXXN001A YYYC0107                                        00013700
013800     .                                                            00013800
013900                                                                  00013900
014000*=================================================================00014000
014100* The screen's own edits - action, store on the master, and the   00014100
014200* fields each action needs. The language, the field code and the  00014200
014300* address rules are left to MMMS0186.                             00014300
014400*=================================================================00014400
014500 100-EDIT-REQUEST.                                                00014500
014600     PERFORM VARYING WS-DTL-IDX FROM 1 BY 1                       00014600
014700     UNTIL WS-DTL-IDX > 10                                        00014700
014800       MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                     00014800
014900     END-PERFORM                                                  00014900
015000                                                                  00015000
015100     EVALUATE TRUE                                                00015100
015200       WHEN NOT SUCCESS                                           00015200
015300         CONTINUE                                                 00015300
015400       WHEN NOT WS-ACT-SET AND NOT WS-ACT-DELETE                  00015400
015500        AND NOT WS-ACT-INQUIRE                                    00015500
015600         SET  FAILURE TO TRUE                                     00015600
015700         MOVE 'ACTION MUST BE S, D OR I'                          00015700
015800           TO IS-RTRN-MSG-TXT                                     00015800
015900       WHEN WS-IN-STORE-X NOT NUMERIC                             00015900
016000         SET  FAILURE TO TRUE                                     00016000
016100         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00016100
016200           TO IS-RTRN-MSG-TXT                                     00016200
016300       WHEN WS-IN-LANG-CD = SPACES AND NOT WS-ACT-INQUIRE         00016300
016400         SET  FAILURE TO TRUE                                     00016400
016500         MOVE 'A LANGUAGE CODE IS REQUIRED'                       00016500
016600           TO IS-RTRN-MSG-TXT                                     00016600
016700       WHEN WS-IN-FLD-CD = SPACES AND WS-ACT-SET                  00016700
016800         SET  FAILURE TO TRUE                                     00016800
016900         MOVE 'THE FIELD IS REQUIRED - N, C, 1, 2 OR T'           00016900
017000           TO IS-RTRN-MSG-TXT                                     00017000
017100     END-EVALUATE                                                 00017100
017200                                                                  00017200
017300     IF SUCCESS                                                   00017300
017400       PERFORM 150-CHECK-THE-STORE                                00017400
017500     END-IF                                                       00017500
017600     .                                                            00017600
017700                                                                  00017700
017800 150-CHECK-THE-STORE.                                             00017800
017900     MOVE 0 TO WS-STORE-CNT                                       00017900
018000     MOVE WS-IN-STORE-N                                           00018000
018100       TO AL-LOC-NBR OF DCLFC-XXXAIL-ALT-LANG                     00018100
018200     EXEC SQL                                                     00018200
018300       SELECT COUNT(*)                                            00018300
018400        INTO :WS-STORE-CNT                                        00018400
018500       FROM FC_XXXAIL_STORES                                      00018500
018600       WHERE FC_STORE_NO =                                        00018600
018700             :DCLFC-XXXAIL-ALT-LANG.AL-LOC-NBR                    00018700
018800     END-EXEC                                                     00018800
018900     EVALUATE TRUE                                                00018900
019000       WHEN SQLCODE NOT = 0                                       00019000
019100         PERFORM 800-SQL-ERROR                                    00019100
019200       WHEN WS-STORE-CNT = 0                                      00019200
019300         SET  FAILURE TO TRUE                                     00019300
019400         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00019400
019500           TO IS-RTRN-MSG-TXT                                     00019500
019600     END-EVALUATE                                                 00019600
019700     .                                                            00019700
019800                                                                  00019800
019900*=================================================================00019900
020000* Set one field or delete the language - all through MMMS0186.    00020000
020100* A set shows the row as it now stands, so the operator sees the  00020100
020200* address as standardized.                                        00020200
020300*=================================================================00020300
020400 200-CHANGE-THE-LANGUAGE.                                         00020400
020500     INITIALIZE MMMC0186                                          00020500
020600     MOVE WS-IN-ACTION  TO MMMC0186-FUNC                          00020600
020700     MOVE WS-IN-STORE-N TO MMMC0186-LOC-NBR                       00020700
020800     MOVE 'S '          TO MMMC0186-LOC-TYP-CD                    00020800
020900     MOVE WS-IN-LANG-CD TO MMMC0186-LANG-CD                       00020900
021000     MOVE WS-IN-FLD-CD  TO MMMC0186-FLD-CD                        00021000
021100     MOVE WS-IN-FLD-TXT TO MMMC0186-FLD-TXT                       00021100
021200     MOVE YYYC0107-USER TO MMMC0186-USER-ID                       00021200
021300     CALL MMMS0186-ALT-LANG-SVC USING                             00021300
021400         XXXN001A                                                 00021400
021500         MMMC0186                                                 00021500
021600     IF SUCCESS                                                   00021600
021700       IF WS-ACT-DELETE                                           00021700
021800         MOVE 'TRANSLATION DELETED' TO WS-SCR-MSG                 00021800
021900       ELSE                                                       00021900
022000         PERFORM 600-LIST-THE-LANGUAGES                           00022000
022100         MOVE 'FIELD SET' TO WS-SCR-MSG                           00022100
022200       END-IF                                                     00022200
022300     END-IF                                                       00022300
022400     .                                                            00022400
022500                                                                  00022500
022600*=================================================================00022600
022700* Inquire: the store's row for the language, or every language    00022700
022800* on file for it - five lines a language.                         00022800
022900*=================================================================00022900
023000 600-LIST-THE-LANGUAGES.                                          00023000
023100     INITIALIZE MMMC0186                                          00023100
023200     IF WS-IN-LANG-CD = SPACES                                    00023200
023300       SET MMMC0186-LIST TO TRUE                                  00023300
023400     ELSE                                                         00023400
023500       SET MMMC0186-GET  TO TRUE                                  00023500
023600     END-IF                                                       00023600
023700     MOVE WS-IN-STORE-N TO MMMC0186-LOC-NBR                       00023700
023800     MOVE 'S '          TO MMMC0186-LOC-TYP-CD                    00023800
023900     MOVE WS-IN-LANG-CD TO MMMC0186-LANG-CD                       00023900
024000     CALL MMMS0186-ALT-LANG-SVC USING                             00024000
024100         XXXN001A                                                 00024100
024200         MMMC0186                                                 00024200
024300     MOVE 0 TO WS-DTL-IDX                                         00024300
024400     IF SUCCESS                                                   00024400
024500       MOVE 'LANG / FIELD / TRANSLATION' TO WS-SCR-MSG            00024500
024600       PERFORM VARYING WS-LANG-IDX FROM 1 BY 1                    00024600
024700       UNTIL WS-LANG-IDX > MMMC0186-LANG-CNT                      00024700
024800          OR WS-DTL-IDX > 5                                       00024800
024900         PERFORM 640-FORMAT-ONE-LANGUAGE                          00024900
025000       END-PERFORM                                                00025000
025100       EVALUATE TRUE                                              00025100
025200         WHEN MMMC0186-LANG-CNT = 0                               00025200
025300           MOVE 'NO TRANSLATIONS ON FILE FOR THAT STORE'          00025300
025400             TO WS-SCR-MSG                                        00025400
025500         WHEN WS-LANG-IDX NOT > MMMC0186-LANG-CNT                 00025500
025600           MOVE 'MORE LANGUAGES ON FILE - INQUIRE BY LANGUAGE'    00025600
025700             TO WS-SCR-MSG                                        00025700
025800       END-EVALUATE                                               00025800
025900     END-IF                                                       00025900
026000     .                                                            00026000
026100                                                                  00026100
026200 640-FORMAT-ONE-LANGUAGE.                                         00026200
026300     MOVE MMMC0186-E-LANG-CD (WS-LANG-IDX) TO WS-LL-LANG-CD       00026300
026400     MOVE 'N'                TO WS-LL-FLD-CD                      00026400
026500     MOVE 'STORE NAME'       TO WS-LL-FLD-LBL                     00026500
026600     MOVE MMMC0186-E-STORE-NM (WS-LANG-IDX) TO WS-LL-FLD-TXT      00026600
026700     PERFORM 660-SHOW-ONE-FIELD                                   00026700
026800     MOVE 'C'                TO WS-LL-FLD-CD                      00026800
026900     MOVE 'CUST FRIENDLY'    TO WS-LL-FLD-LBL                     00026900
027000     MOVE MMMC0186-E-FRNDLY-NM (WS-LANG-IDX) TO WS-LL-FLD-TXT     00027000
027100     PERFORM 660-SHOW-ONE-FIELD                                   00027100
027200     MOVE '1'                TO WS-LL-FLD-CD                      00027200
027300     MOVE 'ADDRESS 1'        TO WS-LL-FLD-LBL                     00027300
027400     MOVE MMMC0186-E-ADR-1 (WS-LANG-IDX) TO WS-LL-FLD-TXT         00027400
027500     PERFORM 660-SHOW-ONE-FIELD                                   00027500
027600     MOVE '2'                TO WS-LL-FLD-CD                      00027600
027700     MOVE 'ADDRESS 2'        TO WS-LL-FLD-LBL                     00027700
027800     MOVE MMMC0186-E-ADR-2 (WS-LANG-IDX) TO WS-LL-FLD-TXT         00027800
027900     PERFORM 660-SHOW-ONE-FIELD                                   00027900
028000     MOVE 'T'                TO WS-LL-FLD-CD                      00028000
028100     MOVE 'CITY'             TO WS-LL-FLD-LBL                     00028100
028200     MOVE MMMC0186-E-CITY (WS-LANG-IDX) TO WS-LL-FLD-TXT          00028200
028300     PERFORM 660-SHOW-ONE-FIELD                                   00028300
028400     .                                                            00028400
028500                                                                  00028500
028600 660-SHOW-ONE-FIELD.                                              00028600
028700     ADD 1 TO WS-DTL-IDX                                          00028700
028800     MOVE WS-LANGUAGE-LINE TO WS-SCR-DTL (WS-DTL-IDX)             00028800
028900     .                                                            00028900
029000                                                                  00029000
029100 700-SEND-SCREEN.                                                 00029100
029200     PERFORM 710-SHOW-FREEZE-BANNER                               00029200
029300     EXEC CICS SEND TEXT                                          00029300
029400       FROM   (WS-SCREEN-AREA)                                    00029400
029500       LENGTH (WS-SCREEN-LEN)                                     00029500
029600       ERASE                                                      00029600
029700     END-EXEC                                                     00029700
029800     .                                                            00029800
029900                                                                  00029900
030000*=================================================================00030000
030100* While a change freeze is on, its id and end show at the right   00030100
030200* of the heading line (MMMS0181) - the DAOs still decide what     00030200
030300* may change.                                                     00030300
030400*=================================================================00030400
030500 710-SHOW-FREEZE-BANNER.                                          00030500
030600     SET  MMMC0181-GET-BANNER TO TRUE                             00030600
030700     CALL MMMS0181-FREEZE-SVC USING                               00030700
030800         XXXN001A                                                 00030800
030900         MMMC0181                                                 00030900
031000     IF MMMC0181-BANNER-TXT NOT = SPACES                          00031000
031100       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          00031100
031200     END-IF                                                       00031200
031300     .                                                            00031300
031400                                                                  00031400
031500 800-SQL-ERROR.                                                   00031500
031600     MOVE SQLCODE TO WS-SQLCODE                                   00031600
031700     SET  FAILURE TO TRUE                                         00031700
031800     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00031800
031900     STRING 'MMMO1500 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00031900
032000       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00032000
032100     .                                                            00032100
