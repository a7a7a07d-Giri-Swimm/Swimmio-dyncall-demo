000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMS0186.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Alternate-language store names and addresses service.           00000600
000700*                                                                 00000700
000800* FC_RL_STORE_NM, the customer-friendly name and the address      00000800
000900* lines hold one language. Stores in bilingual markets (Quebec,   00000900
001000* Puerto Rico) also need them in French or Spanish for the        00001000
001100* directory, the circular feed and signage. FC_XXXAIL_ALT_LANG    00001100
001200* (DDDTAL01) holds them, one row per store and language. All      00001200
001300* maintenance goes through here, so every entry point applies     00001300
001400* the same edits:                                                 00001400
001500*   - the store must be on the store master                       00001500
001600*   - the language must be on an active FC_XXXAIL_LANG_JUR row    00001600
001700*     (DDDTLJ01, MMMO0200 table id LJ)                            00001700
001800*   - address lines and city are standardized by YYYS0135         00001800
001900*     under the row's language, and refused when it has no        00001900
002000*     rules for it                                                00002000
002100* GET and LIST answer the directory feed (MMMB6801) and the       00002100
002200* store inquiry service (YYYB0250); MMMO1500 is the online        00002200
002300* screen. See MMMC0186 for the functions.                         00002300
002400* Callable from batch or CICS - plain SQL, no file I/O.           00002400
002500*-----------------------------------------------------------------00002500
002600 ENVIRONMENT DIVISION.                                            00002600
002700 DATA DIVISION.                                                   00002700
002800 WORKING-STORAGE SECTION.                                         00002800
002900*=================================================================00002900
003000* Misc working storage.                                           00003000
003100*=================================================================00003100
003200 01 WS-SQLCODE                  PIC ----9.                        00003200
003300 01 WS-ROW-CNT                  PIC S9(9) COMP VALUE 0.           00003300
003400 01 YYYS0135-ADDR-STD           PIC X(8)  VALUE 'YYYS0135'.       00003400
003500                                                                  00003500
003600* One address field under standardization.                        00003600
003700 01 WS-ADDR-STUFF               PIC X(80) VALUE SPACES.           00003700
003800 01 WS-ADDR-LEN                 PIC S9(2) COMP VALUE 0.           00003800
003900 01 WS-ADDR-LANG-CD             PIC X(2)  VALUE SPACES.           00003900
004000                                                                  00004000
004100*=================================================================00004100
004200*  DB2 Areas                                                      00004200
004300*=================================================================00004300
004400     EXEC SQL                                                     00004400
004500       INCLUDE SQLCA                                              00004500
004600     END-EXEC.                                                    00004600
004700                                                                  00004700
004800     EXEC SQL                                                     00004800
004900       INCLUDE DDDTRL01                                           00004900
005000     END-EXEC.                                                    00005000
005100                                                                  00005100
005200     EXEC SQL                                                     00005200
005300       INCLUDE DDDTAL01                                           00005300
005400     END-EXEC.                                                    00005400
005500                                                                  00005500
005600     EXEC SQL                                                     00005600
005700       INCLUDE DDDTLJ01                                           00005700
005800     END-EXEC.                                                    00005800
005900                                                                  00005900
006000     EXEC SQL                                                     00006000
006100       DECLARE ALT-LANG-CSR CURSOR FOR                            00006100
006200       SELECT AL_LANG_CD, AL_STORE_NM, AL_CUST_FRNDLY_NM,         00006200
006300              AL_ADR_1, AL_ADR_2, AL_CITY                         00006300
006400         FROM FC_XXXAIL_ALT_LANG                                  00006400
006500        WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR             00006500
006600          AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD          00006600
006700        ORDER BY AL_LANG_CD                                       00006700
006800     END-EXEC.                                                    00006800
006900                                                                  00006900
007000 LINKAGE SECTION.                                                 00007000
007100 COPY XXXN001A.                                                   00007100
007200 COPY MMMC0186.                                                   00007200
007300                                                                  00007300
007400 PROCEDURE DIVISION USING                                         00007400
007500     XXXN001A                                                     00007500
007600     MMMC0186                                                     00007600
007700     .                                                            00007700
007800                                                                  00007800
007900*=================================================================00007900
008000* Main program logic...                                           00008000
008100*=================================================================00008100
008200 000-MAIN-LINE.                                                   00008200
008300     INITIALIZE XXXN001A                                          00008300
008400     IF NOT MMMC0186-SET                                          00008400
008500       MOVE 0 TO MMMC0186-LANG-CNT                                00008500
008600     END-IF                                                       00008600
008700     IF MMMC0186-LOC-TYP-CD = SPACES                              00008700
008800       MOVE 'S ' TO MMMC0186-LOC-TYP-CD                           00008800
008900     END-IF                                                       00008900
009000                                                                  00009000
009100     EVALUATE TRUE                                                00009100
009200       WHEN NOT MMMC0186-SET    AND NOT MMMC0186-DELETE           00009200
009300        AND NOT MMMC0186-GET    AND NOT MMMC0186-LIST             00009300
009400         SET  FAILURE TO TRUE                                     00009400
009500         MOVE 'MMMS0186 - Invalid function code!'                 00009500
009600           TO IS-RTRN-MSG-TXT                                     00009600
009700       WHEN MMMC0186-LOC-NBR NOT > 0                              00009700
009800         SET  FAILURE TO TRUE                                     00009800
009900         MOVE 'MMMS0186 - Store number is required!'              00009900
010000           TO IS-RTRN-MSG-TXT                                     00010000
010100       WHEN NOT MMMC0186-LIST AND MMMC0186-LANG-CD = SPACES       00010100
010200         SET  FAILURE TO TRUE                                     00010200
010300         MOVE 'MMMS0186 - Language code is required!'             00010300
010400           TO IS-RTRN-MSG-TXT                                     00010400
010500       WHEN OTHER                                                 00010500
010600         MOVE MMMC0186-LOC-NBR    TO MD-AL-LOC-NBR    OF DDDTAL01 00010600
010700         MOVE MMMC0186-LOC-TYP-CD TO MD-AL-LOC-TYP-CD OF DDDTAL01 00010700
010800         MOVE MMMC0186-LANG-CD    TO MD-AL-LANG-CD    OF DDDTAL01 00010800
010900         EVALUATE TRUE                                            00010900
011000           WHEN MMMC0186-GET                                      00011000
011100             PERFORM 500-GET-THE-LANGUAGE                         00011100
011200           WHEN MMMC0186-LIST                                     00011200
011300             PERFORM 600-LIST-THE-LANGUAGES                       00011300
011400           WHEN MMMC0186-DELETE                                   00011400
011500             PERFORM 340-DELETE-THE-ROW                           00011500
011600             PERFORM 400-CHECK-THE-SQL                            00011600
011700           WHEN OTHER                                             00011700
011800             PERFORM 200-EDIT-THE-CHANGE                          00011800
011900             IF SUCCESS                                           00011900
012000               PERFORM 300-APPLY-THE-CHANGE                       00012000
012100             END-IF                                               00012100
012200         END-EVALUATE                                             00012200
012300     END-EVALUATE                                                 00012300
012400                                                                  00012400
012500     GOBACK                                                       00012500
012600     .                                                            00012600
012700                                                                  00012700
012800*=================================================================00012800
012900* Edits for a SET call. The field text is standardized last, so   00012900
013000* a refused store or language is reported before any address      00013000
013100* rule.                                                           00013100
013200*=================================================================00013200
013300 200-EDIT-THE-CHANGE.                                             00013300
013400     IF  NOT MMMC0186-FLD-STORE-NM AND NOT MMMC0186-FLD-FRNDLY-NM 00013400
013500     AND NOT MMMC0186-FLD-ADR-1    AND NOT MMMC0186-FLD-ADR-2     00013500
013600     AND NOT MMMC0186-FLD-CITY                                    00013600
013700       SET  FAILURE TO TRUE                                       00013700
013800       MOVE 'FIELD MUST BE N, C, 1, 2 OR T'                       00013800
013900         TO IS-RTRN-MSG-TXT                                       00013900
014000     END-IF                                                       00014000
014100                                                                  00014100
014200     IF  SUCCESS                                                  00014200
014300     AND MMMC0186-FLD-TXT (31:30) NOT = SPACES                    00014300
014400     AND NOT MMMC0186-FLD-FRNDLY-NM                               00014400
014500       SET  FAILURE TO TRUE                                       00014500
014600       MOVE 'TEXT IS LONGER THAN 30 CHARACTERS FOR THAT FIELD'    00014600
014700         TO IS-RTRN-MSG-TXT                                       00014700
014800     END-IF                                                       00014800
014900                                                                  00014900
015000     IF SUCCESS                                                   00015000
015100       PERFORM 240-CHECK-THE-LANGUAGE                             00015100
015200     END-IF                                                       00015200
015300                                                                  00015300
015400     IF SUCCESS                                                   00015400
015500       PERFORM 260-CHECK-THE-STORE                                00015500
015600     END-IF                                                       00015600
015700                                                                  00015700
015800     IF  SUCCESS                                                  00015800
015900     AND MMMC0186-FLD-TXT NOT = SPACES                            00015900
016000     AND ( MMMC0186-FLD-ADR-1 OR MMMC0186-FLD-ADR-2               00016000
016100        OR MMMC0186-FLD-CITY )                                    00016100
016200       PERFORM 280-STANDARDIZE-THE-TEXT                           00016200
016300     END-IF                                                       00016300
016400     .                                                            00016400
016500                                                                  00016500
016600*    Any active jurisdiction carrying the language will do - a    00016600
016700*    store outside it may still want the translation.             00016700
016800 240-CHECK-THE-LANGUAGE.                                          00016800
016900     MOVE MMMC0186-LANG-CD TO MD-LJ-LANG-CD OF DDDTLJ01           00016900
017000     EXEC SQL                                                     00017000
017100       SELECT COUNT(*)                                            00017100
017200         INTO :WS-ROW-CNT                                         00017200
017300         FROM FC_XXXAIL_LANG_JUR                                  00017300
017400        WHERE LJ_LANG_CD    = :DDDTLJ01.MD-LJ-LANG-CD             00017400
017500          AND LJ_ACTIVE_IND = 'Y'                                 00017500
017600     END-EXEC                                                     00017600
017700     EVALUATE TRUE                                                00017700
017800       WHEN SQLCODE NOT = 0                                       00017800
017900         PERFORM 800-SQL-ERROR                                    00017900
018000       WHEN WS-ROW-CNT = 0                                        00018000
018100         SET  FAILURE TO TRUE                                     00018100
018200         MOVE SPACES TO IS-RTRN-MSG-TXT                           00018200
018300         STRING 'LANGUAGE ' MMMC0186-LANG-CD                      00018300
018400                ' IS NOT ACTIVE FOR ANY BILINGUAL JURISDICTION'   00018400
018500           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00018500
018600     END-EVALUATE                                                 00018600
018700     .                                                            00018700
018800                                                                  00018800
018900 260-CHECK-THE-STORE.                                             00018900
019000     MOVE MMMC0186-LOC-NBR TO FC-STORE-NO OF DCLFC-XXXAIL-STORES  00019000
019100     EXEC SQL                                                     00019100
019200        SELECT FC_RL_CLOSING_DT                                   00019200
019300         INTO :DCLFC-XXXAIL-STORES.FC-RL-CLOSING-DT               00019300
019400        FROM FC_XXXAIL_STORES                                     00019400
019500        WHERE FC_STORE_NO = :DCLFC-XXXAIL-STORES.FC-STORE-NO      00019500
019600     END-EXEC                                                     00019600
019700     EVALUATE TRUE                                                00019700
019800       WHEN SQLCODE = 100                                         00019800
019900         MOVE 0 TO SQLCODE                                        00019900
020000         SET  FAILURE TO TRUE                                     00020000
020100         MOVE 'STORE IS NOT ON THE STORE MASTER'                  00020100
020200           TO IS-RTRN-MSG-TXT                                     00020200
020300       WHEN SQLCODE NOT = 0                                       00020300
020400         PERFORM 800-SQL-ERROR                                    00020400
020500     END-EVALUATE                                                 00020500
020600     .                                                            00020600
020700                                                                  00020700
020800*    YYYS0135 refuses a language it has no rules for and leaves   00020800
020900*    its reason in IS-RTRN-MSG-TXT.                               00020900
021000 280-STANDARDIZE-THE-TEXT.                                        00021000
021100     MOVE MMMC0186-FLD-TXT (1:30) TO WS-ADDR-STUFF                00021100
021200     MOVE LENGTH OF WS-ADDR-STUFF TO WS-ADDR-LEN                  00021200
021300     MOVE MMMC0186-LANG-CD        TO WS-ADDR-LANG-CD              00021300
021400     CALL YYYS0135-ADDR-STD USING                                 00021400
021500         XXXN001A                                                 00021500
021600         WS-ADDR-STUFF                                            00021600
021700         WS-ADDR-LEN                                              00021700
021800         WS-ADDR-LANG-CD                                          00021800
021900     IF SUCCESS                                                   00021900
022000       IF WS-ADDR-STUFF (31:50) NOT = SPACES                      00022000
022100         SET  FAILURE TO TRUE                                     00022100
022200         MOVE 'STANDARDIZED TEXT IS LONGER THAN 30 CHARACTERS'    00022200
022300           TO IS-RTRN-MSG-TXT                                     00022300
022400       ELSE                                                       00022400
022500         MOVE WS-ADDR-STUFF (1:30) TO MMMC0186-FLD-TXT            00022500
022600       END-IF                                                     00022600
022700     END-IF                                                       00022700
022800     .                                                            00022800
022900                                                                  00022900
023000*=================================================================00023000
023100* SET - change the one field on the store's row for the           00023100
023200* language; no row yet means this is its first field.             00023200
023300*=================================================================00023300
023400 300-APPLY-THE-CHANGE.                                            00023400
023500     MOVE SPACES TO MD-AL-STORE-NM       OF DDDTAL01              00023500
023600                    MD-AL-CUST-FRNDLY-NM OF DDDTAL01              00023600
023700                    MD-AL-ADR-1          OF DDDTAL01              00023700
023800                    MD-AL-ADR-2          OF DDDTAL01              00023800
023900                    MD-AL-CITY           OF DDDTAL01              00023900
024000     MOVE MMMC0186-USER-ID TO MD-AL-LST-UPDT-USR-ID OF DDDTAL01   00024000
024100     EVALUATE TRUE                                                00024100
024200       WHEN MMMC0186-FLD-STORE-NM                                 00024200
024300         MOVE MMMC0186-FLD-TXT TO MD-AL-STORE-NM OF DDDTAL01      00024300
024400         EXEC SQL                                                 00024400
024500           UPDATE FC_XXXAIL_ALT_LANG                              00024500
024600              SET AL_STORE_NM = :DDDTAL01.MD-AL-STORE-NM,         00024600
024700                  AL_LST_UPDT_USR_ID =                            00024700
024800                            :DDDTAL01.MD-AL-LST-UPDT-USR-ID,      00024800
024900                  AL_LST_UPDT_TS = CURRENT TIMESTAMP              00024900
025000            WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR         00025000
025100              AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD      00025100
025200              AND AL_LANG_CD    = :DDDTAL01.MD-AL-LANG-CD         00025200
025300         END-EXEC                                                 00025300
025400       WHEN MMMC0186-FLD-FRNDLY-NM                                00025400
025500         MOVE MMMC0186-FLD-TXT TO MD-AL-CUST-FRNDLY-NM OF DDDTAL0100025500
025600         EXEC SQL                                                 00025600
025700           UPDATE FC_XXXAIL_ALT_LANG                              00025700
025800              SET AL_CUST_FRNDLY_NM =                             00025800
025900                            :DDDTAL01.MD-AL-CUST-FRNDLY-NM,       00025900
026000                  AL_LST_UPDT_USR_ID =                            00026000
026100                            :DDDTAL01.MD-AL-LST-UPDT-USR-ID,      00026100
026200                  AL_LST_UPDT_TS = CURRENT TIMESTAMP              00026200
026300            WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR         00026300
026400              AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD      00026400
026500              AND AL_LANG_CD    = :DDDTAL01.MD-AL-LANG-CD         00026500
026600         END-EXEC                                                 00026600
026700       WHEN MMMC0186-FLD-ADR-1                                    00026700
026800         MOVE MMMC0186-FLD-TXT TO MD-AL-ADR-1 OF DDDTAL01         00026800
026900         EXEC SQL                                                 00026900
027000           UPDATE FC_XXXAIL_ALT_LANG                              00027000
027100              SET AL_ADR_1 = :DDDTAL01.MD-AL-ADR-1,               00027100
027200                  AL_LST_UPDT_USR_ID =                            00027200
027300                            :DDDTAL01.MD-AL-LST-UPDT-USR-ID,      00027300
027400                  AL_LST_UPDT_TS = CURRENT TIMESTAMP              00027400
027500            WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR         00027500
027600              AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD      00027600
027700              AND AL_LANG_CD    = :DDDTAL01.MD-AL-LANG-CD         00027700
027800         END-EXEC                                                 00027800
027900       WHEN MMMC0186-FLD-ADR-2                                    00027900
028000         MOVE MMMC0186-FLD-TXT TO MD-AL-ADR-2 OF DDDTAL01         00028000
028100         EXEC SQL                                                 00028100
028200           UPDATE FC_XXXAIL_ALT_LANG                              00028200
028300              SET AL_ADR_2 = :DDDTAL01.MD-AL-ADR-2,               00028300
028400                  AL_LST_UPDT_USR_ID =                            00028400
028500                            :DDDTAL01.MD-AL-LST-UPDT-USR-ID,      00028500
028600                  AL_LST_UPDT_TS = CURRENT TIMESTAMP              00028600
028700            WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR         00028700
028800              AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD      00028800
028900              AND AL_LANG_CD    = :DDDTAL01.MD-AL-LANG-CD         00028900
029000         END-EXEC                                                 00029000
029100       WHEN MMMC0186-FLD-CITY                                     00029100
029200         MOVE MMMC0186-FLD-TXT TO MD-AL-CITY OF DDDTAL01          00029200
029300         EXEC SQL                                                 00029300
029400           UPDATE FC_XXXAIL_ALT_LANG                              00029400
029500              SET AL_CITY = :DDDTAL01.MD-AL-CITY,                 00029500
029600                  AL_LST_UPDT_USR_ID =                            00029600
029700                            :DDDTAL01.MD-AL-LST-UPDT-USR-ID,      00029700
029800                  AL_LST_UPDT_TS = CURRENT TIMESTAMP              00029800
029900            WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR         00029900
030000              AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD      00030000
030100              AND AL_LANG_CD    = :DDDTAL01.MD-AL-LANG-CD         00030100
030200         END-EXEC                                                 00030200
030300     END-EVALUATE                                                 00030300
030400     IF SQLCODE = 100                                             00030400
030500       PERFORM 310-ADD-THE-ROW                                    00030500
030600     END-IF                                                       00030600
030700     PERFORM 400-CHECK-THE-SQL                                    00030700
030800     .                                                            00030800
030900                                                                  00030900
031000*    The other fields go on blank - no translation yet.           00031000
031100 310-ADD-THE-ROW.                                                 00031100
031200     EXEC SQL                                                     00031200
031300       INSERT INTO FC_XXXAIL_ALT_LANG                             00031300
031400          ( AL_LOC_NBR, AL_LOC_TYP_CD, AL_LANG_CD,                00031400
031500            AL_STORE_NM, AL_CUST_FRNDLY_NM,                       00031500
031600            AL_ADR_1, AL_ADR_2, AL_CITY,                          00031600
031700            AL_LST_UPDT_USR_ID, AL_LST_UPDT_TS )                  00031700
031800       VALUES                                                     00031800
031900          ( :DDDTAL01.MD-AL-LOC-NBR,                              00031900
032000            :DDDTAL01.MD-AL-LOC-TYP-CD,                           00032000
032100            :DDDTAL01.MD-AL-LANG-CD,                              00032100
032200            :DDDTAL01.MD-AL-STORE-NM,                             00032200
032300            :DDDTAL01.MD-AL-CUST-FRNDLY-NM,                       00032300
032400            :DDDTAL01.MD-AL-ADR-1,                                00032400
032500            :DDDTAL01.MD-AL-ADR-2,                                00032500
032600            :DDDTAL01.MD-AL-CITY,                                 00032600
032700            :DDDTAL01.MD-AL-LST-UPDT-USR-ID,                      00032700
032800            CURRENT TIMESTAMP )                                   00032800
032900     END-EXEC                                                     00032900
033000     .                                                            00033000
033100                                                                  00033100
033200 340-DELETE-THE-ROW.                                              00033200
033300     EXEC SQL                                                     00033300
033400       DELETE FROM FC_XXXAIL_ALT_LANG                             00033400
033500        WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR             00033500
033600          AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD          00033600
033700          AND AL_LANG_CD    = :DDDTAL01.MD-AL-LANG-CD             00033700
033800     END-EXEC                                                     00033800
033900     .                                                            00033900
034000                                                                  00034000
034100 400-CHECK-THE-SQL.                                               00034100
034200     EVALUATE TRUE                                                00034200
034300       WHEN SQLCODE = 0                                           00034300
034400         CONTINUE                                                 00034400
034500       WHEN SQLCODE = 100                                         00034500
034600         MOVE 0 TO SQLCODE                                        00034600
034700         SET  FAILURE TO TRUE                                     00034700
034800         MOVE 'NO TRANSLATION ROW FOR THAT STORE AND LANGUAGE'    00034800
034900           TO IS-RTRN-MSG-TXT                                     00034900
035000       WHEN OTHER                                                 00035000
035100         PERFORM 800-SQL-ERROR                                    00035100
035200     END-EVALUATE                                                 00035200
035300     .                                                            00035300
035400                                                                  00035400
035500*=================================================================00035500
035600* GET - the store's row for the one language, in entry 1.         00035600
035700*=================================================================00035700
035800 500-GET-THE-LANGUAGE.                                            00035800
035900     EXEC SQL                                                     00035900
036000       SELECT AL_STORE_NM, AL_CUST_FRNDLY_NM,                     00036000
036100              AL_ADR_1, AL_ADR_2, AL_CITY                         00036100
036200         INTO :DDDTAL01.MD-AL-STORE-NM,                           00036200
036300              :DDDTAL01.MD-AL-CUST-FRNDLY-NM,                     00036300
036400              :DDDTAL01.MD-AL-ADR-1,                              00036400
036500              :DDDTAL01.MD-AL-ADR-2,                              00036500
036600              :DDDTAL01.MD-AL-CITY                                00036600
036700         FROM FC_XXXAIL_ALT_LANG                                  00036700
036800        WHERE AL_LOC_NBR    = :DDDTAL01.MD-AL-LOC-NBR             00036800
036900          AND AL_LOC_TYP_CD = :DDDTAL01.MD-AL-LOC-TYP-CD          00036900
037000          AND AL_LANG_CD    = :DDDTAL01.MD-AL-LANG-CD             00037000
037100     END-EXEC                                                     00037100
037200     EVALUATE TRUE                                                00037200
037300       WHEN SQLCODE = 0                                           00037300
037400         MOVE 1 TO MMMC0186-LANG-CNT                              00037400
037500         PERFORM 640-KEEP-ONE-LANGUAGE                            00037500
037600       WHEN SQLCODE = 100                                         00037600
037700         MOVE 0 TO SQLCODE                                        00037700
037800       WHEN OTHER                                                 00037800
037900         PERFORM 800-SQL-ERROR                                    00037900
038000     END-EVALUATE                                                 00038000
038100     .                                                            00038100
038200                                                                  00038200
038300*=================================================================00038300
038400* LIST - every language on file for the store.                    00038400
038500*=================================================================00038500
038600 600-LIST-THE-LANGUAGES.                                          00038600
03860A     IF MMMC0186-MAX-LANG NOT > 0 OR MMMC0186-MAX-LANG > 5        0003860A
03860B       MOVE 5 TO MMMC0186-MAX-LANG                                0003860B
03860C     END-IF                                                       0003860C
038700     EXEC SQL                                                     00038700
038800       OPEN ALT-LANG-CSR                                          00038800
038900     END-EXEC                                                     00038900
039000     IF SQLCODE NOT = 0                                           00039000
039100       PERFORM 800-SQL-ERROR                                      00039100
039200     ELSE                                                         00039200
039300       PERFORM 620-FETCH-ONE-LANGUAGE                             00039300
039400       PERFORM UNTIL SQLCODE NOT = 0                              00039400
039500                  OR MMMC0186-LANG-CNT NOT < MMMC0186-MAX-LANG    00039500
039600         ADD 1 TO MMMC0186-LANG-CNT                               00039600
039700         PERFORM 640-KEEP-ONE-LANGUAGE                            00039700
039800         PERFORM 620-FETCH-ONE-LANGUAGE                           00039800
039900       END-PERFORM                                                00039900
040000       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00040000
040100         PERFORM 800-SQL-ERROR                                    00040100
040200       END-IF                                                     00040200
040300       EXEC SQL                                                   00040300
040400         CLOSE ALT-LANG-CSR                                       00040400
040500       END-EXEC                                                   00040500
040600       MOVE 0 TO SQLCODE                                          00040600
040700     END-IF                                                       00040700
040800     .                                                            00040800
040900                                                                  00040900
041000 620-FETCH-ONE-LANGUAGE.                                          00041000
041100     EXEC SQL                                                     00041100
041200       FETCH ALT-LANG-CSR                                         00041200
041300        INTO :DDDTAL01.MD-AL-LANG-CD,                             00041300
041400             :DDDTAL01.MD-AL-STORE-NM,                            00041400
041500             :DDDTAL01.MD-AL-CUST-FRNDLY-NM,                      00041500
041600             :DDDTAL01.MD-AL-ADR-1,                               00041600
041700             :DDDTAL01.MD-AL-ADR-2,                               00041700
041800             :DDDTAL01.MD-AL-CITY                                 00041800
041900     END-EXEC                                                     00041900
042000     .                                                            00042000
042100                                                                  00042100
042200 640-KEEP-ONE-LANGUAGE.                                           00042200
042300     MOVE MD-AL-LANG-CD        OF DDDTAL01                        00042300
042400       TO MMMC0186-E-LANG-CD   (MMMC0186-LANG-CNT)                00042400
042500     MOVE MD-AL-STORE-NM       OF DDDTAL01                        00042500
042600       TO MMMC0186-E-STORE-NM  (MMMC0186-LANG-CNT)                00042600
042700     MOVE MD-AL-CUST-FRNDLY-NM OF DDDTAL01                        00042700
042800       TO MMMC0186-E-FRNDLY-NM (MMMC0186-LANG-CNT)                00042800
042900     MOVE MD-AL-ADR-1          OF DDDTAL01                        00042900
043000       TO MMMC0186-E-ADR-1     (MMMC0186-LANG-CNT)                00043000
043100     MOVE MD-AL-ADR-2          OF DDDTAL01                        00043100
043200       TO MMMC0186-E-ADR-2     (MMMC0186-LANG-CNT)                00043200
043300     MOVE MD-AL-CITY           OF DDDTAL01                        00043300
043400       TO MMMC0186-E-CITY      (MMMC0186-LANG-CNT)                00043400
043500     .                                                            00043500
043600                                                                  00043600
043700 800-SQL-ERROR.                                                   00043700
043800     MOVE SQLCODE TO WS-SQLCODE                                   00043800
043900     SET  FAILURE TO TRUE                                         00043900
044000     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00044000
044100     STRING 'MMMS0186 - SQL error, SQLCODE = ' WS-SQLCODE         00044100
044200       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00044200
044300     .                                                            00044300
