000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMS0183.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Code-domain lookup/decode service.                              00000600
000700*                                                                 00000700
000800* The small code columns on FC_XXXAIL_STORES and XXXAIL_LOC       00000800
000900* (status, type, group, SOS type, setoff, the group codes and     00000900
001000* the retail location type) took any value keyed, and nobody      00001000
001100* could say what half of them meant. FC_XXXAIL_CODE_DOM           00001100
001200* (DDDTDM01, maintained through MMMO0200 table id DM) lists       00001200
001300* each column's allowed values with a description and the         00001300
001400* dates they are good for. This service answers:                  00001400
001500*   VALIDATE - is the value in effect for the column as of        00001500
001600*              the date (found, active, inside its dates)         00001600
001700*   GET-DESC - the value's description, plus the same verdict     00001700
001800* Either function also says whether the column's domain is        00001800
001900* loaded at all; callers let an unloaded column pass, so the      00001900
002000* edit only bites once a column's values are keyed, instead of    00002000
002100* breaking every store add the day the table ships empty.         00002100
002200* Callable from batch or CICS - plain SQL, no file I/O.           00002200
002300*-----------------------------------------------------------------00002300
002400 ENVIRONMENT DIVISION.                                            00002400
002500 DATA DIVISION.                                                   00002500
002600 WORKING-STORAGE SECTION.                                         00002600
002700*=================================================================00002700
002800* Misc working storage.                                           00002800
002900*=================================================================00002900
003000 01 WS-SQLCODE                  PIC ----9.                        00003000
003100 01 WS-DOMAIN-CNT               PIC S9(9) COMP VALUE 0.           00003100
003200 01 WS-AS-OF-DT                 PIC X(10) VALUE SPACES.           00003200
003300                                                                  00003300
003400*=================================================================00003400
003500*  DB2 Areas                                                      00003500
003600*=================================================================00003600
003700     EXEC SQL                                                     00003700
003800       INCLUDE SQLCA                                              00003800
003900     END-EXEC.                                                    00003900
004000                                                                  00004000
004100     EXEC SQL                                                     00004100
004200       INCLUDE DDDTDM01                                           00004200
004300     END-EXEC.                                                    00004300
004400                                                                  00004400
004500 LINKAGE SECTION.                                                 00004500
004600 COPY XXXN001A.                                                   00004600
004700 COPY MMMC0183.                                                   00004700
004800                                                                  00004800
004900 PROCEDURE DIVISION USING                                         00004900
005000     XXXN001A                                                     00005000
005100     MMMC0183                                                     00005100
005200     .                                                            00005200
005300                                                                  00005300
005400*=================================================================00005400
005500* Main program logic...                                           00005500
005600*=================================================================00005600
005700 000-MAIN-LINE.                                                   00005700
005800     INITIALIZE XXXN001A                                          00005800
005900     SET MMMC0183-DOMAIN-NOT-LOADED  TO TRUE                      00005900
006000     SET MMMC0183-CODE-NOT-FOUND     TO TRUE                      00006000
006100     SET MMMC0183-CODE-NOT-IN-EFFECT TO TRUE                      00006100
006200     MOVE SPACES TO MMMC0183-CODE-DESC                            00006200
006300                                                                  00006300
006400     EVALUATE TRUE                                                00006400
006500       WHEN NOT MMMC0183-VALIDATE                                 00006500
006600        AND NOT MMMC0183-GET-DESC                                 00006600
006700         SET  FAILURE TO TRUE                                     00006700
006800         MOVE 'MMMS0183 - Invalid function code!'                 00006800
006900           TO IS-RTRN-MSG-TXT                                     00006900
007000       WHEN MMMC0183-FLD-NM = SPACES                              00007000
007100         SET  FAILURE TO TRUE                                     00007100
007200         MOVE 'MMMS0183 - Field name is required!'                00007200
007300           TO IS-RTRN-MSG-TXT                                     00007300
007400       WHEN OTHER                                                 00007400
007500         PERFORM 100-GET-THE-AS-OF-DATE                           00007500
007600         IF SUCCESS                                               00007600
007700           PERFORM 200-LOOK-UP-THE-CODE                           00007700
007800         END-IF                                                   00007800
007900         IF  SUCCESS                                              00007900
008000         AND MMMC0183-CODE-NOT-FOUND                              00008000
008100           PERFORM 300-IS-DOMAIN-LOADED                           00008100
008200         END-IF                                                   00008200
008300     END-EVALUATE                                                 00008300
008400                                                                  00008400
008500     GOBACK                                                       00008500
008600     .                                                            00008600
008700                                                                  00008700
008800*=================================================================00008800
008900* Blank as-of date means today...                                 00008900
009000*=================================================================00009000
009100 100-GET-THE-AS-OF-DATE.                                          00009100
009200     IF MMMC0183-AS-OF-DT = SPACES                                00009200
009300       EXEC SQL                                                   00009300
009400         SET :WS-AS-OF-DT = CHAR(CURRENT DATE, ISO)               00009400
009500       END-EXEC                                                   00009500
009600       IF SQLCODE NOT = 0                                         00009600
009700         MOVE SQLCODE TO WS-SQLCODE                               00009700
009800         SET  FAILURE TO TRUE                                     00009800
009900         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00009900
010000         STRING 'MMMS0183 - SQL error, SQLCODE = ' WS-SQLCODE     00010000
010100           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00010100
010200       END-IF                                                     00010200
010300     ELSE                                                         00010300
010400       MOVE MMMC0183-AS-OF-DT TO WS-AS-OF-DT                      00010400
010500     END-IF                                                       00010500
010600     .                                                            00010600
010700                                                                  00010700
010800*=================================================================00010800
010900* One probe answers found, in effect and description...           00010900
011000*=================================================================00011000
011100 200-LOOK-UP-THE-CODE.                                            00011100
011200     MOVE MMMC0183-FLD-NM   TO DM-FLD-NM                          00011200
011300                             OF DCLFC-XXXAIL-CODE-DOM             00011300
011400     MOVE MMMC0183-CODE-VAL TO DM-CODE-VAL                        00011400
011500                             OF DCLFC-XXXAIL-CODE-DOM             00011500
011600     EXEC SQL                                                     00011600
011700       SELECT DM_CODE_DESC, DM_ACTIVE_IND,                        00011700
011800              CHAR(DM_EFF_DT, ISO), CHAR(DM_END_DT, ISO)          00011800
011900        INTO :DCLFC-XXXAIL-CODE-DOM.DM-CODE-DESC,                 00011900
012000             :DCLFC-XXXAIL-CODE-DOM.DM-ACTIVE-IND,                00012000
012100             :DCLFC-XXXAIL-CODE-DOM.DM-EFF-DT,                    00012100
012200             :DCLFC-XXXAIL-CODE-DOM.DM-END-DT                     00012200
012300       FROM FC_XXXAIL_CODE_DOM                                    00012300
012400       WHERE DM_FLD_NM   = :DCLFC-XXXAIL-CODE-DOM.DM-FLD-NM       00012400
012500         AND DM_CODE_VAL = :DCLFC-XXXAIL-CODE-DOM.DM-CODE-VAL     00012500
012600     END-EXEC                                                     00012600
012700                                                                  00012700
012800     EVALUATE TRUE                                                00012800
012900       WHEN SQLCODE = 0                                           00012900
013000         SET  MMMC0183-DOMAIN-LOADED TO TRUE                      00013000
013100         SET  MMMC0183-CODE-FOUND    TO TRUE                      00013100
013200         MOVE DM-CODE-DESC OF DCLFC-XXXAIL-CODE-DOM               00013200
013300           TO MMMC0183-CODE-DESC                                  00013300
013400         IF  DM-CODE-ACTIVE OF DCLFC-XXXAIL-CODE-DOM              00013400
013500         AND DM-EFF-DT OF DCLFC-XXXAIL-CODE-DOM NOT > WS-AS-OF-DT 00013500
013600         AND DM-END-DT OF DCLFC-XXXAIL-CODE-DOM NOT < WS-AS-OF-DT 00013600
013700           SET MMMC0183-CODE-IN-EFFECT TO TRUE                    00013700
013800         END-IF                                                   00013800
013900       WHEN SQLCODE = 100                                         00013900
014000         MOVE 0 TO SQLCODE                                        00014000
014100       WHEN OTHER                                                 00014100
014200         MOVE SQLCODE TO WS-SQLCODE                               00014200
014300         SET  FAILURE TO TRUE                                     00014300
014400         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00014400
014500         STRING 'MMMS0183 - SQL error, SQLCODE = ' WS-SQLCODE     00014500
014600           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00014600
014700     END-EVALUATE                                                 00014700
014800     .                                                            00014800
014900                                                                  00014900
015000*=================================================================00015000
015100* Value not on file - does the column have a domain at all...     00015100
015200*=================================================================00015200
015300 300-IS-DOMAIN-LOADED.                                            00015300
015400     MOVE 0 TO WS-DOMAIN-CNT                                      00015400
015500     EXEC SQL                                                     00015500
015600       SELECT COALESCE(COUNT(*), 0)                               00015600
015700        INTO :WS-DOMAIN-CNT                                       00015700
015800       FROM FC_XXXAIL_CODE_DOM                                    00015800
015900       WHERE DM_FLD_NM = :DCLFC-XXXAIL-CODE-DOM.DM-FLD-NM         00015900
016000     END-EXEC                                                     00016000
016100                                                                  00016100
016200     EVALUATE TRUE                                                00016200
016300       WHEN SQLCODE NOT = 0                                       00016300
016400         MOVE SQLCODE TO WS-SQLCODE                               00016400
016500         SET  FAILURE TO TRUE                                     00016500
016600         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00016600
016700         STRING 'MMMS0183 - SQL error, SQLCODE = ' WS-SQLCODE     00016700
016800           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00016800
016900       WHEN WS-DOMAIN-CNT > 0                                     00016900
017000         SET MMMC0183-DOMAIN-LOADED TO TRUE                       00017000
017100       WHEN OTHER                                                 00017100
017200         CONTINUE                                                 00017200
017300     END-EVALUATE                                                 00017300
017400     .                                                            00017400
