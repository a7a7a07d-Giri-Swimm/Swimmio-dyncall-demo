000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMS0182.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Store renumber cross-reference service.                         00000600
000700*                                                                 00000700
000800* When MMMB3202 moves a store to a new number, the old number     00000800
000900* lives on in people's heads, in partner files and on the         00000900
001000* calling systems for years. FC_XXXAIL_STORE_RENUM keeps every    00001000
001100* retired number against the number the location carries now,     00001100
001200* and this service is the one place that reads it:                00001200
001300*   RESOLVE - the inquiry transactions (MMMO0100, MMMO0300)       00001300
001400*             and the MQ services (YYYB0250, YYYB0280,            00001400
001500*             YYYB0290) call it on the number as keyed, before    00001500
001600*             any lookup. A retired number is swapped for the     00001600
001700*             current one and flagged, so the caller can say      00001700
001800*             which store it is really showing; any other         00001800
001900*             number passes through untouched.                    00001900
002000* A chain of renumbers needs no walk - MMMB3202 points every      00002000
002100* earlier row at the newest number as it retires the next one.    00002100
002200* Callable from batch or CICS - plain SQL, no file I/O.           00002200
002300*-----------------------------------------------------------------00002300
002400 ENVIRONMENT DIVISION.                                            00002400
002500 DATA DIVISION.                                                   00002500
002600 WORKING-STORAGE SECTION.                                         00002600
002700*=================================================================00002700
002800* Misc working storage.                                           00002800
002900*=================================================================00002900
003000 01 WS-SQLCODE                  PIC ----9.                        00003000
003100                                                                  00003100
003200*=================================================================00003200
003300*  DB2 Areas                                                      00003300
003400*=================================================================00003400
003500     EXEC SQL                                                     00003500
003600       INCLUDE SQLCA                                              00003600
003700     END-EXEC.                                                    00003700
003800                                                                  00003800
003900     EXEC SQL                                                     00003900
004000       INCLUDE DDDTRN01                                           00004000
004100     END-EXEC.                                                    00004100
004200                                                                  00004200
004300 LINKAGE SECTION.                                                 00004300
004400 COPY XXXN001A.                                                   00004400
004500 COPY MMMC0182.                                                   00004500
004600                                                                  00004600
004700 PROCEDURE DIVISION USING                                         00004700
004800     XXXN001A                                                     00004800
004900     MMMC0182                                                     00004900
005000     .                                                            00005000
005100                                                                  00005100
005200*=================================================================00005200
005300* Main program logic...                                           00005300
005400*=================================================================00005400
005500 000-MAIN-LINE.                                                   00005500
005600     INITIALIZE XXXN001A                                          00005600
005700     MOVE SPACES TO MMMC0182-RENUM-DT                             00005700
005800     SET  MMMC0182-NOT-RENUMBERED TO TRUE                         00005800
005900     MOVE MMMC0182-LOC-NBR TO MMMC0182-KEYED-LOC-NBR              00005900
006000                                                                  00006000
006100     EVALUATE TRUE                                                00006100
006200       WHEN MMMC0182-RESOLVE                                      00006200
006300         PERFORM 100-RESOLVE-THE-NUMBER                           00006300
006400       WHEN OTHER                                                 00006400
006500         SET  FAILURE TO TRUE                                     00006500
006600         MOVE 'MMMS0182 - Invalid function code!'                 00006600
006700           TO IS-RTRN-MSG-TXT                                     00006700
006800     END-EVALUATE                                                 00006800
006900                                                                  00006900
007000     GOBACK                                                       00007000
007100     .                                                            00007100
007200                                                                  00007200
007300*=================================================================00007300
007400* RESOLVE - a retired number carries a cross-reference row; the   00007400
007500* current number and the renumber date come back from it.         00007500
007600*=================================================================00007600
007700 100-RESOLVE-THE-NUMBER.                                          00007700
007800     MOVE MMMC0182-LOC-TYP-CD TO RN-LOC-TYP-CD                    00007800
007900     MOVE MMMC0182-LOC-NBR    TO RN-OLD-LOC-NBR                   00007900
008000     EXEC SQL                                                     00008000
008100       SELECT RN_NEW_LOC_NBR, CHAR(DATE(RN_RENUM_TS), ISO)        00008100
008200        INTO :DCLFC-XXXAIL-STORE-RENUM.RN-NEW-LOC-NBR,            00008200
008300             :MMMC0182-RENUM-DT                                   00008300
008400       FROM FC_XXXAIL_STORE_RENUM                                 00008400
008500       WHERE RN_LOC_TYP_CD  =                                     00008500
008600             :DCLFC-XXXAIL-STORE-RENUM.RN-LOC-TYP-CD              00008600
008700         AND RN_OLD_LOC_NBR =                                     00008700
008800             :DCLFC-XXXAIL-STORE-RENUM.RN-OLD-LOC-NBR             00008800
008900     END-EXEC                                                     00008900
009000                                                                  00009000
009100     EVALUATE TRUE                                                00009100
009200       WHEN SQLCODE = 0                                           00009200
009300         MOVE RN-NEW-LOC-NBR TO MMMC0182-LOC-NBR                  00009300
009400         SET  MMMC0182-RENUMBERED TO TRUE                         00009400
009500       WHEN SQLCODE = 100                                         00009500
009600         MOVE 0 TO SQLCODE                                        00009600
009700       WHEN OTHER                                                 00009700
009800         PERFORM 800-SQL-ERROR                                    00009800
009900     END-EVALUATE                                                 00009900
010000     .                                                            00010000
010100                                                                  00010100
010200 800-SQL-ERROR.                                                   00010200
010300     MOVE SQLCODE TO WS-SQLCODE                                   00010300
010400     SET  FAILURE TO TRUE                                         00010400
010500     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00010500
010600     STRING 'MMMS0182 - SQL error, SQLCODE = ' WS-SQLCODE         00010600
010700       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00010700
010800     .                                                            00010800
