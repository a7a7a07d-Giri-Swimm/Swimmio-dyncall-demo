000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1801.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Quarterly store-master access recertification report.           00000600
000700*                                                                 00000700
000800* Audit asks every quarter who can change which store fields.     00000800
000900* This report lists every user on FC_XXXAIL_USER_GROUP            00000900
001000* (DDDTUG01), each group they belong to and the protected         00001000
001100* columns that group may update on FC_XXXAIL_FLD_AUTH             00001100
001200* (DDDTFA01). Under each user it shows their last actual change   00001200
001300* to the store master - the newest FC_XXXAIL_STORES_HIST row      00001300
001400* written under their LST_UPDT_USR_ID (RH_CHGD_BY_USER_ID) -      00001400
001500* and their field-authority denials on FC_XXXAIL_AUTH_DENIAL      00001500
001600* (DDDTDN01). A user with neither a change nor a denial inside    00001600
001700* the dormancy window is flagged DORMANT. Each user's block       00001700
001800* ends with a sign-off line for the reviewing manager, and each   00001800
001900* membership carries a KEEP/REMOVE box.                           00001900
002000*                                                                 00002000
002100* RECOUT gets one record per membership, in report order, with    00002100
002200* a blank removal mark and a count trailer. The memberships the   00002200
002300* managers mark for removal are keyed as R in that file and       00002300
002400* MMMB1901 applies them.                                          00002400
002500*                                                                 00002500
002600* PARMIN card (optional): dormancy window in days, cols 1-3       00002600
002700* (default 90).                                                   00002700
002800* Batch job - run standalone, schedule quarterly.                 00002800
002900*---------------------------------------------------------------- 00002900
003000 ENVIRONMENT DIVISION.                                            00003000
003100 INPUT-OUTPUT SECTION.                                            00003100
003200 FILE-CONTROL.                                                    00003200
003300     SELECT PARM-IN        ASSIGN TO PARMIN                       00003300
003400         ORGANIZATION IS LINE SEQUENTIAL.                         00003400
003500     SELECT RECERT-OUT     ASSIGN TO RECOUT                       00003500
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00003600
003700     SELECT RECERT-RPT     ASSIGN TO RPTOUT                       00003700
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00003800
003900                                                                  00003900
004000 DATA DIVISION.                                                   00004000
004100 FILE SECTION.                                                    00004100
004200 FD  PARM-IN.                                                     00004200
004300 01  PARM-REC.                                                    00004300
004400     05 PARM-DORMANT-DAYS              PIC X(3).                  00004400
004500     05 FILLER                         PIC X(77).                 00004500
004600                                                                  00004600
004700 FD  RECERT-OUT.                                                  00004700
004800 01  RECERT-OUT-REC.                                              00004800
004900     05 RCO-REC-TYP                    PIC X(1).                  00004900
005000     05 RCO-USER-ID                    PIC X(8).                  00005000
005100     05 RCO-GROUP-CD                   PIC X(8).                  00005100
005200     05 RCO-DORMANT-FLAG               PIC X(1).                  00005200
005300     05 RCO-REMOVE-MARK                PIC X(1).                  00005300
005400     05 RCO-RUN-DATE                   PIC X(8).                  00005400
005500     05 FILLER                         PIC X(53).                 00005500
005600                                                                  00005600
005700 FD  RECERT-RPT.                                                  00005700
005800 01  RPT-LINE                          PIC X(132).                00005800
005900                                                                  00005900
006000 WORKING-STORAGE SECTION.                                         00006000
006100* --------------------------------------------------------------- 00006100
006200* Misc working storage...                                         00006200
006300* --------------------------------------------------------------- 00006300
006400 01 WS-USER-COUNT                     PIC 9(6) VALUE 0.           00006400
006500 01 WS-MEMBER-COUNT                   PIC 9(6) VALUE 0.           00006500
006600 01 WS-DORMANT-COUNT                  PIC 9(6) VALUE 0.           00006600
006700 01 WS-DORMANT-DAYS                   PIC S9(3) COMP-3 VALUE 90.  00006700
006800 01 WS-DORMANT-DAYS-N                 PIC 9(3) VALUE 0.           00006800
006900 01 WS-RUN-DATE                       PIC X(8) VALUE SPACES.      00006900
007000                                                                  00007000
007100 01 WS-PARM-EOF-SW                    PIC X    VALUE 'N'.         00007100
007200    88 PARM-EOF                                VALUE 'Y'.         00007200
007300 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00007300
007400    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00007400
007500    88 SQL-NO-ERROR                            VALUE 'N'.         00007500
007600 01 WS-DORMANT-SW                     PIC X    VALUE 'N'.         00007600
007700    88 USER-DORMANT                            VALUE 'Y'.         00007700
007800    88 USER-ACTIVE                             VALUE 'N'.         00007800
007900                                                                  00007900
008000 01 WS-PREV-USER-ID                   PIC X(8) VALUE LOW-VALUES.  00008000
008100 01 WS-LAST-CHG-TS                    PIC X(26) VALUE SPACES.     00008100
008200 01 WS-LAST-CHG-NULL                  PIC S9(4) COMP VALUE 0.     00008200
008300 01 WS-LAST-DENY-TS                   PIC X(26) VALUE SPACES.     00008300
008400 01 WS-LAST-DENY-NULL                 PIC S9(4) COMP VALUE 0.     00008400
008500 01 WS-DENY-CNT                       PIC S9(9) COMP VALUE 0.     00008500
008600 01 WS-RECENT-CNT                     PIC S9(9) COMP VALUE 0.     00008600
008700 01 WS-RECENT-NULL                    PIC S9(4) COMP VALUE 0.     00008700
008800 01 WS-RECENT-CHG-CNT                 PIC S9(9) COMP VALUE 0.     00008800
008900 01 WS-RECENT-CHG-NULL                PIC S9(4) COMP VALUE 0.     00008900
009000 01 WS-FLD-IDX                        PIC S9(4) COMP VALUE 0.     00009000
009100 01 WS-FLD-TOTAL                      PIC S9(4) COMP VALUE 0.     00009100
009200                                                                  00009200
009300 01 WS-FEED-TRL.                                                  00009300
009400    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00009400
009500    05 WS-FEED-TRL-RUN-DATE         PIC X(8).                     00009500
009600    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00009600
009700    05 FILLER                       PIC X(62) VALUE SPACES.       00009700
009800                                                                  00009800
009900 COPY XXXN001A.                                                   00009900
010000 COPY YYYC0230.                                                   00010000
010100 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00010100
010200                                                                  00010200
010300 01 WS-HDG-LINE-1.                                                00010300
010400    05 FILLER PIC X(52) VALUE                                     00010400
010500       'MMMB1801 - STORE-MASTER ACCESS RECERTIFICATION'.          00010500
010600    05 FILLER PIC X(9) VALUE 'RUN DATE '.                         00010600
010700    05 WS-HDG-RUN-DATE              PIC X(8).                     00010700
010800 01 WS-HDG-LINE-2.                                                00010800
010900    05 FILLER PIC X(32) VALUE                                     00010900
011000       'DORMANT = NO CHANGE OR DENIAL IN'.                        00011000
011100    05 WS-HDG-DAYS                  PIC ZZ9.                      00011100
011200    05 FILLER PIC X(5) VALUE ' DAYS'.                             00011200
011300 01 WS-USER-LINE.                                                 00011300
011400    05 FILLER PIC X(5) VALUE 'USER '.                             00011400
011500    05 WS-USR-USER-ID               PIC X(8).                     00011500
011600    05 FILLER PIC X(15) VALUE '  LAST CHANGE '.                   00011600
011700    05 WS-USR-LAST-CHG              PIC X(26).                    00011700
011800    05 FILLER PIC X(2) VALUE SPACES.                              00011800
011900    05 WS-USR-DORMANT               PIC X(15).                    00011900
012000 01 WS-DENY-LINE.                                                 00012000
012100    05 FILLER PIC X(13) VALUE SPACES.                             00012100
012200    05 FILLER PIC X(9) VALUE 'DENIALS '.                          00012200
012300    05 WS-DNY-RECENT                PIC ZZ,ZZ9.                   00012300
012400    05 FILLER PIC X(13) VALUE ' IN WINDOW, '.                     00012400
012500    05 WS-DNY-TOTAL                 PIC ZZ,ZZ9.                   00012500
012600    05 FILLER PIC X(20) VALUE ' ON FILE, LAST '.                  00012600
012700    05 WS-DNY-LAST                  PIC X(26).                    00012700
012800 01 WS-GROUP-LINE.                                                00012800
012900    05 FILLER PIC X(4) VALUE SPACES.                              00012900
013000    05 FILLER PIC X(6) VALUE 'GROUP '.                            00013000
013100    05 WS-GRP-GROUP-CD              PIC X(8).                     00013100
013200    05 FILLER PIC X(4) VALUE SPACES.                              00013200
013300    05 FILLER PIC X(23) VALUE 'KEEP [ ]   REMOVE [ ]'.            00013300
013400 01 WS-FIELD-LINE.                                                00013400
013500    05 FILLER PIC X(8) VALUE SPACES.                              00013500
013600    05 WS-FLD-ENTRY OCCURS 5 TIMES.                               00013600
013700       10 WS-FLD-NM                 PIC X(18).                    00013700
013800       10 FILLER                    PIC X(2).                     00013800
013900 01 WS-NO-FIELD-LINE.                                             00013900
014000    05 FILLER PIC X(8) VALUE SPACES.                              00014000
014100    05 FILLER PIC X(44) VALUE                                     00014100
014200       'NO PROTECTED COLUMNS - GROUP GRANTS NO FIELD'.            00014200
014300    05 FILLER PIC X(10) VALUE ' AUTHORITY'.                       00014300
014400 01 WS-SIGN-LINE.                                                 00014400
014500    05 FILLER PIC X(4) VALUE SPACES.                              00014500
014600    05 FILLER PIC X(40) VALUE                                     00014600
014700       'REVIEWED BY ______________________'.                      00014700
014800    05 FILLER PIC X(20) VALUE 'DATE __________'.                  00014800
014900                                                                  00014900
015000 01 WS-SUMMARY-LINE.                                              00015000
015100    05 FILLER PIC X(23) VALUE 'USERS LISTED       - '.            00015100
015200    05 WS-SUM-USERS                 PIC ZZZ,ZZ9.                  00015200
015300 01 WS-SUMMARY-LINE2.                                             00015300
015400    05 FILLER PIC X(23) VALUE 'GROUP MEMBERSHIPS  - '.            00015400
015500    05 WS-SUM-MEMBERS               PIC ZZZ,ZZ9.                  00015500
015600 01 WS-SUMMARY-LINE3.                                             00015600
015700    05 FILLER PIC X(23) VALUE 'DORMANT USERS      - '.            00015700
015800    05 WS-SUM-DORMANT               PIC ZZZ,ZZ9.                  00015800
015900                                                                  00015900
016000* ----------------------------------------------------------------00016000
016100* DB2 stuff...                                                    00016100
016200* ----------------------------------------------------------------00016200
016300     EXEC SQL                                                     00016300
016400       INCLUDE SQLCA                                              00016400
016500     END-EXEC                                                     00016500
016600                                                                  00016600
016700     EXEC SQL                                                     00016700
016800       INCLUDE DDDTUG01                                           00016800
016900     END-EXEC                                                     00016900
017000                                                                  00017000
017100     EXEC SQL                                                     00017100
017200       INCLUDE DDDTFA01                                           00017200
017300     END-EXEC                                                     00017300
017400                                                                  00017400
017500     EXEC SQL                                                     00017500
017600       DECLARE MEMBER-CSR CURSOR FOR                              00017600
017700       SELECT UG_USER_ID, UG_GROUP_CD                             00017700
017800         FROM FC_XXXAIL_USER_GROUP                                00017800
017900        ORDER BY UG_USER_ID, UG_GROUP_CD                          00017900
018000     END-EXEC                                                     00018000
018100                                                                  00018100
018200     EXEC SQL                                                     00018200
018300       DECLARE FLDAUTH-CSR CURSOR FOR                             00018300
018400       SELECT FA_FLD_NM                                           00018400
018500         FROM FC_XXXAIL_FLD_AUTH                                  00018500
018600        WHERE FA_AUTH_GROUP = :DDDTUG01.MD-UG-GROUP-CD            00018600
018700        ORDER BY FA_FLD_NM                                        00018700
018800     END-EXEC                                                     00018800
018900                                                                  00018900
019000 PROCEDURE DIVISION.                                              00019000
019100***************************************************************** 00019100
019200* Start of program main line.                                     00019200
019300***************************************************************** 00019300
019400 000-MAIN.                                                        00019400
019500     PERFORM 050-RUN-CNTL-START                                   00019500
019600     IF SQL-ERROR-DETECTED                                        00019600
019700       MOVE 8 TO RETURN-CODE                                      00019700
019800       GOBACK                                                     00019800
019900     END-IF                                                       00019900
020000     PERFORM 100-INITIALIZE                                       00020000
020100     PERFORM 200-LIST-THE-MEMBERS                                 00020100
020200     PERFORM 900-TERMINATE                                        00020200
020300     PERFORM 055-RUN-CNTL-END                                     00020300
020400     GOBACK                                                       00020400
020500     .                                                            00020500
020600                                                                  00020600
020700 100-INITIALIZE.                                                  00020700
020800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00020800
020900     OPEN INPUT  PARM-IN                                          00020900
021000     OPEN OUTPUT RECERT-OUT                                       00021000
021100     OPEN OUTPUT RECERT-RPT                                       00021100
021200     READ PARM-IN                                                 00021200
021300       AT END SET PARM-EOF TO TRUE                                00021300
021400     END-READ                                                     00021400
021500     IF NOT PARM-EOF                                              00021500
021600       IF PARM-DORMANT-DAYS IS NUMERIC                            00021600
021700         MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS-N              00021700
021800         IF WS-DORMANT-DAYS-N > 0                                 00021800
021900           MOVE WS-DORMANT-DAYS-N TO WS-DORMANT-DAYS              00021900
022000         END-IF                                                   00022000
022100       END-IF                                                     00022100
022200     END-IF                                                       00022200
022300     MOVE WS-RUN-DATE     TO WS-HDG-RUN-DATE                      00022300
022400     MOVE WS-DORMANT-DAYS TO WS-HDG-DAYS                          00022400
022500     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00022500
022600     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00022600
022700     .                                                            00022700
022800                                                                  00022800
022900*================================================================ 00022900
023000* Every membership, user by user - the user's activity heads      00023000
023100* the block, each group follows with the columns it may change.   00023100
023200*================================================================ 00023200
023300 200-LIST-THE-MEMBERS.                                            00023300
023400     EXEC SQL                                                     00023400
023500       OPEN MEMBER-CSR                                            00023500
023600     END-EXEC                                                     00023600
023700     IF SQLCODE NOT = 0                                           00023700
023800       SET SQL-ERROR-DETECTED TO TRUE                             00023800
023900       DISPLAY 'MMMB1801 - ERROR OPENING MEMBER-CSR, SQLCODE='    00023900
024000               SQLCODE                                            00024000
024100     ELSE                                                         00024100
024200       PERFORM 220-FETCH-NEXT-MEMBER                              00024200
024300       PERFORM UNTIL SQLCODE NOT = 0                              00024300
024400         IF MD-UG-USER-ID OF DDDTUG01 NOT = WS-PREV-USER-ID       00024400
024500           PERFORM 250-START-THE-USER                             00024500
024600         END-IF                                                   00024600
024700         IF SQL-NO-ERROR                                          00024700
024800           PERFORM 300-LIST-THE-GROUP                             00024800
024900         END-IF                                                   00024900
025000         IF SQL-NO-ERROR                                          00025000
025100           PERFORM 220-FETCH-NEXT-MEMBER                          00025100
025200         END-IF                                                   00025200
025300       END-PERFORM                                                00025300
025400       IF SQLCODE = 100                                           00025400
025500         MOVE 0 TO SQLCODE                                        00025500
025600       END-IF                                                     00025600
025700       EXEC SQL                                                   00025700
025800         CLOSE MEMBER-CSR                                         00025800
025900       END-EXEC                                                   00025900
026000       IF SQL-NO-ERROR                                            00026000
026100         MOVE 0 TO SQLCODE                                        00026100
026200         IF WS-USER-COUNT > 0                                     00026200
026300           PERFORM 280-SIGN-OFF-THE-USER                          00026300
026400         END-IF                                                   00026400
026500         MOVE WS-RUN-DATE     TO WS-FEED-TRL-RUN-DATE             00026500
026600         MOVE WS-MEMBER-COUNT TO WS-FEED-TRL-DTL-CNT              00026600
026700         WRITE RECERT-OUT-REC FROM WS-FEED-TRL                    00026700
026800       END-IF                                                     00026800
026900     END-IF                                                       00026900
027000     .                                                            00027000
027100                                                                  00027100
027200 220-FETCH-NEXT-MEMBER.                                           00027200
027300     EXEC SQL                                                     00027300
027400       FETCH MEMBER-CSR                                           00027400
027500         INTO :DDDTUG01.MD-UG-USER-ID,                            00027500
027600              :DDDTUG01.MD-UG-GROUP-CD                            00027600
027700     END-EXEC                                                     00027700
027800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00027800
027900       SET SQL-ERROR-DETECTED       TO TRUE                       00027900
028000       DISPLAY 'MMMB1801 - ERROR FETCHING MEMBER-CSR, SQLCODE='   00028000
028100               SQLCODE                                            00028100
028200     END-IF                                                       00028200
028300     .                                                            00028300
028400                                                                  00028400
028500*================================================================ 00028500
028600* A new user - close the last one's block, then look up their     00028600
028700* last store-master change and their denials.                     00028700
028800*================================================================ 00028800
028900 250-START-THE-USER.                                              00028900
029000     IF WS-USER-COUNT > 0                                         00029000
029100       PERFORM 280-SIGN-OFF-THE-USER                              00029100
029200     END-IF                                                       00029200
029300     ADD 1 TO WS-USER-COUNT                                       00029300
029400     MOVE MD-UG-USER-ID OF DDDTUG01 TO WS-PREV-USER-ID            00029400
029500                                                                  00029500
029600     EXEC SQL                                                     00029600
029700       SELECT MAX(RH_EFF_TS),                                     00029700
029800              SUM(CASE WHEN RH_EFF_TS >= CURRENT TIMESTAMP        00029800
029900                              - :WS-DORMANT-DAYS DAYS             00029900
030000                       THEN 1 ELSE 0 END)                         00030000
030100         INTO :WS-LAST-CHG-TS :WS-LAST-CHG-NULL,                  00030100
030200              :WS-RECENT-CHG-CNT :WS-RECENT-CHG-NULL              00030200
030300         FROM FC_XXXAIL_STORES_HIST                               00030300
030400        WHERE RH_CHGD_BY_USER_ID = :WS-PREV-USER-ID               00030400
030500     END-EXEC                                                     00030500
030600     IF SQLCODE NOT = 0                                           00030600
030700       SET SQL-ERROR-DETECTED TO TRUE                             00030700
030800       DISPLAY 'MMMB1801 - ERROR READING STORES_HIST FOR '        00030800
030900               WS-PREV-USER-ID ', SQLCODE=' SQLCODE               00030900
031000     END-IF                                                       00031000
031100                                                                  00031100
031200     IF SQL-NO-ERROR                                              00031200
031300       EXEC SQL                                                   00031300
031400         SELECT COUNT(*), MAX(DN_DENIAL_TS),                      00031400
031500                SUM(CASE WHEN DN_DENIAL_TS >= CURRENT TIMESTAMP   00031500
031600                                - :WS-DORMANT-DAYS DAYS           00031600
031700                         THEN 1 ELSE 0 END)                       00031700
031800           INTO :WS-DENY-CNT,                                     00031800
031900                :WS-LAST-DENY-TS :WS-LAST-DENY-NULL,              00031900
032000                :WS-RECENT-CNT :WS-RECENT-NULL                    00032000
032100           FROM FC_XXXAIL_AUTH_DENIAL                             00032100
032200          WHERE DN_USER_ID = :WS-PREV-USER-ID                     00032200
032300       END-EXEC                                                   00032300
032400       IF SQLCODE NOT = 0                                         00032400
032500         SET SQL-ERROR-DETECTED TO TRUE                           00032500
032600         DISPLAY 'MMMB1801 - ERROR READING AUTH_DENIAL FOR '      00032600
032700                 WS-PREV-USER-ID ', SQLCODE=' SQLCODE             00032700
032800       END-IF                                                     00032800
032900     END-IF                                                       00032900
033000                                                                  00033000
033100     IF SQL-NO-ERROR                                              00033100
033200       IF WS-LAST-CHG-NULL < 0                                    00033200
033300         MOVE SPACES TO WS-LAST-CHG-TS                            00033300
033400       END-IF                                                     00033400
033500       IF WS-RECENT-CHG-NULL < 0                                  00033500
033600         MOVE 0      TO WS-RECENT-CHG-CNT                         00033600
033700       END-IF                                                     00033700
033800       IF WS-LAST-DENY-NULL < 0                                   00033800
033900         MOVE SPACES TO WS-LAST-DENY-TS                           00033900
034000       END-IF                                                     00034000
034100       IF WS-RECENT-NULL < 0                                      00034100
034200         MOVE 0      TO WS-RECENT-CNT                             00034200
034300       END-IF                                                     00034300
034400*      Dormant - neither a change nor a denial inside the window. 00034400
034500       IF WS-RECENT-CHG-CNT = 0 AND WS-RECENT-CNT = 0             00034500
034600         SET USER-DORMANT TO TRUE                                 00034600
034700       ELSE                                                       00034700
034800         SET USER-ACTIVE  TO TRUE                                 00034800
034900       END-IF                                                     00034900
035000       MOVE WS-PREV-USER-ID TO WS-USR-USER-ID                     00035000
035100       IF WS-LAST-CHG-TS = SPACES                                 00035100
035200         MOVE 'NONE ON FILE'  TO WS-USR-LAST-CHG                  00035200
035300       ELSE                                                       00035300
035400         MOVE WS-LAST-CHG-TS  TO WS-USR-LAST-CHG                  00035400
035500       END-IF                                                     00035500
035600       IF USER-DORMANT                                            00035600
035700         ADD 1 TO WS-DORMANT-COUNT                                00035700
035800         MOVE '*** DORMANT ***' TO WS-USR-DORMANT                 00035800
035900       ELSE                                                       00035900
036000         MOVE SPACES            TO WS-USR-DORMANT                 00036000
036100       END-IF                                                     00036100
036200       MOVE WS-RECENT-CNT    TO WS-DNY-RECENT                     00036200
036300       MOVE WS-DENY-CNT      TO WS-DNY-TOTAL                      00036300
036400       IF WS-LAST-DENY-TS = SPACES                                00036400
036500         MOVE 'NONE'          TO WS-DNY-LAST                      00036500
036600       ELSE                                                       00036600
036700         MOVE WS-LAST-DENY-TS TO WS-DNY-LAST                      00036700
036800       END-IF                                                     00036800
036900       WRITE RPT-LINE FROM SPACES                                 00036900
037000       WRITE RPT-LINE FROM WS-USER-LINE                           00037000
037100       WRITE RPT-LINE FROM WS-DENY-LINE                           00037100
037200     END-IF                                                       00037200
037300     .                                                            00037300
037400                                                                  00037400
037500 280-SIGN-OFF-THE-USER.                                           00037500
037600     WRITE RPT-LINE FROM SPACES                                   00037600
037700     WRITE RPT-LINE FROM WS-SIGN-LINE                             00037700
037800     .                                                            00037800
037900                                                                  00037900
038000*================================================================ 00038000
038100* One membership - the group with its protected columns, five     00038100
038200* to a line, and the membership's record on RECOUT.               00038200
038300*================================================================ 00038300
038400 300-LIST-THE-GROUP.                                              00038400
038500     ADD 1 TO WS-MEMBER-COUNT                                     00038500
038600     MOVE MD-UG-GROUP-CD OF DDDTUG01 TO WS-GRP-GROUP-CD           00038600
038700     WRITE RPT-LINE FROM WS-GROUP-LINE                            00038700
038800                                                                  00038800
038900     MOVE SPACES TO WS-FIELD-LINE                                 00038900
039000     MOVE 0      TO WS-FLD-IDX                                    00039000
039100                    WS-FLD-TOTAL                                  00039100
039200     EXEC SQL                                                     00039200
039300       OPEN FLDAUTH-CSR                                           00039300
039400     END-EXEC                                                     00039400
039500     IF SQLCODE NOT = 0                                           00039500
039600       SET SQL-ERROR-DETECTED TO TRUE                             00039600
039700       DISPLAY 'MMMB1801 - ERROR OPENING FLDAUTH-CSR, SQLCODE='   00039700
039800               SQLCODE                                            00039800
039900     ELSE                                                         00039900
040000       PERFORM 320-FETCH-NEXT-FIELD                               00040000
040100       PERFORM UNTIL SQLCODE NOT = 0                              00040100
040200         ADD 1 TO WS-FLD-IDX                                      00040200
040300                  WS-FLD-TOTAL                                    00040300
040400         MOVE MD-FA-FLD-NM OF DDDTFA01 TO WS-FLD-NM (WS-FLD-IDX)  00040400
040500         IF WS-FLD-IDX = 5                                        00040500
040600           WRITE RPT-LINE FROM WS-FIELD-LINE                      00040600
040700           MOVE SPACES TO WS-FIELD-LINE                           00040700
040800           MOVE 0      TO WS-FLD-IDX                              00040800
040900         END-IF                                                   00040900
041000         PERFORM 320-FETCH-NEXT-FIELD                             00041000
041100       END-PERFORM                                                00041100
041200       IF SQLCODE = 100                                           00041200
041300         MOVE 0 TO SQLCODE                                        00041300
041400       END-IF                                                     00041400
041500       EXEC SQL                                                   00041500
041600         CLOSE FLDAUTH-CSR                                        00041600
041700       END-EXEC                                                   00041700
041800       IF SQL-NO-ERROR                                            00041800
041900         MOVE 0 TO SQLCODE                                        00041900
042000         IF WS-FLD-IDX > 0                                        00042000
042100           WRITE RPT-LINE FROM WS-FIELD-LINE                      00042100
042200         END-IF                                                   00042200
042300         IF WS-FLD-TOTAL = 0                                      00042300
042400           WRITE RPT-LINE FROM WS-NO-FIELD-LINE                   00042400
042500         END-IF                                                   00042500
042600       END-IF                                                     00042600
042700     END-IF                                                       00042700
042800                                                                  00042800
042900     MOVE SPACES                     TO RECERT-OUT-REC            00042900
043000     MOVE 'D'                        TO RCO-REC-TYP               00043000
043100     MOVE MD-UG-USER-ID  OF DDDTUG01 TO RCO-USER-ID               00043100
043200     MOVE MD-UG-GROUP-CD OF DDDTUG01 TO RCO-GROUP-CD              00043200
043300     MOVE WS-DORMANT-SW              TO RCO-DORMANT-FLAG          00043300
043400     MOVE WS-RUN-DATE                TO RCO-RUN-DATE              00043400
043500     WRITE RECERT-OUT-REC                                         00043500
043600     .                                                            00043600
043700                                                                  00043700
043800 320-FETCH-NEXT-FIELD.                                            00043800
043900     EXEC SQL                                                     00043900
044000       FETCH FLDAUTH-CSR                                          00044000
044100         INTO :DDDTFA01.MD-FA-FLD-NM                              00044100
044200     END-EXEC                                                     00044200
044300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00044300
044400       SET SQL-ERROR-DETECTED       TO TRUE                       00044400
044500       DISPLAY 'MMMB1801 - ERROR FETCHING FLDAUTH-CSR, SQLCODE='  00044500
044600               SQLCODE                                            00044600
044700     END-IF                                                       00044700
044800     .                                                            00044800
044900                                                                  00044900
045000 900-TERMINATE.                                                   00045000
045100     IF SQL-ERROR-DETECTED                                        00045100
045200       MOVE 16 TO RETURN-CODE                                     00045200
045300     END-IF                                                       00045300
045400     MOVE WS-USER-COUNT    TO WS-SUM-USERS                        00045400
045500     MOVE WS-MEMBER-COUNT  TO WS-SUM-MEMBERS                      00045500
045600     MOVE WS-DORMANT-COUNT TO WS-SUM-DORMANT                      00045600
045700     WRITE RPT-LINE FROM SPACES                                   00045700
045800     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00045800
045900     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00045900
046000     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00046000
046100     CLOSE PARM-IN RECERT-OUT RECERT-RPT                          00046100
046200     .                                                            00046200
046300                                                                  00046300
046400*================================================================ 00046400
046500* Run control - refuse a duplicate or out-of-order start, and     00046500
046600* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00046600
046700*================================================================ 00046700
046800 050-RUN-CNTL-START.                                              00046800
046900     INITIALIZE XXXN001A                                          00046900
047000                YYYC0230                                          00047000
047100     SET  YYYC0230-START-RUN TO TRUE                              00047100
047200     MOVE 'MMMB1801' TO YYYC0230-JOB-NM                           00047200
047300     CALL YYYS0230-RUN-CNTL USING                                 00047300
047400         XXXN001A                                                 00047400
047500         YYYC0230                                                 00047500
047600     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00047600
047700       SET SQL-ERROR-DETECTED TO TRUE                             00047700
047800       DISPLAY 'MMMB1801 - START REFUSED: ' IS-RTRN-MSG-TXT       00047800
047900     END-IF                                                       00047900
048000     .                                                            00048000
048100                                                                  00048100
048200 055-RUN-CNTL-END.                                                00048200
048300     INITIALIZE XXXN001A                                          00048300
048400                YYYC0230                                          00048400
048500     IF SQL-ERROR-DETECTED                                        00048500
048600       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00048600
048700     ELSE                                                         00048700
048800       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00048800
048900     END-IF                                                       00048900
049000     MOVE 'MMMB1801' TO YYYC0230-JOB-NM                           00049000
049100     CALL YYYS0230-RUN-CNTL USING                                 00049100
049200       XXXN001A                                                   00049200
049300       YYYC0230                                                   00049300
049400     .                                                            00049400
