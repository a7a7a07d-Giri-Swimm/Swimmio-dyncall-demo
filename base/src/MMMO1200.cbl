000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMO1200.                                         00000200
000300 AUTHOR.        NAME.                                             00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*-----------------------------------------------------------------00000500
000600* Annual store-attribute certification.                           00000600
000700*                                                                 00000700
000800* MMMB1902 opens a FC_XXXAIL_STORE_CERT row per store each cycle  00000800
000900* with a snapshot of the store's address, hours, zones,           00000900
001000* departments, licenses and emergency contacts. Here the          00001000
001100* district manager lists the district's stores still to answer,   00001100
001200* looks at a store's snapshot, and either certifies it as right   00001200
001300* or flags the attributes that are wrong - one flag per entry,    00001300
001400* with a note. Each flag is a row on FC_XXXAIL_CERT_FLAG, the     00001400
001500* data team's work queue; the data team lists the queue here and  00001500
001600* marks a flag resolved once the master is corrected. When a      00001600
001700* store's last flag is resolved its row goes back to open, the    00001700
001800* next MMMB1902 run retakes the snapshot, and the manager         00001800
001900* certifies the corrected data. Flagging a certified store        00001900
002000* withdraws the certification. MMMB2002 reports the progress.     00002000
002100*                                                                 00002100
002200* Authority is by FC_XXXAIL_USER_GROUP membership: the manager    00002200
002300* of district ddd is in group DMddd and may list, look at,        00002300
002400* certify and flag that district's stores (the district the       00002400
002500* store is in today); the data team (group CERTWORK) may list     00002500
002600* and look at any district and works the queue. Nobody else       00002600
002700* gets in, and the data team does not certify for a manager.      00002700
002800*                                                                 00002800
002900* Input line:                                                     00002900
003000*   a sssssssss ffffffff nnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnnn 00003000
003100*   a=L list a district / I inquire / C certify / F flag /        00003100
003200*     Q list the work queue / R resolve a flag                    00003200
003300*   s is the store number, or on L and Q the district in the      00003300
003400*     first three positions (optional on Q - blank lists all)     00003400
003500*   f is the attribute flagged or resolved: ADDRESS, HOURS,       00003500
003600*     ZONES, DEPTS, LICENSES or CONTACTS                          00003600
003700*   n is the manager's note, required on F.                       00003700
003800*-----------------------------------------------------------------00003800
003900 ENVIRONMENT DIVISION.                                            00003900
004000 DATA DIVISION.                                                   00004000
004100 WORKING-STORAGE SECTION.                                         00004100
004200*=================================================================00004200
004300* Misc working storage.                                           00004300
004400*=================================================================00004400
004500 01 WS-SQLCODE                  PIC ----9.                        00004500
004600 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00004600
004700 01 WS-DUMMY                    PIC X(1)  VALUE SPACES.           00004700
004800 01 K-WORK-GROUP                PIC X(8)  VALUE 'CERTWORK'.       00004800
004900 01 WS-AUTH-CNT                 PIC S9(9) COMP VALUE 0.           00004900
005000 01 WS-FLAG-CNT                 PIC S9(9) COMP VALUE 0.           00005000
005100 01 WS-CERT-CNT                 PIC S9(9) COMP VALUE 0.           00005100
005200 01 WS-TOGO-CNT                 PIC S9(9) COMP VALUE 0.           00005200
005300 01 WS-DTL-IDX                  PIC S9(4) COMP VALUE 0.           00005300
005400 01 WS-PTR                      PIC S9(4) COMP VALUE 0.           00005400
005500 01 WS-TODAY                    PIC X(10) VALUE SPACES.           00005500
005600 01 WS-CYCLE-YR                 PIC S9(4) COMP-3 VALUE 0.         00005600
005700 01 WS-DIST-NO                  PIC S9(3) COMP-3 VALUE 0.         00005700
005800 01 WS-ALL-DISTS-SW             PIC X(1)  VALUE 'N'.              00005800
005900     88 WS-ALL-DISTS                    VALUE 'Y'.                00005900
006000 01 WS-WORK-TEAM-SW             PIC X(1)  VALUE 'N'.              00006000
006100     88 WS-WORK-TEAM-MEMBER             VALUE 'Y'.                00006100
006200 01 WS-DIST-MGR-SW              PIC X(1)  VALUE 'N'.              00006200
006300     88 WS-DIST-MANAGER                 VALUE 'Y'.                00006300
006400                                                                  00006400
006500 01 WS-DM-GROUP.                                                  00006500
006600     05 FILLER                  PIC X(2)  VALUE 'DM'.             00006600
006700     05 WS-DM-GROUP-DIST        PIC 9(3)  VALUE 0.                00006700
006800     05 FILLER                  PIC X(3)  VALUE SPACES.           00006800
006900                                                                  00006900
007000 01 WS-INPUT-AREA.                                                00007000
007100     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00007100
007200         88 WS-ACT-LIST                 VALUE 'L'.                00007200
007300         88 WS-ACT-INQUIRE              VALUE 'I'.                00007300
007400         88 WS-ACT-CERTIFY              VALUE 'C'.                00007400
007500         88 WS-ACT-FLAG                 VALUE 'F'.                00007500
007600         88 WS-ACT-QUEUE                VALUE 'Q'.                00007600
007700         88 WS-ACT-RESOLVE              VALUE 'R'.                00007700
007800     05 FILLER                  PIC X(1).                         00007800
007900     05 WS-IN-STORE-X           PIC X(9)  VALUE SPACES.           00007900
008000     05 WS-IN-STORE-N REDEFINES WS-IN-STORE-X                     00008000
008100                                PIC 9(9).                         00008100
008200     05 WS-IN-DIST-AREA REDEFINES WS-IN-STORE-X.                  00008200
008300         10 WS-IN-DIST-X        PIC X(3).                         00008300
008400         10 WS-IN-DIST-N REDEFINES WS-IN-DIST-X                   00008400
008500                                PIC 9(3).                         00008500
008600         10 WS-IN-DIST-REST     PIC X(6).                         00008600
008700     05 FILLER                  PIC X(1).                         00008700
008800     05 WS-IN-FIELD-CD          PIC X(8)  VALUE SPACES.           00008800
008900     05 FILLER                  PIC X(1).                         00008900
009000     05 WS-IN-NOTE              PIC X(40) VALUE SPACES.           00009000
009100     05 FILLER                  PIC X(19) VALUE SPACES.           00009100
009200 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00009200
009300                                                                  00009300
009400 01 WS-SCREEN-AREA.                                               00009400
009500     05 WS-SCR-HDG1             PIC X(79) VALUE                   00009500
009600        'MMMO1200       STORE ATTRIBUTE CERTIFICATION'.           00009600
009700     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00009700
009800     05 WS-SCR-DTL OCCURS 10 TIMES                                00009800
009900                                PIC X(79).                        00009900
010000 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 948.         00010000
010100                                                                  00010100
010200* The certification row and the store's district, as read.        00010200
010300 01 WS-CERT-DIST-NO             PIC S9(3) COMP-3 VALUE 0.         00010300
010400 01 WS-CERT-DUE-DT              PIC X(10) VALUE SPACES.           00010400
010500 01 WS-CERT-RESP-TS             PIC X(26) VALUE SPACES.           00010500
010600 01 WS-CERT-RESP-NULL           PIC S9(4) COMP VALUE 0.           00010600
010700                                                                  00010700
010800* One store or one flag as the list cursors hand them back.       00010800
010900 01 WS-LS-LOC-NBR               PIC S9(9) COMP VALUE 0.           00010900
011000 01 WS-LS-STAT-CD               PIC X(1)  VALUE SPACES.           00011000
011100 01 WS-LS-DUE-DT                PIC X(10) VALUE SPACES.           00011100
011200 01 WS-LS-FLAG-CNT              PIC S9(9) COMP VALUE 0.           00011200
011300 01 WS-QU-FLAG-DT               PIC X(10) VALUE SPACES.           00011300
011400                                                                  00011400
011500* Edited pieces for the snapshot lines.                           00011500
011600 01 WS-ED-STORE                 PIC Z(8)9.                        00011600
011700 01 WS-ED-DIST                  PIC ZZ9.                          00011700
011800 01 WS-ED-CYCLE                 PIC 9(4).                         00011800
011900 01 WS-ED-ZIP5                  PIC 9(5).                         00011900
012000 01 WS-ED-ZIP4                  PIC 9(4).                         00012000
012100 01 WS-ED-AD-ZONE               PIC Z(6)9.                        00012100
012200 01 WS-ED-PRC-ZONE              PIC Z(4)9.                        00012200
012300 01 WS-ED-RETL-ZONE             PIC ZZ9.                          00012300
012400 01 WS-ED-CNT                   PIC ZZ9.                          00012400
012500 01 WS-ED-AREA                  PIC 9(3).                         00012500
012600 01 WS-ED-PHONE                 PIC 9(7).                         00012600
012700 01 WS-ED-PHONE-R REDEFINES WS-ED-PHONE.                          00012700
012800     05 WS-ED-PHONE-EXCH        PIC X(3).                         00012800
012900     05 WS-ED-PHONE-LINE        PIC X(4).                         00012900
013000 01 WS-ED-STATUS                PIC X(9)  VALUE SPACES.           00013000
013100                                                                  00013100
013200 01 WS-LIST-LINE.                                                 00013200
013300     05 WS-LL-STORE-NO          PIC Z(8)9.                        00013300
013400     05 FILLER                  PIC X(2)  VALUE SPACES.           00013400
013500     05 WS-LL-STATUS            PIC X(9).                         00013500
013600     05 FILLER                  PIC X(5)  VALUE ' DUE '.          00013600
013700     05 WS-LL-DUE-DT            PIC X(10).                        00013700
013800     05 FILLER                  PIC X(2)  VALUE SPACES.           00013800
013900     05 WS-LL-PAST-DUE          PIC X(8).                         00013900
014000     05 FILLER                  PIC X(2)  VALUE SPACES.           00014000
014100     05 WS-LL-FLAG-CNT          PIC ZZ9.                          00014100
014200     05 FILLER                  PIC X(29) VALUE                   00014200
014300        ' FLAG(S) WITH THE DATA TEAM'.                            00014300
014400                                                                  00014400
014500 01 WS-QUEUE-LINE.                                                00014500
014600     05 WS-QL-STORE-NO          PIC Z(8)9.                        00014600
014700     05 FILLER                  PIC X(1)  VALUE SPACES.           00014700
014800     05 WS-QL-FIELD-CD          PIC X(8).                         00014800
014900     05 FILLER                  PIC X(1)  VALUE SPACES.           00014900
015000     05 WS-QL-FLAG-DT           PIC X(10).                        00015000
015100     05 FILLER                  PIC X(1)  VALUE SPACES.           00015100
015200     05 WS-QL-USER-ID           PIC X(8).                         00015200
015300     05 FILLER                  PIC X(1)  VALUE SPACES.           00015300
015400     05 WS-QL-NOTE              PIC X(40).                        00015400
015500                                                                  00015500
015600*=================================================================00015600
015700* Misc copy books.                                                00015700
015800*=================================================================00015800
015900 COPY DFHEIBLK.                                                   00015900
016000 COPY NNNN000U.                                                   00016000
016100 COPY XXXN001A.                                                   00016100
0161A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000161A0
0161A1 COPY MMMC0181.                                                   000161A1
016200 COPY YYYC0107.                                                   00016200
016300                                                                  00016300
016400*=================================================================00016400
016500*  DB2 Areas                                                      00016500
016600*=================================================================00016600
016700     EXEC SQL                                                     00016700
016800       INCLUDE SQLCA                                              00016800
016900     END-EXEC.                                                    00016900
017000                                                                  00017000
017100     EXEC SQL                                                     00017100
017200       INCLUDE DDDTSE01                                           00017200
017300     END-EXEC.                                                    00017300
017400                                                                  00017400
017500     EXEC SQL                                                     00017500
017600       INCLUDE DDDTCG01                                           00017600
017700     END-EXEC.                                                    00017700
017800                                                                  00017800
017900* The district's stores still to answer in the cycle - open ones  00017900
018000* first, soonest due first.                                       00018000
018100     EXEC SQL                                                     00018100
018200       DECLARE DIST-CSR CURSOR FOR                                00018200
018300       SELECT C.SE_LOC_NBR, C.SE_STAT_CD, CHAR(C.SE_DUE_DT, ISO), 00018300
018400              ( SELECT COUNT(*)                                   00018400
018500                  FROM FC_XXXAIL_CERT_FLAG G                      00018500
018600                 WHERE G.CG_CYCLE_YR   = C.SE_CYCLE_YR            00018600
018700                   AND G.CG_LOC_NBR    = C.SE_LOC_NBR             00018700
018800                   AND G.CG_LOC_TYP_CD = C.SE_LOC_TYP_CD          00018800
018900                   AND G.CG_STAT_CD    = 'O' )                    00018900
019000         FROM FC_XXXAIL_STORE_CERT C,                             00019000
019100              FC_XXXAIL_STORES     R                              00019100
019200        WHERE C.SE_CYCLE_YR       = :WS-CYCLE-YR                  00019200
019300          AND C.SE_LOC_TYP_CD     = 'S '                          00019300
019400          AND C.SE_STAT_CD       <> 'C'                           00019400
019500          AND R.FC_STORE_NO       = C.SE_LOC_NBR                  00019500
019600          AND R.FC_RL_DISTRICT_NO = :WS-DIST-NO                   00019600
019700        ORDER BY C.SE_STAT_CD DESC, C.SE_DUE_DT, C.SE_LOC_NBR     00019700
019800     END-EXEC.                                                    00019800
019900                                                                  00019900
020000* The data team's open flags, oldest first, one district or all.  00020000
020100     EXEC SQL                                                     00020100
020200       DECLARE QUEUE-CSR CURSOR FOR                               00020200
020300       SELECT G.CG_LOC_NBR, G.CG_FIELD_CD,                        00020300
020400              CHAR(DATE(G.CG_FLAG_TS), ISO),                      00020400
020500              G.CG_FLAG_USER_ID, G.CG_NOTE_TXT                    00020500
020600         FROM FC_XXXAIL_CERT_FLAG G,                              00020600
020700              FC_XXXAIL_STORES    R                               00020700
020800        WHERE G.CG_STAT_CD    = 'O'                               00020800
020900          AND G.CG_LOC_TYP_CD = 'S '                              00020900
021000          AND R.FC_STORE_NO   = G.CG_LOC_NBR                      00021000
021100          AND ( R.FC_RL_DISTRICT_NO = :WS-DIST-NO                 00021100
021200             OR :WS-ALL-DISTS-SW    = 'Y' )                       00021200
021300        ORDER BY G.CG_FLAG_TS, G.CG_LOC_NBR                       00021300
021400     END-EXEC.                                                    00021400
021500                                                                  00021500
021600* The store's open flags, for the inquiry.                        00021600
021700     EXEC SQL                                                     00021700
021800       DECLARE FLAG-CSR CURSOR FOR                                00021800
021900       SELECT CG_FIELD_CD                                         00021900
022000         FROM FC_XXXAIL_CERT_FLAG                                 00022000
022100        WHERE CG_CYCLE_YR   =                                     00022100
022200              :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR                00022200
022300          AND CG_LOC_NBR    =                                     00022300
022400              :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR                 00022400
022500          AND CG_LOC_TYP_CD = 'S '                                00022500
022600          AND CG_STAT_CD    = 'O'                                 00022600
022700        ORDER BY CG_FIELD_CD                                      00022700
022800     END-EXEC.                                                    00022800
022900                                                                  00022900
023000 PROCEDURE DIVISION.                                              00023000
023100*=================================================================00023100
023200* Main program logic...                                           00023200
023300*=================================================================00023300
023400 000-MAINLINE.                                                    00023400
023500     INITIALIZE XXXN001A                                          00023500
023600                                                                  00023600
023700     EXEC CICS RECEIVE                                            00023700
023800       INTO   (WS-INPUT-AREA)                                     00023800
023900       LENGTH (WS-INPUT-LEN)                                      00023900
024000       RESP   (WS-RESP)                                           00024000
024100     END-EXEC                                                     00024100
024200                                                                  00024200
024300     PERFORM 050-GET-CURRENT-USER                                 00024300
024400     PERFORM 100-EDIT-REQUEST                                     00024400
024500                                                                  00024500
024600     IF SUCCESS                                                   00024600
024700       EVALUATE TRUE                                              00024700
024800         WHEN WS-ACT-LIST                                         00024800
024900           PERFORM 500-LIST-THE-DISTRICT                          00024900
025000         WHEN WS-ACT-INQUIRE                                      00025000
025100           PERFORM 600-SHOW-THE-STORE                             00025100
025200         WHEN WS-ACT-CERTIFY                                      00025200
025300           PERFORM 200-CERTIFY-THE-STORE                          00025300
025400         WHEN WS-ACT-FLAG                                         00025400
025500           PERFORM 300-FLAG-THE-FIELD                             00025500
025600         WHEN WS-ACT-QUEUE                                        00025600
025700           PERFORM 550-LIST-THE-QUEUE                             00025700
025800         WHEN WS-ACT-RESOLVE                                      00025800
025900           PERFORM 400-RESOLVE-THE-FLAG                           00025900
026000       END-EVALUATE                                               00026000
026100     END-IF                                                       00026100
026200                                                                  00026200
026300     IF NOT SUCCESS                                               00026300
026400       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00026400
026500     END-IF                                                       00026500
026600     PERFORM 700-SEND-SCREEN                                      00026600
026700                                                                  00026700
026800     EXEC CICS RETURN                                             00026800
026900       TRANSID ('MC12')                                           00026900
027000     END-EXEC                                                     00027000
027100     .                                                            00027100
027200                                                                  00027200
027300*=================================================================00027300
027400* Identify the operator for the certification trail...            00027400
027500*=================================================================00027500
027600 050-GET-CURRENT-USER.                                            00027600
027700     CALL Z-GET-CICS-USER-ID USING                                00027700
027800         EIBLK    WS-DUMMY                                        00027800
027900         XXXN001A YYYC0107                                        00027900
028000     .                                                            00028000
028100                                                                  00028100
028200*=================================================================00028200
028300* The usual edits - action, store or district, attribute and      00028300
028400* note - then the certification row and the operator's            00028400
028500* authority over it.                                              00028500
028600*=================================================================00028600
028700 100-EDIT-REQUEST.                                                00028700
028800     PERFORM VARYING WS-DTL-IDX FROM 1 BY 1                       00028800
028900     UNTIL WS-DTL-IDX > 10                                        00028900
029000       MOVE SPACES TO WS-SCR-DTL (WS-DTL-IDX)                     00029000
029100     END-PERFORM                                                  00029100
029200     MOVE WS-IN-FIELD-CD TO CG-FIELD-CD OF DCLFC-XXXAIL-CERT-FLAG 00029200
029300                                                                  00029300
029400     EVALUATE TRUE                                                00029400
029500       WHEN NOT WS-ACT-LIST    AND NOT WS-ACT-INQUIRE             00029500
029600        AND NOT WS-ACT-CERTIFY AND NOT WS-ACT-FLAG                00029600
029700        AND NOT WS-ACT-QUEUE   AND NOT WS-ACT-RESOLVE             00029700
029800         SET  FAILURE TO TRUE                                     00029800
029900         MOVE 'ACTION MUST BE L, I, C, F, Q OR R'                 00029900
030000           TO IS-RTRN-MSG-TXT                                     00030000
030100       WHEN WS-ACT-LIST                                           00030100
030200        AND ( WS-IN-DIST-X NOT NUMERIC                            00030200
030300           OR WS-IN-DIST-REST NOT = SPACES )                      00030300
030400         SET  FAILURE TO TRUE                                     00030400
030500         MOVE 'DISTRICT NUMBER MUST BE THREE DIGITS'              00030500
030600           TO IS-RTRN-MSG-TXT                                     00030600
030700       WHEN WS-ACT-QUEUE                                          00030700
030800        AND WS-IN-STORE-X NOT = SPACES                            00030800
030900        AND ( WS-IN-DIST-X NOT NUMERIC                            00030900
031000           OR WS-IN-DIST-REST NOT = SPACES )                      00031000
031100         SET  FAILURE TO TRUE                                     00031100
031200         MOVE 'DISTRICT NUMBER MUST BE THREE DIGITS OR BLANK'     00031200
031300           TO IS-RTRN-MSG-TXT                                     00031300
031400       WHEN NOT WS-ACT-LIST AND NOT WS-ACT-QUEUE                  00031400
031500        AND WS-IN-STORE-X NOT NUMERIC                             00031500
031600         SET  FAILURE TO TRUE                                     00031600
031700         MOVE 'STORE NUMBER MUST BE NUMERIC'                      00031700
031800           TO IS-RTRN-MSG-TXT                                     00031800
031900       WHEN ( WS-ACT-FLAG OR WS-ACT-RESOLVE )                     00031900
032000        AND NOT CG-FLD-VALID                                      00032000
032100         SET  FAILURE TO TRUE                                     00032100
032200         MOVE 'FIELD MUST BE ADDRESS, HOURS, ZONES, DEPTS, LICENSE00032200
032300-             'S OR CONTACTS'                                     00032300
032400           TO IS-RTRN-MSG-TXT                                     00032400
032500       WHEN WS-ACT-FLAG AND WS-IN-NOTE = SPACES                   00032500
032600         SET  FAILURE TO TRUE                                     00032600
032700         MOVE 'SAY WHAT IS WRONG IN THE NOTE'                     00032700
032800           TO IS-RTRN-MSG-TXT                                     00032800
032900     END-EVALUATE                                                 00032900
033000                                                                  00033000
033100     IF SUCCESS                                                   00033100
033200       PERFORM 120-CHECK-GROUPS                                   00033200
033300     END-IF                                                       00033300
033400                                                                  00033400
033500     IF SUCCESS                                                   00033500
033600       EVALUATE TRUE                                              00033600
033700         WHEN WS-ACT-LIST OR WS-ACT-QUEUE                         00033700
033800           PERFORM 140-FIND-THE-CYCLE                             00033800
033900         WHEN OTHER                                               00033900
034000           PERFORM 150-FIND-THE-CERT                              00034000
034100       END-EVALUATE                                               00034100
034200     END-IF                                                       00034200
034300                                                                  00034300
034400     IF SUCCESS                                                   00034400
034500       PERFORM 170-CHECK-THE-AUTHORITY                            00034500
034600     END-IF                                                       00034600
034700     .                                                            00034700
034800                                                                  00034800
034900*    The data team's membership, and - once the district is       00034900
035000*    known - the district manager's.                              00035000
035100 120-CHECK-GROUPS.                                                00035100
035200     MOVE 0 TO WS-AUTH-CNT                                        00035200
035300     EXEC SQL                                                     00035300
035400       SELECT COUNT(*)                                            00035400
035500        INTO :WS-AUTH-CNT                                         00035500
035600       FROM FC_XXXAIL_USER_GROUP                                  00035600
035700       WHERE UG_USER_ID  = :YYYC0107-USER                         00035700
035800         AND UG_GROUP_CD = :K-WORK-GROUP                          00035800
035900     END-EXEC                                                     00035900
036000     EVALUATE TRUE                                                00036000
036100       WHEN SQLCODE NOT = 0                                       00036100
036200         PERFORM 800-SQL-ERROR                                    00036200
036300       WHEN WS-AUTH-CNT > 0                                       00036300
036400         SET WS-WORK-TEAM-MEMBER TO TRUE                          00036400
036500     END-EVALUATE                                                 00036500
036600     .                                                            00036600
036700                                                                  00036700
036800 130-CHECK-DM-GROUP.                                              00036800
036900     MOVE WS-DIST-NO TO WS-DM-GROUP-DIST                          00036900
037000     MOVE 0 TO WS-AUTH-CNT                                        00037000
037100     EXEC SQL                                                     00037100
037200       SELECT COUNT(*)                                            00037200
037300        INTO :WS-AUTH-CNT                                         00037300
037400       FROM FC_XXXAIL_USER_GROUP                                  00037400
037500       WHERE UG_USER_ID  = :YYYC0107-USER                         00037500
037600         AND UG_GROUP_CD = :WS-DM-GROUP                           00037600
037700     END-EXEC                                                     00037700
037800     EVALUATE TRUE                                                00037800
037900       WHEN SQLCODE NOT = 0                                       00037900
038000         PERFORM 800-SQL-ERROR                                    00038000
038100       WHEN WS-AUTH-CNT > 0                                       00038100
038200         SET WS-DIST-MANAGER TO TRUE                              00038200
038300     END-EVALUATE                                                 00038300
038400     .                                                            00038400
038500                                                                  00038500
038600*    L and Q work on the newest cycle opened.                     00038600
038700 140-FIND-THE-CYCLE.                                              00038700
038800     IF WS-IN-STORE-X = SPACES                                    00038800
038900       SET WS-ALL-DISTS TO TRUE                                   00038900
039000       MOVE 0 TO WS-DIST-NO                                       00039000
039100     ELSE                                                         00039100
039200       MOVE WS-IN-DIST-N TO WS-DIST-NO                            00039200
039300     END-IF                                                       00039300
039400     EXEC SQL                                                     00039400
039500       SELECT COALESCE(MAX(SE_CYCLE_YR), 0)                       00039500
039600        INTO :WS-CYCLE-YR                                         00039600
039700       FROM FC_XXXAIL_STORE_CERT                                  00039700
039800     END-EXEC                                                     00039800
039900     EVALUATE TRUE                                                00039900
040000       WHEN SQLCODE NOT = 0                                       00040000
040100         PERFORM 800-SQL-ERROR                                    00040100
040200       WHEN WS-CYCLE-YR = 0                                       00040200
040300         SET  FAILURE TO TRUE                                     00040300
040400         MOVE 'NO CERTIFICATION CYCLE HAS BEEN OPENED'            00040400
040500           TO IS-RTRN-MSG-TXT                                     00040500
040600     END-EVALUATE                                                 00040600
040700     .                                                            00040700
040800                                                                  00040800
040900*    The store's row in its newest cycle, with the district the   00040900
041000*    store is in today.                                           00041000
041100 150-FIND-THE-CERT.                                               00041100
041200     MOVE WS-IN-STORE-N TO SE-LOC-NBR OF DCLFC-XXXAIL-STORE-CERT  00041200
041300     EXEC SQL                                                     00041300
041400       SELECT C.SE_CYCLE_YR, CHAR(C.SE_DUE_DT, ISO), C.SE_STAT_CD,00041400
041500              C.SE_ADR_1, C.SE_ADR_2, C.SE_CITY, C.SE_STATE_CD,   00041500
041600              C.SE_ZIP5_CD, C.SE_ZIP4_CD, C.SE_HRS_TXT,           00041600
041700              C.SE_AD_ZONE_NBR, C.SE_PRC_ZONE_NO,                 00041700
041800              C.SE_RETL_ZONE_NO, C.SE_DEPT_CNT, C.SE_DEPT_TXT,    00041800
041900              C.SE_LIC_CNT, C.SE_LIC_TXT, C.SE_CNTCT_CNT,         00041900
042000              C.SE_CNTCT_NM, C.SE_CNTCT_AREA_CD,                  00042000
042100              C.SE_CNTCT_PHONE_NBR, C.SE_RESP_USER_ID,            00042100
042200              C.SE_RESP_TS, R.FC_RL_DISTRICT_NO                   00042200
042300        INTO :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR,                00042300
042400             :WS-CERT-DUE-DT,                                     00042400
042500             :DCLFC-XXXAIL-STORE-CERT.SE-STAT-CD,                 00042500
042600             :DCLFC-XXXAIL-STORE-CERT.SE-ADR-1,                   00042600
042700             :DCLFC-XXXAIL-STORE-CERT.SE-ADR-2,                   00042700
042800             :DCLFC-XXXAIL-STORE-CERT.SE-CITY,                    00042800
042900             :DCLFC-XXXAIL-STORE-CERT.SE-STATE-CD,                00042900
043000             :DCLFC-XXXAIL-STORE-CERT.SE-ZIP5-CD,                 00043000
043100             :DCLFC-XXXAIL-STORE-CERT.SE-ZIP4-CD,                 00043100
043200             :DCLFC-XXXAIL-STORE-CERT.SE-HRS-TXT,                 00043200
043300             :DCLFC-XXXAIL-STORE-CERT.SE-AD-ZONE-NBR,             00043300
043400             :DCLFC-XXXAIL-STORE-CERT.SE-PRC-ZONE-NO,             00043400
043500             :DCLFC-XXXAIL-STORE-CERT.SE-RETL-ZONE-NO,            00043500
043600             :DCLFC-XXXAIL-STORE-CERT.SE-DEPT-CNT,                00043600
043700             :DCLFC-XXXAIL-STORE-CERT.SE-DEPT-TXT,                00043700
043800             :DCLFC-XXXAIL-STORE-CERT.SE-LIC-CNT,                 00043800
043900             :DCLFC-XXXAIL-STORE-CERT.SE-LIC-TXT,                 00043900
044000             :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-CNT,               00044000
044100             :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-NM,                00044100
044200             :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-AREA-CD,           00044200
044300             :DCLFC-XXXAIL-STORE-CERT.SE-CNTCT-PHONE-NBR,         00044300
044400             :DCLFC-XXXAIL-STORE-CERT.SE-RESP-USER-ID,            00044400
044500             :WS-CERT-RESP-TS :WS-CERT-RESP-NULL,                 00044500
044600             :WS-CERT-DIST-NO                                     00044600
044700       FROM FC_XXXAIL_STORE_CERT C,                               00044700
044800            FC_XXXAIL_STORES     R                                00044800
044900       WHERE C.SE_LOC_NBR    =                                    00044900
045000             :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR                  00045000
045100         AND C.SE_LOC_TYP_CD = 'S '                               00045100
045200         AND R.FC_STORE_NO   = C.SE_LOC_NBR                       00045200
045300         AND C.SE_CYCLE_YR   =                                    00045300
045400             ( SELECT MAX(M.SE_CYCLE_YR)                          00045400
045500                 FROM FC_XXXAIL_STORE_CERT M                      00045500
045600                WHERE M.SE_LOC_NBR    = C.SE_LOC_NBR              00045600
045700                  AND M.SE_LOC_TYP_CD = C.SE_LOC_TYP_CD )         00045700
045800     END-EXEC                                                     00045800
045900     EVALUATE TRUE                                                00045900
046000       WHEN SQLCODE = 100                                         00046000
046100         MOVE 0 TO SQLCODE                                        00046100
046200         SET  FAILURE TO TRUE                                     00046200
046300         MOVE 'NO CERTIFICATION HAS BEEN OPENED FOR THAT STORE'   00046300
046400           TO IS-RTRN-MSG-TXT                                     00046400
046500       WHEN SQLCODE NOT = 0                                       00046500
046600         PERFORM 800-SQL-ERROR                                    00046600
046700       WHEN OTHER                                                 00046700
046800         MOVE WS-CERT-DIST-NO TO WS-DIST-NO                       00046800
046900         IF WS-CERT-RESP-NULL < 0                                 00046900
047000           MOVE SPACES TO WS-CERT-RESP-TS                         00047000
047100         END-IF                                                   00047100
047200     END-EVALUATE                                                 00047200
047300     .                                                            00047300
047400                                                                  00047400
047500*    Managers answer for their own district; the data team looks  00047500
047600*    anywhere and alone works the queue.                          00047600
047700 170-CHECK-THE-AUTHORITY.                                         00047700
047800     IF NOT WS-ALL-DISTS                                          00047800
047900       PERFORM 130-CHECK-DM-GROUP                                 00047900
048000     END-IF                                                       00048000
048100     IF SUCCESS                                                   00048100
048200       EVALUATE TRUE                                              00048200
048300         WHEN ( WS-ACT-QUEUE OR WS-ACT-RESOLVE )                  00048300
048400          AND NOT WS-WORK-TEAM-MEMBER                             00048400
048500           SET  FAILURE TO TRUE                                   00048500
048600           MOVE 'ONLY THE DATA TEAM (CERTWORK) WORKS THE QUEUE'   00048600
048700             TO IS-RTRN-MSG-TXT                                   00048700
048800         WHEN ( WS-ACT-CERTIFY OR WS-ACT-FLAG )                   00048800
048900          AND NOT WS-DIST-MANAGER                                 00048900
049000           SET  FAILURE TO TRUE                                   00049000
049100           MOVE WS-DIST-NO TO WS-ED-DIST                          00049100
049200           STRING 'ONLY THE MANAGER OF DISTRICT ' WS-ED-DIST      00049200
049300                  ' MAY ANSWER FOR THIS STORE'                    00049300
049400             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               00049400
049500         WHEN ( WS-ACT-LIST OR WS-ACT-INQUIRE )                   00049500
049600          AND NOT WS-DIST-MANAGER                                 00049600
049700          AND NOT WS-WORK-TEAM-MEMBER                             00049700
049800           SET  FAILURE TO TRUE                                   00049800
049900           MOVE WS-DIST-NO TO WS-ED-DIST                          00049900
050000           STRING 'NOT AUTHORIZED FOR DISTRICT ' WS-ED-DIST       00050000
050100             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               00050100
050200       END-EVALUATE                                               00050200
050300     END-IF                                                       00050300
050400     .                                                            00050400
050500                                                                  00050500
050600*=================================================================00050600
050700* Certify: the manager confirms the snapshot as right. A store    00050700
050800* with flags waiting on the data team cannot be certified yet.    00050800
050900*=================================================================00050900
051000 200-CERTIFY-THE-STORE.                                           00051000
051100     EVALUATE TRUE                                                00051100
051200       WHEN SE-STAT-FLAGGED                                       00051200
051300         SET  FAILURE TO TRUE                                     00051300
051400         MOVE 'FLAGS ARE WITH THE DATA TEAM - CERTIFY ONCE WORKED'00051400
051500           TO IS-RTRN-MSG-TXT                                     00051500
051600       WHEN SE-STAT-CERTIFIED                                     00051600
051700         SET  FAILURE TO TRUE                                     00051700
051800         STRING 'ALREADY CERTIFIED BY '                           00051800
051900                SE-RESP-USER-ID OF DCLFC-XXXAIL-STORE-CERT        00051900
052000                ' ON ' WS-CERT-RESP-TS (1:10)                     00052000
052100           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00052100
052200       WHEN OTHER                                                 00052200
052300         EXEC SQL                                                 00052300
052400           UPDATE FC_XXXAIL_STORE_CERT                            00052400
052500              SET SE_STAT_CD      = 'C',                          00052500
052600                  SE_RESP_USER_ID = :YYYC0107-USER,               00052600
052700                  SE_RESP_TS      = CURRENT TIMESTAMP             00052700
052800            WHERE SE_CYCLE_YR   =                                 00052800
052900                  :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR            00052900
053000              AND SE_LOC_NBR    =                                 00053000
053100                  :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR             00053100
053200              AND SE_LOC_TYP_CD = 'S '                            00053200
053300              AND SE_STAT_CD    = 'O'                             00053300
053400         END-EXEC                                                 00053400
053500         PERFORM 850-JUDGE-THE-UPDATE                             00053500
053600         IF SUCCESS                                               00053600
053700           SET SE-STAT-CERTIFIED TO TRUE                          00053700
053800           MOVE YYYC0107-USER                                     00053800
053900             TO SE-RESP-USER-ID OF DCLFC-XXXAIL-STORE-CERT        00053900
054000           PERFORM 600-SHOW-THE-STORE                             00054000
054100           IF SUCCESS                                             00054100
054200             MOVE 'STORE CERTIFIED - THANK YOU' TO WS-SCR-MSG     00054200
054300           END-IF                                                 00054300
054400         END-IF                                                   00054400
054500     END-EVALUATE                                                 00054500
054600     .                                                            00054600
054700                                                                  00054700
054800*=================================================================00054800
054900* Flag: one attribute the manager says is wrong goes to the data  00054900
055000* team's queue, and the store waits on it.                        00055000
055100*=================================================================00055100
055200 300-FLAG-THE-FIELD.                                              00055200
055300     MOVE 0 TO WS-FLAG-CNT                                        00055300
055400     EXEC SQL                                                     00055400
055500       SELECT COUNT(*)                                            00055500
055600        INTO :WS-FLAG-CNT                                         00055600
055700       FROM FC_XXXAIL_CERT_FLAG                                   00055700
055800       WHERE CG_CYCLE_YR   =                                      00055800
055900             :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR                 00055900
056000         AND CG_LOC_NBR    =                                      00056000
056100             :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR                  00056100
056200         AND CG_LOC_TYP_CD = 'S '                                 00056200
056300         AND CG_FIELD_CD   =                                      00056300
056400             :DCLFC-XXXAIL-CERT-FLAG.CG-FIELD-CD                  00056400
056500         AND CG_STAT_CD    = 'O'                                  00056500
056600     END-EXEC                                                     00056600
056700     EVALUATE TRUE                                                00056700
056800       WHEN SQLCODE NOT = 0                                       00056800
056900         PERFORM 800-SQL-ERROR                                    00056900
057000       WHEN WS-FLAG-CNT > 0                                       00057000
057100         SET  FAILURE TO TRUE                                     00057100
057200         MOVE 'THAT FIELD IS ALREADY FLAGGED TO THE DATA TEAM'    00057200
057300           TO IS-RTRN-MSG-TXT                                     00057300
057400     END-EVALUATE                                                 00057400
057500                                                                  00057500
057600     IF SUCCESS                                                   00057600
057700       EXEC SQL                                                   00057700
057800         UPDATE FC_XXXAIL_STORE_CERT                              00057800
057900            SET SE_STAT_CD      = 'F',                            00057900
058000                SE_RESP_USER_ID = :YYYC0107-USER,                 00058000
058100                SE_RESP_TS      = CURRENT TIMESTAMP               00058100
058200          WHERE SE_CYCLE_YR   =                                   00058200
058300                :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR              00058300
058400            AND SE_LOC_NBR    =                                   00058400
058500                :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR               00058500
058600            AND SE_LOC_TYP_CD = 'S '                              00058600
058700       END-EXEC                                                   00058700
058800       PERFORM 850-JUDGE-THE-UPDATE                               00058800
058900     END-IF                                                       00058900
059000                                                                  00059000
059100     IF SUCCESS                                                   00059100
059200       MOVE SE-CYCLE-YR OF DCLFC-XXXAIL-STORE-CERT                00059200
059300         TO CG-CYCLE-YR OF DCLFC-XXXAIL-CERT-FLAG                 00059300
059400       MOVE SE-LOC-NBR  OF DCLFC-XXXAIL-STORE-CERT                00059400
059500         TO CG-LOC-NBR  OF DCLFC-XXXAIL-CERT-FLAG                 00059500
059600       MOVE WS-IN-NOTE                                            00059600
059700         TO CG-NOTE-TXT OF DCLFC-XXXAIL-CERT-FLAG                 00059700
059800       EXEC SQL                                                   00059800
059900         INSERT INTO FC_XXXAIL_CERT_FLAG                          00059900
060000            ( CG_CYCLE_YR, CG_LOC_NBR, CG_LOC_TYP_CD,             00060000
060100              CG_FIELD_CD, CG_NOTE_TXT, CG_FLAG_USER_ID,          00060100
060200              CG_FLAG_TS, CG_STAT_CD, CG_RSLV_USER_ID,            00060200
060300              CG_RSLV_TS )                                        00060300
060400         VALUES                                                   00060400
060500            ( :DCLFC-XXXAIL-CERT-FLAG.CG-CYCLE-YR,                00060500
060600              :DCLFC-XXXAIL-CERT-FLAG.CG-LOC-NBR, 'S ',           00060600
060700              :DCLFC-XXXAIL-CERT-FLAG.CG-FIELD-CD,                00060700
060800              :DCLFC-XXXAIL-CERT-FLAG.CG-NOTE-TXT,                00060800
060900              :YYYC0107-USER, CURRENT TIMESTAMP, 'O', ' ',        00060900
061000              NULL )                                              00061000
061100       END-EXEC                                                   00061100
061200       IF SQLCODE NOT = 0                                         00061200
061300         PERFORM 800-SQL-ERROR                                    00061300
061400         EXEC CICS SYNCPOINT ROLLBACK                             00061400
061500         END-EXEC                                                 00061500
061600       END-IF                                                     00061600
061700     END-IF                                                       00061700
061800                                                                  00061800
061900     IF SUCCESS                                                   00061900
062000       SET SE-STAT-FLAGGED TO TRUE                                00062000
062100       MOVE YYYC0107-USER                                         00062100
062200         TO SE-RESP-USER-ID OF DCLFC-XXXAIL-STORE-CERT            00062200
062300       PERFORM 600-SHOW-THE-STORE                                 00062300
062400       IF SUCCESS                                                 00062400
062500         MOVE SPACES TO WS-SCR-MSG                                00062500
062600         STRING CG-FIELD-CD OF DCLFC-XXXAIL-CERT-FLAG             00062600
062700                ' FLAGGED - SENT TO THE DATA TEAM'                00062700
062800           DELIMITED BY '  ' INTO WS-SCR-MSG                      00062800
062900       END-IF                                                     00062900
063000     END-IF                                                       00063000
063100     .                                                            00063100
063200                                                                  00063200
063300*=================================================================00063300
063400* Resolve: the data team has corrected the master. The store's    00063400
063500* last flag worked sends it back to the manager.                  00063500
063600*=================================================================00063600
063700 400-RESOLVE-THE-FLAG.                                            00063700
063800     EXEC SQL                                                     00063800
063900       UPDATE FC_XXXAIL_CERT_FLAG                                 00063900
064000          SET CG_STAT_CD      = 'R',                              00064000
064100              CG_RSLV_USER_ID = :YYYC0107-USER,                   00064100
064200              CG_RSLV_TS      = CURRENT TIMESTAMP                 00064200
064300        WHERE CG_CYCLE_YR   =                                     00064300
064400              :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR                00064400
064500          AND CG_LOC_NBR    =                                     00064500
064600              :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR                 00064600
064700          AND CG_LOC_TYP_CD = 'S '                                00064700
064800          AND CG_FIELD_CD   =                                     00064800
064900              :DCLFC-XXXAIL-CERT-FLAG.CG-FIELD-CD                 00064900
065000          AND CG_STAT_CD    = 'O'                                 00065000
065100     END-EXEC                                                     00065100
065200     EVALUATE TRUE                                                00065200
065300       WHEN SQLCODE = 100                                         00065300
065400         MOVE 0 TO SQLCODE                                        00065400
065500         SET  FAILURE TO TRUE                                     00065500
065600         MOVE 'NO OPEN FLAG ON THAT FIELD FOR THE STORE'          00065600
065700           TO IS-RTRN-MSG-TXT                                     00065700
065800       WHEN SQLCODE NOT = 0                                       00065800
065900         PERFORM 800-SQL-ERROR                                    00065900
066000     END-EVALUATE                                                 00066000
066100                                                                  00066100
066200     IF SUCCESS                                                   00066200
066300       MOVE 0 TO WS-FLAG-CNT                                      00066300
066400       EXEC SQL                                                   00066400
066500         SELECT COUNT(*)                                          00066500
066600          INTO :WS-FLAG-CNT                                       00066600
066700         FROM FC_XXXAIL_CERT_FLAG                                 00066700
066800         WHERE CG_CYCLE_YR   =                                    00066800
066900               :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR               00066900
067000           AND CG_LOC_NBR    =                                    00067000
067100               :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR                00067100
067200           AND CG_LOC_TYP_CD = 'S '                               00067200
067300           AND CG_STAT_CD    = 'O'                                00067300
067400       END-EXEC                                                   00067400
067500       IF SQLCODE NOT = 0                                         00067500
067600         PERFORM 800-SQL-ERROR                                    00067600
067700       END-IF                                                     00067700
067800     END-IF                                                       00067800
067900                                                                  00067900
068000     IF SUCCESS                                                   00068000
068100       IF WS-FLAG-CNT > 0                                         00068100
068200         MOVE WS-FLAG-CNT TO WS-ED-CNT                            00068200
068300         STRING 'FLAG RESOLVED - ' WS-ED-CNT                      00068300
068400                ' STILL OPEN FOR THE STORE'                       00068400
068500           DELIMITED BY SIZE INTO WS-SCR-MSG                      00068500
068600       ELSE                                                       00068600
068700         EXEC SQL                                                 00068700
068800           UPDATE FC_XXXAIL_STORE_CERT                            00068800
068900              SET SE_STAT_CD      = 'O',                          00068900
069000                  SE_RESP_USER_ID = ' ',                          00069000
069100                  SE_RESP_TS      = NULL                          00069100
069200            WHERE SE_CYCLE_YR   =                                 00069200
069300                  :DCLFC-XXXAIL-STORE-CERT.SE-CYCLE-YR            00069300
069400              AND SE_LOC_NBR    =                                 00069400
069500                  :DCLFC-XXXAIL-STORE-CERT.SE-LOC-NBR             00069500
069600              AND SE_LOC_TYP_CD = 'S '                            00069600
069700              AND SE_STAT_CD    = 'F'                             00069700
069800         END-EXEC                                                 00069800
069900         EVALUATE TRUE                                            00069900
070000           WHEN SQLCODE = 0 OR SQLCODE = 100                      00070000
070100             MOVE 0 TO SQLCODE                                    00070100
070200             MOVE 'LAST FLAG RESOLVED - STORE BACK WITH THE DM'   00070200
070300               TO WS-SCR-MSG                                      00070300
070400           WHEN OTHER                                             00070400
070500             PERFORM 800-SQL-ERROR                                00070500
070600             EXEC CICS SYNCPOINT ROLLBACK                         00070600
070700             END-EXEC                                             00070700
070800         END-EVALUATE                                             00070800
070900       END-IF                                                     00070900
071000     END-IF                                                       00071000
071100     .                                                            00071100
071200                                                                  00071200
071300*=================================================================00071300
071400* List: the district's stores still to answer, ten to a screen,   00071400
071500* behind the district's score for the cycle.                      00071500
071600*=================================================================00071600
071700 500-LIST-THE-DISTRICT.                                           00071700
071800     PERFORM 520-GET-TODAY                                        00071800
071900     IF SUCCESS                                                   00071900
072000       EXEC SQL                                                   00072000
072100         SELECT COALESCE(SUM(CASE WHEN C.SE_STAT_CD = 'C'         00072100
072200                                  THEN 1 ELSE 0 END), 0),         00072200
072300                COALESCE(SUM(CASE WHEN C.SE_STAT_CD <> 'C'        00072300
072400                                  THEN 1 ELSE 0 END), 0)          00072400
072500          INTO :WS-CERT-CNT, :WS-TOGO-CNT                         00072500
072600         FROM FC_XXXAIL_STORE_CERT C,                             00072600
072700              FC_XXXAIL_STORES     R                              00072700
072800         WHERE C.SE_CYCLE_YR       = :WS-CYCLE-YR                 00072800
072900           AND C.SE_LOC_TYP_CD     = 'S '                         00072900
073000           AND R.FC_STORE_NO       = C.SE_LOC_NBR                 00073000
073100           AND R.FC_RL_DISTRICT_NO = :WS-DIST-NO                  00073100
073200       END-EXEC                                                   00073200
073300       IF SQLCODE NOT = 0                                         00073300
073400         PERFORM 800-SQL-ERROR                                    00073400
073500       END-IF                                                     00073500
073600     END-IF                                                       00073600
073700     IF SUCCESS                                                   00073700
073800       MOVE WS-CYCLE-YR TO WS-ED-CYCLE                            00073800
073900       MOVE WS-DIST-NO  TO WS-ED-DIST                             00073900
074000       MOVE WS-CERT-CNT TO WS-ED-STORE                            00074000
074100       MOVE 1 TO WS-PTR                                           00074100
074200       STRING 'CYCLE ' WS-ED-CYCLE ' DISTRICT ' WS-ED-DIST        00074200
074300              ' - CERTIFIED' WS-ED-STORE                          00074300
074400         DELIMITED BY SIZE INTO WS-SCR-MSG WITH POINTER WS-PTR    00074400
074500       MOVE WS-TOGO-CNT TO WS-ED-STORE                            00074500
074600       STRING ', STILL TO ANSWER' WS-ED-STORE                     00074600
074700         DELIMITED BY SIZE INTO WS-SCR-MSG WITH POINTER WS-PTR    00074700
074800       MOVE 0 TO WS-DTL-IDX                                       00074800
074900       EXEC SQL                                                   00074900
075000         OPEN DIST-CSR                                            00075000
075100       END-EXEC                                                   00075100
075200       IF SQLCODE NOT = 0                                         00075200
075300         PERFORM 800-SQL-ERROR                                    00075300
075400       ELSE                                                       00075400
075500         PERFORM 510-FETCH-ONE-STORE                              00075500
075600         PERFORM UNTIL SQLCODE NOT = 0                            00075600
075700                    OR WS-DTL-IDX NOT < 10                        00075700
075800           ADD 1 TO WS-DTL-IDX                                    00075800
075900           PERFORM 515-FORMAT-ONE-STORE                           00075900
076000           MOVE WS-LIST-LINE TO WS-SCR-DTL (WS-DTL-IDX)           00076000
076100           PERFORM 510-FETCH-ONE-STORE                            00076100
076200         END-PERFORM                                              00076200
076300         EXEC SQL                                                 00076300
076400           CLOSE DIST-CSR                                         00076400
076500         END-EXEC                                                 00076500
076600         MOVE 0 TO SQLCODE                                        00076600
076700       END-IF                                                     00076700
076800     END-IF                                                       00076800
076900     .                                                            00076900
077000                                                                  00077000
077100 510-FETCH-ONE-STORE.                                             00077100
077200     EXEC SQL                                                     00077200
077300       FETCH DIST-CSR                                             00077300
077400         INTO :WS-LS-LOC-NBR, :WS-LS-STAT-CD, :WS-LS-DUE-DT,      00077400
077500              :WS-LS-FLAG-CNT                                     00077500
077600     END-EXEC                                                     00077600
077700     .                                                            00077700
077800                                                                  00077800
077900 515-FORMAT-ONE-STORE.                                            00077900
078000     MOVE WS-LS-LOC-NBR  TO WS-LL-STORE-NO                        00078000
078100     MOVE WS-LS-DUE-DT   TO WS-LL-DUE-DT                          00078100
078200     MOVE WS-LS-FLAG-CNT TO WS-LL-FLAG-CNT                        00078200
078300     IF WS-LS-STAT-CD = 'F'                                       00078300
078400       MOVE 'FLAGGED'  TO WS-LL-STATUS                            00078400
078500     ELSE                                                         00078500
078600       MOVE 'OPEN'     TO WS-LL-STATUS                            00078600
078700     END-IF                                                       00078700
078800     IF WS-LS-DUE-DT < WS-TODAY                                   00078800
078900       MOVE 'PAST DUE' TO WS-LL-PAST-DUE                          00078900
079000     ELSE                                                         00079000
079100       MOVE SPACES     TO WS-LL-PAST-DUE                          00079100
079200     END-IF                                                       00079200
079300     .                                                            00079300
079400                                                                  00079400
079500 520-GET-TODAY.                                                   00079500
079600     EXEC SQL                                                     00079600
079700       SELECT CHAR(CURRENT DATE, ISO)                             00079700
079800         INTO :WS-TODAY                                           00079800
079900         FROM SYSIBM.SYSDUMMY1                                    00079900
080000     END-EXEC                                                     00080000
080100     IF SQLCODE NOT = 0                                           00080100
080200       PERFORM 800-SQL-ERROR                                      00080200
080300     END-IF                                                       00080300
080400     .                                                            00080400
080500                                                                  00080500
080600*=================================================================00080600
080700* Queue: the data team's open flags, oldest first.                00080700
080800*=================================================================00080800
080900 550-LIST-THE-QUEUE.                                              00080900
081000     MOVE 'STORE / FIELD / FLAGGED / BY / NOTE - OLDEST FIRST'    00081000
081100       TO WS-SCR-MSG                                              00081100
081200     MOVE 0 TO WS-DTL-IDX                                         00081200
081300     EXEC SQL                                                     00081300
081400       OPEN QUEUE-CSR                                             00081400
081500     END-EXEC                                                     00081500
081600     IF SQLCODE NOT = 0                                           00081600
081700       PERFORM 800-SQL-ERROR                                      00081700
081800     ELSE                                                         00081800
081900       PERFORM 560-FETCH-ONE-FLAG                                 00081900
082000       PERFORM UNTIL SQLCODE NOT = 0                              00082000
082100                  OR WS-DTL-IDX NOT < 10                          00082100
082200         ADD 1 TO WS-DTL-IDX                                      00082200
082300         MOVE WS-LS-LOC-NBR TO WS-QL-STORE-NO                     00082300
082400         MOVE CG-FIELD-CD OF DCLFC-XXXAIL-CERT-FLAG               00082400
082500           TO WS-QL-FIELD-CD                                      00082500
082600         MOVE WS-QU-FLAG-DT TO WS-QL-FLAG-DT                      00082600
082700         MOVE CG-FLAG-USER-ID OF DCLFC-XXXAIL-CERT-FLAG           00082700
082800           TO WS-QL-USER-ID                                       00082800
082900         MOVE CG-NOTE-TXT OF DCLFC-XXXAIL-CERT-FLAG               00082900
083000           TO WS-QL-NOTE                                          00083000
083100         MOVE WS-QUEUE-LINE TO WS-SCR-DTL (WS-DTL-IDX)            00083100
083200         PERFORM 560-FETCH-ONE-FLAG                               00083200
083300       END-PERFORM                                                00083300
083400       EXEC SQL                                                   00083400
083500         CLOSE QUEUE-CSR                                          00083500
083600       END-EXEC                                                   00083600
083700       MOVE 0 TO SQLCODE                                          00083700
083800       IF WS-DTL-IDX = 0                                          00083800
083900         MOVE 'THE CERTIFICATION WORK QUEUE IS EMPTY'             00083900
084000           TO WS-SCR-MSG                                          00084000
084100       END-IF                                                     00084100
084200     END-IF                                                       00084200
084300     .                                                            00084300
084400                                                                  00084400
084500 560-FETCH-ONE-FLAG.                                              00084500
084600     EXEC SQL                                                     00084600
084700       FETCH QUEUE-CSR                                            00084700
084800         INTO :WS-LS-LOC-NBR,                                     00084800
084900              :DCLFC-XXXAIL-CERT-FLAG.CG-FIELD-CD,                00084900
085000              :WS-QU-FLAG-DT,                                     00085000
085100              :DCLFC-XXXAIL-CERT-FLAG.CG-FLAG-USER-ID,            00085100
085200              :DCLFC-XXXAIL-CERT-FLAG.CG-NOTE-TXT                 00085200
085300     END-EXEC                                                     00085300
085400     .                                                            00085400
085500                                                                  00085500
085600*=================================================================00085600
085700* Inquire: the snapshot as the manager is asked to confirm it,    00085700
085800* and where the store stands.                                     00085800
085900*=================================================================00085900
086000 600-SHOW-THE-STORE.                                              00086000
086100     MOVE SE-LOC-NBR  OF DCLFC-XXXAIL-STORE-CERT TO WS-ED-STORE   00086100
086200     MOVE WS-DIST-NO                             TO WS-ED-DIST    00086200
086300     MOVE SE-CYCLE-YR OF DCLFC-XXXAIL-STORE-CERT TO WS-ED-CYCLE   00086300
086400     EVALUATE TRUE                                                00086400
086500       WHEN SE-STAT-CERTIFIED                                     00086500
086600         MOVE 'CERTIFIED' TO WS-ED-STATUS                         00086600
086700       WHEN SE-STAT-FLAGGED                                       00086700
086800         MOVE 'FLAGGED'   TO WS-ED-STATUS                         00086800
086900       WHEN OTHER                                                 00086900
087000         MOVE 'OPEN'      TO WS-ED-STATUS                         00087000
087100     END-EVALUATE                                                 00087100
087200     MOVE 'CERTIFICATION SNAPSHOT' TO WS-SCR-MSG                  00087200
087300     STRING 'STORE ' WS-ED-STORE '  DISTRICT ' WS-ED-DIST         00087300
087400            '  CYCLE ' WS-ED-CYCLE '  DUE ' WS-CERT-DUE-DT        00087400
087500            '  STATUS ' WS-ED-STATUS                              00087500
087600       DELIMITED BY SIZE INTO WS-SCR-DTL (1)                      00087600
087700     STRING 'ADDRESS  ' SE-ADR-1 OF DCLFC-XXXAIL-STORE-CERT       00087700
087800            ' '         SE-ADR-2 OF DCLFC-XXXAIL-STORE-CERT       00087800
087900       DELIMITED BY SIZE INTO WS-SCR-DTL (2)                      00087900
088000     MOVE SE-ZIP5-CD OF DCLFC-XXXAIL-STORE-CERT TO WS-ED-ZIP5     00088000
088100     MOVE SE-ZIP4-CD OF DCLFC-XXXAIL-STORE-CERT TO WS-ED-ZIP4     00088100
088200     STRING '         ' SE-CITY OF DCLFC-XXXAIL-STORE-CERT        00088200
088300            ' ' SE-STATE-CD OF DCLFC-XXXAIL-STORE-CERT            00088300
088400            ' ' WS-ED-ZIP5 '-' WS-ED-ZIP4                         00088400
088500       DELIMITED BY SIZE INTO WS-SCR-DTL (3)                      00088500
088600     STRING 'HOURS    ' SE-HRS-TXT OF DCLFC-XXXAIL-STORE-CERT     00088600
088700       DELIMITED BY SIZE INTO WS-SCR-DTL (4)                      00088700
088800     MOVE SE-AD-ZONE-NBR  OF DCLFC-XXXAIL-STORE-CERT              00088800
088900       TO WS-ED-AD-ZONE                                           00088900
089000     MOVE SE-PRC-ZONE-NO  OF DCLFC-XXXAIL-STORE-CERT              00089000
089100       TO WS-ED-PRC-ZONE                                          00089100
089200     MOVE SE-RETL-ZONE-NO OF DCLFC-XXXAIL-STORE-CERT              00089200
089300       TO WS-ED-RETL-ZONE                                         00089300
089400     STRING 'ZONES    AD ' WS-ED-AD-ZONE                          00089400
089500            '   PRICE ' WS-ED-PRC-ZONE                            00089500
089600            '   RETAIL ' WS-ED-RETL-ZONE                          00089600
089700       DELIMITED BY SIZE INTO WS-SCR-DTL (5)                      00089700
089800     MOVE SE-DEPT-CNT OF DCLFC-XXXAIL-STORE-CERT TO WS-ED-CNT     00089800
089900     STRING 'DEPTS ' WS-ED-CNT ' '                                00089900
090000            SE-DEPT-TXT OF DCLFC-XXXAIL-STORE-CERT (1:66)         00090000
090100       DELIMITED BY SIZE INTO WS-SCR-DTL (6)                      00090100
090200     STRING '          '                                          00090200
090300            SE-DEPT-TXT OF DCLFC-XXXAIL-STORE-CERT (67:54)        00090300
090400       DELIMITED BY SIZE INTO WS-SCR-DTL (7)                      00090400
090500     MOVE SE-LIC-CNT OF DCLFC-XXXAIL-STORE-CERT TO WS-ED-CNT      00090500
090600     STRING 'LICENSES ' WS-ED-CNT ' '                             00090600
090700            SE-LIC-TXT OF DCLFC-XXXAIL-STORE-CERT                 00090700
090800       DELIMITED BY SIZE INTO WS-SCR-DTL (8)                      00090800
090900     MOVE SE-CNTCT-CNT OF DCLFC-XXXAIL-STORE-CERT TO WS-ED-CNT    00090900
091000     MOVE SE-CNTCT-AREA-CD OF DCLFC-XXXAIL-STORE-CERT             00091000
091100       TO WS-ED-AREA                                              00091100
091200     MOVE SE-CNTCT-PHONE-NBR OF DCLFC-XXXAIL-STORE-CERT           00091200
091300       TO WS-ED-PHONE                                             00091300
091400     STRING 'CONTACTS ' WS-ED-CNT ' IN EFFECT, FIRST '            00091400
091500            SE-CNTCT-NM OF DCLFC-XXXAIL-STORE-CERT                00091500
091600            ' (' WS-ED-AREA ') ' WS-ED-PHONE-EXCH '-'             00091600
091700            WS-ED-PHONE-LINE                                      00091700
091800       DELIMITED BY SIZE INTO WS-SCR-DTL (9)                      00091800
091900     IF SE-STAT-FLAGGED                                           00091900
092000       PERFORM 620-LIST-THE-FLAGS                                 00092000
092100     ELSE                                                         00092100
092200       IF SE-RESP-USER-ID OF DCLFC-XXXAIL-STORE-CERT NOT = SPACES 00092200
092300         STRING 'ANSWERED BY '                                    00092300
092400                SE-RESP-USER-ID OF DCLFC-XXXAIL-STORE-CERT        00092400
092500                ' ' WS-CERT-RESP-TS                               00092500
092600           DELIMITED BY SIZE INTO WS-SCR-DTL (10)                 00092600
092700       END-IF                                                     00092700
092800     END-IF                                                       00092800
092900     .                                                            00092900
093000                                                                  00093000
093100*    The fields the store is waiting on, on the last line.        00093100
093200 620-LIST-THE-FLAGS.                                              00093200
093300     MOVE 'WAITING ON THE DATA TEAM:' TO WS-SCR-DTL (10)          00093300
093400     MOVE 27 TO WS-PTR                                            00093400
093500     EXEC SQL                                                     00093500
093600       OPEN FLAG-CSR                                              00093600
093700     END-EXEC                                                     00093700
093800     IF SQLCODE NOT = 0                                           00093800
093900       PERFORM 800-SQL-ERROR                                      00093900
094000     ELSE                                                         00094000
094100       PERFORM 630-FETCH-ONE-FIELD                                00094100
094200       PERFORM UNTIL SQLCODE NOT = 0                              00094200
094300         STRING CG-FIELD-CD OF DCLFC-XXXAIL-CERT-FLAG ' '         00094300
094400           DELIMITED BY SIZE INTO WS-SCR-DTL (10)                 00094400
094500           WITH POINTER WS-PTR                                    00094500
094600         PERFORM 630-FETCH-ONE-FIELD                              00094600
094700       END-PERFORM                                                00094700
094800       EXEC SQL                                                   00094800
094900         CLOSE FLAG-CSR                                           00094900
095000       END-EXEC                                                   00095000
095100       MOVE 0 TO SQLCODE                                          00095100
095200     END-IF                                                       00095200
095300     .                                                            00095300
095400                                                                  00095400
095500 630-FETCH-ONE-FIELD.                                             00095500
095600     EXEC SQL                                                     00095600
095700       FETCH FLAG-CSR                                             00095700
095800         INTO :DCLFC-XXXAIL-CERT-FLAG.CG-FIELD-CD                 00095800
095900     END-EXEC                                                     00095900
096000     .                                                            00096000
096100                                                                  00096100
096200 700-SEND-SCREEN.                                                 00096200
0962A0     PERFORM 710-SHOW-FREEZE-BANNER                               000962A0
096300     EXEC CICS SEND TEXT                                          00096300
096400       FROM   (WS-SCREEN-AREA)                                    00096400
096500       LENGTH (WS-SCREEN-LEN)                                     00096500
096600       ERASE                                                      00096600
096700     END-EXEC                                                     00096700
096800     .                                                            00096800
0968A0                                                                  000968A0
0968A1*=================================================================000968A1
0968A2* While a change freeze is on, its id and end show at the right   000968A2
0968A3* of the heading line (MMMS0181) - the DAOs still decide what     000968A3
0968A4* may change.                                                     000968A4
0968A5*=================================================================000968A5
0968A6 710-SHOW-FREEZE-BANNER.                                          000968A6
0968A7     SET  MMMC0181-GET-BANNER TO TRUE                             000968A7
0968A8     CALL MMMS0181-FREEZE-SVC USING                               000968A8
0968A9         XXXN001A                                                 000968A9
0968B0         MMMC0181                                                 000968B0
0968B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000968B1
0968B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000968B2
0968B3     END-IF                                                       000968B3
0968B4     .                                                            000968B4
096900                                                                  00096900
097000 800-SQL-ERROR.                                                   00097000
097100     MOVE SQLCODE TO WS-SQLCODE                                   00097100
097200     SET  FAILURE TO TRUE                                         00097200
097300     MOVE SPACES  TO IS-RTRN-MSG-TXT                              00097300
097400     STRING 'MMMO1200 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00097400
097500       DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                     00097500
097600     .                                                            00097600
097700                                                                  00097700
097800 850-JUDGE-THE-UPDATE.                                            00097800
097900     EVALUATE TRUE                                                00097900
098000       WHEN SQLCODE = 100                                         00098000
098100         MOVE 0 TO SQLCODE                                        00098100
098200         SET  FAILURE TO TRUE                                     00098200
098300         MOVE 'CERTIFICATION CHANGED MEANWHILE - INQUIRE AGAIN'   00098300
098400           TO IS-RTRN-MSG-TXT                                     00098400
098500       WHEN SQLCODE NOT = 0                                       00098500
098600         PERFORM 800-SQL-ERROR                                    00098600
098700     END-EVALUATE                                                 00098700
098800     .                                                            00098800
