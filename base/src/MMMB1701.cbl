000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1701.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Department rollout / retirement across a set of stores.         00000600
000700*                                                                 00000700
000800* When merchandising launches a department in a hundred-odd       00000800
000900* stores, or pulls one out, the store-level department rows on    00000900
001000* FC_RETAIL_DEPTS were being keyed one store at a time. This      00001000
001100* job takes one department/sub-department from XXX_DEPT (read     00001100
001200* through its DAO, NNNS0573) and a store selection - a            00001200
001300* district, a format, an ad zone, or a list of store numbers -    00001300
001400* and adds or retires the department's row for every selected     00001400
001500* store with the card's effective date.                           00001500
001600*                                                                 00001600
001700* An add is held to the same parent rule MMMS0304 applies to      00001700
001800* any store-department insert (table 015, XXX_DEPT), checked      00001800
001900* once for the department. A retire takes the rows out, so it     00001900
002000* cannot be keyed ahead: an update run refuses an effective       00002000
002100* date later than today. After an update-mode retire the          00002100
002200* MMMS0304 delete check (FC_RETAIL_DEPTS) says whether any        00002200
002300* store still carries the department, i.e. whether the            00002300
002400* XXX_DEPT row itself can now go through MMMB4801.                00002400
002500*                                                                 00002500
002600* Trial mode (the default) does every check and writes the        00002600
002700* same report, but touches nothing. RPTOUT lists every selected   00002700
002800* store with what was done to it, or why it was skipped - a       00002800
002900* store that is not on the master, closed by the effective        00002900
003000* date, already carries the department (add) or does not carry    00003000
003100* it (retire). Any skip ends the job with RC 4; a bad control     00003100
003200* card or an unknown department stops it with RC 8.               00003200
003300*                                                                 00003300
003400* KEYIN card 1 - the control card:                                00003400
003500*   col  1     A add, R retire                                    00003500
003600*   col  2- 6  XXX_DEPT_NBR     col  7-11  STR_SUB_DEPT_ID        00003600
003700*   col 12-21  effective date, YYYY-MM-DD (blank = today)         00003700
003800*   col 22     U update, T or blank trial run                     00003800
003900*   col 23     selection - D district, F format, Z ad zone,       00003900
004000*              L list                                             00004000
004100*   col 24-30  district number, format code or ad zone number     00004100
004200*              (numbers right-justified or zero-filled)           00004200
004300* With selection L, each following card carries one store         00004300
004400* number in cols 1-5.                                             00004400
004500* Batch job - run standalone, no online caller.                   00004500
004600*---------------------------------------------------------------- 00004600
004700 ENVIRONMENT DIVISION.                                            00004700
004800 INPUT-OUTPUT SECTION.                                            00004800
004900 FILE-CONTROL.                                                    00004900
005000     SELECT KEY-IN         ASSIGN TO KEYIN                        00005000
005100         ORGANIZATION IS LINE SEQUENTIAL.                         00005100
005200     SELECT ROLL-RPT       ASSIGN TO RPTOUT                       00005200
005300         ORGANIZATION IS LINE SEQUENTIAL.                         00005300
005400                                                                  00005400
005500 DATA DIVISION.                                                   00005500
005600 FILE SECTION.                                                    00005600
005700 FD  KEY-IN.                                                      00005700
005800 01  KEY-REC.                                                     00005800
005900     05 KEY-ACTION                     PIC X(1).                  00005900
006000        88 KEY-ADD                              VALUE 'A'.        00006000
006100        88 KEY-RETIRE                           VALUE 'R'.        00006100
006200     05 KEY-DEPT-NBR                   PIC X(5).                  00006200
006300     05 KEY-SUB-DEPT-ID                PIC X(5).                  00006300
006400     05 KEY-EFF-DT                     PIC X(10).                 00006400
006500     05 KEY-RUN-MODE                   PIC X(1).                  00006500
006600     05 KEY-SEL-TYP                    PIC X(1).                  00006600
006700     05 KEY-SEL-VAL                    PIC X(7).                  00006700
006800     05 FILLER                         PIC X(50).                 00006800
006900 01  KEY-LIST-REC.                                                00006900
007000     05 KEY-LIST-STORE-NO              PIC X(5).                  00007000
007100     05 FILLER                         PIC X(75).                 00007100
007200                                                                  00007200
007300 FD  ROLL-RPT.                                                    00007300
007400 01  RPT-LINE                          PIC X(132).                00007400
007500                                                                  00007500
007600 WORKING-STORAGE SECTION.                                         00007600
007700* --------------------------------------------------------------- 00007700
007800* Misc working storage...                                         00007800
007900* --------------------------------------------------------------- 00007900
008000 01 NNNS0573-DP-DAO                   PIC X(8) VALUE 'NNNS0573'.  00008000
008100 01 MMMS0304-RI-CHK                   PIC X(8) VALUE 'MMMS0304'.  00008100
008200                                                                  00008200
008300 01 WS-SELECTED-COUNT                 PIC 9(6) VALUE 0.           00008300
008400 01 WS-DONE-COUNT                     PIC 9(6) VALUE 0.           00008400
008500 01 WS-SKIPPED-COUNT                  PIC 9(6) VALUE 0.           00008500
008600 01 WS-UNCOMMITTED                    PIC 9(6) VALUE 0.           00008600
008700                                                                  00008700
008800 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00008800
008900    88 IS-EOF                                  VALUE 'Y'.         00008900
009000    88 NOT-EOF                                 VALUE 'N'.         00009000
009100 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00009100
009200    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00009200
009300    88 SQL-NO-ERROR                            VALUE 'N'.         00009300
009400 01 WS-CARD-SW                        PIC X    VALUE 'N'.         00009400
009500    88 CARD-REJECTED                           VALUE 'Y'.         00009500
009600    88 CARD-ACCEPTED                           VALUE 'N'.         00009600
009700 01 WS-RUN-MODE-SW                    PIC X    VALUE 'T'.         00009700
009800    88 TRIAL-RUN                               VALUE 'T'.         00009800
009900    88 UPDATE-RUN                              VALUE 'U'.         00009900
010000 01 WS-SEL-TYP                        PIC X    VALUE SPACES.      00010000
010100    88 SEL-DISTRICT                            VALUE 'D'.         00010100
010200    88 SEL-FORMAT                              VALUE 'F'.         00010200
010300    88 SEL-AD-ZONE                             VALUE 'Z'.         00010300
010400    88 SEL-LIST                                VALUE 'L'.         00010400
010500                                                                  00010500
010600 01 WS-DEPT-NBR                       PIC X(5) VALUE SPACES.      00010600
010700 01 WS-SUB-DEPT-ID                    PIC X(5) VALUE SPACES.      00010700
010800 01 WS-DEPT-NM                        PIC X(30) VALUE SPACES.     00010800
010900 01 WS-EFF-DT                         PIC X(10) VALUE SPACES.     00010900
011000 01 WS-EFF-DT-PARTS REDEFINES WS-EFF-DT.                          00011000
011100    05 WS-EFF-YYYY                    PIC X(4).                   00011100
011200    05 WS-EFF-DASH-1                  PIC X(1).                   00011200
011300    05 WS-EFF-MM                      PIC X(2).                   00011300
011400    05 WS-EFF-DASH-2                  PIC X(1).                   00011400
011500    05 WS-EFF-DD                      PIC X(2).                   00011500
011600 01 WS-TODAY-YMD                      PIC 9(8) VALUE 0.           00011600
011700 01 WS-TODAY-YMD-X REDEFINES WS-TODAY-YMD.                        00011700
011800    05 WS-TODAY-YYYY                  PIC X(4).                   00011800
011900    05 WS-TODAY-MM                    PIC X(2).                   00011900
012000    05 WS-TODAY-DD                    PIC X(2).                   00012000
012100 01 WS-TODAY-DT                       PIC X(10) VALUE SPACES.     00012100
012200                                                                  00012200
012300* The selection value, in the form the selection compares it.     00012300
012400 01 WS-SEL-VAL                        PIC X(7) VALUE SPACES.      00012400
012500 01 WS-SEL-VAL-N REDEFINES WS-SEL-VAL PIC 9(7).                   00012500
012600 01 WS-SEL-FRMAT-CD                   PIC X(5) VALUE SPACES.      00012600
012700 01 WS-SEL-DIST-ID                    PIC S9(5) COMP-3 VALUE 0.   00012700
012800 01 WS-SEL-AD-ZN-NBR                  PIC S9(7) COMP-3 VALUE 0.   00012800
012900                                                                  00012900
013000* One selected store, as the cursor or the list lookup found it.  00013000
013100 01 WS-CAND-LOC-NBR                   PIC S9(9) COMP VALUE 0.     00013100
013200 01 WS-CAND-FRMAT-CD                  PIC X(5) VALUE SPACES.      00013200
013300 01 WS-CAND-DIST-ID                   PIC S9(5) COMP-3 VALUE 0.   00013300
013400 01 WS-CAND-AD-ZN-NBR                 PIC S9(7) COMP-3 VALUE 0.   00013400
013500 01 WS-CAND-CLOSED-SW                 PIC X(1) VALUE 'N'.         00013500
013600    88 CAND-CLOSED                             VALUE 'Y'.         00013600
013700 01 WS-CAND-CARRIES-SW                PIC X(1) VALUE 'N'.         00013700
013800    88 CAND-CARRIES-DEPT                       VALUE 'Y'.         00013800
013900 01 WS-CAND-FOUND-SW                  PIC X(1) VALUE 'Y'.         00013900
014000    88 CAND-FOUND                              VALUE 'Y'.         00014000
014100    88 CAND-NOT-FOUND                          VALUE 'N'.         00014100
014200 01 WS-LIST-STORE-N                   PIC 9(5) VALUE 0.           00014200
014300 01 WS-LIST-STORE-X REDEFINES WS-LIST-STORE-N                     00014300
014400                                      PIC X(5).                   00014400
014500 01 WS-FC-STORE-NO                    PIC S9(5)V COMP-3 VALUE 0.  00014500
014600 01 WS-RESULT-TXT                     PIC X(50) VALUE SPACES.     00014600
014700 01 WS-REJECT-TXT                     PIC X(80) VALUE SPACES.     00014700
014800                                                                  00014800
014900 COPY XXXN001A.                                                   00014900
015000 COPY YYYN005A.                                                   00015000
015100 COPY NNNN0000.                                                   00015100
015200 COPY PPPTDP01.                                                   00015200
015300 COPY MMMC0304.                                                   00015300
015400 COPY YYYC0230.                                                   00015400
015500 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00015500
015600                                                                  00015600
015700 01 WS-HDG-LINE-1.                                                00015700
015800    05 FILLER PIC X(48) VALUE                                     00015800
015900       'MMMB1701 - DEPARTMENT ROLLOUT/RETIREMENT'.                00015900
016000    05 WS-HDG-MODE                  PIC X(30).                    00016000
016100 01 WS-HDG-LINE-2.                                                00016100
016200    05 WS-HDG-ACTION                PIC X(8).                     00016200
016300    05 FILLER PIC X(11) VALUE 'DEPARTMENT '.                      00016300
016400    05 WS-HDG-DEPT-NBR              PIC X(5).                     00016400
016500    05 FILLER PIC X(1) VALUE '/'.                                 00016500
016600    05 WS-HDG-SUB-DEPT-ID           PIC X(5).                     00016600
016700    05 FILLER PIC X(2) VALUE SPACES.                              00016700
016800    05 WS-HDG-DEPT-NM               PIC X(30).                    00016800
016900    05 FILLER PIC X(12) VALUE '  EFFECTIVE '.                     00016900
017000    05 WS-HDG-EFF-DT                PIC X(10).                    00017000
017100 01 WS-HDG-LINE-3.                                                00017100
017200    05 FILLER PIC X(11) VALUE 'SELECTION  '.                      00017200
017300    05 WS-HDG-SEL-TXT               PIC X(10).                    00017300
017400    05 WS-HDG-SEL-VAL               PIC X(7).                     00017400
017500 01 WS-HDG-LINE-4.                                                00017500
017600    05 FILLER PIC X(36) VALUE                                     00017600
017700       '    STORE  FRMAT   DIST  AD-ZONE  '.                      00017700
017800    05 FILLER PIC X(6) VALUE 'RESULT'.                            00017800
017900 01 WS-DTL-LINE.                                                  00017900
018000    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00018000
018100    05 FILLER                       PIC X(2) VALUE SPACES.        00018100
018200    05 WS-DTL-FRMAT-CD              PIC X(5).                     00018200
018300    05 FILLER                       PIC X(2) VALUE SPACES.        00018300
018400    05 WS-DTL-DIST-ID               PIC Z(4)9.                    00018400
018500    05 FILLER                       PIC X(2) VALUE SPACES.        00018500
018600    05 WS-DTL-AD-ZN-NBR             PIC Z(6)9.                    00018600
018700    05 FILLER                       PIC X(2) VALUE SPACES.        00018700
018800    05 WS-DTL-RESULT                PIC X(50).                    00018800
018900 01 WS-MSG-LINE.                                                  00018900
019000    05 WS-MSG-TXT                   PIC X(80).                    00019000
019100                                                                  00019100
019200 01 WS-SUMMARY-LINE.                                              00019200
019300    05 FILLER PIC X(23) VALUE 'STORES SELECTED    - '.            00019300
019400    05 WS-SUM-SELECTED              PIC ZZZ,ZZ9.                  00019400
019500 01 WS-SUMMARY-LINE2.                                             00019500
019600    05 WS-SUM-DONE-TXT              PIC X(23).                    00019600
019700    05 WS-SUM-DONE                  PIC ZZZ,ZZ9.                  00019700
019800 01 WS-SUMMARY-LINE3.                                             00019800
019900    05 FILLER PIC X(23) VALUE 'STORES SKIPPED     - '.            00019900
020000    05 WS-SUM-SKIPPED               PIC ZZZ,ZZ9.                  00020000
020100                                                                  00020100
020200* ----------------------------------------------------------------00020200
020300* DB2 stuff...                                                    00020300
020400* ----------------------------------------------------------------00020400
020500     EXEC SQL                                                     00020500
020600       INCLUDE SQLCA                                              00020600
020700     END-EXEC                                                     00020700
020800                                                                  00020800
020900* The stores of a district, format or ad zone, with whether each  00020900
021000* is closed by the effective date - the zero date '0001-01-01'    00021000
021100* is "no date on file" - and whether it already carries the       00021100
021200* department.                                                     00021200
021300     EXEC SQL                                                     00021300
021400       DECLARE ROLL-CSR CURSOR WITH HOLD FOR                      00021400
021500       SELECT L.LOC_NBR, L.RETL_LOC_FRMAT_CD, L.DIST_ID,          00021500
021600              L.CURR_AD_ZN_NBR,                                   00021600
021700              CASE WHEN L.SLS_CLOSED_DT > '0001-01-01'            00021700
021800                    AND L.SLS_CLOSED_DT <= DATE(:WS-EFF-DT)       00021800
021900                   THEN 'Y' ELSE 'N' END,                         00021900
022000              CASE WHEN EXISTS                                    00022000
022100                        ( SELECT 1 FROM FC_RETAIL_DEPTS D         00022100
022200                           WHERE D.FC_STORE_NO    = L.LOC_NBR     00022200
022300                             AND D.FC_DEPT_NO     = :WS-DEPT-NBR  00022300
022400                             AND D.FC_SUB_DEPT_ID =               00022400
022500                                           :WS-SUB-DEPT-ID )      00022500
022600                   THEN 'Y' ELSE 'N' END                          00022600
022700         FROM XXXAIL_LOC L                                        00022700
022800        WHERE L.LOC_TYP_CD = 'S '                                 00022800
022900          AND ( ( :WS-SEL-TYP = 'D'                               00022900
023000                  AND L.DIST_ID           = :WS-SEL-DIST-ID )     00023000
023100             OR ( :WS-SEL-TYP = 'F'                               00023100
023200                  AND L.RETL_LOC_FRMAT_CD = :WS-SEL-FRMAT-CD )    00023200
023300             OR ( :WS-SEL-TYP = 'Z'                               00023300
023400                  AND L.CURR_AD_ZN_NBR    = :WS-SEL-AD-ZN-NBR ) ) 00023400
023500        ORDER BY L.LOC_NBR                                        00023500
023600     END-EXEC                                                     00023600
023700                                                                  00023700
023800 PROCEDURE DIVISION.                                              00023800
023900***************************************************************** 00023900
024000* Start of program main line.                                     00024000
024100***************************************************************** 00024100
024200 000-MAIN.                                                        00024200
024300     PERFORM 050-RUN-CNTL-START                                   00024300
024400     IF SQL-ERROR-DETECTED                                        00024400
024500       MOVE 8 TO RETURN-CODE                                      00024500
024600       GOBACK                                                     00024600
024700     END-IF                                                       00024700
024800     PERFORM 100-INITIALIZE                                       00024800
024900     IF SQL-NO-ERROR AND CARD-ACCEPTED                            00024900
025000       PERFORM 150-VERIFY-THE-DEPT                                00025000
025100     END-IF                                                       00025100
025200     IF SQL-NO-ERROR AND CARD-ACCEPTED                            00025200
025300       PERFORM 180-WRITE-HEADINGS                                 00025300
025400       IF SEL-LIST                                                00025400
025500         PERFORM 250-WORK-THE-LIST                                00025500
025600       ELSE                                                       00025600
025700         PERFORM 200-WORK-THE-SELECTION                           00025700
025800       END-IF                                                     00025800
025900     END-IF                                                       00025900
026000     IF SQL-NO-ERROR AND CARD-ACCEPTED                            00026000
026100                     AND KEY-RETIRE AND UPDATE-RUN                00026100
026200       PERFORM 400-CHECK-DEPT-STILL-CARRIED                       00026200
026300     END-IF                                                       00026300
026400     PERFORM 900-TERMINATE                                        00026400
026500     PERFORM 055-RUN-CNTL-END                                     00026500
026600     GOBACK                                                       00026600
026700     .                                                            00026700
026800                                                                  00026800
026900 100-INITIALIZE.                                                  00026900
027000     OPEN INPUT  KEY-IN                                           00027000
027100     OPEN OUTPUT ROLL-RPT                                         00027100
027200     SET YYYN005A-BATCH-ENV TO TRUE                               00027200
027300     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00027300
027400     STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD         00027400
027500       DELIMITED BY SIZE INTO WS-TODAY-DT                         00027500
027600     PERFORM 120-READ-NEXT-CARD                                   00027600
027700     IF IS-EOF                                                    00027700
027800       SET CARD-REJECTED TO TRUE                                  00027800
027900       MOVE 'NO CONTROL CARD ON KEYIN' TO WS-REJECT-TXT           00027900
028000     ELSE                                                         00028000
028100       PERFORM 110-EDIT-CONTROL-CARD                              00028100
028200     END-IF                                                       00028200
028300     IF CARD-REJECTED                                             00028300
028400       WRITE RPT-LINE FROM WS-HDG-LINE-1                          00028400
028500       MOVE WS-REJECT-TXT TO WS-MSG-TXT                           00028500
028600       WRITE RPT-LINE FROM WS-MSG-LINE                            00028600
028700       DISPLAY 'MMMB1701 - ' WS-REJECT-TXT                        00028700
028800     END-IF                                                       00028800
028900     .                                                            00028900
029000                                                                  00029000
029100*================================================================ 00029100
029200* The control card - every field is edited before anything is     00029200
029300* read, so a mis-keyed card costs nothing.                        00029300
029400*================================================================ 00029400
029500 110-EDIT-CONTROL-CARD.                                           00029500
029600     MOVE KEY-DEPT-NBR    TO WS-DEPT-NBR                          00029600
029700     MOVE KEY-SUB-DEPT-ID TO WS-SUB-DEPT-ID                       00029700
029800     MOVE KEY-SEL-TYP     TO WS-SEL-TYP                           00029800
029900     MOVE KEY-SEL-VAL     TO WS-SEL-VAL                           00029900
030000     IF KEY-SEL-TYP = 'D' OR 'Z'                                  00030000
030100       INSPECT WS-SEL-VAL REPLACING LEADING SPACES BY ZEROS       00030100
030200     END-IF                                                       00030200
030300     IF KEY-EFF-DT = SPACES                                       00030300
030400       MOVE WS-TODAY-DT   TO WS-EFF-DT                            00030400
030500     ELSE                                                         00030500
030600       MOVE KEY-EFF-DT    TO WS-EFF-DT                            00030600
030700     END-IF                                                       00030700
030800     IF KEY-RUN-MODE = 'U'                                        00030800
030900       SET UPDATE-RUN TO TRUE                                     00030900
031000     ELSE                                                         00031000
031100       SET TRIAL-RUN  TO TRUE                                     00031100
031200     END-IF                                                       00031200
031300                                                                  00031300
031400     EVALUATE TRUE                                                00031400
031500       WHEN NOT KEY-ADD AND NOT KEY-RETIRE                        00031500
031600         MOVE 'ACTION (COL 1) MUST BE A OR R' TO WS-REJECT-TXT    00031600
031700       WHEN KEY-RUN-MODE NOT = 'U' AND NOT = 'T'                  00031700
031800                         AND NOT = SPACE                          00031800
031900         MOVE 'RUN MODE (COL 22) MUST BE U, T OR BLANK'           00031900
032000           TO WS-REJECT-TXT                                       00032000
032100       WHEN WS-DEPT-NBR = SPACES                                  00032100
032200         MOVE 'DEPARTMENT (COLS 2-6) IS REQUIRED'                 00032200
032300           TO WS-REJECT-TXT                                       00032300
032400       WHEN WS-EFF-YYYY NOT NUMERIC                               00032400
032500         OR WS-EFF-MM   NOT NUMERIC                               00032500
032600         OR WS-EFF-DD   NOT NUMERIC                               00032600
032700         OR WS-EFF-DASH-1 NOT = '-'                               00032700
032800         OR WS-EFF-DASH-2 NOT = '-'                               00032800
032900         MOVE 'EFFECTIVE DATE (COLS 12-21) MUST BE YYYY-MM-DD'    00032900
033000           TO WS-REJECT-TXT                                       00033000
033100       WHEN KEY-RETIRE AND UPDATE-RUN AND WS-EFF-DT > WS-TODAY-DT 00033100
033200         MOVE 'RETIRE EFFECTIVE DATE IS STILL TO COME'            00033200
033300           TO WS-REJECT-TXT                                       00033300
033400       WHEN NOT SEL-DISTRICT AND NOT SEL-FORMAT                   00033400
033500        AND NOT SEL-AD-ZONE  AND NOT SEL-LIST                     00033500
033600         MOVE 'SELECTION (COL 23) MUST BE D, F, Z OR L'           00033600
033700           TO WS-REJECT-TXT                                       00033700
033800       WHEN SEL-FORMAT AND WS-SEL-VAL = SPACES                    00033800
033900         MOVE 'FORMAT SELECTION NEEDS A FORMAT CODE (COLS 24-30)' 00033900
034000           TO WS-REJECT-TXT                                       00034000
034100       WHEN ( SEL-DISTRICT OR SEL-AD-ZONE )                       00034100
034200        AND WS-SEL-VAL-N NOT NUMERIC                              00034200
034300         MOVE 'DISTRICT/AD ZONE (COLS 24-30) MUST BE NUMERIC'     00034300
034400           TO WS-REJECT-TXT                                       00034400
034500       WHEN OTHER                                                 00034500
034600         CONTINUE                                                 00034600
034700     END-EVALUATE                                                 00034700
034800     IF WS-REJECT-TXT NOT = SPACES                                00034800
034900       SET CARD-REJECTED TO TRUE                                  00034900
035000     ELSE                                                         00035000
035100       MOVE WS-SEL-VAL   TO WS-SEL-FRMAT-CD                       00035100
035200       IF SEL-DISTRICT OR SEL-AD-ZONE                             00035200
035300         MOVE WS-SEL-VAL-N TO WS-SEL-DIST-ID                      00035300
035400                              WS-SEL-AD-ZN-NBR                    00035400
035500       END-IF                                                     00035500
035600     END-IF                                                       00035600
035700     .                                                            00035700
035800                                                                  00035800
035900 120-READ-NEXT-CARD.                                              00035900
036000     READ KEY-IN                                                  00036000
036100       AT END SET IS-EOF TO TRUE                                  00036100
036200     END-READ                                                     00036200
036300     .                                                            00036300
036400                                                                  00036400
036500*================================================================ 00036500
036600* The department must be on XXX_DEPT, and an add must pass the    00036600
036700* parent rule MMMS0304 holds store-department rows to.            00036700
036800*================================================================ 00036800
036900 150-VERIFY-THE-DEPT.                                             00036900
037000     INITIALIZE XXXN001A                                          00037000
037100                P-DDDTDP01                                        00037100
037200     MOVE WS-DEPT-NBR    TO STR-DEPT-NBR    OF P-DDDTDP01         00037200
037300     MOVE WS-SUB-DEPT-ID TO STR-SUB-DEPT-ID OF P-DDDTDP01         00037300
037400     MOVE 1              TO NNNN0000-INDEX-HANDLE                 00037400
037500     SET EXIT-GET-UNIQUE-ROW TO TRUE                              00037500
037600     CALL NNNS0573-DP-DAO USING                                   00037600
037700         XXXN001A                                                 00037700
037800         SQLCA                                                    00037800
037900         YYYN005A                                                 00037900
038000         NNNN0000-PARMS                                           00038000
038100         P-DDDTDP01                                               00038100
038200                                                                  00038200
038300     EVALUATE TRUE                                                00038300
038400       WHEN SUCCESS AND SQLCODE = 0                               00038400
038500         MOVE DEPT-NM OF P-DDDTDP01 TO WS-DEPT-NM                 00038500
038600       WHEN SUCCESS AND SQLCODE = 100                             00038600
038700         SET CARD-REJECTED TO TRUE                                00038700
038800         MOVE 'DEPARTMENT NOT ON XXX_DEPT' TO WS-REJECT-TXT       00038800
038900       WHEN OTHER                                                 00038900
039000         SET SQL-ERROR-DETECTED TO TRUE                           00039000
039100         MOVE 'ERROR READING XXX_DEPT' TO WS-REJECT-TXT           00039100
039200         DISPLAY 'MMMB1701 - ERROR READING XXX_DEPT, SQLCODE='    00039200
039300                 SQLCODE ' ' IS-RTRN-MSG-TXT                      00039300
039400     END-EVALUATE                                                 00039400
039500                                                                  00039500
039600     IF CARD-ACCEPTED AND SQL-NO-ERROR AND KEY-ADD                00039600
039700       INITIALIZE XXXN001A                                        00039700
039800                  MMMC0304                                        00039800
039900       MOVE WS-DEPT-NBR    TO MMMC0304-STR-DEPT-NBR               00039900
040000       MOVE WS-SUB-DEPT-ID TO MMMC0304-STR-SUB-DEPT-ID            00040000
040100       SET  MMMC0304-INSERT-CHECK TO TRUE                         00040100
040200       SET  MMMC0304-STR-DEPT     TO TRUE                         00040200
040300       CALL MMMS0304-RI-CHK USING                                 00040300
040400            XXXN001A                                              00040400
040500            MMMC0304                                              00040500
040600       IF NOT SUCCESS                                             00040600
040700         SET CARD-REJECTED TO TRUE                                00040700
040800         MOVE IS-RTRN-MSG-TXT TO WS-REJECT-TXT                    00040800
040900       END-IF                                                     00040900
041000     END-IF                                                       00041000
041100                                                                  00041100
041200     IF CARD-REJECTED OR SQL-ERROR-DETECTED                       00041200
041300       WRITE RPT-LINE FROM WS-HDG-LINE-1                          00041300
041400       MOVE WS-REJECT-TXT TO WS-MSG-TXT                           00041400
041500       WRITE RPT-LINE FROM WS-MSG-LINE                            00041500
041600       DISPLAY 'MMMB1701 - ' WS-REJECT-TXT                        00041600
041700     END-IF                                                       00041700
041800     .                                                            00041800
041900                                                                  00041900
042000 180-WRITE-HEADINGS.                                              00042000
042100     IF TRIAL-RUN                                                 00042100
042200       MOVE 'TRIAL RUN - NOTHING WRITTEN' TO WS-HDG-MODE          00042200
042300       MOVE 'WOULD BE DONE      - '     TO WS-SUM-DONE-TXT        00042300
042400     ELSE                                                         00042400
042500       MOVE 'UPDATE RUN'                  TO WS-HDG-MODE          00042500
042600       IF KEY-ADD                                                 00042600
042700         MOVE 'DEPARTMENT ADDED   - '   TO WS-SUM-DONE-TXT        00042700
042800       ELSE                                                       00042800
042900         MOVE 'DEPARTMENT RETIRED - '   TO WS-SUM-DONE-TXT        00042900
043000       END-IF                                                     00043000
043100     END-IF                                                       00043100
043200     IF KEY-ADD                                                   00043200
043300       MOVE 'ADD'    TO WS-HDG-ACTION                             00043300
043400     ELSE                                                         00043400
043500       MOVE 'RETIRE' TO WS-HDG-ACTION                             00043500
043600     END-IF                                                       00043600
043700     MOVE WS-DEPT-NBR    TO WS-HDG-DEPT-NBR                       00043700
043800     MOVE WS-SUB-DEPT-ID TO WS-HDG-SUB-DEPT-ID                    00043800
043900     MOVE WS-DEPT-NM     TO WS-HDG-DEPT-NM                        00043900
044000     MOVE WS-EFF-DT      TO WS-HDG-EFF-DT                         00044000
044100     EVALUATE TRUE                                                00044100
044200       WHEN SEL-DISTRICT                                          00044200
044300         MOVE 'DISTRICT'   TO WS-HDG-SEL-TXT                      00044300
044400       WHEN SEL-FORMAT                                            00044400
044500         MOVE 'FORMAT'     TO WS-HDG-SEL-TXT                      00044500
044600       WHEN SEL-AD-ZONE                                           00044600
044700         MOVE 'AD ZONE'    TO WS-HDG-SEL-TXT                      00044700
044800       WHEN SEL-LIST                                              00044800
044900         MOVE 'STORE LIST' TO WS-HDG-SEL-TXT                      00044900
045000         MOVE SPACES       TO WS-SEL-VAL                          00045000
045100     END-EVALUATE                                                 00045100
045200     MOVE WS-SEL-VAL     TO WS-HDG-SEL-VAL                        00045200
045300     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00045300
045400     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00045400
045500     WRITE RPT-LINE FROM WS-HDG-LINE-3                            00045500
045600     WRITE RPT-LINE FROM SPACES                                   00045600
045700     WRITE RPT-LINE FROM WS-HDG-LINE-4                            00045700
045800     .                                                            00045800
045900                                                                  00045900
046000*================================================================ 00046000
046100* District, format or ad zone - every matching store.             00046100
046200*================================================================ 00046200
046300 200-WORK-THE-SELECTION.                                          00046300
046400     EXEC SQL                                                     00046400
046500       OPEN ROLL-CSR                                              00046500
046600     END-EXEC                                                     00046600
046700     IF SQLCODE NOT = 0                                           00046700
046800       SET SQL-ERROR-DETECTED TO TRUE                             00046800
046900       DISPLAY 'MMMB1701 - ERROR OPENING ROLL-CSR, SQLCODE='      00046900
047000               SQLCODE                                            00047000
047100     ELSE                                                         00047100
047200       PERFORM 220-FETCH-NEXT-STORE                               00047200
047300       PERFORM UNTIL SQLCODE NOT = 0                              00047300
047400         SET CAND-FOUND TO TRUE                                   00047400
047500         PERFORM 300-APPLY-ONE-STORE                              00047500
047600         IF SQL-NO-ERROR                                          00047600
047700           PERFORM 220-FETCH-NEXT-STORE                           00047700
047800         END-IF                                                   00047800
047900       END-PERFORM                                                00047900
048000       IF SQLCODE = 100                                           00048000
048100         MOVE 0 TO SQLCODE                                        00048100
048200       END-IF                                                     00048200
048300       EXEC SQL                                                   00048300
048400         CLOSE ROLL-CSR                                           00048400
048500       END-EXEC                                                   00048500
048600       MOVE 0 TO SQLCODE                                          00048600
048700     END-IF                                                       00048700
048800     .                                                            00048800
048900                                                                  00048900
049000 220-FETCH-NEXT-STORE.                                            00049000
049100     EXEC SQL                                                     00049100
049200       FETCH ROLL-CSR                                             00049200
049300         INTO :WS-CAND-LOC-NBR, :WS-CAND-FRMAT-CD,                00049300
049400              :WS-CAND-DIST-ID, :WS-CAND-AD-ZN-NBR,               00049400
049500              :WS-CAND-CLOSED-SW, :WS-CAND-CARRIES-SW             00049500
049600     END-EXEC                                                     00049600
049700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00049700
049800       SET SQL-ERROR-DETECTED       TO TRUE                       00049800
049900       DISPLAY 'MMMB1701 - ERROR FETCHING ROLL-CSR, SQLCODE='     00049900
050000               SQLCODE                                            00050000
050100     END-IF                                                       00050100
050200     .                                                            00050200
050300                                                                  00050300
050400*================================================================ 00050400
050500* A list of stores - one card each, looked up the same way the    00050500
050600* cursor reads a district.                                        00050600
050700*================================================================ 00050700
050800 250-WORK-THE-LIST.                                               00050800
050900     PERFORM 120-READ-NEXT-CARD                                   00050900
051000     PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED                   00051000
051100       MOVE KEY-LIST-STORE-NO TO WS-LIST-STORE-X                  00051100
051200       IF WS-LIST-STORE-N NOT NUMERIC                             00051200
051300         ADD 1 TO WS-SELECTED-COUNT                               00051300
051400         ADD 1 TO WS-SKIPPED-COUNT                                00051400
051500         INITIALIZE WS-DTL-LINE                                   00051500
051600         MOVE 'STORE NUMBER NOT NUMERIC - CARD SKIPPED'           00051600
051700           TO WS-DTL-RESULT                                       00051700
051800         WRITE RPT-LINE FROM WS-DTL-LINE                          00051800
051900       ELSE                                                       00051900
052000         MOVE WS-LIST-STORE-N TO WS-CAND-LOC-NBR                  00052000
052100         PERFORM 260-GET-LIST-STORE                               00052100
052200         IF SQL-NO-ERROR                                          00052200
052300           PERFORM 300-APPLY-ONE-STORE                            00052300
052400         END-IF                                                   00052400
052500       END-IF                                                     00052500
052600       PERFORM 120-READ-NEXT-CARD                                 00052600
052700     END-PERFORM                                                  00052700
052800     .                                                            00052800
052900                                                                  00052900
053000 260-GET-LIST-STORE.                                              00053000
053100     SET CAND-FOUND TO TRUE                                       00053100
053200     EXEC SQL                                                     00053200
053300       SELECT L.RETL_LOC_FRMAT_CD, L.DIST_ID, L.CURR_AD_ZN_NBR,   00053300
053400              CASE WHEN L.SLS_CLOSED_DT > '0001-01-01'            00053400
053500                    AND L.SLS_CLOSED_DT <= DATE(:WS-EFF-DT)       00053500
053600                   THEN 'Y' ELSE 'N' END,                         00053600
053700              CASE WHEN EXISTS                                    00053700
053800                        ( SELECT 1 FROM FC_RETAIL_DEPTS D         00053800
053900                           WHERE D.FC_STORE_NO    = L.LOC_NBR     00053900
054000                             AND D.FC_DEPT_NO     = :WS-DEPT-NBR  00054000
054100                             AND D.FC_SUB_DEPT_ID =               00054100
054200                                           :WS-SUB-DEPT-ID )      00054200
054300                   THEN 'Y' ELSE 'N' END                          00054300
054400         INTO :WS-CAND-FRMAT-CD, :WS-CAND-DIST-ID,                00054400
054500              :WS-CAND-AD-ZN-NBR, :WS-CAND-CLOSED-SW,             00054500
054600              :WS-CAND-CARRIES-SW                                 00054600
054700         FROM XXXAIL_LOC L                                        00054700
054800        WHERE L.LOC_TYP_CD = 'S '                                 00054800
054900          AND L.LOC_NBR    = :WS-CAND-LOC-NBR                     00054900
055000     END-EXEC                                                     00055000
055100     EVALUATE TRUE                                                00055100
055200       WHEN SQLCODE = 0                                           00055200
055300         CONTINUE                                                 00055300
055400       WHEN SQLCODE = 100                                         00055400
055500         SET CAND-NOT-FOUND TO TRUE                               00055500
055600         MOVE SPACES TO WS-CAND-FRMAT-CD                          00055600
055700         MOVE 0      TO WS-CAND-DIST-ID                           00055700
055800                        WS-CAND-AD-ZN-NBR                         00055800
055900         MOVE 0      TO SQLCODE                                   00055900
056000       WHEN OTHER                                                 00056000
056100         SET SQL-ERROR-DETECTED TO TRUE                           00056100
056200         DISPLAY 'MMMB1701 - ERROR READING STORE '                00056200
056300                 WS-LIST-STORE-X ', SQLCODE=' SQLCODE             00056300
056400     END-EVALUATE                                                 00056400
056500     .                                                            00056500
056600                                                                  00056600
056700*================================================================ 00056700
056800* One store - skip it with the reason, or add/retire the row.     00056800
056900* In a trial run the row is left alone but reported the same.     00056900
057000*================================================================ 00057000
057100 300-APPLY-ONE-STORE.                                             00057100
057200     ADD 1 TO WS-SELECTED-COUNT                                   00057200
057300     MOVE SPACES TO WS-RESULT-TXT                                 00057300
057400     EVALUATE TRUE                                                00057400
057500       WHEN CAND-NOT-FOUND                                        00057500
057600         MOVE 'SKIPPED - NOT ON THE STORE MASTER'                 00057600
057700           TO WS-RESULT-TXT                                       00057700
057800       WHEN CAND-CLOSED                                           00057800
057900         MOVE 'SKIPPED - STORE CLOSED BY THE EFFECTIVE DATE'      00057900
058000           TO WS-RESULT-TXT                                       00058000
058100       WHEN KEY-ADD AND CAND-CARRIES-DEPT                         00058100
058200         MOVE 'SKIPPED - ALREADY CARRIES THE DEPARTMENT'          00058200
058300           TO WS-RESULT-TXT                                       00058300
058400       WHEN KEY-RETIRE AND NOT CAND-CARRIES-DEPT                  00058400
058500         MOVE 'SKIPPED - DOES NOT CARRY THE DEPARTMENT'           00058500
058600           TO WS-RESULT-TXT                                       00058600
058700     END-EVALUATE                                                 00058700
058800                                                                  00058800
058900     IF WS-RESULT-TXT NOT = SPACES                                00058900
059000       ADD 1 TO WS-SKIPPED-COUNT                                  00059000
059100     ELSE                                                         00059100
059200       IF UPDATE-RUN                                              00059200
059300         MOVE WS-CAND-LOC-NBR TO WS-FC-STORE-NO                   00059300
059400         IF KEY-ADD                                               00059400
059500           PERFORM 320-ADD-STORE-DEPT                             00059500
059600         ELSE                                                     00059600
059700           PERFORM 340-RETIRE-STORE-DEPT                          00059700
059800         END-IF                                                   00059800
059900       END-IF                                                     00059900
060000       IF SQL-NO-ERROR                                            00060000
060100         ADD 1 TO WS-DONE-COUNT                                   00060100
060200         EVALUATE TRUE                                            00060200
060300           WHEN TRIAL-RUN AND KEY-ADD                             00060300
060400             MOVE 'WOULD BE ADDED'   TO WS-RESULT-TXT             00060400
060500           WHEN TRIAL-RUN                                         00060500
060600             MOVE 'WOULD BE RETIRED' TO WS-RESULT-TXT             00060600
060700           WHEN KEY-ADD                                           00060700
060800             MOVE 'ADDED'            TO WS-RESULT-TXT             00060800
060900           WHEN OTHER                                             00060900
061000             MOVE 'RETIRED'          TO WS-RESULT-TXT             00061000
061100         END-EVALUATE                                             00061100
061200       ELSE                                                       00061200
061300         MOVE 'ERROR - RUN STOPPED, SEE JOB LOG' TO WS-RESULT-TXT 00061300
061400       END-IF                                                     00061400
061500     END-IF                                                       00061500
061600                                                                  00061600
061700     MOVE WS-CAND-LOC-NBR    TO WS-DTL-STORE-NO                   00061700
061800     MOVE WS-CAND-FRMAT-CD   TO WS-DTL-FRMAT-CD                   00061800
061900     MOVE WS-CAND-DIST-ID    TO WS-DTL-DIST-ID                    00061900
062000     MOVE WS-CAND-AD-ZN-NBR  TO WS-DTL-AD-ZN-NBR                  00062000
062100     MOVE WS-RESULT-TXT      TO WS-DTL-RESULT                     00062100
062200     WRITE RPT-LINE FROM WS-DTL-LINE                              00062200
062300     .                                                            00062300
062400                                                                  00062400
062500 320-ADD-STORE-DEPT.                                              00062500
062600     EXEC SQL                                                     00062600
062700       INSERT INTO FC_RETAIL_DEPTS                                00062700
062800            ( FC_STORE_NO, FC_DEPT_NO, FC_SUB_DEPT_ID,            00062800
062900              FC_EFF_DT )                                         00062900
063000       VALUES                                                     00063000
063100            ( :WS-FC-STORE-NO, :WS-DEPT-NBR, :WS-SUB-DEPT-ID,     00063100
063200              DATE(:WS-EFF-DT) )                                  00063200
063300     END-EXEC                                                     00063300
063400     IF SQLCODE NOT = 0                                           00063400
063500       SET SQL-ERROR-DETECTED TO TRUE                             00063500
063600       DISPLAY 'MMMB1701 - ERROR ADDING FC_RETAIL_DEPTS STORE '   00063600
063700               WS-CAND-LOC-NBR ', SQLCODE=' SQLCODE               00063700
063800     ELSE                                                         00063800
063900       PERFORM 360-COMMIT-EVERY-100                               00063900
064000     END-IF                                                       00064000
064100     .                                                            00064100
064200                                                                  00064200
064300 340-RETIRE-STORE-DEPT.                                           00064300
064400     EXEC SQL                                                     00064400
064500       DELETE FROM FC_RETAIL_DEPTS                                00064500
064600        WHERE FC_STORE_NO    = :WS-FC-STORE-NO                    00064600
064700          AND FC_DEPT_NO     = :WS-DEPT-NBR                       00064700
064800          AND FC_SUB_DEPT_ID = :WS-SUB-DEPT-ID                    00064800
064900     END-EXEC                                                     00064900
065000     IF SQLCODE NOT = 0                                           00065000
065100       SET SQL-ERROR-DETECTED TO TRUE                             00065100
065200       DISPLAY 'MMMB1701 - ERROR RETIRING FC_RETAIL_DEPTS STORE ' 00065200
065300               WS-CAND-LOC-NBR ', SQLCODE=' SQLCODE               00065300
065400     ELSE                                                         00065400
065500       PERFORM 360-COMMIT-EVERY-100                               00065500
065600     END-IF                                                       00065600
065700     .                                                            00065700
065800                                                                  00065800
065900* The store cursor is WITH HOLD, so it survives the commit.       00065900
066000 360-COMMIT-EVERY-100.                                            00066000
066100     ADD 1 TO WS-UNCOMMITTED                                      00066100
066200     IF WS-UNCOMMITTED >= 100                                     00066200
066300       EXEC SQL                                                   00066300
066400         COMMIT                                                   00066400
066500       END-EXEC                                                   00066500
066600       MOVE 0 TO WS-UNCOMMITTED                                   00066600
066700     END-IF                                                       00066700
066800     .                                                            00066800
066900                                                                  00066900
067000*================================================================ 00067000
067100* After a retire, the RI delete check tells whether the XXX_DEPT  00067100
067200* row is now free to go.                                          00067200
067300*================================================================ 00067300
067400 400-CHECK-DEPT-STILL-CARRIED.                                    00067400
067500     EXEC SQL                                                     00067500
067600       COMMIT                                                     00067600
067700     END-EXEC                                                     00067700
067800     MOVE 0 TO WS-UNCOMMITTED                                     00067800
067900     INITIALIZE XXXN001A                                          00067900
068000                MMMC0304                                          00068000
068100     MOVE WS-DEPT-NBR    TO MMMC0304-STR-DEPT-NBR                 00068100
068200     MOVE WS-SUB-DEPT-ID TO MMMC0304-STR-SUB-DEPT-ID              00068200
068300     SET  MMMC0304-DELETE-CHECK    TO TRUE                        00068300
068400     SET  MMMC0304-FC-RETAIL-DEPTS TO TRUE                        00068400
068500     CALL MMMS0304-RI-CHK USING                                   00068500
068600          XXXN001A                                                00068600
068700          MMMC0304                                                00068700
068800     EVALUATE TRUE                                                00068800
068900       WHEN MMMC0304-CHILD                                        00068900
069000         MOVE 'OTHER STORES STILL CARRY THE DEPARTMENT'           00069000
069100           TO WS-MSG-TXT                                          00069100
069200       WHEN SUCCESS                                               00069200
069300         MOVE 'NO STORE CARRIES THE DEPARTMENT NOW'               00069300
069400           TO WS-MSG-TXT                                          00069400
069500       WHEN OTHER                                                 00069500
069600         MOVE IS-RTRN-MSG-TXT TO WS-MSG-TXT                       00069600
069700     END-EVALUATE                                                 00069700
069800     WRITE RPT-LINE FROM SPACES                                   00069800
069900     WRITE RPT-LINE FROM WS-MSG-LINE                              00069900
070000     .                                                            00070000
070100                                                                  00070100
070200 900-TERMINATE.                                                   00070200
070300     IF SQL-ERROR-DETECTED                                        00070300
070400       EXEC SQL                                                   00070400
070500         ROLLBACK                                                 00070500
070600       END-EXEC                                                   00070600
070700       MOVE 16 TO RETURN-CODE                                     00070700
070800     ELSE                                                         00070800
070900       EXEC SQL                                                   00070900
071000         COMMIT                                                   00071000
071100       END-EXEC                                                   00071100
071200     END-IF                                                       00071200
071300     IF CARD-REJECTED AND RETURN-CODE = 0                         00071300
071400       MOVE 8 TO RETURN-CODE                                      00071400
071500     END-IF                                                       00071500
071600     IF WS-SKIPPED-COUNT > 0 AND RETURN-CODE = 0                  00071600
071700       MOVE 4 TO RETURN-CODE                                      00071700
071800     END-IF                                                       00071800
071900     IF CARD-ACCEPTED                                             00071900
072000       MOVE WS-SELECTED-COUNT TO WS-SUM-SELECTED                  00072000
072100       MOVE WS-DONE-COUNT     TO WS-SUM-DONE                      00072100
072200       MOVE WS-SKIPPED-COUNT  TO WS-SUM-SKIPPED                   00072200
072300       WRITE RPT-LINE FROM SPACES                                 00072300
072400       WRITE RPT-LINE FROM WS-SUMMARY-LINE                        00072400
072500       WRITE RPT-LINE FROM WS-SUMMARY-LINE2                       00072500
072600       WRITE RPT-LINE FROM WS-SUMMARY-LINE3                       00072600
072700     END-IF                                                       00072700
072800     CLOSE KEY-IN ROLL-RPT                                        00072800
072900     .                                                            00072900
073000                                                                  00073000
073100*================================================================ 00073100
073200* Run control - refuse a duplicate or out-of-order start, and     00073200
073300* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00073300
073400*================================================================ 00073400
073500 050-RUN-CNTL-START.                                              00073500
073600     INITIALIZE XXXN001A                                          00073600
073700                YYYC0230                                          00073700
073800     SET  YYYC0230-START-RUN TO TRUE                              00073800
073900     MOVE 'MMMB1701' TO YYYC0230-JOB-NM                           00073900
074000     CALL YYYS0230-RUN-CNTL USING                                 00074000
074100         XXXN001A                                                 00074100
074200         YYYC0230                                                 00074200
074300     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00074300
074400       SET SQL-ERROR-DETECTED TO TRUE                             00074400
074500       DISPLAY 'MMMB1701 - START REFUSED: ' IS-RTRN-MSG-TXT       00074500
074600     END-IF                                                       00074600
074700     .                                                            00074700
074800                                                                  00074800
074900 055-RUN-CNTL-END.                                                00074900
075000     INITIALIZE XXXN001A                                          00075000
075100                YYYC0230                                          00075100
075200     IF SQL-ERROR-DETECTED                                        00075200
075300       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00075300
075400     ELSE                                                         00075400
075500       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00075500
075600     END-IF                                                       00075600
075700     MOVE 'MMMB1701' TO YYYC0230-JOB-NM                           00075700
075800     CALL YYYS0230-RUN-CNTL USING                                 00075800
075900       XXXN001A                                                   00075900
076000       YYYC0230                                                   00076000
076100     .                                                            00076100
